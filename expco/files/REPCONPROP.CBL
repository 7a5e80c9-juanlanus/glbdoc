      * REPCONPROP.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REPCONPROP.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Reporte mensual de cumplimiento de la consulta propia del
      ** titular: cuantas consultas de sus propios datos atendio cada
      ** canal en el mes, cuantas salieron gratuitas (la primera del
      ** mes de cada titular) y cuantas cobrables, y cuantos titulares
      ** consultaron y cuantos pasaron de la gratuita.
      **
      ** Las consultas salen del espejo ICBCONENT (motivo "PROP:",
      ** ver PROPIA-ICBCON en ICBCON001.FD); el canal es el programa
      ** que la sirvio, la parte de la entidad antes de la "/". Los
      ** titulares salen de $TEMPORALES/CONSPROP.DAT, que lleva
      ** CONSPROP.CBL.
      **
      ** USO: REPCONPROP [AAAAMM]
      **   sin periodo informa el mes anterior al de la fecha del
      **   sistema (el mes ya cerrado). El reporte queda en
      **   $TEMPORALES/REPCONPROP.AAAAMM, uno por mes.
      **
      ** RC 0 ok; RC 4 no hubo consultas propias en el mes; RC 16
      ** error de uso o archivo inaccesible.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ICBCONENT.FS.
           COPY CONSPROP.FS.

           SELECT REPORTE-PROP
                  ASSIGN TO DISK REP-PROP-TITLE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY ICBCONENT.FD.
           COPY CONSPROP.FD.

       FD  REPORTE-PROP.
       01  REG-REP-PROP                PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-ICBENT           PIC XX   VALUE ZEROS.
       01 COD-RET-CONSPROP         PIC XX   VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 REP-PROP-TITLE           PIC X(80) VALUE SPACES.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-PERIODO-X              PIC X(06) VALUE SPACES.
       01 W-PERIODO                PIC 9(06) VALUE 0.
       01 W-PERIODO-R REDEFINES W-PERIODO.
          03 W-PERIODO-AAAA           PIC 9(04).
          03 W-PERIODO-MM             PIC 9(02).
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 SW-FIN-ICBENT            PIC 9(01) VALUE 0.
       01 SW-FIN-CPROP             PIC 9(01) VALUE 0.
       01 SW-SIN-CONSPROP          PIC 9(01) VALUE 0.
       01 W-CANAL                  PIC X(10) VALUE SPACES.
       01 W-RESTO-ENTIDAD          PIC X(20) VALUE SPACES.
       01 I-CAN                    PIC 9(02) VALUE 0.

      **** CONSULTAS PROPIAS DEL MES POR CANAL; LOS CANALES SON LOS
      **** PROGRAMAS QUE ATIENDEN AL TITULAR, ALCANZA CON POCOS. SI
      **** APARECIERAN MAS, EL RESTO SE ACUMULA EN "OTROS"
       01 TABLA-CANALES.
          02 CANT-CANALES             PIC 9(02) VALUE 0.
          02 CANAL-TAB OCCURS 20 TIMES.
             03 CANAL-NOMBRE-TAB         PIC X(10).
             03 CANAL-TOTAL-TAB          PIC 9(08).
             03 CANAL-GRATUITAS-TAB      PIC 9(08).
             03 CANAL-COBRABLES-TAB      PIC 9(08).

      *    renglon de detalle del reporte
       01 LINEA-DETALLE.
          03 DET-CANAL                PIC X(10).
          03 FILLER                   PIC X(08) VALUE "  TOTAL ".
          03 DET-TOTAL                PIC ZZ,ZZZ,ZZ9.
          03 FILLER                   PIC X(12) VALUE "  GRATUITAS ".
          03 DET-GRATUITAS            PIC ZZ,ZZZ,ZZ9.
          03 FILLER                   PIC X(12) VALUE "  COBRABLES ".
          03 DET-COBRABLES            PIC ZZ,ZZZ,ZZ9.

       01 CONTADORES-PROP.
          02 CONT-LEIDAS              PIC 9(08) VALUE 0.
          02 CONT-PROPIAS             PIC 9(08) VALUE 0.
          02 CONT-GRATUITAS           PIC 9(08) VALUE 0.
          02 CONT-COBRABLES           PIC 9(08) VALUE 0.
          02 CONT-TITULARES           PIC 9(08) VALUE 0.
          02 CONT-TIT-COBRABLES       PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "REPCONPROP".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "REPCONPROP.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "REPCONPROP".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Reporte mensual de consultas propias         *"
           DISPLAY "*           PROGRAMA : REPCONPROP.CBL           *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 2000-ABRIR-ARCHIVOS
           PERFORM 3000-RECORRER-CONSULTAS
           PERFORM 4000-RECORRER-TITULARES
           PERFORM 6000-SACAR-RESUMEN
           PERFORM 9000-CERRAR-ARCHIVOS
           STOP RUN.

      ******************************************************************
      *0500-VALIDAR-VARIABLES-ENTORNO
      *VALIDA, ANTES DE ABRIR EL PRIMER ARCHIVO, QUE LA VARIABLE DE
      *AMBIENTE $TEMPORALES ESTE DEFINIDA. VER
      *expco/entorno/VARIABLES-ENTORNO.txt
      ******************************************************************
       0500-VALIDAR-VARIABLES-ENTORNO.
           MOVE "TEMPORALES" TO VAR-ENTORNO-CHK
           DISPLAY VAR-ENTORNO-CHK UPON ENVIRONMENT-NAME
           ACCEPT VAR-ENTORNO-CHK FROM ENVIRONMENT-VALUE
           IF VAR-ENTORNO-CHK = "TEMPORALES"
              DISPLAY "No se ha fijado: $TEMPORALES!!!!! "
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *1000-VALIDAR-PARAMETROS.
      *SIN PERIODO SE TOMA EL MES ANTERIOR AL DE LA FECHA DEL SISTEMA
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " " INTO
              W-PERIODO-X
           IF W-PERIODO-X = SPACES
              MOVE FECHA-SISTEMA(1:6) TO W-PERIODO
              IF W-PERIODO-MM = 1
                 MOVE 12 TO W-PERIODO-MM
                 SUBTRACT 1 FROM W-PERIODO-AAAA
              ELSE
                 SUBTRACT 1 FROM W-PERIODO-MM
              END-IF
           ELSE
              IF W-PERIODO-X NOT NUMERIC
                 DISPLAY "Uso: REPCONPROP [AAAAMM]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE W-PERIODO-X TO W-PERIODO
              IF W-PERIODO-MM < 1 OR W-PERIODO-MM > 12
                 DISPLAY "Periodo invalido: " W-PERIODO-X
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           MOVE SPACES TO REP-PROP-TITLE
           STRING "$TEMPORALES/REPCONPROP." W-PERIODO
                  DELIMITED BY SIZE INTO REP-PROP-TITLE
           END-STRING
           DISPLAY "Periodo informado: " W-PERIODO.

      ******************************************************************
      *2000-ABRIR-ARCHIVOS.
      *SIN CONSPROP.DAT (NADIE CONSULTO TODAVIA) EL REPORTE SALE SIN
      *LA PARTE DE TITULARES
      ******************************************************************
       2000-ABRIR-ARCHIVOS.
           OPEN INPUT ICBCONENT
           IF COD-RET-ICBENT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ESPEJO ICBCONENT ("
                      COD-RET-ICBENT "): CORRER INVICBCON"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CONSPROP
           IF COD-RET-CONSPROP NOT = "00"
              IF COD-RET-CONSPROP = "35"
                 MOVE 1 TO SW-SIN-CONSPROP
              ELSE
                 DISPLAY "Error abriendo CONSPROP " COD-RET-CONSPROP
                 CLOSE ICBCONENT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           OPEN OUTPUT REPORTE-PROP
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo " REP-PROP-TITLE
              DISPLAY "Estado " COD-RET-REP
              CLOSE ICBCONENT
              IF SW-SIN-CONSPROP = 0
                 CLOSE CONSPROP
              END-IF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REG-REP-PROP
           STRING "CONSULTAS PROPIAS DEL TITULAR POR CANAL EN "
                  W-PERIODO
                  DELIMITED BY SIZE INTO REG-REP-PROP
           END-STRING
           WRITE REG-REP-PROP
           MOVE SPACES TO REG-REP-PROP
           STRING "GENERADO EL " FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-REP-PROP
           END-STRING
           WRITE REG-REP-PROP
           MOVE SPACES TO REG-REP-PROP
           WRITE REG-REP-PROP.

      ******************************************************************
      *3000-RECORRER-CONSULTAS.
      *BARRIDO COMPLETO DEL ESPEJO, COMO FACTURCON; SOLO CUENTAN LAS
      *DEL MES CON MOTIVO "PROP:"
      ******************************************************************
       3000-RECORRER-CONSULTAS.
           MOVE LOW-VALUES TO LLAVE-ICBCONENT
           START ICBCONENT KEY IS NOT LESS THAN LLAVE-ICBCONENT
              INVALID KEY MOVE 1 TO SW-FIN-ICBENT
           END-START
           PERFORM UNTIL SW-FIN-ICBENT = 1
              READ ICBCONENT NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ICBENT
              END-READ
              IF SW-FIN-ICBENT = 0
                 ADD 1 TO CONT-LEIDAS
                 IF FEC-CONSULTA-ICBENT(1:6) = W-PERIODO
                    AND MOTIVO-CODIFICADO-ICBENT
                    AND CONSULTA-PROPIA-ICBENT
                    PERFORM 3100-ACUMULAR-CONSULTA
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *3100-ACUMULAR-CONSULTA.
      ******************************************************************
       3100-ACUMULAR-CONSULTA.
           MOVE SPACES TO W-CANAL W-RESTO-ENTIDAD
           UNSTRING ENTIDAD-ICBENT DELIMITED BY "/"
              INTO W-CANAL W-RESTO-ENTIDAD
           END-UNSTRING
           PERFORM 3200-BUSCAR-CANAL
           ADD 1 TO CONT-PROPIAS
           ADD 1 TO CANAL-TOTAL-TAB(I-CAN)
           IF PROPIA-COBRABLE-ICBENT
              ADD 1 TO CONT-COBRABLES
              ADD 1 TO CANAL-COBRABLES-TAB(I-CAN)
           ELSE
              ADD 1 TO CONT-GRATUITAS
              ADD 1 TO CANAL-GRATUITAS-TAB(I-CAN)
           END-IF.

      ******************************************************************
      *3200-BUSCAR-CANAL.
      *DEJA EN I-CAN EL RENGLON DEL CANAL; LO DA DE ALTA SI NO ESTA.
      *EL ULTIMO RENGLON QUEDA RESERVADO PARA "OTROS"
      ******************************************************************
       3200-BUSCAR-CANAL.
           MOVE 1 TO I-CAN
           PERFORM UNTIL I-CAN > CANT-CANALES
                      OR CANAL-NOMBRE-TAB(I-CAN) = W-CANAL
              ADD 1 TO I-CAN
           END-PERFORM
           IF I-CAN > CANT-CANALES
              IF CANT-CANALES = 19
                 MOVE "OTROS" TO W-CANAL
                 MOVE 20 TO I-CAN
              END-IF
              IF I-CAN > CANT-CANALES
                 MOVE I-CAN   TO CANT-CANALES
                 MOVE W-CANAL TO CANAL-NOMBRE-TAB(I-CAN)
                 MOVE 0       TO CANAL-TOTAL-TAB(I-CAN)
                 MOVE 0       TO CANAL-GRATUITAS-TAB(I-CAN)
                 MOVE 0       TO CANAL-COBRABLES-TAB(I-CAN)
              END-IF
           END-IF.

      ******************************************************************
      *4000-RECORRER-TITULARES.
      *CONSPROP.DAT TIENE UN REGISTRO POR TITULAR Y MES: CUENTA LOS DEL
      *MES Y LOS QUE CONSULTARON MAS DE UNA VEZ
      ******************************************************************
       4000-RECORRER-TITULARES.
           IF SW-SIN-CONSPROP = 1
              MOVE 1 TO SW-FIN-CPROP
           ELSE
              MOVE LOW-VALUES TO LLAVE-CONSPROP
              START CONSPROP KEY IS NOT LESS THAN LLAVE-CONSPROP
                 INVALID KEY MOVE 1 TO SW-FIN-CPROP
              END-START
           END-IF
           PERFORM UNTIL SW-FIN-CPROP = 1
              READ CONSPROP NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-CPROP
              END-READ
              IF SW-FIN-CPROP = 0
                 AND PERIODO-CPROP = W-PERIODO
                 ADD 1 TO CONT-TITULARES
                 IF CANT-CPROP > 1
                    ADD 1 TO CONT-TIT-COBRABLES
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           PERFORM VARYING I-CAN FROM 1 BY 1 UNTIL I-CAN > CANT-CANALES
              MOVE CANAL-NOMBRE-TAB(I-CAN)    TO DET-CANAL
              MOVE CANAL-TOTAL-TAB(I-CAN)     TO DET-TOTAL
              MOVE CANAL-GRATUITAS-TAB(I-CAN) TO DET-GRATUITAS
              MOVE CANAL-COBRABLES-TAB(I-CAN) TO DET-COBRABLES
              PERFORM 7000-GRABAR-DETALLE
           END-PERFORM
           MOVE "TOTAL"        TO DET-CANAL
           MOVE CONT-PROPIAS   TO DET-TOTAL
           MOVE CONT-GRATUITAS TO DET-GRATUITAS
           MOVE CONT-COBRABLES TO DET-COBRABLES
           MOVE SPACES TO REG-REP-PROP
           WRITE REG-REP-PROP
           PERFORM 7000-GRABAR-DETALLE
           MOVE SPACES TO REG-REP-PROP
           WRITE REG-REP-PROP
           MOVE SPACES TO REG-REP-PROP
           IF SW-SIN-CONSPROP = 1
              MOVE "TITULARES: SIN REGISTRO CONSPROP" TO REG-REP-PROP
           ELSE
              STRING "TITULARES QUE CONSULTARON " CONT-TITULARES
                     "  CON MAS DE UNA EN EL MES " CONT-TIT-COBRABLES
                     DELIMITED BY SIZE INTO REG-REP-PROP
              END-STRING
           END-IF
           WRITE REG-REP-PROP
           MOVE CONT-LEIDAS TO W-EDIT-CONTADOR
           DISPLAY "Consultas leidas.......... " W-EDIT-CONTADOR
           MOVE CONT-PROPIAS TO W-EDIT-CONTADOR
           DISPLAY "Consultas propias del mes. " W-EDIT-CONTADOR
           MOVE CONT-GRATUITAS TO W-EDIT-CONTADOR
           DISPLAY "Gratuitas................. " W-EDIT-CONTADOR
           MOVE CONT-COBRABLES TO W-EDIT-CONTADOR
           DISPLAY "Cobrables................. " W-EDIT-CONTADOR
           MOVE CONT-TITULARES TO W-EDIT-CONTADOR
           DISPLAY "Titulares que consultaron. " W-EDIT-CONTADOR
           MOVE CONT-TIT-COBRABLES TO W-EDIT-CONTADOR
           DISPLAY "Con mas de una en el mes.. " W-EDIT-CONTADOR
           IF CONT-PROPIAS = 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "PERIODO " W-PERIODO
                  " PROP " CONT-PROPIAS
                  " GRAT " CONT-GRATUITAS
                  " COBR " CONT-COBRABLES
                  " TIT " CONT-TITULARES
                  DELIMITED BY SIZE
                  INTO REGC-CONTADORES
           END-STRING
           PERFORM 8000-ASENTAR-CORRIDA.

      ******************************************************************
      *7000-GRABAR-DETALLE.
      ******************************************************************
       7000-GRABAR-DETALLE.
           MOVE LINEA-DETALLE TO REG-REP-PROP
           WRITE REG-REP-PROP.

      ******************************************************************
      *8000-ASENTAR-CORRIDA.
      ** BITACORA CENTRAL Y AVISO AL OPERADOR
      ******************************************************************
       8000-ASENTAR-CORRIDA.
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "REPCONPROP - REGCORRIDA NO DISPONIBLE"
           END-CALL
           IF REGC-RC = 4
              MOVE "AVISO" TO NOTIF-SEVERIDAD
           ELSE
              MOVE "INFO" TO NOTIF-SEVERIDAD
           END-IF
           MOVE REGC-CONTADORES TO NOTIF-MENSAJE
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "REPCONPROP - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE ICBCONENT REPORTE-PROP
           IF SW-SIN-CONSPROP = 0
              CLOSE CONSPROP
           END-IF.

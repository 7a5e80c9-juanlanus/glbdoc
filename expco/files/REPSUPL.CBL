      * REPSUPL.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REPSUPL.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Reporte semanal de consultas sobre las identificaciones de
      ** victimas de suplantacion (registro SUPLANTA, ver MANTSUPL),
      ** por entidad consultante: una suplantacion en curso se ve
      ** como entidades que consultan a la victima despues de la
      ** denuncia, o una misma entidad consultando a varias victimas
      ** en la semana (marcada "REVISAR").
      **
      ** Las consultas salen del espejo ICBCONENT, que ya esta en
      ** orden de entidad (ver ICBCONENT.FS). Cuentan las de la
      ** semana hechas desde la fecha de la denuncia y hasta el
      ** vencimiento del registro; no cuentan las del propio
      ** titular (motivo PROP ni extractos de QUIENCONS).
      **
      ** USO: REPSUPL [AAAAMMDD]
      **   la fecha es el ultimo dia de la semana informada (siete
      **   dias hasta esa fecha inclusive); sin fecha, la semana que
      **   termino ayer. El reporte queda en
      **   $TEMPORALES/REPSUPL.AAAAMMDD.
      **
      ** RC 0 ok sin consultas sobre victimas; RC 4 hubo consultas
      ** sobre victimas (el reporte tiene algo que mirar); RC 16
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
           COPY SUPLANTA.FS.

           SELECT REPORTE-SUPL
                  ASSIGN TO DISK REP-SUPL-TITLE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY ICBCONENT.FD.
           COPY SUPLANTA.FD.

       FD  REPORTE-SUPL.
       01  REG-REP-SUPL                PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-ICBENT           PIC XX   VALUE ZEROS.
       01 COD-RET-SUPL             PIC XX   VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 REP-SUPL-TITLE           PIC X(80) VALUE SPACES.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-FECHA-X                PIC X(08) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 FECHA-FIN                PIC 9(08) VALUE 0.
       01 FECHA-FIN-R REDEFINES FECHA-FIN.
          03 FECHA-FIN-AAAA           PIC 9(04).
          03 FECHA-FIN-MM             PIC 9(02).
          03 FECHA-FIN-DD             PIC 9(02).
       01 FECHA-INICIO             PIC 9(08) VALUE 0.
       01 W-DIAS                   PIC 9(08) VALUE 0.
       01 SW-FIN-ICBENT            PIC 9(01) VALUE 0.
       01 SW-SIN-SUPLANTA          PIC 9(01) VALUE 0.
       01 SW-HAY-ENTIDAD           PIC 9(01) VALUE 0.
       01 W-PROGRAMA-ENT           PIC X(10) VALUE SPACES.
       01 W-RESTO-ENTIDAD          PIC X(20) VALUE SPACES.

      **** CORTE POR ENTIDAD (EL ESPEJO VIENE EN ESE ORDEN) Y, DENTRO
      **** DE LA ENTIDAD, POR IDENTIFICACION
       01 W-ENTIDAD-ANT            PIC X(20) VALUE SPACES.
       01 W-IDE-ANT                PIC X(12) VALUE SPACES.
       01 W-IDE-ACTUAL             PIC X(12) VALUE SPACES.
       01 CONT-CONS-ENTIDAD        PIC 9(06) VALUE 0.
       01 CONT-VICT-ENTIDAD        PIC 9(06) VALUE 0.

      *    renglon de detalle del reporte
       01 LINEA-DETALLE.
          03 FILLER                   PIC X(03) VALUE SPACES.
          03 DET-TIPO                 PIC 9(01).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 DET-NUMERO               PIC 9(11).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 DET-FECHA                PIC 9(08).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 DET-MOTIVO               PIC X(30).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 DET-DENUNCIA             PIC X(21).
      *    renglon de subtotal por entidad
       01 LINEA-SUBTOTAL.
          03 FILLER                   PIC X(03) VALUE SPACES.
          03 SUB-CONSULTAS            PIC ZZZ,ZZ9.
          03 FILLER                   PIC X(17)
                                      VALUE " CONSULTAS SOBRE ".
          03 SUB-VICTIMAS             PIC ZZZ,ZZ9.
          03 FILLER                   PIC X(09) VALUE " VICTIMAS".
          03 FILLER                   PIC X(02) VALUE SPACES.
          03 SUB-MARCA                PIC X(20).

       01 CONTADORES-SUPL.
          02 CONT-LEIDAS              PIC 9(08) VALUE 0.
          02 CONT-SEMANA              PIC 9(08) VALUE 0.
          02 CONT-SOBRE-VICTIMAS      PIC 9(08) VALUE 0.
          02 CONT-ENTIDADES           PIC 9(08) VALUE 0.
          02 CONT-ENT-REVISAR         PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "REPSUPL".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24) VALUE "REPSUPL.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "REPSUPL".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Consultas semanales sobre victimas de        *"
           DISPLAY "* suplantacion         PROGRAMA : REPSUPL.CBL  *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 2000-ABRIR-ARCHIVOS
           IF SW-SIN-SUPLANTA = 0
              PERFORM 3000-RECORRER-CONSULTAS
           END-IF
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
      *SIN FECHA LA SEMANA TERMINA AYER; EMPIEZA SEIS DIAS ANTES DEL
      *ULTIMO DIA
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " " INTO
              W-FECHA-X
           IF W-FECHA-X = SPACES
              COMPUTE W-DIAS =
                      FUNCTION INTEGER-OF-DATE (FECHA-SISTEMA) - 1
              COMPUTE FECHA-FIN = FUNCTION DATE-OF-INTEGER (W-DIAS)
           ELSE
              IF W-FECHA-X NOT NUMERIC
                 DISPLAY "Uso: REPSUPL [AAAAMMDD]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE W-FECHA-X TO FECHA-FIN
              IF FECHA-FIN-MM < 1 OR FECHA-FIN-MM > 12
                 OR FECHA-FIN-DD < 1 OR FECHA-FIN-DD > 31
                 OR FECHA-FIN-AAAA < 1601
                 DISPLAY "Fecha invalida: " W-FECHA-X
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE (FECHA-FIN)
           END-IF
           COMPUTE FECHA-INICIO = FUNCTION DATE-OF-INTEGER (W-DIAS - 6)
           MOVE SPACES TO REP-SUPL-TITLE
           STRING "$TEMPORALES/REPSUPL." FECHA-FIN
                  DELIMITED BY SIZE INTO REP-SUPL-TITLE
           END-STRING
           DISPLAY "Semana informada: " FECHA-INICIO " A " FECHA-FIN.

      ******************************************************************
      *2000-ABRIR-ARCHIVOS.
      *SIN SUPLANTA.DAT (TODAVIA NO HUBO ALTAS) NO HAY VICTIMAS Y EL
      *REPORTE SALE VACIO
      ******************************************************************
       2000-ABRIR-ARCHIVOS.
           OPEN INPUT ICBCONENT
           IF COD-RET-ICBENT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ESPEJO ICBCONENT ("
                      COD-RET-ICBENT "): CORRER INVICBCON"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT SUPLANTA
           IF COD-RET-SUPL NOT = "00"
              IF COD-RET-SUPL = "35"
                 MOVE 1 TO SW-SIN-SUPLANTA
              ELSE
                 DISPLAY "Error abriendo SUPLANTA " COD-RET-SUPL
                 CLOSE ICBCONENT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           OPEN OUTPUT REPORTE-SUPL
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo " REP-SUPL-TITLE
              DISPLAY "Estado " COD-RET-REP
              CLOSE ICBCONENT
              IF SW-SIN-SUPLANTA = 0
                 CLOSE SUPLANTA
              END-IF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REG-REP-SUPL
           STRING "CONSULTAS SOBRE VICTIMAS DE SUPLANTACION DEL "
                  FECHA-INICIO " AL " FECHA-FIN
                  DELIMITED BY SIZE INTO REG-REP-SUPL
           END-STRING
           WRITE REG-REP-SUPL
           MOVE SPACES TO REG-REP-SUPL
           STRING "GENERADO EL " FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-REP-SUPL
           END-STRING
           WRITE REG-REP-SUPL
           MOVE SPACES TO REG-REP-SUPL
           WRITE REG-REP-SUPL.

      ******************************************************************
      *3000-RECORRER-CONSULTAS.
      *BARRIDO COMPLETO DEL ESPEJO, COMO REPCONPROP; LA VICTIMA SE
      *BUSCA SOLO PARA LAS CONSULTAS DE LA SEMANA
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
                 IF FEC-CONSULTA-ICBENT NOT < FECHA-INICIO
                    AND FEC-CONSULTA-ICBENT NOT > FECHA-FIN
                    ADD 1 TO CONT-SEMANA
                    PERFORM 3100-VERIFICAR-CONSULTA
                 END-IF
              END-IF
           END-PERFORM
           IF SW-HAY-ENTIDAD = 1
              PERFORM 4100-CERRAR-ENTIDAD
           END-IF.

      ******************************************************************
      *3100-VERIFICAR-CONSULTA.
      *LAS DEL PROPIO TITULAR NO CUENTAN; EL RESTO CUENTA SI LA
      *IDENTIFICACION ESTA REGISTRADA Y LA CONSULTA CAE ENTRE LA
      *DENUNCIA Y EL VENCIMIENTO
      ******************************************************************
       3100-VERIFICAR-CONSULTA.
           MOVE SPACES TO W-PROGRAMA-ENT W-RESTO-ENTIDAD
           UNSTRING ENTIDAD-ICBENT DELIMITED BY "/"
              INTO W-PROGRAMA-ENT W-RESTO-ENTIDAD
           END-UNSTRING
           IF MOTIVO-CODIFICADO-ICBENT AND CONSULTA-PROPIA-ICBENT
              CONTINUE
           ELSE
              IF W-PROGRAMA-ENT NOT = "QUIENCONS"
                 MOVE TIPO-IDE-ICBENT TO TIPO-IDE-SUPL
                 MOVE NUM-IDE-ICBENT  TO NUM-IDE-SUPL
                 READ SUPLANTA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF FEC-CONSULTA-ICBENT NOT < FEC-DENUNCIA-SUPL
                          AND FEC-CONSULTA-ICBENT
                              NOT > FEC-VENCE-SUPL
                          PERFORM 4000-INFORMAR-CONSULTA
                       END-IF
                 END-READ
              END-IF
           END-IF.

      ******************************************************************
      *4000-INFORMAR-CONSULTA.
      ******************************************************************
       4000-INFORMAR-CONSULTA.
           IF SW-HAY-ENTIDAD = 1
              AND ENTIDAD-ICBENT NOT = W-ENTIDAD-ANT
              PERFORM 4100-CERRAR-ENTIDAD
           END-IF
           IF SW-HAY-ENTIDAD = 0
              MOVE 1 TO SW-HAY-ENTIDAD
              MOVE ENTIDAD-ICBENT TO W-ENTIDAD-ANT
              MOVE SPACES TO W-IDE-ANT
              MOVE 0 TO CONT-CONS-ENTIDAD CONT-VICT-ENTIDAD
              ADD 1 TO CONT-ENTIDADES
              MOVE SPACES TO REG-REP-SUPL
              STRING "ENTIDAD " ENTIDAD-ICBENT
                     DELIMITED BY SIZE INTO REG-REP-SUPL
              END-STRING
              WRITE REG-REP-SUPL
           END-IF
           STRING TIPO-IDE-ICBENT NUM-IDE-ICBENT
                  DELIMITED BY SIZE INTO W-IDE-ACTUAL
           END-STRING
           IF W-IDE-ACTUAL NOT = W-IDE-ANT
              ADD 1 TO CONT-VICT-ENTIDAD
              MOVE W-IDE-ACTUAL TO W-IDE-ANT
           END-IF
           ADD 1 TO CONT-CONS-ENTIDAD
           ADD 1 TO CONT-SOBRE-VICTIMAS
           MOVE TIPO-IDE-ICBENT     TO DET-TIPO
           MOVE NUM-IDE-ICBENT      TO DET-NUMERO
           MOVE FEC-CONSULTA-ICBENT TO DET-FECHA
           MOVE MOTIVO-ICBENT       TO DET-MOTIVO
           MOVE NRO-DENUNCIA-SUPL   TO DET-DENUNCIA
           MOVE LINEA-DETALLE TO REG-REP-SUPL
           WRITE REG-REP-SUPL.

      ******************************************************************
      *4100-CERRAR-ENTIDAD.
      *LA ENTIDAD QUE CONSULTO A MAS DE UNA VICTIMA EN LA SEMANA SALE
      *MARCADA PARA REVISAR
      ******************************************************************
       4100-CERRAR-ENTIDAD.
           MOVE CONT-CONS-ENTIDAD TO SUB-CONSULTAS
           MOVE CONT-VICT-ENTIDAD TO SUB-VICTIMAS
           MOVE SPACES TO SUB-MARCA
           IF CONT-VICT-ENTIDAD > 1
              MOVE "*** REVISAR ***" TO SUB-MARCA
              ADD 1 TO CONT-ENT-REVISAR
           END-IF
           MOVE LINEA-SUBTOTAL TO REG-REP-SUPL
           WRITE REG-REP-SUPL
           MOVE SPACES TO REG-REP-SUPL
           WRITE REG-REP-SUPL
           MOVE 0 TO SW-HAY-ENTIDAD.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           MOVE SPACES TO REG-REP-SUPL
           EVALUATE TRUE
              WHEN SW-SIN-SUPLANTA = 1
                 MOVE "SIN REGISTRO DE SUPLANTACIONES: NO HAY VICTIMAS"
                   TO REG-REP-SUPL
              WHEN CONT-SOBRE-VICTIMAS = 0
                 MOVE "SIN CONSULTAS SOBRE VICTIMAS EN LA SEMANA"
                   TO REG-REP-SUPL
              WHEN OTHER
                 STRING "TOTAL " CONT-SOBRE-VICTIMAS
                        " CONSULTAS DE " CONT-ENTIDADES
                        " ENTIDADES, " CONT-ENT-REVISAR
                        " PARA REVISAR"
                        DELIMITED BY SIZE INTO REG-REP-SUPL
                 END-STRING
           END-EVALUATE
           WRITE REG-REP-SUPL
           MOVE CONT-LEIDAS TO W-EDIT-CONTADOR
           DISPLAY "Consultas leidas.......... " W-EDIT-CONTADOR
           MOVE CONT-SEMANA TO W-EDIT-CONTADOR
           DISPLAY "Consultas de la semana.... " W-EDIT-CONTADOR
           MOVE CONT-SOBRE-VICTIMAS TO W-EDIT-CONTADOR
           DISPLAY "Sobre victimas............ " W-EDIT-CONTADOR
           MOVE CONT-ENTIDADES TO W-EDIT-CONTADOR
           DISPLAY "Entidades................. " W-EDIT-CONTADOR
           MOVE CONT-ENT-REVISAR TO W-EDIT-CONTADOR
           DISPLAY "Entidades para revisar.... " W-EDIT-CONTADOR
           IF CONT-SOBRE-VICTIMAS = 0
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "SEMANA " FECHA-FIN
                  " CONS " CONT-SOBRE-VICTIMAS
                  " ENT " CONT-ENTIDADES
                  " REVISAR " CONT-ENT-REVISAR
                  DELIMITED BY SIZE
                  INTO REGC-CONTADORES
           END-STRING
           PERFORM 8000-ASENTAR-CORRIDA.

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
              DISPLAY "REPSUPL - REGCORRIDA NO DISPONIBLE"
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
              DISPLAY "REPSUPL - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE ICBCONENT REPORTE-SUPL
           IF SW-SIN-SUPLANTA = 0
              CLOSE SUPLANTA
           END-IF.

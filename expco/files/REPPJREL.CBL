      * REPPJREL.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REPPJREL.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Empresas con representantes con alertas nuevas: recorre las
      ** personas relacionadas de cada persona juridica (PJRELAC, ver
      ** CARGPJREL.CBL) y, por cada representante legal o suplente
      ** (roles RL y RS) vigente en el mes, busca en BDIIALE las
      ** alertas reportadas por primera vez en ese mes
      ** (FEC-REP-BDIIALE). La empresa sale una vez, con cada
      ** representante y sus alertas nuevas debajo. La alerta en
      ** espera del aviso previo al titular (EST-AVISO P, ver
      ** AVISOPREV.CBL) todavia no es visible y no se lista.
      **
      ** USO: REPPJREL [AAAAMM]   (por defecto el mes en curso)
      ** Reporte en $TEMPORALES/REPPJREL.<AAAAMM>.
      **
      ** RC 0 ningun representante con alertas nuevas; RC 4 hay
      ** empresas para revisar; RC 16 error de uso o archivo
      ** inaccesible.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PJRELAC.FS.
           COPY BDIIALE.FS.

           SELECT REPORTE-PJREL
                  ASSIGN TO DISK REP-PJREL-TITLE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY PJRELAC.FD.
           COPY BDIIALE.FD.

       FD  REPORTE-PJREL.
       01  REG-REP-PJREL               PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BDIIALE.WS.
       01 COD-RET-PJREL            PIC XX   VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 REP-PJREL-TITLE          PIC X(80) VALUE SPACES.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-PARAMETRO              PIC X(06) VALUE SPACES.
       01 W-PARAMETRO-R REDEFINES W-PARAMETRO.
          03 W-PARM-AAAA              PIC 9(04).
          03 W-PARM-MM                PIC 9(02).
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 W-MES-REPORTE            PIC X(06) VALUE SPACES.
       01 FECHA-DESDE              PIC 9(08) VALUE 0.
       01 FECHA-HASTA              PIC 9(08) VALUE 0.
       01 SW-FIN-REL               PIC 9(01) VALUE 0.
       01 SW-FIN-ALE               PIC 9(01) VALUE 0.
       01 W-NIT-ANT                PIC X(12) VALUE SPACES.
       01 SW-EMPRESA-LISTADA       PIC 9(01) VALUE 0.
       01 SW-REPRESENTANTE-LISTADO PIC 9(01) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(132) VALUE SPACES.

       01 CONTADORES-PJREL.
          02 CONT-RELACIONES          PIC 9(08) VALUE 0.
          02 CONT-REPRESENTANTES      PIC 9(08) VALUE 0.
          02 CONT-EMPRESAS            PIC 9(08) VALUE 0.
          02 CONT-REP-CON-ALERTA      PIC 9(08) VALUE 0.
          02 CONT-ALERTAS-NUEVAS      PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "REPPJREL".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24) VALUE "REPPJREL.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "REPPJREL".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Representantes de PJ con alertas nuevas      *"
           DISPLAY "*           PROGRAMA : REPPJREL.CBL             *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 2000-ABRIR-ARCHIVOS
           PERFORM 3000-RECORRER-RELACIONES
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
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " " INTO
              W-PARAMETRO
           IF W-PARAMETRO = SPACES
              MOVE FECHA-SISTEMA(1:6) TO W-MES-REPORTE
           ELSE
              IF W-PARAMETRO NOT NUMERIC
                 OR W-PARM-MM < 1 OR W-PARM-MM > 12
                 OR W-PARM-AAAA < 1601
                 DISPLAY "Uso: REPPJREL [AAAAMM]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE W-PARAMETRO TO W-MES-REPORTE
           END-IF
           MOVE SPACES TO REP-PJREL-TITLE
           STRING "$TEMPORALES/REPPJREL." DELIMITED BY SIZE
                  W-MES-REPORTE           DELIMITED BY SIZE
                  INTO REP-PJREL-TITLE
           END-STRING
      *    el dia 31 como tope sirve para cualquier mes: las fechas se
      *    comparan como AAAAMMDD
           MOVE W-MES-REPORTE TO FECHA-DESDE(1:6)
           MOVE "01"          TO FECHA-DESDE(7:2)
           MOVE W-MES-REPORTE TO FECHA-HASTA(1:6)
           MOVE "31"          TO FECHA-HASTA(7:2)
           DISPLAY "Mes informado: " W-MES-REPORTE.

      ******************************************************************
      *2000-ABRIR-ARCHIVOS.
      ******************************************************************
       2000-ABRIR-ARCHIVOS.
           OPEN INPUT PJRELAC
           IF COD-RET-PJREL NOT = "00"
              DISPLAY "Error abriendo PJRELAC " COD-RET-PJREL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BDIIALE
           IF COD-RET-BDIIALE NOT = "00"
              DISPLAY "Error abriendo BDIIALE " COD-RET-BDIIALE
              CLOSE PJRELAC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-PJREL
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo " REP-PJREL-TITLE
              DISPLAY "Estado " COD-RET-REP
              CLOSE PJRELAC BDIIALE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "EMPRESAS CON REPRESENTANTES CON ALERTAS NUEVAS EN "
                  W-MES-REPORTE "  (GENERADO EL " FECHA-SISTEMA ")"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8500-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 8500-GRABAR-LINEA.

      ******************************************************************
      *3000-RECORRER-RELACIONES.
      ** LAS RELACIONES VIENEN AGRUPADAS POR NIT (CLAVE DE PJRELAC)
      ******************************************************************
       3000-RECORRER-RELACIONES.
           MOVE LOW-VALUES TO LLAVE-PJREL
           START PJRELAC KEY IS NOT LESS THAN LLAVE-PJREL
              INVALID KEY MOVE 1 TO SW-FIN-REL
           END-START
           PERFORM UNTIL SW-FIN-REL = 1
              READ PJRELAC NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-REL
              END-READ
              IF SW-FIN-REL = 0
                 ADD 1 TO CONT-RELACIONES
                 IF LLAVE-NIT-PJREL NOT = W-NIT-ANT
                    MOVE LLAVE-NIT-PJREL TO W-NIT-ANT
                    MOVE 0 TO SW-EMPRESA-LISTADA
                 END-IF
                 IF ROL-REPRESENTANTE
                    AND FEC-INI-PJREL NOT > FECHA-HASTA
                    AND FEC-FIN-PJREL NOT < FECHA-DESDE
                    ADD 1 TO CONT-REPRESENTANTES
                    PERFORM 3100-ALERTAS-NUEVAS-REPR
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *3100-ALERTAS-NUEVAS-REPR.
      ** ALERTAS DEL REPRESENTANTE REPORTADAS POR PRIMERA VEZ EN EL
      ** MES; LA EMPRESA Y EL REPRESENTANTE SE ENCABEZAN CON LA
      ** PRIMERA QUE APAREZCA
      ******************************************************************
       3100-ALERTAS-NUEVAS-REPR.
           MOVE 0 TO SW-REPRESENTANTE-LISTADO
           MOVE 0 TO SW-FIN-ALE
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           MOVE TIPO-PER-PJREL TO TIP-IDE-BDIIALE
           MOVE NUM-PER-PJREL  TO NUM-IDE-BDIIALE
           START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
              INVALID KEY MOVE 1 TO SW-FIN-ALE
           END-START
           PERFORM UNTIL SW-FIN-ALE = 1
              READ BDIIALE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ALE
              END-READ
              IF SW-FIN-ALE = 0
                 IF TIP-IDE-BDIIALE = TIPO-PER-PJREL
                    AND NUM-IDE-BDIIALE = NUM-PER-PJREL
                    IF FEC-REP-BDIIALE(1:6) = W-MES-REPORTE
                       AND EST-AVISO-BDIIALE NOT = "P"
                       PERFORM 3200-LISTAR-ALERTA-NUEVA
                    END-IF
                 ELSE
                    MOVE 1 TO SW-FIN-ALE
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *3200-LISTAR-ALERTA-NUEVA.
      ******************************************************************
       3200-LISTAR-ALERTA-NUEVA.
           IF SW-EMPRESA-LISTADA = 0
              MOVE 1 TO SW-EMPRESA-LISTADA
              ADD 1 TO CONT-EMPRESAS
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "EMPRESA TIPO " TIPO-NIT-PJREL
                     " NIT " NUM-NIT-PJREL
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 8500-GRABAR-LINEA
           END-IF
           IF SW-REPRESENTANTE-LISTADO = 0
              MOVE 1 TO SW-REPRESENTANTE-LISTADO
              ADD 1 TO CONT-REP-CON-ALERTA
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "  ROL " ROL-PJREL " TIPO " TIPO-PER-PJREL
                     " NUMERO " NUM-PER-PJREL
                     " DESDE " FEC-INI-PJREL
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 8500-GRABAR-LINEA
           END-IF
           ADD 1 TO CONT-ALERTAS-NUEVAS
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "    ALERTA FUENTE " FUENTE-BDIIALE
                  " COD " COD-ALERTA-BDIIALE
                  " REPORTADA " FEC-REP-BDIIALE
                  " VENCE " FEC-VEN-BDIIALE
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8500-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "      " LINEA1-BDIIALE
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8500-GRABAR-LINEA.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 8500-GRABAR-LINEA
           IF CONT-EMPRESAS = 0
              MOVE "NINGUN REPRESENTANTE CON ALERTAS NUEVAS EN EL MES"
                TO W-LINEA-ARMADA
           ELSE
              STRING "TOTAL " CONT-EMPRESAS " EMPRESAS, "
                     CONT-REP-CON-ALERTA " REPRESENTANTES, "
                     CONT-ALERTAS-NUEVAS " ALERTAS NUEVAS"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           END-IF
           PERFORM 8500-GRABAR-LINEA
           MOVE CONT-RELACIONES TO W-EDIT-CONTADOR
           DISPLAY "Relaciones leidas......... " W-EDIT-CONTADOR
           MOVE CONT-REPRESENTANTES TO W-EDIT-CONTADOR
           DISPLAY "Representantes revisados.. " W-EDIT-CONTADOR
           MOVE CONT-EMPRESAS TO W-EDIT-CONTADOR
           DISPLAY "Empresas listadas......... " W-EDIT-CONTADOR
           MOVE CONT-REP-CON-ALERTA TO W-EDIT-CONTADOR
           DISPLAY "Representantes listados... " W-EDIT-CONTADOR
           MOVE CONT-ALERTAS-NUEVAS TO W-EDIT-CONTADOR
           DISPLAY "Alertas nuevas............ " W-EDIT-CONTADOR
           IF CONT-EMPRESAS = 0
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "MES " W-MES-REPORTE
                  " EMP " CONT-EMPRESAS
                  " REP " CONT-REP-CON-ALERTA
                  " ALE " CONT-ALERTAS-NUEVAS
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
              DISPLAY "REPPJREL - REGCORRIDA NO DISPONIBLE"
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
              DISPLAY "REPPJREL - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *8500-GRABAR-LINEA.
      ******************************************************************
       8500-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REP-PJREL
           WRITE REG-REP-PJREL.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE PJRELAC BDIIALE REPORTE-PJREL.

      * REPNOAM21.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REPNOAM21.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Reporte mensual de la amnistia 2021 para cumplimiento: lista
      ** los beneficiarios de NOAMNISTIA21 cuya ventana de vigencia
      ** se abrio (FEC-INI-NOAM21) o se cerro (FEC-FIN-NOAM21) dentro
      ** del mes informado. Junto con los contadores de aplicaciones
      ** que CARACTPER y LEESCORE dejan en cada corrida, es lo que
      ** permite mostrar que la amnistia se respeto en lo entregado.
      **
      ** USO: REPNOAM21 [AAAAMM]
      **   sin periodo informa el mes anterior al de la fecha del
      **   sistema (el mes ya cerrado). El reporte queda en
      **   $TEMPORALES/REPNOAM21.AAAAMM, uno por mes, para que el de
      **   un mes no pise al de otro.
      **
      ** RC 0 ok; RC 4 no hubo aperturas ni cierres en el mes; RC 16
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
           COPY NOAMNISTIA21.FS.

           SELECT REPORTE-NOAM
                  ASSIGN TO DISK REP-NOAM-TITLE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY NOAMNISTIA21.FD.

       FD  REPORTE-NOAM.
       01  REG-REP-NOAM                PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-NOAMNISTIA21     PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 REP-NOAM-TITLE           PIC X(80) VALUE SPACES.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-PERIODO-X              PIC X(06) VALUE SPACES.
       01 W-PERIODO                PIC 9(06) VALUE 0.
       01 W-PERIODO-R REDEFINES W-PERIODO.
          03 W-PERIODO-AAAA           PIC 9(04).
          03 W-PERIODO-MM             PIC 9(02).
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 SW-FIN-NOAM              PIC 9(01) VALUE 0.

      *    renglon de detalle del reporte
       01 LINEA-DETALLE.
          03 DET-EVENTO               PIC X(07).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 DET-TIPO-IDE             PIC 9(01).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 DET-NUM-IDE              PIC 9(11).
          03 FILLER                   PIC X(08) VALUE "  DESDE ".
          03 DET-FEC-INI              PIC 9(08).
          03 FILLER                   PIC X(08) VALUE "  HASTA ".
          03 DET-FEC-FIN              PIC 9(08).

       01 CONTADORES-NOAM.
          02 CONT-LEIDOS              PIC 9(08) VALUE 0.
          02 CONT-ABIERTAS            PIC 9(08) VALUE 0.
          02 CONT-CERRADAS            PIC 9(08) VALUE 0.
          02 CONT-VIGENTES            PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "REPNOAM21".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "REPNOAM21.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "REPNOAM21".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Reporte mensual de la amnistia 2021           *"
           DISPLAY "*           PROGRAMA : REPNOAM21.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 2000-ABRIR-ARCHIVOS
           PERFORM 3000-RECORRER-LISTA
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
                 DISPLAY "Uso: REPNOAM21 [AAAAMM]"
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
           MOVE SPACES TO REP-NOAM-TITLE
           STRING "$TEMPORALES/REPNOAM21." W-PERIODO
                  DELIMITED BY SIZE INTO REP-NOAM-TITLE
           END-STRING
           DISPLAY "Periodo informado: " W-PERIODO.

      ******************************************************************
      *2000-ABRIR-ARCHIVOS.
      ******************************************************************
       2000-ABRIR-ARCHIVOS.
           OPEN INPUT NOAMNISTIA21
           IF COD-RET-NOAMNISTIA21 NOT = "00"
              DISPLAY "Error abriendo NOAMNISTIA21 "
                 COD-RET-NOAMNISTIA21
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-NOAM
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo " REP-NOAM-TITLE
              DISPLAY "Estado " COD-RET-REP
              CLOSE NOAMNISTIA21
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REG-REP-NOAM
           STRING "AMNISTIA 2021 - VENTANAS ABIERTAS Y CERRADAS EN "
                  W-PERIODO
                  DELIMITED BY SIZE INTO REG-REP-NOAM
           END-STRING
           WRITE REG-REP-NOAM
           MOVE SPACES TO REG-REP-NOAM
           STRING "GENERADO EL " FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-REP-NOAM
           END-STRING
           WRITE REG-REP-NOAM
           MOVE SPACES TO REG-REP-NOAM
           WRITE REG-REP-NOAM.

      ******************************************************************
      *3000-RECORRER-LISTA.
      *BARRIDO COMPLETO DE NOAMNISTIA21 EN ORDEN DE CLAVE; UN MISMO
      *BENEFICIARIO PUEDE SALIR DOS VECES SI SU VENTANA SE ABRE Y SE
      *CIERRA EN EL MISMO MES
      ******************************************************************
       3000-RECORRER-LISTA.
           MOVE 0 TO SW-FIN-NOAM
           READ NOAMNISTIA21 NEXT RECORD
              AT END MOVE 1 TO SW-FIN-NOAM
           END-READ
           PERFORM UNTIL SW-FIN-NOAM = 1
              ADD 1 TO CONT-LEIDOS
              PERFORM 3100-EVALUAR-BENEFICIARIO
              READ NOAMNISTIA21 NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-NOAM
              END-READ
           END-PERFORM.

      ******************************************************************
      *3100-EVALUAR-BENEFICIARIO.
      ******************************************************************
       3100-EVALUAR-BENEFICIARIO.
           MOVE TIPO-IDE-NOAM21 TO DET-TIPO-IDE
           MOVE NUM-IDE-NOAM21  TO DET-NUM-IDE
           MOVE FEC-INI-NOAM21  TO DET-FEC-INI
           MOVE FEC-FIN-NOAM21  TO DET-FEC-FIN
           IF FEC-INI-NOAM21(1:6) = W-PERIODO
              MOVE "ABRE"   TO DET-EVENTO
              ADD 1 TO CONT-ABIERTAS
              PERFORM 7000-GRABAR-DETALLE
           END-IF
           IF FEC-FIN-NOAM21(1:6) = W-PERIODO
              MOVE "CIERRA" TO DET-EVENTO
              ADD 1 TO CONT-CERRADAS
              PERFORM 7000-GRABAR-DETALLE
           END-IF
           IF FEC-INI-NOAM21(1:6) NOT > W-PERIODO
              AND FEC-FIN-NOAM21(1:6) NOT < W-PERIODO
              ADD 1 TO CONT-VIGENTES
           END-IF.

      ******************************************************************
      *7000-GRABAR-DETALLE.
      ******************************************************************
       7000-GRABAR-DETALLE.
           MOVE LINEA-DETALLE TO REG-REP-NOAM
           WRITE REG-REP-NOAM.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           MOVE SPACES TO REG-REP-NOAM
           WRITE REG-REP-NOAM
           MOVE SPACES TO REG-REP-NOAM
           STRING "ABIERTAS " CONT-ABIERTAS
                  "  CERRADAS " CONT-CERRADAS
                  "  VIGENTES EN EL MES " CONT-VIGENTES
                  DELIMITED BY SIZE INTO REG-REP-NOAM
           END-STRING
           WRITE REG-REP-NOAM
           MOVE CONT-LEIDOS TO W-EDIT-CONTADOR
           DISPLAY "Beneficiarios en la lista. " W-EDIT-CONTADOR
           MOVE CONT-ABIERTAS TO W-EDIT-CONTADOR
           DISPLAY "Ventanas abiertas......... " W-EDIT-CONTADOR
           MOVE CONT-CERRADAS TO W-EDIT-CONTADOR
           DISPLAY "Ventanas cerradas......... " W-EDIT-CONTADOR
           MOVE CONT-VIGENTES TO W-EDIT-CONTADOR
           DISPLAY "Vigentes en el mes........ " W-EDIT-CONTADOR
           IF CONT-ABIERTAS = 0 AND CONT-CERRADAS = 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "PERIODO " W-PERIODO
                  " ABRE " CONT-ABIERTAS
                  " CIERRA " CONT-CERRADAS
                  " VIGEN " CONT-VIGENTES
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
              DISPLAY "REPNOAM21 - REGCORRIDA NO DISPONIBLE"
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
              DISPLAY "REPNOAM21 - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE NOAMNISTIA21 REPORTE-NOAM.

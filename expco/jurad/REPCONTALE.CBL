      * REPCONTALE.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REPCONTALE.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Replay post-contingencia de alertas, como REPCONT lo es del
      ** score: mientras BDIIALE no abria, ALESERVER e INTESERVER
      ** contestaron desde la foto de FOTOALE y dejaron cada
      ** respuesta en $TEMPORALES/ALECONT.LOG (ver ALECONT.FD). Con
      ** el maestro de vuelta, este programa vuelve a contar para
      ** cada respuesta las alertas visibles y activas de la
      ** identificacion a la fecha en que se contesto, y su mayor
      ** BLOQUEO, y los compara con lo respondido:
      **   - $TEMPORALES/ALECORR: una linea por respuesta divergente
      **     (respondido y actual); van marcadas *** las que
      **     contestaron de menos (el maestro tiene mas activas o una
      **     mas grave): esas son las que hay que avisar primero
      **   - resumen por consola y a la bitacora de corridas
      **
      ** USO: REPCONTALE [LIMPIAR]
      **   LIMPIAR archiva el rastro procesado como
      **   ALECONT.LOG.<fecha> para que el proximo replay no lo
      **   repita.
      ** RC 0 sin divergencias; RC 4 hubo divergencias (o no hubo
      ** rastro que reprocesar); RC 16 BDIIALE todavia inaccesible
      ** o error al abrir la salida.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BDIIALE.FS.
           COPY ALECONT.FS.

           SELECT ARCHIVO-CORRECCIONES
                  ASSIGN TO "$TEMPORALES/ALECORR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CORR.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY BDIIALE.FD.
           COPY ALECONT.FD.

       FD  ARCHIVO-CORRECCIONES.
       01  REG-CORRECCION.
           02 CORR-FECHA               PIC 9(08).
           02 FILLER                   PIC X.
           02 CORR-HORA                PIC 9(06).
           02 FILLER                   PIC X.
           02 CORR-SERVIDOR            PIC X(10).
           02 FILLER                   PIC X.
           02 CORR-TIP-ID              PIC X(01).
           02 CORR-NUM-ID              PIC X(11).
           02 FILLER                   PIC X.
           02 CORR-ACTIVAS-RESP        PIC 9(04).
           02 FILLER                   PIC X.
           02 CORR-ACTIVAS-ACTUAL      PIC 9(04).
           02 FILLER                   PIC X.
           02 CORR-BLOQUEO-RESP        PIC 9(01).
           02 FILLER                   PIC X.
           02 CORR-BLOQUEO-ACTUAL      PIC 9(01).
           02 FILLER                   PIC X.
           02 CORR-FEC-FOTO            PIC X(08).
           02 FILLER                   PIC X.
           02 CORR-USUARIO             PIC X(18).
           02 FILLER                   PIC X.
           02 CORR-MARCA               PIC X(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       01 COD-RET-ALECONT          PIC XX VALUE ZEROS.
       01 COD-RET-CORR             PIC XX VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(20) VALUE SPACES.
       01 SW-LIMPIAR               PIC 9(01) VALUE 0.
       01 W-COMANDO-SYST           PIC X(200) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 SW-FIN-LOG               PIC 9(01) VALUE 0.
       01 SW-FIN-ALE               PIC 9(01) VALUE 0.
       01 W-TIPO-N                 PIC 9(01) VALUE 0.
       01 W-NUMERO-N               PIC 9(11) VALUE 0.
       01 W-ACTIVAS-ACTUAL         PIC 9(04) VALUE 0.
       01 W-BLOQUEO-ACTUAL         PIC 9(01) VALUE 0.

       01 CONTADORES-REPLAY.
          02 CONT-REVISADAS           PIC 9(08) VALUE 0.
          02 CONT-DIVERGENTES         PIC 9(08) VALUE 0.
          02 CONT-MARCADAS            PIC 9(08) VALUE 0.
       01 W-EDITCON                PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "REPCONTALE".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "REPCONTALE.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "REPCONTALE".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Replay de alertas contestadas desde la foto   *"
           DISPLAY "*           PROGRAMA : REPCONTALE.CBL           *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           IF LINEA-COMANDO(1:7) = "LIMPIAR"
              MOVE 1 TO SW-LIMPIAR
           END-IF
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 1000-ABRIR-ARCHIVOS
           PERFORM 2000-REPROCESAR-RASTRO
           PERFORM 9000-CERRAR
           PERFORM 6000-SACAR-RESUMEN
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
      *1000-ABRIR-ARCHIVOS.
      ** EL RASTRO ES OPTIONAL PARA LOS SERVIDORES; ACA SIN EL NO HAY
      ** NADA QUE HACER (MISMO RC 4 DE REPCONT). SIN MAESTRO EL
      ** REPLAY TODAVIA NO SE PUEDE CORRER
      ******************************************************************
       1000-ABRIR-ARCHIVOS.
           OPEN INPUT LOG-CONT-ALERTAS
           IF COD-RET-ALECONT NOT = "00"
              DISPLAY "SIN RASTRO ALECONT.LOG (" COD-RET-ALECONT
                      "): NO HUBO CONTINGENCIA QUE REPROCESAR"
              MOVE 4 TO RETURN-CODE
              MOVE "SIN RASTRO DE CONTINGENCIA" TO REGC-CONTADORES
              PERFORM 8000-ASENTAR-CORRIDA
              STOP RUN
           END-IF
           OPEN INPUT BDIIALE
           IF COD-RET-BDIIALE NOT = "00"
              DISPLAY "BDIIALE TODAVIA NO DISPONIBLE ("
                      COD-RET-BDIIALE "): CORRER CUANDO VUELVA"
              CLOSE LOG-CONT-ALERTAS
              MOVE 16 TO RETURN-CODE
              PERFORM 8000-ASENTAR-CORRIDA
              STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVO-CORRECCIONES
           IF COD-RET-CORR NOT = "00"
              DISPLAY "Error abriendo ALECORR " COD-RET-CORR
              CLOSE LOG-CONT-ALERTAS BDIIALE
              MOVE 16 TO RETURN-CODE
              PERFORM 8000-ASENTAR-CORRIDA
              STOP RUN
           END-IF.

      ******************************************************************
      *2000-REPROCESAR-RASTRO.
      ******************************************************************
       2000-REPROCESAR-RASTRO.
           PERFORM UNTIL SW-FIN-LOG = 1
              READ LOG-CONT-ALERTAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LOG
              END-READ
              IF SW-FIN-LOG = 0
                 AND ALEC-TIP-ID IS NUMERIC
                 AND ALEC-NUM-ID IS NUMERIC
                 AND ALEC-FECHA IS NUMERIC
                 ADD 1 TO CONT-REVISADAS
                 PERFORM 2100-REVISAR-UNA-RESPUESTA
              END-IF
           END-PERFORM.

      ******************************************************************
      *2100-REVISAR-UNA-RESPUESTA.
      ** LAS ACTIVAS A LA FECHA DE LA RESPUESTA CON LA REGLA DE LOS
      ** CONSULTORES (VISIBLE, BLOQUEO DISTINTO DE CERO, FEC-VEN NO
      ** PASADA), MISMO START/READ NEXT DE 2020-SERVIR-ALERTAS
      ******************************************************************
       2100-REVISAR-UNA-RESPUESTA.
           MOVE ALEC-TIP-ID TO W-TIPO-N
           MOVE ALEC-NUM-ID TO W-NUMERO-N
           MOVE 0 TO W-ACTIVAS-ACTUAL W-BLOQUEO-ACTUAL
           MOVE 0 TO SW-FIN-ALE
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           MOVE W-TIPO-N   TO TIP-IDE-BDIIALE
           MOVE W-NUMERO-N TO NUM-IDE-BDIIALE
           START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
              INVALID KEY MOVE 1 TO SW-FIN-ALE
           END-START
           PERFORM UNTIL SW-FIN-ALE = 1
              READ BDIIALE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ALE
              END-READ
              IF SW-FIN-ALE = 0
                 IF TIP-IDE-BDIIALE = W-TIPO-N
                    AND NUM-IDE-BDIIALE = W-NUMERO-N
                    IF EST-AVISO-BDIIALE NOT = "P"
                       AND BLOQUEO-BDIIALE NOT = 0
                       AND FEC-VEN-BDIIALE NOT < ALEC-FECHA
                       ADD 1 TO W-ACTIVAS-ACTUAL
                       IF BLOQUEO-BDIIALE > W-BLOQUEO-ACTUAL
                          MOVE BLOQUEO-BDIIALE TO W-BLOQUEO-ACTUAL
                       END-IF
                    END-IF
                 ELSE
                    MOVE 1 TO SW-FIN-ALE
                 END-IF
              END-IF
           END-PERFORM
           PERFORM 2200-COMPARAR-Y-CORREGIR.

      ******************************************************************
      *2200-COMPARAR-Y-CORREGIR.
      ******************************************************************
       2200-COMPARAR-Y-CORREGIR.
           IF ALEC-ACTIVAS NOT NUMERIC
              MOVE 0 TO ALEC-ACTIVAS
           END-IF
           IF ALEC-BLOQUEO-MAX NOT NUMERIC
              MOVE 0 TO ALEC-BLOQUEO-MAX
           END-IF
           IF W-ACTIVAS-ACTUAL NOT = ALEC-ACTIVAS
              OR W-BLOQUEO-ACTUAL NOT = ALEC-BLOQUEO-MAX
              ADD 1 TO CONT-DIVERGENTES
              MOVE SPACES TO REG-CORRECCION
              MOVE ALEC-FECHA         TO CORR-FECHA
              MOVE ALEC-HORA          TO CORR-HORA
              MOVE ALEC-SERVIDOR      TO CORR-SERVIDOR
              MOVE ALEC-TIP-ID        TO CORR-TIP-ID
              MOVE ALEC-NUM-ID        TO CORR-NUM-ID
              MOVE ALEC-ACTIVAS       TO CORR-ACTIVAS-RESP
              MOVE W-ACTIVAS-ACTUAL   TO CORR-ACTIVAS-ACTUAL
              MOVE ALEC-BLOQUEO-MAX   TO CORR-BLOQUEO-RESP
              MOVE W-BLOQUEO-ACTUAL   TO CORR-BLOQUEO-ACTUAL
              MOVE ALEC-FEC-FOTO      TO CORR-FEC-FOTO
              MOVE ALEC-USUARIO       TO CORR-USUARIO
              IF W-ACTIVAS-ACTUAL > ALEC-ACTIVAS
                 OR W-BLOQUEO-ACTUAL > ALEC-BLOQUEO-MAX
                 ADD 1 TO CONT-MARCADAS
                 MOVE "***" TO CORR-MARCA
              END-IF
              WRITE REG-CORRECCION
           END-IF.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           MOVE CONT-REVISADAS TO W-EDITCON
           DISPLAY "Respuestas revisadas...... " W-EDITCON
           MOVE CONT-DIVERGENTES TO W-EDITCON
           DISPLAY "Divergentes............... " W-EDITCON
           MOVE CONT-MARCADAS TO W-EDITCON
           DISPLAY "Contestadas de menos (***) " W-EDITCON
           IF CONT-DIVERGENTES > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "REVISADAS " CONT-REVISADAS
                  " DIV " CONT-DIVERGENTES
                  " MARCADAS " CONT-MARCADAS
                  DELIMITED BY SIZE
                  INTO REGC-CONTADORES
           END-STRING
           PERFORM 8000-ASENTAR-CORRIDA.

      ******************************************************************
      *8000-ASENTAR-CORRIDA.
      ** BITACORA CENTRAL Y AVISO AL OPERADOR: LAS RESPUESTAS
      ** CONTESTADAS DE MENOS SON FALLA (HAY QUE AVISAR A LOS
      ** CONSULTANTES)
      ******************************************************************
       8000-ASENTAR-CORRIDA.
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "REPCONTALE - REGCORRIDA NO DISPONIBLE"
           END-CALL
           EVALUATE TRUE
              WHEN REGC-RC > 4 OR CONT-MARCADAS > 0
                 MOVE "FALLA" TO NOTIF-SEVERIDAD
              WHEN REGC-RC = 4
                 MOVE "AVISO" TO NOTIF-SEVERIDAD
              WHEN OTHER
                 MOVE "INFO" TO NOTIF-SEVERIDAD
           END-EVALUATE
           MOVE REGC-CONTADORES TO NOTIF-MENSAJE
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "REPCONTALE - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-CERRAR.
      ******************************************************************
       9000-CERRAR.
           CLOSE LOG-CONT-ALERTAS BDIIALE ARCHIVO-CORRECCIONES
           IF SW-LIMPIAR = 1
              MOVE SPACES TO W-COMANDO-SYST
              STRING "mv $TEMPORALES/ALECONT.LOG "
                     "$TEMPORALES/ALECONT.LOG." FECHA-SISTEMA
                     DELIMITED BY SIZE INTO W-COMANDO-SYST
              END-STRING
              CALL "SYSTEM" USING W-COMANDO-SYST
              DISPLAY "RASTRO ARCHIVADO COMO ALECONT.LOG."
                      FECHA-SISTEMA
           END-IF.

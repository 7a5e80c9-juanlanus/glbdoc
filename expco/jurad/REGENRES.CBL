      * REGENRES.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REGENRES.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Reconstruccion del resumen de alertas por identificacion
      ** (RESALERTA, ver RESALERTA.FD) desde BDIIALE: recorre el
      ** maestro de alertas, recalcula el resumen de cada
      ** identificacion con el mismo subprograma RESALERTA que usan
      ** los programas que graban BDIIALE y lo compara con la fila
      ** guardada; despues barre el resumen buscando filas de
      ** identificaciones que ya no tienen alertas visibles. Sirve
      ** para la carga inicial, despues de los programas que tocan
      ** BDIIALE sin avisar al resumen (DEFUNCION, PURGARET,
      ** HABEASDAT, RENUMID, REORGMAE, MIGBDIIALE) y cuando un
      ** llamador aviso resumenes pendientes.
      **
      ** USO: REGENRES <REAL|FALSO>
      **   FALSO solo concilia e informa; REAL ademas repara en el
      **   lugar: graba las que faltaban, reescribe las que difieren
      **   y da de baja las huerfanas (los consultores siguen leyendo
      **   el resumen mientras corre). Sin resumen todavia, REAL lo
      **   crea y lo llena entero.
      **
      ** La conciliacion (identificaciones en BDIIALE, resumenes al
      ** empezar y al terminar, coinciden / difieren / faltaban /
      ** huerfanos) sale por consola y a la bitacora de corridas; el
      ** detalle de cada diferencia en $TEMPORALES/REGENRES.REP.
      **
      ** RC 0 resumen al dia; RC 4 habia diferencias (en REAL ya
      ** reparadas); RC 8 errores al escribir; RC 16 error de uso o
      ** archivo o subprograma inaccesible.
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
           COPY RESALERTA.FS.

           SELECT REPORTE-RES
                  ASSIGN TO "$TEMPORALES/REGENRES.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY BDIIALE.FD.
           COPY RESALERTA.FD.

       FD  REPORTE-RES.
       01  REG-REP-RES                 PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       COPY RESALERTA.WS.
       01 COD-RET-RESALERTA        PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-MODO                   PIC X(10) VALUE SPACES.
       01 SW-MODO-REAL             PIC 9(01) VALUE 0.
       01 SW-RESUMEN-VACIO         PIC 9(01) VALUE 0.
       01 SW-FIN-ALE               PIC 9(01) VALUE 0.
       01 SW-FIN-RES               PIC 9(01) VALUE 0.
       01 SW-HAY-RESUMEN           PIC 9(01) VALUE 0.
       01 W-TIPO-ANT               PIC 9(01) VALUE 0.
       01 W-NUM-ANT                PIC 9(11) VALUE 0.
       01 SW-PRIMERA               PIC 9(01) VALUE 1.
       01 W-LINEA-ARMADA           PIC X(120) VALUE SPACES.
       01 W-MOTIVO                 PIC X(10) VALUE SPACES.
      *    vista del resumen recien calculado (misma forma que
      *    REG-RESALERTA) para el renglon del reporte
       01 W-RES-CALCULADO.
          03 W-CALC-LLAVE             PIC X(12).
          03 W-CALC-VISIBLES          PIC 9(03).
          03 W-CALC-ACTIVAS           PIC 9(03).
          03 FILLER                   PIC X(227).

       01 CONTADORES-REGENRES.
          02 CONT-IDS-BDIIALE         PIC 9(08) VALUE 0.
          02 CONT-SIN-VISIBLES        PIC 9(08) VALUE 0.
          02 CONT-COINCIDEN           PIC 9(08) VALUE 0.
          02 CONT-DIFIEREN            PIC 9(08) VALUE 0.
          02 CONT-FALTABAN            PIC 9(08) VALUE 0.
          02 CONT-HUERFANOS           PIC 9(08) VALUE 0.
          02 CONT-RESUMENES-ANTES     PIC 9(08) VALUE 0.
          02 CONT-RESUMENES-DESPUES   PIC 9(08) VALUE 0.
          02 CONT-ERR-ESCRITURA       PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "REGENRES".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "REGENRES.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "REGENRES".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.
      **** INTERBLOQUEO DEL RECURSO BDIIALE (SUBPROGRAMA CERROJO)
       01 CERR-ACCION              PIC X(08) VALUE SPACES.
       01 CERR-RECURSO             PIC X(10) VALUE "BDIIALE".
       01 CERR-PROGRAMA            PIC X(10) VALUE "REGENRES".
       01 CERR-RESULTADO           PIC 9(01) VALUE 0.
       01 SW-CERROJO-TOMADO        PIC 9(01) VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "*  Reconstruccion del resumen de alertas       *"
           DISPLAY "*           PROGRAMA : REGENRES.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-MODO
           END-UNSTRING
           EVALUATE W-MODO
              WHEN "REAL"
                 MOVE 1 TO SW-MODO-REAL
              WHEN "FALSO"
                 MOVE 0 TO SW-MODO-REAL
              WHEN OTHER
                 DISPLAY "Uso: REGENRES <REAL|FALSO>"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           MOVE "REGENRES" TO RALE-PROGRAMA
           PERFORM 0900-ASENTAR-INICIO
           IF SW-MODO-REAL = 1
              PERFORM 0600-TOMAR-CERROJO-BDIIALE
           END-IF
           PERFORM 1000-ABRIR-ARCHIVOS
           PERFORM 2000-RECORRER-BDIIALE
           PERFORM 3000-BARRER-RESUMEN
           PERFORM 9000-CERRAR-ARCHIVOS
           PERFORM 6000-SACAR-RESUMEN
           PERFORM 0700-LIBERAR-CERROJO-BDIIALE
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
      *0600-TOMAR-CERROJO-BDIIALE.
      ** CON EL CERROJO NINGUNA CARGA CAMBIA BDIIALE MIENTRAS SE
      ** CONCILIA
      ******************************************************************
       0600-TOMAR-CERROJO-BDIIALE.
           MOVE "TOMAR" TO CERR-ACCION
           CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                CERR-PROGRAMA CERR-RESULTADO
           ON EXCEPTION
              DISPLAY "REGENRES - CERROJO NO DISPONIBLE, SE SIGUE "
                      "SIN INTERBLOQUEO"
              MOVE 0 TO CERR-RESULTADO
           END-CALL
           IF CERR-RESULTADO NOT = 0
              DISPLAY "REGENRES - BDIIALE OCUPADO POR OTRA "
                      "CORRIDA, SE CANCELA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 1 TO SW-CERROJO-TOMADO.

      ******************************************************************
      *0700-LIBERAR-CERROJO-BDIIALE.
      ** EL RC DE LA CORRIDA YA QUEDO EN REGC-RC; EL CALL NO LO PISA
      ******************************************************************
       0700-LIBERAR-CERROJO-BDIIALE.
           IF SW-CERROJO-TOMADO = 1
              MOVE "LIBERAR" TO CERR-ACCION
              CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                   CERR-PROGRAMA CERR-RESULTADO
              ON EXCEPTION
                 CONTINUE
              END-CALL
              MOVE 0 TO SW-CERROJO-TOMADO
              MOVE REGC-RC TO RETURN-CODE
           END-IF.

      ******************************************************************
      *0900-ASENTAR-INICIO.
      ** ARRANQUE DE LA CORRIDA EN LA BITACORA CENTRAL (CONTADORES
      ** "*INICIO*", VER REGCORRIDA.CBL)
      ******************************************************************
       0900-ASENTAR-INICIO.
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE "*INICIO*" TO REGC-CONTADORES
           MOVE 0 TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "REGENRES - REGCORRIDA NO DISPONIBLE"
           END-CALL.

      ******************************************************************
      *1000-ABRIR-ARCHIVOS.
      ** EL RESUMEN SE CREA EN LA PRIMERA CORRIDA REAL (MISMO
      ** 1000-ABRIR-ARCHIVOS DE AVISOPREV); EL ENSAYO LO TOMA VACIO
      ******************************************************************
       1000-ABRIR-ARCHIVOS.
           OPEN INPUT BDIIALE
           IF COD-RET-BDIIALE NOT = "00"
              DISPLAY "NO SE PUDO ABRIR BDIIALE " COD-RET-BDIIALE
              PERFORM 0700-LIBERAR-CERROJO-BDIIALE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF SW-MODO-REAL = 1
              OPEN I-O RESUMEN-ALERTAS
              IF COD-RET-RESALERTA = "35"
                 OPEN OUTPUT RESUMEN-ALERTAS
                 IF COD-RET-RESALERTA = "00"
                    CLOSE RESUMEN-ALERTAS
                    OPEN I-O RESUMEN-ALERTAS
                 END-IF
              END-IF
           ELSE
              OPEN INPUT RESUMEN-ALERTAS
              IF COD-RET-RESALERTA = "35"
                 DISPLAY "REGENRES - SIN RESUMEN TODAVIA: EL "
                         "ENSAYO LO TOMA VACIO"
                 MOVE 1 TO SW-RESUMEN-VACIO
                 MOVE "00" TO COD-RET-RESALERTA
              END-IF
           END-IF
           IF COD-RET-RESALERTA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR RESALERTA " COD-RET-RESALERTA
              PERFORM 0700-LIBERAR-CERROJO-BDIIALE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-RES
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo REGENRES.REP " COD-RET-REP
              PERFORM 0700-LIBERAR-CERROJO-BDIIALE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *2000-RECORRER-BDIIALE.
      ** BARRIDO COMPLETO DE BDIIALE (MISMO START/READ NEXT QUE
      ** 3000-RECORRER-PENDIENTES DE AVISOPREV); CADA IDENTIFICACION
      ** SE CONCILIA UNA VEZ, AL APARECER SU PRIMERA FILA
      ******************************************************************
       2000-RECORRER-BDIIALE.
           MOVE 0 TO SW-FIN-ALE
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
              INVALID KEY MOVE 1 TO SW-FIN-ALE
           END-START
           PERFORM UNTIL SW-FIN-ALE = 1
              READ BDIIALE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ALE
              END-READ
              IF SW-FIN-ALE = 0
                 IF SW-PRIMERA = 1
                    OR TIP-IDE-BDIIALE NOT = W-TIPO-ANT
                    OR NUM-IDE-BDIIALE NOT = W-NUM-ANT
                    MOVE 0 TO SW-PRIMERA
                    MOVE TIP-IDE-BDIIALE TO W-TIPO-ANT
                    MOVE NUM-IDE-BDIIALE TO W-NUM-ANT
                    PERFORM 2100-CONCILIAR-IDENTIFICACION
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *2100-CONCILIAR-IDENTIFICACION.
      ** LA COMPARACION DEJA AFUERA FEC-ACT Y PROGRAMA-ACT (QUIEN Y
      ** CUANDO LO CALCULO NO ES UNA DIFERENCIA). SIN ALERTAS VISIBLES
      ** NO SE HACE NADA ACA: SI TIENE FILA LA ENCUENTRA EL BARRIDO
      ** DEL RESUMEN COMO HUERFANA
      ******************************************************************
       2100-CONCILIAR-IDENTIFICACION.
           ADD 1 TO CONT-IDS-BDIIALE
           PERFORM 2200-CALCULAR-RESUMEN
           IF RALE-RESULTADO = 1
              ADD 1 TO CONT-SIN-VISIBLES
           ELSE
              MOVE RALE-REGISTRO TO W-RES-CALCULADO
              MOVE 0 TO SW-HAY-RESUMEN
              IF SW-RESUMEN-VACIO = 0
                 MOVE W-TIPO-ANT TO TIP-IDE-RESALERTA
                 MOVE W-NUM-ANT  TO NUM-IDE-RESALERTA
                 MOVE 1 TO SW-HAY-RESUMEN
                 READ RESUMEN-ALERTAS
                    INVALID KEY
                       MOVE 0 TO SW-HAY-RESUMEN
                 END-READ
              END-IF
              IF SW-HAY-RESUMEN = 0
                 ADD 1 TO CONT-FALTABAN
                 MOVE "FALTABA" TO W-MOTIVO
                 PERFORM 7000-INFORMAR-DIFERENCIA
                 IF SW-MODO-REAL = 1
                    MOVE RALE-REGISTRO TO REG-RESALERTA
                    WRITE REG-RESALERTA
                       INVALID KEY
                          ADD 1 TO CONT-ERR-ESCRITURA
                    END-WRITE
                 END-IF
              ELSE
                 ADD 1 TO CONT-RESUMENES-ANTES
                 IF REG-RESALERTA(1:207) = RALE-REGISTRO(1:207)
                    ADD 1 TO CONT-COINCIDEN
                 ELSE
                    ADD 1 TO CONT-DIFIEREN
                    MOVE "DIFIERE" TO W-MOTIVO
                    PERFORM 7000-INFORMAR-DIFERENCIA
                    IF SW-MODO-REAL = 1
                       MOVE RALE-REGISTRO TO REG-RESALERTA
                       REWRITE REG-RESALERTA
                          INVALID KEY
                             ADD 1 TO CONT-ERR-ESCRITURA
                       END-REWRITE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *2200-CALCULAR-RESUMEN.
      ** SIN EL SUBPROGRAMA NO HAY CON QUE CONCILIAR: SE CANCELA
      ******************************************************************
       2200-CALCULAR-RESUMEN.
           MOVE "CALCULAR" TO RALE-ACCION
           MOVE W-TIPO-ANT TO RALE-TIPO
           MOVE W-NUM-ANT  TO RALE-NUMERO
           CALL "RESALERTA" USING RALE-ACCION RALE-TIPO RALE-NUMERO
                                  RALE-PROGRAMA RALE-RESULTADO
                                  RALE-REGISTRO
           ON EXCEPTION
              MOVE 9 TO RALE-RESULTADO
           END-CALL
           IF RALE-RESULTADO = 9
              DISPLAY "REGENRES - RESALERTA NO DISPONIBLE O SIN "
                      "ACCESO A BDIIALE, SE CANCELA"
              PERFORM 9000-CERRAR-ARCHIVOS
              PERFORM 0700-LIBERAR-CERROJO-BDIIALE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *3000-BARRER-RESUMEN.
      ** FILAS DEL RESUMEN CUYA IDENTIFICACION YA NO TIENE ALERTAS
      ** VISIBLES (O NI SIQUIERA FILAS EN BDIIALE); LAS QUE SI TIENEN
      ** YA SE CONCILIARON EN 2100
      ******************************************************************
       3000-BARRER-RESUMEN.
           MOVE 0 TO SW-FIN-RES
           IF SW-RESUMEN-VACIO = 1
              MOVE 1 TO SW-FIN-RES
           ELSE
              MOVE LOW-VALUES TO LLAVE-RESALERTA
              START RESUMEN-ALERTAS
                    KEY IS NOT LESS THAN LLAVE-RESALERTA
                 INVALID KEY MOVE 1 TO SW-FIN-RES
              END-START
           END-IF
           PERFORM UNTIL SW-FIN-RES = 1
              READ RESUMEN-ALERTAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-RES
              END-READ
              IF SW-FIN-RES = 0
                 MOVE TIP-IDE-RESALERTA TO W-TIPO-ANT
                 MOVE NUM-IDE-RESALERTA TO W-NUM-ANT
                 PERFORM 2200-CALCULAR-RESUMEN
                 IF RALE-RESULTADO = 1
                    PERFORM 3100-DAR-BAJA-HUERFANO
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *3100-DAR-BAJA-HUERFANO.
      ******************************************************************
       3100-DAR-BAJA-HUERFANO.
           ADD 1 TO CONT-HUERFANOS
           ADD 1 TO CONT-RESUMENES-ANTES
           MOVE REG-RESALERTA TO W-RES-CALCULADO
           MOVE 0 TO W-CALC-VISIBLES W-CALC-ACTIVAS
           MOVE "HUERFANO" TO W-MOTIVO
           PERFORM 7000-INFORMAR-DIFERENCIA
           IF SW-MODO-REAL = 1
              DELETE RESUMEN-ALERTAS RECORD
                 INVALID KEY
                    ADD 1 TO CONT-ERR-ESCRITURA
              END-DELETE
           END-IF.

      ******************************************************************
      *7000-INFORMAR-DIFERENCIA.
      ** UN RENGLON POR IDENTIFICACION CON LO QUE DICE BDIIALE
      ******************************************************************
       7000-INFORMAR-DIFERENCIA.
           MOVE SPACES TO W-LINEA-ARMADA
           STRING W-MOTIVO            DELIMITED BY SIZE
                  " TIPO "            DELIMITED BY SIZE
                  W-CALC-LLAVE(1:1)   DELIMITED BY SIZE
                  " NUMERO "          DELIMITED BY SIZE
                  W-CALC-LLAVE(2:11)  DELIMITED BY SIZE
                  " VISIBLES "        DELIMITED BY SIZE
                  W-CALC-VISIBLES     DELIMITED BY SIZE
                  " ACTIVAS "         DELIMITED BY SIZE
                  W-CALC-ACTIVAS      DELIMITED BY SIZE
                  INTO W-LINEA-ARMADA
           END-STRING
           MOVE W-LINEA-ARMADA TO REG-REP-RES
           WRITE REG-REP-RES.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ** LA CONCILIACION: LAS FILAS AL EMPEZAR SON LAS QUE COINCIDEN,
      ** LAS QUE DIFIEREN Y LAS HUERFANAS; AL TERMINAR, EN REAL, LAS
      ** QUE QUEDAN CON ALERTAS VISIBLES (MENOS LAS QUE NO SE PUDIERON
      ** GRABAR)
      ******************************************************************
       6000-SACAR-RESUMEN.
           IF SW-MODO-REAL = 1
              COMPUTE CONT-RESUMENES-DESPUES =
                      CONT-COINCIDEN + CONT-DIFIEREN + CONT-FALTABAN
              IF CONT-ERR-ESCRITURA > CONT-RESUMENES-DESPUES
                 MOVE 0 TO CONT-RESUMENES-DESPUES
              ELSE
                 SUBTRACT CONT-ERR-ESCRITURA
                     FROM CONT-RESUMENES-DESPUES
              END-IF
           ELSE
              MOVE CONT-RESUMENES-ANTES TO CONT-RESUMENES-DESPUES
           END-IF
           MOVE CONT-IDS-BDIIALE TO W-EDIT-CONTADOR
           DISPLAY "Identificaciones BDIIALE.. " W-EDIT-CONTADOR
           MOVE CONT-SIN-VISIBLES TO W-EDIT-CONTADOR
           DISPLAY "  sin alertas visibles.... " W-EDIT-CONTADOR
           MOVE CONT-RESUMENES-ANTES TO W-EDIT-CONTADOR
           DISPLAY "Resumenes al empezar...... " W-EDIT-CONTADOR
           MOVE CONT-COINCIDEN TO W-EDIT-CONTADOR
           DISPLAY "  coinciden............... " W-EDIT-CONTADOR
           MOVE CONT-DIFIEREN TO W-EDIT-CONTADOR
           DISPLAY "  difieren................ " W-EDIT-CONTADOR
           MOVE CONT-HUERFANOS TO W-EDIT-CONTADOR
           DISPLAY "  huerfanos............... " W-EDIT-CONTADOR
           MOVE CONT-FALTABAN TO W-EDIT-CONTADOR
           DISPLAY "Resumenes que faltaban.... " W-EDIT-CONTADOR
           MOVE CONT-RESUMENES-DESPUES TO W-EDIT-CONTADOR
           DISPLAY "Resumenes al terminar..... " W-EDIT-CONTADOR
           MOVE CONT-ERR-ESCRITURA TO W-EDIT-CONTADOR
           DISPLAY "Errores de escritura...... " W-EDIT-CONTADOR
           IF RETURN-CODE = 0
              EVALUATE TRUE
                 WHEN CONT-ERR-ESCRITURA > 0
                    MOVE 8 TO RETURN-CODE
                 WHEN CONT-DIFIEREN > 0
                   OR CONT-FALTABAN > 0
                   OR CONT-HUERFANOS > 0
                    MOVE 4 TO RETURN-CODE
              END-EVALUATE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "IDS " CONT-IDS-BDIIALE
                  " OK " CONT-COINCIDEN
                  " DIF " CONT-DIFIEREN
                  " FALT " CONT-FALTABAN
                  " HUERF " CONT-HUERFANOS
                  DELIMITED BY SIZE
                  INTO REGC-CONTADORES
           END-STRING
           PERFORM 8000-ASENTAR-CORRIDA.

      ******************************************************************
      *8000-ASENTAR-CORRIDA.
      ** BITACORA CENTRAL Y AVISO AL OPERADOR CON LA GRADUACION DE
      ** SEVERIDAD DE 8000-ASENTAR-CORRIDA EN ACTALEJUR
      ******************************************************************
       8000-ASENTAR-CORRIDA.
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "REGENRES - REGCORRIDA NO DISPONIBLE"
           END-CALL
           EVALUATE TRUE
              WHEN REGC-RC > 4 OR CONT-ERR-ESCRITURA > 0
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
              DISPLAY "REGENRES - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           MOVE "CERRAR" TO RALE-ACCION
           CALL "RESALERTA" USING RALE-ACCION RALE-TIPO RALE-NUMERO
                                  RALE-PROGRAMA RALE-RESULTADO
                                  RALE-REGISTRO
           ON EXCEPTION
              CONTINUE
           END-CALL
           CLOSE BDIIALE REPORTE-RES
           IF SW-RESUMEN-VACIO = 0
              CLOSE RESUMEN-ALERTAS
           END-IF.

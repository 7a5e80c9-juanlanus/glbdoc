      * DISTRIB.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DISTRIB.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Distribucion de los informes de la noche: INVBDIIALE,
      ** ESTICBCON, SCOREDIST, ESTABSCO, TABLERO, FACTURCON,
      ** DB2ERRRPT y REPMANANA dejan su informe en $TEMPORALES y la
      ** gente venia a pedirlo. EJECTRAB llama a este modulo cada vez
      ** que asienta el resultado de un paso; si el paso tiene lista
      ** de distribucion ($TEMPORALES/DISTRIB.CFG, DISTRIB.FS/FD,
      ** mantenida con MANTDISTR) y hoy le toca segun su frecuencia,
      ** el informe recien producido sale a cada destinatario por el
      ** mismo mailx de NOTIFICAR, adjunto o como aviso.
      **
      ** CALL "DISTRIB" USING <paso X(20)> <estado X(10)>
      **                      <inicio cadena 9(14) AAAAMMDDHHMMSS>
      **   estado OK / AVISO: el informe se manda si es "fresco"
      **     (modificado desde el inicio de la cadena); si no, no se
      **     produjo
      **   estado FALLO / TIMEOUT / OMITIDO / FUERA-HORA: el informe
      **     no se produjo
      **   cualquier otro estado (REINICIO, FUERA-CAL, RETENIDO...)
      **     no es un resultado del paso y no se toca
      ** Un informe que tocaba y no se produjo se avisa una vez con
      ** NOTIFICAR AVISO. Cada envio, fallido o no, y cada
      ** destinatario que se quedo sin su informe queda asentado en
      ** $TEMPORALES/DISTRIB.LOG.
      **
      ** Como NOTIFICAR, la distribucion nunca voltea a la cadena:
      ** sin $TEMPORALES, sin lista o sin correo se avisa por consola
      ** y se retorna sin novedad.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DISTRIB.FS.

           SELECT BITACORA-DISTRIB
                  ASSIGN TO "$TEMPORALES/DISTRIB.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-DLG.

      *    fecha de modificacion del informe (la deja un comando de
      *    shell, ver 2300-VERIFICAR-FRESCO)
           SELECT FECHA-INFORME
                  ASSIGN TO "$TEMPORALES/DISTRIB.FEC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-FEC.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY DISTRIB.FD.

       FD  BITACORA-DISTRIB.
       01  REG-BITACORA-DISTRIB.
           02 DLG-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 DLG-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 DLG-PROGRAMA             PIC X(10).
           02 FILLER                   PIC X.
           02 DLG-INFORME              PIC X(30).
           02 FILLER                   PIC X.
           02 DLG-DESTINATARIO         PIC X(60).
           02 FILLER                   PIC X.
           02 DLG-MODO                 PIC X(07).
           02 FILLER                   PIC X.
      *    ENVIADO / FALLO-ENV / NO-PRODUC
           02 DLG-RESULTADO            PIC X(10).
           02 FILLER                   PIC X.
           02 DLG-ESTADO-PASO          PIC X(10).

       FD  FECHA-INFORME.
       01  REG-FECHA-INFORME           PIC X(20).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-DIS              PIC X(2) VALUE ZEROS.
       01 COD-RET-DLG              PIC X(2) VALUE ZEROS.
       01 COD-RET-FEC              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 SW-FIN-LISTA             PIC 9(01) VALUE 0.
       01 W-PROGRAMA               PIC X(10) VALUE SPACES.
       01 W-IDX-CAR                PIC 9(02) VALUE 0.
       01 W-INICIO-NOMBRE          PIC 9(02) VALUE 0.
      *    1 = el paso termino y pudo producir el informe
      *    2 = el paso no lo produjo
       01 SW-RESULTADO-PASO        PIC 9(01) VALUE 0.
       01 SW-CORRESPONDE           PIC 9(01) VALUE 0.
       01 W-RESULTADO-ENVIO        PIC X(10) VALUE SPACES.

      **** CALENDARIO DE HOY PARA LA FRECUENCIA
       01 W-DIA-SEMANA             PIC 9(01) VALUE 0.
       01 W-DIA-MES                PIC 9(02) VALUE 0.
       01 W-ULTIMO-DIA-MES         PIC 9(02) VALUE 0.
       01 W-FECHA-MANANA           PIC 9(08) VALUE 0.
       01 W-DIA-PEDIDO             PIC 9(02) VALUE 0.
       01 SW-HOY-HABIL             PIC 9(01) VALUE 9.
       01 DHAB-ACCION              PIC X(10) VALUE "ES-HABIL".
       01 DHAB-CANTIDAD            PIC 9(03) VALUE 0.
       01 DHAB-RESULTADO           PIC 9(01) VALUE 0.

      **** INFORMES YA VERIFICADOS EN ESTA LLAMADA (UN AVISO DE "NO
      **** PRODUCIDO" POR INFORME, NO POR DESTINATARIO)
       01 TABLA-INFORMES.
          02 INF-ENTRADA OCCURS 50 TIMES.
             03 INF-NOMBRE            PIC X(30).
             03 INF-FRESCO            PIC 9(01).
          02 INF-TOPE                 PIC 9(02) VALUE 0.
       01 W-IDX-INF                PIC 9(02) VALUE 0.
       01 W-FECHA-MODIF            PIC 9(14) VALUE 0.

       01 CONT-ENVIADOS            PIC 9(04) VALUE 0.
       01 CONT-FALLIDOS            PIC 9(04) VALUE 0.
       01 CONT-NO-PRODUCIDOS       PIC 9(04) VALUE 0.

      **** CORREO (MISMO ARMADO QUE NOTIFICAR)
       01 W-ASUNTO-CORREO          PIC X(100) VALUE SPACES.
       01 W-CUERPO-CORREO          PIC X(100) VALUE SPACES.
       01 COMANDO-SYST.
          03 W-COMANDO-SYST        PIC X(300) VALUE SPACES.
       01 AMB-NOMBRE               PIC X(15) VALUE SPACES.
       01 AMB-ETIQUETA             PIC X(11) VALUE SPACES.
       01 AMB-RESULTADO            PIC 9(01) VALUE 0.
       01 W-ROTULO-AMBIENTE        PIC X(15) VALUE SPACES.
       01 W-PUNTERO-ASUNTO         PIC 9(03) VALUE 1.

      **** AVISO DE INFORME NO PRODUCIDO (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE "AVISO".
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "DISTRIB".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01 PASO-LK                  PIC X(20).
       01 ESTADO-LK                PIC X(10).
       01 INICIO-CADENA-LK         PIC 9(14).

      ******************************************************************
       PROCEDURE DIVISION USING PASO-LK ESTADO-LK INICIO-CADENA-LK.
      ******************************************************************
      *0000-DISTRIBUIR.
      ******************************************************************
       0000-DISTRIBUIR.
           EVALUATE ESTADO-LK
              WHEN "OK"
              WHEN "AVISO"
                 MOVE 1 TO SW-RESULTADO-PASO
              WHEN "FALLO"
              WHEN "TIMEOUT"
              WHEN "OMITIDO"
              WHEN "FUERA-HORA"
                 MOVE 2 TO SW-RESULTADO-PASO
              WHEN OTHER
                 EXIT PROGRAM
           END-EVALUATE
           MOVE "TEMPORALES" TO VAR-ENTORNO-CHK
           DISPLAY VAR-ENTORNO-CHK UPON ENVIRONMENT-NAME
           ACCEPT VAR-ENTORNO-CHK FROM ENVIRONMENT-VALUE
           IF VAR-ENTORNO-CHK = "TEMPORALES"
              DISPLAY "DISTRIB - No se ha fijado: $TEMPORALES, SIN "
                      "DISTRIBUCION DE " PASO-LK
              EXIT PROGRAM
           END-IF
           PERFORM 1000-NOMBRE-DEL-PASO
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 1100-CALENDARIO-DE-HOY
           MOVE 0 TO INF-TOPE CONT-ENVIADOS CONT-FALLIDOS
                     CONT-NO-PRODUCIDOS
           MOVE 9 TO SW-HOY-HABIL
           MOVE 0 TO SW-FIN-LISTA
           OPEN INPUT LISTA-DISTRIB
           IF COD-RET-DIS = "00"
              PERFORM UNTIL SW-FIN-LISTA = 1
                 READ LISTA-DISTRIB NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-LISTA
                 END-READ
                 IF SW-FIN-LISTA = 0
                    AND DIS-PROGRAMA = W-PROGRAMA
                    AND DIS-INFORME NOT = SPACES
                    PERFORM 2000-PROCESAR-DESTINATARIO
                 END-IF
              END-PERFORM
           END-IF
           CLOSE LISTA-DISTRIB
           IF CONT-ENVIADOS > 0 OR CONT-FALLIDOS > 0
              OR CONT-NO-PRODUCIDOS > 0
              DISPLAY "DISTRIB - " W-PROGRAMA ": ENVIADOS "
                      CONT-ENVIADOS " FALLIDOS " CONT-FALLIDOS
                      " SIN INFORME " CONT-NO-PRODUCIDOS
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      *1000-NOMBRE-DEL-PASO.
      ** EL PASO PUEDE VENIR CON RUTA: LA LISTA SE BUSCA POR EL
      ** NOMBRE DEL PROGRAMA, LO QUE SIGUE A LA ULTIMA "/"
      ******************************************************************
       1000-NOMBRE-DEL-PASO.
           MOVE 1 TO W-INICIO-NOMBRE
           PERFORM VARYING W-IDX-CAR FROM 1 BY 1 UNTIL W-IDX-CAR > 20
              IF PASO-LK(W-IDX-CAR:1) = "/"
                 COMPUTE W-INICIO-NOMBRE = W-IDX-CAR + 1
              END-IF
           END-PERFORM
           MOVE SPACES TO W-PROGRAMA
           IF W-INICIO-NOMBRE NOT > 20
              MOVE PASO-LK(W-INICIO-NOMBRE:) TO W-PROGRAMA
           END-IF.

      ******************************************************************
      *1100-CALENDARIO-DE-HOY.
      ** DIA DE LA SEMANA (1 LUNES ... 7 DOMINGO), DIA DEL MES Y
      ** ULTIMO DIA DEL MES, PARA LAS FRECUENCIAS SEMANAL Y MENSUAL
      ******************************************************************
       1100-CALENDARIO-DE-HOY.
           COMPUTE W-DIA-SEMANA = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (FECHA-SISTEMA), 7)
           IF W-DIA-SEMANA = 0
              MOVE 7 TO W-DIA-SEMANA
           END-IF
           MOVE FECHA-SISTEMA(7:2) TO W-DIA-MES
           MOVE FECHA-SISTEMA TO W-FECHA-MANANA
           MOVE W-DIA-MES TO W-ULTIMO-DIA-MES
           PERFORM UNTIL W-FECHA-MANANA(5:2) NOT = FECHA-SISTEMA(5:2)
              MOVE W-FECHA-MANANA(7:2) TO W-ULTIMO-DIA-MES
              COMPUTE W-FECHA-MANANA = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (W-FECHA-MANANA) + 1)
           END-PERFORM.

      ******************************************************************
      *2000-PROCESAR-DESTINATARIO.
      ******************************************************************
       2000-PROCESAR-DESTINATARIO.
           PERFORM 2100-EVALUAR-FRECUENCIA
           IF SW-CORRESPONDE = 1
              PERFORM 2200-ESTADO-INFORME
              IF INF-FRESCO(W-IDX-INF) = 1
                 PERFORM 3000-ENVIAR-INFORME
              ELSE
                 MOVE "NO-PRODUC" TO W-RESULTADO-ENVIO
                 ADD 1 TO CONT-NO-PRODUCIDOS
              END-IF
              PERFORM 4000-ASENTAR-BITACORA
           END-IF.

      ******************************************************************
      *2100-EVALUAR-FRECUENCIA.
      ** UN INFORME DIARIO QUE NO SE PRODUJO SOLO SE RECLAMA EN DIA
      ** HABIL: LOS FINES DE SEMANA Y FERIADOS LA CADENA SUELE
      ** OMITIR LOS PASOS DE DIA-HABIL A PROPOSITO
      ******************************************************************
       2100-EVALUAR-FRECUENCIA.
           MOVE 0 TO SW-CORRESPONDE
           MOVE 0 TO W-DIA-PEDIDO
           IF DIS-DIA IS NUMERIC
              MOVE DIS-DIA TO W-DIA-PEDIDO
           ELSE
              IF DIS-DIA(1:1) IS NUMERIC AND DIS-DIA(2:1) = SPACE
                 MOVE DIS-DIA(1:1) TO W-DIA-PEDIDO
              END-IF
           END-IF
           EVALUATE DIS-FRECUENCIA
              WHEN "DIARIA"
                 IF SW-RESULTADO-PASO = 1
                    MOVE 1 TO SW-CORRESPONDE
                 ELSE
                    PERFORM 2150-HOY-ES-HABIL
                    IF SW-HOY-HABIL = 1
                       MOVE 1 TO SW-CORRESPONDE
                    END-IF
                 END-IF
              WHEN "SEMANAL"
                 IF W-DIA-PEDIDO = W-DIA-SEMANA
                    MOVE 1 TO SW-CORRESPONDE
                 END-IF
              WHEN "MENSUAL"
                 IF W-DIA-PEDIDO = W-DIA-MES
                    OR (W-DIA-PEDIDO > W-ULTIMO-DIA-MES
                        AND W-DIA-MES = W-ULTIMO-DIA-MES)
                    MOVE 1 TO SW-CORRESPONDE
                 END-IF
           END-EVALUATE.

      ******************************************************************
      *2150-HOY-ES-HABIL.
      ** SE CONSULTA A DIAHABIL UNA SOLA VEZ POR LLAMADA; SIN EL
      ** MODULO SOLO LOS FINES DE SEMANA SON NO HABILES
      ******************************************************************
       2150-HOY-ES-HABIL.
           IF SW-HOY-HABIL = 9
              MOVE 1 TO SW-HOY-HABIL
              CALL "DIAHABIL" USING DHAB-ACCION FECHA-SISTEMA
                                    DHAB-CANTIDAD DHAB-RESULTADO
              ON EXCEPTION
                 IF W-DIA-SEMANA > 5
                    MOVE 0 TO SW-HOY-HABIL
                 END-IF
              NOT ON EXCEPTION
                 IF DHAB-RESULTADO = 0
                    MOVE 0 TO SW-HOY-HABIL
                 END-IF
              END-CALL
           END-IF.

      ******************************************************************
      *2200-ESTADO-INFORME.
      ** LA PRIMERA VEZ QUE APARECE UN INFORME EN ESTA LLAMADA SE VE
      ** SI QUEDO PRODUCIDO; SI NO, SE AVISA UNA SOLA VEZ
      ******************************************************************
       2200-ESTADO-INFORME.
           MOVE 0 TO W-IDX-INF
           PERFORM VARYING W-IDX-CAR FROM 1 BY 1
              UNTIL W-IDX-CAR > INF-TOPE OR W-IDX-INF > 0
              IF INF-NOMBRE(W-IDX-CAR) = DIS-INFORME
                 MOVE W-IDX-CAR TO W-IDX-INF
              END-IF
           END-PERFORM
           IF W-IDX-INF = 0
              IF INF-TOPE < 50
                 ADD 1 TO INF-TOPE
              END-IF
              MOVE INF-TOPE    TO W-IDX-INF
              MOVE DIS-INFORME TO INF-NOMBRE(W-IDX-INF)
              MOVE 0           TO INF-FRESCO(W-IDX-INF)
              IF SW-RESULTADO-PASO = 1
                 PERFORM 2300-VERIFICAR-FRESCO
              END-IF
              IF INF-FRESCO(W-IDX-INF) = 0
                 PERFORM 2400-AVISAR-NO-PRODUCIDO
              END-IF
           END-IF.

      ******************************************************************
      *2300-VERIFICAR-FRESCO.
      ** EL INFORME ES DE ESTA NOCHE SI EXISTE Y SE MODIFICO DESDE EL
      ** INICIO DE LA CADENA (EL DE UNA NOCHE ANTERIOR NO SE REENVIA)
      ******************************************************************
       2300-VERIFICAR-FRESCO.
           MOVE SPACES TO W-COMANDO-SYST
           STRING "date -r $TEMPORALES/" DELIMITED BY SIZE
                  DIS-INFORME            DELIMITED BY SPACE
                  " +%Y%m%d%H%M%S > $TEMPORALES/DISTRIB.FEC"
                                         DELIMITED BY SIZE
                  " 2>/dev/null || echo NOFILE > "
                                         DELIMITED BY SIZE
                  "$TEMPORALES/DISTRIB.FEC" DELIMITED BY SIZE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING COMANDO-SYST
           MOVE 0 TO W-FECHA-MODIF
           OPEN INPUT FECHA-INFORME
           IF COD-RET-FEC = "00"
              MOVE SPACES TO REG-FECHA-INFORME
              READ FECHA-INFORME NEXT RECORD
                 AT END CONTINUE
              END-READ
              IF REG-FECHA-INFORME(1:14) IS NUMERIC
                 MOVE REG-FECHA-INFORME(1:14) TO W-FECHA-MODIF
              END-IF
           END-IF
           CLOSE FECHA-INFORME
           IF W-FECHA-MODIF > 0
              AND W-FECHA-MODIF NOT < INICIO-CADENA-LK
              MOVE 1 TO INF-FRESCO(W-IDX-INF)
           END-IF.

      ******************************************************************
      *2400-AVISAR-NO-PRODUCIDO.
      ******************************************************************
       2400-AVISAR-NO-PRODUCIDO.
           MOVE SPACES TO NOTIF-MENSAJE
           IF SW-RESULTADO-PASO = 1
              STRING "INFORME " DELIMITED BY SIZE
                     DIS-INFORME DELIMITED BY SPACE
                     " DE " DELIMITED BY SIZE
                     W-PROGRAMA DELIMITED BY SPACE
                     " NO PRODUCIDO: EL PASO TERMINO SIN INFORME NUEVO"
                     DELIMITED BY SIZE
                     INTO NOTIF-MENSAJE
              END-STRING
           ELSE
              STRING "INFORME " DELIMITED BY SIZE
                     DIS-INFORME DELIMITED BY SPACE
                     " DE " DELIMITED BY SIZE
                     W-PROGRAMA DELIMITED BY SPACE
                     " NO PRODUCIDO: PASO " DELIMITED BY SIZE
                     ESTADO-LK DELIMITED BY SPACE
                     INTO NOTIF-MENSAJE
              END-STRING
           END-IF
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "DISTRIB - " NOTIF-MENSAJE
           END-CALL.

      ******************************************************************
      *3000-ENVIAR-INFORME.
      ** MISMO MAILX QUE 1000-ENVIAR-CORREO DE NOTIFICAR.CBL; EL
      ** ADJUNTO VA CON -a. FUERA DE PRODUCCION EL ASUNTO SALE
      ** ROTULADO CON EL AMBIENTE, COMO EN NOTIFICAR
      ******************************************************************
       3000-ENVIAR-INFORME.
           CALL "AMBIENTE" USING AMB-NOMBRE AMB-ETIQUETA AMB-RESULTADO
           ON EXCEPTION
              MOVE SPACES TO AMB-ETIQUETA
           END-CALL
           MOVE SPACES TO W-ROTULO-AMBIENTE
           IF AMB-ETIQUETA NOT = SPACES
              AND AMB-ETIQUETA NOT = "PRODUCCION "
              STRING "(" DELIMITED BY SIZE
                     AMB-ETIQUETA DELIMITED BY SPACE
                     ")" DELIMITED BY SIZE
                     INTO W-ROTULO-AMBIENTE
              END-STRING
           END-IF
           MOVE SPACES TO W-ASUNTO-CORREO
           MOVE 1 TO W-PUNTERO-ASUNTO
           IF W-ROTULO-AMBIENTE NOT = SPACES
              STRING W-ROTULO-AMBIENTE DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     INTO W-ASUNTO-CORREO
                     WITH POINTER W-PUNTERO-ASUNTO
              END-STRING
           END-IF
           STRING W-PROGRAMA DELIMITED BY SPACE
                  " INFORME " DELIMITED BY SIZE
                  DIS-INFORME DELIMITED BY SPACE
                  " " FECHA-SISTEMA DELIMITED BY SIZE
                  INTO W-ASUNTO-CORREO
                  WITH POINTER W-PUNTERO-ASUNTO
           END-STRING
           MOVE SPACES TO W-CUERPO-CORREO
           MOVE SPACES TO W-COMANDO-SYST
           IF DIS-MODO = "ADJUNTO"
              STRING "SE ADJUNTA EL INFORME " DELIMITED BY SIZE
                     DIS-INFORME DELIMITED BY SPACE
                     " DE " DELIMITED BY SIZE
                     W-PROGRAMA DELIMITED BY SPACE
                     INTO W-CUERPO-CORREO
              END-STRING
              STRING "echo '"         DELIMITED BY SIZE
                     W-CUERPO-CORREO  DELIMITED BY "  "
                     "' | mailx -s '" DELIMITED BY SIZE
                     W-ASUNTO-CORREO  DELIMITED BY "  "
                     "' -a $TEMPORALES/" DELIMITED BY SIZE
                     DIS-INFORME      DELIMITED BY SPACE
                     " "              DELIMITED BY SIZE
                     DIS-DESTINATARIO DELIMITED BY SPACE
                     INTO W-COMANDO-SYST
              END-STRING
           ELSE
              STRING "EL INFORME " DELIMITED BY SIZE
                     DIS-INFORME DELIMITED BY SPACE
                     " DE " DELIMITED BY SIZE
                     W-PROGRAMA DELIMITED BY SPACE
                     " ESTA DISPONIBLE EN " DELIMITED BY SIZE
                     INTO W-CUERPO-CORREO
              END-STRING
              STRING "echo '"         DELIMITED BY SIZE
                     W-CUERPO-CORREO  DELIMITED BY "  "
                     " '$TEMPORALES/" DELIMITED BY SIZE
                     DIS-INFORME      DELIMITED BY SPACE
                     " | mailx -s '"  DELIMITED BY SIZE
                     W-ASUNTO-CORREO  DELIMITED BY "  "
                     "' "             DELIMITED BY SIZE
                     DIS-DESTINATARIO DELIMITED BY SPACE
                     INTO W-COMANDO-SYST
              END-STRING
           END-IF
           CALL "SYSTEM" USING COMANDO-SYST
           IF RETURN-CODE = 0
              MOVE "ENVIADO" TO W-RESULTADO-ENVIO
              ADD 1 TO CONT-ENVIADOS
           ELSE
              MOVE "FALLO-ENV" TO W-RESULTADO-ENVIO
              ADD 1 TO CONT-FALLIDOS
              DISPLAY "DISTRIB - NO SE PUDO ENVIAR " DIS-INFORME
                      " A " DIS-DESTINATARIO
           END-IF
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      *4000-ASENTAR-BITACORA.
      ******************************************************************
       4000-ASENTAR-BITACORA.
           OPEN EXTEND BITACORA-DISTRIB
           IF COD-RET-DLG = "35"
              OPEN OUTPUT BITACORA-DISTRIB
           END-IF
           IF COD-RET-DLG NOT = "00"
              DISPLAY "DISTRIB - NO SE PUDO ABRIR DISTRIB.LOG ("
                      COD-RET-DLG "), " DIS-INFORME " A "
                      DIS-DESTINATARIO " QUEDA SIN ASENTAR"
           ELSE
              ACCEPT HORA-SISTEMA FROM TIME
              MOVE SPACES TO REG-BITACORA-DISTRIB
              MOVE FECHA-SISTEMA     TO DLG-FECHA
              MOVE HORA-SIST-HHMMSS  TO DLG-HORA
              MOVE W-PROGRAMA        TO DLG-PROGRAMA
              MOVE DIS-INFORME       TO DLG-INFORME
              MOVE DIS-DESTINATARIO  TO DLG-DESTINATARIO
              MOVE DIS-MODO          TO DLG-MODO
              MOVE W-RESULTADO-ENVIO TO DLG-RESULTADO
              MOVE ESTADO-LK         TO DLG-ESTADO-PASO
              WRITE REG-BITACORA-DISTRIB
              CLOSE BITACORA-DISTRIB
           END-IF.

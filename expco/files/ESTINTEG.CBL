      ** NOAMNISTIA21, BDLSTR, BDIIALE (TODAS las alertas de la
      ** identificacion, con sus textos, fuente, estado y
      ** vencimiento), BDIIREGI y SCODAPJA, y arma un reporte
      ** consolidado por identificacion. Para una persona juridica
      ** agrega sus personas relacionadas vigentes (PJRELAC, ver
      ** CARGPJREL.CBL) con las alertas, el estado en BDLSTR y la
      ** banda de score de cada una.
      **
      ** USO: ESTINTEG <tipo> <numero>
      **      ESTINTEG ARCHIVO <archivo con tipo+numero por renglon>
           COPY BDIIREGI.FS.
           COPY SCODAPJA.FS.
           COPY CORRESPID.FS.
           COPY BDIIDEM.FS.
           COPY PJRELAC.FS.
           COPY SCORESNAP.FS.
           COPY RESALERTA.FS.

           SELECT ENTRADA-IDS
                  ASSIGN TO DISK ARCH-IDS-NAME
           COPY BDIIREGI.FD.
           COPY SCODAPJA.FD.
           COPY CORRESPID.FD.
           COPY BDIIDEM.FD.
           COPY PJRELAC.FD.
           COPY SCORESNAP.FD.
           COPY RESALERTA.FD.

       FD  ENTRADA-IDS.
       01  REG-ENT-ID.
       01 COD-RETORNO-SCODAPJA     PIC X(2) VALUE ZEROS.
       01 COD-RET-CORRESP          PIC X(2) VALUE ZEROS.
       01 SW-CORRESP-DISPONIBLE    PIC 9(01) VALUE 0.
      *    detalle por demanda de las alertas judiciales (BDIIDEM,
      *    ver ACTALEJUR.CBL): opcional, sin el se muestran solo las
      *    alertas
       01 COD-RET-BDIIDEM          PIC X(2) VALUE ZEROS.
       01 SW-BDIIDEM-DISPONIBLE    PIC 9(01) VALUE 0.
       01 SW-FIN-DEM               PIC 9(01) VALUE 0.
       01 W-VALOR-DEM-ED           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *    personas relacionadas de una persona juridica (PJRELAC,
      *    ver CARGPJREL.CBL) y la foto de score de donde sale su
      *    banda (SCORESNAP, ver SCOSNAP.CBL): opcionales, sin ellos
      *    no sale la seccion o sale sin banda
       01 COD-RET-PJREL            PIC X(2) VALUE ZEROS.
       01 SW-PJREL-DISPONIBLE      PIC 9(01) VALUE 0.
       01 SW-FIN-REL               PIC 9(01) VALUE 0.
       01 COD-RET-SNAP             PIC X(2) VALUE ZEROS.
       01 SW-SNAP-DISPONIBLE       PIC 9(01) VALUE 0.
       01 SW-FIN-SNAP              PIC 9(01) VALUE 0.
       01 W-NIT-CONSULTADO         PIC X(12) VALUE SPACES.
       01 W-CANT-RELACIONADAS      PIC 9(04) VALUE 0.
       01 W-CANT-ALE-REL           PIC 9(04) VALUE 0.
      *    resumen de alertas por identificacion (RESALERTA, ver
      *    RESALERTA.FD): opcional; sin el, o si ya paso su proximo
      *    vencimiento, se recorre BDIIALE
       01 COD-RET-RESALERTA        PIC X(2) VALUE ZEROS.
       01 SW-RESALERTA-DISPONIBLE  PIC 9(01) VALUE 0.
       01 SW-RESUMEN-VIGENTE       PIC 9(01) VALUE 0.
       01 W-IDX-RES                PIC 9(02) VALUE 0.
       01 W-ROL-DESCRIPCION        PIC X(22) VALUE SPACES.
       01 W-SCORE-ULTIMO           PIC 9(03) VALUE 0.
       01 W-FECHA-SCORE-ULTIMO     PIC X(08) VALUE SPACES.
       01 W-CENTENA-SCORE          PIC 9(01) VALUE 0.
       01 W-BANDA-DESDE            PIC 9(03) VALUE 0.
       01 W-BANDA-HASTA            PIC 9(03) VALUE 0.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(100) VALUE SPACES.
       01 W-PARM1                  PIC X(12) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(120) VALUE SPACES.
       01 W-CANT-ALERTAS           PIC 9(04) VALUE 0.
       01 W-CANT-PEND-AVISO        PIC 9(04) VALUE 0.
       01 CONT-IDS-PROCESADAS      PIC 9(06) VALUE 0.

      ******************************************************************
           IF COD-RET-CORRESP = "00"
              MOVE 1 TO SW-CORRESP-DISPONIBLE
           END-IF
      *    el detalle por demanda es opcional (ver BDIIDEM.FD)
           OPEN INPUT BDIIDEM
           IF COD-RET-BDIIDEM = "00"
              MOVE 1 TO SW-BDIIDEM-DISPONIBLE
           END-IF
      *    personas relacionadas y foto de score, opcionales
           OPEN INPUT PJRELAC
           IF COD-RET-PJREL = "00"
              MOVE 1 TO SW-PJREL-DISPONIBLE
           END-IF
           OPEN INPUT SCORESNAP
           IF COD-RET-SNAP = "00"
              MOVE 1 TO SW-SNAP-DISPONIBLE
           END-IF
           OPEN INPUT RESUMEN-ALERTAS
           IF COD-RET-RESALERTA = "00"
              MOVE 1 TO SW-RESALERTA-DISPONIBLE
           END-IF
           OPEN OUTPUT REPORTE-ESTADO
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo ESTINTEG.REP " COD-RET-REP
           PERFORM 3200-ESTADO-AMNISTIA
           PERFORM 3300-ESTADO-RESTRICCION
           PERFORM 3400-ESTADO-ALERTAS
           PERFORM 3500-ESTADO-SCORE-PJ
           IF W-TIPO-X = "2" OR W-TIPO-X = "3"
              PERFORM 3600-PERSONAS-RELACIONADAS
           END-IF.

      ******************************************************************
      *2900-REDIRIGIR-RENUMERADA.
      ******************************************************************
      *3400-ESTADO-ALERTAS.
      ** TODAS LAS FILAS FUENTE/COD-ALERTA DE LA IDENTIFICACION, CON
      ** TEXTO, ESTADO Y VENCIMIENTO, ENCABEZADAS POR EL RESUMEN
      ******************************************************************
       3400-ESTADO-ALERTAS.
           MOVE W-TIPO-X   TO TIP-IDE-RESALERTA
           MOVE W-NUMERO-X TO NUM-IDE-RESALERTA
           PERFORM 3450-LEER-RESUMEN
           IF SW-RESUMEN-VIGENTE = 1
              PERFORM 3460-GRABAR-RESUMEN
           END-IF
           MOVE 0 TO W-CANT-ALERTAS
           MOVE 0 TO W-CANT-PEND-AVISO
           MOVE 0 TO SW-FIN-ALE
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           MOVE W-TIPO-X   TO TIP-IDE-BDIIALE
              IF SW-FIN-ALE = 0
                 IF TIP-IDE-BDIIALE = W-TIPO-X
                    AND NUM-IDE-BDIIALE = W-NUMERO-X
      *             la alerta en espera del aviso previo al titular
      *             (EST-AVISO P, ver AVISOPREV.CBL) no se muestra;
      *             solo se cuenta para el renglon de pendientes
                    IF EST-AVISO-BDIIALE = "P"
                       ADD 1 TO W-CANT-PEND-AVISO
                    ELSE
                       ADD 1 TO W-CANT-ALERTAS
                       PERFORM 3410-GRABAR-ALERTA
                    END-IF
                 ELSE
                    MOVE 1 TO SW-FIN-ALE
                 END-IF
              MOVE "ALERTAS: SIN ALERTAS REGISTRADAS"
                TO W-LINEA-ARMADA
              PERFORM 8000-GRABAR-LINEA
           END-IF
           IF W-CANT-PEND-AVISO > 0
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "ALERTAS EN ESPERA DE AVISO PREVIO: "
                     W-CANT-PEND-AVISO
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 8000-GRABAR-LINEA
           END-IF.

      ******************************************************************
      *3450-LEER-RESUMEN.
      ** LA FILA DE LA IDENTIFICACION YA MOVIDA A LLAVE-RESALERTA; NO
      ** SIRVE SI ALGUNA DE SUS ACTIVAS YA VENCIO (EL BARRIDO DE
      ** VENCIMIENTOS TODAVIA NO LA RECALCULO)
      ******************************************************************
       3450-LEER-RESUMEN.
           MOVE 0 TO SW-RESUMEN-VIGENTE
           IF SW-RESALERTA-DISPONIBLE = 1
              READ RESUMEN-ALERTAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FEC-PROX-VEN-RESALERTA NOT < FECHA-SISTEMA
                       MOVE 1 TO SW-RESUMEN-VIGENTE
                    END-IF
              END-READ
           END-IF.

      ******************************************************************
      *3460-GRABAR-RESUMEN.
      ******************************************************************
       3460-GRABAR-RESUMEN.
           MOVE SPACES TO W-LINEA-ARMADA
           IF CANT-ACTIVAS-RESALERTA = 0
              STRING "ALERTAS: RESUMEN SIN ACTIVAS, "
                     CANT-VISIBLES-RESALERTA " INACTIVAS"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 8000-GRABAR-LINEA
           ELSE
              STRING "ALERTAS: RESUMEN ACTIVAS "
                     CANT-ACTIVAS-RESALERTA
                     " DE " CANT-VISIBLES-RESALERTA
                     " MAS GRAVE FUENTE " FUENTE-MAX-RESALERTA
                     "/" COD-MAX-RESALERTA
                     " NIVEL " BLOQUEO-MAX-RESALERTA
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 8000-GRABAR-LINEA
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "ALERTAS: ACTIVAS DESDE " FEC-PRIMERA-RESALERTA
                     " ULTIMA NOVEDAD " FEC-ULTIMA-RESALERTA
                     " RECLAMO " IND-RECLAMO-RESALERTA
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 8000-GRABAR-LINEA
           END-IF.

      ******************************************************************
           STRING "   " LINEA2-BDIIALE
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
           IF SW-BDIIDEM-DISPONIBLE = 1
              PERFORM 3420-DEMANDAS-ALERTA
           END-IF.

      ******************************************************************
      *3420-DEMANDAS-ALERTA.
      ** DEMANDAS DE BDIIDEM ENLAZADAS A LA ALERTA RECIEN MOSTRADA
      ** (MISMA FUENTE/COD/OCURRENCIA): RADICADO, JUZGADO,
      ** DEMANDANTE, CLASE, PRETENSION Y FECHAS, CON EL MARCADOR DE
      ** RECLAMACION POR DEMANDA
      ******************************************************************
       3420-DEMANDAS-ALERTA.
           MOVE 0 TO SW-FIN-DEM
           MOVE LOW-VALUES TO LLAVE-BDIIDEM
           MOVE W-TIPO-X   TO TIP-IDE-BDIIDEM
           MOVE W-NUMERO-X TO NUM-IDE-BDIIDEM
           START BDIIDEM KEY IS NOT LESS THAN LLAVE-BDIIDEM
              INVALID KEY MOVE 1 TO SW-FIN-DEM
           END-START
           PERFORM UNTIL SW-FIN-DEM = 1
              READ BDIIDEM NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-DEM
              END-READ
              IF SW-FIN-DEM = 0
                 IF TIP-IDE-BDIIDEM = TIP-IDE-BDIIALE
                    AND NUM-IDE-BDIIDEM = NUM-IDE-BDIIALE
                    IF FUENTE-BDIIDEM = FUENTE-BDIIALE
                       AND COD-ALERTA-BDIIDEM = COD-ALERTA-BDIIALE
                       AND OCURRENCIA-BDIIDEM = OCURRENCIA-BDIIALE
                       PERFORM 3421-GRABAR-DEMANDA
                    END-IF
                 ELSE
                    MOVE 1 TO SW-FIN-DEM
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *3421-GRABAR-DEMANDA.
      ******************************************************************
       3421-GRABAR-DEMANDA.
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "  DEMANDA " RADICADO-BDIIDEM " " JUZGADO-BDIIDEM
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "    DTE " DEMANDANTE-BDIIDEM
                  " " TIPO-PROCESO-BDIIDEM
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
           MOVE VALOR-PRETENSION-BDIIDEM TO W-VALOR-DEM-ED
           MOVE SPACES TO W-LINEA-ARMADA
           IF FEC-TERMINACION-BDIIDEM = ZEROS
              STRING "    PRETENSION " W-VALOR-DEM-ED
                     " RAD " FEC-RADICACION-BDIIDEM
                     " VIGENTE"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           ELSE
              STRING "    PRETENSION " W-VALOR-DEM-ED
                     " RAD " FEC-RADICACION-BDIIDEM
                     " TERM " FEC-TERMINACION-BDIIDEM
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           END-IF
           PERFORM 8000-GRABAR-LINEA
           IF EST-RECLAMO-BDIIDEM = "1"
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "    *** DEMANDA EN RECLAMACION HASTA "
                     FEC-LIM-RECLAMO-BDIIDEM " ***"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 8000-GRABAR-LINEA
           END-IF.

      ******************************************************************
      *3500-ESTADO-SCORE-PJ.
           END-READ
           PERFORM 8000-GRABAR-LINEA.

      ******************************************************************
      *3600-PERSONAS-RELACIONADAS.
      ** REPRESENTANTES, SOCIOS, JUNTA Y REVISOR FISCAL VIGENTES DEL
      ** NIT SEGUN LA CAMARA DE COMERCIO (PJRELAC), CADA UNO CON SUS
      ** ALERTAS, SU ESTADO EN BDLSTR Y SU BANDA DE SCORE
      ******************************************************************
       3600-PERSONAS-RELACIONADAS.
           IF SW-PJREL-DISPONIBLE = 1
              MOVE "PERSONAS RELACIONADAS (CAMARA DE COMERCIO):"
                TO W-LINEA-ARMADA
              PERFORM 8000-GRABAR-LINEA
              MOVE 0 TO W-CANT-RELACIONADAS
              MOVE 0 TO SW-FIN-REL
              MOVE W-TIPO-X   TO W-NIT-CONSULTADO(1:1)
              MOVE W-NUMERO-X TO W-NIT-CONSULTADO(2:11)
              MOVE LOW-VALUES TO LLAVE-PJREL
              MOVE W-TIPO-X   TO TIPO-NIT-PJREL
              MOVE W-NUMERO-X TO NUM-NIT-PJREL
              START PJRELAC KEY IS NOT LESS THAN LLAVE-PJREL
                 INVALID KEY MOVE 1 TO SW-FIN-REL
              END-START
              PERFORM UNTIL SW-FIN-REL = 1
                 READ PJRELAC NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-REL
                 END-READ
                 IF SW-FIN-REL = 0
                    IF LLAVE-NIT-PJREL = W-NIT-CONSULTADO
                       IF FEC-INI-PJREL NOT > FECHA-SISTEMA
                          AND FEC-FIN-PJREL NOT < FECHA-SISTEMA
                          ADD 1 TO W-CANT-RELACIONADAS
                          PERFORM 3610-GRABAR-RELACIONADA
                       END-IF
                    ELSE
                       MOVE 1 TO SW-FIN-REL
                    END-IF
                 END-IF
              END-PERFORM
              IF W-CANT-RELACIONADAS = 0
                 MOVE "  SIN PERSONAS RELACIONADAS VIGENTES"
                   TO W-LINEA-ARMADA
                 PERFORM 8000-GRABAR-LINEA
              END-IF
           END-IF.

      ******************************************************************
      *3610-GRABAR-RELACIONADA.
      ******************************************************************
       3610-GRABAR-RELACIONADA.
           EVALUATE ROL-PJREL
              WHEN "RL"
                 MOVE "REPRESENTANTE LEGAL"    TO W-ROL-DESCRIPCION
              WHEN "RS"
                 MOVE "REPRESENTANTE SUPLENTE" TO W-ROL-DESCRIPCION
              WHEN "SO"
                 MOVE "SOCIO"                  TO W-ROL-DESCRIPCION
              WHEN "JD"
                 MOVE "JUNTA DIRECTIVA"        TO W-ROL-DESCRIPCION
              WHEN "RF"
                 MOVE "REVISOR FISCAL"         TO W-ROL-DESCRIPCION
              WHEN OTHER
                 MOVE ROL-PJREL                TO W-ROL-DESCRIPCION
           END-EVALUATE
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "  " W-ROL-DESCRIPCION " TIPO " TIPO-PER-PJREL
                  " NUMERO " NUM-PER-PJREL " DESDE " FEC-INI-PJREL
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
           PERFORM 3620-ALERTAS-RELACIONADA
           PERFORM 3630-RESTRICCION-RELACIONADA
           PERFORM 3640-BANDA-RELACIONADA.

      ******************************************************************
      *3620-ALERTAS-RELACIONADA.
      ** CON EL RESUMEN VIGENTE, UNA LINEA POR FUENTE SIN LEER
      ** BDIIALE; SI NO, UNA LINEA POR ALERTA, SIN TEXTOS NI DEMANDAS
      ** (EL DETALLE SE PIDE CON EL ESTADO INTEGRAL DE LA PERSONA); LA
      ** ALERTA EN ESPERA DEL AVISO PREVIO NO SE MUESTRA, COMO EN 3400
      ******************************************************************
       3620-ALERTAS-RELACIONADA.
           MOVE TIPO-PER-PJREL TO TIP-IDE-RESALERTA
           MOVE NUM-PER-PJREL  TO NUM-IDE-RESALERTA
           PERFORM 3450-LEER-RESUMEN
           IF SW-RESUMEN-VIGENTE = 1
              PERFORM 3625-RESUMEN-RELACIONADA
           ELSE
              PERFORM 3622-RECORRER-ALERTAS-REL
           END-IF.

      ******************************************************************
      *3622-RECORRER-ALERTAS-REL.
      ******************************************************************
       3622-RECORRER-ALERTAS-REL.
           MOVE 0 TO W-CANT-ALE-REL
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
                    IF EST-AVISO-BDIIALE NOT = "P"
                       ADD 1 TO W-CANT-ALE-REL
                       MOVE SPACES TO W-LINEA-ARMADA
                       IF FEC-VEN-BDIIALE < FECHA-SISTEMA
                          OR BLOQUEO-BDIIALE = 0
                          STRING "    ALERTA FUENTE " FUENTE-BDIIALE
                                 " COD " COD-ALERTA-BDIIALE
                                 " INACTIVA  VENCE " FEC-VEN-BDIIALE
                                 DELIMITED BY SIZE INTO W-LINEA-ARMADA
                          END-STRING
                       ELSE
                          STRING "    ALERTA FUENTE " FUENTE-BDIIALE
                                 " COD " COD-ALERTA-BDIIALE
                                 " ACTIVA    VENCE " FEC-VEN-BDIIALE
                                 DELIMITED BY SIZE INTO W-LINEA-ARMADA
                          END-STRING
                       END-IF
                       PERFORM 8000-GRABAR-LINEA
                    END-IF
                 ELSE
                    MOVE 1 TO SW-FIN-ALE
                 END-IF
              END-IF
           END-PERFORM
           IF W-CANT-ALE-REL = 0
              MOVE "    ALERTAS: SIN ALERTAS REGISTRADAS"
                TO W-LINEA-ARMADA
              PERFORM 8000-GRABAR-LINEA
           END-IF.

      ******************************************************************
      *3625-RESUMEN-RELACIONADA.
      ******************************************************************
       3625-RESUMEN-RELACIONADA.
           MOVE SPACES TO W-LINEA-ARMADA
           IF CANT-ACTIVAS-RESALERTA = 0
              STRING "    ALERTAS: SIN ACTIVAS, "
                     CANT-VISIBLES-RESALERTA " INACTIVAS"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           ELSE
              STRING "    ALERTAS: ACTIVAS " CANT-ACTIVAS-RESALERTA
                     " DE " CANT-VISIBLES-RESALERTA
                     " MAS GRAVE " FUENTE-MAX-RESALERTA
                     "/" COD-MAX-RESALERTA
                     " NIVEL " BLOQUEO-MAX-RESALERTA
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           END-IF
           PERFORM 8000-GRABAR-LINEA
           PERFORM VARYING W-IDX-RES FROM 1 BY 1
                   UNTIL W-IDX-RES > CANT-FUENTES-RESALERTA
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "    ALERTA FUENTE "
                     FUENTE-FTE-RESALERTA(W-IDX-RES)
                     " COD " COD-FTE-RESALERTA(W-IDX-RES)
                     " ACTIVAS " ACTIVAS-FTE-RESALERTA(W-IDX-RES)
                     " DE " VISIBLES-FTE-RESALERTA(W-IDX-RES)
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 8000-GRABAR-LINEA
           END-PERFORM.

      ******************************************************************
      *3630-RESTRICCION-RELACIONADA.
      ******************************************************************
       3630-RESTRICCION-RELACIONADA.
           MOVE TIPO-PER-PJREL TO TIPO-IDE-BDLSTR
           MOVE NUM-PER-PJREL  TO NUM-IDE-BDLSTR
           READ BDLSTR
              INVALID KEY
                 MOVE "    BDLSTR: SIN RESTRICCION" TO W-LINEA-ARMADA
              NOT INVALID KEY
                 MOVE SPACES TO W-LINEA-ARMADA
                 IF EST-BDLSTR = "A" OR EST-BDLSTR = SPACE
                    STRING "    BDLSTR: RESTRINGIDA  MOTIVO "
                           MOTIVO-BDLSTR
                           DELIMITED BY SIZE INTO W-LINEA-ARMADA
                    END-STRING
                 ELSE
                    STRING "    BDLSTR: SIN RESTRICCION VIGENTE "
                           "(ESTADO " EST-BDLSTR ")"
                           DELIMITED BY SIZE INTO W-LINEA-ARMADA
                    END-STRING
                 END-IF
           END-READ
           PERFORM 8000-GRABAR-LINEA.

      ******************************************************************
      *3640-BANDA-RELACIONADA.
      ** LA BANDA (000-099 ... 900-999, LAS DE SCOREDIST) DE LA FILA
      ** MAS RECIENTE DE LA FOTO DE SCORE DE LA PERSONA
      ******************************************************************
       3640-BANDA-RELACIONADA.
           MOVE SPACES TO W-FECHA-SCORE-ULTIMO
           IF SW-SNAP-DISPONIBLE = 1
              MOVE 0 TO SW-FIN-SNAP
              MOVE LOW-VALUES TO LLAVE-SCORESNAP
              MOVE TIPO-PER-PJREL TO TIPOID-SNAP
              MOVE NUM-PER-PJREL  TO NUMID-SNAP
              START SCORESNAP KEY IS NOT LESS THAN LLAVE-SCORESNAP
                 INVALID KEY MOVE 1 TO SW-FIN-SNAP
              END-START
              PERFORM UNTIL SW-FIN-SNAP = 1
                 READ SCORESNAP NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-SNAP
                 END-READ
                 IF SW-FIN-SNAP = 0
                    IF TIPOID-SNAP = TIPO-PER-PJREL
                       AND NUMID-SNAP = NUM-PER-PJREL
                       MOVE SCORE-SNAP TO W-SCORE-ULTIMO
                       MOVE FECHA-SNAP TO W-FECHA-SCORE-ULTIMO
                    ELSE
                       MOVE 1 TO SW-FIN-SNAP
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           IF W-FECHA-SCORE-ULTIMO = SPACES
              MOVE "    SCORE: SIN FOTO DE SCORE" TO W-LINEA-ARMADA
           ELSE
              DIVIDE W-SCORE-ULTIMO BY 100 GIVING W-CENTENA-SCORE
              COMPUTE W-BANDA-DESDE = W-CENTENA-SCORE * 100
              COMPUTE W-BANDA-HASTA = W-BANDA-DESDE + 99
              STRING "    SCORE: BANDA " W-BANDA-DESDE "-"
                     W-BANDA-HASTA "  FOTO " W-FECHA-SCORE-ULTIMO
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           END-IF
           PERFORM 8000-GRABAR-LINEA.

      ******************************************************************
      *8000-GRABAR-LINEA.
      ******************************************************************
           IF SW-CORRESP-DISPONIBLE = 1
              CLOSE CORRESPID
           END-IF
           IF SW-BDIIDEM-DISPONIBLE = 1
              CLOSE BDIIDEM
           END-IF
           IF SW-PJREL-DISPONIBLE = 1
              CLOSE PJRELAC
           END-IF
           IF SW-SNAP-DISPONIBLE = 1
              CLOSE SCORESNAP
           END-IF
           IF SW-RESALERTA-DISPONIBLE = 1
              CLOSE RESUMEN-ALERTAS
           END-IF
           DISPLAY "Identif. procesadas....... " CONT-IDS-PROCESADAS.

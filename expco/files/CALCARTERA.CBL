      * CALCARTERA.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALCARTERA.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Reporte de calidad de cartera por cliente con referencia de
      ** mercado: toma el corte de cada cliente que deja DISTMASIVO
      ** ($TEMPORALES/CORTE.<cliente>) y lo mide con los mismos
      ** criterios con que SCOREDIST mide el extracto MASIVO completo,
      ** poniendo cada cifra del cliente al lado de la del mercado:
      **   - distribucion por banda de score (ultima fila de cada
      **     identificacion, bandas 000-099 ... 900-999)
      **   - mezcla de segmentos (ultima fila)
      **   - proporcion con alertas vigentes en BDIIALE (no vencidas,
      **     con bloqueo y fuera del aviso previo, como CRIBADO)
      **   - proporcion con restriccion activa en BDLSTR
      **   - proporcion protegida por tutela o por ser menor de edad
      ** La identificacion que LEESCORE dejo como "R" (restringida,
      ** sin score) cuenta en su universo como sin score y sin
      ** segmento, y segun su codigo como restriccion BDLSTR (RESTRI)
      ** o como protegida (TUTELA, MENOR); no entra en la migracion.
      **   - migracion de segmento entre las dos ultimas filas (mes
      **     contra mes): a un segmento mayor, sin cambio, a uno menor
      ** El mercado se mide una sola vez por corrida, sobre el mismo
      ** MASIVO del que salieron los cortes; despues cada cliente de
      ** $TEMPORALES/CARTERAS.CFG (la configuracion de DISTMASIVO).
      **
      ** SALIDA: $TEMPORALES/CALCARTERA.<cliente>, un "H", un "D" por
      ** cifra (concepto, clave, cantidad y % del cliente, cantidad y
      ** % del mercado, diferencia en puntos) y un "T" con la cantidad
      ** de "D" en las posiciones 2-9. Se entrega como producto propio
      ** con EMPAQPER <archivo> CC <cliente> y cada reporte producido
      ** deja su renglon en $TEMPORALES/FACTURACION.DAT con el
      ** producto CALCARTERA, que FACTURPER factura aparte.
      **
      ** USO: CALCARTERA [<archivo MASIVO>]
      **      (por defecto $TEMPORALES/SCORESAL)
      ** RC 0 todos los clientes con reporte; RC 4 algun cliente sin
      ** corte (no se corrio DISTMASIVO para el); RC 16 sin MASIVO,
      ** sin CARTERAS.CFG o sin las bases.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BDLSTR.FS.
           COPY BDIIALE.FS.

           SELECT CONFIG-CARTERAS
                  ASSIGN TO "$TEMPORALES/CARTERAS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CFG.

      *    el MASIVO y despues cada corte: mismo registro "D"
           SELECT ARCHIVO-SCORES
                  ASSIGN TO DISK ARCH-SCORES-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-SCO.

           SELECT REPORTE-CALIDAD
                  ASSIGN TO DISK W-REPORTE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.

           SELECT FACTURACION
                  ASSIGN TO "$TEMPORALES/FACTURACION.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-FACT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY BDLSTR.FD.
           COPY BDIIALE.FD.

       FD  CONFIG-CARTERAS.
       01  REG-CONFIG-CARTERA.
           02 CFG-CLIENTE              PIC X(12).
           02 FILLER                   PIC X.
           02 CFG-ARCHIVO              PIC X(60).

       FD  ARCHIVO-SCORES.
       01  REG-SEC-SAL.
           02 SAL-TIPO-REG             PIC X(01).
           02 SAL-TIP-ID               PIC X(01).
           02 SAL-NUM-ID               PIC X(11).
           02 SAL-FECHA                PIC X(08).
           02 SAL-SCORE                PIC X(03).
           02 SAL-EXCLUSION            PIC X(02).
           02 SAL-SEGMENTO             PIC X(01).
           02 SAL-DELTA                PIC X(04).
      *       identificacion restringida: "R" en lugar de sus "D"
       01  REG-SEC-SAL-RST.
           02 SAL-RST-TIPO-REG         PIC X(01).
           02 SAL-RST-TIP-ID           PIC X(01).
           02 SAL-RST-NUM-ID           PIC X(11).
           02 SAL-RST-CODIGO           PIC X(06).

       FD  REPORTE-CALIDAD.
       01  REG-CALIDAD.
           02 CAL-TIPO-REG             PIC X(01).
           02 CAL-CONCEPTO             PIC X(10).
           02 FILLER                   PIC X(01).
           02 CAL-CLAVE                PIC X(10).
           02 FILLER                   PIC X(01).
           02 CAL-CANT-CARTERA         PIC 9(10).
           02 FILLER                   PIC X(01).
           02 CAL-PCT-CARTERA          PIC ZZ9.99.
           02 FILLER                   PIC X(01).
           02 CAL-CANT-MERCADO         PIC 9(10).
           02 FILLER                   PIC X(01).
           02 CAL-PCT-MERCADO          PIC ZZ9.99.
           02 FILLER                   PIC X(01).
      *       puntos porcentuales del cliente por encima (+) o por
      *       debajo (-) del mercado
           02 CAL-DIF-PCT              PIC +ZZ9.99.
           02 FILLER                   PIC X(34).
      *       registro de encabezado, primera linea del archivo
       01  REG-CALIDAD-HDR.
           02 CAL-HDR-TIPO-REG         PIC X(01).
           02 CAL-HDR-PROGRAMA         PIC X(10).
           02 CAL-HDR-CLIENTE          PIC X(12).
           02 CAL-HDR-FECHA-PROC       PIC X(08).
           02 CAL-HDR-HORA-PROC        PIC X(08).
           02 FILLER                   PIC X(61).
      *       registro de sumario, ultima linea del archivo; trae
      *       tambien las identificaciones medidas de cada lado
       01  REG-CALIDAD-TRL.
           02 CAL-TRL-TIPO-REG         PIC X(01).
           02 CAL-TRL-CANT-REG         PIC 9(08).
           02 CAL-TRL-IDS-CARTERA      PIC 9(10).
           02 CAL-TRL-IDS-MERCADO      PIC 9(10).
           02 FILLER                   PIC X(71).

      *    mismo renglon que asientan CARACTPER y FACTURPER, con el
      *    producto y el cliente al final
       FD  FACTURACION.
       01  REG-FACTURACION.
           02 FACT-PERSO               PIC 9(02).
           02 FILLER                   PIC X.
           02 FACT-FECHA               PIC 9(08).
           02 FILLER                   PIC X.
           02 FACT-ENTREGADOS          PIC 9(08).
           02 FILLER                   PIC X.
           02 FACT-NO-ENC              PIC 9(08).
           02 FILLER                   PIC X.
           02 FACT-PRODUCTO            PIC X(10).
           02 FILLER                   PIC X.
           02 FACT-CLIENTE             PIC X(12).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BDIIALE.WS.
       01 COD-RET-BDLSTR           PIC XX   VALUE ZEROS.
       01 COD-RET-CFG              PIC X(2) VALUE ZEROS.
       01 COD-RET-SCO              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 COD-RET-FACT             PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(100) VALUE SPACES.
       01 ARCH-MASIVO-NAME         PIC X(100)
                                   VALUE "$TEMPORALES/SCORESAL".
       01 ARCH-SCORES-NAME         PIC X(100) VALUE SPACES.
       01 W-REPORTE-NAME           PIC X(60) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA             PIC 9(08) VALUE 0.
       01 SW-FIN-SCO               PIC 9(01) VALUE 0.
       01 SW-FIN-CFG               PIC 9(01) VALUE 0.
       01 SW-FIN-ALE               PIC 9(01) VALUE 0.

      **** UNIVERSO QUE SE ESTA MIDIENDO: 1 CARTERA DEL CLIENTE,
      **** 2 MERCADO (EL MASIVO COMPLETO)
       01 W-UNI                    PIC 9(01) VALUE 0.
          88 UNI-CARTERA                     VALUE 1.
          88 UNI-MERCADO                     VALUE 2.

      **** ULTIMAS DOS FILAS DE LA IDENTIFICACION EN CURSO (MISMO
      **** CORTE DE CONTROL QUE SCOREDIST)
       01 W-ID-ACTUAL.
          02 W-TIP-ID-ACT             PIC X(01).
          02 W-NUM-ID-ACT             PIC X(11).
       01 W-ID-LEIDA.
          02 W-TIP-ID-LEI             PIC X(01).
          02 W-NUM-ID-LEI             PIC X(11).
       01 W-FILAS-ID                PIC 9(04) VALUE 0.
       01 W-SEG-ANTERIOR            PIC X(01) VALUE SPACE.
       01 W-SEG-ULTIMO              PIC X(01) VALUE SPACE.
       01 W-SEG-DIGITO              PIC 9(01) VALUE 0.
       01 W-SCORE-ULTIMO            PIC 9(03) VALUE 0.
       01 SW-SCORE-ULT-VALIDO       PIC 9(01) VALUE 0.
       01 SW-ALERTA-VIGENTE         PIC 9(01) VALUE 0.

      **** CIFRAS DE CADA UNIVERSO
       01 TABLA-UNIVERSOS.
          02 UNI-ENTRADA OCCURS 2 TIMES.
             03 UNI-IDS               PIC 9(10).
             03 UNI-SIN-SCORE         PIC 9(10).
             03 UNI-BANDA-CANT        PIC 9(10) OCCURS 10 TIMES.
      *          segmentos 0-9 y, en la 11, sin segmento numerico
             03 UNI-SEG-CANT          PIC 9(10) OCCURS 11 TIMES.
             03 UNI-CON-ALERTA        PIC 9(10).
             03 UNI-RESTRINGIDOS      PIC 9(10).
             03 UNI-TUTELA            PIC 9(10).
             03 UNI-MENOR             PIC 9(10).
             03 UNI-MIGRA-MEDIDAS     PIC 9(10).
             03 UNI-MIGRA-MAYOR       PIC 9(10).
             03 UNI-MIGRA-IGUAL       PIC 9(10).
             03 UNI-MIGRA-MENOR       PIC 9(10).
       01 W-IDX-BANDA              PIC 9(02) VALUE 0.
       01 W-IDX-SEG                PIC 9(02) VALUE 0.
       01 W-BANDA-DESDE            PIC 9(03) VALUE 0.
       01 W-BANDA-HASTA            PIC 9(03) VALUE 0.

      **** UNA CIFRA DEL REPORTE: CANTIDAD Y BASE DE CADA LADO
       01 W-CIFRA.
          02 W-CIF-CONCEPTO           PIC X(10).
          02 W-CIF-CLAVE              PIC X(10).
          02 W-CIF-CANT-CAR           PIC 9(10).
          02 W-CIF-BASE-CAR           PIC 9(10).
          02 W-CIF-CANT-MER           PIC 9(10).
          02 W-CIF-BASE-MER           PIC 9(10).
       01 W-PCT-CARTERA            PIC 9(03)V99 VALUE 0.
       01 W-PCT-MERCADO            PIC 9(03)V99 VALUE 0.
       01 W-DIF-PCT                PIC S9(03)V99 VALUE 0.

       01 CONTADORES-CALIDAD.
          02 CONT-MASIVO-LEIDOS       PIC 9(10) VALUE 0.
          02 CONT-MASIVO-RESTRING     PIC 9(10) VALUE 0.
          02 CONT-CLIENTES            PIC 9(06) VALUE 0.
          02 CONT-REPORTES            PIC 9(06) VALUE 0.
          02 CONT-SIN-CORTE           PIC 9(06) VALUE 0.
          02 CONT-DETALLES-REP        PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS Y AVISO AL OPERADOR
       01 REGC-PROGRAMA            PIC X(10) VALUE "CALCARTERA".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "CALCARTERA.v.01.0001".

       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "CALCARTERA".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Calidad de cartera por cliente vs. mercado    *"
           DISPLAY "*           PROGRAMA : CALCARTERA.CBL           *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           IF LINEA-COMANDO NOT = SPACES
              MOVE LINEA-COMANDO TO ARCH-MASIVO-NAME
           END-IF
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA FROM TIME
           PERFORM 1000-ABRIR-ARCHIVOS
           PERFORM 2000-MEDIR-MERCADO
           PERFORM 3000-RECORRER-CARTERAS
           PERFORM 9000-CERRAR-ARCHIVOS
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
      ******************************************************************
       1000-ABRIR-ARCHIVOS.
           OPEN INPUT BDIIALE
           IF COD-RET-BDIIALE NOT = "00"
              DISPLAY "Error abriendo BDIIALE " COD-RET-BDIIALE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BDLSTR
           IF COD-RET-BDLSTR NOT = "00"
              DISPLAY "Error abriendo BDLSTR " COD-RET-BDLSTR
              CLOSE BDIIALE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CONFIG-CARTERAS
           IF COD-RET-CFG NOT = "00"
              DISPLAY "No se pudo abrir CARTERAS.CFG (" COD-RET-CFG ")"
              CLOSE BDIIALE BDLSTR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *2000-MEDIR-MERCADO.
      ** EL MASIVO COMPLETO ES LA REFERENCIA DE TODOS LOS CLIENTES:
      ** SE MIDE UNA SOLA VEZ. SIN MASIVO NO HAY CONTRA QUE COMPARAR
      ******************************************************************
       2000-MEDIR-MERCADO.
           INITIALIZE TABLA-UNIVERSOS
           SET UNI-MERCADO TO TRUE
           MOVE ARCH-MASIVO-NAME TO ARCH-SCORES-NAME
           OPEN INPUT ARCHIVO-SCORES
           IF COD-RET-SCO NOT = "00"
              DISPLAY "Error abriendo " ARCH-MASIVO-NAME " "
                      COD-RET-SCO
              CLOSE BDIIALE BDLSTR CONFIG-CARTERAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 2100-RECORRER-SCORES
           MOVE CONT-MASIVO-LEIDOS TO W-EDIT-CONTADOR
           DISPLAY "Filas D del MASIVO........ " W-EDIT-CONTADOR
           MOVE CONT-MASIVO-RESTRING TO W-EDIT-CONTADOR
           DISPLAY "Filas R del MASIVO........ " W-EDIT-CONTADOR
           MOVE UNI-IDS(2) TO W-EDIT-CONTADOR
           DISPLAY "Identificaciones mercado.. " W-EDIT-CONTADOR.

      ******************************************************************
      *2100-RECORRER-SCORES.
      ** UNA PASADA DEL ARCHIVO ABIERTO (MASIVO O CORTE) ACUMULANDO
      ** EN EL UNIVERSO W-UNI; H/T Y DEMAS REGISTROS SE SALTEAN
      ******************************************************************
       2100-RECORRER-SCORES.
           MOVE 0 TO SW-FIN-SCO
           MOVE SPACES TO W-ID-ACTUAL
           PERFORM 2150-LEER-SCORE UNTIL SW-FIN-SCO = 1
      *    el corte de la ultima identificacion del archivo
           IF W-ID-ACTUAL NOT = SPACES
              PERFORM 2300-CERRAR-IDENTIFICACION
           END-IF
           CLOSE ARCHIVO-SCORES.

      ******************************************************************
      *2150-LEER-SCORE.
      ** UN REGISTRO DEL ARCHIVO: "D" ENTRA AL CORTE DE CONTROL, "R"
      ** ES UNA IDENTIFICACION COMPLETA POR SI SOLA
      ******************************************************************
       2150-LEER-SCORE.
           READ ARCHIVO-SCORES NEXT RECORD
              AT END MOVE 1 TO SW-FIN-SCO
           END-READ
           IF SW-FIN-SCO = 0 AND SAL-TIPO-REG = "D"
              IF UNI-MERCADO
                 ADD 1 TO CONT-MASIVO-LEIDOS
              END-IF
              PERFORM 2200-PROCESAR-DETALLE
           END-IF
           IF SW-FIN-SCO = 0 AND SAL-TIPO-REG = "R"
              IF UNI-MERCADO
                 ADD 1 TO CONT-MASIVO-RESTRING
              END-IF
              PERFORM 2250-PROCESAR-RESTRINGIDA
           END-IF.

      ******************************************************************
      *2200-PROCESAR-DETALLE.
      ** CORTE DE CONTROL POR IDENTIFICACION: EL ARCHIVO VIENE
      ** AGRUPADO POR IDENTIFICACION Y ORDENADO POR FECHA (EL CORTE
      ** CONSERVA EL ORDEN DEL MASIVO)
      ******************************************************************
       2200-PROCESAR-DETALLE.
           MOVE SAL-TIP-ID TO W-TIP-ID-LEI
           MOVE SAL-NUM-ID TO W-NUM-ID-LEI
           IF W-ID-LEIDA NOT = W-ID-ACTUAL
              IF W-ID-ACTUAL NOT = SPACES
                 PERFORM 2300-CERRAR-IDENTIFICACION
              END-IF
              MOVE W-ID-LEIDA TO W-ID-ACTUAL
              MOVE 0 TO W-FILAS-ID
              MOVE SPACE TO W-SEG-ANTERIOR
              MOVE SPACE TO W-SEG-ULTIMO
           END-IF
           ADD 1 TO W-FILAS-ID
           MOVE W-SEG-ULTIMO TO W-SEG-ANTERIOR
           MOVE SAL-SEGMENTO TO W-SEG-ULTIMO
           IF SAL-SCORE IS NUMERIC
              MOVE SAL-SCORE TO W-SCORE-ULTIMO
              MOVE 1 TO SW-SCORE-ULT-VALIDO
           ELSE
              MOVE 0 TO SW-SCORE-ULT-VALIDO
           END-IF.

      ******************************************************************
      *2250-PROCESAR-RESTRINGIDA.
      ** LA "R" VIENE SOLA, SIN FILAS DE HISTORIA: CIERRA LA
      ** IDENTIFICACION QUE VENIA Y CUENTA LA SUYA SIN SCORE Y SIN
      ** SEGMENTO. EL CODIGO DICE POR QUE SE SUPRIMIO: RESTRI ES LA
      ** RESTRICCION DE BDLSTR (NO SE VUELVE A LEER); TUTELA Y MENOR
      ** VAN A SU PROPIA CIFRA DE PROTEGIDAS. LAS ALERTAS SE CONSULTAN
      ** IGUAL QUE PARA LAS DEMAS
      ******************************************************************
       2250-PROCESAR-RESTRINGIDA.
           IF W-ID-ACTUAL NOT = SPACES
              PERFORM 2300-CERRAR-IDENTIFICACION
           END-IF
           MOVE SAL-RST-TIP-ID TO W-TIP-ID-ACT
           MOVE SAL-RST-NUM-ID TO W-NUM-ID-ACT
           ADD 1 TO UNI-IDS(W-UNI)
           ADD 1 TO UNI-SIN-SCORE(W-UNI)
           ADD 1 TO UNI-SEG-CANT(W-UNI, 11)
           EVALUATE SAL-RST-CODIGO
              WHEN "RESTRI"
                 ADD 1 TO UNI-RESTRINGIDOS(W-UNI)
              WHEN "TUTELA"
                 ADD 1 TO UNI-TUTELA(W-UNI)
              WHEN "MENOR"
                 ADD 1 TO UNI-MENOR(W-UNI)
           END-EVALUATE
           IF W-TIP-ID-ACT IS NUMERIC AND W-NUM-ID-ACT IS NUMERIC
              PERFORM 2400-CONSULTAR-ALERTAS
           END-IF
      *    la siguiente "D" abre identificacion nueva sin cerrar esta
           MOVE SPACES TO W-ID-ACTUAL.

      ******************************************************************
      *2300-CERRAR-IDENTIFICACION.
      ** BANDA Y SEGMENTO DE LA ULTIMA FILA, MIGRACION ENTRE LAS DOS
      ** ULTIMAS Y CONSULTA DE ALERTAS Y RESTRICCION
      ******************************************************************
       2300-CERRAR-IDENTIFICACION.
           ADD 1 TO UNI-IDS(W-UNI)
           IF SW-SCORE-ULT-VALIDO = 1
              COMPUTE W-IDX-BANDA = W-SCORE-ULTIMO / 100 + 1
              IF W-IDX-BANDA > 10
                 MOVE 10 TO W-IDX-BANDA
              END-IF
              ADD 1 TO UNI-BANDA-CANT(W-UNI, W-IDX-BANDA)
           ELSE
              ADD 1 TO UNI-SIN-SCORE(W-UNI)
           END-IF
           IF W-SEG-ULTIMO IS NUMERIC
              MOVE W-SEG-ULTIMO TO W-SEG-DIGITO
              COMPUTE W-IDX-SEG = W-SEG-DIGITO + 1
           ELSE
              MOVE 11 TO W-IDX-SEG
           END-IF
           ADD 1 TO UNI-SEG-CANT(W-UNI, W-IDX-SEG)
           IF W-FILAS-ID > 1
              AND W-SEG-ANTERIOR IS NUMERIC
              AND W-SEG-ULTIMO IS NUMERIC
              ADD 1 TO UNI-MIGRA-MEDIDAS(W-UNI)
              EVALUATE TRUE
                 WHEN W-SEG-ULTIMO > W-SEG-ANTERIOR
                    ADD 1 TO UNI-MIGRA-MAYOR(W-UNI)
                 WHEN W-SEG-ULTIMO < W-SEG-ANTERIOR
                    ADD 1 TO UNI-MIGRA-MENOR(W-UNI)
                 WHEN OTHER
                    ADD 1 TO UNI-MIGRA-IGUAL(W-UNI)
              END-EVALUATE
           END-IF
           IF W-TIP-ID-ACT IS NUMERIC AND W-NUM-ID-ACT IS NUMERIC
              PERFORM 2400-CONSULTAR-ALERTAS
              PERFORM 2500-CONSULTAR-RESTRICCION
           END-IF.

      ******************************************************************
      *2400-CONSULTAR-ALERTAS.
      ** VIGENTE ES LA NO VENCIDA CON BLOQUEO; LA QUE ESPERA EL AVISO
      ** PREVIO NO SE CUENTA (MISMO CRITERIO QUE CRIBADO)
      ******************************************************************
       2400-CONSULTAR-ALERTAS.
           MOVE 0 TO SW-ALERTA-VIGENTE
           MOVE 0 TO SW-FIN-ALE
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           MOVE W-TIP-ID-ACT TO TIP-IDE-BDIIALE
           MOVE W-NUM-ID-ACT TO NUM-IDE-BDIIALE
           START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
              INVALID KEY MOVE 1 TO SW-FIN-ALE
           END-START
           PERFORM UNTIL SW-FIN-ALE = 1 OR SW-ALERTA-VIGENTE = 1
              READ BDIIALE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ALE
              END-READ
              IF SW-FIN-ALE = 0
                 IF LLASEC-BDIIALE(1:12) NOT = W-ID-ACTUAL
                    MOVE 1 TO SW-FIN-ALE
                 ELSE
                    IF EST-AVISO-BDIIALE NOT = "P"
                       AND FEC-VEN-BDIIALE NOT < FECHA-SISTEMA
                       AND BLOQUEO-BDIIALE NOT = 0
                       MOVE 1 TO SW-ALERTA-VIGENTE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF SW-ALERTA-VIGENTE = 1
              ADD 1 TO UNI-CON-ALERTA(W-UNI)
           END-IF.

      ******************************************************************
      *2500-CONSULTAR-RESTRICCION.
      ** ESTADO EN BLANCO (FILAS ANTERIORES A LOS ESTADOS) ES ACTIVA,
      ** COMO EN ESTINTEG
      ******************************************************************
       2500-CONSULTAR-RESTRICCION.
           MOVE W-ID-ACTUAL TO LLAVE-BDLSTR
           READ BDLSTR
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF EST-BDLSTR = "A" OR EST-BDLSTR = SPACE
                    ADD 1 TO UNI-RESTRINGIDOS(W-UNI)
                 END-IF
           END-READ.

      ******************************************************************
      *3000-RECORRER-CARTERAS.
      ** UN REPORTE POR CLIENTE DE CARTERAS.CFG; EL CLIENTE SIN CORTE
      ** SE AVISA Y SE SIGUE CON LOS DEMAS
      ******************************************************************
       3000-RECORRER-CARTERAS.
           PERFORM UNTIL SW-FIN-CFG = 1
              READ CONFIG-CARTERAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-CFG
              END-READ
              IF SW-FIN-CFG = 0 AND CFG-CLIENTE NOT = SPACES
                 ADD 1 TO CONT-CLIENTES
                 PERFORM 3100-MEDIR-UN-CLIENTE
              END-IF
           END-PERFORM.

      ******************************************************************
      *3100-MEDIR-UN-CLIENTE.
      ******************************************************************
       3100-MEDIR-UN-CLIENTE.
           INITIALIZE UNI-ENTRADA(1)
           SET UNI-CARTERA TO TRUE
           MOVE SPACES TO ARCH-SCORES-NAME
           STRING "$TEMPORALES/CORTE." DELIMITED BY SIZE
                  CFG-CLIENTE          DELIMITED BY SPACE
                  INTO ARCH-SCORES-NAME
           END-STRING
           OPEN INPUT ARCHIVO-SCORES
           IF COD-RET-SCO NOT = "00"
              DISPLAY "CLIENTE " CFG-CLIENTE " SIN CORTE ("
                      COD-RET-SCO "): SIN REPORTE"
              ADD 1 TO CONT-SIN-CORTE
           ELSE
              PERFORM 2100-RECORRER-SCORES
              PERFORM 4000-GRABAR-REPORTE
              PERFORM 5000-ASENTAR-FACTURACION
           END-IF.

      ******************************************************************
      *4000-GRABAR-REPORTE.
      ** CADA CIFRA ES LA PROPORCION SOBRE LAS IDENTIFICACIONES DEL
      ** UNIVERSO, SALVO LA MIGRACION, QUE ES SOBRE LAS QUE TIENEN
      ** DOS FILAS CON SEGMENTO PARA COMPARAR
      ******************************************************************
       4000-GRABAR-REPORTE.
           MOVE SPACES TO W-REPORTE-NAME
           STRING "$TEMPORALES/CALCARTERA." DELIMITED BY SIZE
                  CFG-CLIENTE               DELIMITED BY SPACE
                  INTO W-REPORTE-NAME
           END-STRING
           OPEN OUTPUT REPORTE-CALIDAD
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo " W-REPORTE-NAME " " COD-RET-REP
              CLOSE BDIIALE BDLSTR CONFIG-CARTERAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO CONT-DETALLES-REP
           INITIALIZE REG-CALIDAD-HDR
           MOVE "H"              TO CAL-HDR-TIPO-REG
           MOVE "CALCARTERA"     TO CAL-HDR-PROGRAMA
           MOVE CFG-CLIENTE      TO CAL-HDR-CLIENTE
           MOVE FECHA-SISTEMA    TO CAL-HDR-FECHA-PROC
           MOVE HORA-SISTEMA     TO CAL-HDR-HORA-PROC
           WRITE REG-CALIDAD-HDR
           MOVE "IDENTIF"        TO W-CIF-CONCEPTO
           MOVE "TOTAL"          TO W-CIF-CLAVE
           MOVE UNI-IDS(1)       TO W-CIF-CANT-CAR W-CIF-BASE-CAR
           MOVE UNI-IDS(2)       TO W-CIF-CANT-MER W-CIF-BASE-MER
           PERFORM 4900-GRABAR-CIFRA
           PERFORM 4100-GRABAR-BANDA
              VARYING W-IDX-BANDA FROM 1 BY 1
              UNTIL W-IDX-BANDA > 10
           MOVE "BANDA"          TO W-CIF-CONCEPTO
           MOVE "SIN SCORE"      TO W-CIF-CLAVE
           MOVE UNI-SIN-SCORE(1) TO W-CIF-CANT-CAR
           MOVE UNI-SIN-SCORE(2) TO W-CIF-CANT-MER
           PERFORM 4900-GRABAR-CIFRA
           PERFORM 4200-GRABAR-SEGMENTO
              VARYING W-IDX-SEG FROM 1 BY 1
              UNTIL W-IDX-SEG > 11
           MOVE "ALERTAS"          TO W-CIF-CONCEPTO
           MOVE "VIGENTES"         TO W-CIF-CLAVE
           MOVE UNI-CON-ALERTA(1)  TO W-CIF-CANT-CAR
           MOVE UNI-CON-ALERTA(2)  TO W-CIF-CANT-MER
           PERFORM 4900-GRABAR-CIFRA
           MOVE "BDLSTR"           TO W-CIF-CONCEPTO
           MOVE "ACTIVA"           TO W-CIF-CLAVE
           MOVE UNI-RESTRINGIDOS(1) TO W-CIF-CANT-CAR
           MOVE UNI-RESTRINGIDOS(2) TO W-CIF-CANT-MER
           PERFORM 4900-GRABAR-CIFRA
           MOVE "PROTEGIDA"        TO W-CIF-CONCEPTO
           MOVE "TUTELA"           TO W-CIF-CLAVE
           MOVE UNI-TUTELA(1)      TO W-CIF-CANT-CAR
           MOVE UNI-TUTELA(2)      TO W-CIF-CANT-MER
           PERFORM 4900-GRABAR-CIFRA
           MOVE "MENOR"            TO W-CIF-CLAVE
           MOVE UNI-MENOR(1)       TO W-CIF-CANT-CAR
           MOVE UNI-MENOR(2)       TO W-CIF-CANT-MER
           PERFORM 4900-GRABAR-CIFRA
           PERFORM 4300-GRABAR-MIGRACION
           INITIALIZE REG-CALIDAD-TRL
           MOVE "T"               TO CAL-TRL-TIPO-REG
           MOVE CONT-DETALLES-REP TO CAL-TRL-CANT-REG
           MOVE UNI-IDS(1)        TO CAL-TRL-IDS-CARTERA
           MOVE UNI-IDS(2)        TO CAL-TRL-IDS-MERCADO
           WRITE REG-CALIDAD-TRL
           CLOSE REPORTE-CALIDAD
           ADD 1 TO CONT-REPORTES
           MOVE UNI-IDS(1) TO W-EDIT-CONTADOR
           DISPLAY "REPORTE LISTO: " W-REPORTE-NAME
           DISPLAY "  identificaciones........ " W-EDIT-CONTADOR.

      ******************************************************************
      *4100-GRABAR-BANDA.
      ******************************************************************
       4100-GRABAR-BANDA.
           COMPUTE W-BANDA-DESDE = (W-IDX-BANDA - 1) * 100
           COMPUTE W-BANDA-HASTA = W-IDX-BANDA * 100 - 1
           MOVE "BANDA" TO W-CIF-CONCEPTO
           MOVE SPACES TO W-CIF-CLAVE
           STRING W-BANDA-DESDE "-" W-BANDA-HASTA
                  DELIMITED BY SIZE INTO W-CIF-CLAVE
           END-STRING
           MOVE UNI-BANDA-CANT(1, W-IDX-BANDA) TO W-CIF-CANT-CAR
           MOVE UNI-BANDA-CANT(2, W-IDX-BANDA) TO W-CIF-CANT-MER
           PERFORM 4900-GRABAR-CIFRA.

      ******************************************************************
      *4200-GRABAR-SEGMENTO.
      ** SOLO LOS SEGMENTOS QUE APARECEN EN ALGUNO DE LOS DOS LADOS
      ******************************************************************
       4200-GRABAR-SEGMENTO.
           IF UNI-SEG-CANT(1, W-IDX-SEG) > 0
              OR UNI-SEG-CANT(2, W-IDX-SEG) > 0
              MOVE "SEGMENTO" TO W-CIF-CONCEPTO
              IF W-IDX-SEG > 10
                 MOVE "SIN SEGM" TO W-CIF-CLAVE
              ELSE
                 COMPUTE W-SEG-DIGITO = W-IDX-SEG - 1
                 MOVE W-SEG-DIGITO TO W-CIF-CLAVE
              END-IF
              MOVE UNI-SEG-CANT(1, W-IDX-SEG) TO W-CIF-CANT-CAR
              MOVE UNI-SEG-CANT(2, W-IDX-SEG) TO W-CIF-CANT-MER
              PERFORM 4900-GRABAR-CIFRA
           END-IF.

      ******************************************************************
      *4300-GRABAR-MIGRACION.
      ******************************************************************
       4300-GRABAR-MIGRACION.
           MOVE "MIGRACION"           TO W-CIF-CONCEPTO
           MOVE "MEDIDA"              TO W-CIF-CLAVE
           MOVE UNI-MIGRA-MEDIDAS(1)  TO W-CIF-CANT-CAR
           MOVE UNI-MIGRA-MEDIDAS(2)  TO W-CIF-CANT-MER
           PERFORM 4900-GRABAR-CIFRA
           MOVE UNI-MIGRA-MEDIDAS(1)  TO W-CIF-BASE-CAR
           MOVE UNI-MIGRA-MEDIDAS(2)  TO W-CIF-BASE-MER
           MOVE "A MAYOR"             TO W-CIF-CLAVE
           MOVE UNI-MIGRA-MAYOR(1)    TO W-CIF-CANT-CAR
           MOVE UNI-MIGRA-MAYOR(2)    TO W-CIF-CANT-MER
           PERFORM 4900-GRABAR-CIFRA
           MOVE "SIN CAMBIO"          TO W-CIF-CLAVE
           MOVE UNI-MIGRA-IGUAL(1)    TO W-CIF-CANT-CAR
           MOVE UNI-MIGRA-IGUAL(2)    TO W-CIF-CANT-MER
           PERFORM 4900-GRABAR-CIFRA
           MOVE "A MENOR"             TO W-CIF-CLAVE
           MOVE UNI-MIGRA-MENOR(1)    TO W-CIF-CANT-CAR
           MOVE UNI-MIGRA-MENOR(2)    TO W-CIF-CANT-MER
           PERFORM 4900-GRABAR-CIFRA
           MOVE UNI-IDS(1)            TO W-CIF-BASE-CAR
           MOVE UNI-IDS(2)            TO W-CIF-BASE-MER.

      ******************************************************************
      *4900-GRABAR-CIFRA.
      ** PORCENTAJES SOBRE LA BASE DE CADA LADO; LA DIFERENCIA ES EN
      ** PUNTOS PORCENTUALES, CLIENTE MENOS MERCADO
      ******************************************************************
       4900-GRABAR-CIFRA.
           MOVE 0 TO W-PCT-CARTERA W-PCT-MERCADO
           IF W-CIF-BASE-CAR > 0
              COMPUTE W-PCT-CARTERA ROUNDED =
                      W-CIF-CANT-CAR * 100 / W-CIF-BASE-CAR
           END-IF
           IF W-CIF-BASE-MER > 0
              COMPUTE W-PCT-MERCADO ROUNDED =
                      W-CIF-CANT-MER * 100 / W-CIF-BASE-MER
           END-IF
           COMPUTE W-DIF-PCT = W-PCT-CARTERA - W-PCT-MERCADO
           MOVE SPACES         TO REG-CALIDAD
           MOVE "D"            TO CAL-TIPO-REG
           MOVE W-CIF-CONCEPTO TO CAL-CONCEPTO
           MOVE W-CIF-CLAVE    TO CAL-CLAVE
           MOVE W-CIF-CANT-CAR TO CAL-CANT-CARTERA
           MOVE W-PCT-CARTERA  TO CAL-PCT-CARTERA
           MOVE W-CIF-CANT-MER TO CAL-CANT-MERCADO
           MOVE W-PCT-MERCADO  TO CAL-PCT-MERCADO
           MOVE W-DIF-PCT      TO CAL-DIF-PCT
           WRITE REG-CALIDAD
           ADD 1 TO CONT-DETALLES-REP.

      ******************************************************************
      *5000-ASENTAR-FACTURACION.
      ** CADA REPORTE PRODUCIDO SE FACTURA COMO PRODUCTO CALCARTERA
      ** DEL CLIENTE (ENTREGADOS = IDENTIFICACIONES MEDIDAS); EL
      ** ASIENTO NUNCA VOLTEA LA CORRIDA
      ******************************************************************
       5000-ASENTAR-FACTURACION.
           OPEN EXTEND FACTURACION
           IF COD-RET-FACT = "35"
              OPEN OUTPUT FACTURACION
           END-IF
           IF COD-RET-FACT NOT = "00"
              DISPLAY "CALCARTERA - SIN ARCHIVO DE FACTURACION ("
                      COD-RET-FACT "), EL REPORTE QUEDA SIN FACTURAR"
           ELSE
              MOVE SPACES        TO REG-FACTURACION
              MOVE 0             TO FACT-PERSO
              MOVE FECHA-SISTEMA TO FACT-FECHA
              MOVE UNI-IDS(1)    TO FACT-ENTREGADOS
              MOVE 0             TO FACT-NO-ENC
              MOVE "CALCARTERA"  TO FACT-PRODUCTO
              MOVE CFG-CLIENTE   TO FACT-CLIENTE
              WRITE REG-FACTURACION
              CLOSE FACTURACION
           END-IF.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           MOVE CONT-CLIENTES TO W-EDIT-CONTADOR
           DISPLAY "Clientes configurados..... " W-EDIT-CONTADOR
           MOVE CONT-REPORTES TO W-EDIT-CONTADOR
           DISPLAY "Reportes producidos....... " W-EDIT-CONTADOR
           MOVE CONT-SIN-CORTE TO W-EDIT-CONTADOR
           DISPLAY "Clientes sin corte........ " W-EDIT-CONTADOR
           IF CONT-SIN-CORTE = 0
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "MERC " UNI-IDS(2)
                  " CLI " CONT-CLIENTES
                  " REP " CONT-REPORTES
                  " SINCOR " CONT-SIN-CORTE
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
              DISPLAY "CALCARTERA - REGCORRIDA NO DISPONIBLE"
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
              DISPLAY "CALCARTERA - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE BDIIALE BDLSTR CONFIG-CARTERAS.

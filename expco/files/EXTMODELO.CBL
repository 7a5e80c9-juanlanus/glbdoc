      * EXTMODELO.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXTMODELO.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Dataset analitico enmascarado para el equipo de modelos de
      ** riesgo: cada trimestre pedian una muestra longitudinal y se
      ** armaba con extractos a mano que llevaban cedulas reales.
      ** Este programa muestrea la foto SCORESNAP estratificada por
      ** banda de score (score / 100, 0 a 9) y segmento - ambos de la
      ** ULTIMA fila de cada identificacion - con una cuota fija por
      ** estrato, elegida en forma sistematica (repartida a lo largo
      ** del estrato, reproducible). Cada elegido lleva el factor de
      ** expansion de su estrato (poblacion / muestra) para que el
      ** modelador pueda reponderar.
      **
      ** Por identificacion y por cada uno de los ultimos <meses>
      ** meses de la foto se arma un renglon con:
      **   - score, segmento y exclusion del mes (ultima fila de
      **     SCORESNAP del mes)
      **   - alertas de BDIIALE vigentes al cierre del mes (segun
      **     FEC-NOV y FEC-VEN)
      **   - estado en la lista de restriccion BDLSTR al cierre del
      **     mes (fecha efectiva y fecha de fin)
      **   - presencia en las bases DAS y DIAN
      **   - banda PJ del mes segun las doce bandas de SCODAPJA
      **
      ** La identificacion se reemplaza por un seudonimo de una sola
      ** via: HMAC-SHA256 de tipo+numero con la clave reservada
      ** $TEMPORALES/MODELO.CLV (20 hex del resultado). Con la misma
      ** clave el seudonimo es el mismo en cada entrega, asi los
      ** paneles de distintos trimestres se pueden unir; sin la
      ** clave no se puede volver a la cedula. La clave se genera una
      ** sola vez (openssl rand -hex 32 > MODELO.CLV), no se entrega
      ** y no se cambia. La lista de identificaciones que se pasa al
      ** calculo vive solo mientras dura el calculo: se borra apenas
      ** se leen los seudonimos, como la correspondencia de
      ** EXTMASCARA, que solo vive en memoria.
      **
      ** USO: EXTMODELO <cuota por estrato 1-999> <meses 1-24>
      ** SALIDAS, con AAAAMM = ultimo mes de la foto:
      **   $TEMPORALES/MODELO.<AAAAMM>.DAT  el dataset, un renglon
      **                                    por identificacion y mes
      **   $TEMPORALES/MODELO.<AAAAMM>.DOC  diccionario de datos,
      **                                    estratos y estadisticas
      **                                    de la muestra por mes
      ** RC 0 dataset armado; RC 16 error de uso, sin foto, sin
      ** clave o falla del calculo de seudonimos (no queda dataset).
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SCORESNAP.FS.
           COPY BDIIALE.FS.
           COPY BDLSTR.FS.
           COPY BDIIDAS.FS.
           COPY BDIIDIAN.FS.
           COPY SCODAPJA.FS.

      *    clave reservada del seudonimo; solo se verifica que exista
      *    y no este vacia, el calculo la lee por shell
           SELECT OPTIONAL CLAVE-SEUDONIMO
                  ASSIGN TO "$TEMPORALES/MODELO.CLV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CLAVE.

      *    identificaciones elegidas y sus seudonimos, en el mismo
      *    orden; los dos se borran al terminar el calculo
           SELECT LISTA-IDENTIFICACIONES
                  ASSIGN TO "$TEMPORALES/MODELO.IDS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-IDS.

           SELECT LISTA-SEUDONIMOS
                  ASSIGN TO "$TEMPORALES/MODELO.SEU"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-SEU.

           SELECT DATASET-MODELO
                  ASSIGN TO DISK W-DATASET-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-DAT.

           SELECT DOCUMENTO-MODELO
                  ASSIGN TO DISK W-DOCUMENTO-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-DOC.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY SCORESNAP.FD.
           COPY BDIIALE.FD.
           COPY BDLSTR.FD.
           COPY BDIIDAS.FD.
           COPY BDIIDIAN.FD.
           COPY SCODAPJA.FD.

       FD  CLAVE-SEUDONIMO.
       01  REG-CLAVE                   PIC X(80).

       FD  LISTA-IDENTIFICACIONES.
       01  REG-IDS.
           02 IDS-TIPO                 PIC 9(01).
           02 IDS-NUMERO               PIC 9(11).

       FD  LISTA-SEUDONIMOS.
       01  REG-SEU                     PIC X(80).

      *    renglon del dataset; el diccionario de datos de
      *    TABLA-DICCIONARIO describe estas mismas posiciones
       FD  DATASET-MODELO.
       01  REG-MODELO.
           02 MOD-SEUDONIMO            PIC X(20).
           02 FILLER                   PIC X(01).
           02 MOD-TIPO-ID              PIC 9(01).
           02 FILLER                   PIC X(01).
           02 MOD-PERIODO              PIC 9(06).
           02 FILLER                   PIC X(01).
           02 MOD-BANDA-ESTRATO        PIC 9(01).
           02 FILLER                   PIC X(01).
           02 MOD-SEGM-ESTRATO         PIC X(01).
           02 FILLER                   PIC X(01).
           02 MOD-FACTOR               PIC 9(07).99.
           02 FILLER                   PIC X(01).
           02 MOD-CON-SCORE            PIC X(01).
           02 FILLER                   PIC X(01).
           02 MOD-SCORE                PIC 9(03).
           02 FILLER                   PIC X(01).
           02 MOD-SEGMENTO             PIC X(01).
           02 FILLER                   PIC X(01).
           02 MOD-EXCLUSION            PIC X(02).
           02 FILLER                   PIC X(01).
           02 MOD-ALERTAS              PIC 9(03).
           02 FILLER                   PIC X(01).
           02 MOD-RESTRICCION          PIC X(01).
           02 FILLER                   PIC X(01).
           02 MOD-DAS                  PIC X(01).
           02 FILLER                   PIC X(01).
           02 MOD-DIAN                 PIC X(01).
           02 FILLER                   PIC X(01).
           02 MOD-BANDA-PJ             PIC X(01).

       FD  DOCUMENTO-MODELO.
       01  REG-DOC                     PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       01 COD-RET-SNAP             PIC X(2) VALUE ZEROS.
       01 COD-RET-BDLSTR           PIC X(2) VALUE ZEROS.
       01 COD-RETORNO-SCODAPJA     PIC X(2) VALUE ZEROS.
       01 COD-RET-CLAVE            PIC X(2) VALUE ZEROS.
       01 COD-RET-IDS              PIC X(2) VALUE ZEROS.
       01 COD-RET-SEU              PIC X(2) VALUE ZEROS.
       01 COD-RET-DAT              PIC X(2) VALUE ZEROS.
       01 COD-RET-DOC              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(40) VALUE SPACES.
       01 W-CUOTA-X                PIC X(05) VALUE SPACES.
       01 W-MESES-X                PIC X(05) VALUE SPACES.
       01 W-CUOTA                  PIC 9(03) VALUE 0.
       01 W-MESES                  PIC 9(02) VALUE 0.
       01 W-DATASET-NAME           PIC X(60) VALUE SPACES.
       01 W-DOCUMENTO-NAME         PIC X(60) VALUE SPACES.
       01 W-COMANDO-SYST           PIC X(300) VALUE SPACES.
       01 W-LINEA                  PIC X(100) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 SW-FIN-SNAP              PIC 9(01) VALUE 0.
       01 SW-FIN-ALE               PIC 9(01) VALUE 0.
       01 SW-FIN-SEU               PIC 9(01) VALUE 0.
       01 SW-SEUDONIMOS-OK         PIC 9(01) VALUE 0.
      *    1 = cuenta la poblacion de cada estrato, 2 = elige
       01 W-PASADA                 PIC 9(01) VALUE 0.

      **** IDENTIFICACION EN CURSO DEL BARRIDO DE LA FOTO Y SU ULTIMA
      **** FILA, QUE DEFINE EL ESTRATO
       01 W-ID-ACTUAL.
          03 W-TIPO-ACTUAL            PIC 9(01) VALUE 0.
          03 W-NUMERO-ACTUAL          PIC 9(11) VALUE 0.
       01 SW-HAY-ID-ACTUAL         PIC 9(01) VALUE 0.
       01 W-ULT-SCORE              PIC 9(03) VALUE 0.
       01 W-ULT-SEGMENTO           PIC X(01) VALUE SPACES.
       01 W-BANDA                  PIC 9(01) VALUE 0.
       01 W-PERIODO-FIN            PIC 9(06) VALUE 0.

      **** ESTRATOS: BANDA DE SCORE X SEGMENTO
       01 TABLA-ESTRATOS.
          02 EST-ENTRADA OCCURS 100 TIMES.
             03 EST-BANDA             PIC 9(01).
             03 EST-SEGMENTO          PIC X(01).
             03 EST-POBLACION         PIC 9(09).
             03 EST-VISTOS            PIC 9(09).
             03 EST-CUOTA             PIC 9(03).
             03 EST-MUESTRA           PIC 9(05).
             03 EST-FACTOR            PIC 9(07)V99.
          02 EST-TOPE                 PIC 9(03) VALUE 0.
       01 W-IDX-EST                PIC 9(03) VALUE 0.
       01 W-EST-HALLADO            PIC 9(03) VALUE 0.
       01 W-TOTAL-CUOTAS           PIC 9(07) VALUE 0.
       01 W-CORTE-ANT              PIC 9(09) VALUE 0.
       01 W-CORTE-ACT              PIC 9(09) VALUE 0.

      **** MUESTRA ELEGIDA: LA CEDULA REAL SOLO VIVE AQUI, EN MEMORIA
       01 TABLA-MUESTRA.
          02 MUE-ENTRADA OCCURS 10000 TIMES.
             03 MUE-TIPO              PIC 9(01).
             03 MUE-NUMERO            PIC 9(11).
             03 MUE-ESTRATO           PIC 9(03).
             03 MUE-SEUDONIMO         PIC X(20).
          02 MUE-TOPE                 PIC 9(05) VALUE 0.
       01 W-IDX-MUE                PIC 9(05) VALUE 0.

      **** MESES DEL PANEL (1 = EL MAS VIEJO) Y LO ARMADO DE LA
      **** IDENTIFICACION EN CURSO PARA CADA MES
       01 TABLA-MESES.
          02 MES-ENTRADA OCCURS 24 TIMES.
             03 MES-PERIODO           PIC 9(06).
             03 MES-CIERRE            PIC 9(08).
             03 MES-ORDINAL           PIC 9(06).
             03 MES-CON-SCORE         PIC X(01).
             03 MES-SCORE             PIC 9(03).
             03 MES-SEGMENTO          PIC X(01).
             03 MES-EXCLUSION         PIC X(02).
             03 MES-ALERTAS           PIC 9(03).
             03 MES-RESTRICCION       PIC X(01).
             03 MES-BANDA-PJ          PIC X(01).
      *      estadisticas de la muestra en el mes
             03 MES-EST-CON-SCORE     PIC 9(06).
             03 MES-EST-SUMA-SCORE    PIC 9(10).
             03 MES-EST-CON-ALERTA    PIC 9(06).
             03 MES-EST-RESTRINGIDAS  PIC 9(06).
             03 MES-EST-CON-PJ        PIC 9(06).
       01 W-IDX-MES                PIC 9(02) VALUE 0.
       01 W-MES-HALLADO            PIC 9(02) VALUE 0.
       01 W-ANO-AUX                PIC 9(04) VALUE 0.
       01 W-MES-AUX                PIC 9(02) VALUE 0.
       01 W-ORDINAL-PJ             PIC 9(06) VALUE 0.
       01 W-DISTANCIA-PJ           PIC S9(06) VALUE 0.
       01 W-POS-PJ                 PIC 9(02) VALUE 0.
       01 W-BANDAS-PJ              PIC X(12) VALUE SPACES.
       01 W-EN-DAS                 PIC X(01) VALUE "N".
       01 W-EN-DIAN                PIC X(01) VALUE "N".
       01 W-PROMEDIO               PIC 9(03) VALUE 0.

      **** DICCIONARIO DE DATOS DEL DATASET (POSICION, LARGO, CAMPO,
      **** DESCRIPCION), MISMO ORDEN QUE REG-MODELO
       01 TABLA-DICCIONARIO-VALORES.
          02 FILLER PIC X(80) VALUE "001 20 SEUDONIMO       IDENTIFIC
      -       "ACION SEUDONIMIZADA (HMAC-SHA256, 20 HEX)".
          02 FILLER PIC X(80) VALUE "022 01 TIPO-ID         TIPO DE I
      -       "DENTIFICACION".
          02 FILLER PIC X(80) VALUE "024 06 PERIODO         MES DEL R
      -       "ENGLON, AAAAMM".
          02 FILLER PIC X(80) VALUE "031 01 BANDA-ESTRATO   BANDA DE
      -       "SCORE DEL ESTRATO (SCORE / 100)".
          02 FILLER PIC X(80) VALUE "033 01 SEGM-ESTRATO    SEGMENTO
      -       "DEL ESTRATO (ULTIMA FILA DE LA FOTO)".
          02 FILLER PIC X(80) VALUE "035 10 FACTOR          FACTOR DE
      -       " EXPANSION (POBLACION / MUESTRA)".
          02 FILLER PIC X(80) VALUE "046 01 CON-SCORE       S = HAY F
      -       "ILA DE SCORESNAP EN EL MES".
          02 FILLER PIC X(80) VALUE "048 03 SCORE           SCORE DEL
      -       " MES (000 SIN FILA)".
          02 FILLER PIC X(80) VALUE "052 01 SEGMENTO        SEGMENTO
      -       "DEL MES".
          02 FILLER PIC X(80) VALUE "054 02 EXCLUSION       CODIGO DE
      -       " EXCLUSION DEL MES".
          02 FILLER PIC X(80) VALUE "057 03 ALERTAS         ALERTAS B
      -       "DIIALE VIGENTES AL CIERRE DEL MES".
          02 FILLER PIC X(80) VALUE "061 01 RESTRICCION     S = RESTR
      -       "INGIDA EN BDLSTR AL CIERRE DEL MES".
          02 FILLER PIC X(80) VALUE "063 01 DAS             S = PRESE
      -       "NTE EN LA BASE DAS".
          02 FILLER PIC X(80) VALUE "065 01 DIAN            S = PRESE
      -       "NTE EN LA BASE DIAN".
          02 FILLER PIC X(80) VALUE "067 01 BANDA-PJ        BANDA PJ
      -       "DEL MES EN SCODAPJA (BLANCO SIN DATO)".
       01 TABLA-DICCIONARIO REDEFINES TABLA-DICCIONARIO-VALORES.
          02 DIC-RENGLON              PIC X(80) OCCURS 15 TIMES.
       01 DIC-TOPE                 PIC 9(02) VALUE 15.
       01 W-IDX-DIC                PIC 9(02) VALUE 0.

      *** ASIENTO EN LA BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "EXTMODELO".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "EXTMODELO.v.01.0001".

       01 CONTADORES-MODELO.
          02 CONT-POBLACION           PIC 9(09) VALUE 0.
          02 CONT-RENGLONES           PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Dataset analitico enmascarado para modelos    *"
           DISPLAY "*           PROGRAMA : EXTMODELO.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 1100-VERIFICAR-CLAVE
           PERFORM 1200-ABRIR-ARCHIVOS
           MOVE 1 TO W-PASADA
           PERFORM 2000-RECORRER-FOTO
           PERFORM 2300-FIJAR-CUOTAS
           MOVE 2 TO W-PASADA
           PERFORM 2000-RECORRER-FOTO
           PERFORM 2400-CALCULAR-FACTORES
           PERFORM 3000-CALCULAR-SEUDONIMOS
           PERFORM 4000-ARMAR-DATASET
           PERFORM 5000-GRABAR-DOCUMENTO
           PERFORM 9000-CERRAR-ARCHIVOS
           PERFORM 9500-ASENTAR-CORRIDA
           STOP RUN.

      ******************************************************************
      *0500-VALIDAR-VARIABLES-ENTORNO.
      ** VALIDA, ANTES DE ABRIR EL PRIMER ARCHIVO, QUE LA VARIABLE DE
      ** AMBIENTE $TEMPORALES ESTE DEFINIDA. VER
      ** expco/entorno/VARIABLES-ENTORNO.txt
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
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-CUOTA-X W-MESES-X
           END-UNSTRING
           IF W-CUOTA-X(1:1) IS NUMERIC
              COMPUTE W-CUOTA = FUNCTION NUMVAL (W-CUOTA-X)
           END-IF
           IF W-MESES-X(1:1) IS NUMERIC
              COMPUTE W-MESES = FUNCTION NUMVAL (W-MESES-X)
           END-IF
           IF W-CUOTA = 0 OR W-MESES = 0 OR W-MESES > 24
              DISPLAY "Uso: EXTMODELO <cuota por estrato 1-999> "
                      "<meses 1-24>"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *1100-VERIFICAR-CLAVE.
      ** SIN CLAVE NO HAY SEUDONIMO ESTABLE: NO SE GENERA UNA NUEVA
      ** PORQUE CAMBIARIA TODOS LOS SEUDONIMOS DE LAS ENTREGAS
      ** ANTERIORES SIN QUE NADIE LO NOTE
      ******************************************************************
       1100-VERIFICAR-CLAVE.
           MOVE SPACES TO REG-CLAVE
           OPEN INPUT CLAVE-SEUDONIMO
           IF COD-RET-CLAVE = "00"
              READ CLAVE-SEUDONIMO NEXT RECORD
                 AT END MOVE SPACES TO REG-CLAVE
              END-READ
           END-IF
           CLOSE CLAVE-SEUDONIMO
           IF REG-CLAVE = SPACES
              DISPLAY "EXTMODELO - FALTA LA CLAVE DE SEUDONIMOS "
                      "$TEMPORALES/MODELO.CLV (SE GENERA UNA SOLA "
                      "VEZ CON openssl rand -hex 32)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REG-CLAVE.

      ******************************************************************
      *1200-ABRIR-ARCHIVOS.
      ******************************************************************
       1200-ABRIR-ARCHIVOS.
           OPEN INPUT SCORESNAP
           IF COD-RET-SNAP NOT = "00"
              DISPLAY "EXTMODELO - SIN FOTO SCORESNAP (" COD-RET-SNAP
                      "), NO HAY DE DONDE MUESTREAR"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BDIIALE
           OPEN INPUT BDLSTR
           OPEN INPUT BDIIDAS
           OPEN INPUT BDIIDIAN
           OPEN INPUT SCODAPJA.

      ******************************************************************
      *2000-RECORRER-FOTO.
      ** BARRIDO COMPLETO DE LA FOTO EN ORDEN DE CLAVE: LAS FILAS DE
      ** CADA IDENTIFICACION VIENEN JUNTAS Y POR FECHA, ASI QUE AL
      ** CAMBIAR DE IDENTIFICACION LA ULTIMA FILA LEIDA ES LA MAS
      ** RECIENTE. LA PRIMERA PASADA CUENTA LA POBLACION DE CADA
      ** ESTRATO Y EL ULTIMO MES DE LA FOTO; LA SEGUNDA ELIGE
      ******************************************************************
       2000-RECORRER-FOTO.
           MOVE 0 TO SW-FIN-SNAP
           MOVE 0 TO SW-HAY-ID-ACTUAL
           MOVE LOW-VALUES TO LLAVE-SCORESNAP
           START SCORESNAP KEY IS NOT LESS THAN LLAVE-SCORESNAP
              INVALID KEY MOVE 1 TO SW-FIN-SNAP
           END-START
           PERFORM UNTIL SW-FIN-SNAP = 1
              READ SCORESNAP NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-SNAP
              END-READ
              IF SW-FIN-SNAP = 0
                 IF SW-HAY-ID-ACTUAL = 1
                    AND (TIPOID-SNAP NOT = W-TIPO-ACTUAL
                         OR NUMID-SNAP NOT = W-NUMERO-ACTUAL)
                    PERFORM 2100-CERRAR-IDENTIFICACION
                 END-IF
                 MOVE 1 TO SW-HAY-ID-ACTUAL
                 MOVE TIPOID-SNAP   TO W-TIPO-ACTUAL
                 MOVE NUMID-SNAP    TO W-NUMERO-ACTUAL
                 MOVE SCORE-SNAP    TO W-ULT-SCORE
                 MOVE SEGMENTO-SNAP TO W-ULT-SEGMENTO
                 IF W-PASADA = 1
                    AND FECHA-SNAP(1:6) IS NUMERIC
                    AND FECHA-SNAP(1:6) > W-PERIODO-FIN
                    MOVE FECHA-SNAP(1:6) TO W-PERIODO-FIN
                 END-IF
              END-IF
           END-PERFORM
           IF SW-HAY-ID-ACTUAL = 1
              PERFORM 2100-CERRAR-IDENTIFICACION
           END-IF.

      ******************************************************************
      *2100-CERRAR-IDENTIFICACION.
      ******************************************************************
       2100-CERRAR-IDENTIFICACION.
           COMPUTE W-BANDA = W-ULT-SCORE / 100
           MOVE 0 TO W-EST-HALLADO
           PERFORM VARYING W-IDX-EST FROM 1 BY 1
              UNTIL W-IDX-EST > EST-TOPE OR W-EST-HALLADO > 0
              IF EST-BANDA(W-IDX-EST) = W-BANDA
                 AND EST-SEGMENTO(W-IDX-EST) = W-ULT-SEGMENTO
                 MOVE W-IDX-EST TO W-EST-HALLADO
              END-IF
           END-PERFORM
           IF W-PASADA = 1
              IF W-EST-HALLADO = 0 AND EST-TOPE < 100
                 ADD 1 TO EST-TOPE
                 MOVE EST-TOPE TO W-EST-HALLADO
                 MOVE W-BANDA TO EST-BANDA(W-EST-HALLADO)
                 MOVE W-ULT-SEGMENTO TO EST-SEGMENTO(W-EST-HALLADO)
                 MOVE 0 TO EST-POBLACION(W-EST-HALLADO)
                                 EST-VISTOS(W-EST-HALLADO)
                                 EST-MUESTRA(W-EST-HALLADO)
              END-IF
              IF W-EST-HALLADO > 0
                 ADD 1 TO EST-POBLACION(W-EST-HALLADO)
                 ADD 1 TO CONT-POBLACION
              END-IF
           ELSE
              IF W-EST-HALLADO > 0
                 PERFORM 2200-ELEGIR-IDENTIFICACION
              END-IF
           END-IF.

      ******************************************************************
      *2200-ELEGIR-IDENTIFICACION.
      ** ELECCION SISTEMATICA: LA J-ESIMA IDENTIFICACION DEL ESTRATO
      ** ENTRA CUANDO J * CUOTA / POBLACION PASA A UN ENTERO NUEVO,
      ** ASI LAS ELEGIDAS QUEDAN REPARTIDAS PAREJO EN TODO EL ESTRATO
      ** Y LA MISMA FOTO DA SIEMPRE LA MISMA MUESTRA
      ******************************************************************
       2200-ELEGIR-IDENTIFICACION.
           COMPUTE W-CORTE-ANT = EST-VISTOS(W-EST-HALLADO)
                   * EST-CUOTA(W-EST-HALLADO)
                   / EST-POBLACION(W-EST-HALLADO)
           ADD 1 TO EST-VISTOS(W-EST-HALLADO)
           COMPUTE W-CORTE-ACT = EST-VISTOS(W-EST-HALLADO)
                   * EST-CUOTA(W-EST-HALLADO)
                   / EST-POBLACION(W-EST-HALLADO)
           IF W-CORTE-ACT > W-CORTE-ANT AND MUE-TOPE < 10000
              ADD 1 TO MUE-TOPE
              MOVE W-TIPO-ACTUAL   TO MUE-TIPO(MUE-TOPE)
              MOVE W-NUMERO-ACTUAL TO MUE-NUMERO(MUE-TOPE)
              MOVE W-EST-HALLADO   TO MUE-ESTRATO(MUE-TOPE)
              MOVE SPACES          TO MUE-SEUDONIMO(MUE-TOPE)
              ADD 1 TO EST-MUESTRA(W-EST-HALLADO)
           END-IF.

      ******************************************************************
      *2300-FIJAR-CUOTAS.
      ** UN ESTRATO CHICO ENTRA ENTERO; LA MUESTRA TOTAL NO PUEDE
      ** PASAR DE 10000 IDENTIFICACIONES. TAMBIEN QUEDAN FIJADOS LOS
      ** MESES DEL PANEL, HACIA ATRAS DESDE EL ULTIMO MES DE LA FOTO
      ******************************************************************
       2300-FIJAR-CUOTAS.
           IF EST-TOPE = 0
              DISPLAY "EXTMODELO - LA FOTO SCORESNAP ESTA VACIA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO W-TOTAL-CUOTAS
           PERFORM VARYING W-IDX-EST FROM 1 BY 1
              UNTIL W-IDX-EST > EST-TOPE
              IF EST-POBLACION(W-IDX-EST) < W-CUOTA
                 MOVE EST-POBLACION(W-IDX-EST) TO EST-CUOTA(W-IDX-EST)
              ELSE
                 MOVE W-CUOTA TO EST-CUOTA(W-IDX-EST)
              END-IF
              ADD EST-CUOTA(W-IDX-EST) TO W-TOTAL-CUOTAS
           END-PERFORM
           IF W-TOTAL-CUOTAS > 10000
              DISPLAY "EXTMODELO - " EST-TOPE " ESTRATOS X CUOTA "
                      W-CUOTA " PASA DE 10000 IDENTIFICACIONES, "
                      "BAJAR LA CUOTA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE W-PERIODO-FIN(1:4) TO W-ANO-AUX
           MOVE W-PERIODO-FIN(5:2) TO W-MES-AUX
           PERFORM VARYING W-IDX-MES FROM W-MESES BY -1
              UNTIL W-IDX-MES = 0
              COMPUTE MES-PERIODO(W-IDX-MES) =
                      W-ANO-AUX * 100 + W-MES-AUX
              COMPUTE MES-CIERRE(W-IDX-MES) =
                      MES-PERIODO(W-IDX-MES) * 100 + 31
              COMPUTE MES-ORDINAL(W-IDX-MES) =
                      W-ANO-AUX * 12 + W-MES-AUX
              MOVE 0 TO MES-EST-CON-SCORE(W-IDX-MES)
                        MES-EST-SUMA-SCORE(W-IDX-MES)
                        MES-EST-CON-ALERTA(W-IDX-MES)
                        MES-EST-RESTRINGIDAS(W-IDX-MES)
                        MES-EST-CON-PJ(W-IDX-MES)
              IF W-MES-AUX = 1
                 SUBTRACT 1 FROM W-ANO-AUX
                 MOVE 12 TO W-MES-AUX
              ELSE
                 SUBTRACT 1 FROM W-MES-AUX
              END-IF
           END-PERFORM
           MOVE SPACES TO W-DATASET-NAME W-DOCUMENTO-NAME
           STRING "$TEMPORALES/MODELO." W-PERIODO-FIN ".DAT"
                  DELIMITED BY SIZE INTO W-DATASET-NAME
           END-STRING
           STRING "$TEMPORALES/MODELO." W-PERIODO-FIN ".DOC"
                  DELIMITED BY SIZE INTO W-DOCUMENTO-NAME
           END-STRING.

      ******************************************************************
      *2400-CALCULAR-FACTORES.
      ** FACTOR DE EXPANSION = POBLACION DEL ESTRATO / ELEGIDAS
      ******************************************************************
       2400-CALCULAR-FACTORES.
           PERFORM VARYING W-IDX-EST FROM 1 BY 1
              UNTIL W-IDX-EST > EST-TOPE
              MOVE 0 TO EST-FACTOR(W-IDX-EST)
              IF EST-MUESTRA(W-IDX-EST) > 0
                 COMPUTE EST-FACTOR(W-IDX-EST) ROUNDED =
                         EST-POBLACION(W-IDX-EST)
                         / EST-MUESTRA(W-IDX-EST)
              END-IF
           END-PERFORM.

      ******************************************************************
      *3000-CALCULAR-SEUDONIMOS.
      ** HMAC-SHA256 POR SHELL (MISMO MECANISMO QUE EL SELLO SHA-256
      ** DE TRANSMITIR/EMPAQPER), UNA IDENTIFICACION POR RENGLON Y EN
      ** EL MISMO ORDEN; LA LISTA DE IDENTIFICACIONES Y LA DE
      ** SEUDONIMOS SE BORRAN APENAS SE LEEN. SI FALTA ALGUN
      ** SEUDONIMO NO SE ARMA EL DATASET
      ******************************************************************
       3000-CALCULAR-SEUDONIMOS.
           OPEN OUTPUT LISTA-IDENTIFICACIONES
           IF COD-RET-IDS NOT = "00"
              DISPLAY "Error abriendo MODELO.IDS " COD-RET-IDS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING W-IDX-MUE FROM 1 BY 1
              UNTIL W-IDX-MUE > MUE-TOPE
              MOVE MUE-TIPO(W-IDX-MUE)   TO IDS-TIPO
              MOVE MUE-NUMERO(W-IDX-MUE) TO IDS-NUMERO
              WRITE REG-IDS
           END-PERFORM
           CLOSE LISTA-IDENTIFICACIONES
           MOVE SPACES TO W-COMANDO-SYST
           STRING "k=`cat $TEMPORALES/MODELO.CLV` && "
                  "while read i ; do printf %s $i | "
                  "openssl dgst -sha256 -hmac $k -r | cut -c1-20 ; "
                  "done < $TEMPORALES/MODELO.IDS "
                  "> $TEMPORALES/MODELO.SEU"
                  DELIMITED BY SIZE INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE 0 TO RETURN-CODE
           MOVE 1 TO SW-SEUDONIMOS-OK
           MOVE 0 TO W-IDX-MUE
           MOVE 0 TO SW-FIN-SEU
           OPEN INPUT LISTA-SEUDONIMOS
           IF COD-RET-SEU NOT = "00"
              MOVE 1 TO SW-FIN-SEU
           END-IF
           PERFORM UNTIL SW-FIN-SEU = 1
              READ LISTA-SEUDONIMOS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-SEU
              END-READ
              IF SW-FIN-SEU = 0 AND W-IDX-MUE < MUE-TOPE
                 ADD 1 TO W-IDX-MUE
                 MOVE REG-SEU(1:20) TO MUE-SEUDONIMO(W-IDX-MUE)
                 IF REG-SEU(1:20) = SPACES
                    OR REG-SEU(21:1) NOT = SPACE
                    MOVE 0 TO SW-SEUDONIMOS-OK
                 END-IF
              END-IF
           END-PERFORM
           IF COD-RET-SEU = "00" OR SW-FIN-SEU = 1
              CLOSE LISTA-SEUDONIMOS
           END-IF
           MOVE SPACES TO W-COMANDO-SYST
           STRING "rm -f $TEMPORALES/MODELO.IDS $TEMPORALES/MODELO.SEU"
                  DELIMITED BY SIZE INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE 0 TO RETURN-CODE
           IF W-IDX-MUE NOT = MUE-TOPE OR SW-SEUDONIMOS-OK = 0
              DISPLAY "EXTMODELO - FALLO EL CALCULO DE SEUDONIMOS ("
                      W-IDX-MUE " DE " MUE-TOPE "), NO SE ARMA EL "
                      "DATASET"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *4000-ARMAR-DATASET.
      ******************************************************************
       4000-ARMAR-DATASET.
           OPEN OUTPUT DATASET-MODELO
           IF COD-RET-DAT NOT = "00"
              DISPLAY "Error abriendo " W-DATASET-NAME " " COD-RET-DAT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 4100-ARMAR-UNA-IDENTIFICACION
              VARYING W-IDX-MUE FROM 1 BY 1
              UNTIL W-IDX-MUE > MUE-TOPE
           CLOSE DATASET-MODELO.

      ******************************************************************
      *4100-ARMAR-UNA-IDENTIFICACION.
      ** JUNTA LAS FUENTES DE UNA IDENTIFICACION ELEGIDA, MES A MES
      ******************************************************************
       4100-ARMAR-UNA-IDENTIFICACION.
           PERFORM VARYING W-IDX-MES FROM 1 BY 1
              UNTIL W-IDX-MES > W-MESES
              MOVE "N"    TO MES-CON-SCORE(W-IDX-MES)
              MOVE 0      TO MES-SCORE(W-IDX-MES)
              MOVE SPACES TO MES-SEGMENTO(W-IDX-MES)
                             MES-EXCLUSION(W-IDX-MES)
                             MES-BANDA-PJ(W-IDX-MES)
              MOVE 0      TO MES-ALERTAS(W-IDX-MES)
              MOVE "N"    TO MES-RESTRICCION(W-IDX-MES)
           END-PERFORM
           PERFORM 4200-FOTO-DE-UNA
           PERFORM 4300-ALERTAS-DE-UNA
           PERFORM 4400-RESTRICCION-DE-UNA
           PERFORM 4500-DAS-DIAN-DE-UNA
           PERFORM 4600-BANDAS-PJ-DE-UNA
           PERFORM 4700-GRABAR-MES
              VARYING W-IDX-MES FROM 1 BY 1
              UNTIL W-IDX-MES > W-MESES.

      ******************************************************************
      *4200-FOTO-DE-UNA.
      ** LA ULTIMA FILA DE CADA MES DEL PANEL
      ******************************************************************
       4200-FOTO-DE-UNA.
           MOVE 0 TO SW-FIN-SNAP
           MOVE LOW-VALUES TO LLAVE-SCORESNAP
           MOVE MUE-TIPO(W-IDX-MUE)   TO TIPOID-SNAP
           MOVE MUE-NUMERO(W-IDX-MUE) TO NUMID-SNAP
           START SCORESNAP KEY IS NOT LESS THAN LLAVE-SCORESNAP
              INVALID KEY MOVE 1 TO SW-FIN-SNAP
           END-START
           PERFORM UNTIL SW-FIN-SNAP = 1
              READ SCORESNAP NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-SNAP
              END-READ
              IF SW-FIN-SNAP = 0
                 IF TIPOID-SNAP = MUE-TIPO(W-IDX-MUE)
                    AND NUMID-SNAP = MUE-NUMERO(W-IDX-MUE)
                    PERFORM 4210-UBICAR-FILA
                 ELSE
                    MOVE 1 TO SW-FIN-SNAP
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *4210-UBICAR-FILA.
      ******************************************************************
       4210-UBICAR-FILA.
           MOVE 0 TO W-MES-HALLADO
           PERFORM VARYING W-IDX-MES FROM 1 BY 1
              UNTIL W-IDX-MES > W-MESES OR W-MES-HALLADO > 0
              IF FECHA-SNAP(1:6) = MES-PERIODO(W-IDX-MES)
                 MOVE W-IDX-MES TO W-MES-HALLADO
              END-IF
           END-PERFORM
           IF W-MES-HALLADO > 0
              MOVE "S"            TO MES-CON-SCORE(W-MES-HALLADO)
              MOVE SCORE-SNAP     TO MES-SCORE(W-MES-HALLADO)
              MOVE SEGMENTO-SNAP  TO MES-SEGMENTO(W-MES-HALLADO)
              MOVE EXCLUSION-SNAP TO MES-EXCLUSION(W-MES-HALLADO)
           END-IF.

      ******************************************************************
      *4300-ALERTAS-DE-UNA.
      ** UNA ALERTA CUENTA EN EL MES SI YA HABIA LLEGADO AL CIERRE
      ** DEL MES Y NO ESTABA VENCIDA (FEC-VEN EN CEROS = SIN VENCER)
      ******************************************************************
       4300-ALERTAS-DE-UNA.
           MOVE 0 TO SW-FIN-ALE
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           MOVE MUE-TIPO(W-IDX-MUE)   TO TIP-IDE-BDIIALE
           MOVE MUE-NUMERO(W-IDX-MUE) TO NUM-IDE-BDIIALE
           START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
              INVALID KEY MOVE 1 TO SW-FIN-ALE
           END-START
           PERFORM UNTIL SW-FIN-ALE = 1
              READ BDIIALE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ALE
              END-READ
              IF SW-FIN-ALE = 0
                 IF TIP-IDE-BDIIALE = MUE-TIPO(W-IDX-MUE)
                    AND NUM-IDE-BDIIALE = MUE-NUMERO(W-IDX-MUE)
                    PERFORM VARYING W-IDX-MES FROM 1 BY 1
                       UNTIL W-IDX-MES > W-MESES
                       IF FEC-NOV-BDIIALE NOT > MES-CIERRE(W-IDX-MES)
                          AND (FEC-VEN-BDIIALE = 0
                               OR FEC-VEN-BDIIALE NOT <
                                  MES-CIERRE(W-IDX-MES))
                          AND MES-ALERTAS(W-IDX-MES) < 999
                          ADD 1 TO MES-ALERTAS(W-IDX-MES)
                       END-IF
                    END-PERFORM
                 ELSE
                    MOVE 1 TO SW-FIN-ALE
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *4400-RESTRICCION-DE-UNA.
      ** RESTRINGIDA AL CIERRE DEL MES: YA EFECTIVA Y SIN LLEGAR A LA
      ** FECHA DE FIN (99991231 = SIN VENCIMIENTO)
      ******************************************************************
       4400-RESTRICCION-DE-UNA.
           MOVE MUE-TIPO(W-IDX-MUE)   TO TIPO-IDE-BDLSTR
           MOVE MUE-NUMERO(W-IDX-MUE) TO NUM-IDE-BDLSTR
           READ BDLSTR
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 PERFORM VARYING W-IDX-MES FROM 1 BY 1
                    UNTIL W-IDX-MES > W-MESES
                    IF FEC-EFEC-BDLSTR NOT > MES-CIERRE(W-IDX-MES)
                       AND FEC-FIN-BDLSTR NOT < MES-CIERRE(W-IDX-MES)
                       MOVE "S" TO MES-RESTRICCION(W-IDX-MES)
                    END-IF
                 END-PERFORM
           END-READ.

      ******************************************************************
      *4500-DAS-DIAN-DE-UNA.
      ******************************************************************
       4500-DAS-DIAN-DE-UNA.
           MOVE "N" TO W-EN-DAS W-EN-DIAN
           MOVE MUE-TIPO(W-IDX-MUE)   TO TIPO-ID-BDIIDAS
           MOVE MUE-NUMERO(W-IDX-MUE) TO CEDULA-BDIIDAS
           READ BDIIDAS
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO W-EN-DAS
           END-READ
           MOVE MUE-TIPO(W-IDX-MUE)   TO TIPO-ID-BDIIDIAN
           MOVE MUE-NUMERO(W-IDX-MUE) TO CEDULA-BDIIDIAN
           READ BDIIDIAN
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO W-EN-DIAN
           END-READ.

      ******************************************************************
      *4600-BANDAS-PJ-DE-UNA.
      ** LAS DOCE BANDAS DE SCODAPJA SON LOS DOCE MESES QUE TERMINAN
      ** EN EL MES DE FECHA-SCODAPJA (POSICION 12 = ESE MES); UN MES
      ** DEL PANEL FUERA DE ESA VENTANA QUEDA SIN BANDA
      ******************************************************************
       4600-BANDAS-PJ-DE-UNA.
           MOVE MUE-TIPO(W-IDX-MUE)   TO TIPIDE-SCODAPJA
           MOVE MUE-NUMERO(W-IDX-MUE) TO NUMIDE-SCODAPJA
           READ SCODAPJA
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF FECHA-SCODAPJA(1:6) IS NUMERIC
                    MOVE FILLER-SCODAPJA TO W-BANDAS-PJ
                    MOVE FECHA-SCODAPJA(1:4) TO W-ANO-AUX
                    MOVE FECHA-SCODAPJA(5:2) TO W-MES-AUX
                    COMPUTE W-ORDINAL-PJ = W-ANO-AUX * 12 + W-MES-AUX
                    PERFORM 4610-BANDA-DEL-MES
                       VARYING W-IDX-MES FROM 1 BY 1
                       UNTIL W-IDX-MES > W-MESES
                 END-IF
           END-READ.

      ******************************************************************
      *4610-BANDA-DEL-MES.
      ******************************************************************
       4610-BANDA-DEL-MES.
           COMPUTE W-DISTANCIA-PJ =
                   W-ORDINAL-PJ - MES-ORDINAL(W-IDX-MES)
           IF W-DISTANCIA-PJ NOT < 0 AND W-DISTANCIA-PJ < 12
              COMPUTE W-POS-PJ = 12 - W-DISTANCIA-PJ
              MOVE W-BANDAS-PJ(W-POS-PJ:1)
                TO MES-BANDA-PJ(W-IDX-MES)
           END-IF.

      ******************************************************************
      *4700-GRABAR-MES.
      ******************************************************************
       4700-GRABAR-MES.
           MOVE SPACES TO REG-MODELO
           MOVE MUE-SEUDONIMO(W-IDX-MUE) TO MOD-SEUDONIMO
           MOVE MUE-TIPO(W-IDX-MUE)      TO MOD-TIPO-ID
           MOVE MES-PERIODO(W-IDX-MES)   TO MOD-PERIODO
           MOVE MUE-ESTRATO(W-IDX-MUE)   TO W-IDX-EST
           MOVE EST-BANDA(W-IDX-EST)     TO MOD-BANDA-ESTRATO
           MOVE EST-SEGMENTO(W-IDX-EST)  TO MOD-SEGM-ESTRATO
           MOVE EST-FACTOR(W-IDX-EST)    TO MOD-FACTOR
           MOVE MES-CON-SCORE(W-IDX-MES) TO MOD-CON-SCORE
           MOVE MES-SCORE(W-IDX-MES)     TO MOD-SCORE
           MOVE MES-SEGMENTO(W-IDX-MES)  TO MOD-SEGMENTO
           MOVE MES-EXCLUSION(W-IDX-MES) TO MOD-EXCLUSION
           MOVE MES-ALERTAS(W-IDX-MES)   TO MOD-ALERTAS
           MOVE MES-RESTRICCION(W-IDX-MES) TO MOD-RESTRICCION
           MOVE W-EN-DAS                 TO MOD-DAS
           MOVE W-EN-DIAN                TO MOD-DIAN
           MOVE MES-BANDA-PJ(W-IDX-MES)  TO MOD-BANDA-PJ
           WRITE REG-MODELO
           ADD 1 TO CONT-RENGLONES
           IF MES-CON-SCORE(W-IDX-MES) = "S"
              ADD 1 TO MES-EST-CON-SCORE(W-IDX-MES)
              ADD MES-SCORE(W-IDX-MES) TO MES-EST-SUMA-SCORE(W-IDX-MES)
           END-IF
           IF MES-ALERTAS(W-IDX-MES) > 0
              ADD 1 TO MES-EST-CON-ALERTA(W-IDX-MES)
           END-IF
           IF MES-RESTRICCION(W-IDX-MES) = "S"
              ADD 1 TO MES-EST-RESTRINGIDAS(W-IDX-MES)
           END-IF
           IF MES-BANDA-PJ(W-IDX-MES) NOT = SPACE
              ADD 1 TO MES-EST-CON-PJ(W-IDX-MES)
           END-IF.

      ******************************************************************
      *5000-GRABAR-DOCUMENTO.
      ** EL DOCUMENTO QUE ACOMPANA AL DATASET: ORIGEN, DICCIONARIO DE
      ** DATOS, ESTRATOS CON SU FACTOR Y ESTADISTICAS POR MES
      ******************************************************************
       5000-GRABAR-DOCUMENTO.
           OPEN OUTPUT DOCUMENTO-MODELO
           IF COD-RET-DOC NOT = "00"
              DISPLAY "Error abriendo " W-DOCUMENTO-NAME " "
                      COD-RET-DOC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE SPACES TO W-LINEA
           STRING "DATASET ANALITICO ENMASCARADO " W-DATASET-NAME
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           PERFORM 5900-GRABAR-LINEA
           MOVE SPACES TO W-LINEA
           STRING "GENERADO " FECHA-SISTEMA "  MESES " W-MESES
                  " (" MES-PERIODO(1) " A " W-PERIODO-FIN
                  ")  CUOTA POR ESTRATO " W-CUOTA
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           PERFORM 5900-GRABAR-LINEA
           MOVE "SIN CEDULAS: SEUDONIMO HMAC-SHA256 CON CLAVE RESERVAD
      -         "A, EL MISMO EN CADA ENTREGA" TO W-LINEA
           PERFORM 5900-GRABAR-LINEA
           MOVE "ALERTAS, RESTRICCION Y BANDA PJ SEGUN LAS FECHAS QUE
      -         "HOY TIENEN LOS MAESTROS" TO W-LINEA
           PERFORM 5900-GRABAR-LINEA
           MOVE SPACES TO W-LINEA
           PERFORM 5900-GRABAR-LINEA
           MOVE "DICCIONARIO DE DATOS (UN RENGLON POR IDENTIFICACION Y
      -         " MES)" TO W-LINEA
           PERFORM 5900-GRABAR-LINEA
           MOVE "POS LG CAMPO           DESCRIPCION" TO W-LINEA
           PERFORM 5900-GRABAR-LINEA
           PERFORM VARYING W-IDX-DIC FROM 1 BY 1
              UNTIL W-IDX-DIC > DIC-TOPE
              MOVE DIC-RENGLON(W-IDX-DIC) TO W-LINEA
              PERFORM 5900-GRABAR-LINEA
           END-PERFORM
           MOVE SPACES TO W-LINEA
           PERFORM 5900-GRABAR-LINEA
           MOVE "ESTRATOS: BANDA SEGMENTO  POBLACION  CUOTA MUESTRA
      -         "  FACTOR" TO W-LINEA
           PERFORM 5900-GRABAR-LINEA
           PERFORM 5100-GRABAR-ESTRATO
              VARYING W-IDX-EST FROM 1 BY 1
              UNTIL W-IDX-EST > EST-TOPE
           MOVE SPACES TO W-LINEA
           STRING "TOTAL: POBLACION " CONT-POBLACION
                  "  MUESTRA " MUE-TOPE
                  "  RENGLONES " CONT-RENGLONES
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           PERFORM 5900-GRABAR-LINEA
           MOVE SPACES TO W-LINEA
           PERFORM 5900-GRABAR-LINEA
           MOVE "POR MES: PERIODO CON-SCORE PROM-SCORE CON-ALERTA RESTR
      -         "INGIDAS CON-BANDA-PJ" TO W-LINEA
           PERFORM 5900-GRABAR-LINEA
           PERFORM 5200-GRABAR-ESTADISTICA-MES
              VARYING W-IDX-MES FROM 1 BY 1
              UNTIL W-IDX-MES > W-MESES
           CLOSE DOCUMENTO-MODELO.

      ******************************************************************
      *5100-GRABAR-ESTRATO.
      ******************************************************************
       5100-GRABAR-ESTRATO.
           MOVE SPACES TO W-LINEA
           MOVE EST-FACTOR(W-IDX-EST) TO MOD-FACTOR
           STRING "              " EST-BANDA(W-IDX-EST)
                  "     " EST-SEGMENTO(W-IDX-EST)
                  "     " EST-POBLACION(W-IDX-EST)
                  "   " EST-CUOTA(W-IDX-EST)
                  "   " EST-MUESTRA(W-IDX-EST)
                  " " MOD-FACTOR
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           PERFORM 5900-GRABAR-LINEA.

      ******************************************************************
      *5200-GRABAR-ESTADISTICA-MES.
      ******************************************************************
       5200-GRABAR-ESTADISTICA-MES.
           MOVE 0 TO W-PROMEDIO
           IF MES-EST-CON-SCORE(W-IDX-MES) > 0
              COMPUTE W-PROMEDIO ROUNDED =
                      MES-EST-SUMA-SCORE(W-IDX-MES)
                      / MES-EST-CON-SCORE(W-IDX-MES)
           END-IF
           MOVE SPACES TO W-LINEA
           STRING "         " MES-PERIODO(W-IDX-MES)
                  "    " MES-EST-CON-SCORE(W-IDX-MES)
                  "        " W-PROMEDIO
                  "     " MES-EST-CON-ALERTA(W-IDX-MES)
                  "      " MES-EST-RESTRINGIDAS(W-IDX-MES)
                  "       " MES-EST-CON-PJ(W-IDX-MES)
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           PERFORM 5900-GRABAR-LINEA.

      ******************************************************************
      *5900-GRABAR-LINEA.
      ******************************************************************
       5900-GRABAR-LINEA.
           MOVE W-LINEA TO REG-DOC
           WRITE REG-DOC
           DISPLAY W-LINEA.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE SCORESNAP BDIIALE BDLSTR BDIIDAS BDIIDIAN SCODAPJA
           MOVE CONT-POBLACION TO W-EDIT-CONTADOR
           DISPLAY "Poblacion de la foto...... " W-EDIT-CONTADOR
           MOVE MUE-TOPE TO W-EDIT-CONTADOR
           DISPLAY "Identif. en la muestra.... " W-EDIT-CONTADOR
           MOVE CONT-RENGLONES TO W-EDIT-CONTADOR
           DISPLAY "Renglones del dataset..... " W-EDIT-CONTADOR.

      ******************************************************************
      *9500-ASENTAR-CORRIDA.
      ** DEJA LA CORRIDA ASENTADA EN LA BITACORA CENTRAL (VER
      ** REGCORRIDA.CBL)
      ******************************************************************
       9500-ASENTAR-CORRIDA.
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE SPACES TO REGC-CONTADORES
           STRING "POBLACION " CONT-POBLACION
                  " MUESTRA "  MUE-TOPE
                  " RENGLONES " CONT-RENGLONES
                  DELIMITED BY SIZE
                  INTO REGC-CONTADORES
           END-STRING
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "EXTMODELO - REGCORRIDA NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

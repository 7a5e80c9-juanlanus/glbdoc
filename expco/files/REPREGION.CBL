      * REPREGION.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REPREGION.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Distribucion regional de alertas, restricciones y score: la
      ** gerencia y los entes de control preguntan donde se
      ** concentran las alertas y los scores bajos, y ningun reporte
      ** usaba la geografia. Cruza la ultima direccion conocida de
      ** cada identificacion (maestro MAESTRO-DIRECC, ICBDIR0001.FD,
      ** el mismo que monta CARACTPER) con:
      **   - sus alertas ACTIVAS de BDIIALE, por fuente (BLOQUEO
      **     distinto de cero, sin vencer y visibles - la alerta en
      **     espera del aviso previo, EST-AVISO P, no cuenta)
      **   - su restriccion vigente en BDLSTR (estado A, o en blanco
      **     en filas anteriores a los estados)
      **   - la banda de su ULTIMO score en la foto SCORESNAP (score
      **     / 100, mismas diez bandas que SCOREDIST; la foto es
      **     opcional)
      ** y totaliza por departamento y municipio (codigos DANE de la
      ** direccion), con la participacion de cada uno en el total del
      ** pais y la variacion contra el mes anterior.
      **
      ** Las identificaciones con alerta activa o restriccion vigente
      ** que no tienen direccion, y las direcciones sin codigos DANE
      ** validos, se agrupan en 00-000 SIN UBICACION: no se pierden
      ** de los totales del pais.
      **
      ** USO: REPREGION <AAAAMM>
      ** SALIDAS:
      **   $TEMPORALES/REPREGION.REP         reporte formateado
      **   $TEMPORALES/REPREGION.DET         el mismo contenido con
      **                                     campos separados por ";"
      **                                     y renglon de titulos,
      **                                     para las herramientas de
      **                                     mapas
      **   $TEMPORALES/REPREGION.H<AAAAMM>   totales por municipio del
      **                                     periodo; el del mes
      **                                     anterior es la base de la
      **                                     variacion (sin el, la
      **                                     variacion sale SIN HIST.)
      ** RC 0 reporte armado; RC 16 error de uso o de apertura.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ICBDIR.FS.
           COPY BDIIALE.FS.
           COPY BDLSTR.FS.
           COPY SCORESNAP.FS.

           SELECT SORT-REGION ASSIGN TO DISK SORTWK-TITLE.

           SELECT REPORTE-REGION
                  ASSIGN TO "$TEMPORALES/REPREGION.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.

           SELECT DETALLE-REGION
                  ASSIGN TO "$TEMPORALES/REPREGION.DET"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-DET.

      *    totales por municipio del periodo y los del mes anterior
           SELECT HISTORIA-REGION
                  ASSIGN TO DISK W-HIS-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-HIS.

           SELECT OPTIONAL HISTORIA-ANTERIOR
                  ASSIGN TO DISK W-ANT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-ANT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY ICBDIR0001.FD.
           COPY BDIIALE.FD.
           COPY BDLSTR.FD.
           COPY SCORESNAP.FD.

      *    una fila "1" por identificacion y una fila "2" por cada
      *    fuente con alertas activas de la identificacion
       SD  SORT-REGION.
       01  REG-SORT-REGION.
           02 SRT-DEPTO                PIC 9(02).
           02 SRT-MUNIC                PIC 9(03).
           02 SRT-CLASE                PIC X(01).
           02 SRT-FUENTE               PIC 9(06).
           02 SRT-CIUDAD               PIC X(30).
           02 SRT-ALERTAS              PIC 9(05).
           02 SRT-ALERTADA             PIC 9(01).
           02 SRT-RESTRINGIDA          PIC 9(01).
           02 SRT-BANDA                PIC 9(02).

       FD  REPORTE-REGION.
       01  REG-REP-REGION              PIC X(132).

       FD  DETALLE-REGION.
       01  REG-DET-REGION              PIC X(250).

       FD  HISTORIA-REGION.
       01  REG-HIS-REGION.
           02 HIS-PERIODO              PIC 9(06).
           02 HIS-DEPTO                PIC 9(02).
           02 HIS-MUNIC                PIC 9(03).
           02 HIS-IDS                  PIC 9(09).
           02 HIS-CON-SCORE            PIC 9(09).
           02 HIS-ALERTADAS            PIC 9(09).
           02 HIS-ALERTAS              PIC 9(09).
           02 HIS-RESTRINGIDAS         PIC 9(09).

       FD  HISTORIA-ANTERIOR.
       01  REG-HIS-ANTERIOR.
           02 HANT-PERIODO             PIC 9(06).
           02 HANT-DEPTO               PIC 9(02).
           02 HANT-MUNIC               PIC 9(03).
           02 HANT-IDS                 PIC 9(09).
           02 HANT-CON-SCORE           PIC 9(09).
           02 HANT-ALERTADAS           PIC 9(09).
           02 HANT-ALERTAS             PIC 9(09).
           02 HANT-RESTRINGIDAS        PIC 9(09).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       01 COD-RET-BDLSTR           PIC X(2) VALUE ZEROS.
       01 COD-RET-SNAP             PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 COD-RET-DET              PIC X(2) VALUE ZEROS.
       01 COD-RET-HIS              PIC X(2) VALUE ZEROS.
       01 COD-RET-ANT              PIC X(2) VALUE ZEROS.
       01 SW-SNAP-DISPONIBLE       PIC 9(01) VALUE 0.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(40) VALUE SPACES.
       01 SORTWK-TITLE             PIC X(80)
                                   VALUE "$TEMPORALES/REPREGION.SRT".
       01 W-HIS-NAME               PIC X(60) VALUE SPACES.
       01 W-ANT-NAME               PIC X(60) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.

      **** PERIODO DEL REPORTE Y MES ANTERIOR
       01 W-PERIODO-X              PIC X(06) VALUE SPACES.
       01 W-PERIODO                PIC 9(06) VALUE 0.
       01 FILLER REDEFINES W-PERIODO.
          02 W-PER-ANIO               PIC 9(04).
          02 W-PER-MES                PIC 9(02).
       01 W-PERIODO-ANT            PIC 9(06) VALUE 0.
       01 FILLER REDEFINES W-PERIODO-ANT.
          02 W-ANT-ANIO               PIC 9(04).
          02 W-ANT-MES                PIC 9(02).

       01 SW-FIN-DIR               PIC 9(01) VALUE 0.
       01 SW-FIN-ALE               PIC 9(01) VALUE 0.
       01 SW-FIN-LST               PIC 9(01) VALUE 0.
       01 SW-FIN-SNAP              PIC 9(01) VALUE 0.
       01 SW-FIN-SORT              PIC 9(01) VALUE 0.
       01 SW-FIN-ANT               PIC 9(01) VALUE 0.
       01 SW-HAY-DIRECCION         PIC 9(01) VALUE 0.

      **** LA IDENTIFICACION EN EVALUACION
       01 W-ID-EVALUADA.
          02 W-TIPO-EVA               PIC 9(01).
          02 W-NUMERO-EVA             PIC 9(11).
       01 W-ID-LEIDA.
          02 W-TIPO-LEI               PIC 9(01).
          02 W-NUMERO-LEI             PIC 9(11).
       01 SW-HAY-ID                PIC 9(01) VALUE 0.
       01 W-ID-ALERTAS             PIC 9(05) VALUE 0.
       01 W-ID-RESTRINGIDA         PIC 9(01) VALUE 0.
       01 W-ID-BANDA               PIC 9(02) VALUE 0.
       01 W-ID-DEPTO               PIC 9(02) VALUE 0.
       01 W-ID-MUNIC               PIC 9(03) VALUE 0.
       01 W-ID-CIUDAD              PIC X(30) VALUE SPACES.
       01 SW-RESTRICCION-VIGENTE   PIC 9(01) VALUE 0.
       01 W-SCORE-ULTIMO           PIC 9(03) VALUE 0.
       01 SW-SCORE-ULTIMO          PIC 9(01) VALUE 0.
       01 SIN-UBICACION            PIC X(30)
                                   VALUE "SIN UBICACION".

      **** FUENTES CON ALERTAS ACTIVAS DE LA IDENTIFICACION (BDIIALE
      **** LAS ENTREGA EN ORDEN DE FUENTE)
       01 TABLA-FTE-ID.
          02 FID-ENTRADA OCCURS 30 TIMES.
             03 FID-FUENTE            PIC 9(06).
             03 FID-ALERTAS           PIC 9(05).
          02 FID-TOPE                 PIC 9(02) VALUE 0.
       01 W-IDX-FID                PIC 9(02) VALUE 0.

      **** FUENTES DEL PAIS Y DEL DEPARTAMENTO EN CURSO, POR CODIGO
       01 TABLA-FUENTES.
          02 FTE-ENTRADA OCCURS 300 TIMES.
             03 FTE-CODIGO            PIC 9(06).
             03 FTE-IDS-NAC           PIC 9(09).
             03 FTE-ALE-NAC           PIC 9(09).
             03 FTE-IDS-DEP           PIC 9(09).
             03 FTE-ALE-DEP           PIC 9(09).
          02 FTE-TOPE                 PIC 9(03) VALUE 0.
       01 W-IDX-FTE                PIC 9(03) VALUE 0.
       01 W-IDX-MOV                PIC 9(03) VALUE 0.
       01 W-FUENTE-BUSCADA         PIC 9(06) VALUE 0.
       01 SW-FTE-UBICADA           PIC 9(01) VALUE 0.

      **** TOTALES DEL MES ANTERIOR (REPREGION.H<AAAAMM ANTERIOR>):
      **** POR MUNICIPIO EN EL ORDEN DEL ARCHIVO (EL DEL SORT), POR
      **** DEPARTAMENTO (SUBINDICE = CODIGO + 1) Y DEL PAIS
       01 SW-HAY-HISTORIA          PIC 9(01) VALUE 0.
       01 TABLA-ANTERIOR.
          02 ANT-ENTRADA OCCURS 1200 TIMES.
             03 ANT-CLAVE.
                04 ANT-DEPTO          PIC 9(02).
                04 ANT-MUNIC          PIC 9(03).
             03 ANT-IDS               PIC 9(09).
             03 ANT-ALERTADAS         PIC 9(09).
             03 ANT-ALERTAS           PIC 9(09).
             03 ANT-RESTRINGIDAS      PIC 9(09).
          02 ANT-TOPE                 PIC 9(04) VALUE 0.
       01 W-IDX-ANT                PIC 9(04) VALUE 0.
       01 SW-ANT-UBICADA           PIC 9(01) VALUE 0.
       01 TABLA-ANT-DEPTO.
          02 ANTD-ENTRADA OCCURS 100 TIMES.
             03 ANTD-IDS              PIC 9(09).
             03 ANTD-ALERTADAS        PIC 9(09).
             03 ANTD-ALERTAS          PIC 9(09).
             03 ANTD-RESTRINGIDAS     PIC 9(09).
       01 W-IDX-ANTD               PIC 9(03) VALUE 0.
       01 ANT-NACIONAL.
          02 ANTN-IDS                 PIC 9(09) VALUE 0.
          02 ANTN-ALERTADAS           PIC 9(09) VALUE 0.
          02 ANTN-ALERTAS             PIC 9(09) VALUE 0.
          02 ANTN-RESTRINGIDAS        PIC 9(09) VALUE 0.

      **** ACUMULADOS POR MUNICIPIO, DEPARTAMENTO Y PAIS (MISMO
      **** LAYOUT: SE PASAN ENTEROS A ACUM-NIVEL PARA IMPRIMIR)
       01 ACUM-MUNIC.
          02 MUN-IDS                  PIC 9(09).
          02 MUN-CON-SCORE            PIC 9(09).
          02 MUN-ALERTADAS            PIC 9(09).
          02 MUN-ALERTAS              PIC 9(09).
          02 MUN-RESTRINGIDAS         PIC 9(09).
          02 MUN-BANDA                PIC 9(09) OCCURS 10 TIMES.
       01 ACUM-DEPTO.
          02 DEP-IDS                  PIC 9(09).
          02 DEP-CON-SCORE            PIC 9(09).
          02 DEP-ALERTADAS            PIC 9(09).
          02 DEP-ALERTAS              PIC 9(09).
          02 DEP-RESTRINGIDAS         PIC 9(09).
          02 DEP-BANDA                PIC 9(09) OCCURS 10 TIMES.
       01 ACUM-NACIONAL.
          02 NAC-IDS                  PIC 9(09).
          02 NAC-CON-SCORE            PIC 9(09).
          02 NAC-ALERTADAS            PIC 9(09).
          02 NAC-ALERTAS              PIC 9(09).
          02 NAC-RESTRINGIDAS         PIC 9(09).
          02 NAC-BANDA                PIC 9(09) OCCURS 10 TIMES.
       01 ACUM-NIVEL.
          02 NIV-IDS                  PIC 9(09).
          02 NIV-CON-SCORE            PIC 9(09).
          02 NIV-ALERTADAS            PIC 9(09).
          02 NIV-ALERTAS              PIC 9(09).
          02 NIV-RESTRINGIDAS         PIC 9(09).
          02 NIV-BANDA                PIC 9(09) OCCURS 10 TIMES.
       01 ANT-NIVEL.
          02 NIVA-IDS                 PIC 9(09).
          02 NIVA-ALERTADAS           PIC 9(09).
          02 NIVA-ALERTAS             PIC 9(09).
          02 NIVA-RESTRINGIDAS        PIC 9(09).
       01 SW-NIV-ANTERIOR          PIC 9(01) VALUE 0.
       01 W-NIVEL-DET              PIC X(05) VALUE SPACES.
       01 W-NOMBRE-NIVEL           PIC X(30) VALUE SPACES.
       01 W-IDX-BANDA              PIC 9(02) VALUE 0.

      **** CORTE DE CONTROL EN LA SALIDA DEL SORT
       01 W-CLAVE-ACTUAL.
          02 W-DEPTO-ACT              PIC 9(02).
          02 W-MUNIC-ACT              PIC 9(03).
       01 W-CIUDAD-ACT             PIC X(30) VALUE SPACES.
       01 SW-HAY-DEPTO             PIC 9(01) VALUE 0.
       01 SW-HAY-MUNIC             PIC 9(01) VALUE 0.
       01 SW-HAY-FTE-MUN           PIC 9(01) VALUE 0.
       01 W-FTE-MUN-ACT            PIC 9(06) VALUE 0.
       01 W-FTE-MUN-IDS            PIC 9(09) VALUE 0.
       01 W-FTE-MUN-ALERTAS        PIC 9(09) VALUE 0.

      **** ARMADO DE LINEAS
       01 W-LINEA-ARMADA           PIC X(250) VALUE SPACES.
       01 W-PTR                    PIC 9(03) VALUE 0.
       01 W-ED-CANT-1              PIC ZZZ,ZZZ,ZZ9.
       01 W-ED-CANT-2              PIC ZZZ,ZZZ,ZZ9.
       01 W-ED-BANDA               PIC ZZZZZZZ9.
       01 W-PARTE                  PIC 9(09) VALUE 0.
       01 W-TOTAL                  PIC 9(09) VALUE 0.
       01 W-PCT                    PIC 9(03)V9 VALUE 0.
       01 W-ED-PCT                 PIC ZZ9.9.
       01 W-PCT-GRUPO              PIC X(05) VALUE SPACES.
       01 W-PCT-PAIS               PIC X(05) VALUE SPACES.
       01 W-ACTUAL                 PIC 9(09) VALUE 0.
       01 W-ANTERIOR               PIC 9(09) VALUE 0.
       01 W-VARIACION              PIC S9(09) VALUE 0.
       01 W-ED-VAR                 PIC +++,+++,++9.
       01 W-VAR-TXT                PIC X(11) VALUE SPACES.
       01 W-SIN-SCORE              PIC 9(09) VALUE 0.
       01 W-HIST-DET               PIC X(01) VALUE SPACE.

      *** ASIENTO EN LA BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "REPREGION".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "REPREGION.v.01.0001".

       01 CONTADORES-REGION.
          02 CONT-DIRECCIONES         PIC 9(09) VALUE 0.
          02 CONT-SIN-DANE            PIC 9(09) VALUE 0.
          02 CONT-SIN-DIRECCION       PIC 9(09) VALUE 0.
          02 CONT-DEPTOS              PIC 9(04) VALUE 0.
          02 CONT-MUNICIPIOS          PIC 9(06) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Alertas, restricciones y score por region     *"
           DISPLAY "*           PROGRAMA : REPREGION.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           PERFORM 1000-VALIDAR-PARAMETROS
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 1100-CARGAR-ANTERIOR
           PERFORM 1200-ABRIR-ARCHIVOS
           INITIALIZE ACUM-NACIONAL
           SORT SORT-REGION
                ASCENDING KEY SRT-DEPTO SRT-MUNIC SRT-CLASE SRT-FUENTE
                INPUT PROCEDURE IS 2000-SELECCIONAR-IDENTIFICACIONES
                OUTPUT PROCEDURE IS 3000-TOTALIZAR-REGIONES
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
                    INTO W-PERIODO-X
           END-UNSTRING
           IF W-PERIODO-X IS NUMERIC
              MOVE W-PERIODO-X TO W-PERIODO
           END-IF
           IF W-PER-MES < 1 OR W-PER-MES > 12
              DISPLAY "Uso: REPREGION <AAAAMM>"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF W-PER-MES = 1
              COMPUTE W-ANT-ANIO = W-PER-ANIO - 1
              MOVE 12 TO W-ANT-MES
           ELSE
              MOVE W-PER-ANIO TO W-ANT-ANIO
              COMPUTE W-ANT-MES = W-PER-MES - 1
           END-IF
           MOVE SPACES TO W-HIS-NAME W-ANT-NAME
           STRING "$TEMPORALES/REPREGION.H" W-PERIODO
                  DELIMITED BY SIZE INTO W-HIS-NAME
           END-STRING
           STRING "$TEMPORALES/REPREGION.H" W-PERIODO-ANT
                  DELIMITED BY SIZE INTO W-ANT-NAME
           END-STRING.

      ******************************************************************
      *1100-CARGAR-ANTERIOR.
      ** LOS TOTALES POR MUNICIPIO DEL MES ANTERIOR, TAL COMO LOS DEJO
      ** SU CORRIDA (EN EL ORDEN DEL SORT); DE PASO SE SUMAN LOS DEL
      ** DEPARTAMENTO Y LOS DEL PAIS. SIN EL ARCHIVO NO HAY VARIACION
      ******************************************************************
       1100-CARGAR-ANTERIOR.
           INITIALIZE TABLA-ANT-DEPTO
           OPEN INPUT HISTORIA-ANTERIOR
           IF COD-RET-ANT NOT = "00"
              DISPLAY "REPREGION - SIN TOTALES DE " W-PERIODO-ANT
                      ": NO SE CALCULA LA VARIACION"
           ELSE
              PERFORM UNTIL SW-FIN-ANT = 1
                 READ HISTORIA-ANTERIOR NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ANT
                 END-READ
                 IF SW-FIN-ANT = 0
                    PERFORM 1150-CARGAR-UN-MUNICIPIO
                 END-IF
              END-PERFORM
              CLOSE HISTORIA-ANTERIOR
              IF ANT-TOPE > 0
                 MOVE 1 TO SW-HAY-HISTORIA
              END-IF
           END-IF.

      ******************************************************************
      *1150-CARGAR-UN-MUNICIPIO.
      ******************************************************************
       1150-CARGAR-UN-MUNICIPIO.
           IF ANT-TOPE < 1200
              ADD 1 TO ANT-TOPE
              MOVE HANT-DEPTO        TO ANT-DEPTO(ANT-TOPE)
              MOVE HANT-MUNIC        TO ANT-MUNIC(ANT-TOPE)
              MOVE HANT-IDS          TO ANT-IDS(ANT-TOPE)
              MOVE HANT-ALERTADAS    TO ANT-ALERTADAS(ANT-TOPE)
              MOVE HANT-ALERTAS      TO ANT-ALERTAS(ANT-TOPE)
              MOVE HANT-RESTRINGIDAS TO ANT-RESTRINGIDAS(ANT-TOPE)
           ELSE
              DISPLAY "REPREGION - MAS DE 1200 MUNICIPIOS EN "
                      W-PERIODO-ANT "; SE IGNORA " HANT-DEPTO "-"
                      HANT-MUNIC
           END-IF
           COMPUTE W-IDX-ANTD = HANT-DEPTO + 1
           ADD HANT-IDS          TO ANTD-IDS(W-IDX-ANTD) ANTN-IDS
           ADD HANT-ALERTADAS    TO ANTD-ALERTADAS(W-IDX-ANTD)
                                    ANTN-ALERTADAS
           ADD HANT-ALERTAS      TO ANTD-ALERTAS(W-IDX-ANTD)
                                    ANTN-ALERTAS
           ADD HANT-RESTRINGIDAS TO ANTD-RESTRINGIDAS(W-IDX-ANTD)
                                    ANTN-RESTRINGIDAS.

      ******************************************************************
      *1200-ABRIR-ARCHIVOS.
      ******************************************************************
       1200-ABRIR-ARCHIVOS.
           OPEN INPUT MAESTRO-DIRECC
           OPEN INPUT BDIIALE
           IF COD-RET-BDIIALE NOT = "00"
              DISPLAY "Error abriendo BDIIALE " COD-RET-BDIIALE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BDLSTR
           IF COD-RET-BDLSTR NOT = "00"
              DISPLAY "Error abriendo BDLSTR " COD-RET-BDLSTR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *    sin la foto de score el reporte sale igual, sin bandas
           OPEN INPUT SCORESNAP
           IF COD-RET-SNAP = "00"
              MOVE 1 TO SW-SNAP-DISPONIBLE
           ELSE
              DISPLAY "REPREGION - SIN FOTO SCORESNAP (" COD-RET-SNAP
                      "): LAS BANDAS DE SCORE SALEN EN CERO"
           END-IF
           OPEN OUTPUT REPORTE-REGION
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo REPREGION.REP " COD-RET-REP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT DETALLE-REGION
           IF COD-RET-DET NOT = "00"
              DISPLAY "Error abriendo REPREGION.DET " COD-RET-DET
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT HISTORIA-REGION
           IF COD-RET-HIS NOT = "00"
              DISPLAY "Error abriendo REPREGION.H" W-PERIODO " "
                      COD-RET-HIS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *2000-SELECCIONAR-IDENTIFICACIONES.
      ** PROCEDIMIENTO DE ENTRADA DEL SORT: TODAS LAS DIRECCIONES, Y
      ** LAS ALERTADAS O RESTRINGIDAS QUE NO TIENEN DIRECCION. AL
      ** TERMINAR QUEDAN LOS TOTALES DEL PAIS, QUE SON LA BASE DE LAS
      ** PARTICIPACIONES
      ******************************************************************
       2000-SELECCIONAR-IDENTIFICACIONES.
           PERFORM 2100-RECORRER-DIRECCIONES
           PERFORM 2500-RECORRER-ALERTAS
           PERFORM 2700-RECORRER-RESTRICCIONES.

      ******************************************************************
      *2100-RECORRER-DIRECCIONES.
      ******************************************************************
       2100-RECORRER-DIRECCIONES.
           MOVE 0 TO SW-FIN-DIR
           MOVE LOW-VALUES TO LLAVE-ICBDIR
           START MAESTRO-DIRECC KEY IS NOT LESS THAN LLAVE-ICBDIR
              INVALID KEY MOVE 1 TO SW-FIN-DIR
           END-START
           PERFORM UNTIL SW-FIN-DIR = 1
              READ MAESTRO-DIRECC NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-DIR
              END-READ
              IF SW-FIN-DIR = 0
                 ADD 1 TO CONT-DIRECCIONES
                 PERFORM 2150-EVALUAR-DIRECCION
              END-IF
           END-PERFORM.

      ******************************************************************
      *2150-EVALUAR-DIRECCION.
      ** LA DIRECCION SIN CODIGOS DANE VALIDOS VA A 00-000
      ******************************************************************
       2150-EVALUAR-DIRECCION.
           MOVE TIPO-IDE-ICBDIR TO W-TIPO-EVA
           MOVE NUM-IDE-ICBDIR  TO W-NUMERO-EVA
           PERFORM 2200-BUSCAR-ALERTAS
           PERFORM 2300-BUSCAR-RESTRICCION
           PERFORM 2400-BUSCAR-SCORE
           IF COD-DEPTO-ICBDIR IS NUMERIC
              AND COD-MUNIC-ICBDIR IS NUMERIC
              AND COD-DEPTO-ICBDIR > 0
              MOVE COD-DEPTO-ICBDIR TO W-ID-DEPTO
              MOVE COD-MUNIC-ICBDIR TO W-ID-MUNIC
              MOVE CIUDAD-ICBDIR    TO W-ID-CIUDAD
           ELSE
              ADD 1 TO CONT-SIN-DANE
              MOVE 0 TO W-ID-DEPTO W-ID-MUNIC
              MOVE SIN-UBICACION TO W-ID-CIUDAD
           END-IF
           PERFORM 2600-LIBERAR-IDENTIFICACION.

      ******************************************************************
      *2200-BUSCAR-ALERTAS.
      ** ALERTAS ACTIVAS DE W-ID-EVALUADA, POR FUENTE
      ******************************************************************
       2200-BUSCAR-ALERTAS.
           MOVE 0 TO W-ID-ALERTAS FID-TOPE
           MOVE 0 TO SW-FIN-ALE
           MOVE LOW-VALUES   TO LLASEC-BDIIALE
           MOVE W-TIPO-EVA   TO TIP-IDE-BDIIALE
           MOVE W-NUMERO-EVA TO NUM-IDE-BDIIALE
           START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
              INVALID KEY MOVE 1 TO SW-FIN-ALE
           END-START
           PERFORM UNTIL SW-FIN-ALE = 1
              READ BDIIALE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ALE
              END-READ
              IF SW-FIN-ALE = 0
                 IF TIP-IDE-BDIIALE = W-TIPO-EVA
                    AND NUM-IDE-BDIIALE = W-NUMERO-EVA
                    PERFORM 2250-ACUMULAR-ALERTA
                 ELSE
                    MOVE 1 TO SW-FIN-ALE
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *2250-ACUMULAR-ALERTA.
      ** LA FILA DE BDIIALE EN EL AREA: CUENTA SI ESTA ACTIVA, SIN
      ** VENCER Y VISIBLE (EST-AVISO P = EN ESPERA DEL AVISO PREVIO)
      ******************************************************************
       2250-ACUMULAR-ALERTA.
           IF BLOQUEO-BDIIALE NOT = 0
              AND FEC-VEN-BDIIALE NOT < FECHA-SISTEMA
              AND EST-AVISO-BDIIALE NOT = "P"
              IF W-ID-ALERTAS < 99999
                 ADD 1 TO W-ID-ALERTAS
              END-IF
              IF FID-TOPE = 0
                 PERFORM 2260-AGREGAR-FUENTE-ID
              ELSE
                 IF FID-FUENTE(FID-TOPE) NOT = FUENTE-BDIIALE
                    PERFORM 2260-AGREGAR-FUENTE-ID
                 END-IF
              END-IF
              IF FID-TOPE > 0
                 IF FID-FUENTE(FID-TOPE) = FUENTE-BDIIALE
                    AND FID-ALERTAS(FID-TOPE) < 99999
                    ADD 1 TO FID-ALERTAS(FID-TOPE)
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *2260-AGREGAR-FUENTE-ID.
      ******************************************************************
       2260-AGREGAR-FUENTE-ID.
           IF FID-TOPE < 30
              ADD 1 TO FID-TOPE
              MOVE FUENTE-BDIIALE TO FID-FUENTE(FID-TOPE)
              MOVE 0              TO FID-ALERTAS(FID-TOPE)
           END-IF.

      ******************************************************************
      *2300-BUSCAR-RESTRICCION.
      ******************************************************************
       2300-BUSCAR-RESTRICCION.
           MOVE 0 TO W-ID-RESTRINGIDA
           MOVE W-TIPO-EVA   TO TIPO-IDE-BDLSTR
           MOVE W-NUMERO-EVA TO NUM-IDE-BDLSTR
           READ BDLSTR
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 2310-EVALUAR-RESTRICCION
                 MOVE SW-RESTRICCION-VIGENTE TO W-ID-RESTRINGIDA
           END-READ.

      ******************************************************************
      *2310-EVALUAR-RESTRICCION.
      ** ESTADO A, O EN BLANCO EN FILAS ANTERIORES A LOS ESTADOS -
      ** MISMO CRITERIO QUE 2060-VERIFICAR-RESTRICCION DE ALESERVER
      ******************************************************************
       2310-EVALUAR-RESTRICCION.
           MOVE 0 TO SW-RESTRICCION-VIGENTE
           IF EST-BDLSTR = "A" OR EST-BDLSTR = SPACE
              MOVE 1 TO SW-RESTRICCION-VIGENTE
           END-IF.

      ******************************************************************
      *2400-BUSCAR-SCORE.
      ** LA ULTIMA FILA DE LA FOTO PARA LA IDENTIFICACION (LA FOTO
      ** VIENE POR FECHA DENTRO DE CADA UNA); BANDA 0 = SIN SCORE
      ******************************************************************
       2400-BUSCAR-SCORE.
           MOVE 0 TO W-ID-BANDA
           MOVE 0 TO SW-SCORE-ULTIMO
           IF SW-SNAP-DISPONIBLE = 1
              MOVE 0 TO SW-FIN-SNAP
              MOVE LOW-VALUES   TO LLAVE-SCORESNAP
              MOVE W-TIPO-EVA   TO TIPOID-SNAP
              MOVE W-NUMERO-EVA TO NUMID-SNAP
              START SCORESNAP KEY IS NOT LESS THAN LLAVE-SCORESNAP
                 INVALID KEY MOVE 1 TO SW-FIN-SNAP
              END-START
              PERFORM UNTIL SW-FIN-SNAP = 1
                 READ SCORESNAP NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-SNAP
                 END-READ
                 IF SW-FIN-SNAP = 0
                    IF TIPOID-SNAP = W-TIPO-EVA
                       AND NUMID-SNAP = W-NUMERO-EVA
                       IF SCORE-SNAP IS NUMERIC
                          MOVE SCORE-SNAP TO W-SCORE-ULTIMO
                          MOVE 1 TO SW-SCORE-ULTIMO
                       ELSE
                          MOVE 0 TO SW-SCORE-ULTIMO
                       END-IF
                    ELSE
                       MOVE 1 TO SW-FIN-SNAP
                    END-IF
                 END-IF
              END-PERFORM
              IF SW-SCORE-ULTIMO = 1
                 COMPUTE W-ID-BANDA = W-SCORE-ULTIMO / 100 + 1
                 IF W-ID-BANDA > 10
                    MOVE 10 TO W-ID-BANDA
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *2500-RECORRER-ALERTAS.
      ** BARRIDO DE BDIIALE POR IDENTIFICACION: LA QUE TIENE ALERTAS
      ** ACTIVAS Y NO TIENE DIRECCION VA A 00-000
      ******************************************************************
       2500-RECORRER-ALERTAS.
           MOVE 0 TO SW-FIN-ALE SW-HAY-ID
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
              INVALID KEY MOVE 1 TO SW-FIN-ALE
           END-START
           PERFORM UNTIL SW-FIN-ALE = 1
              READ BDIIALE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ALE
              END-READ
              IF SW-FIN-ALE = 0
                 MOVE TIP-IDE-BDIIALE TO W-TIPO-LEI
                 MOVE NUM-IDE-BDIIALE TO W-NUMERO-LEI
                 IF SW-HAY-ID = 0 OR W-ID-LEIDA NOT = W-ID-EVALUADA
                    IF SW-HAY-ID = 1
                       PERFORM 2550-CERRAR-ALERTADA
                    END-IF
                    MOVE W-ID-LEIDA TO W-ID-EVALUADA
                    MOVE 1 TO SW-HAY-ID
                    MOVE 0 TO W-ID-ALERTAS FID-TOPE
                 END-IF
                 PERFORM 2250-ACUMULAR-ALERTA
              END-IF
           END-PERFORM
           IF SW-HAY-ID = 1
              PERFORM 2550-CERRAR-ALERTADA
           END-IF.

      ******************************************************************
      *2550-CERRAR-ALERTADA.
      ******************************************************************
       2550-CERRAR-ALERTADA.
           IF W-ID-ALERTAS > 0
              PERFORM 2560-LEER-DIRECCION
              IF SW-HAY-DIRECCION = 0
                 ADD 1 TO CONT-SIN-DIRECCION
                 PERFORM 2300-BUSCAR-RESTRICCION
                 PERFORM 2400-BUSCAR-SCORE
                 MOVE 0 TO W-ID-DEPTO W-ID-MUNIC
                 MOVE SIN-UBICACION TO W-ID-CIUDAD
                 PERFORM 2600-LIBERAR-IDENTIFICACION
              END-IF
           END-IF.

      ******************************************************************
      *2560-LEER-DIRECCION.
      ******************************************************************
       2560-LEER-DIRECCION.
           MOVE 1 TO SW-HAY-DIRECCION
           MOVE W-TIPO-EVA   TO TIPO-IDE-ICBDIR
           MOVE W-NUMERO-EVA TO NUM-IDE-ICBDIR
           READ MAESTRO-DIRECC
              INVALID KEY
                 MOVE 0 TO SW-HAY-DIRECCION
           END-READ.

      ******************************************************************
      *2600-LIBERAR-IDENTIFICACION.
      ** UNA FILA "1" CON LO DE LA IDENTIFICACION Y UNA FILA "2" POR
      ** FUENTE CON ALERTAS ACTIVAS; SE SUMA AL TOTAL DEL PAIS
      ******************************************************************
       2600-LIBERAR-IDENTIFICACION.
           ADD 1 TO NAC-IDS
           IF W-ID-ALERTAS > 0
              ADD 1 TO NAC-ALERTADAS
              ADD W-ID-ALERTAS TO NAC-ALERTAS
           END-IF
           IF W-ID-RESTRINGIDA = 1
              ADD 1 TO NAC-RESTRINGIDAS
           END-IF
           IF W-ID-BANDA > 0
              ADD 1 TO NAC-CON-SCORE
              ADD 1 TO NAC-BANDA(W-ID-BANDA)
           END-IF
           MOVE SPACES           TO REG-SORT-REGION
           MOVE W-ID-DEPTO       TO SRT-DEPTO
           MOVE W-ID-MUNIC       TO SRT-MUNIC
           MOVE "1"              TO SRT-CLASE
           MOVE 0                TO SRT-FUENTE
           MOVE W-ID-CIUDAD      TO SRT-CIUDAD
           MOVE W-ID-ALERTAS     TO SRT-ALERTAS
           MOVE 0                TO SRT-ALERTADA
           IF W-ID-ALERTAS > 0
              MOVE 1 TO SRT-ALERTADA
           END-IF
           MOVE W-ID-RESTRINGIDA TO SRT-RESTRINGIDA
           MOVE W-ID-BANDA       TO SRT-BANDA
           RELEASE REG-SORT-REGION
           PERFORM VARYING W-IDX-FID FROM 1 BY 1
                   UNTIL W-IDX-FID > FID-TOPE
              MOVE "2"                    TO SRT-CLASE
              MOVE FID-FUENTE(W-IDX-FID)  TO SRT-FUENTE
              MOVE FID-ALERTAS(W-IDX-FID) TO SRT-ALERTAS
              RELEASE REG-SORT-REGION
              MOVE FID-FUENTE(W-IDX-FID) TO W-FUENTE-BUSCADA
              PERFORM 2650-UBICAR-FUENTE
              IF SW-FTE-UBICADA = 1
                 ADD 1 TO FTE-IDS-NAC(W-IDX-FTE)
                 ADD FID-ALERTAS(W-IDX-FID) TO FTE-ALE-NAC(W-IDX-FTE)
              END-IF
           END-PERFORM.

      ******************************************************************
      *2650-UBICAR-FUENTE.
      ** DEJA EN W-IDX-FTE LA ENTRADA DE W-FUENTE-BUSCADA; LA TABLA SE
      ** MANTIENE ORDENADA POR CODIGO (UNA NUEVA SE INTERCALA). CON LA
      ** TABLA LLENA UNA FUENTE NUEVA NO SE UBICA
      ******************************************************************
       2650-UBICAR-FUENTE.
           MOVE 0 TO SW-FTE-UBICADA
           MOVE 1 TO W-IDX-FTE
           PERFORM UNTIL W-IDX-FTE > FTE-TOPE OR SW-FTE-UBICADA = 1
              IF FTE-CODIGO(W-IDX-FTE) NOT < W-FUENTE-BUSCADA
                 MOVE 1 TO SW-FTE-UBICADA
              ELSE
                 ADD 1 TO W-IDX-FTE
              END-IF
           END-PERFORM
           IF SW-FTE-UBICADA = 1
              IF FTE-CODIGO(W-IDX-FTE) NOT = W-FUENTE-BUSCADA
                 MOVE 0 TO SW-FTE-UBICADA
              END-IF
           END-IF
           IF SW-FTE-UBICADA = 0 AND FTE-TOPE < 300
              PERFORM VARYING W-IDX-MOV FROM FTE-TOPE BY -1
                      UNTIL W-IDX-MOV < W-IDX-FTE
                 MOVE FTE-ENTRADA(W-IDX-MOV)
                   TO FTE-ENTRADA(W-IDX-MOV + 1)
              END-PERFORM
              ADD 1 TO FTE-TOPE
              MOVE W-FUENTE-BUSCADA TO FTE-CODIGO(W-IDX-FTE)
              MOVE 0 TO FTE-IDS-NAC(W-IDX-FTE) FTE-ALE-NAC(W-IDX-FTE)
                        FTE-IDS-DEP(W-IDX-FTE) FTE-ALE-DEP(W-IDX-FTE)
              MOVE 1 TO SW-FTE-UBICADA
           END-IF.

      ******************************************************************
      *2700-RECORRER-RESTRICCIONES.
      ** LA RESTRINGIDA SIN DIRECCION Y SIN ALERTAS ACTIVAS VA A
      ** 00-000 (CON ALERTAS YA LA LIBERO 2500)
      ******************************************************************
       2700-RECORRER-RESTRICCIONES.
           MOVE 0 TO SW-FIN-LST
           MOVE LOW-VALUES TO LLAVE-BDLSTR
           START BDLSTR KEY IS NOT LESS THAN LLAVE-BDLSTR
              INVALID KEY MOVE 1 TO SW-FIN-LST
           END-START
           PERFORM UNTIL SW-FIN-LST = 1
              READ BDLSTR NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LST
              END-READ
              IF SW-FIN-LST = 0
                 PERFORM 2310-EVALUAR-RESTRICCION
                 IF SW-RESTRICCION-VIGENTE = 1
                    PERFORM 2750-EVALUAR-RESTRINGIDA
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *2750-EVALUAR-RESTRINGIDA.
      ******************************************************************
       2750-EVALUAR-RESTRINGIDA.
           MOVE TIPO-IDE-BDLSTR TO W-TIPO-EVA
           MOVE NUM-IDE-BDLSTR  TO W-NUMERO-EVA
           PERFORM 2560-LEER-DIRECCION
           IF SW-HAY-DIRECCION = 0
              PERFORM 2200-BUSCAR-ALERTAS
              IF W-ID-ALERTAS = 0
                 ADD 1 TO CONT-SIN-DIRECCION
                 MOVE 1 TO W-ID-RESTRINGIDA
                 PERFORM 2400-BUSCAR-SCORE
                 MOVE 0 TO W-ID-DEPTO W-ID-MUNIC
                 MOVE SIN-UBICACION TO W-ID-CIUDAD
                 PERFORM 2600-LIBERAR-IDENTIFICACION
              END-IF
           END-IF.

      ******************************************************************
      *3000-TOTALIZAR-REGIONES.
      ** PROCEDIMIENTO DE SALIDA DEL SORT: LAS FILAS VIENEN POR
      ** DEPARTAMENTO Y MUNICIPIO, Y DENTRO DEL MUNICIPIO PRIMERO LAS
      ** DE IDENTIFICACION Y LUEGO LAS DE FUENTE, POR CODIGO
      ******************************************************************
       3000-TOTALIZAR-REGIONES.
           PERFORM 3050-GRABAR-NACIONAL
           PERFORM UNTIL SW-FIN-SORT = 1
              RETURN SORT-REGION
                 AT END MOVE 1 TO SW-FIN-SORT
              END-RETURN
              IF SW-FIN-SORT = 0
                 IF SW-HAY-MUNIC = 1
                    AND (SRT-DEPTO NOT = W-DEPTO-ACT
                         OR SRT-MUNIC NOT = W-MUNIC-ACT)
                    PERFORM 3400-CERRAR-MUNICIPIO
                 END-IF
                 IF SW-HAY-DEPTO = 1 AND SRT-DEPTO NOT = W-DEPTO-ACT
                    PERFORM 3600-CERRAR-DEPTO
                 END-IF
                 IF SW-HAY-DEPTO = 0
                    PERFORM 3500-ABRIR-DEPTO
                 END-IF
                 IF SW-HAY-MUNIC = 0
                    PERFORM 3300-ABRIR-MUNICIPIO
                 END-IF
                 IF SRT-CLASE = "1"
                    PERFORM 3100-ACUMULAR-IDENTIFICACION
                 ELSE
                    PERFORM 3200-ACUMULAR-FUENTE
                 END-IF
              END-IF
           END-PERFORM
           IF SW-HAY-MUNIC = 1
              PERFORM 3400-CERRAR-MUNICIPIO
           END-IF
           IF SW-HAY-DEPTO = 1
              PERFORM 3600-CERRAR-DEPTO
           END-IF.

      ******************************************************************
      *3050-GRABAR-NACIONAL.
      ** ENCABEZADO DEL REPORTE Y DEL DETALLE, Y LOS TOTALES DEL PAIS
      ** CON SUS FUENTES
      ******************************************************************
       3050-GRABAR-NACIONAL.
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "ALERTAS, RESTRICCIONES Y SCORE POR DEPARTAMENTO Y "
                  "MUNICIPIO - PERIODO " W-PERIODO
                  "  CORRIDA " FECHA-SISTEMA
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           IF SW-HAY-HISTORIA = 1
              STRING "VARIACION CONTRA " W-PERIODO-ANT
                     "; PARTICIPACION SOBRE EL TOTAL DEL PAIS"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           ELSE
              STRING "SIN TOTALES DE " W-PERIODO-ANT
                     ": VARIACION SIN HISTORIA"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           END-IF
           PERFORM 8000-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 8000-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "NIVEL;DEPTO;MUNIC;NOMBRE;IDENTIFICACIONES;"
                  "CON_SCORE;CON_ALERTA;ALERTAS_ACTIVAS;RESTRINGIDAS;"
                  "BANDA_000;BANDA_100;BANDA_200;BANDA_300;BANDA_400;"
                  "BANDA_500;BANDA_600;BANDA_700;BANDA_800;BANDA_900;"
                  "CON_HISTORIA;ANT_IDENTIFICACIONES;ANT_CON_ALERTA;"
                  "ANT_ALERTAS_ACTIVAS;ANT_RESTRINGIDAS;FUENTE"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           MOVE W-LINEA-ARMADA TO REG-DET-REGION
           WRITE REG-DET-REGION
           MOVE ACUM-NACIONAL TO ACUM-NIVEL
           MOVE ANTN-IDS          TO NIVA-IDS
           MOVE ANTN-ALERTADAS    TO NIVA-ALERTADAS
           MOVE ANTN-ALERTAS      TO NIVA-ALERTAS
           MOVE ANTN-RESTRINGIDAS TO NIVA-RESTRINGIDAS
           MOVE SW-HAY-HISTORIA   TO SW-NIV-ANTERIOR
           MOVE SPACES TO W-LINEA-ARMADA
           MOVE "TOTAL DEL PAIS" TO W-LINEA-ARMADA
           PERFORM 8000-GRABAR-LINEA
           PERFORM 5000-GRABAR-INDICADORES
           MOVE "PAIS" TO W-NIVEL-DET
           MOVE 0      TO W-DEPTO-ACT W-MUNIC-ACT
           MOVE SPACES TO W-NOMBRE-NIVEL
           PERFORM 7000-GRABAR-DETALLE
           MOVE "      ALERTAS ACTIVAS POR FUENTE" TO W-LINEA-ARMADA
           PERFORM 8000-GRABAR-LINEA
           PERFORM VARYING W-IDX-FTE FROM 1 BY 1
                   UNTIL W-IDX-FTE > FTE-TOPE
              MOVE FTE-IDS-NAC(W-IDX-FTE) TO W-ED-CANT-1
              MOVE FTE-ALE-NAC(W-IDX-FTE) TO W-ED-CANT-2
              MOVE FTE-ALE-NAC(W-IDX-FTE) TO W-PARTE
              MOVE NAC-ALERTAS            TO W-TOTAL
              PERFORM 5200-ARMAR-PORCENTAJE
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "        FUENTE " FTE-CODIGO(W-IDX-FTE)
                     "  IDENTIFICACIONES " W-ED-CANT-1
                     "  ALERTAS " W-ED-CANT-2
                     "  " W-ED-PCT "% DEL PAIS"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 8000-GRABAR-LINEA
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "FUENTE;00;000;;;;" FTE-IDS-NAC(W-IDX-FTE)
                     ";" FTE-ALE-NAC(W-IDX-FTE)
                     ";;;;;;;;;;;;;;;;;" FTE-CODIGO(W-IDX-FTE)
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              MOVE W-LINEA-ARMADA TO REG-DET-REGION
              WRITE REG-DET-REGION
           END-PERFORM.

      ******************************************************************
      *3100-ACUMULAR-IDENTIFICACION.
      ******************************************************************
       3100-ACUMULAR-IDENTIFICACION.
           ADD 1 TO MUN-IDS
           IF SRT-ALERTADA = 1
              ADD 1 TO MUN-ALERTADAS
           END-IF
           ADD SRT-ALERTAS TO MUN-ALERTAS
           IF SRT-RESTRINGIDA = 1
              ADD 1 TO MUN-RESTRINGIDAS
           END-IF
           IF SRT-BANDA > 0 AND SRT-BANDA < 11
              ADD 1 TO MUN-CON-SCORE
              ADD 1 TO MUN-BANDA(SRT-BANDA)
           END-IF.

      ******************************************************************
      *3200-ACUMULAR-FUENTE.
      ** CORTE POR FUENTE DENTRO DEL MUNICIPIO
      ******************************************************************
       3200-ACUMULAR-FUENTE.
           IF SW-HAY-FTE-MUN = 1 AND SRT-FUENTE NOT = W-FTE-MUN-ACT
              PERFORM 3250-CERRAR-FUENTE-MUNIC
           END-IF
           IF SW-HAY-FTE-MUN = 0
              MOVE 1          TO SW-HAY-FTE-MUN
              MOVE SRT-FUENTE TO W-FTE-MUN-ACT
              MOVE 0          TO W-FTE-MUN-IDS W-FTE-MUN-ALERTAS
           END-IF
           ADD 1           TO W-FTE-MUN-IDS
           ADD SRT-ALERTAS TO W-FTE-MUN-ALERTAS.

      ******************************************************************
      *3250-CERRAR-FUENTE-MUNIC.
      ******************************************************************
       3250-CERRAR-FUENTE-MUNIC.
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "FUENTE;" W-DEPTO-ACT ";" W-MUNIC-ACT ";;;;"
                  W-FTE-MUN-IDS ";" W-FTE-MUN-ALERTAS
                  ";;;;;;;;;;;;;;;;;" W-FTE-MUN-ACT
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           MOVE W-LINEA-ARMADA TO REG-DET-REGION
           WRITE REG-DET-REGION
           MOVE W-FTE-MUN-ACT TO W-FUENTE-BUSCADA
           PERFORM 2650-UBICAR-FUENTE
           IF SW-FTE-UBICADA = 1
              ADD W-FTE-MUN-IDS     TO FTE-IDS-DEP(W-IDX-FTE)
              ADD W-FTE-MUN-ALERTAS TO FTE-ALE-DEP(W-IDX-FTE)
           END-IF
           MOVE 0 TO SW-HAY-FTE-MUN.

      ******************************************************************
      *3300-ABRIR-MUNICIPIO.
      ******************************************************************
       3300-ABRIR-MUNICIPIO.
           MOVE 1          TO SW-HAY-MUNIC
           MOVE SRT-MUNIC  TO W-MUNIC-ACT
           MOVE SRT-CIUDAD TO W-CIUDAD-ACT
           INITIALIZE ACUM-MUNIC
           ADD 1 TO CONT-MUNICIPIOS.

      ******************************************************************
      *3400-CERRAR-MUNICIPIO.
      ** LINEAS DEL MUNICIPIO, SU FILA DEL DETALLE Y SU FILA DE
      ** TOTALES DEL PERIODO; SE SUMA AL DEPARTAMENTO
      ******************************************************************
       3400-CERRAR-MUNICIPIO.
           IF SW-HAY-FTE-MUN = 1
              PERFORM 3250-CERRAR-FUENTE-MUNIC
           END-IF
           PERFORM 3410-UBICAR-ANTERIOR
           MOVE ACUM-MUNIC TO ACUM-NIVEL
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "    " W-DEPTO-ACT "-" W-MUNIC-ACT " " W-CIUDAD-ACT
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
           PERFORM 5000-GRABAR-INDICADORES
           MOVE "MUNIC"      TO W-NIVEL-DET
           MOVE W-CIUDAD-ACT TO W-NOMBRE-NIVEL
           PERFORM 7000-GRABAR-DETALLE
           MOVE SPACES           TO REG-HIS-REGION
           MOVE W-PERIODO        TO HIS-PERIODO
           MOVE W-DEPTO-ACT      TO HIS-DEPTO
           MOVE W-MUNIC-ACT      TO HIS-MUNIC
           MOVE MUN-IDS          TO HIS-IDS
           MOVE MUN-CON-SCORE    TO HIS-CON-SCORE
           MOVE MUN-ALERTADAS    TO HIS-ALERTADAS
           MOVE MUN-ALERTAS      TO HIS-ALERTAS
           MOVE MUN-RESTRINGIDAS TO HIS-RESTRINGIDAS
           WRITE REG-HIS-REGION
           ADD MUN-IDS          TO DEP-IDS
           ADD MUN-CON-SCORE    TO DEP-CON-SCORE
           ADD MUN-ALERTADAS    TO DEP-ALERTADAS
           ADD MUN-ALERTAS      TO DEP-ALERTAS
           ADD MUN-RESTRINGIDAS TO DEP-RESTRINGIDAS
           PERFORM VARYING W-IDX-BANDA FROM 1 BY 1
                   UNTIL W-IDX-BANDA > 10
              ADD MUN-BANDA(W-IDX-BANDA) TO DEP-BANDA(W-IDX-BANDA)
           END-PERFORM
           MOVE 0 TO SW-HAY-MUNIC.

      ******************************************************************
      *3410-UBICAR-ANTERIOR.
      ** LA TABLA DEL MES ANTERIOR ESTA EN EL MISMO ORDEN QUE LA
      ** SALIDA DEL SORT: SE AVANZA SOBRE ELLA SIN VOLVER ATRAS. UN
      ** MUNICIPIO QUE NO ESTABA EL MES ANTERIOR COMPARA CONTRA CERO
      ******************************************************************
       3410-UBICAR-ANTERIOR.
           INITIALIZE ANT-NIVEL
           MOVE SW-HAY-HISTORIA TO SW-NIV-ANTERIOR
           IF W-IDX-ANT = 0
              MOVE 1 TO W-IDX-ANT
           END-IF
           MOVE 0 TO SW-ANT-UBICADA
           PERFORM UNTIL SW-ANT-UBICADA = 1
              IF W-IDX-ANT > ANT-TOPE
                 MOVE 1 TO SW-ANT-UBICADA
              ELSE
                 IF ANT-CLAVE(W-IDX-ANT) < W-CLAVE-ACTUAL
                    ADD 1 TO W-IDX-ANT
                 ELSE
                    MOVE 1 TO SW-ANT-UBICADA
                 END-IF
              END-IF
           END-PERFORM
           IF W-IDX-ANT NOT > ANT-TOPE
              IF ANT-CLAVE(W-IDX-ANT) = W-CLAVE-ACTUAL
                 MOVE ANT-IDS(W-IDX-ANT)       TO NIVA-IDS
                 MOVE ANT-ALERTADAS(W-IDX-ANT) TO NIVA-ALERTADAS
                 MOVE ANT-ALERTAS(W-IDX-ANT)   TO NIVA-ALERTAS
                 MOVE ANT-RESTRINGIDAS(W-IDX-ANT)
                   TO NIVA-RESTRINGIDAS
              END-IF
           END-IF.

      ******************************************************************
      *3500-ABRIR-DEPTO.
      ******************************************************************
       3500-ABRIR-DEPTO.
           MOVE 1         TO SW-HAY-DEPTO
           MOVE SRT-DEPTO TO W-DEPTO-ACT
           INITIALIZE ACUM-DEPTO
           PERFORM VARYING W-IDX-FTE FROM 1 BY 1
                   UNTIL W-IDX-FTE > FTE-TOPE
              MOVE 0 TO FTE-IDS-DEP(W-IDX-FTE) FTE-ALE-DEP(W-IDX-FTE)
           END-PERFORM
           ADD 1 TO CONT-DEPTOS
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 8000-GRABAR-LINEA
           STRING "DEPARTAMENTO " W-DEPTO-ACT
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           IF W-DEPTO-ACT = 0
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "DEPARTAMENTO 00 - " SIN-UBICACION
                     " (SIN DIRECCION O SIN CODIGOS DANE)"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           END-IF
           PERFORM 8000-GRABAR-LINEA.

      ******************************************************************
      *3600-CERRAR-DEPTO.
      ******************************************************************
       3600-CERRAR-DEPTO.
           MOVE ACUM-DEPTO TO ACUM-NIVEL
           COMPUTE W-IDX-ANTD = W-DEPTO-ACT + 1
           MOVE ANTD-IDS(W-IDX-ANTD)          TO NIVA-IDS
           MOVE ANTD-ALERTADAS(W-IDX-ANTD)    TO NIVA-ALERTADAS
           MOVE ANTD-ALERTAS(W-IDX-ANTD)      TO NIVA-ALERTAS
           MOVE ANTD-RESTRINGIDAS(W-IDX-ANTD) TO NIVA-RESTRINGIDAS
           MOVE SW-HAY-HISTORIA TO SW-NIV-ANTERIOR
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "  TOTAL DEPARTAMENTO " W-DEPTO-ACT
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
           PERFORM 5000-GRABAR-INDICADORES
           MOVE "DEPTO" TO W-NIVEL-DET
           MOVE 0       TO W-MUNIC-ACT
           MOVE SPACES  TO W-NOMBRE-NIVEL
           PERFORM 7000-GRABAR-DETALLE
           PERFORM 3650-GRABAR-FUENTES-DEPTO
           MOVE 0 TO SW-HAY-DEPTO.

      ******************************************************************
      *3650-GRABAR-FUENTES-DEPTO.
      ******************************************************************
       3650-GRABAR-FUENTES-DEPTO.
           MOVE "      ALERTAS ACTIVAS POR FUENTE" TO W-LINEA-ARMADA
           PERFORM 8000-GRABAR-LINEA
           PERFORM VARYING W-IDX-FTE FROM 1 BY 1
                   UNTIL W-IDX-FTE > FTE-TOPE
              IF FTE-IDS-DEP(W-IDX-FTE) > 0
                 MOVE FTE-IDS-DEP(W-IDX-FTE) TO W-ED-CANT-1
                 MOVE FTE-ALE-DEP(W-IDX-FTE) TO W-ED-CANT-2
                 MOVE FTE-ALE-DEP(W-IDX-FTE) TO W-PARTE
                 MOVE DEP-ALERTAS            TO W-TOTAL
                 PERFORM 5200-ARMAR-PORCENTAJE
                 MOVE W-ED-PCT TO W-PCT-GRUPO
                 MOVE FTE-ALE-NAC(W-IDX-FTE) TO W-TOTAL
                 PERFORM 5200-ARMAR-PORCENTAJE
                 MOVE W-ED-PCT TO W-PCT-PAIS
                 MOVE SPACES TO W-LINEA-ARMADA
                 STRING "        FUENTE " FTE-CODIGO(W-IDX-FTE)
                        "  IDENTIFICACIONES " W-ED-CANT-1
                        "  ALERTAS " W-ED-CANT-2
                        "  " W-PCT-GRUPO "% DEL DEPTO  "
                        W-PCT-PAIS "% DE LA FUENTE EN EL PAIS"
                        DELIMITED BY SIZE INTO W-LINEA-ARMADA
                 END-STRING
                 PERFORM 8000-GRABAR-LINEA
              END-IF
           END-PERFORM.

      ******************************************************************
      *5000-GRABAR-INDICADORES.
      ** LAS LINEAS DE ACUM-NIVEL CONTRA ANT-NIVEL: PORCENTAJE SOBRE
      ** EL GRUPO (IDENTIFICACIONES DEL NIVEL) Y SOBRE EL PAIS, Y LA
      ** VARIACION CONTRA EL MES ANTERIOR
      ******************************************************************
       5000-GRABAR-INDICADORES.
           COMPUTE W-SIN-SCORE = NIV-IDS - NIV-CON-SCORE
           MOVE NIV-IDS TO W-ED-CANT-1
           MOVE W-SIN-SCORE TO W-ED-CANT-2
           MOVE NIV-IDS  TO W-ACTUAL
           MOVE NIVA-IDS TO W-ANTERIOR
           PERFORM 5100-ARMAR-VARIACION
           MOVE NIV-IDS TO W-PARTE
           MOVE NAC-IDS TO W-TOTAL
           PERFORM 5200-ARMAR-PORCENTAJE
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "      IDENTIFICACIONES " W-ED-CANT-1
                  "  " W-ED-PCT "% DEL PAIS"
                  "  SIN SCORE " W-ED-CANT-2
                  "  VAR " W-VAR-TXT
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
      *    con alerta activa
           MOVE NIV-ALERTADAS TO W-ED-CANT-1 W-PARTE W-ACTUAL
           MOVE NIVA-ALERTADAS TO W-ANTERIOR
           PERFORM 5100-ARMAR-VARIACION
           MOVE NIV-IDS TO W-TOTAL
           PERFORM 5200-ARMAR-PORCENTAJE
           MOVE W-ED-PCT TO W-PCT-GRUPO
           MOVE NAC-ALERTADAS TO W-TOTAL
           PERFORM 5200-ARMAR-PORCENTAJE
           MOVE W-ED-PCT TO W-PCT-PAIS
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "      CON ALERTA ACTIVA " W-ED-CANT-1
                  "  " W-PCT-GRUPO "% DEL GRUPO  " W-PCT-PAIS
                  "% DEL PAIS  VAR " W-VAR-TXT
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
      *    alertas activas
           MOVE NIV-ALERTAS TO W-ED-CANT-1 W-PARTE W-ACTUAL
           MOVE NIVA-ALERTAS TO W-ANTERIOR
           PERFORM 5100-ARMAR-VARIACION
           MOVE NAC-ALERTAS TO W-TOTAL
           PERFORM 5200-ARMAR-PORCENTAJE
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "      ALERTAS ACTIVAS   " W-ED-CANT-1
                  "  " W-ED-PCT "% DEL PAIS"
                  "                 VAR " W-VAR-TXT
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
      *    restringidas
           MOVE NIV-RESTRINGIDAS TO W-ED-CANT-1 W-PARTE W-ACTUAL
           MOVE NIVA-RESTRINGIDAS TO W-ANTERIOR
           PERFORM 5100-ARMAR-VARIACION
           MOVE NIV-IDS TO W-TOTAL
           PERFORM 5200-ARMAR-PORCENTAJE
           MOVE W-ED-PCT TO W-PCT-GRUPO
           MOVE NAC-RESTRINGIDAS TO W-TOTAL
           PERFORM 5200-ARMAR-PORCENTAJE
           MOVE W-ED-PCT TO W-PCT-PAIS
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "      RESTRINGIDAS      " W-ED-CANT-1
                  "  " W-PCT-GRUPO "% DEL GRUPO  " W-PCT-PAIS
                  "% DEL PAIS  VAR " W-VAR-TXT
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
      *    bandas de score 000-099 ... 900-999
           MOVE SPACES TO W-LINEA-ARMADA
           MOVE 1 TO W-PTR
           STRING "      BANDAS DE SCORE  "
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
                  WITH POINTER W-PTR
           END-STRING
           PERFORM VARYING W-IDX-BANDA FROM 1 BY 1
                   UNTIL W-IDX-BANDA > 10
              MOVE NIV-BANDA(W-IDX-BANDA) TO W-ED-BANDA
              STRING " " W-ED-BANDA
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
                     WITH POINTER W-PTR
              END-STRING
           END-PERFORM
           PERFORM 8000-GRABAR-LINEA.

      ******************************************************************
      *5100-ARMAR-VARIACION.
      ** W-ACTUAL MENOS W-ANTERIOR EN W-VAR-TXT
      ******************************************************************
       5100-ARMAR-VARIACION.
           IF SW-NIV-ANTERIOR = 1
              COMPUTE W-VARIACION = W-ACTUAL - W-ANTERIOR
              MOVE W-VARIACION TO W-ED-VAR
              MOVE W-ED-VAR TO W-VAR-TXT
           ELSE
              MOVE "SIN HIST." TO W-VAR-TXT
           END-IF.

      ******************************************************************
      *5200-ARMAR-PORCENTAJE.
      ** W-PARTE SOBRE W-TOTAL EN W-ED-PCT
      ******************************************************************
       5200-ARMAR-PORCENTAJE.
           MOVE 0 TO W-PCT
           IF W-TOTAL > 0
              COMPUTE W-PCT ROUNDED = W-PARTE * 100 / W-TOTAL
           END-IF
           MOVE W-PCT TO W-ED-PCT.

      ******************************************************************
      *7000-GRABAR-DETALLE.
      ** LA FILA ";" DEL NIVEL: ACUM-NIVEL Y ANT-NIVEL SIN EDITAR
      ******************************************************************
       7000-GRABAR-DETALLE.
           MOVE "N" TO W-HIST-DET
           IF SW-NIV-ANTERIOR = 1
              MOVE "S" TO W-HIST-DET
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           MOVE 1 TO W-PTR
           STRING W-NIVEL-DET     DELIMITED BY SPACE
                  ";" W-DEPTO-ACT ";" W-MUNIC-ACT ";"
                                  DELIMITED BY SIZE
                  W-NOMBRE-NIVEL  DELIMITED BY "  "
                  ";" NIV-IDS ";" NIV-CON-SCORE ";" NIV-ALERTADAS
                  ";" NIV-ALERTAS ";" NIV-RESTRINGIDAS
                                  DELIMITED BY SIZE
                  INTO W-LINEA-ARMADA
                  WITH POINTER W-PTR
           END-STRING
           PERFORM VARYING W-IDX-BANDA FROM 1 BY 1
                   UNTIL W-IDX-BANDA > 10
              STRING ";" NIV-BANDA(W-IDX-BANDA)
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
                     WITH POINTER W-PTR
              END-STRING
           END-PERFORM
           STRING ";" W-HIST-DET ";" NIVA-IDS ";" NIVA-ALERTADAS
                  ";" NIVA-ALERTAS ";" NIVA-RESTRINGIDAS ";"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
                  WITH POINTER W-PTR
           END-STRING
           MOVE W-LINEA-ARMADA TO REG-DET-REGION
           WRITE REG-DET-REGION.

      ******************************************************************
      *8000-GRABAR-LINEA.
      ******************************************************************
       8000-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REP-REGION
           WRITE REG-REP-REGION
           MOVE SPACES TO W-LINEA-ARMADA.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE MAESTRO-DIRECC BDIIALE BDLSTR
           IF SW-SNAP-DISPONIBLE = 1
              CLOSE SCORESNAP
           END-IF
           CLOSE REPORTE-REGION DETALLE-REGION HISTORIA-REGION
           MOVE CONT-DIRECCIONES TO W-EDIT-CONTADOR
           DISPLAY "Direcciones leidas........ " W-EDIT-CONTADOR
           MOVE CONT-SIN-DANE TO W-EDIT-CONTADOR
           DISPLAY "Sin codigos DANE.......... " W-EDIT-CONTADOR
           MOVE CONT-SIN-DIRECCION TO W-EDIT-CONTADOR
           DISPLAY "Alert./restr. sin direcc.. " W-EDIT-CONTADOR
           MOVE NAC-IDS TO W-EDIT-CONTADOR
           DISPLAY "Identificaciones.......... " W-EDIT-CONTADOR
           MOVE CONT-DEPTOS TO W-EDIT-CONTADOR
           DISPLAY "Departamentos............. " W-EDIT-CONTADOR
           MOVE CONT-MUNICIPIOS TO W-EDIT-CONTADOR
           DISPLAY "Municipios................ " W-EDIT-CONTADOR.

      ******************************************************************
      *9500-ASENTAR-CORRIDA.
      ** DEJA LA CORRIDA ASENTADA EN LA BITACORA CENTRAL (VER
      ** REGCORRIDA.CBL)
      ******************************************************************
       9500-ASENTAR-CORRIDA.
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE SPACES TO REGC-CONTADORES
           STRING "IDENTIF " NAC-IDS
                  " SIN DIRECC " CONT-SIN-DIRECCION
                  " MUNICIPIOS " CONT-MUNICIPIOS
                  DELIMITED BY SIZE
                  INTO REGC-CONTADORES
           END-STRING
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "REPREGION - REGCORRIDA NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      * PAQGEREN.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAQGEREN.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Paquete gerencial de cierre de mes: los indicadores del
      ** negocio estaban repartidos en los reportes de INVBDIIALE,
      ** ESTICBCON, SCOREDIST/ESTABSCO, FACTURCON/FACTURPER, TABLERO,
      ** SLAMON e INCIDENTES y cada gerencia armaba su planilla a
      ** mano. Este programa los junta en un solo informe, cada
      ** indicador del mes al lado del mes anterior y del mismo mes
      ** del anio anterior (con su variacion), seguido de listas
      ** cortas de excepciones (hasta 10 renglones por lista).
      **
      ** Solo corre sobre un periodo CERRADO por CIERREMES (ver
      ** PERCTL.CBL): los numeros del paquete no cambian despues.
      **
      ** FUENTES (todas en $TEMPORALES, se leen sin modificarlas):
      **   ESTICBCON.MES      consultas registradas por mes
      **   ESTICBCON.EXC      identificaciones con consultas excesivas
      **   FACTURCON.T<mes>   consultas e importe facturados
      **   FACTURPER.T<mes>   entregados y no encontrados de las
      **                      personalizaciones
      **   SCOREDIST.HIS      scores calculados e indice de
      **                      estabilidad (mismo calculo que
      **                      ESTABSCO); el veredicto de ESTABSCO.REP
      **   INVBDIIALE.REP     inventario de alertas (foto del dia en
      **                      que corrio INVBDIIALE, sin historia)
      **   TABLERO.HIS        hallazgos de calidad de datos: la ultima
      **                      corrida del mes de cada control
      **   SLA.CFG y BITACORA.COR (mas sus meses archivados)
      **                      corridas terminadas despues de la hora
      **                      limite y corridas con RC 8 o mayor
      **   INCIDENTES.DAT (mas sus meses archivados)
      **                      incidentes abiertos en el mes
      ** Los indicadores del mes quedan ademas en
      ** $TEMPORALES/PAQGEREN.HIS (un renglon por periodo e
      ** indicador; si un periodo se repite, manda el ultimo). De
      ** alli se toman las comparaciones que la fuente ya no tiene
      ** (el inventario de alertas, un mes archivado que ya se
      ** borro); sin ninguna de las dos la columna sale N/D.
      **
      ** USO: PAQGEREN <AAAAMM>
      ** Informe en $TEMPORALES/PAQGEREN.REP y por consola.
      ** RC 0 paquete completo; RC 4 algun indicador del mes sin
      ** fuente; RC 8 el periodo no esta cerrado; RC 16 error de uso
      ** o del informe.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTICBCON-MESES
                  ASSIGN TO "$TEMPORALES/ESTICBCON.MES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-EMS.

           SELECT ESTICBCON-EXCESIVAS
                  ASSIGN TO "$TEMPORALES/ESTICBCON.EXC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-EXC.

           COPY TOTFCON.FS.
           COPY TOTFPER.FS.

           SELECT HISTORIA-DIST
                  ASSIGN TO "$TEMPORALES/SCOREDIST.HIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-DIST.

           SELECT REPORTE-ESTAB
                  ASSIGN TO "$TEMPORALES/ESTABSCO.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-ESTAB.

           SELECT REPORTE-INVENTARIO
                  ASSIGN TO "$TEMPORALES/INVBDIIALE.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-INV.

           SELECT HISTORIA-TABLERO
                  ASSIGN TO "$TEMPORALES/TABLERO.HIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-TAB.

           SELECT CONFIG-SLA
                  ASSIGN TO "$TEMPORALES/SLA.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CFG.

           SELECT BITACORA-CORRIDAS
                  ASSIGN TO "$TEMPORALES/BITACORA.COR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BITACORA
                  FILE STATUS IS COD-RET-BITACORA.

           SELECT BITACORA-MES
                  ASSIGN TO DISK W-ARCHIVO-MES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-BITMES.

           SELECT REGISTRO-INCIDENTES
                  ASSIGN TO "$TEMPORALES/INCIDENTES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-INCID.

           SELECT INCIDENTES-MES
                  ASSIGN TO DISK W-ARCHIVO-MES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-INCMES.

           SELECT HISTORIA-PAQUETE
                  ASSIGN TO "$TEMPORALES/PAQGEREN.HIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-HIS.

           SELECT REPORTE-PAQUETE
                  ASSIGN TO "$TEMPORALES/PAQGEREN.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    mismo renglon que escribe ESTICBCON: AAAAMM CANTIDAD
       FD  ESTICBCON-MESES.
       01  REG-ESTICBCON-MES.
           02 EMS-PERIODO              PIC 9(06).
           02 FILLER                   PIC X.
           02 EMS-CANTIDAD             PIC 9(08).
           02 FILLER                   PIC X(25).

       FD  ESTICBCON-EXCESIVAS.
       01  REG-ESTICBCON-EXC           PIC X(80).

           COPY TOTFCON.FD.
           COPY TOTFPER.FD.

       FD  HISTORIA-DIST.
       01  REG-HIS-DIST.
           02 DIST-PERIODO             PIC 9(06).
           02 DIST-BANDAS.
              03 DIST-BANDA-ENT OCCURS 10 TIMES.
                 05 FILLER             PIC X(01).
                 05 DIST-BANDA-CANT    PIC 9(08).

       FD  REPORTE-ESTAB.
       01  REG-REP-ESTAB               PIC X(100).

      *    renglon de INVBDIIALE: FUENTE COD TOTAL ACTIVAS VENCIDAS
      *    NOVED.MES VENCE30 VENCE60 VENCE90 separados por un blanco
       FD  REPORTE-INVENTARIO.
       01  REG-REP-INV.
           02 INV-FUENTE               PIC X(06).
           02 FILLER                   PIC X(05).
           02 INV-TOTAL                PIC 9(08).
           02 FILLER                   PIC X.
           02 INV-ACTIVAS              PIC 9(08).
           02 FILLER                   PIC X.
           02 INV-VENCIDAS             PIC 9(08).
           02 FILLER                   PIC X.
           02 INV-NOVEDADES            PIC 9(08).
           02 FILLER                   PIC X(74).

       FD  HISTORIA-TABLERO.
       01  REG-HISTORIA-TAB.
           02 TAB-FECHA                PIC X(08).
           02 FILLER                   PIC X.
           02 TAB-CONTROL              PIC X(10).
           02 FILLER                   PIC X.
           02 TAB-CANTIDAD             PIC 9(08).

       FD  CONFIG-SLA.
       01  REG-CONFIG-SLA.
           02 SLA-PROGRAMA             PIC X(10).
           02 FILLER                   PIC X.
           02 SLA-HORA-INI             PIC X(04).
           02 FILLER                   PIC X.
           02 SLA-HORA-LIM             PIC X(04).

       FD  BITACORA-CORRIDAS.
       01  REG-BITACORA.
           02 LLAVE-BITACORA.
              03 PROG-BITACORA         PIC X(10).
              03 FEC-BITACORA          PIC 9(08).
              03 HORA-BITACORA         PIC 9(06).
           02 PARM-BITACORA            PIC X(40).
           02 CONT-BITACORA            PIC X(80).
           02 RC-BITACORA              PIC 9(04).

      *    mismo renglon que la bitacora
       FD  BITACORA-MES.
       01  REG-BITMES                  PIC X(148).

       FD  REGISTRO-INCIDENTES.
       01  REG-INCIDENTE               PIC X(134).

       FD  INCIDENTES-MES.
       01  REG-INCMES                  PIC X(134).

       FD  HISTORIA-PAQUETE.
       01  REG-HIS-PAQUETE.
           02 HPQ-PERIODO              PIC 9(06).
           02 FILLER                   PIC X.
           02 HPQ-INDICADOR            PIC X(10).
           02 FILLER                   PIC X.
           02 HPQ-VALOR                PIC 9(12)V99.

       FD  REPORTE-PAQUETE.
       01  REG-REP-PAQ                 PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-EMS              PIC X(2) VALUE ZEROS.
       01 COD-RET-EXC              PIC X(2) VALUE ZEROS.
       01 COD-RET-TFCON            PIC X(2) VALUE ZEROS.
       01 COD-RET-TFPER            PIC X(2) VALUE ZEROS.
       01 COD-RET-DIST             PIC X(2) VALUE ZEROS.
       01 COD-RET-ESTAB            PIC X(2) VALUE ZEROS.
       01 COD-RET-INV              PIC X(2) VALUE ZEROS.
       01 COD-RET-TAB              PIC X(2) VALUE ZEROS.
       01 COD-RET-CFG              PIC X(2) VALUE ZEROS.
       01 COD-RET-BITACORA         PIC X(2) VALUE ZEROS.
       01 COD-RET-BITMES           PIC X(2) VALUE ZEROS.
       01 COD-RET-INCID            PIC X(2) VALUE ZEROS.
       01 COD-RET-INCMES           PIC X(2) VALUE ZEROS.
       01 COD-RET-HIS              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 W-TOTFCON-NAME           PIC X(60) VALUE SPACES.
       01 W-TOTFPER-NAME           PIC X(60) VALUE SPACES.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(20) VALUE SPACES.
       01 W-PERIODO-INP            PIC X(06) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 SW-FIN-ARCHIVO           PIC 9(01) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(100) VALUE SPACES.
       COPY MESARCH.WS.

      **** CONTROL DE PERIODO (SUBPROGRAMA PERCTL)
       01 PERC-ACCION              PIC X(10) VALUE SPACES.
       01 PERC-PROCESO             PIC X(10) VALUE "FACTURPER".
       01 PERC-RESULTADO           PIC 9(01) VALUE 0.

      **** LOS TRES PERIODOS DEL PAQUETE: 1 EL MES PEDIDO, 2 EL MES
      **** ANTERIOR, 3 EL MISMO MES DEL ANIO ANTERIOR
       01 W-PERIODOS.
          02 W-PER                    PIC 9(06) OCCURS 3 TIMES.
       01 W-PERIODOS-X REDEFINES W-PERIODOS.
          02 W-PER-X                  PIC X(06) OCCURS 3 TIMES.
       01 W-PER-AUX.
          02 W-PER-AAAA               PIC 9(04).
          02 W-PER-MM                 PIC 9(02).
       01 W-IDX-PER                PIC 9(01) VALUE 0.

      **** LOS INDICADORES: CODIGO (EL DE PAQGEREN.HIS), TITULO DEL
      **** INFORME Y "D" SI SE MUESTRAN CON DECIMALES
       01 CANT-INDICADORES         PIC 9(02) VALUE 15.
       01 DEFINICION-INDICADORES.
          02 FILLER                PIC X(41)
             VALUE "CONSULTAS Consultas registradas          ".
          02 FILLER                PIC X(41)
             VALUE "CONS-FACT Consultas facturadas           ".
          02 FILLER                PIC X(41)
             VALUE "IMP-FACT  Importe facturado consultas    ".
          02 FILLER                PIC X(41)
             VALUE "PERSO-ENTRPersonalizac. entregados       ".
          02 FILLER                PIC X(41)
             VALUE "PERSO-NOENPersonalizac. no encontrados   ".
          02 FILLER                PIC X(41)
             VALUE "SCORES    Scores calculados              ".
          02 FILLER                PIC X(41)
             VALUE "IND-ESTAB Indice estabilidad score (pts)D".
          02 FILLER                PIC X(41)
             VALUE "ALE-TOTAL Alertas en la base             ".
          02 FILLER                PIC X(41)
             VALUE "ALE-ACTIVAAlertas activas                ".
          02 FILLER                PIC X(41)
             VALUE "ALE-VENCIDAlertas vencidas               ".
          02 FILLER                PIC X(41)
             VALUE "ALE-NOVED Novedades de alertas del mes   ".
          02 FILLER                PIC X(41)
             VALUE "HALLAZGOS Hallazgos de calidad de datos  ".
          02 FILLER                PIC X(41)
             VALUE "SLA-INCUMPCorridas fuera de SLA          ".
          02 FILLER                PIC X(41)
             VALUE "CORR-FALLACorridas con RC 8 o mayor      ".
          02 FILLER                PIC X(41)
             VALUE "INCIDENTESIncidentes abiertos en el mes  ".
       01 TABLA-INDICADORES REDEFINES DEFINICION-INDICADORES.
          02 IND-ENTRADA OCCURS 15 TIMES.
             03 IND-CODIGO            PIC X(10).
             03 IND-TITULO            PIC X(30).
             03 IND-DECIMALES         PIC X(01).
      *    IND-HAY: 0 sin dato, 1 de la fuente, 2 de PAQGEREN.HIS
       01 VALORES-INDICADORES.
          02 IND-VALORES OCCURS 15 TIMES.
             03 IND-COLUMNA OCCURS 3 TIMES.
                04 IND-VALOR          PIC 9(12)V99.
                04 IND-HAY            PIC 9(01).
       01 W-IDX-IND                PIC 9(02) VALUE 0.

      **** HISTORIA DE SCOREDIST EN MEMORIA (MISMA CARGA QUE ESTABSCO:
      **** SI UN PERIODO SE REPITE MANDA LA ULTIMA CORRIDA)
       01 TABLA-HISTORIA.
          02 THI-ENTRADA OCCURS 60 TIMES.
             03 THI-PERIODO           PIC 9(06).
             03 THI-BANDA             PIC 9(08) OCCURS 10 TIMES.
             03 THI-TOTAL             PIC 9(10).
          02 THI-TOPE                 PIC 9(02) VALUE 0.
       01 W-IDX-HIS                PIC 9(02) VALUE 0.
       01 W-IDX-BANDA              PIC 9(02) VALUE 0.
       01 W-IDX-ACTUAL             PIC 9(02) VALUE 0.
       01 W-IDX-ANTERIOR           PIC 9(02) VALUE 0.
       01 W-PCT-ACTUAL             PIC 9(03)V99 VALUE 0.
       01 W-PCT-REF                PIC 9(03)V99 VALUE 0.
       01 W-DIF-PCT                PIC S9(03)V99 VALUE 0.
       01 W-DIF-ABS                PIC 9(03)V99 VALUE 0.
       01 W-INDICE                 PIC 9(04)V99 VALUE 0.

      **** ENTIDADES FACTURADAS EN EL MES Y EN EL ANTERIOR
       01 TABLA-ENTIDADES.
          02 TEN-ENTRADA OCCURS 300 TIMES.
             03 TEN-ENTIDAD           PIC X(20).
             03 TEN-CANT-ACT          PIC 9(08).
             03 TEN-CANT-ANT          PIC 9(08).
          02 TEN-TOPE                 PIC 9(03) VALUE 0.
       01 W-IDX-TEN                PIC 9(03) VALUE 0.
       01 W-IDX-TEN-HALLADO        PIC 9(03) VALUE 0.

      **** CONTROLES DEL TABLERO: ULTIMO CONTEO DE CADA PERIODO
       01 TABLA-CONTROLES.
          02 TCT-ENTRADA OCCURS 20 TIMES.
             03 TCT-CONTROL           PIC X(10).
             03 TCT-PERIODO OCCURS 3 TIMES.
                04 TCT-CANTIDAD       PIC 9(08).
                04 TCT-HAY            PIC 9(01).
          02 TCT-TOPE                 PIC 9(02) VALUE 0.
       01 W-IDX-TCT                PIC 9(02) VALUE 0.
       01 W-IDX-TCT-HALLADO        PIC 9(02) VALUE 0.

      **** COMPROMISOS DE SLA.CFG EN MINUTOS DE LA VENTANA NOCTURNA
      **** (LO ANTERIOR A 12:00 ES MADRUGADA DEL DIA SIGUIENTE, COMO
      **** EN SLAMON)
       01 TABLA-SLA.
          02 TSL-ENTRADA OCCURS 50 TIMES.
             03 TSL-PROGRAMA          PIC X(10).
             03 TSL-HORA-LIM          PIC X(04).
             03 TSL-MIN-LIMITE        PIC 9(05).
          02 TSL-TOPE                 PIC 9(02) VALUE 0.
       01 W-IDX-TSL                PIC 9(02) VALUE 0.
       01 W-HHMM-AUX               PIC 9(04) VALUE 0.
       01 W-MINUTOS-NORM           PIC 9(05) VALUE 0.

      **** ASIENTO DE BITACORA, DEL VIVO O DE UN MES ARCHIVADO
       01 W-ASIENTO.
          02 ASI-PROGRAMA             PIC X(10).
          02 ASI-FECHA                PIC 9(08).
          02 ASI-HORA                 PIC 9(06).
          02 ASI-PARAMETROS           PIC X(40).
          02 ASI-CONTADORES           PIC X(80).
          02 ASI-RC                   PIC 9(04).
       01 ASIENTOS-POR-PERIODO.
          02 ASI-VISTOS               PIC 9(08) OCCURS 3 TIMES.

      **** MOVIMIENTO DE INCIDENTES.DAT (VER INCIDENTES.CBL)
       01 W-MOVIMIENTO.
          02 MOV-NRO                  PIC 9(06).
          02 FILLER                   PIC X.
          02 MOV-TIPO                 PIC X(08).
          02 FILLER                   PIC X.
          02 MOV-FECHA                PIC X(08).
          02 FILLER                   PIC X.
          02 MOV-HORA                 PIC 9(06).
          02 FILLER                   PIC X.
          02 MOV-PROGRAMA             PIC X(10).
          02 FILLER                   PIC X.
          02 MOV-OPERADOR             PIC X(10).
          02 FILLER                   PIC X.
          02 MOV-MENSAJE              PIC X(80).
      **** INCIDENTES ABIERTOS EN EL MES PEDIDO Y SI SE CERRARON
       01 TABLA-INCIDENTES.
          02 TIN-ENTRADA OCCURS 500 TIMES.
             03 TIN-NRO               PIC 9(06).
             03 TIN-FECHA             PIC X(08).
             03 TIN-PROGRAMA          PIC X(10).
             03 TIN-MENSAJE           PIC X(50).
             03 TIN-CERRADO           PIC 9(01).
          02 TIN-TOPE                 PIC 9(03) VALUE 0.
       01 W-IDX-TIN                PIC 9(03) VALUE 0.
       01 SW-INCIDENTES-LEIDOS     PIC 9(01) VALUE 0.

      **** LISTAS DE EXCEPCIONES: HASTA 10 RENGLONES POR LISTA; LAS
      **** QUE SOBRAN SOLO SE CUENTAN
       01 CANT-LISTAS              PIC 9(01) VALUE 7.
       01 TOPE-POR-LISTA           PIC 9(02) VALUE 10.
       01 DEFINICION-LISTAS.
          02 FILLER                PIC X(50)
             VALUE "IDENTIFICACIONES CON CONSULTAS EXCESIVAS".
          02 FILLER                PIC X(50)
             VALUE "ESTABILIDAD DEL SCORE (ESTABSCO)".
          02 FILLER                PIC X(50)
             VALUE "ENTIDADES QUE DEJARON DE FACTURAR CONSULTAS".
          02 FILLER                PIC X(50)
             VALUE "CONTROLES DE CALIDAD QUE EMPEORARON".
          02 FILLER                PIC X(50)
             VALUE "CORRIDAS TERMINADAS DESPUES DE SU HORA LIMITE".
          02 FILLER                PIC X(50)
             VALUE "CORRIDAS CON RC 8 O MAYOR".
          02 FILLER                PIC X(50)
             VALUE "INCIDENTES DEL MES QUE SIGUEN SIN CERRAR".
       01 TABLA-LISTAS REDEFINES DEFINICION-LISTAS.
          02 LIS-TITULO               PIC X(50) OCCURS 7 TIMES.
       01 CANTIDADES-LISTAS.
          02 LIS-CANTIDAD             PIC 9(06) OCCURS 7 TIMES.
       01 TABLA-EXCEPCIONES.
          02 EXC-ENTRADA OCCURS 70 TIMES.
             03 EXC-LISTA             PIC 9(01).
             03 EXC-TEXTO             PIC X(90).
          02 EXC-TOPE                 PIC 9(02) VALUE 0.
       01 W-IDX-EXC                PIC 9(02) VALUE 0.
       01 W-IDX-LISTA              PIC 9(01) VALUE 0.
       01 W-LISTA                  PIC 9(01) VALUE 0.
       01 W-TEXTO-EXC              PIC X(90) VALUE SPACES.
       01 W-SOBRANTES              PIC 9(06) VALUE 0.

      **** RENGLON DEL INFORME
       01 W-CELDA                  PIC X(15) VALUE SPACES.
       01 W-CELDA-ACT              PIC X(15) VALUE SPACES.
       01 W-CELDA-ANT              PIC X(15) VALUE SPACES.
       01 W-CELDA-AAN              PIC X(15) VALUE SPACES.
       01 W-VAR-ANT                PIC X(08) VALUE SPACES.
       01 W-VAR-AAN                PIC X(08) VALUE SPACES.
       01 W-VAR-CELDA              PIC X(08) VALUE SPACES.
       01 W-VALOR-ED               PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 W-VALOR-DEC-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01 W-VARIACION              PIC S9(05)V9 VALUE 0.
       01 W-VARIACION-ED           PIC -(5)9.9.
       01 W-IDX-COMPARA            PIC 9(01) VALUE 0.

       01 CONTADORES-PAQGEREN.
          02 CONT-SIN-DATO            PIC 9(02) VALUE 0.
          02 CONT-DE-HISTORIA         PIC 9(02) VALUE 0.
          02 CONT-EXCEPCIONES         PIC 9(06) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "PAQGEREN".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "PAQGEREN.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "PAQGEREN".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Paquete gerencial de cierre de mes            *"
           DISPLAY "*           PROGRAMA : PAQGEREN.CBL             *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 0600-VALIDAR-PARAMETROS
           PERFORM 0650-VERIFICAR-CIERRE
           PERFORM 0700-CALCULAR-PERIODOS
           INITIALIZE VALORES-INDICADORES CANTIDADES-LISTAS
           PERFORM 1000-LEER-CONSULTAS
           PERFORM 1100-LEER-FACTURCON
           PERFORM 1200-LEER-FACTURPER
           PERFORM 1300-LEER-DISTRIBUCION-SCORE
           PERFORM 1400-LEER-INVENTARIO-ALERTAS
           PERFORM 1500-LEER-TABLERO
           PERFORM 1600-LEER-BITACORA
           PERFORM 1700-LEER-INCIDENTES
           PERFORM 2000-COMPLETAR-CON-HISTORIA
           PERFORM 3000-GRABAR-INFORME
           PERFORM 4000-ASENTAR-HISTORIA
           MOVE CONT-EXCEPCIONES TO W-EDIT-CONTADOR
           MOVE SPACES TO REGC-CONTADORES
           STRING "PERIODO " W-PERIODO-INP
                  " SIN DATO " CONT-SIN-DATO
                  " DE HISTORIA " CONT-DE-HISTORIA
                  " EXCEPCIONES " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO REGC-CONTADORES
           END-STRING
           DISPLAY "Indicadores sin dato del mes... " CONT-SIN-DATO
           DISPLAY "Comparaciones de PAQGEREN.HIS.. " CONT-DE-HISTORIA
           DISPLAY "Excepciones.................... " W-EDIT-CONTADOR
           IF CONT-SIN-DATO > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 8000-ASENTAR-CORRIDA
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
      *0560-BUSCAR-MESES-ARCHIVADOS.
      ******************************************************************
           COPY MESARCH.PROC.

      ******************************************************************
      *0600-VALIDAR-PARAMETROS.
      ******************************************************************
       0600-VALIDAR-PARAMETROS.
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-PERIODO-INP
           END-UNSTRING
           IF W-PERIODO-INP IS NOT NUMERIC
              OR W-PERIODO-INP(5:2) < "01"
              OR W-PERIODO-INP(5:2) > "12"
              DISPLAY "Uso: PAQGEREN <AAAAMM>"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *0650-VERIFICAR-CIERRE.
      ** EL PAQUETE SOLO SE ARMA SOBRE UN MES QUE CIERREMES YA CERRO
      ** (SE CONSULTA EL PROCESO FACTURPER, UNO DE LOS QUE CIERRA);
      ** SIN CONTROL DE PERIODOS NO HAY COMO SABERLO Y NO SE ARMA
      ******************************************************************
       0650-VERIFICAR-CIERRE.
           MOVE "VERIFICAR" TO PERC-ACCION
           CALL "PERCTL" USING PERC-ACCION PERC-PROCESO
                               W-PERIODO-INP PERC-RESULTADO
           ON EXCEPTION
              DISPLAY "PAQGEREN - PERCTL NO DISPONIBLE"
              MOVE 0 TO PERC-RESULTADO
           END-CALL
           IF PERC-RESULTADO NOT = 1
              DISPLAY "PAQGEREN - PERIODO " W-PERIODO-INP
                      " NO CERRADO; CORRER CIERREMES " W-PERIODO-INP
                      " PRIMERO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *0700-CALCULAR-PERIODOS.
      ******************************************************************
       0700-CALCULAR-PERIODOS.
           MOVE W-PERIODO-INP TO W-PER-AUX
           MOVE W-PER-AUX TO W-PER(1)
           IF W-PER-MM = 1
              SUBTRACT 1 FROM W-PER-AAAA
              MOVE 12 TO W-PER-MM
           ELSE
              SUBTRACT 1 FROM W-PER-MM
           END-IF
           MOVE W-PER-AUX TO W-PER(2)
           MOVE W-PERIODO-INP TO W-PER-AUX
           SUBTRACT 1 FROM W-PER-AAAA
           MOVE W-PER-AUX TO W-PER(3)
           DISPLAY "PERIODO " W-PER(1) " CONTRA " W-PER(2)
                   " Y " W-PER(3).

      ******************************************************************
      *1000-LEER-CONSULTAS.
      ** ESTICBCON.MES TRAE TODOS LOS MESES DE ICBCON EN CADA CORRIDA
      ******************************************************************
       1000-LEER-CONSULTAS.
           OPEN INPUT ESTICBCON-MESES
           IF COD-RET-EMS NOT = "00"
              DISPLAY "SIN ESTICBCON.MES (" COD-RET-EMS ")"
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ ESTICBCON-MESES NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND EMS-PERIODO IS NUMERIC
                    AND EMS-CANTIDAD IS NUMERIC
                    PERFORM VARYING W-IDX-PER FROM 1 BY 1
                       UNTIL W-IDX-PER > 3
                       IF EMS-PERIODO = W-PER(W-IDX-PER)
                          MOVE EMS-CANTIDAD TO IND-VALOR(1, W-IDX-PER)
                          MOVE 1 TO IND-HAY(1, W-IDX-PER)
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              CLOSE ESTICBCON-MESES
           END-IF
           PERFORM 1050-LISTAR-EXCESIVAS.

      ******************************************************************
      *1050-LISTAR-EXCESIVAS.
      ******************************************************************
       1050-LISTAR-EXCESIVAS.
           OPEN INPUT ESTICBCON-EXCESIVAS
           IF COD-RET-EXC = "00"
              MOVE 1 TO W-LISTA
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ ESTICBCON-EXCESIVAS NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0
                    AND REG-ESTICBCON-EXC NOT = SPACES
                    MOVE REG-ESTICBCON-EXC TO W-TEXTO-EXC
                    PERFORM 7500-AGREGAR-EXCEPCION
                 END-IF
              END-PERFORM
              CLOSE ESTICBCON-EXCESIVAS
           END-IF.

      ******************************************************************
      *1100-LEER-FACTURCON.
      ** LOS TOTALES POR ENTIDAD DE CADA PERIODO; LAS ENTIDADES DEL
      ** MES ANTERIOR QUE NO FACTURARON EN EL MES VAN A LA LISTA
      ******************************************************************
       1100-LEER-FACTURCON.
           PERFORM VARYING W-IDX-PER FROM 1 BY 1
              UNTIL W-IDX-PER > 3
              MOVE SPACES TO W-TOTFCON-NAME
              STRING "$TEMPORALES/FACTURCON.T" W-PER-X(W-IDX-PER)
                     DELIMITED BY SIZE INTO W-TOTFCON-NAME
              END-STRING
              OPEN INPUT TOTALES-FACTURCON
              IF COD-RET-TFCON = "00"
                 MOVE 1 TO IND-HAY(2, W-IDX-PER)
                 MOVE 1 TO IND-HAY(3, W-IDX-PER)
                 MOVE 0 TO SW-FIN-ARCHIVO
                 PERFORM UNTIL SW-FIN-ARCHIVO = 1
                    READ TOTALES-FACTURCON NEXT RECORD
                       AT END MOVE 1 TO SW-FIN-ARCHIVO
                    END-READ
                    IF SW-FIN-ARCHIVO = 0
                       AND PERIODO-TOTFCON = W-PER(W-IDX-PER)
                       ADD CANTIDAD-TOTFCON
                        TO IND-VALOR(2, W-IDX-PER)
                       ADD IMPORTE-TOTFCON
                        TO IND-VALOR(3, W-IDX-PER)
                       IF W-IDX-PER < 3
                          PERFORM 1150-ACUMULAR-ENTIDAD
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE TOTALES-FACTURCON
              END-IF
           END-PERFORM
           IF IND-HAY(3, 1) = 1 AND IND-HAY(3, 2) = 1
              MOVE 3 TO W-LISTA
              PERFORM VARYING W-IDX-TEN FROM 1 BY 1
                 UNTIL W-IDX-TEN > TEN-TOPE
                 IF TEN-CANT-ACT(W-IDX-TEN) = 0
                    AND TEN-CANT-ANT(W-IDX-TEN) > 0
                    MOVE TEN-CANT-ANT(W-IDX-TEN) TO W-VALOR-ED
                    MOVE SPACES TO W-TEXTO-EXC
                    STRING TEN-ENTIDAD(W-IDX-TEN)
                           " FACTURO " W-VALOR-ED " CONSULTAS EN "
                           W-PER-X(2) " Y NINGUNA EN " W-PER-X(1)
                           DELIMITED BY SIZE INTO W-TEXTO-EXC
                    END-STRING
                    PERFORM 7500-AGREGAR-EXCEPCION
                 END-IF
              END-PERFORM
           END-IF.

      ******************************************************************
      *1150-ACUMULAR-ENTIDAD.
      ******************************************************************
       1150-ACUMULAR-ENTIDAD.
           MOVE 0 TO W-IDX-TEN-HALLADO
           PERFORM VARYING W-IDX-TEN FROM 1 BY 1
              UNTIL W-IDX-TEN > TEN-TOPE
                 OR W-IDX-TEN-HALLADO > 0
              IF TEN-ENTIDAD(W-IDX-TEN) = ENTIDAD-TOTFCON
                 MOVE W-IDX-TEN TO W-IDX-TEN-HALLADO
              END-IF
           END-PERFORM
           IF W-IDX-TEN-HALLADO = 0 AND TEN-TOPE < 300
              ADD 1 TO TEN-TOPE
              MOVE TEN-TOPE TO W-IDX-TEN-HALLADO
              MOVE ENTIDAD-TOTFCON TO TEN-ENTIDAD(TEN-TOPE)
              MOVE 0 TO TEN-CANT-ACT(TEN-TOPE)
              MOVE 0 TO TEN-CANT-ANT(TEN-TOPE)
           END-IF
           IF W-IDX-TEN-HALLADO > 0
              IF W-IDX-PER = 1
                 ADD CANTIDAD-TOTFCON
                  TO TEN-CANT-ACT(W-IDX-TEN-HALLADO)
              ELSE
                 ADD CANTIDAD-TOTFCON
                  TO TEN-CANT-ANT(W-IDX-TEN-HALLADO)
              END-IF
           END-IF.

      ******************************************************************
      *1200-LEER-FACTURPER.
      ******************************************************************
       1200-LEER-FACTURPER.
           PERFORM VARYING W-IDX-PER FROM 1 BY 1
              UNTIL W-IDX-PER > 3
              MOVE SPACES TO W-TOTFPER-NAME
              STRING "$TEMPORALES/FACTURPER.T" W-PER-X(W-IDX-PER)
                     DELIMITED BY SIZE INTO W-TOTFPER-NAME
              END-STRING
              OPEN INPUT TOTALES-FACTURPER
              IF COD-RET-TFPER = "00"
                 MOVE 1 TO IND-HAY(4, W-IDX-PER)
                 MOVE 1 TO IND-HAY(5, W-IDX-PER)
                 MOVE 0 TO SW-FIN-ARCHIVO
                 PERFORM UNTIL SW-FIN-ARCHIVO = 1
                    READ TOTALES-FACTURPER NEXT RECORD
                       AT END MOVE 1 TO SW-FIN-ARCHIVO
                    END-READ
                    IF SW-FIN-ARCHIVO = 0
                       AND PERIODO-TOTFPER = W-PER(W-IDX-PER)
                       ADD ENTREGADOS-TOTFPER
                        TO IND-VALOR(4, W-IDX-PER)
                       ADD NO-ENC-TOTFPER
                        TO IND-VALOR(5, W-IDX-PER)
                    END-IF
                 END-PERFORM
                 CLOSE TOTALES-FACTURPER
              END-IF
           END-PERFORM.

      ******************************************************************
      *1300-LEER-DISTRIBUCION-SCORE.
      ** SCORES DEL PERIODO E INDICE DE ESTABILIDAD CONTRA LA ENTRADA
      ** ANTERIOR DE LA HISTORIA (3100-CALCULAR-INDICE DE ESTABSCO);
      ** EL VEREDICTO DE ESTABSCO DEL MES VA A LA LISTA
      ******************************************************************
       1300-LEER-DISTRIBUCION-SCORE.
           OPEN INPUT HISTORIA-DIST
           IF COD-RET-DIST NOT = "00"
              DISPLAY "SIN SCOREDIST.HIS (" COD-RET-DIST ")"
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ HISTORIA-DIST NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND DIST-PERIODO IS NUMERIC
                    PERFORM 1310-GUARDAR-ENTRADA
                 END-IF
              END-PERFORM
              CLOSE HISTORIA-DIST
           END-IF
           PERFORM VARYING W-IDX-ACTUAL FROM 1 BY 1
              UNTIL W-IDX-ACTUAL > THI-TOPE
              PERFORM VARYING W-IDX-PER FROM 1 BY 1
                 UNTIL W-IDX-PER > 3
                 IF THI-PERIODO(W-IDX-ACTUAL) = W-PER(W-IDX-PER)
                    MOVE THI-TOTAL(W-IDX-ACTUAL)
                      TO IND-VALOR(6, W-IDX-PER)
                    MOVE 1 TO IND-HAY(6, W-IDX-PER)
                    IF W-IDX-ACTUAL > 1
                       COMPUTE W-IDX-ANTERIOR = W-IDX-ACTUAL - 1
                       PERFORM 1320-CALCULAR-INDICE
                       MOVE W-INDICE TO IND-VALOR(7, W-IDX-PER)
                       MOVE 1 TO IND-HAY(7, W-IDX-PER)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM 1350-LEER-VEREDICTO.

      ******************************************************************
      *1310-GUARDAR-ENTRADA.
      ******************************************************************
       1310-GUARDAR-ENTRADA.
           IF THI-TOPE > 0
              AND THI-PERIODO(THI-TOPE) = DIST-PERIODO
              CONTINUE
           ELSE
              IF THI-TOPE = 60
                 PERFORM VARYING W-IDX-HIS FROM 1 BY 1
                    UNTIL W-IDX-HIS > 59
                    MOVE THI-ENTRADA(W-IDX-HIS + 1)
                      TO THI-ENTRADA(W-IDX-HIS)
                 END-PERFORM
              ELSE
                 ADD 1 TO THI-TOPE
              END-IF
           END-IF
           MOVE DIST-PERIODO TO THI-PERIODO(THI-TOPE)
           MOVE 0 TO THI-TOTAL(THI-TOPE)
           PERFORM VARYING W-IDX-BANDA FROM 1 BY 1
              UNTIL W-IDX-BANDA > 10
              MOVE DIST-BANDA-CANT(W-IDX-BANDA)
                TO THI-BANDA(THI-TOPE, W-IDX-BANDA)
              ADD DIST-BANDA-CANT(W-IDX-BANDA)
                TO THI-TOTAL(THI-TOPE)
           END-PERFORM.

      ******************************************************************
      *1320-CALCULAR-INDICE.
      ** SUMA DE LAS DIFERENCIAS DE PARTICIPACION POR BANDA, EN
      ** PUNTOS CON DOS DECIMALES
      ******************************************************************
       1320-CALCULAR-INDICE.
           MOVE 0 TO W-INDICE
           PERFORM VARYING W-IDX-BANDA FROM 1 BY 1
              UNTIL W-IDX-BANDA > 10
              IF THI-TOTAL(W-IDX-ACTUAL) = 0
                 MOVE 0 TO W-PCT-ACTUAL
              ELSE
                 COMPUTE W-PCT-ACTUAL ROUNDED =
                    THI-BANDA(W-IDX-ACTUAL, W-IDX-BANDA) * 100
                    / THI-TOTAL(W-IDX-ACTUAL)
              END-IF
              IF THI-TOTAL(W-IDX-ANTERIOR) = 0
                 MOVE 0 TO W-PCT-REF
              ELSE
                 COMPUTE W-PCT-REF ROUNDED =
                    THI-BANDA(W-IDX-ANTERIOR, W-IDX-BANDA) * 100
                    / THI-TOTAL(W-IDX-ANTERIOR)
              END-IF
              COMPUTE W-DIF-PCT = W-PCT-ACTUAL - W-PCT-REF
              COMPUTE W-DIF-ABS = FUNCTION ABS (W-DIF-PCT)
              ADD W-DIF-ABS TO W-INDICE
           END-PERFORM.

      ******************************************************************
      *1350-LEER-VEREDICTO.
      ** SOLO SI ESTABSCO.REP ES DEL MES PEDIDO Y DIO CORRIMIENTO
      ******************************************************************
       1350-LEER-VEREDICTO.
           OPEN INPUT REPORTE-ESTAB
           IF COD-RET-ESTAB = "00"
              MOVE 2 TO W-LISTA
              MOVE 0 TO SW-FIN-ARCHIVO
              READ REPORTE-ESTAB NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0
                 AND (REG-REP-ESTAB(1:8) NOT = "PERIODO "
                      OR REG-REP-ESTAB(9:6) NOT = W-PER-X(1))
                 MOVE 1 TO SW-FIN-ARCHIVO
              END-IF
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ REPORTE-ESTAB NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0
                    AND REG-REP-ESTAB(1:22) = "VEREDICTO: CORRIMIENTO"
                    MOVE REG-REP-ESTAB TO W-TEXTO-EXC
                    PERFORM 7500-AGREGAR-EXCEPCION
                 END-IF
              END-PERFORM
              CLOSE REPORTE-ESTAB
           END-IF.

      ******************************************************************
      *1400-LEER-INVENTARIO-ALERTAS.
      ** INVBDIIALE NO GUARDA HISTORIA: EL MES ANTERIOR Y EL DEL ANIO
      ** ANTERIOR SALEN DE PAQGEREN.HIS (2000-COMPLETAR-CON-HISTORIA)
      ******************************************************************
       1400-LEER-INVENTARIO-ALERTAS.
           OPEN INPUT REPORTE-INVENTARIO
           IF COD-RET-INV NOT = "00"
              DISPLAY "SIN INVBDIIALE.REP (" COD-RET-INV ")"
           ELSE
              PERFORM VARYING W-IDX-IND FROM 8 BY 1
                 UNTIL W-IDX-IND > 11
                 MOVE 1 TO IND-HAY(W-IDX-IND, 1)
              END-PERFORM
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ REPORTE-INVENTARIO NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND INV-FUENTE IS NUMERIC
                    AND INV-TOTAL IS NUMERIC
                    AND INV-ACTIVAS IS NUMERIC
                    AND INV-VENCIDAS IS NUMERIC
                    AND INV-NOVEDADES IS NUMERIC
                    ADD INV-TOTAL     TO IND-VALOR(8, 1)
                    ADD INV-ACTIVAS   TO IND-VALOR(9, 1)
                    ADD INV-VENCIDAS  TO IND-VALOR(10, 1)
                    ADD INV-NOVEDADES TO IND-VALOR(11, 1)
                 END-IF
              END-PERFORM
              CLOSE REPORTE-INVENTARIO
           END-IF.

      ******************************************************************
      *1500-LEER-TABLERO.
      ** LA ULTIMA CORRIDA DEL MES DE CADA CONTROL (EL ARCHIVO VIENE
      ** CRONOLOGICO); LOS CONTROLES QUE CERRARON EL MES CON MAS
      ** HALLAZGOS QUE EL ANTERIOR VAN A LA LISTA
      ******************************************************************
       1500-LEER-TABLERO.
           OPEN INPUT HISTORIA-TABLERO
           IF COD-RET-TAB NOT = "00"
              DISPLAY "SIN TABLERO.HIS (" COD-RET-TAB ")"
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ HISTORIA-TABLERO NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND TAB-CANTIDAD IS NUMERIC
                    PERFORM VARYING W-IDX-PER FROM 1 BY 1
                       UNTIL W-IDX-PER > 3
                       IF TAB-FECHA(1:6) = W-PER-X(W-IDX-PER)
                          PERFORM 1550-ANOTAR-CONTROL
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              CLOSE HISTORIA-TABLERO
           END-IF
           MOVE 4 TO W-LISTA
           PERFORM VARYING W-IDX-TCT FROM 1 BY 1
              UNTIL W-IDX-TCT > TCT-TOPE
              PERFORM VARYING W-IDX-PER FROM 1 BY 1
                 UNTIL W-IDX-PER > 3
                 IF TCT-HAY(W-IDX-TCT, W-IDX-PER) = 1
                    ADD TCT-CANTIDAD(W-IDX-TCT, W-IDX-PER)
                     TO IND-VALOR(12, W-IDX-PER)
                    MOVE 1 TO IND-HAY(12, W-IDX-PER)
                 END-IF
              END-PERFORM
              IF TCT-HAY(W-IDX-TCT, 1) = 1
                 AND TCT-HAY(W-IDX-TCT, 2) = 1
                 AND TCT-CANTIDAD(W-IDX-TCT, 1) >
                     TCT-CANTIDAD(W-IDX-TCT, 2)
                 MOVE SPACES TO W-TEXTO-EXC
                 STRING TCT-CONTROL(W-IDX-TCT) " CERRO EL MES CON "
                        TCT-CANTIDAD(W-IDX-TCT, 1)
                        " HALLAZGOS; EL ANTERIOR CON "
                        TCT-CANTIDAD(W-IDX-TCT, 2)
                        DELIMITED BY SIZE INTO W-TEXTO-EXC
                 END-STRING
                 PERFORM 7500-AGREGAR-EXCEPCION
              END-IF
           END-PERFORM.

      ******************************************************************
      *1550-ANOTAR-CONTROL.
      ******************************************************************
       1550-ANOTAR-CONTROL.
           MOVE 0 TO W-IDX-TCT-HALLADO
           PERFORM VARYING W-IDX-TCT FROM 1 BY 1
              UNTIL W-IDX-TCT > TCT-TOPE
                 OR W-IDX-TCT-HALLADO > 0
              IF TCT-CONTROL(W-IDX-TCT) = TAB-CONTROL
                 MOVE W-IDX-TCT TO W-IDX-TCT-HALLADO
              END-IF
           END-PERFORM
           IF W-IDX-TCT-HALLADO = 0 AND TCT-TOPE < 20
              ADD 1 TO TCT-TOPE
              MOVE TCT-TOPE TO W-IDX-TCT-HALLADO
              INITIALIZE TCT-ENTRADA(TCT-TOPE)
              MOVE TAB-CONTROL TO TCT-CONTROL(TCT-TOPE)
           END-IF
           IF W-IDX-TCT-HALLADO > 0
              MOVE TAB-CANTIDAD
                TO TCT-CANTIDAD(W-IDX-TCT-HALLADO, W-IDX-PER)
              MOVE 1 TO TCT-HAY(W-IDX-TCT-HALLADO, W-IDX-PER)
           END-IF.

      ******************************************************************
      *1600-LEER-BITACORA.
      ** LOS MESES QUE ARCHMES YA PASO A ARCHIVO Y LA BITACORA VIVA;
      ** UN PERIODO SIN NINGUN ASIENTO QUEDA SIN DATO
      ******************************************************************
       1600-LEER-BITACORA.
           PERFORM 1610-CARGAR-SLA
           COMPUTE MARC-DESDE = W-PER(3) * 100 + 1
           COMPUTE MARC-HASTA = W-PER(1) * 100 + 31
           MOVE "BITACORA.COR" TO MARC-DIARIO
           PERFORM 0560-BUSCAR-MESES-ARCHIVADOS
           PERFORM VARYING MARC-IDX FROM 1 BY 1
              UNTIL MARC-IDX > MARC-CANTIDAD
              IF MARC-MES(MARC-IDX) = W-PER(1)
                 OR MARC-MES(MARC-IDX) = W-PER(2)
                 OR MARC-MES(MARC-IDX) = W-PER(3)
                 PERFORM 0570-ARMAR-ARCHIVO-MES
                 PERFORM 1620-LEER-MES-ARCHIVADO
              END-IF
           END-PERFORM
           OPEN INPUT BITACORA-CORRIDAS
           IF COD-RET-BITACORA NOT = "00"
              DISPLAY "SIN BITACORA DE CORRIDAS (" COD-RET-BITACORA
                      ")"
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              MOVE LOW-VALUES TO LLAVE-BITACORA
              START BITACORA-CORRIDAS
                    KEY IS NOT LESS THAN LLAVE-BITACORA
                 INVALID KEY MOVE 1 TO SW-FIN-ARCHIVO
              END-START
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ BITACORA-CORRIDAS NEXT RECORD INTO W-ASIENTO
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0
                    PERFORM 1650-EVALUAR-ASIENTO
                 END-IF
              END-PERFORM
              CLOSE BITACORA-CORRIDAS
           END-IF
           PERFORM VARYING W-IDX-PER FROM 1 BY 1
              UNTIL W-IDX-PER > 3
              IF ASI-VISTOS(W-IDX-PER) > 0
                 MOVE 1 TO IND-HAY(14, W-IDX-PER)
                 IF TSL-TOPE > 0
                    MOVE 1 TO IND-HAY(13, W-IDX-PER)
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *1610-CARGAR-SLA.
      ** SIN SLA.CFG NO HAY COMPROMISOS QUE MEDIR
      ******************************************************************
       1610-CARGAR-SLA.
           OPEN INPUT CONFIG-SLA
           IF COD-RET-CFG NOT = "00"
              DISPLAY "SIN SLA.CFG (" COD-RET-CFG ")"
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ CONFIG-SLA NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND SLA-PROGRAMA NOT = SPACES
                    AND SLA-HORA-LIM IS NUMERIC AND TSL-TOPE < 50
                    ADD 1 TO TSL-TOPE
                    MOVE SLA-PROGRAMA TO TSL-PROGRAMA(TSL-TOPE)
                    MOVE SLA-HORA-LIM TO TSL-HORA-LIM(TSL-TOPE)
                    MOVE SLA-HORA-LIM TO W-HHMM-AUX
                    PERFORM 1690-NORMALIZAR-HHMM
                    MOVE W-MINUTOS-NORM TO TSL-MIN-LIMITE(TSL-TOPE)
                 END-IF
              END-PERFORM
              CLOSE CONFIG-SLA
           END-IF.

      ******************************************************************
      *1620-LEER-MES-ARCHIVADO.
      ******************************************************************
       1620-LEER-MES-ARCHIVADO.
           OPEN INPUT BITACORA-MES
           IF COD-RET-BITMES = "00"
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ BITACORA-MES NEXT RECORD INTO W-ASIENTO
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0
                    PERFORM 1650-EVALUAR-ASIENTO
                 END-IF
              END-PERFORM
              CLOSE BITACORA-MES
           END-IF.

      ******************************************************************
      *1650-EVALUAR-ASIENTO.
      ** SOLO CUENTAN LOS ASIENTOS DE FIN; EL *INICIO* NO TIENE RC NI
      ** HORA DE TERMINACION
      ******************************************************************
       1650-EVALUAR-ASIENTO.
           IF ASI-CONTADORES(1:8) NOT = "*INICIO*"
              AND ASI-FECHA IS NUMERIC AND ASI-RC IS NUMERIC
              PERFORM VARYING W-IDX-PER FROM 1 BY 1
                 UNTIL W-IDX-PER > 3
                 IF ASI-FECHA(1:6) = W-PER-X(W-IDX-PER)
                    ADD 1 TO ASI-VISTOS(W-IDX-PER)
                    PERFORM 1660-CONTROLAR-RC
                    PERFORM 1670-CONTROLAR-SLA
                 END-IF
              END-PERFORM
           END-IF.

      ******************************************************************
      *1660-CONTROLAR-RC.
      ******************************************************************
       1660-CONTROLAR-RC.
           IF ASI-RC NOT < 8
              ADD 1 TO IND-VALOR(14, W-IDX-PER)
              IF W-IDX-PER = 1
                 MOVE 6 TO W-LISTA
                 MOVE SPACES TO W-TEXTO-EXC
                 STRING ASI-PROGRAMA " " ASI-FECHA " "
                        ASI-HORA(1:4) " RC " ASI-RC
                        "  " ASI-PARAMETROS
                        DELIMITED BY SIZE INTO W-TEXTO-EXC
                 END-STRING
                 PERFORM 7500-AGREGAR-EXCEPCION
              END-IF
           END-IF.

      ******************************************************************
      *1670-CONTROLAR-SLA.
      ** LA HORA DEL ASIENTO DE FIN CONTRA LA HORA LIMITE DEL
      ** COMPROMISO DEL PROGRAMA (5000-REPORTAR-CUMPLIMIENTO DE SLAMON)
      ******************************************************************
       1670-CONTROLAR-SLA.
           PERFORM VARYING W-IDX-TSL FROM 1 BY 1
              UNTIL W-IDX-TSL > TSL-TOPE
              IF TSL-PROGRAMA(W-IDX-TSL) = ASI-PROGRAMA
                 MOVE ASI-HORA(1:4) TO W-HHMM-AUX
                 PERFORM 1690-NORMALIZAR-HHMM
                 IF W-MINUTOS-NORM > TSL-MIN-LIMITE(W-IDX-TSL)
                    ADD 1 TO IND-VALOR(13, W-IDX-PER)
                    IF W-IDX-PER = 1
                       MOVE 5 TO W-LISTA
                       MOVE SPACES TO W-TEXTO-EXC
                       STRING ASI-PROGRAMA " " ASI-FECHA
                              " TERMINO " ASI-HORA(1:4)
                              " LIMITE " TSL-HORA-LIM(W-IDX-TSL)
                              DELIMITED BY SIZE INTO W-TEXTO-EXC
                       END-STRING
                       PERFORM 7500-AGREGAR-EXCEPCION
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *1690-NORMALIZAR-HHMM.
      ** HHMM DE W-HHMM-AUX A MINUTOS DE LA VENTANA NOCTURNA: LO
      ** ANTERIOR A 12:00 ES MADRUGADA DEL DIA SIGUIENTE (+1440)
      ******************************************************************
       1690-NORMALIZAR-HHMM.
           COMPUTE W-MINUTOS-NORM =
              FUNCTION NUMVAL (W-HHMM-AUX(1:2)) * 60
              + FUNCTION NUMVAL (W-HHMM-AUX(3:2))
           IF W-MINUTOS-NORM < 720
              ADD 1440 TO W-MINUTOS-NORM
           END-IF.

      ******************************************************************
      *1700-LEER-INCIDENTES.
      ** LOS CERRADOS SE ARCHIVAN EN EL MES DEL CIERRE CON TODOS SUS
      ** MOVIMIENTOS (VER ARCHMES): LOS ABIERTOS EN LOS TRES PERIODOS
      ** ESTAN EN LOS MESES ARCHIVADOS DESDE EL MAS VIEJO Y EN EL VIVO
      ******************************************************************
       1700-LEER-INCIDENTES.
           COMPUTE MARC-DESDE = W-PER(3) * 100 + 1
           MOVE 99999999 TO MARC-HASTA
           MOVE "INCIDENTES.DAT" TO MARC-DIARIO
           PERFORM 0560-BUSCAR-MESES-ARCHIVADOS
           PERFORM VARYING MARC-IDX FROM 1 BY 1
              UNTIL MARC-IDX > MARC-CANTIDAD
              PERFORM 0570-ARMAR-ARCHIVO-MES
              OPEN INPUT INCIDENTES-MES
              IF COD-RET-INCMES = "00"
                 MOVE 0 TO SW-FIN-ARCHIVO
                 PERFORM UNTIL SW-FIN-ARCHIVO = 1
                    READ INCIDENTES-MES NEXT RECORD INTO W-MOVIMIENTO
                       AT END MOVE 1 TO SW-FIN-ARCHIVO
                    END-READ
                    IF SW-FIN-ARCHIVO = 0
                       PERFORM 1750-EVALUAR-MOVIMIENTO
                    END-IF
                 END-PERFORM
                 CLOSE INCIDENTES-MES
              END-IF
           END-PERFORM
           OPEN INPUT REGISTRO-INCIDENTES
           IF COD-RET-INCID NOT = "00"
              DISPLAY "SIN INCIDENTES.DAT (" COD-RET-INCID ")"
           ELSE
              MOVE 1 TO SW-INCIDENTES-LEIDOS
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ REGISTRO-INCIDENTES NEXT RECORD
                      INTO W-MOVIMIENTO
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0
                    PERFORM 1750-EVALUAR-MOVIMIENTO
                 END-IF
              END-PERFORM
              CLOSE REGISTRO-INCIDENTES
           END-IF
           IF SW-INCIDENTES-LEIDOS = 1
              PERFORM VARYING W-IDX-PER FROM 1 BY 1
                 UNTIL W-IDX-PER > 3
                 MOVE 1 TO IND-HAY(15, W-IDX-PER)
              END-PERFORM
           END-IF
           MOVE 7 TO W-LISTA
           PERFORM VARYING W-IDX-TIN FROM 1 BY 1
              UNTIL W-IDX-TIN > TIN-TOPE
              IF TIN-CERRADO(W-IDX-TIN) = 0
                 MOVE SPACES TO W-TEXTO-EXC
                 STRING TIN-NRO(W-IDX-TIN) " "
                        TIN-FECHA(W-IDX-TIN) " "
                        TIN-PROGRAMA(W-IDX-TIN) " "
                        TIN-MENSAJE(W-IDX-TIN)
                        DELIMITED BY SIZE INTO W-TEXTO-EXC
                 END-STRING
                 PERFORM 7500-AGREGAR-EXCEPCION
              END-IF
           END-PERFORM.

      ******************************************************************
      *1750-EVALUAR-MOVIMIENTO.
      ******************************************************************
       1750-EVALUAR-MOVIMIENTO.
           EVALUATE MOV-TIPO
              WHEN "ABIERTO"
                 PERFORM VARYING W-IDX-PER FROM 1 BY 1
                    UNTIL W-IDX-PER > 3
                    IF MOV-FECHA(1:6) = W-PER-X(W-IDX-PER)
                       ADD 1 TO IND-VALOR(15, W-IDX-PER)
                       IF W-IDX-PER = 1 AND TIN-TOPE < 500
                          ADD 1 TO TIN-TOPE
                          MOVE MOV-NRO      TO TIN-NRO(TIN-TOPE)
                          MOVE MOV-FECHA    TO TIN-FECHA(TIN-TOPE)
                          MOVE MOV-PROGRAMA TO TIN-PROGRAMA(TIN-TOPE)
                          MOVE MOV-MENSAJE  TO TIN-MENSAJE(TIN-TOPE)
                          MOVE 0            TO TIN-CERRADO(TIN-TOPE)
                       END-IF
                    END-IF
                 END-PERFORM
              WHEN "CERRADO"
                 PERFORM VARYING W-IDX-TIN FROM 1 BY 1
                    UNTIL W-IDX-TIN > TIN-TOPE
                    IF TIN-NRO(W-IDX-TIN) = MOV-NRO
                       MOVE 1 TO TIN-CERRADO(W-IDX-TIN)
                    END-IF
                 END-PERFORM
           END-EVALUATE.

      ******************************************************************
      *2000-COMPLETAR-CON-HISTORIA.
      ** LAS COMPARACIONES QUE LA FUENTE NO TIENE SE TOMAN DE LO QUE
      ** EL PAQUETE ASENTO EN SU MOMENTO (MANDA EL ULTIMO RENGLON)
      ******************************************************************
       2000-COMPLETAR-CON-HISTORIA.
           OPEN INPUT HISTORIA-PAQUETE
           IF COD-RET-HIS = "00"
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ HISTORIA-PAQUETE NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND HPQ-VALOR IS NUMERIC
                    PERFORM 2100-TOMAR-DE-HISTORIA
                 END-IF
              END-PERFORM
              CLOSE HISTORIA-PAQUETE
           END-IF
           PERFORM VARYING W-IDX-IND FROM 1 BY 1
              UNTIL W-IDX-IND > CANT-INDICADORES
              IF IND-HAY(W-IDX-IND, 1) = 0
                 ADD 1 TO CONT-SIN-DATO
              END-IF
              PERFORM VARYING W-IDX-PER FROM 2 BY 1
                 UNTIL W-IDX-PER > 3
                 IF IND-HAY(W-IDX-IND, W-IDX-PER) = 2
                    ADD 1 TO CONT-DE-HISTORIA
                 END-IF
              END-PERFORM
           END-PERFORM.

      ******************************************************************
      *2100-TOMAR-DE-HISTORIA.
      ******************************************************************
       2100-TOMAR-DE-HISTORIA.
           PERFORM VARYING W-IDX-PER FROM 2 BY 1
              UNTIL W-IDX-PER > 3
              IF HPQ-PERIODO = W-PER(W-IDX-PER)
                 PERFORM VARYING W-IDX-IND FROM 1 BY 1
                    UNTIL W-IDX-IND > CANT-INDICADORES
                    IF IND-CODIGO(W-IDX-IND) = HPQ-INDICADOR
                       AND IND-HAY(W-IDX-IND, W-IDX-PER) NOT = 1
                       MOVE HPQ-VALOR
                         TO IND-VALOR(W-IDX-IND, W-IDX-PER)
                       MOVE 2 TO IND-HAY(W-IDX-IND, W-IDX-PER)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

      ******************************************************************
      *3000-GRABAR-INFORME.
      ******************************************************************
       3000-GRABAR-INFORME.
           OPEN OUTPUT REPORTE-PAQUETE
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo PAQGEREN.REP " COD-RET-REP
              MOVE 16 TO RETURN-CODE
              PERFORM 8000-ASENTAR-CORRIDA
              STOP RUN
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "PAQUETE GERENCIAL DE CIERRE DEL PERIODO "
                  W-PER-X(1) "   (ARMADO EL " FECHA-SISTEMA ")"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 7000-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "COMPARADO CONTRA " W-PER-X(2)
                  " (MES ANTERIOR) Y " W-PER-X(3)
                  " (MISMO MES DEL ANIO ANTERIOR)"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 7000-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 7000-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "INDICADOR                     "
                  "          " W-PER-X(1)
                  "          " W-PER-X(2) "    VAR.%"
                  "          " W-PER-X(3) "    VAR.%"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 7000-GRABAR-LINEA
           PERFORM VARYING W-IDX-IND FROM 1 BY 1
              UNTIL W-IDX-IND > CANT-INDICADORES
              PERFORM 3100-GRABAR-INDICADOR
           END-PERFORM
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 7000-GRABAR-LINEA
           MOVE "N/D: SIN DATO EN LA FUENTE NI EN PAQGEREN.HIS" TO
                W-LINEA-ARMADA
           PERFORM 7000-GRABAR-LINEA
           PERFORM VARYING W-IDX-LISTA FROM 1 BY 1
              UNTIL W-IDX-LISTA > CANT-LISTAS
              PERFORM 3200-GRABAR-LISTA
           END-PERFORM
           CLOSE REPORTE-PAQUETE.

      ******************************************************************
      *3100-GRABAR-INDICADOR.
      ******************************************************************
       3100-GRABAR-INDICADOR.
           MOVE 1 TO W-IDX-PER
           PERFORM 3110-EDITAR-VALOR
           MOVE W-CELDA TO W-CELDA-ACT
           MOVE 2 TO W-IDX-PER
           PERFORM 3110-EDITAR-VALOR
           MOVE W-CELDA TO W-CELDA-ANT
           MOVE 2 TO W-IDX-COMPARA
           PERFORM 3120-EDITAR-VARIACION
           MOVE W-VAR-CELDA TO W-VAR-ANT
           MOVE 3 TO W-IDX-PER
           PERFORM 3110-EDITAR-VALOR
           MOVE W-CELDA TO W-CELDA-AAN
           MOVE 3 TO W-IDX-COMPARA
           PERFORM 3120-EDITAR-VARIACION
           MOVE W-VAR-CELDA TO W-VAR-AAN
           MOVE SPACES TO W-LINEA-ARMADA
           STRING IND-TITULO(W-IDX-IND) " " W-CELDA-ACT " "
                  W-CELDA-ANT " " W-VAR-ANT " "
                  W-CELDA-AAN " " W-VAR-AAN
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 7000-GRABAR-LINEA.

      ******************************************************************
      *3110-EDITAR-VALOR.
      ******************************************************************
       3110-EDITAR-VALOR.
           MOVE SPACES TO W-CELDA
           EVALUATE TRUE
              WHEN IND-HAY(W-IDX-IND, W-IDX-PER) = 0
                 MOVE "            N/D" TO W-CELDA
              WHEN IND-DECIMALES(W-IDX-IND) = "D"
                 MOVE IND-VALOR(W-IDX-IND, W-IDX-PER)
                   TO W-VALOR-DEC-ED
                 MOVE W-VALOR-DEC-ED TO W-CELDA(2:14)
              WHEN OTHER
                 MOVE IND-VALOR(W-IDX-IND, W-IDX-PER) TO W-VALOR-ED
                 MOVE W-VALOR-ED TO W-CELDA
           END-EVALUATE.

      ******************************************************************
      *3120-EDITAR-VARIACION.
      ** VARIACION PORCENTUAL DEL MES CONTRA LA COLUMNA INDICADA; SIN
      ** BASE (N/D O CERO) NO HAY VARIACION
      ******************************************************************
       3120-EDITAR-VARIACION.
           IF IND-HAY(W-IDX-IND, 1) = 0
              OR IND-HAY(W-IDX-IND, W-IDX-COMPARA) = 0
              OR IND-VALOR(W-IDX-IND, W-IDX-COMPARA) = 0
              MOVE "     N/D" TO W-VAR-CELDA
           ELSE
              COMPUTE W-VARIACION ROUNDED =
                 (IND-VALOR(W-IDX-IND, 1)
                  - IND-VALOR(W-IDX-IND, W-IDX-COMPARA)) * 100
                 / IND-VALOR(W-IDX-IND, W-IDX-COMPARA)
                 ON SIZE ERROR
                    MOVE "  ******" TO W-VAR-CELDA
                 NOT ON SIZE ERROR
                    MOVE W-VARIACION TO W-VARIACION-ED
                    MOVE W-VARIACION-ED TO W-VAR-CELDA
              END-COMPUTE
           END-IF.

      ******************************************************************
      *3200-GRABAR-LISTA.
      ******************************************************************
       3200-GRABAR-LISTA.
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 7000-GRABAR-LINEA
           MOVE LIS-TITULO(W-IDX-LISTA) TO W-LINEA-ARMADA
           PERFORM 7000-GRABAR-LINEA
           IF LIS-CANTIDAD(W-IDX-LISTA) = 0
              MOVE "  SIN EXCEPCIONES" TO W-LINEA-ARMADA
              PERFORM 7000-GRABAR-LINEA
           ELSE
              PERFORM VARYING W-IDX-EXC FROM 1 BY 1
                 UNTIL W-IDX-EXC > EXC-TOPE
                 IF EXC-LISTA(W-IDX-EXC) = W-IDX-LISTA
                    MOVE SPACES TO W-LINEA-ARMADA
                    STRING "  " EXC-TEXTO(W-IDX-EXC)
                           DELIMITED BY SIZE INTO W-LINEA-ARMADA
                    END-STRING
                    PERFORM 7000-GRABAR-LINEA
                 END-IF
              END-PERFORM
              IF LIS-CANTIDAD(W-IDX-LISTA) > TOPE-POR-LISTA
                 COMPUTE W-SOBRANTES =
                         LIS-CANTIDAD(W-IDX-LISTA) - TOPE-POR-LISTA
                 MOVE W-SOBRANTES TO W-EDIT-CONTADOR
                 MOVE SPACES TO W-LINEA-ARMADA
                 STRING "  ... Y " W-EDIT-CONTADOR " MAS"
                        DELIMITED BY SIZE INTO W-LINEA-ARMADA
                 END-STRING
                 PERFORM 7000-GRABAR-LINEA
              END-IF
           END-IF.

      ******************************************************************
      *4000-ASENTAR-HISTORIA.
      ** LOS INDICADORES DEL MES QUE SALIERON DE SU FUENTE
      ******************************************************************
       4000-ASENTAR-HISTORIA.
           OPEN EXTEND HISTORIA-PAQUETE
           IF COD-RET-HIS = "35"
              OPEN OUTPUT HISTORIA-PAQUETE
           END-IF
           IF COD-RET-HIS NOT = "00"
              DISPLAY "No se pudo asentar PAQGEREN.HIS (" COD-RET-HIS
                      ")"
           ELSE
              PERFORM VARYING W-IDX-IND FROM 1 BY 1
                 UNTIL W-IDX-IND > CANT-INDICADORES
                 IF IND-HAY(W-IDX-IND, 1) = 1
                    MOVE SPACES TO REG-HIS-PAQUETE
                    MOVE W-PER(1)              TO HPQ-PERIODO
                    MOVE IND-CODIGO(W-IDX-IND) TO HPQ-INDICADOR
                    MOVE IND-VALOR(W-IDX-IND, 1) TO HPQ-VALOR
                    WRITE REG-HIS-PAQUETE
                 END-IF
              END-PERFORM
              CLOSE HISTORIA-PAQUETE
           END-IF.

      ******************************************************************
      *7000-GRABAR-LINEA.
      ******************************************************************
       7000-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REP-PAQ
           WRITE REG-REP-PAQ
           DISPLAY W-LINEA-ARMADA.

      ******************************************************************
      *7500-AGREGAR-EXCEPCION.
      ** W-TEXTO-EXC A LA LISTA W-LISTA; PASADO EL TOPE SOLO SE CUENTA
      ******************************************************************
       7500-AGREGAR-EXCEPCION.
           ADD 1 TO LIS-CANTIDAD(W-LISTA)
           ADD 1 TO CONT-EXCEPCIONES
           IF LIS-CANTIDAD(W-LISTA) NOT > TOPE-POR-LISTA
              AND EXC-TOPE < 70
              ADD 1 TO EXC-TOPE
              MOVE W-LISTA     TO EXC-LISTA(EXC-TOPE)
              MOVE W-TEXTO-EXC TO EXC-TEXTO(EXC-TOPE)
           END-IF.

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
              DISPLAY "PAQGEREN - REGCORRIDA NO DISPONIBLE"
           END-CALL
           EVALUATE TRUE
              WHEN REGC-RC > 4
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
              DISPLAY "PAQGEREN - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      * EXPEDIENTE.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXPEDIENTE.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Expediente probatorio de UNA identificacion para juridica:
      ** cuando un titular nos demanda hay que mostrar que vio cada
      ** entidad, en que fecha y de donde salio, y hasta ahora eso
      ** era correr HISBDIIALE, ICBCONRPT y QUIENCONS y grepear
      ** SCORECONT.LOG y DIANCON.JRN por separado. Este programa
      ** junta, para la identificacion y el rango de fechas pedidos,
      ** un solo relato cronologico con lo que asientan:
      **   - ICBCON: cada consulta, con el servicio que contesto
      **     (la parte "programa" de la entidad que arma REGCONSUL),
      **     la entidad decodificada contra ENTIDADES.CFG y el
      **     motivo con la descripcion de MOTCONSUL (como QUIENCONS)
      **   - DIANCON.JRN: las respuestas DIAN de LEESCORE
      **   - SCORECONT.LOG y los SCORECONT.LOG.<fecha> que archiva
      **     REPCONT: respuestas servidas desde la foto de
      **     contingencia (el rastro no lleva hora)
      **   - BDIIALEHIS: cada cambio de alerta con su imagen antes/
      **     despues (lo mismo que lista HISBDIIALE)
      **   - ENTREGAIDX.DAT: cada registro entregado en un paquete
      **     PERxx/SC, con su paquete en el archivo de retencion (ver
      **     RECUPENT.CBL para reproducirlo)
      **   - RECLAMOS.AUD: cada movimiento de reclamo sobre sus
      **     alertas o demandas
      **   - HABEASDAT.AUD: cada intervencion de habeas data
      **     (HABEASDAT/APROBAR) con su imagen antes/despues
      ** DIANCON.JRN, BDIIALEHIS, RECLAMOS.AUD y HABEASDAT.AUD se
      ** leen junto con los meses que ARCHMES paso a
      ** <diario>.<AAAAMM> dentro del rango (todos, sin fechas).
      ** Los eventos se ordenan por fecha y hora (SORT, como
      ** AVISORECT) y salen numerados, con encabezado, estado de
      ** cada fuente consultada y totales por fuente al pie, listos
      ** para anexar al proceso.
      **
      ** USO: EXPEDIENTE <tipo> <numero> [<desde> [<hasta>]]
      **                 [<radicado>]
      **      fechas AAAAMMDD; sin fechas, toda la historia. El
      **      radicado del proceso, si se da, sale en el encabezado
      ** El expediente queda en
      **   $TEMPORALES/EXPEDIENTE.<tipo><numero>.<AAAAMMDD de hoy>
      **
      ** RC 0 expediente con eventos; RC 4 ninguna fuente tiene
      ** eventos de la identificacion en el rango; RC 8 alguna
      ** fuente no se pudo leer (el expediente sale incompleto y
      ** lo dice); RC 16 error de uso o de archivos.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ICBCON.FS.
           COPY ENTREGAIDX.FS.

           SELECT CATALOGO-ENTIDADES
                  ASSIGN TO "$TEMPORALES/ENTIDADES.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CAT.

           SELECT OPTIONAL DIARIO-DIAN
                  ASSIGN TO DISK W-DIAN-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-DIAN.

           SELECT LISTA-RASTROS
                  ASSIGN TO "$TEMPORALES/EXPEDIENTE.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-LISTA.

           SELECT LOG-CONTINGENCIA
                  ASSIGN TO DISK W-RASTRO-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CONT.

           SELECT OPTIONAL HISTORIA-BDIIALE
                  ASSIGN TO DISK W-HIS-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-HIS.

           SELECT OPTIONAL AUDITORIA-RECLAMOS
                  ASSIGN TO DISK W-AUDR-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUDR.

           SELECT OPTIONAL AUDITORIA-HABEAS
                  ASSIGN TO DISK W-AUDH-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUDH.

           SELECT SORT-EVENTOS ASSIGN TO DISK SORTWK-TITLE.

           SELECT REPORTE-EXPEDIENTE
                  ASSIGN TO DISK W-EXPEDIENTE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY ICBCON001.FD.
           COPY ENTREGAIDX.FD.

       FD  CATALOGO-ENTIDADES.
       01  REG-CATALOGO                PIC X(70).

      *    mismo layout que LEESCORE.CBL / DIANCIERRE.CBL
       FD  DIARIO-DIAN.
       01  REG-DIARIO-DIAN.
           02 DJR-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 DJR-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 DJR-TIP-ID               PIC X(01).
           02 DJR-NUM-ID               PIC X(11).
           02 FILLER                   PIC X.
           02 DJR-RESPUESTA            PIC X(06).
           02 FILLER                   PIC X.
           02 DJR-USUARIO              PIC X(18).

       FD  LISTA-RASTROS.
       01  REG-LISTA                   PIC X(100).

      *    mismo layout que LEESCORE.CBL / REPCONT.CBL
       FD  LOG-CONTINGENCIA.
       01  REG-LOG-CONT.
           02 CONT-LOG-FECHA           PIC 9(08).
           02 FILLER                   PIC X.
           02 CONT-LOG-TIP-ID          PIC X(01).
           02 CONT-LOG-NUM-ID          PIC X(11).
           02 FILLER                   PIC X.
           02 CONT-LOG-SCORE           PIC X(03).
           02 FILLER                   PIC X.
           02 CONT-LOG-FEC-FOTO        PIC X(08).

      *    mismo layout que ACTALEJUR.CBL / HISBDIIALE.CBL
       FD  HISTORIA-BDIIALE.
       01  REG-HIS-BDIIALE.
           02 HIS-FECHA                PIC 9(8).
           02 FILLER                   PIC X.
           02 HIS-HORA                 PIC 9(6).
           02 FILLER                   PIC X.
           02 HIS-OPERACION            PIC X(8).
           02 FILLER                   PIC X.
           02 HIS-TIP-IDE              PIC 9.
           02 HIS-NUM-IDE              PIC 9(11).
           02 FILLER                   PIC X.
           02 HIS-IMAGEN-ANTES         PIC X(180).
           02 FILLER                   PIC X.
           02 HIS-IMAGEN-DESPUES       PIC X(180).
           02 FILLER                   PIC X.
           02 HIS-USUARIO              PIC X(10).

      *    mismo layout que RECLAMOS.CBL
       FD  AUDITORIA-RECLAMOS.
       01  REG-AUD-RECLAMO.
           02 AUR-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 AUR-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 AUR-ACCION               PIC X(08).
           02 FILLER                   PIC X.
           02 AUR-CLAVE.
              03 AUR-TIPO-IDE          PIC X(01).
              03 AUR-NUM-IDE           PIC X(11).
              03 AUR-FUENTE            PIC X(06).
              03 AUR-COD-ALERTA        PIC X(03).
              03 AUR-OCURRENCIA        PIC X(03).
           02 FILLER                   PIC X.
           02 AUR-FEC-LIMITE           PIC 9(08).
           02 FILLER                   PIC X.
           02 AUR-DETALLE              PIC X(60).

      *    mismo layout que HABEASDAT.CBL / APROBAR.CBL
       FD  AUDITORIA-HABEAS.
       01  REG-AUD-HABEAS.
           02 AUH-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 AUH-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 AUH-ACCION               PIC X(10).
           02 FILLER                   PIC X.
           02 AUH-ARCHIVO              PIC X(10).
           02 FILLER                   PIC X.
           02 AUH-IMAGEN-ANTES         PIC X(200).
           02 FILLER                   PIC X.
           02 AUH-IMAGEN-DESPUES       PIC X(200).

      *    un evento del expediente: la secuencia de liberacion
      *    desempata los eventos de la misma fecha y hora en el orden
      *    de las fuentes
       SD  SORT-EVENTOS.
       01  REG-SORT-EVENTO.
           02 SRT-FECHA                PIC 9(08).
           02 SRT-HORA                 PIC 9(06).
           02 SRT-SECUENCIA            PIC 9(08).
           02 SRT-SIN-HORA             PIC X(01).
           02 SRT-FUENTE               PIC X(10).
           02 SRT-EVENTO               PIC X(120).
           02 SRT-DETALLE-1            PIC X(215).
           02 SRT-DETALLE-2            PIC X(215).

       FD  REPORTE-EXPEDIENTE.
       01  REG-EXPEDIENTE              PIC X(240).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-EIDX             PIC XX   VALUE ZEROS.
       01 COD-RET-CAT              PIC X(2) VALUE ZEROS.
       01 COD-RET-DIAN             PIC X(2) VALUE ZEROS.
       01 COD-RET-LISTA            PIC X(2) VALUE ZEROS.
       01 COD-RET-CONT             PIC X(2) VALUE ZEROS.
       01 COD-RET-HIS              PIC X(2) VALUE ZEROS.
       01 COD-RET-AUDR             PIC X(2) VALUE ZEROS.
       01 COD-RET-AUDH             PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 W-ESTADO-APERTURA        PIC X(2) VALUE ZEROS.

      **** MESES ARCHIVADOS POR ARCHMES DE LOS DIARIOS SECUENCIALES:
      **** CADA FUENTE SE LEE DEL ARCHIVO DEL MES O DEL VIVO
       01 W-DIAN-NAME              PIC X(80) VALUE SPACES.
       01 W-HIS-NAME               PIC X(80) VALUE SPACES.
       01 W-AUDR-NAME              PIC X(80) VALUE SPACES.
       01 W-AUDH-NAME              PIC X(80) VALUE SPACES.
       01 SW-LEYENDO-VIVO          PIC 9(01) VALUE 0.
       01 SW-MES-ILEGIBLE          PIC 9(01) VALUE 0.
       COPY MESARCH.WS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 SORTWK-TITLE             PIC X(80)
                                   VALUE "$TEMPORALES/EXPEDIENTE.SRT".
       01 W-EXPEDIENTE-NAME        PIC X(80) VALUE SPACES.
       01 W-RASTRO-NAME            PIC X(100) VALUE SPACES.
       01 W-COMANDO-SYST           PIC X(200) VALUE SPACES.
       01 W-TIPO-X                 PIC X(01) VALUE SPACES.
       01 W-NUMERO-X               PIC X(11) JUSTIFIED RIGHT
                                             VALUE SPACES.
       01 W-TERCER-INP             PIC X(23) VALUE SPACES.
       01 W-CUARTO-INP             PIC X(23) VALUE SPACES.
       01 W-QUINTO-INP             PIC X(23) VALUE SPACES.
       01 W-FECHA-DESDE            PIC 9(08) VALUE 0.
       01 W-FECHA-HASTA            PIC 9(08) VALUE 99999999.
       01 W-RADICADO               PIC X(23) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 SW-FIN-CAT               PIC 9(01) VALUE 0.
       01 SW-FIN-ICB               PIC 9(01) VALUE 0.
       01 SW-FIN-ARCHIVO           PIC 9(01) VALUE 0.
       01 SW-FIN-LISTA             PIC 9(01) VALUE 0.
       01 SW-FIN-SORT              PIC 9(01) VALUE 0.
       01 W-SECUENCIA              PIC 9(08) VALUE 0.
       01 W-NRO-EVENTO             PIC ZZZZZ9.
       01 W-LINEA-ARMADA           PIC X(240) VALUE SPACES.

      **** FECHA Y HORA DEL EVENTO, EDITADAS PARA EL EXPEDIENTE
       01 W-FECHA-EVENTO           PIC 9(08) VALUE 0.
       01 W-FECHA-EVENTO-R REDEFINES W-FECHA-EVENTO.
          03 EVE-ANO                  PIC 9(04).
          03 EVE-MES                  PIC 9(02).
          03 EVE-DIA                  PIC 9(02).
       01 W-HORA-EVENTO            PIC 9(06) VALUE 0.
       01 W-HORA-EVENTO-R REDEFINES W-HORA-EVENTO.
          03 EVE-HH                   PIC 9(02).
          03 EVE-MI                   PIC 9(02).
          03 EVE-SS                   PIC 9(02).
       01 W-FECHA-EDIT             PIC X(10) VALUE SPACES.
       01 W-HORA-EDIT              PIC X(08) VALUE SPACES.

      **** FUENTES DEL EXPEDIENTE: NOMBRE CORTO, ARCHIVO, ESTADO DE
      **** LA LECTURA Y EVENTOS APORTADOS
       01 TABLA-FUENTES-INI.
          02 FILLER PIC X(40)
             VALUE "CONSULTA  ICBCON (RASTRO DE CONSULTAS)  ".
          02 FILLER PIC X(40)
             VALUE "DIAN      DIANCON.JRN                   ".
          02 FILLER PIC X(40)
             VALUE "FOTO      SCORECONT.LOG (CONTINGENCIA)  ".
          02 FILLER PIC X(40)
             VALUE "ALERTA    BDIIALEHIS                    ".
          02 FILLER PIC X(40)
             VALUE "ENTREGA   ENTREGAIDX.DAT                ".
          02 FILLER PIC X(40)
             VALUE "RECLAMO   RECLAMOS.AUD                  ".
          02 FILLER PIC X(40)
             VALUE "HABEAS    HABEASDAT.AUD                 ".
       01 TABLA-FUENTES REDEFINES TABLA-FUENTES-INI.
          02 FTE-ENTRADA OCCURS 7 TIMES.
             03 FTE-NOMBRE            PIC X(10).
             03 FTE-ARCHIVO           PIC X(30).
       01 TABLA-ESTADO-FUENTES.
          02 FTE-RESULTADO OCCURS 7 TIMES.
             03 FTE-ESTADO            PIC X(30).
             03 FTE-EVENTOS           PIC 9(06).
       01 IX-FTE                   PIC 9(02) VALUE 0.
       01 FTE-ICBCON               PIC 9(02) VALUE 1.
       01 FTE-DIAN                 PIC 9(02) VALUE 2.
       01 FTE-FOTO                 PIC 9(02) VALUE 3.
       01 FTE-ALERTA               PIC 9(02) VALUE 4.
       01 FTE-ENTREGA              PIC 9(02) VALUE 5.
       01 FTE-RECLAMO              PIC 9(02) VALUE 6.
       01 FTE-HABEAS               PIC 9(02) VALUE 7.
       01 MAX-FUENTES              PIC 9(02) VALUE 7.

      **** CATALOGO DE ENTIDADES EN MEMORIA (MISMO QUE QUIENCONS)
       01 W-CAT-CODIGO             PIC X(20) VALUE SPACES.
       01 W-CAT-NOMBRE             PIC X(40) VALUE SPACES.
       01 CAT-TOPE                 PIC 9(04) VALUE 0.
       01 IX-CAT                   PIC 9(04) VALUE 0.
       01 SW-CAT-HALLADO           PIC 9(01) VALUE 0.
       01 TABLA-ENTIDADES.
          02 CAT-ENTRADA OCCURS 500 TIMES.
             03 CAT-CODIGO            PIC X(20).
             03 CAT-NOMBRE            PIC X(40).

      **** ENTIDAD DE ICBCON PARTIDA EN "PROGRAMA/USUARIO" (VER
      **** REGCONSUL.CBL); SIN "/" ES EL CODIGO DE LA ENTIDAD
       01 W-SERVICIO               PIC X(20) VALUE SPACES.
       01 W-CONSULTANTE            PIC X(20) VALUE SPACES.
       01 W-NOMBRE-ENTIDAD         PIC X(40) VALUE SPACES.

      **** DESCRIPCION DEL MOTIVO CODIFICADO (MOTCONSUL, ENTIDAD EN
      **** BLANCO = SOLO DESCRIBIR)
       01 MOT-ENTIDAD              PIC X(18) VALUE SPACES.
       01 MOT-RESULTADO            PIC 9(01) VALUE 0.
       01 MOT-DESCRIPCION          PIC X(25) VALUE SPACES.
       01 W-MOTIVO-LEGIBLE         PIC X(30) VALUE SPACES.

       01 CONTADORES-EXPEDIENTE.
          02 CONT-EVENTOS             PIC 9(08) VALUE 0.
          02 CONT-RASTROS             PIC 9(04) VALUE 0.
          02 CONT-FUENTES-FALLIDAS    PIC 9(02) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Expediente probatorio de una identificacion   *"
           DISPLAY "*           PROGRAMA : EXPEDIENTE.CBL           *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 1500-CARGAR-CATALOGO
           INITIALIZE TABLA-ESTADO-FUENTES
           MOVE SPACES TO W-EXPEDIENTE-NAME
           STRING "$TEMPORALES/EXPEDIENTE." W-TIPO-X W-NUMERO-X
                  "." FECHA-SISTEMA
                  DELIMITED BY SIZE INTO W-EXPEDIENTE-NAME
           END-STRING
           OPEN OUTPUT REPORTE-EXPEDIENTE
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo " W-EXPEDIENTE-NAME " "
                      COD-RET-REP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           SORT SORT-EVENTOS
                ASCENDING KEY SRT-FECHA SRT-HORA SRT-SECUENCIA
                INPUT PROCEDURE IS 2000-REUNIR-EVENTOS
                OUTPUT PROCEDURE IS 5000-ARMAR-EXPEDIENTE
           PERFORM 8000-PIE-DEL-EXPEDIENTE
           CLOSE REPORTE-EXPEDIENTE
           DISPLAY "EXPEDIENTE EN " W-EXPEDIENTE-NAME
           EVALUATE TRUE
              WHEN CONT-FUENTES-FALLIDAS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN CONT-EVENTOS = 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
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
      ** DESPUES DE LA IDENTIFICACION VIENEN HASTA DOS FECHAS Y EL
      ** RADICADO: LO NUMERICO DE 8 POSICIONES ES FECHA, EL RESTO ES
      ** EL RADICADO (MISMA LECTURA QUE RECUPENT). EL NUMERO SE
      ** COMPLETA CON CEROS A IZQUIERDA, COMO ESTA EN LOS RASTROS
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-TIPO-X W-NUMERO-X W-TERCER-INP
                         W-CUARTO-INP W-QUINTO-INP
           END-UNSTRING
           IF W-TIPO-X NOT NUMERIC OR W-NUMERO-X = SPACES
              PERFORM 1900-INFORMAR-USO
           END-IF
           INSPECT W-NUMERO-X REPLACING LEADING SPACES BY ZEROS
           IF W-NUMERO-X NOT NUMERIC
              PERFORM 1900-INFORMAR-USO
           END-IF
           IF W-TERCER-INP(1:8) IS NUMERIC
              AND W-TERCER-INP(9:1) = SPACE
              MOVE W-TERCER-INP(1:8) TO W-FECHA-DESDE
              IF W-CUARTO-INP(1:8) IS NUMERIC
                 AND W-CUARTO-INP(9:1) = SPACE
                 MOVE W-CUARTO-INP(1:8) TO W-FECHA-HASTA
                 MOVE W-QUINTO-INP TO W-RADICADO
              ELSE
                 MOVE W-CUARTO-INP TO W-RADICADO
              END-IF
           ELSE
              MOVE W-TERCER-INP TO W-RADICADO
           END-IF
           IF W-FECHA-DESDE > W-FECHA-HASTA
              PERFORM 1900-INFORMAR-USO
           END-IF.

      ******************************************************************
      *1500-CARGAR-CATALOGO.
      ** EL CATALOGO ES OPCIONAL: SIN EL, LOS CODIGOS SALEN CRUDOS
      ******************************************************************
       1500-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO-ENTIDADES
           IF COD-RET-CAT NOT = "00"
              DISPLAY "SIN CATALOGO ENTIDADES.CFG: LOS CODIGOS "
                      "SALEN SIN DECODIFICAR"
           ELSE
              PERFORM UNTIL SW-FIN-CAT = 1
                 READ CATALOGO-ENTIDADES NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-CAT
                 END-READ
                 IF SW-FIN-CAT = 0 AND REG-CATALOGO NOT = SPACES
                    AND CAT-TOPE < 500
                    MOVE SPACES TO W-CAT-CODIGO W-CAT-NOMBRE
                    UNSTRING REG-CATALOGO DELIMITED BY ";"
                       INTO W-CAT-CODIGO W-CAT-NOMBRE
                    END-UNSTRING
                    ADD 1 TO CAT-TOPE
                    MOVE W-CAT-CODIGO TO CAT-CODIGO(CAT-TOPE)
                    MOVE W-CAT-NOMBRE TO CAT-NOMBRE(CAT-TOPE)
                 END-IF
              END-PERFORM
              CLOSE CATALOGO-ENTIDADES
           END-IF.

      ******************************************************************
      *1900-INFORMAR-USO.
      ******************************************************************
       1900-INFORMAR-USO.
           DISPLAY "Uso: EXPEDIENTE <tipo> <numero>"
                   " [<desde> [<hasta>]]"
           DISPLAY "                [<radicado>]   (fechas AAAAMMDD)"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *2000-REUNIR-EVENTOS.
      ** PROCEDIMIENTO DE ENTRADA DEL SORT: CADA FUENTE LIBERA SUS
      ** EVENTOS DE LA IDENTIFICACION DENTRO DEL RANGO. UNA FUENTE
      ** QUE NO EXISTE NO TUVO ASIENTOS; UNA QUE NO SE PUEDE LEER
      ** DEJA EL EXPEDIENTE INCOMPLETO
      ******************************************************************
       2000-REUNIR-EVENTOS.
           PERFORM 2100-LEER-ICBCON
           PERFORM 2200-LEER-DIAN
           PERFORM 2300-LEER-CONTINGENCIA
           PERFORM 2400-LEER-HISTORIA-ALERTAS
           PERFORM 2500-LEER-ENTREGAS
           PERFORM 2600-LEER-RECLAMOS
           PERFORM 2700-LEER-HABEAS.

      ******************************************************************
      *2100-LEER-ICBCON.
      ** ICBCON ESTA EN ORDEN DE IDENTIFICACION: MISMO START PARCIAL
      ** QUE 3200-LISTAR-CONSULTAS DE QUIENCONS
      ******************************************************************
       2100-LEER-ICBCON.
           MOVE FTE-ICBCON TO IX-FTE
           MOVE "LEIDO" TO FTE-ESTADO(IX-FTE)
           OPEN INPUT ICBCON
           MOVE 0 TO SW-FIN-ICB
           MOVE LOW-VALUES TO LLASEC-ICBCON
           MOVE W-TIPO-X   TO TIPO-IDE-ICBCON
           MOVE W-NUMERO-X TO NUM-IDE-ICBCON
           START ICBCON KEY IS NOT LESS THAN LLASEC-ICBCON
              INVALID KEY MOVE 1 TO SW-FIN-ICB
           END-START
           PERFORM UNTIL SW-FIN-ICB = 1
              READ ICBCON NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ICB
              END-READ
              IF SW-FIN-ICB = 0
                 IF TIPO-IDE-ICBCON = W-TIPO-X
                    AND NUM-IDE-ICBCON = W-NUMERO-X
                    IF FEC-CONSULTA-ICBCON NOT < W-FECHA-DESDE
                       AND FEC-CONSULTA-ICBCON NOT > W-FECHA-HASTA
                       PERFORM 2150-EVENTO-CONSULTA
                    END-IF
                 ELSE
                    MOVE 1 TO SW-FIN-ICB
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ICBCON.

      ******************************************************************
      *2150-EVENTO-CONSULTA.
      ** SEC-CONSULTA-ICBCON ES LA HORA HHMMSS DEL ASIENTO (EL
      ** DESEMPATE QUE CORRE REGCONSUL)
      ******************************************************************
       2150-EVENTO-CONSULTA.
           MOVE SPACES TO W-SERVICIO W-CONSULTANTE
           UNSTRING ENTIDAD-ICBCON DELIMITED BY "/"
                    INTO W-SERVICIO W-CONSULTANTE
           END-UNSTRING
           IF W-CONSULTANTE = SPACES
              MOVE ENTIDAD-ICBCON TO W-CONSULTANTE
              MOVE "NO INFORMADO" TO W-SERVICIO
           END-IF
           PERFORM 2160-DECODIFICAR-ENTIDAD
           PERFORM 2180-DESCRIBIR-MOTIVO
           PERFORM 2900-NUEVO-EVENTO
           MOVE FEC-CONSULTA-ICBCON TO SRT-FECHA
           MOVE SEC-CONSULTA-ICBCON TO SRT-HORA
           STRING "CONSULTADA POR " W-NOMBRE-ENTIDAD
                  DELIMITED BY "  "
                  " - CONTESTO " W-SERVICIO
                  DELIMITED BY SIZE INTO SRT-EVENTO
           END-STRING
           STRING "MOTIVO     : " W-MOTIVO-LEGIBLE
                  DELIMITED BY SIZE INTO SRT-DETALLE-1
           END-STRING
           STRING "ASIENTO    : " ENTIDAD-ICBCON
                  DELIMITED BY SIZE INTO SRT-DETALLE-2
           END-STRING
           PERFORM 2950-LIBERAR-EVENTO.

      ******************************************************************
      *2160-DECODIFICAR-ENTIDAD.
      ******************************************************************
       2160-DECODIFICAR-ENTIDAD.
           MOVE W-CONSULTANTE TO W-NOMBRE-ENTIDAD
           MOVE 0 TO SW-CAT-HALLADO
           PERFORM 2170-COMPARAR-CATALOGO
              VARYING IX-CAT FROM 1 BY 1
              UNTIL IX-CAT > CAT-TOPE OR SW-CAT-HALLADO = 1.

       2170-COMPARAR-CATALOGO.
           IF CAT-CODIGO(IX-CAT) = W-CONSULTANTE
              MOVE CAT-NOMBRE(IX-CAT) TO W-NOMBRE-ENTIDAD
              MOVE 1 TO SW-CAT-HALLADO
           END-IF.

      ******************************************************************
      *2180-DESCRIBIR-MOTIVO.
      ** MISMA DESCRIPCION QUE 3280-DESCRIBIR-MOTIVO DE QUIENCONS
      ******************************************************************
       2180-DESCRIBIR-MOTIVO.
           MOVE MOTIVO-ICBCON TO W-MOTIVO-LEGIBLE
           IF MOTIVO-CODIFICADO-ICBCON
              MOVE TEXTO-MOTIVO-ICBCON TO W-MOTIVO-LEGIBLE
              CALL "MOTCONSUL" USING MOT-ENTIDAD COD-MOTIVO-ICBCON
                                     MOT-RESULTADO MOT-DESCRIPCION
              ON EXCEPTION
                 MOVE SPACES TO MOT-DESCRIPCION
              END-CALL
              IF MOT-DESCRIPCION NOT = SPACES
                 MOVE MOT-DESCRIPCION TO W-MOTIVO-LEGIBLE
              END-IF
           END-IF.

      ******************************************************************
      *2050-BUSCAR-MESES-FUENTE.
      ** MESES ARCHIVADOS DE LA FUENTE EN EL RANGO PEDIDO (SIN FECHAS,
      ** TODOS): SE LEEN EN ORDEN ANTES QUE EL VIVO
      ******************************************************************
       2050-BUSCAR-MESES-FUENTE.
           MOVE 0 TO SW-LEYENDO-VIVO SW-MES-ILEGIBLE
           MOVE W-FECHA-DESDE TO MARC-DESDE
           MOVE W-FECHA-HASTA TO MARC-HASTA
           PERFORM 0560-BUSCAR-MESES-ARCHIVADOS.

      ******************************************************************
      *2060-ANOTAR-MESES-FUENTE.
      ** EL ESTADO DE LA FUENTE DICE CUANTOS MESES ARCHIVADOS SE
      ** LEYERON ADEMAS DEL VIVO
      ******************************************************************
       2060-ANOTAR-MESES-FUENTE.
           MOVE 0 TO SW-LEYENDO-VIVO
           EVALUATE TRUE
              WHEN SW-MES-ILEGIBLE = 1
                 MOVE "ILEGIBLE (MES ARCHIVADO)" TO FTE-ESTADO(IX-FTE)
              WHEN MARC-CANTIDAD = 0
                 CONTINUE
              WHEN FTE-ESTADO(IX-FTE)(1:5) = "LEIDO"
                 OR FTE-ESTADO(IX-FTE)(1:11) = "SIN ARCHIVO"
                 MOVE SPACES TO FTE-ESTADO(IX-FTE)
                 STRING "LEIDO (+" MARC-CANTIDAD " MESES ARCHIVADOS)"
                        DELIMITED BY SIZE INTO FTE-ESTADO(IX-FTE)
                 END-STRING
           END-EVALUATE.

      ******************************************************************
      *0560-BUSCAR-MESES-ARCHIVADOS.
      ******************************************************************
           COPY MESARCH.PROC.

      ******************************************************************
      *2200-LEER-DIAN.
      ******************************************************************
       2200-LEER-DIAN.
           MOVE FTE-DIAN TO IX-FTE
           MOVE "DIANCON.JRN" TO MARC-DIARIO
           PERFORM 2050-BUSCAR-MESES-FUENTE
           PERFORM VARYING MARC-IDX FROM 1 BY 1
              UNTIL MARC-IDX > MARC-CANTIDAD
              PERFORM 0570-ARMAR-ARCHIVO-MES
              MOVE W-ARCHIVO-MES TO W-DIAN-NAME
              PERFORM 2210-RECORRER-DIAN
           END-PERFORM
           MOVE 1 TO SW-LEYENDO-VIVO
           MOVE "$TEMPORALES/DIANCON.JRN" TO W-DIAN-NAME
           PERFORM 2210-RECORRER-DIAN
           PERFORM 2060-ANOTAR-MESES-FUENTE.

      ******************************************************************
      *2210-RECORRER-DIAN.
      ******************************************************************
       2210-RECORRER-DIAN.
           OPEN INPUT DIARIO-DIAN
           PERFORM 2800-ESTADO-APERTURA
           IF COD-RET-DIAN NOT = "00"
              MOVE 1 TO SW-FIN-ARCHIVO
           END-IF
           PERFORM UNTIL SW-FIN-ARCHIVO = 1
              READ DIARIO-DIAN NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0
                 AND DJR-TIP-ID = W-TIPO-X
                 AND DJR-NUM-ID = W-NUMERO-X
                 AND DJR-FECHA NOT < W-FECHA-DESDE
                 AND DJR-FECHA NOT > W-FECHA-HASTA
                 PERFORM 2900-NUEVO-EVENTO
                 MOVE DJR-FECHA TO SRT-FECHA
                 MOVE DJR-HORA  TO SRT-HORA
                 STRING "RESPUESTA DIAN " DJR-RESPUESTA
                        " AL USUARIO " DJR-USUARIO
                        DELIMITED BY SIZE INTO SRT-EVENTO
                 END-STRING
                 PERFORM 2950-LIBERAR-EVENTO
              END-IF
           END-PERFORM
           IF COD-RET-DIAN = "00" OR SW-FIN-ARCHIVO = 1
              CLOSE DIARIO-DIAN
           END-IF.

      ******************************************************************
      *2300-LEER-CONTINGENCIA.
      ** EL RASTRO VIGENTE Y LOS YA ARCHIVADOS POR REPCONT
      ** (SCORECONT.LOG.<fecha>) SE LISTAN POR SHELL, COMO LAS
      ** BANDEJAS EN 3600-REVISAR-UNA-BANDEJA DE AVISORECT
      ******************************************************************
       2300-LEER-CONTINGENCIA.
           MOVE FTE-FOTO TO IX-FTE
           MOVE SPACES TO W-COMANDO-SYST
           STRING "ls -1 $TEMPORALES/SCORECONT.LOG* "
                  "> $TEMPORALES/EXPEDIENTE.TMP 2>/dev/null"
                  DELIMITED BY SIZE INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO SW-FIN-LISTA
           OPEN INPUT LISTA-RASTROS
           IF COD-RET-LISTA NOT = "00"
              MOVE 1 TO SW-FIN-LISTA
           END-IF
           PERFORM UNTIL SW-FIN-LISTA = 1
              READ LISTA-RASTROS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LISTA
              END-READ
              IF SW-FIN-LISTA = 0 AND REG-LISTA NOT = SPACES
                 PERFORM 2350-LEER-UN-RASTRO
              END-IF
           END-PERFORM
           IF COD-RET-LISTA = "00" OR SW-FIN-LISTA = 1
              CLOSE LISTA-RASTROS
           END-IF
           IF FTE-ESTADO(IX-FTE) = SPACES
              IF CONT-RASTROS = 0
                 MOVE "SIN ARCHIVO (SIN ASIENTOS)" TO FTE-ESTADO(IX-FTE)
              ELSE
                 MOVE SPACES TO FTE-ESTADO(IX-FTE)
                 STRING "LEIDO (" CONT-RASTROS " RASTROS)"
                        DELIMITED BY SIZE INTO FTE-ESTADO(IX-FTE)
                 END-STRING
              END-IF
           END-IF.

      ******************************************************************
      *2350-LEER-UN-RASTRO.
      ** EL RASTRO NO LLEVA HORA: EL EVENTO VA AL PRINCIPIO DEL DIA
      ** Y EL EXPEDIENTE LO MARCA SIN HORA
      ******************************************************************
       2350-LEER-UN-RASTRO.
           MOVE REG-LISTA TO W-RASTRO-NAME
           OPEN INPUT LOG-CONTINGENCIA
           IF COD-RET-CONT NOT = "00"
              DISPLAY "NO SE PUDO LEER " W-RASTRO-NAME " ("
                      COD-RET-CONT ")"
              MOVE SPACES TO FTE-ESTADO(IX-FTE)
              STRING "ILEGIBLE (" COD-RET-CONT ")"
                     DELIMITED BY SIZE INTO FTE-ESTADO(IX-FTE)
              END-STRING
              ADD 1 TO CONT-FUENTES-FALLIDAS
           ELSE
              ADD 1 TO CONT-RASTROS
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ LOG-CONTINGENCIA NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0
                    AND CONT-LOG-TIP-ID = W-TIPO-X
                    AND CONT-LOG-NUM-ID = W-NUMERO-X
                    AND CONT-LOG-FECHA NOT < W-FECHA-DESDE
                    AND CONT-LOG-FECHA NOT > W-FECHA-HASTA
                    PERFORM 2900-NUEVO-EVENTO
                    MOVE CONT-LOG-FECHA TO SRT-FECHA
                    MOVE "S" TO SRT-SIN-HORA
                    STRING "RESPUESTA DESDE LA FOTO DE CONTINGENCIA: "
                           "SCORE " CONT-LOG-SCORE
                           " (FOTO DEL " CONT-LOG-FEC-FOTO ")"
                           DELIMITED BY SIZE INTO SRT-EVENTO
                    END-STRING
                    STRING "RASTRO     : " W-RASTRO-NAME
                           DELIMITED BY SIZE INTO SRT-DETALLE-1
                    END-STRING
                    PERFORM 2950-LIBERAR-EVENTO
                 END-IF
              END-PERFORM
              CLOSE LOG-CONTINGENCIA
           END-IF.

      ******************************************************************
      *2400-LEER-HISTORIA-ALERTAS.
      ** EL HISTORIAL ES CRONOLOGICO Y TRAE LA IMAGEN COMPLETA ANTES/
      ** DESPUES, COMO LO LISTA HISBDIIALE
      ******************************************************************
       2400-LEER-HISTORIA-ALERTAS.
           MOVE FTE-ALERTA TO IX-FTE
           MOVE "BDIIALEHIS" TO MARC-DIARIO
           PERFORM 2050-BUSCAR-MESES-FUENTE
           PERFORM VARYING MARC-IDX FROM 1 BY 1
              UNTIL MARC-IDX > MARC-CANTIDAD
              PERFORM 0570-ARMAR-ARCHIVO-MES
              MOVE W-ARCHIVO-MES TO W-HIS-NAME
              PERFORM 2410-RECORRER-HISTORIA
           END-PERFORM
           MOVE 1 TO SW-LEYENDO-VIVO
           MOVE "$TEMPORALES/BDIIALEHIS" TO W-HIS-NAME
           PERFORM 2410-RECORRER-HISTORIA
           PERFORM 2060-ANOTAR-MESES-FUENTE.

      ******************************************************************
      *2410-RECORRER-HISTORIA.
      ******************************************************************
       2410-RECORRER-HISTORIA.
           OPEN INPUT HISTORIA-BDIIALE
           PERFORM 2800-ESTADO-APERTURA
           IF COD-RET-HIS NOT = "00"
              MOVE 1 TO SW-FIN-ARCHIVO
           END-IF
           PERFORM UNTIL SW-FIN-ARCHIVO = 1
              READ HISTORIA-BDIIALE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0
                 AND HIS-TIP-IDE = W-TIPO-X
                 AND HIS-NUM-IDE = W-NUMERO-X
                 AND HIS-FECHA NOT < W-FECHA-DESDE
                 AND HIS-FECHA NOT > W-FECHA-HASTA
                 PERFORM 2900-NUEVO-EVENTO
                 MOVE HIS-FECHA TO SRT-FECHA
                 MOVE HIS-HORA  TO SRT-HORA
                 IF HIS-USUARIO NOT = SPACES
                    STRING "ALERTA BDIIALE: " HIS-OPERACION
                           " POR " HIS-USUARIO
                           DELIMITED BY SIZE INTO SRT-EVENTO
                    END-STRING
                 ELSE
                    STRING "ALERTA BDIIALE: " HIS-OPERACION
                           DELIMITED BY SIZE INTO SRT-EVENTO
                    END-STRING
                 END-IF
                 STRING "ANTES      : " HIS-IMAGEN-ANTES
                        DELIMITED BY SIZE INTO SRT-DETALLE-1
                 END-STRING
                 STRING "DESPUES    : " HIS-IMAGEN-DESPUES
                        DELIMITED BY SIZE INTO SRT-DETALLE-2
                 END-STRING
                 PERFORM 2950-LIBERAR-EVENTO
              END-IF
           END-PERFORM
           IF COD-RET-HIS = "00" OR SW-FIN-ARCHIVO = 1
              CLOSE HISTORIA-BDIIALE
           END-IF.

      ******************************************************************
      *2500-LEER-ENTREGAS.
      ** EL INDICE DE EMPAQPER ESTA EN ORDEN DE IDENTIFICACION: MISMO
      ** RECORRIDO QUE 2000-RECORRER-INDICE DE RECUPENT
      ******************************************************************
       2500-LEER-ENTREGAS.
           MOVE FTE-ENTREGA TO IX-FTE
           OPEN INPUT INDICE-ENTREGAS
           EVALUATE COD-RET-EIDX
              WHEN "00"
                 MOVE "LEIDO" TO FTE-ESTADO(IX-FTE)
                 PERFORM 2520-RECORRER-INDICE
                 CLOSE INDICE-ENTREGAS
              WHEN "35"
                 MOVE "SIN ARCHIVO (SIN ASIENTOS)" TO FTE-ESTADO(IX-FTE)
              WHEN OTHER
                 STRING "ILEGIBLE (" COD-RET-EIDX ")"
                        DELIMITED BY SIZE INTO FTE-ESTADO(IX-FTE)
                 END-STRING
                 ADD 1 TO CONT-FUENTES-FALLIDAS
                 DISPLAY "NO SE PUDO LEER " FTE-ARCHIVO(IX-FTE)
                         " (" COD-RET-EIDX ")"
           END-EVALUATE.

       2520-RECORRER-INDICE.
           MOVE LOW-VALUES TO LLAVE-ENTIDX
           MOVE W-TIPO-X   TO TIP-ID-ENTIDX
           MOVE W-NUMERO-X TO NUM-ID-ENTIDX
           MOVE 0 TO SW-FIN-ARCHIVO
           START INDICE-ENTREGAS
                 KEY IS NOT LESS THAN LLAVE-ENTIDX
              INVALID KEY
                 MOVE 1 TO SW-FIN-ARCHIVO
           END-START
           PERFORM UNTIL SW-FIN-ARCHIVO = 1
              READ INDICE-ENTREGAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0
                 IF TIP-ID-ENTIDX NOT = W-TIPO-X
                    OR NUM-ID-ENTIDX NOT = W-NUMERO-X
                    MOVE 1 TO SW-FIN-ARCHIVO
                 ELSE
                    IF FECHA-ENTIDX NOT < W-FECHA-DESDE
                       AND FECHA-ENTIDX NOT > W-FECHA-HASTA
                       PERFORM 2550-EVENTO-ENTREGA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *2550-EVENTO-ENTREGA.
      ******************************************************************
       2550-EVENTO-ENTREGA.
           PERFORM 2900-NUEVO-EVENTO
           MOVE FECHA-ENTIDX TO SRT-FECHA
           MOVE HORA-ENTIDX  TO SRT-HORA
           STRING "ENTREGADA AL CLIENTE " CLIENTE-ENTIDX
                  DELIMITED BY "  "
                  " EN " ENTREGA-ENTIDX
                  DELIMITED BY "  "
                  " (PRODUCTO " PRODUCTO-ENTIDX ")"
                  DELIMITED BY SIZE INTO SRT-EVENTO
           END-STRING
           STRING "PAQUETE    : " RUTA-ENTIDX
                  DELIMITED BY SPACE
                  " RENGLON " POSICION-ENTIDX
                  DELIMITED BY SIZE INTO SRT-DETALLE-1
           END-STRING
           STRING "MANIFIESTO : " MANIFIESTO-ENTIDX
                  DELIMITED BY SIZE INTO SRT-DETALLE-2
           END-STRING
           PERFORM 2950-LIBERAR-EVENTO.

      ******************************************************************
      *2600-LEER-RECLAMOS.
      ** LA CLAVE DE LA AUDITORIA EMPIEZA CON LA IDENTIFICACION; EN
      ** LOS RECLAMOS SOBRE UNA DEMANDA EL RADICADO VA AL FRENTE DEL
      ** DETALLE (VER RECLAMOS.CBL)
      ******************************************************************
       2600-LEER-RECLAMOS.
           MOVE FTE-RECLAMO TO IX-FTE
           MOVE "RECLAMOS.AUD" TO MARC-DIARIO
           PERFORM 2050-BUSCAR-MESES-FUENTE
           PERFORM VARYING MARC-IDX FROM 1 BY 1
              UNTIL MARC-IDX > MARC-CANTIDAD
              PERFORM 0570-ARMAR-ARCHIVO-MES
              MOVE W-ARCHIVO-MES TO W-AUDR-NAME
              PERFORM 2610-RECORRER-RECLAMOS
           END-PERFORM
           MOVE 1 TO SW-LEYENDO-VIVO
           MOVE "$TEMPORALES/RECLAMOS.AUD" TO W-AUDR-NAME
           PERFORM 2610-RECORRER-RECLAMOS
           PERFORM 2060-ANOTAR-MESES-FUENTE.

      ******************************************************************
      *2610-RECORRER-RECLAMOS.
      ******************************************************************
       2610-RECORRER-RECLAMOS.
           OPEN INPUT AUDITORIA-RECLAMOS
           PERFORM 2800-ESTADO-APERTURA
           IF COD-RET-AUDR NOT = "00"
              MOVE 1 TO SW-FIN-ARCHIVO
           END-IF
           PERFORM UNTIL SW-FIN-ARCHIVO = 1
              READ AUDITORIA-RECLAMOS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0
                 AND AUR-TIPO-IDE = W-TIPO-X
                 AND AUR-NUM-IDE = W-NUMERO-X
                 AND AUR-FECHA NOT < W-FECHA-DESDE
                 AND AUR-FECHA NOT > W-FECHA-HASTA
                 PERFORM 2900-NUEVO-EVENTO
                 MOVE AUR-FECHA TO SRT-FECHA
                 MOVE AUR-HORA  TO SRT-HORA
                 STRING "RECLAMO " AUR-ACCION
                        " ALERTA " AUR-FUENTE "-" AUR-COD-ALERTA
                        "-" AUR-OCURRENCIA
                        " PLAZO LEGAL " AUR-FEC-LIMITE
                        DELIMITED BY SIZE INTO SRT-EVENTO
                 END-STRING
                 STRING "DETALLE    : " AUR-DETALLE
                        DELIMITED BY SIZE INTO SRT-DETALLE-1
                 END-STRING
                 PERFORM 2950-LIBERAR-EVENTO
              END-IF
           END-PERFORM
           IF COD-RET-AUDR = "00" OR SW-FIN-ARCHIVO = 1
              CLOSE AUDITORIA-RECLAMOS
           END-IF.

      ******************************************************************
      *2700-LEER-HABEAS.
      ** LA IMAGEN PREVIA DE BDIIALE, BDIIREGI Y SCORESNAP EMPIEZA
      ** CON TIPO + NUMERO (VER 2100-LEER-HABEAS DE AVISORECT); LA
      ** ACCION CON "+" LA APLICO APROBAR, SIN "+" FUE DE EMERGENCIA
      ******************************************************************
       2700-LEER-HABEAS.
           MOVE FTE-HABEAS TO IX-FTE
           MOVE "HABEASDAT.AUD" TO MARC-DIARIO
           PERFORM 2050-BUSCAR-MESES-FUENTE
           PERFORM VARYING MARC-IDX FROM 1 BY 1
              UNTIL MARC-IDX > MARC-CANTIDAD
              PERFORM 0570-ARMAR-ARCHIVO-MES
              MOVE W-ARCHIVO-MES TO W-AUDH-NAME
              PERFORM 2710-RECORRER-HABEAS
           END-PERFORM
           MOVE 1 TO SW-LEYENDO-VIVO
           MOVE "$TEMPORALES/HABEASDAT.AUD" TO W-AUDH-NAME
           PERFORM 2710-RECORRER-HABEAS
           PERFORM 2060-ANOTAR-MESES-FUENTE.

      ******************************************************************
      *2710-RECORRER-HABEAS.
      ******************************************************************
       2710-RECORRER-HABEAS.
           OPEN INPUT AUDITORIA-HABEAS
           PERFORM 2800-ESTADO-APERTURA
           IF COD-RET-AUDH NOT = "00"
              MOVE 1 TO SW-FIN-ARCHIVO
           END-IF
           PERFORM UNTIL SW-FIN-ARCHIVO = 1
              READ AUDITORIA-HABEAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0
                 AND AUH-IMAGEN-ANTES(1:1) = W-TIPO-X
                 AND AUH-IMAGEN-ANTES(2:11) = W-NUMERO-X
                 AND AUH-FECHA NOT < W-FECHA-DESDE
                 AND AUH-FECHA NOT > W-FECHA-HASTA
                 PERFORM 2900-NUEVO-EVENTO
                 MOVE AUH-FECHA TO SRT-FECHA
                 MOVE AUH-HORA  TO SRT-HORA
                 STRING "HABEAS DATA " AUH-ACCION
                        " SOBRE " AUH-ARCHIVO
                        DELIMITED BY SIZE INTO SRT-EVENTO
                 END-STRING
                 STRING "ANTES      : " AUH-IMAGEN-ANTES
                        DELIMITED BY SIZE INTO SRT-DETALLE-1
                 END-STRING
                 STRING "DESPUES    : " AUH-IMAGEN-DESPUES
                        DELIMITED BY SIZE INTO SRT-DETALLE-2
                 END-STRING
                 PERFORM 2950-LIBERAR-EVENTO
              END-IF
           END-PERFORM
           IF COD-RET-AUDH = "00" OR SW-FIN-ARCHIVO = 1
              CLOSE AUDITORIA-HABEAS
           END-IF.

      ******************************************************************
      *2800-ESTADO-APERTURA.
      ** ESTADO DE UN RASTRO SECUENCIAL OPCIONAL RECIEN ABIERTO: "05"
      ** ES QUE NO EXISTE (NUNCA HUBO ASIENTOS), CUALQUIER OTRO
      ** DISTINTO DE "00" DEJA EL EXPEDIENTE INCOMPLETO. UN MES
      ** ARCHIVADO QUE NO SE PUEDE LEER TAMBIEN (VER 2060)
      ******************************************************************
       2800-ESTADO-APERTURA.
           MOVE 0 TO SW-FIN-ARCHIVO
           IF SW-LEYENDO-VIVO = 0
              PERFORM 2850-ESTADO-MES-ARCHIVADO
           ELSE
              PERFORM 2810-ESTADO-VIVO
           END-IF.

      ******************************************************************
      *2810-ESTADO-VIVO.
      ******************************************************************
       2810-ESTADO-VIVO.
           EVALUATE IX-FTE
              WHEN FTE-DIAN
                 MOVE COD-RET-DIAN TO W-ESTADO-APERTURA
              WHEN FTE-ALERTA
                 MOVE COD-RET-HIS  TO W-ESTADO-APERTURA
              WHEN FTE-RECLAMO
                 MOVE COD-RET-AUDR TO W-ESTADO-APERTURA
              WHEN OTHER
                 MOVE COD-RET-AUDH TO W-ESTADO-APERTURA
           END-EVALUATE
           EVALUATE W-ESTADO-APERTURA
              WHEN "00"
                 MOVE "LEIDO" TO FTE-ESTADO(IX-FTE)
              WHEN "05"
                 MOVE "SIN ARCHIVO (SIN ASIENTOS)" TO FTE-ESTADO(IX-FTE)
              WHEN OTHER
                 STRING "ILEGIBLE (" W-ESTADO-APERTURA ")"
                        DELIMITED BY SIZE INTO FTE-ESTADO(IX-FTE)
                 END-STRING
                 ADD 1 TO CONT-FUENTES-FALLIDAS
                 DISPLAY "NO SE PUDO LEER " FTE-ARCHIVO(IX-FTE)
                         " (" W-ESTADO-APERTURA ")"
           END-EVALUATE.

      ******************************************************************
      *2850-ESTADO-MES-ARCHIVADO.
      ******************************************************************
       2850-ESTADO-MES-ARCHIVADO.
           EVALUATE IX-FTE
              WHEN FTE-DIAN
                 MOVE COD-RET-DIAN TO W-ESTADO-APERTURA
              WHEN FTE-ALERTA
                 MOVE COD-RET-HIS  TO W-ESTADO-APERTURA
              WHEN FTE-RECLAMO
                 MOVE COD-RET-AUDR TO W-ESTADO-APERTURA
              WHEN OTHER
                 MOVE COD-RET-AUDH TO W-ESTADO-APERTURA
           END-EVALUATE
           IF W-ESTADO-APERTURA NOT = "00"
              MOVE 1 TO SW-MES-ILEGIBLE
              ADD 1 TO CONT-FUENTES-FALLIDAS
              DISPLAY "NO SE PUDO LEER EL MES ARCHIVADO "
                      MARC-MES(MARC-IDX) " DE " FTE-ARCHIVO(IX-FTE)
                      " (" W-ESTADO-APERTURA ")"
           END-IF.

      ******************************************************************
      *2900-NUEVO-EVENTO.
      ******************************************************************
       2900-NUEVO-EVENTO.
           MOVE SPACES TO REG-SORT-EVENTO
           MOVE 0 TO SRT-HORA
           MOVE "N" TO SRT-SIN-HORA.

      ******************************************************************
      *2950-LIBERAR-EVENTO.
      ******************************************************************
       2950-LIBERAR-EVENTO.
           ADD 1 TO W-SECUENCIA
           MOVE W-SECUENCIA        TO SRT-SECUENCIA
           MOVE FTE-NOMBRE(IX-FTE) TO SRT-FUENTE
           ADD 1 TO FTE-EVENTOS(IX-FTE)
           RELEASE REG-SORT-EVENTO.

      ******************************************************************
      *5000-ARMAR-EXPEDIENTE.
      ** PROCEDIMIENTO DE SALIDA DEL SORT: LAS FUENTES YA SE LEYERON,
      ** ASI QUE EL ENCABEZADO PUEDE DECIR QUE SE CONSULTO Y COMO
      ******************************************************************
       5000-ARMAR-EXPEDIENTE.
           PERFORM 5100-ENCABEZADO
           MOVE 0 TO SW-FIN-SORT
           PERFORM UNTIL SW-FIN-SORT = 1
              RETURN SORT-EVENTOS
                 AT END MOVE 1 TO SW-FIN-SORT
              END-RETURN
              IF SW-FIN-SORT = 0
                 PERFORM 5200-GRABAR-EVENTO
              END-IF
           END-PERFORM.

      ******************************************************************
      *5100-ENCABEZADO.
      ******************************************************************
       5100-ENCABEZADO.
           MOVE ALL "=" TO W-LINEA-ARMADA(1:100)
           PERFORM 9100-GRABAR-LINEA
           MOVE "EXPEDIENTE PROBATORIO DE LA IDENTIFICACION"
             TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           MOVE ALL "=" TO W-LINEA-ARMADA(1:100)
           PERFORM 9100-GRABAR-LINEA
           STRING "IDENTIFICACION.....: TIPO " W-TIPO-X
                  " NUMERO " W-NUMERO-X
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           IF W-RADICADO NOT = SPACES
              STRING "RADICADO DEL PROCESO: " W-RADICADO
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
           END-IF
           IF W-FECHA-DESDE = 0 AND W-FECHA-HASTA = 99999999
              MOVE "PERIODO............: TODA LA HISTORIA REGISTRADA"
                TO W-LINEA-ARMADA
           ELSE
              STRING "PERIODO............: DEL " W-FECHA-DESDE
                     " AL " W-FECHA-HASTA
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           END-IF
           PERFORM 9100-GRABAR-LINEA
           STRING "EMITIDO............: " FECHA-SISTEMA
                  " " HORA-SIST-HHMMSS
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           PERFORM 9100-GRABAR-LINEA
           MOVE "FUENTES CONSULTADAS:" TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           PERFORM 5150-LINEA-FUENTE
              VARYING IX-FTE FROM 1 BY 1 UNTIL IX-FTE > MAX-FUENTES
           IF CONT-FUENTES-FALLIDAS > 0
              MOVE "*** EXPEDIENTE INCOMPLETO: HAY FUENTES ILEGIBLES"
                TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
           END-IF
           PERFORM 9100-GRABAR-LINEA
           MOVE "NRO.   FECHA      HORA      FUENTE     EVENTO"
             TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           MOVE ALL "-" TO W-LINEA-ARMADA(1:100)
           PERFORM 9100-GRABAR-LINEA.

       5150-LINEA-FUENTE.
           STRING "  " FTE-NOMBRE(IX-FTE) FTE-ARCHIVO(IX-FTE)
                  " " FTE-ESTADO(IX-FTE)
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *5200-GRABAR-EVENTO.
      ** UN RENGLON NUMERADO POR EVENTO Y, DEBAJO, SUS DETALLES
      ******************************************************************
       5200-GRABAR-EVENTO.
           ADD 1 TO CONT-EVENTOS
           MOVE CONT-EVENTOS TO W-NRO-EVENTO
           MOVE SRT-FECHA TO W-FECHA-EVENTO
           STRING EVE-ANO "-" EVE-MES "-" EVE-DIA
                  DELIMITED BY SIZE INTO W-FECHA-EDIT
           END-STRING
           IF SRT-SIN-HORA = "S"
              MOVE "SIN HORA" TO W-HORA-EDIT
           ELSE
              MOVE SRT-HORA TO W-HORA-EVENTO
              STRING EVE-HH ":" EVE-MI ":" EVE-SS
                     DELIMITED BY SIZE INTO W-HORA-EDIT
              END-STRING
           END-IF
           PERFORM 9100-GRABAR-LINEA
           STRING W-NRO-EVENTO " " W-FECHA-EDIT " " W-HORA-EDIT
                  "  " SRT-FUENTE " " SRT-EVENTO
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           IF SRT-DETALLE-1 NOT = SPACES
              STRING "         " SRT-DETALLE-1
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
           END-IF
           IF SRT-DETALLE-2 NOT = SPACES
              STRING "         " SRT-DETALLE-2
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
           END-IF.

      ******************************************************************
      *8000-PIE-DEL-EXPEDIENTE.
      ******************************************************************
       8000-PIE-DEL-EXPEDIENTE.
           PERFORM 9100-GRABAR-LINEA
           MOVE ALL "-" TO W-LINEA-ARMADA(1:100)
           PERFORM 9100-GRABAR-LINEA
           MOVE "EVENTOS POR FUENTE:" TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           PERFORM 8100-TOTAL-FUENTE
              VARYING IX-FTE FROM 1 BY 1 UNTIL IX-FTE > MAX-FUENTES
           MOVE CONT-EVENTOS TO W-EDIT-CONTADOR
           STRING "  TOTAL DE EVENTOS.... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           PERFORM 9100-GRABAR-LINEA
           IF CONT-EVENTOS = 0
              MOVE "SIN EVENTOS DE LA IDENTIFICACION EN NINGUNA FUENTE"
                TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
           END-IF
           MOVE "FIN DEL EXPEDIENTE" TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA.

       8100-TOTAL-FUENTE.
           MOVE FTE-EVENTOS(IX-FTE) TO W-EDIT-CONTADOR
           STRING "  " FTE-NOMBRE(IX-FTE) "..........."
                  W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *9100-GRABAR-LINEA.
      ******************************************************************
       9100-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-EXPEDIENTE
           WRITE REG-EXPEDIENTE
           DISPLAY W-LINEA-ARMADA
           MOVE SPACES TO W-LINEA-ARMADA.

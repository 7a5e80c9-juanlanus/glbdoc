      * REPSOPOR.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REPSOPOR.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Casos sin documento soporte: recorre las intervenciones
      ** manuales vigentes y lista las que no tienen en SOPVINC un
      ** documento registrado y no anulado en SOPORTES (ver
      ** SOPORTE.CBL y MANTSOPOR.CBL):
      **   TUTE : bloqueos por tutela vigentes en BDIIREGI
      **   RECL : reclamos abiertos sobre alertas (BDIIALE)
      **   RDEM : reclamos abiertos sobre demandas (BDIIDEM)
      **   ORDN : ordenes de BDIIALE y HABEASDAT pendientes o
      **          aprobadas en la cola (ORDENES.PEN)
      **   ALER : cambios de MANTALERTA aplicados (MANTALERTA.AUD)
      **   ACTA : intervenciones de HABEASDAT (HABEASDAT.AUD)
      ** Cada renglon trae la clase y la llave del objeto tal como
      ** las pide MANTSOPOR VINCULAR para dejarlo respaldado.
      **
      ** USO: REPSOPOR [AAAAMMDD]
      **   la fecha limita ALER y ACTA a los cambios desde ese dia
      **   (sin fecha, todos); los maestros y la cola se revisan
      **   siempre completos. El reporte queda en
      **   $TEMPORALES/REPSOPOR.REP.
      **
      ** RC 0 todo respaldado; RC 4 hay casos sin soporte; RC 16
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
           COPY SOPORTES.FS.
           COPY SOPVINC.FS.
           COPY BDIIALE.FS.
           COPY BDIIDEM.FS.

           SELECT BDIIREGI
                  ASSIGN TO EXTERNAL BDIIRE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BDIIREGI
                  FILE STATUS IS COD-RET-REGI.

           SELECT ORDENES-PENDIENTES
                  ASSIGN TO "$TEMPORALES/ORDENES.PEN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-ORD.

           SELECT AUDITORIA-MANTALERTA
                  ASSIGN TO "$TEMPORALES/MANTALERTA.AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUDM.

           SELECT AUDITORIA-HABEAS
                  ASSIGN TO "$TEMPORALES/HABEASDAT.AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUDH.

           SELECT REPORTE-SOPOR
                  ASSIGN TO "$TEMPORALES/REPSOPOR.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY SOPORTES.FD.
           COPY SOPVINC.FD.
           COPY BDIIALE.FD.
           COPY BDIIDEM.FD.
           COPY BDIIREGI.FD.

       FD  ORDENES-PENDIENTES.
       01  REG-ORDEN.
           02 ORD-NRO                  PIC 9(06).
           02 FILLER                   PIC X.
           02 ORD-MOVIMIENTO           PIC X(09).
           02 FILLER                   PIC X.
           02 ORD-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 ORD-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 ORD-SOLICITANTE          PIC X(10).
           02 FILLER                   PIC X.
           02 ORD-REVISOR              PIC X(10).
           02 FILLER                   PIC X.
           02 ORD-ARCHIVO              PIC X(10).
           02 FILLER                   PIC X.
           02 ORD-ACCION               PIC X(10).
           02 FILLER                   PIC X.
           02 ORD-CLAVE                PIC X(24).
           02 FILLER                   PIC X.
           02 ORD-DATOS                PIC X(30).
           02 FILLER                   PIC X.
           02 ORD-IMAGEN-ANTES         PIC X(180).
           02 FILLER                   PIC X.
           02 ORD-MOTIVO               PIC X(60).

       FD  AUDITORIA-MANTALERTA.
       01  REG-AUD-MANT.
           02 AUD-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 AUD-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 AUD-OPERADOR             PIC X(10).
           02 FILLER                   PIC X.
           02 AUD-TIP-IDE              PIC 9.
           02 AUD-NUM-IDE              PIC 9(11).
           02 FILLER                   PIC X.
           02 AUD-FUENTE               PIC 9(06).
           02 FILLER                   PIC X.
           02 AUD-COD-ALERTA           PIC 9(03).
           02 FILLER                   PIC X.
           02 AUD-OCURRENCIA           PIC 9(03).
           02 FILLER                   PIC X.
           02 AUD-BLOQUEO-ANT          PIC 9.
           02 FILLER                   PIC X.
           02 AUD-BLOQUEO-NVO          PIC 9.
           02 FILLER                   PIC X.
           02 AUD-FEC-VEN-ANT          PIC 9(08).
           02 FILLER                   PIC X.
           02 AUD-FEC-VEN-NVO          PIC 9(08).
           02 FILLER                   PIC X.
           02 AUD-MOTIVO               PIC X(60).

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

       FD  REPORTE-SOPOR.
       01  REG-REP-SOPOR               PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       01 COD-RET-SOPORTES         PIC XX   VALUE ZEROS.
       01 COD-RET-SOPVINC          PIC XX   VALUE ZEROS.
       01 COD-RET-BDIIDEM          PIC XX   VALUE ZEROS.
       01 COD-RET-REGI             PIC XX   VALUE ZEROS.
       01 COD-RET-ORD              PIC XX   VALUE ZEROS.
       01 COD-RET-AUDM             PIC XX   VALUE ZEROS.
       01 COD-RET-AUDH             PIC XX   VALUE ZEROS.
       01 COD-RET-REP              PIC XX   VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-FECHA-X                PIC X(08) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 FECHA-DESDE              PIC 9(08) VALUE 0.
       01 FECHA-DESDE-R REDEFINES FECHA-DESDE.
          03 FECHA-DESDE-AAAA         PIC 9(04).
          03 FECHA-DESDE-MM           PIC 9(02).
          03 FECHA-DESDE-DD           PIC 9(02).
       01 SW-SIN-SOPORTES          PIC 9(01) VALUE 0.
       01 SW-SIN-VINCULOS          PIC 9(01) VALUE 0.
       01 SW-FIN-LECTURA           PIC 9(01) VALUE 0.
       01 SW-FIN-VINC              PIC 9(01) VALUE 0.
       01 SW-CON-SOPORTE           PIC 9(01) VALUE 0.

      **** CASO QUE SE BUSCA EN SOPVINC
       01 W-CLASE                  PIC X(04) VALUE SPACES.
       01 W-OBJETO                 PIC X(40) VALUE SPACES.
       01 W-OBJETO-ANT             PIC X(40) VALUE SPACES.
       01 W-IDE-CASO               PIC X(12) VALUE SPACES.
       01 W-FECHA-CASO             PIC X(08) VALUE SPACES.
       01 W-NOTA-CASO              PIC X(24) VALUE SPACES.
       01 W-IDX-CLASE              PIC 9(01) VALUE 0.

      **** ESTADO VIGENTE DE CADA ORDEN, RECONSTRUIDO DEL DIARIO COMO
      **** EN APROBAR (1 PENDIENTE, 2 APROBADA, 3 RECHAZADA, 4 VENCIDA)
       01 TABLA-ORDENES.
          02 TOR-ENTRADA OCCURS 500 TIMES.
             03 TOR-NRO               PIC 9(06).
             03 TOR-ESTADO            PIC 9(01).
             03 TOR-FECHA             PIC 9(08).
             03 TOR-ARCHIVO           PIC X(10).
             03 TOR-ACCION            PIC X(10).
             03 TOR-CLAVE             PIC X(24).
          02 TOR-TOPE                 PIC 9(03) VALUE 0.
       01 W-IDX-TOR                PIC 9(03) VALUE 0.
       01 W-IDX-HALLADO            PIC 9(03) VALUE 0.

      **** CLASES REVISADAS, EN EL ORDEN DEL REPORTE
       01 TABLA-CLASES-DEF.
          02 FILLER PIC X(34)
                    VALUE "TUTEBLOQUEOS POR TUTELA (BDIIREGI)".
          02 FILLER PIC X(34)
                    VALUE "RECLRECLAMOS SOBRE ALERTAS        ".
          02 FILLER PIC X(34)
                    VALUE "RDEMRECLAMOS SOBRE DEMANDAS       ".
          02 FILLER PIC X(34)
                    VALUE "ORDNORDENES EN LA COLA            ".
          02 FILLER PIC X(34)
                    VALUE "ALERCAMBIOS DE MANTALERTA         ".
          02 FILLER PIC X(34)
                    VALUE "ACTAACTAS DE HABEASDAT            ".
       01 TABLA-CLASES REDEFINES TABLA-CLASES-DEF.
          02 TCL-ENTRADA OCCURS 6 TIMES.
             03 TCL-CLASE             PIC X(04).
             03 TCL-DESCRIPCION       PIC X(30).
       01 TABLA-CONTADORES.
          02 TCO-ENTRADA OCCURS 6 TIMES.
             03 TCO-REVISADOS         PIC 9(08).
             03 TCO-FALTANTES         PIC 9(08).
       01 CONT-FALTANTES           PIC 9(08) VALUE 0.

      *    renglon de detalle del reporte
       01 LINEA-DETALLE.
          03 DET-CLASE                PIC X(04).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 DET-OBJETO               PIC X(40).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 DET-IDE                  PIC X(12).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 DET-FECHA                PIC X(08).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 DET-NOTA                 PIC X(24).
      *    renglon de total por clase
       01 LINEA-TOTAL.
          03 TOT-CLASE                PIC X(04).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 TOT-DESCRIPCION          PIC X(30).
          03 TOT-REVISADOS            PIC ZZZ,ZZ9.
          03 FILLER                   PIC X(11) VALUE " REVISADOS,".
          03 TOT-FALTANTES            PIC ZZZ,ZZ9.
          03 FILLER                   PIC X(13) VALUE " SIN SOPORTE".
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "REPSOPOR".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24) VALUE "REPSOPOR.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "REPSOPOR".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Casos sin documento soporte                  *"
           DISPLAY "*                      PROGRAMA : REPSOPOR.CBL *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 2000-ABRIR-ARCHIVOS
           PERFORM 3000-REVISAR-TUTELAS
           PERFORM 3100-REVISAR-RECLAMOS-ALE
           PERFORM 3200-REVISAR-RECLAMOS-DEM
           PERFORM 3300-REVISAR-ORDENES
           PERFORM 3400-REVISAR-MANTALERTA
           PERFORM 3500-REVISAR-HABEAS
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
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           INITIALIZE TABLA-CONTADORES
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " " INTO
              W-FECHA-X
           IF W-FECHA-X NOT = SPACES
              IF W-FECHA-X NOT NUMERIC
                 DISPLAY "Uso: REPSOPOR [AAAAMMDD]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE W-FECHA-X TO FECHA-DESDE
              IF FECHA-DESDE-MM < 1 OR FECHA-DESDE-MM > 12
                 OR FECHA-DESDE-DD < 1 OR FECHA-DESDE-DD > 31
                 OR FECHA-DESDE-AAAA < 1601
                 DISPLAY "Fecha invalida: " W-FECHA-X
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY "Cambios auditados desde: " FECHA-DESDE
           END-IF.

      ******************************************************************
      *2000-ABRIR-ARCHIVOS.
      ** SIN SOPORTES O SIN SOPVINC (TODAVIA NO SE REGISTRO NADA)
      ** NINGUN CASO ESTA RESPALDADO Y TODOS SALEN EN EL REPORTE
      ******************************************************************
       2000-ABRIR-ARCHIVOS.
           OPEN INPUT SOPORTES
           IF COD-RET-SOPORTES NOT = "00"
              IF COD-RET-SOPORTES = "35"
                 MOVE 1 TO SW-SIN-SOPORTES
              ELSE
                 DISPLAY "Error abriendo SOPORTES " COD-RET-SOPORTES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           OPEN INPUT SOPORTES-VINCULOS
           IF COD-RET-SOPVINC NOT = "00"
              IF COD-RET-SOPVINC = "35"
                 MOVE 1 TO SW-SIN-VINCULOS
              ELSE
                 DISPLAY "Error abriendo SOPVINC " COD-RET-SOPVINC
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           OPEN INPUT BDIIREGI
           IF COD-RET-REGI NOT = "00"
              DISPLAY "No se pudo abrir BDIIREGI (" COD-RET-REGI ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BDIIALE
           IF COD-RET-BDIIALE NOT = "00"
              DISPLAY "No se pudo abrir BDIIALE (" COD-RET-BDIIALE ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BDIIDEM
           IF COD-RET-BDIIDEM NOT = "00"
              DISPLAY "No se pudo abrir BDIIDEM (" COD-RET-BDIIDEM ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-SOPOR
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo $TEMPORALES/REPSOPOR.REP "
                      COD-RET-REP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REG-REP-SOPOR
           STRING "CASOS SIN DOCUMENTO SOPORTE AL " FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-REP-SOPOR
           END-STRING
           WRITE REG-REP-SOPOR
           IF FECHA-DESDE > 0
              MOVE SPACES TO REG-REP-SOPOR
              STRING "CAMBIOS AUDITADOS (ALER, ACTA) DESDE EL "
                     FECHA-DESDE
                     DELIMITED BY SIZE INTO REG-REP-SOPOR
              END-STRING
              WRITE REG-REP-SOPOR
           END-IF
           MOVE SPACES TO REG-REP-SOPOR
           WRITE REG-REP-SOPOR
           MOVE "CLAS OBJETO (MANTSOPOR VINCULAR)"
             TO REG-REP-SOPOR
           MOVE "IDENTIFICACI FECHA    DETALLE"
             TO REG-REP-SOPOR(47:)
           WRITE REG-REP-SOPOR.

      ******************************************************************
      *3000-REVISAR-TUTELAS.
      ** BLOQUEO-TUTELA-BDIIREGI = "1": LO DEJA HABEASDAT RECTIFICAR O
      ** LA NOVEDAD DE LA REGISTRADURIA; EL OBJETO ES LA LLAVE
      ******************************************************************
       3000-REVISAR-TUTELAS.
           MOVE 1 TO W-IDX-CLASE
           MOVE 0 TO SW-FIN-LECTURA
           MOVE LOW-VALUES TO LLAVE-BDIIREGI
           START BDIIREGI KEY IS NOT LESS THAN LLAVE-BDIIREGI
              INVALID KEY MOVE 1 TO SW-FIN-LECTURA
           END-START
           PERFORM UNTIL SW-FIN-LECTURA = 1
              READ BDIIREGI NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LECTURA
              END-READ
              IF SW-FIN-LECTURA = 0
                 AND BLOQUEO-TUTELA-BDIIREGI = "1"
                 MOVE SPACES TO W-OBJETO
                 MOVE LLAVE-BDIIREGI TO W-OBJETO
                 MOVE LLAVE-BDIIREGI TO W-IDE-CASO
                 MOVE SPACES TO W-FECHA-CASO
                 MOVE "BLOQUEO POR TUTELA" TO W-NOTA-CASO
                 PERFORM 5000-REVISAR-CASO
              END-IF
           END-PERFORM.

      ******************************************************************
      *3100-REVISAR-RECLAMOS-ALE.
      ** RECLAMO ABIERTO (EST-RECLAMO-BDIIALE = "1") DE RECLAMOS ABRIR
      ******************************************************************
       3100-REVISAR-RECLAMOS-ALE.
           MOVE 2 TO W-IDX-CLASE
           MOVE 0 TO SW-FIN-LECTURA
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
              INVALID KEY MOVE 1 TO SW-FIN-LECTURA
           END-START
           PERFORM UNTIL SW-FIN-LECTURA = 1
              READ BDIIALE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LECTURA
              END-READ
              IF SW-FIN-LECTURA = 0
                 AND EST-RECLAMO-BDIIALE = "1"
                 MOVE SPACES TO W-OBJETO
                 MOVE LLASEC-BDIIALE TO W-OBJETO
                 MOVE LLASEC-BDIIALE(1:12) TO W-IDE-CASO
                 MOVE FEC-LIM-RECLAMO-BDIIALE TO W-FECHA-CASO
                 MOVE "RECLAMO ABIERTO, VENCE" TO W-NOTA-CASO
                 PERFORM 5000-REVISAR-CASO
              END-IF
           END-PERFORM.

      ******************************************************************
      *3200-REVISAR-RECLAMOS-DEM.
      ** RECLAMO ABIERTO SOBRE UNA DEMANDA, DE RECLAMOS ABRIRDEM
      ******************************************************************
       3200-REVISAR-RECLAMOS-DEM.
           MOVE 3 TO W-IDX-CLASE
           MOVE 0 TO SW-FIN-LECTURA
           MOVE LOW-VALUES TO LLAVE-BDIIDEM
           START BDIIDEM KEY IS NOT LESS THAN LLAVE-BDIIDEM
              INVALID KEY MOVE 1 TO SW-FIN-LECTURA
           END-START
           PERFORM UNTIL SW-FIN-LECTURA = 1
              READ BDIIDEM NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LECTURA
              END-READ
              IF SW-FIN-LECTURA = 0
                 AND EST-RECLAMO-BDIIDEM = "1"
                 MOVE SPACES TO W-OBJETO
                 MOVE LLAVE-BDIIDEM TO W-OBJETO
                 MOVE LLAVE-BDIIDEM(1:12) TO W-IDE-CASO
                 MOVE SPACES TO W-FECHA-CASO
                 MOVE "RECLAMO SOBRE DEMANDA" TO W-NOTA-CASO
                 PERFORM 5000-REVISAR-CASO
              END-IF
           END-PERFORM.

      ******************************************************************
      *3300-REVISAR-ORDENES.
      ** SOLO LAS ORDENES QUE PIDEN SOPORTE (BDIIALE Y HABEASDAT) Y
      ** SIGUEN VIGENTES: PENDIENTES O YA APROBADAS
      ******************************************************************
       3300-REVISAR-ORDENES.
           MOVE 4 TO W-IDX-CLASE
           MOVE 0 TO SW-FIN-LECTURA
           OPEN INPUT ORDENES-PENDIENTES
           IF COD-RET-ORD NOT = "00"
              DISPLAY "SIN ORDENES ENCOLADAS (" COD-RET-ORD ")"
           ELSE
              PERFORM UNTIL SW-FIN-LECTURA = 1
                 READ ORDENES-PENDIENTES NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-LECTURA
                 END-READ
                 IF SW-FIN-LECTURA = 0 AND ORD-NRO IS NUMERIC
                    PERFORM 3310-APLICAR-MOVIMIENTO
                 END-IF
              END-PERFORM
              CLOSE ORDENES-PENDIENTES
           END-IF
           PERFORM VARYING W-IDX-TOR FROM 1 BY 1
              UNTIL W-IDX-TOR > TOR-TOPE
              IF (TOR-ARCHIVO(W-IDX-TOR) = "BDIIALE" OR
                  TOR-ARCHIVO(W-IDX-TOR) = "HABEASDAT")
                 AND (TOR-ESTADO(W-IDX-TOR) = 1 OR
                      TOR-ESTADO(W-IDX-TOR) = 2)
                 MOVE SPACES TO W-OBJETO
                 MOVE TOR-NRO(W-IDX-TOR) TO W-OBJETO
                 MOVE TOR-CLAVE(W-IDX-TOR)(1:12) TO W-IDE-CASO
                 MOVE TOR-FECHA(W-IDX-TOR) TO W-FECHA-CASO
                 MOVE SPACES TO W-NOTA-CASO
                 STRING TOR-ARCHIVO(W-IDX-TOR) DELIMITED BY SPACE
                        " " TOR-ACCION(W-IDX-TOR) DELIMITED BY SIZE
                        INTO W-NOTA-CASO
                 END-STRING
                 PERFORM 5000-REVISAR-CASO
              END-IF
           END-PERFORM.

      ******************************************************************
      *3310-APLICAR-MOVIMIENTO.
      ** EL ULTIMO MOVIMIENTO DE CADA NUMERO MANDA (MISMO
      ** 1100-APLICAR-MOVIMIENTO DE APROBAR)
      ******************************************************************
       3310-APLICAR-MOVIMIENTO.
           MOVE 0 TO W-IDX-HALLADO
           PERFORM VARYING W-IDX-TOR FROM 1 BY 1
              UNTIL W-IDX-TOR > TOR-TOPE OR W-IDX-HALLADO > 0
              IF TOR-NRO(W-IDX-TOR) = ORD-NRO
                 MOVE W-IDX-TOR TO W-IDX-HALLADO
              END-IF
           END-PERFORM
           IF W-IDX-HALLADO = 0 AND TOR-TOPE < 500
              ADD 1 TO TOR-TOPE
              MOVE TOR-TOPE TO W-IDX-HALLADO
              MOVE ORD-NRO TO TOR-NRO(W-IDX-HALLADO)
              MOVE 0       TO TOR-ESTADO(W-IDX-HALLADO)
              MOVE SPACES  TO TOR-ARCHIVO(W-IDX-HALLADO)
           END-IF
           IF W-IDX-HALLADO > 0
              EVALUATE ORD-MOVIMIENTO
                 WHEN "PENDIENTE"
                    MOVE 1 TO TOR-ESTADO(W-IDX-HALLADO)
                    MOVE ORD-FECHA    TO TOR-FECHA(W-IDX-HALLADO)
                    MOVE ORD-ARCHIVO  TO TOR-ARCHIVO(W-IDX-HALLADO)
                    MOVE ORD-ACCION   TO TOR-ACCION(W-IDX-HALLADO)
                    MOVE ORD-CLAVE    TO TOR-CLAVE(W-IDX-HALLADO)
                 WHEN "APROBADA"
                    MOVE 2 TO TOR-ESTADO(W-IDX-HALLADO)
                 WHEN "RECHAZADA"
                    MOVE 3 TO TOR-ESTADO(W-IDX-HALLADO)
                 WHEN "VENCIDA"
                    MOVE 4 TO TOR-ESTADO(W-IDX-HALLADO)
              END-EVALUATE
           END-IF.

      ******************************************************************
      *3400-REVISAR-MANTALERTA.
      ** CADA CAMBIO APLICADO (EMERGENCIA U ORDEN APROBADA) DEBE
      ** TENER SOPORTE SOBRE LA ALERTA; EL OBJETO ES LA LLASEC
      ******************************************************************
       3400-REVISAR-MANTALERTA.
           MOVE 5 TO W-IDX-CLASE
           MOVE 0 TO SW-FIN-LECTURA
           OPEN INPUT AUDITORIA-MANTALERTA
           IF COD-RET-AUDM NOT = "00"
              DISPLAY "SIN MANTALERTA.AUD (" COD-RET-AUDM ")"
           ELSE
              PERFORM UNTIL SW-FIN-LECTURA = 1
                 READ AUDITORIA-MANTALERTA NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-LECTURA
                 END-READ
                 IF SW-FIN-LECTURA = 0 AND AUD-FECHA IS NUMERIC
                    AND AUD-FECHA NOT < FECHA-DESDE
                    MOVE SPACES TO W-OBJETO
                    STRING AUD-TIP-IDE AUD-NUM-IDE AUD-FUENTE
                           AUD-COD-ALERTA AUD-OCURRENCIA
                           DELIMITED BY SIZE INTO W-OBJETO
                    END-STRING
                    MOVE W-OBJETO(1:12) TO W-IDE-CASO
                    MOVE AUD-FECHA TO W-FECHA-CASO
                    MOVE AUD-MOTIVO TO W-NOTA-CASO
                    PERFORM 5000-REVISAR-CASO
                 END-IF
              END-PERFORM
              CLOSE AUDITORIA-MANTALERTA
           END-IF.

      ******************************************************************
      *3500-REVISAR-HABEAS.
      ** UNA CORRIDA DE HABEASDAT (O SU ORDEN APROBADA) DEJA VARIOS
      ** RENGLONES SEGUIDOS CON LA MISMA FECHA, HORA E IDENTIFICACION:
      ** ES UNA SOLA ACTA. LA IDENTIFICACION ABRE TODAS LAS IMAGENES
      ******************************************************************
       3500-REVISAR-HABEAS.
           MOVE 6 TO W-IDX-CLASE
           MOVE 0 TO SW-FIN-LECTURA
           MOVE SPACES TO W-OBJETO-ANT
           OPEN INPUT AUDITORIA-HABEAS
           IF COD-RET-AUDH NOT = "00"
              DISPLAY "SIN HABEASDAT.AUD (" COD-RET-AUDH ")"
           ELSE
              PERFORM UNTIL SW-FIN-LECTURA = 1
                 READ AUDITORIA-HABEAS NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-LECTURA
                 END-READ
                 IF SW-FIN-LECTURA = 0 AND AUH-FECHA IS NUMERIC
                    AND AUH-FECHA NOT < FECHA-DESDE
                    IF AUH-IMAGEN-ANTES = SPACES
                       MOVE AUH-IMAGEN-DESPUES(1:12) TO W-IDE-CASO
                    ELSE
                       MOVE AUH-IMAGEN-ANTES(1:12) TO W-IDE-CASO
                    END-IF
                    MOVE SPACES TO W-OBJETO
                    STRING AUH-FECHA AUH-HORA W-IDE-CASO
                           DELIMITED BY SIZE INTO W-OBJETO
                    END-STRING
                    IF W-OBJETO NOT = W-OBJETO-ANT
                       MOVE W-OBJETO TO W-OBJETO-ANT
                       MOVE AUH-FECHA TO W-FECHA-CASO
                       MOVE SPACES TO W-NOTA-CASO
                       STRING "ACTA " AUH-ACCION
                              DELIMITED BY SIZE INTO W-NOTA-CASO
                       END-STRING
                       PERFORM 5000-REVISAR-CASO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE AUDITORIA-HABEAS
           END-IF.

      ******************************************************************
      *5000-REVISAR-CASO.
      ** BUSCA EN SOPVINC LOS DOCUMENTOS DE CLASE + OBJETO; ALCANZA
      ** CON UNO REGISTRADO Y NO ANULADO
      ******************************************************************
       5000-REVISAR-CASO.
           MOVE TCL-CLASE(W-IDX-CLASE) TO W-CLASE
           ADD 1 TO TCO-REVISADOS(W-IDX-CLASE)
           MOVE 0 TO SW-CON-SOPORTE
           IF SW-SIN-VINCULOS = 0
              MOVE 0 TO SW-FIN-VINC
              MOVE W-CLASE  TO CLASE-SOPVINC
              MOVE W-OBJETO TO OBJETO-SOPVINC
              MOVE 0        TO NUM-SOP-SOPVINC
              START SOPORTES-VINCULOS
                 KEY IS NOT LESS THAN LLAVE-SOPVINC
                 INVALID KEY MOVE 1 TO SW-FIN-VINC
              END-START
              PERFORM UNTIL SW-FIN-VINC = 1 OR SW-CON-SOPORTE = 1
                 READ SOPORTES-VINCULOS NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-VINC
                 END-READ
                 IF SW-FIN-VINC = 0
                    IF CLASE-SOPVINC NOT = W-CLASE
                       OR OBJETO-SOPVINC NOT = W-OBJETO
                       MOVE 1 TO SW-FIN-VINC
                    ELSE
                       PERFORM 5100-VER-DOCUMENTO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF SW-CON-SOPORTE = 0
              PERFORM 5200-ANOTAR-FALTANTE
           END-IF.

      ******************************************************************
      *5100-VER-DOCUMENTO.
      ******************************************************************
       5100-VER-DOCUMENTO.
           IF SW-SIN-SOPORTES = 0
              MOVE NUM-SOP-SOPVINC TO NUM-SOPORTES
              READ SOPORTES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SOPORTE-VIGENTE
                       MOVE 1 TO SW-CON-SOPORTE
                    END-IF
              END-READ
           END-IF.

      ******************************************************************
      *5200-ANOTAR-FALTANTE.
      ******************************************************************
       5200-ANOTAR-FALTANTE.
           ADD 1 TO TCO-FALTANTES(W-IDX-CLASE)
           ADD 1 TO CONT-FALTANTES
           MOVE W-CLASE      TO DET-CLASE
           MOVE W-OBJETO     TO DET-OBJETO
           MOVE W-IDE-CASO   TO DET-IDE
           MOVE W-FECHA-CASO TO DET-FECHA
           MOVE W-NOTA-CASO  TO DET-NOTA
           MOVE LINEA-DETALLE TO REG-REP-SOPOR
           WRITE REG-REP-SOPOR.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           MOVE SPACES TO REG-REP-SOPOR
           WRITE REG-REP-SOPOR
           IF CONT-FALTANTES = 0
              MOVE "TODOS LOS CASOS TIENEN DOCUMENTO SOPORTE"
                TO REG-REP-SOPOR
              WRITE REG-REP-SOPOR
           END-IF
           PERFORM VARYING W-IDX-CLASE FROM 1 BY 1
              UNTIL W-IDX-CLASE > 6
              MOVE TCL-CLASE(W-IDX-CLASE)       TO TOT-CLASE
              MOVE TCL-DESCRIPCION(W-IDX-CLASE) TO TOT-DESCRIPCION
              MOVE TCO-REVISADOS(W-IDX-CLASE)   TO TOT-REVISADOS
              MOVE TCO-FALTANTES(W-IDX-CLASE)   TO TOT-FALTANTES
              MOVE LINEA-TOTAL TO REG-REP-SOPOR
              WRITE REG-REP-SOPOR
              DISPLAY LINEA-TOTAL
           END-PERFORM
           MOVE CONT-FALTANTES TO W-EDIT-CONTADOR
           DISPLAY "Casos sin soporte......... " W-EDIT-CONTADOR
           IF CONT-FALTANTES = 0
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "SIN SOPORTE " CONT-FALTANTES
                  " TUTE " TCO-FALTANTES(1)
                  " RECL " TCO-FALTANTES(2)
                  " RDEM " TCO-FALTANTES(3)
                  " ORDN " TCO-FALTANTES(4)
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
              DISPLAY "REPSOPOR - REGCORRIDA NO DISPONIBLE"
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
              DISPLAY "REPSOPOR - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE BDIIREGI BDIIALE BDIIDEM REPORTE-SOPOR
           IF SW-SIN-SOPORTES = 0
              CLOSE SOPORTES
           END-IF
           IF SW-SIN-VINCULOS = 0
              CLOSE SOPORTES-VINCULOS
           END-IF.

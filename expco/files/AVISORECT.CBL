      * AVISORECT.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVISORECT.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Aviso de rectificacion a quienes recibieron el dato: cuando
      ** una identificacion se corrige, el habeas data obliga a
      ** avisarle a cada entidad que ya la consulto o la recibio en
      ** una entrega, y hasta ahora nadie se enteraba. Este programa
      ** toma las correcciones de UN dia:
      **   - HABEASDAT.AUD: supresiones y rectificaciones aplicadas
      **     por HABEASDAT (emergencia) o por APROBAR (cuatro ojos)
      **   - RECLAMOS.AUD: reclamos cerrados a favor del titular
      **     (CERRFAV sobre la alerta, CERRDFAV sobre una demanda)
      **   - CORRESPID: renumeraciones de RENUMID de ese dia (el
      **     rastro ICBCON ya quedo bajo el numero nuevo)
      ** y busca a quienes recibieron cada identificacion dentro de
      ** la ventana legal hacia atras:
      **   - ICBCON: las entidades que la consultaron (no cuentan la
      **     consulta propia del titular ni las herramientas internas
      **     del personal; en LEESCORE/ALESERVER la entidad es el
      **     usuario del encabezado, sin los lotes BATCH)
      **   - las entregas PERxx que EMPAQPER dejo en las bandejas de
      **     ENTREGAS.CFG (<prefijo>-<AAAAMMDD>[-<sufijo>].DAT) en la
      **     ventana; las de clientes con entregas cifradas (ver
      **     CIFRADO.FD) se leen del archivo de retencion
      **     $TEMPORALES/ENTREGADOS/<cliente>/
      ** Por cada destinatario arma un archivo de rectificacion
      ** $TEMPORALES/AVISORECT.<AAAAMMDD>.<nnn> (encabezado H, un
      ** detalle D por identificacion con la informacion corregida,
      ** sumario T con la cantidad, como las salidas PERxx) y lo
      ** envia con TRANSMITIR ENVIAR <destinatario> <archivo>; cada
      ** envio queda asentado en $TEMPORALES/AVISORECT.JRN con su
      ** resultado. El destinatario debe estar configurado como
      ** destino en TRANSMISION.CFG.
      **
      ** USO: AVISORECT [AAAAMMDD] [meses]
      **   por defecto las correcciones de hoy y una ventana de 6
      **   meses calendario hacia atras
      **
      ** RC 0 avisos enviados; RC 4 no hubo correcciones o nadie
      ** habia recibido las identificaciones corregidas; RC 8 algun
      ** envio fallo (queda FALLIDO en el diario y se avisa); RC 16
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
           COPY ICBCON.FS.
           COPY CORRESPID.FS.

           SELECT OPTIONAL AUDITORIA-HABEAS
                  ASSIGN TO "$TEMPORALES/HABEASDAT.AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUDH.

           SELECT OPTIONAL AUDITORIA-RECLAMOS
                  ASSIGN TO "$TEMPORALES/RECLAMOS.AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUDR.

           SELECT CONFIG-ENTREGAS
                  ASSIGN TO "$TEMPORALES/ENTREGAS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CONFIG.

           COPY CIFRADO.FS.

           SELECT LISTA-ENTREGAS
                  ASSIGN TO "$TEMPORALES/AVISORECT.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-LISTA.

           SELECT ARCHIVO-PERSO
                  ASSIGN TO DISK ARCH-PERSO-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-PERSO.

           SELECT SORT-AVISOS ASSIGN TO DISK SORTWK-TITLE.

           SELECT AVISO-ENTIDAD
                  ASSIGN TO DISK W-AVISO-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AVISO.

           SELECT DIARIO-AVISOS
                  ASSIGN TO "$TEMPORALES/AVISORECT.JRN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-JRN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY ICBCON001.FD.
           COPY CORRESPID.FD.

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

      *    mismo layout que EMPAQPER.CBL / TRAZAIMP.CBL
       FD  CONFIG-ENTREGAS.
       01  REG-CONFIG-ENTREGA.
           02 CFG-PERSO                PIC X(02).
           02 FILLER                   PIC X.
           02 CFG-CLIENTE              PIC X(20).
           02 FILLER                   PIC X.
           02 CFG-PREFIJO              PIC X(20).
           02 FILLER                   PIC X.
           02 CFG-DIRECTORIO           PIC X(40).

           COPY CIFRADO.FD.

       FD  LISTA-ENTREGAS.
       01  REG-LISTA                   PIC X(100).

       FD  ARCHIVO-PERSO.
       01  REG-PERSO.
           02 PER-TIPO-REG             PIC X(01).
           02 PER-TIPO-IDE             PIC X(01).
           02 PER-NUM-IDE              PIC X(11).
           02 FILLER                   PIC X(237).

       SD  SORT-AVISOS.
       01  REG-SORT-AVISO.
           02 SRT-DESTINO              PIC X(20).
           02 SRT-TIPO-IDE             PIC 9(01).
           02 SRT-NUM-IDE              PIC 9(11).
           02 SRT-ORIGEN               PIC X(01).
           02 SRT-INFORMACION          PIC X(60).
           02 SRT-FEC-RECIBIDO         PIC 9(08).
           02 SRT-CANAL                PIC X(10).

      *    archivo de rectificacion de un destinatario: H, D..., T
       FD  AVISO-ENTIDAD.
       01  REG-AVISO-DET.
           02 AVI-TIPO-REG             PIC X(01).
           02 AVI-TIPO-IDE             PIC 9(01).
           02 AVI-NUM-IDE              PIC 9(11).
      *    H = habeas data, R = reclamo a favor, N = renumeracion
           02 AVI-ORIGEN               PIC X(01).
           02 AVI-FEC-CORRECCION       PIC 9(08).
           02 AVI-FEC-RECIBIDO         PIC 9(08).
           02 AVI-CANAL                PIC X(10).
           02 AVI-INFORMACION          PIC X(60).
       01  REG-AVISO-HDR.
           02 AVI-HDR-TIPO-REG         PIC X(01).
           02 AVI-HDR-PROGRAMA         PIC X(09).
           02 AVI-HDR-FECHA            PIC 9(08).
           02 AVI-HDR-DESTINO          PIC X(20).
           02 FILLER                   PIC X(62).
       01  REG-AVISO-TRL.
           02 AVI-TRL-TIPO-REG         PIC X(01).
           02 AVI-TRL-CANT-REG         PIC 9(08).
           02 FILLER                   PIC X(91).

       FD  DIARIO-AVISOS.
       01  REG-DIARIO-AVI.
           02 DAV-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 DAV-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 DAV-DESTINO              PIC X(20).
           02 FILLER                   PIC X.
           02 DAV-CANTIDAD             PIC 9(06).
           02 FILLER                   PIC X.
           02 DAV-RESULTADO            PIC X(10).
           02 FILLER                   PIC X.
           02 DAV-ARCHIVO              PIC X(60).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-CORRESP          PIC X(2) VALUE ZEROS.
       01 COD-RET-AUDH             PIC X(2) VALUE ZEROS.
       01 COD-RET-AUDR             PIC X(2) VALUE ZEROS.
       01 COD-RET-CONFIG           PIC X(2) VALUE ZEROS.
       01 COD-RET-LISTA            PIC X(2) VALUE ZEROS.
       01 COD-RET-CIF              PIC XX   VALUE ZEROS.
       01 COD-RET-PERSO            PIC X(2) VALUE ZEROS.
       01 COD-RET-AVISO            PIC X(2) VALUE ZEROS.
       01 COD-RET-JRN              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(40) VALUE SPACES.
       01 SORTWK-TITLE             PIC X(80)
                                   VALUE "$TEMPORALES/AVISORECT.SRT".
       01 ARCH-PERSO-NAME          PIC X(100) VALUE SPACES.
       01 W-AVISO-NAME             PIC X(60) VALUE SPACES.
       01 W-COMANDO-SYST           PIC X(300) VALUE SPACES.
       01 W-FECHA-X                PIC X(08) VALUE SPACES.
       01 W-MESES-X                PIC X(02) JUSTIFIED RIGHT
                                   VALUE SPACES.
       01 W-MESES-VENTANA          PIC 9(02) VALUE 6.
       01 W-MESES-RESTA            PIC 9(06) VALUE 0.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 FECHA-PROCESO            PIC 9(08) VALUE 0.
       01 FECHA-DESDE              PIC 9(08) VALUE 0.
       01 FECHA-DESDE-R REDEFINES FECHA-DESDE.
          03 DESDE-ANO                PIC 9(04).
          03 DESDE-MES                PIC 9(02).
          03 DESDE-DIA                PIC 9(02).
       01 SW-FIN-AUD               PIC 9(01) VALUE 0.
       01 SW-FIN-CORRESP           PIC 9(01) VALUE 0.
       01 SW-FIN-ICBCON            PIC 9(01) VALUE 0.
       01 SW-FIN-CONFIG            PIC 9(01) VALUE 0.
       01 SW-FIN-LISTA             PIC 9(01) VALUE 0.
       01 SW-FIN-CIFRADO           PIC 9(01) VALUE 0.
       01 SW-CLIENTE-CIFRADO       PIC 9(01) VALUE 0.
       01 SW-FIN-PERSO             PIC 9(01) VALUE 0.
       01 SW-FIN-SORT              PIC 9(01) VALUE 0.
       01 SW-HAY-DESTINO           PIC 9(01) VALUE 0.
       01 SW-TABLA-LLENA           PIC 9(01) VALUE 0.
       01 SW-ES-INTERNA            PIC 9(01) VALUE 0.

      **** IDENTIFICACIONES CORREGIDAS EN EL DIA: LA QUE SE CORRIGIO
      **** (LA QUE RECIBIERON LAS ENTIDADES) Y LA QUE HAY QUE BUSCAR
      **** EN ICBCON (DISTINTA SOLO EN UNA RENUMERACION)
       01 CANT-AFECTADOS           PIC 9(04) VALUE 0.
       01 MAX-AFECTADOS            PIC 9(04) VALUE 500.
       01 IX-AFE                   PIC 9(04) VALUE 0.
       01 TABLA-AFECTADOS.
          02 AFE-ENTRADA OCCURS 500 TIMES.
             03 AFE-TIPO-IDE          PIC 9(01).
             03 AFE-NUM-IDE           PIC 9(11).
             03 AFE-TIPO-BUSQ         PIC 9(01).
             03 AFE-NUM-BUSQ          PIC 9(11).
             03 AFE-ORIGEN            PIC X(01).
             03 AFE-INFORMACION       PIC X(60).
      *    la que se esta por agregar
       01 NUEVO-AFECTADO.
          03 NUE-TIPO-IDE             PIC 9(01).
          03 NUE-NUM-IDE              PIC 9(11).
          03 NUE-TIPO-BUSQ            PIC 9(01).
          03 NUE-NUM-BUSQ             PIC 9(11).
          03 NUE-ORIGEN               PIC X(01).
          03 NUE-INFORMACION          PIC X(60).

      **** HERRAMIENTAS INTERNAS DEL PERSONAL: SUS CONSULTAS NO SON DE
      **** UNA ENTIDAD EXTERNA (LA PARTE ANTES DE LA "/" DE
      **** ENTIDAD-ICBCON, COMO EN FACTURCON)
       01 TABLA-INTERNOS-DATA.
          02 FILLER PIC X(10) VALUE "CONSNOAM21".
          02 FILLER PIC X(10) VALUE "CONSBDLSTR".
          02 FILLER PIC X(10) VALUE "ESTINTEG".
          02 FILLER PIC X(10) VALUE "INTESERVER".
          02 FILLER PIC X(10) VALUE "QUIENCONS".
          02 FILLER PIC X(10) VALUE "REPCONT".
       01 FILLER REDEFINES TABLA-INTERNOS-DATA.
          02 PROGRAMA-INTERNO      PIC X(10) OCCURS 6 TIMES.
       01 W-IDX-AUX                PIC 9(03) VALUE 0.
       01 W-PREFIJO-ENT            PIC X(10) VALUE SPACES.
       01 W-USUARIO-ENT            PIC X(20) VALUE SPACES.

      **** FECHA DE UNA ENTREGA, DEL NOMBRE <prefijo>-AAAAMMDD.DAT
       01 W-LARGO-RUTA             PIC 9(03) VALUE 0.
       01 W-POS-FECHA              PIC 9(03) VALUE 0.
       01 W-FECHA-ENTREGA-X        PIC X(08) VALUE SPACES.
       01 W-FECHA-ENTREGA          PIC 9(08) VALUE 0.
       01 W-CANAL-PER              PIC X(10) VALUE SPACES.
       01 W-RADICADO               PIC X(23) VALUE SPACES.

      **** CORTE POR DESTINATARIO EN LA SALIDA DEL SORT
       01 W-DESTINO-ACTUAL         PIC X(20) VALUE SPACES.
       01 W-SEQ-DESTINO            PIC 9(03) VALUE 0.
       01 W-CANT-DESTINO           PIC 9(08) VALUE 0.
       01 W-ULT-CLAVE.
          03 ULT-TIPO-IDE             PIC 9(01).
          03 ULT-NUM-IDE              PIC 9(11).
          03 ULT-ORIGEN               PIC X(01).
          03 ULT-INFORMACION          PIC X(60).
       01 W-CLAVE-SORT.
          03 CLA-TIPO-IDE             PIC 9(01).
          03 CLA-NUM-IDE              PIC 9(11).
          03 CLA-ORIGEN               PIC X(01).
          03 CLA-INFORMACION          PIC X(60).
       01 W-RESULTADO-ENVIO        PIC X(10) VALUE SPACES.

       01 CONTADORES-AVISOS.
          02 CONT-HABEAS              PIC 9(06) VALUE 0.
          02 CONT-RECLAMOS            PIC 9(06) VALUE 0.
          02 CONT-RENUMERADAS         PIC 9(06) VALUE 0.
          02 CONT-NO-CABEN            PIC 9(06) VALUE 0.
          02 CONT-CONSULTAS           PIC 9(08) VALUE 0.
          02 CONT-ENTREGAS            PIC 9(06) VALUE 0.
          02 CONT-EN-ENTREGAS         PIC 9(08) VALUE 0.
          02 CONT-DESTINOS            PIC 9(06) VALUE 0.
          02 CONT-DETALLES            PIC 9(08) VALUE 0.
          02 CONT-ENVIADOS            PIC 9(06) VALUE 0.
          02 CONT-FALLIDOS            PIC 9(06) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "AVISORECT".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "AVISORECT.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "AVISORECT".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Avisos de rectificacion a los receptores      *"
           DISPLAY "*           PROGRAMA : AVISORECT.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 0900-ASENTAR-INICIO
           PERFORM 2000-REUNIR-CORRECCIONES
           IF CANT-AFECTADOS = 0
              DISPLAY "SIN CORRECCIONES EL " FECHA-PROCESO
                      ": NO HAY AVISOS QUE ENVIAR"
           ELSE
              SORT SORT-AVISOS
                   ASCENDING KEY SRT-DESTINO SRT-TIPO-IDE
                                 SRT-NUM-IDE SRT-ORIGEN
                                 SRT-INFORMACION
                   DESCENDING KEY SRT-FEC-RECIBIDO
                   INPUT PROCEDURE IS 3000-BUSCAR-RECEPTORES
                   OUTPUT PROCEDURE IS 5000-ARMAR-AVISOS
           END-IF
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
      *0900-ASENTAR-INICIO.
      ** LA CORRIDA QUEDA EN LA BITACORA CENTRAL DESDE QUE ARRANCA
      ******************************************************************
       0900-ASENTAR-INICIO.
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE "*INICIO*" TO REGC-CONTADORES
           MOVE 0 TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "AVISORECT - REGCORRIDA NO DISPONIBLE"
           END-CALL.

      ******************************************************************
      *1000-VALIDAR-PARAMETROS.
      ** LA VENTANA ES DE MESES CALENDARIO CON EL DIA RECORTADO A 01,
      ** LA MISMA CUENTA QUE 0700-CALCULAR-FECHA-LIMITE DE QUIENCONS
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-FECHA-X W-MESES-X
           END-UNSTRING
           IF W-FECHA-X = SPACES
              MOVE FECHA-SISTEMA TO FECHA-PROCESO
           ELSE
              IF W-FECHA-X NOT NUMERIC
                 DISPLAY "Uso: AVISORECT [AAAAMMDD] [meses]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE W-FECHA-X TO FECHA-PROCESO
           END-IF
           IF W-MESES-X NOT = SPACES
              INSPECT W-MESES-X REPLACING LEADING SPACES BY ZEROS
              IF W-MESES-X NOT NUMERIC OR W-MESES-X = "00"
                 DISPLAY "Uso: AVISORECT [AAAAMMDD] [meses]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE W-MESES-X TO W-MESES-VENTANA
           END-IF
           MOVE FECHA-PROCESO TO FECHA-DESDE
           COMPUTE W-MESES-RESTA =
              (DESDE-ANO * 12) + DESDE-MES - W-MESES-VENTANA
           COMPUTE DESDE-ANO = (W-MESES-RESTA - 1) / 12
           COMPUTE DESDE-MES = W-MESES-RESTA - (DESDE-ANO * 12)
           MOVE 01 TO DESDE-DIA
           DISPLAY "Correcciones del.......... " FECHA-PROCESO
           DISPLAY "Receptores desde.......... " FECHA-DESDE.

      ******************************************************************
      *2000-REUNIR-CORRECCIONES.
      ******************************************************************
       2000-REUNIR-CORRECCIONES.
           PERFORM 2100-LEER-HABEAS
           PERFORM 2200-LEER-RECLAMOS
           PERFORM 2300-LEER-RENUMERACIONES
           IF CONT-NO-CABEN > 0
              DISPLAY "*** " CONT-NO-CABEN " CORRECCIONES NO ENTRARON"
                      " EN LA TABLA (" MAX-AFECTADOS "): CORRER DE"
                      " NUEVO CON ESE DIA ***"
           END-IF.

      ******************************************************************
      *2100-LEER-HABEAS.
      ** LA IMAGEN PREVIA DE BDIIALE, BDIIREGI Y SCORESNAP EMPIEZA
      ** CON TIPO + NUMERO; LA POSTERIOR DICE "*** SUPRIMIDO ***" O
      ** ES EL BDIIREGI RECTIFICADO (SEXO Y BLOQUEO DE TUTELA)
      ******************************************************************
       2100-LEER-HABEAS.
           MOVE 0 TO SW-FIN-AUD
           OPEN INPUT AUDITORIA-HABEAS
           IF COD-RET-AUDH NOT = "00"
              DISPLAY "SIN HABEASDAT.AUD (" COD-RET-AUDH ")"
              MOVE 1 TO SW-FIN-AUD
           END-IF
           PERFORM UNTIL SW-FIN-AUD = 1
              READ AUDITORIA-HABEAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-AUD
              END-READ
              IF SW-FIN-AUD = 0
                 AND AUH-FECHA = FECHA-PROCESO
                 AND AUH-IMAGEN-ANTES(1:12) IS NUMERIC
                 PERFORM 2150-EVALUAR-HABEAS
              END-IF
           END-PERFORM
           IF COD-RET-AUDH = "00" OR SW-FIN-AUD = 1
              CLOSE AUDITORIA-HABEAS
           END-IF.

      ******************************************************************
      *2150-EVALUAR-HABEAS.
      ******************************************************************
       2150-EVALUAR-HABEAS.
           MOVE SPACES TO NUE-INFORMACION
           IF AUH-IMAGEN-DESPUES(1:17) = "*** SUPRIMIDO ***"
              EVALUATE AUH-ARCHIVO
                 WHEN "BDIIALE"
                    STRING "ALERTA " AUH-IMAGEN-ANTES(13:6) "-"
                           AUH-IMAGEN-ANTES(19:3)
                           " SUPRIMIDA POR HABEAS DATA"
                           DELIMITED BY SIZE INTO NUE-INFORMACION
                    END-STRING
                 WHEN "BDIIREGI"
                    MOVE "DATOS DEL TITULAR SUPRIMIDOS POR HABEAS DATA"
                      TO NUE-INFORMACION
                 WHEN OTHER
                    MOVE "HISTORIA DE SCORE SUPRIMIDA POR HABEAS DATA"
                      TO NUE-INFORMACION
              END-EVALUATE
           ELSE
              STRING "RECTIFICADO POR HABEAS DATA: SEXO "
                     AUH-IMAGEN-DESPUES(13:1)
                     " BLOQUEO TUTELA " AUH-IMAGEN-DESPUES(14:1)
                     DELIMITED BY SIZE INTO NUE-INFORMACION
              END-STRING
           END-IF
           MOVE AUH-IMAGEN-ANTES(1:1)  TO NUE-TIPO-IDE NUE-TIPO-BUSQ
           MOVE AUH-IMAGEN-ANTES(2:11) TO NUE-NUM-IDE NUE-NUM-BUSQ
           MOVE "H" TO NUE-ORIGEN
           PERFORM 2900-AGREGAR-AFECTADO.

      ******************************************************************
      *2200-LEER-RECLAMOS.
      ** SOLO LOS CIERRES A FAVOR DEL TITULAR (VER RECLAMOS.CBL)
      ******************************************************************
       2200-LEER-RECLAMOS.
           MOVE 0 TO SW-FIN-AUD
           OPEN INPUT AUDITORIA-RECLAMOS
           IF COD-RET-AUDR NOT = "00"
              DISPLAY "SIN RECLAMOS.AUD (" COD-RET-AUDR ")"
              MOVE 1 TO SW-FIN-AUD
           END-IF
           PERFORM UNTIL SW-FIN-AUD = 1
              READ AUDITORIA-RECLAMOS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-AUD
              END-READ
              IF SW-FIN-AUD = 0
                 AND AUR-FECHA = FECHA-PROCESO
                 AND (AUR-ACCION = "CERRFAV" OR AUR-ACCION = "CERRDFAV")
                 AND AUR-TIPO-IDE IS NUMERIC
                 AND AUR-NUM-IDE IS NUMERIC
                 PERFORM 2250-EVALUAR-RECLAMO
              END-IF
           END-PERFORM
           CLOSE AUDITORIA-RECLAMOS.

      ******************************************************************
      *2250-EVALUAR-RECLAMO.
      ******************************************************************
       2250-EVALUAR-RECLAMO.
           MOVE SPACES TO NUE-INFORMACION
           IF AUR-ACCION = "CERRFAV"
              STRING "RECLAMO A FAVOR DEL TITULAR, ALERTA "
                     AUR-FUENTE "-" AUR-COD-ALERTA "-" AUR-OCURRENCIA
                     DELIMITED BY SIZE INTO NUE-INFORMACION
              END-STRING
           ELSE
              MOVE SPACES TO W-RADICADO
              UNSTRING AUR-DETALLE DELIMITED BY SPACE INTO W-RADICADO
              END-UNSTRING
              STRING "RECLAMO A FAVOR, DEMANDA " W-RADICADO
                     DELIMITED BY SIZE INTO NUE-INFORMACION
              END-STRING
           END-IF
           MOVE AUR-TIPO-IDE TO NUE-TIPO-IDE NUE-TIPO-BUSQ
           MOVE AUR-NUM-IDE  TO NUE-NUM-IDE NUE-NUM-BUSQ
           MOVE "R" TO NUE-ORIGEN
           PERFORM 2900-AGREGAR-AFECTADO.

      ******************************************************************
      *2300-LEER-RENUMERACIONES.
      ** CORRESPID ES CHICA Y ESTA EN ORDEN DE NUMERO VIEJO: SE BARRE
      ** ENTERA BUSCANDO LOS CAMBIOS DEL DIA
      ******************************************************************
       2300-LEER-RENUMERACIONES.
           MOVE 0 TO SW-FIN-CORRESP
           OPEN INPUT CORRESPID
           IF COD-RET-CORRESP NOT = "00"
              DISPLAY "SIN CORRESPID (" COD-RET-CORRESP ")"
           ELSE
              MOVE LOW-VALUES TO LLAVE-CORRESPID
              START CORRESPID KEY IS NOT LESS THAN LLAVE-CORRESPID
                 INVALID KEY MOVE 1 TO SW-FIN-CORRESP
              END-START
              PERFORM UNTIL SW-FIN-CORRESP = 1
                 READ CORRESPID NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-CORRESP
                 END-READ
                 IF SW-FIN-CORRESP = 0
                    AND FEC-CAMBIO-CORRESP = FECHA-PROCESO
                    MOVE SPACES TO NUE-INFORMACION
                    STRING "IDENTIFICACION RENUMERADA, AHORA "
                           TIPO-NUEVO-CORRESP " " NUM-NUEVO-CORRESP
                           DELIMITED BY SIZE INTO NUE-INFORMACION
                    END-STRING
                    MOVE TIPO-VIEJO-CORRESP TO NUE-TIPO-IDE
                    MOVE NUM-VIEJO-CORRESP  TO NUE-NUM-IDE
                    MOVE TIPO-NUEVO-CORRESP TO NUE-TIPO-BUSQ
                    MOVE NUM-NUEVO-CORRESP  TO NUE-NUM-BUSQ
                    MOVE "N" TO NUE-ORIGEN
                    PERFORM 2900-AGREGAR-AFECTADO
                 END-IF
              END-PERFORM
              CLOSE CORRESPID
           END-IF.

      ******************************************************************
      *2900-AGREGAR-AFECTADO.
      ** UNA ENTRADA POR IDENTIFICACION, ORIGEN E INFORMACION: LAS
      ** FILAS DE FOTO DE UNA MISMA SUPRESION SON UNA SOLA
      ******************************************************************
       2900-AGREGAR-AFECTADO.
           MOVE 1 TO IX-AFE
           PERFORM UNTIL IX-AFE > CANT-AFECTADOS
                      OR (AFE-TIPO-IDE(IX-AFE) = NUE-TIPO-IDE
                      AND AFE-NUM-IDE(IX-AFE) = NUE-NUM-IDE
                      AND AFE-ORIGEN(IX-AFE) = NUE-ORIGEN
                      AND AFE-INFORMACION(IX-AFE) = NUE-INFORMACION)
              ADD 1 TO IX-AFE
           END-PERFORM
           IF IX-AFE > CANT-AFECTADOS
              IF CANT-AFECTADOS < MAX-AFECTADOS
                 ADD 1 TO CANT-AFECTADOS
                 MOVE NUEVO-AFECTADO TO AFE-ENTRADA(CANT-AFECTADOS)
                 EVALUATE NUE-ORIGEN
                    WHEN "H" ADD 1 TO CONT-HABEAS
                    WHEN "R" ADD 1 TO CONT-RECLAMOS
                    WHEN OTHER ADD 1 TO CONT-RENUMERADAS
                 END-EVALUATE
              ELSE
                 MOVE 1 TO SW-TABLA-LLENA
                 ADD 1 TO CONT-NO-CABEN
              END-IF
           END-IF.

      ******************************************************************
      *3000-BUSCAR-RECEPTORES.
      ******************************************************************
       3000-BUSCAR-RECEPTORES.
           OPEN INPUT ICBCON
           PERFORM 3100-BUSCAR-EN-ICBCON
              VARYING IX-AFE FROM 1 BY 1
              UNTIL IX-AFE > CANT-AFECTADOS
           CLOSE ICBCON
           PERFORM 3500-BUSCAR-EN-ENTREGAS.

      ******************************************************************
      *3100-BUSCAR-EN-ICBCON.
      ** LAS CONSULTAS DE LA IDENTIFICACION DESDE EL PRINCIPIO DE LA
      ** VENTANA HASTA EL DIA DE LA CORRECCION
      ******************************************************************
       3100-BUSCAR-EN-ICBCON.
           MOVE 0 TO SW-FIN-ICBCON
           MOVE LOW-VALUES TO LLASEC-ICBCON
           MOVE AFE-TIPO-BUSQ(IX-AFE) TO TIPO-IDE-ICBCON
           MOVE AFE-NUM-BUSQ(IX-AFE)  TO NUM-IDE-ICBCON
           MOVE FECHA-DESDE           TO FEC-CONSULTA-ICBCON
           MOVE 0                     TO SEC-CONSULTA-ICBCON
           START ICBCON KEY IS NOT LESS THAN LLASEC-ICBCON
              INVALID KEY MOVE 1 TO SW-FIN-ICBCON
           END-START
           PERFORM UNTIL SW-FIN-ICBCON = 1
              READ ICBCON NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ICBCON
              END-READ
              IF SW-FIN-ICBCON = 0
                 IF TIPO-IDE-ICBCON = AFE-TIPO-BUSQ(IX-AFE)
                    AND NUM-IDE-ICBCON = AFE-NUM-BUSQ(IX-AFE)
                    AND FEC-CONSULTA-ICBCON NOT > FECHA-PROCESO
                    PERFORM 3150-EVALUAR-CONSULTA
                 ELSE
                    MOVE 1 TO SW-FIN-ICBCON
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *3150-EVALUAR-CONSULTA.
      ** LA CONSULTA PROPIA LA HIZO EL TITULAR Y LAS HERRAMIENTAS
      ** INTERNAS SON DEL PERSONAL: NINGUNA ES UN RECEPTOR A AVISAR
      ******************************************************************
       3150-EVALUAR-CONSULTA.
           IF MOTIVO-CODIFICADO-ICBCON AND CONSULTA-PROPIA-ICBCON
              CONTINUE
           ELSE
              MOVE SPACES TO W-PREFIJO-ENT W-USUARIO-ENT
              UNSTRING ENTIDAD-ICBCON DELIMITED BY "/"
                       INTO W-PREFIJO-ENT W-USUARIO-ENT
              END-UNSTRING
              MOVE 0 TO SW-ES-INTERNA
              PERFORM VARYING W-IDX-AUX FROM 1 BY 1
                 UNTIL W-IDX-AUX > 6 OR SW-ES-INTERNA = 1
                 IF W-PREFIJO-ENT = PROGRAMA-INTERNO(W-IDX-AUX)
                    MOVE 1 TO SW-ES-INTERNA
                 END-IF
              END-PERFORM
              IF SW-ES-INTERNA = 0
                 MOVE SPACES TO SRT-DESTINO
                 IF W-PREFIJO-ENT = "LEESCORE"
                    OR W-PREFIJO-ENT = "ALESERVER"
                    IF W-USUARIO-ENT NOT = "BATCH"
                       AND W-USUARIO-ENT NOT = SPACES
                       MOVE W-USUARIO-ENT TO SRT-DESTINO
                    END-IF
                 ELSE
                    MOVE ENTIDAD-ICBCON TO SRT-DESTINO
                 END-IF
                 IF SRT-DESTINO NOT = SPACES
                    MOVE W-PREFIJO-ENT TO SRT-CANAL
                    MOVE FEC-CONSULTA-ICBCON TO SRT-FEC-RECIBIDO
                    PERFORM 3900-LIBERAR-AVISO
                    ADD 1 TO CONT-CONSULTAS
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *3500-BUSCAR-EN-ENTREGAS.
      ** LAS BANDEJAS DE ENTREGAS.CFG CONSERVAN LAS ENTREGAS PERxx
      ** QUE ARMO EMPAQPER; SE LEEN LAS DE LA VENTANA
      ******************************************************************
       3500-BUSCAR-EN-ENTREGAS.
           MOVE 0 TO SW-FIN-CONFIG
           OPEN INPUT CONFIG-ENTREGAS
           IF COD-RET-CONFIG NOT = "00"
              DISPLAY "SIN ENTREGAS.CFG (" COD-RET-CONFIG
                      "): NO SE REVISAN ENTREGAS"
           ELSE
              PERFORM UNTIL SW-FIN-CONFIG = 1
                 READ CONFIG-ENTREGAS NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-CONFIG
                 END-READ
                 IF SW-FIN-CONFIG = 0 AND CFG-DIRECTORIO NOT = SPACES
                    AND CFG-PREFIJO NOT = SPACES
                    PERFORM 3600-REVISAR-UNA-BANDEJA
                 END-IF
              END-PERFORM
              CLOSE CONFIG-ENTREGAS
           END-IF.

      ******************************************************************
      *3600-REVISAR-UNA-BANDEJA.
      ** MISMO LISTADO POR SHELL QUE 4100-LISTAR-UNA-BANDEJA DE
      ** TRAZAIMP
      ******************************************************************
       3600-REVISAR-UNA-BANDEJA.
           PERFORM 3640-BUSCAR-CIFRADO
           MOVE SPACES TO W-COMANDO-SYST
           IF SW-CLIENTE-CIFRADO = 1
              STRING "ls $TEMPORALES/ENTREGADOS/" DELIMITED BY SIZE
                     CFG-CLIENTE         DELIMITED BY SPACE
                     "/"                 DELIMITED BY SIZE
                     CFG-PREFIJO         DELIMITED BY SPACE
                     "-*.DAT.?????? > $TEMPORALES/AVISORECT.TMP"
                                         DELIMITED BY SIZE
                     " 2>/dev/null"      DELIMITED BY SIZE
                     INTO W-COMANDO-SYST
              END-STRING
           ELSE
              STRING "ls "               DELIMITED BY SIZE
                     CFG-DIRECTORIO      DELIMITED BY SPACE
                     "/"                 DELIMITED BY SIZE
                     CFG-PREFIJO         DELIMITED BY SPACE
                     "-*.DAT > $TEMPORALES/AVISORECT.TMP 2>/dev/null"
                                         DELIMITED BY SIZE
                     INTO W-COMANDO-SYST
              END-STRING
           END-IF
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO SW-FIN-LISTA
           OPEN INPUT LISTA-ENTREGAS
           IF COD-RET-LISTA NOT = "00"
              MOVE 1 TO SW-FIN-LISTA
           END-IF
           PERFORM UNTIL SW-FIN-LISTA = 1
              READ LISTA-ENTREGAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LISTA
              END-READ
              IF SW-FIN-LISTA = 0 AND REG-LISTA NOT = SPACES
                 PERFORM 3650-FECHA-DE-ENTREGA
                 IF W-FECHA-ENTREGA NOT < FECHA-DESDE
                    AND W-FECHA-ENTREGA NOT > FECHA-PROCESO
                    PERFORM 3700-LEER-ENTREGA
                 END-IF
              END-IF
           END-PERFORM
           CLOSE LISTA-ENTREGAS.

      ******************************************************************
      *3640-BUSCAR-CIFRADO.
      ** LAS ENTREGAS DE UN CLIENTE CON CLAVE EN CIFRADO.CFG ESTAN
      ** CIFRADAS EN LA BANDEJA: SE LEEN DE LA COPIA EN CLARO DEL
      ** ARCHIVO DE RETENCION (VER EMPAQPER.CBL)
      ******************************************************************
       3640-BUSCAR-CIFRADO.
           MOVE 0 TO SW-CLIENTE-CIFRADO
           OPEN INPUT CONFIG-CIFRADO
           IF COD-RET-CIF = "00"
              MOVE 0 TO SW-FIN-CIFRADO
              PERFORM UNTIL SW-FIN-CIFRADO = 1
                         OR SW-CLIENTE-CIFRADO = 1
                 READ CONFIG-CIFRADO NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-CIFRADO
                 END-READ
                 IF SW-FIN-CIFRADO = 0 AND CIF-CLIENTE = CFG-CLIENTE
                    MOVE 1 TO SW-CLIENTE-CIFRADO
                 END-IF
              END-PERFORM
              CLOSE CONFIG-CIFRADO
           END-IF.

      ******************************************************************
      *3650-FECHA-DE-ENTREGA.
      ** EMPAQPER NOMBRA LA ENTREGA <prefijo>-AAAAMMDD.DAT: LA FECHA
      ** SON LOS OCHO CARACTERES ANTES DEL ".DAT", O LOS OCHO ANTES DEL
      ** SUFIJO EN <prefijo>-AAAAMMDD-<sufijo>.DAT; UN NOMBRE QUE NO
      ** CUMPLE QUEDA CON FECHA CERO Y FUERA DE LA VENTANA
      ******************************************************************
       3650-FECHA-DE-ENTREGA.
           MOVE 0 TO W-FECHA-ENTREGA
           MOVE 0 TO W-LARGO-RUTA
           INSPECT REG-LISTA TALLYING W-LARGO-RUTA
                   FOR CHARACTERS BEFORE INITIAL ".DAT"
           IF W-LARGO-RUTA > 8 AND W-LARGO-RUTA < 100
              COMPUTE W-POS-FECHA = W-LARGO-RUTA - 7
              MOVE REG-LISTA(W-POS-FECHA:8) TO W-FECHA-ENTREGA-X
              IF W-POS-FECHA > 10
                 AND REG-LISTA(W-POS-FECHA - 1:1) = "-"
                 AND REG-LISTA(W-POS-FECHA - 10:1) = "-"
                 AND REG-LISTA(W-POS-FECHA - 9:8) IS NUMERIC
                 MOVE REG-LISTA(W-POS-FECHA - 9:8) TO W-FECHA-ENTREGA-X
              END-IF
              IF W-FECHA-ENTREGA-X IS NUMERIC
                 MOVE W-FECHA-ENTREGA-X TO W-FECHA-ENTREGA
              END-IF
           END-IF.

      ******************************************************************
      *3700-LEER-ENTREGA.
      ** CADA DETALLE "D" TRAE TIPO + NUMERO EN LAS POSICIONES 2-13;
      ** SE COMPARA CONTRA LA IDENTIFICACION CORREGIDA (LA VIEJA EN
      ** UNA RENUMERACION, QUE ES LA QUE SE ENTREGO)
      ******************************************************************
       3700-LEER-ENTREGA.
           MOVE REG-LISTA TO ARCH-PERSO-NAME
           MOVE SPACES TO W-CANAL-PER
           STRING "PER" CFG-PERSO DELIMITED BY SIZE INTO W-CANAL-PER
           END-STRING
           MOVE 0 TO SW-FIN-PERSO
           OPEN INPUT ARCHIVO-PERSO
           IF COD-RET-PERSO NOT = "00"
              DISPLAY "NO SE PUDO LEER LA ENTREGA " ARCH-PERSO-NAME
              MOVE 1 TO SW-FIN-PERSO
           ELSE
              ADD 1 TO CONT-ENTREGAS
           END-IF
           PERFORM UNTIL SW-FIN-PERSO = 1
              READ ARCHIVO-PERSO NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-PERSO
              END-READ
              IF SW-FIN-PERSO = 0 AND PER-TIPO-REG = "D"
                 AND PER-TIPO-IDE IS NUMERIC
                 AND PER-NUM-IDE IS NUMERIC
                 PERFORM 3750-COMPARAR-DETALLE
                    VARYING IX-AFE FROM 1 BY 1
                    UNTIL IX-AFE > CANT-AFECTADOS
              END-IF
           END-PERFORM
           IF COD-RET-PERSO = "00" OR SW-FIN-PERSO = 1
              CLOSE ARCHIVO-PERSO
           END-IF.

       3750-COMPARAR-DETALLE.
           IF PER-TIPO-IDE = AFE-TIPO-IDE(IX-AFE)
              AND PER-NUM-IDE = AFE-NUM-IDE(IX-AFE)
              MOVE CFG-CLIENTE     TO SRT-DESTINO
              MOVE W-CANAL-PER     TO SRT-CANAL
              MOVE W-FECHA-ENTREGA TO SRT-FEC-RECIBIDO
              PERFORM 3900-LIBERAR-AVISO
              ADD 1 TO CONT-EN-ENTREGAS
           END-IF.

      ******************************************************************
      *3900-LIBERAR-AVISO.
      ** LA IDENTIFICACION DEL AVISO ES LA CORREGIDA, LA QUE EL
      ** RECEPTOR TIENE EN SUS ARCHIVOS
      ******************************************************************
       3900-LIBERAR-AVISO.
           MOVE AFE-TIPO-IDE(IX-AFE)    TO SRT-TIPO-IDE
           MOVE AFE-NUM-IDE(IX-AFE)     TO SRT-NUM-IDE
           MOVE AFE-ORIGEN(IX-AFE)      TO SRT-ORIGEN
           MOVE AFE-INFORMACION(IX-AFE) TO SRT-INFORMACION
           RELEASE REG-SORT-AVISO.

      ******************************************************************
      *5000-ARMAR-AVISOS.
      ** LA SALIDA DEL SORT VIENE AGRUPADA POR DESTINATARIO: CADA
      ** CAMBIO CIERRA Y ENVIA EL ARCHIVO DEL ANTERIOR. DENTRO DEL
      ** DESTINATARIO UNA CORRECCION SALE UNA SOLA VEZ, CON LA FECHA
      ** EN QUE LA RECIBIO POR ULTIMA VEZ (LA PRIMERA DEL SORT)
      ******************************************************************
       5000-ARMAR-AVISOS.
           MOVE 0 TO SW-FIN-SORT
           PERFORM UNTIL SW-FIN-SORT = 1
              RETURN SORT-AVISOS
                 AT END MOVE 1 TO SW-FIN-SORT
              END-RETURN
              IF SW-FIN-SORT = 0
                 IF SRT-DESTINO NOT = W-DESTINO-ACTUAL
                    OR SW-HAY-DESTINO = 0
                    IF SW-HAY-DESTINO = 1
                       PERFORM 5500-CERRAR-DESTINO
                    END-IF
                    PERFORM 5100-ABRIR-DESTINO
                 END-IF
                 MOVE SRT-TIPO-IDE    TO CLA-TIPO-IDE
                 MOVE SRT-NUM-IDE     TO CLA-NUM-IDE
                 MOVE SRT-ORIGEN      TO CLA-ORIGEN
                 MOVE SRT-INFORMACION TO CLA-INFORMACION
                 IF W-CLAVE-SORT NOT = W-ULT-CLAVE
                    MOVE W-CLAVE-SORT TO W-ULT-CLAVE
                    PERFORM 5200-GRABAR-DETALLE
                 END-IF
              END-IF
           END-PERFORM
           IF SW-HAY-DESTINO = 1
              PERFORM 5500-CERRAR-DESTINO
           END-IF.

      ******************************************************************
      *5100-ABRIR-DESTINO.
      ** UN ARCHIVO POR DESTINATARIO, NUMERADO COMO LOS DETALLES DE
      ** FACTURCON (EL NOMBRE DE LA ENTIDAD PUEDE TRAER "/")
      ******************************************************************
       5100-ABRIR-DESTINO.
           MOVE SRT-DESTINO TO W-DESTINO-ACTUAL
           MOVE 1 TO SW-HAY-DESTINO
           MOVE 0 TO W-CANT-DESTINO
           MOVE SPACES TO W-ULT-CLAVE
           ADD 1 TO CONT-DESTINOS
           ADD 1 TO W-SEQ-DESTINO
           MOVE SPACES TO W-AVISO-NAME
           STRING "$TEMPORALES/AVISORECT." FECHA-PROCESO "."
                  W-SEQ-DESTINO
                  DELIMITED BY SIZE INTO W-AVISO-NAME
           END-STRING
           OPEN OUTPUT AVISO-ENTIDAD
           IF COD-RET-AVISO NOT = "00"
              DISPLAY "Error abriendo " W-AVISO-NAME " "
                      COD-RET-AVISO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REG-AVISO-HDR
           MOVE "H"              TO AVI-HDR-TIPO-REG
           MOVE "AVISORECT"      TO AVI-HDR-PROGRAMA
           MOVE FECHA-PROCESO    TO AVI-HDR-FECHA
           MOVE W-DESTINO-ACTUAL TO AVI-HDR-DESTINO
           WRITE REG-AVISO-HDR.

      ******************************************************************
      *5200-GRABAR-DETALLE.
      ******************************************************************
       5200-GRABAR-DETALLE.
           MOVE SPACES TO REG-AVISO-DET
           MOVE "D"              TO AVI-TIPO-REG
           MOVE SRT-TIPO-IDE     TO AVI-TIPO-IDE
           MOVE SRT-NUM-IDE      TO AVI-NUM-IDE
           MOVE SRT-ORIGEN       TO AVI-ORIGEN
           MOVE FECHA-PROCESO    TO AVI-FEC-CORRECCION
           MOVE SRT-FEC-RECIBIDO TO AVI-FEC-RECIBIDO
           MOVE SRT-CANAL        TO AVI-CANAL
           MOVE SRT-INFORMACION  TO AVI-INFORMACION
           WRITE REG-AVISO-DET
           ADD 1 TO W-CANT-DESTINO
           ADD 1 TO CONT-DETALLES.

      ******************************************************************
      *5500-CERRAR-DESTINO.
      ** SUMARIO, CIERRE Y ENVIO CON TRANSMITIR; EL RC DEL ENVIO
      ** DECIDE EL ASIENTO EN EL DIARIO DE AVISOS
      ******************************************************************
       5500-CERRAR-DESTINO.
           MOVE SPACES TO REG-AVISO-TRL
           MOVE "T"            TO AVI-TRL-TIPO-REG
           MOVE W-CANT-DESTINO TO AVI-TRL-CANT-REG
           WRITE REG-AVISO-TRL
           CLOSE AVISO-ENTIDAD
           MOVE SPACES TO W-COMANDO-SYST
           STRING "TRANSMITIR ENVIAR " DELIMITED BY SIZE
                  W-DESTINO-ACTUAL     DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  W-AVISO-NAME         DELIMITED BY SPACE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           IF RETURN-CODE = 0
              MOVE "ENVIADO" TO W-RESULTADO-ENVIO
              ADD 1 TO CONT-ENVIADOS
           ELSE
              MOVE "FALLIDO" TO W-RESULTADO-ENVIO
              ADD 1 TO CONT-FALLIDOS
              MOVE "AVISO" TO NOTIF-SEVERIDAD
              MOVE SPACES TO NOTIF-MENSAJE
              STRING "AVISO DE RECTIFICACION NO ENVIADO A "
                                       DELIMITED BY SIZE
                     W-DESTINO-ACTUAL  DELIMITED BY SPACE
                     ": "              DELIMITED BY SIZE
                     W-AVISO-NAME      DELIMITED BY SPACE
                     INTO NOTIF-MENSAJE
              END-STRING
              CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                     NOTIF-MENSAJE
              ON EXCEPTION
                 DISPLAY "AVISORECT - NOTIFICAR NO DISPONIBLE"
              END-CALL
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM 5600-ASENTAR-ENVIO
           MOVE 0 TO SW-HAY-DESTINO.

      ******************************************************************
      *5600-ASENTAR-ENVIO.
      ******************************************************************
       5600-ASENTAR-ENVIO.
           OPEN EXTEND DIARIO-AVISOS
           IF COD-RET-JRN = "35"
              OPEN OUTPUT DIARIO-AVISOS
           END-IF
           IF COD-RET-JRN = "00"
              MOVE SPACES TO REG-DIARIO-AVI
              MOVE FECHA-SISTEMA     TO DAV-FECHA
              MOVE HORA-SIST-HHMMSS  TO DAV-HORA
              MOVE W-DESTINO-ACTUAL  TO DAV-DESTINO
              MOVE W-CANT-DESTINO    TO DAV-CANTIDAD
              MOVE W-RESULTADO-ENVIO TO DAV-RESULTADO
              MOVE W-AVISO-NAME      TO DAV-ARCHIVO
              WRITE REG-DIARIO-AVI
              CLOSE DIARIO-AVISOS
           ELSE
              DISPLAY "NO SE PUDO ASENTAR EN AVISORECT.JRN ("
                      COD-RET-JRN ")"
           END-IF.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           MOVE CONT-HABEAS TO W-EDIT-CONTADOR
           DISPLAY "Correcciones habeas data.. " W-EDIT-CONTADOR
           MOVE CONT-RECLAMOS TO W-EDIT-CONTADOR
           DISPLAY "Reclamos a favor.......... " W-EDIT-CONTADOR
           MOVE CONT-RENUMERADAS TO W-EDIT-CONTADOR
           DISPLAY "Renumeraciones............ " W-EDIT-CONTADOR
           MOVE CONT-CONSULTAS TO W-EDIT-CONTADOR
           DISPLAY "Consultas en la ventana... " W-EDIT-CONTADOR
           MOVE CONT-ENTREGAS TO W-EDIT-CONTADOR
           DISPLAY "Entregas revisadas........ " W-EDIT-CONTADOR
           MOVE CONT-EN-ENTREGAS TO W-EDIT-CONTADOR
           DISPLAY "Apariciones en entregas... " W-EDIT-CONTADOR
           MOVE CONT-DESTINOS TO W-EDIT-CONTADOR
           DISPLAY "Destinatarios avisados.... " W-EDIT-CONTADOR
           MOVE CONT-DETALLES TO W-EDIT-CONTADOR
           DISPLAY "Detalles de aviso......... " W-EDIT-CONTADOR
           MOVE CONT-ENVIADOS TO W-EDIT-CONTADOR
           DISPLAY "Envios completos.......... " W-EDIT-CONTADOR
           MOVE CONT-FALLIDOS TO W-EDIT-CONTADOR
           DISPLAY "Envios fallidos........... " W-EDIT-CONTADOR
           EVALUATE TRUE
              WHEN CONT-FALLIDOS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN CONT-DESTINOS = 0 OR CONT-NO-CABEN > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE SPACES TO REGC-CONTADORES
           STRING "FECHA " FECHA-PROCESO
                  " CORR " CANT-AFECTADOS
                  " DEST " CONT-DESTINOS
                  " ENV " CONT-ENVIADOS
                  " FALL " CONT-FALLIDOS
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
              DISPLAY "AVISORECT - REGCORRIDA NO DISPONIBLE"
           END-CALL
           EVALUATE REGC-RC
              WHEN 8
                 MOVE "FALLA" TO NOTIF-SEVERIDAD
              WHEN 4
                 MOVE "AVISO" TO NOTIF-SEVERIDAD
              WHEN OTHER
                 MOVE "INFO" TO NOTIF-SEVERIDAD
           END-EVALUATE
           MOVE REGC-CONTADORES TO NOTIF-MENSAJE
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "AVISORECT - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

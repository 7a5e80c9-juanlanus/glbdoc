      ** llamar a operaciones. Solo lectura; cada solicitud queda en
      ** el rastro de habeas data via REGCONSUL, el consultante se
      ** verifica contra el registro de autorizaciones (servicio
      ** INTEGRAL, ver AUTCONSUL.CBL), el motivo declarado en la
      ** solicitud (TIPO NUMERO MOTIVO) contra el catalogo de
      ** MOTCONSUL.CBL, y rige el cupo por entidad (CUPOS.CBL).
      ** El motivo PROP es el titular consultando sus propios datos
      ** en la sucursal: se cuenta en CONSPROP.CBL y la respuesta
      ** dice si es la gratuita del mes o una cobrable.
      ** Para una persona juridica la respuesta agrega sus personas
      ** relacionadas vigentes (PJRELAC, ver CARGPJREL.CBL) con sus
      ** alertas, estado en BDLSTR y banda de score, como ESTINTEG.
      **
      ** Comandos del operador entre solicitudes
      ** ($TEMPORALES/INTESERVER.CMD): PARAR / PAUSAR / SEGUIR /
      ** ESTADO; latido en $TEMPORALES/INTESERVER.LAT cada minuto
      ** para CONSCORR VIGILAR, como los otros servidores residentes.
      ** Cada solicitud contestada deja sus tiempos en TIEMPOSRV.JRN
      ** via REGTIEMPO (resumen diario en REPTIEMPO.CBL). Cada
      ** denegacion va a la bitacora de seguridad via SEGEVENTO.
      ** Cada solicitud, servida o denegada, queda en el diario de
      ** consumo por entidad via REGCONSUMO (ver ESTCONSUMO.CBL).
      **
      ** Sin modulo CCI presente (banco de pruebas) las solicitudes
      ** se aceptan por consola y las respuestas salen por DISPLAY,
      ** igual que ALESERVER. Blanco o "FIN" termina el servicio.
      **
      ** INTESERVER CERTIFICA es el modo de certificacion de
      ** integracion de clientes nuevos, igual que ALESERVER
      ** CERTIFICA: BDIIALE/BDIIREGI enmascarados de EXTMASCARA, solo
      ** identificaciones sinteticas, servicio CERTIFICA, sin cupo de
      ** produccion (99999999999 contesta cupo agotado), cada
      ** solicitud a CERTIF.JRN (REGCERTIF) y comandos/latido en
      ** CERTIF.INTESERVER.CMD/.LAT. Guion e informe: CERTCLI.CBL.
      **
      ** Sin BDIIALE al arrancar, o cuando deja de contestar en
      ** servicio (fuera de CERTIFICA), las alertas se contestan
      ** desde la foto de FOTOALE.CBL, como ALESERVER, hasta que el
      ** maestro abre de nuevo: cada
      ** respuesta lleva la fecha de la foto y queda en ALECONT.LOG
      ** para el replay REPCONTALE.CBL (ver ALEFOTO.WS).
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
           COPY NOAMNISTIA21.FS.
           COPY BDLSTR.FS.
           COPY BDIIALE.FS.
      *    BDIIREGI con SELECT propio por su FILE STATUS (como en
      *    OPABDIIRE): sin el no se puede respetar la tutela
           SELECT BDIIREGI
                  ASSIGN TO EXTERNAL BDIIRE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BDIIREGI
                  FILE STATUS IS COD-RET-BDIIREGI.
           COPY SCODAPJA.FS.
           COPY BDIIDEM.FS.
           COPY PJRELAC.FS.
           COPY SCORESNAP.FS.
           COPY RESALERTA.FS.
      *    contingencia: fecha de la foto de alertas y rastro de lo
      *    contestado desde ella (ver ALEFOTO.WS)
           COPY ALEFOTO.FS.
           COPY ALECONT.FS.

           SELECT OPTIONAL ARCHIVO-COMANDOS
                  ASSIGN TO DISK W-CMD-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CMD.

           SELECT ARCHIVO-LATIDO
                  ASSIGN TO DISK W-LAT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-LAT.
      *-----------------------------------------------------------------
           COPY BDIIALE.FD.
           COPY BDIIREGI.FD.
           COPY SCODAPJA.FD.
           COPY BDIIDEM.FD.
           COPY PJRELAC.FD.
           COPY SCORESNAP.FD.
           COPY RESALERTA.FD.
           COPY ALEFOTO.FD.
           COPY ALECONT.FD.

       FD  ARCHIVO-COMANDOS.
       01  REG-COMANDO                 PIC X(10).
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       01 COD-RET-BDLSTR           PIC X(2) VALUE ZEROS.
       01 COD-RET-BDIIREGI         PIC X(2) VALUE ZEROS.
       01 COD-RET-NOAMNISTIA21     PIC X(2) VALUE ZEROS.
       01 COD-RETORNO-SCODAPJA     PIC X(2) VALUE ZEROS.
       01 COD-RET-CMD              PIC X(2) VALUE ZEROS.
       01 COD-RET-LAT              PIC X(2) VALUE ZEROS.
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
      *    RESALERTA.FD): opcional y solo con datos reales; sin el, o
      *    si ya paso su proximo vencimiento, se recorre BDIIALE
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
       01 WS-PROGRAMA              PIC X(06) VALUE "INTESE".
       01 FECHA-PROCESO            PIC 9(08) VALUE 0.
       01 LINEA-SOLICITUD          PIC X(20) VALUE SPACES.
       01 W-TIPO-X                 PIC X(01) VALUE SPACE.
       01 W-NUMERO-X               PIC X(11) VALUE SPACES.
       01 W-MOTIVO-X               PIC X(04) VALUE SPACES.
      * resultado del validador unico de identificaciones (VALIDID)
       01 W-COD-VALIDID            PIC X(03) VALUE SPACES.
       01 W-TEXTO-VALIDID          PIC X(40) VALUE SPACES.
       01 SW-FIN-SERVIDOR          PIC 9(01) VALUE 0.
          88 FIN-SOLICITUDES              VALUE 1.
       01 SW-SOLICITUD-VALIDA      PIC 9(01) VALUE 0.
                                   VALUE "ESTADO INTEGRAL EN LINEA".
       01 RCON-MOTIVO-DENEGADO     PIC X(30)
                                   VALUE "ESTADO INTEGRAL DENEGADO".
       01 RCON-TEXTO-MOTIVO        PIC X(30) VALUE SPACES.
       01 RCON-MOTIVO-ASENTADO     PIC X(30) VALUE SPACES.

      *    autorizacion y cupo del consultante
       01 AUT-SERVICIO             PIC X(10) VALUE "INTEGRAL".
       01 CUPO-ENTIDAD             PIC X(18) VALUE SPACES.
       01 CUPO-RESULTADO           PIC 9(01) VALUE 0.

      *    motivo de consulta declarado (subprograma MOTCONSUL)
       01 MOT-ENTIDAD              PIC X(18) VALUE SPACES.
       01 MOT-RESULTADO            PIC 9(01) VALUE 0.
       01 MOT-DESCRIPCION          PIC X(25) VALUE SPACES.
       01 W-MOTIVO-RECHAZADO       PIC 9(10) VALUE 0.

      *    consulta propia del titular (motivo PROP): la primera del
      *    mes es gratuita, las siguientes cobrables (CONSPROP.CBL);
      *    el motivo del rastro lleva la marca
       01 MOTIVO-PROPIO            PIC X(04) VALUE "PROP".
       01 CPROP-CANAL              PIC X(10) VALUE "INTESERVER".
       01 CPROP-RESULTADO          PIC 9(01) VALUE 0.
       01 CPROP-CANTIDAD           PIC 9(03) VALUE 0.
       01 W-PROPIAS-GRATUITAS      PIC 9(10) VALUE 0.
       01 W-PROPIAS-COBRABLES      PIC 9(10) VALUE 0.

      *    victima de suplantacion de identidad (VERSUPL.CBL): con la
      *    denuncia vigente la respuesta sale con el aviso fijo de
      *    verificar identidad y el telefono de contacto
       01 SUPL-INDICADOR           PIC X(01) VALUE SPACE.
          88 VICTIMA-SUPLANTACION         VALUE "V".
       01 SUPL-TELEFONO            PIC X(14) VALUE SPACES.
       01 W-SUPLANTADAS            PIC 9(10) VALUE 0.

      *    coincidencia confirmada con las listas restrictivas del
      *    SARLAFT (VERLISTA.CBL): la respuesta sale con el aviso fijo
      *    de remitir a cumplimiento y la lista
       01 LIST-INDICADOR           PIC X(01) VALUE SPACE.
          88 EN-LISTA-RESTRICTIVA         VALUE "L".
       01 LIST-LISTA               PIC X(04) VALUE SPACES.
       01 W-EN-LISTAS              PIC 9(10) VALUE 0.

      *    comandos del operador y latido
       01 W-COMANDO-OPER           PIC X(10) VALUE SPACES.
       01 W-COMANDO-SYST           PIC X(200) VALUE SPACES.
          03 FILLER                   PIC 9(02).
       01 W-SEG-AHORA              PIC 9(08) VALUE 0.
       01 W-SEG-ULT-LATIDO         PIC 9(08) VALUE 0.
       01 W-CMD-NAME               PIC X(80)
                                   VALUE "$TEMPORALES/INTESERVER.CMD".
       01 W-LAT-NAME               PIC X(80)
                                   VALUE "$TEMPORALES/INTESERVER.LAT".

      *    modo CERTIFICA (certificacion de integracion, ver
      *    CERTCLI.CBL), igual que ALESERVER
       01 LINEA-COMANDO            PIC X(20) VALUE SPACES.
       01 SW-MODO-CERTIF           PIC 9(01) VALUE 0.
       01 CERT-PRIMERA-SINTETICA   PIC X(11) VALUE "90000000000".
       01 CERT-NUMERO-SIN-CUPO     PIC X(11) VALUE "99999999999".
       01 W-TEMPORALES             PIC X(80) VALUE SPACES.
       01 W-NOMBRE-EXTERNO         PIC X(10) VALUE SPACES.
       01 W-ARCHIVO-TST            PIC X(14) VALUE SPACES.
       01 W-VARIABLE-EXTERNO       PIC X(15) VALUE SPACES.
       01 W-VALOR-EXTERNO          PIC X(100) VALUE SPACES.
       COPY CERTIF.WS.

      *    contingencia con la foto de alertas de FOTOALE
       COPY ALEFOTO.WS.

      *    tiempos de cada solicitud para REPTIEMPO (REGTIEMPO)
       COPY TIEMPOSRV.WS.

      *    cada denegacion a la bitacora de seguridad (SEGEVENTO)
       COPY SEGEVENTO.WS.

      *    consumo por entidad y servicio para ESTCONSUMO (REGCONSUMO)
       COPY CONSUMO.WS.

       01 VARIABLES-GENERALES.
          03 AREA-MSG                    PIC X(80) VALUE SPACES.
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           IF LINEA-COMANDO(1:9) = "CERTIFICA"
              PERFORM 0600-PREPARAR-CERTIFICACION
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-PROCESO
           OPEN INPUT NOAMNISTIA21
           OPEN INPUT BDLSTR
           OPEN INPUT BDIIALE
      *    en certificacion, sin el extracto enmascarado no se sirve
           IF SW-MODO-CERTIF = 1 AND COD-RET-BDIIALE NOT = "00"
              DISPLAY "SIN EXTRACTO ENMASCARADO BDIIALE.TST ("
                      COD-RET-BDIIALE "); CORRER EXTMASCARA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *    en produccion, sin el maestro se contesta desde la foto
           IF SW-MODO-CERTIF = 0 AND COD-RET-BDIIALE NOT = "00"
              PERFORM 9750-ABRIR-FOTO-ALERTAS
           END-IF
           OPEN INPUT BDIIREGI
      *    sin la Registraduria (tutela y fecha de nacimiento; en
      *    certificacion, el extracto BDIIREGI.TST) no se sirve
           IF COD-RET-BDIIREGI NOT = "00"
              DISPLAY "NO SE PUDO ABRIR BDIIREGI " COD-RET-BDIIREGI
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT SCODAPJA
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
      *    el resumen es de produccion: en certificacion no se usa
           IF SW-MODO-CERTIF = 0
              OPEN INPUT RESUMEN-ALERTAS
              IF COD-RET-RESALERTA = "00"
                 MOVE 1 TO SW-RESALERTA-DISPONIBLE
              END-IF
           END-IF
           MOVE "INTESERVER" TO TSOL-SERVIDOR CSOL-SERVIDOR
           IF SW-MODO-CERTIF = 1
              MOVE "INTCERTIF" TO TSOL-SERVIDOR
           END-IF
           PERFORM 9200-GRABAR-LATIDO
           PERFORM 8000-RECIBIR-SOLICITUD
           PERFORM UNTIL FIN-SOLICITUDES
              ADD 1 TO W-LEIDAS
              PERFORM 2000-ATENDER-SOLICITUD
              PERFORM 9800-ASENTAR-TIEMPO
              PERFORM 9850-ASENTAR-CONSUMO
              PERFORM 9900-ASENTAR-CERTIFICACION
              PERFORM 9100-ATENDER-COMANDOS
              IF NOT FIN-SOLICITUDES
                 PERFORM 8000-RECIBIR-SOLICITUD
              END-IF
           END-PERFORM
           CLOSE NOAMNISTIA21 BDLSTR BDIIALE BDIIREGI SCODAPJA
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
           PERFORM 9780-CERRAR-RASTRO-FOTO-ALE
           DISPLAY "Solicitudes recibidas..... " W-LEIDAS
           DISPLAY "Solicitudes atendidas..... " W-ATENDIDAS
           DISPLAY "Solicitudes denegadas..... " W-DENEGADAS
           DISPLAY "  por motivo de consulta.. " W-MOTIVO-RECHAZADO
           DISPLAY "Rechazadas por cupo....... " W-SIN-CUPO
           DISPLAY "Consultas propias gratis.. " W-PROPIAS-GRATUITAS
           DISPLAY "Consultas propias cobrab.. " W-PROPIAS-COBRABLES
           DISPLAY "Victimas de suplantacion.. " W-SUPLANTADAS
           DISPLAY "En listas restrictivas.... " W-EN-LISTAS
           STOP RUN.

      ******************************************************************
              STOP RUN
           END-IF.

      ******************************************************************
      *0600-PREPARAR-CERTIFICACION.
      ** MODO CERTIFICA, COMO EN ALESERVER: BDIIAL/BDIIRE A LOS
      ** EXTRACTOS ENMASCARADOS, COMANDOS Y LATIDO PROPIOS Y
      ** AUTORIZACION PARA EL SERVICIO CERTIFICA
      ******************************************************************
       0600-PREPARAR-CERTIFICACION.
           DISPLAY "*** MODO CERTIFICA: DATOS ENMASCARADOS, SOLO "
                   "IDENTIFICACIONES SINTETICAS ***"
           MOVE 1 TO SW-MODO-CERTIF
           MOVE "CERTIFICA" TO AUT-SERVICIO
           MOVE "$TEMPORALES/CERTIF.INTESERVER.CMD" TO W-CMD-NAME
           MOVE "$TEMPORALES/CERTIF.INTESERVER.LAT" TO W-LAT-NAME
           MOVE "TEMPORALES" TO W-VARIABLE-EXTERNO
           DISPLAY W-VARIABLE-EXTERNO UPON ENVIRONMENT-NAME
           ACCEPT W-TEMPORALES FROM ENVIRONMENT-VALUE
           MOVE "BDIIAL"       TO W-NOMBRE-EXTERNO
           MOVE "BDIIALE.TST"  TO W-ARCHIVO-TST
           PERFORM 0610-APUNTAR-ENMASCARADO
           MOVE "BDIIRE"       TO W-NOMBRE-EXTERNO
           MOVE "BDIIREGI.TST" TO W-ARCHIVO-TST
           PERFORM 0610-APUNTAR-ENMASCARADO.

      ******************************************************************
      *0610-APUNTAR-ENMASCARADO.
      ** dd_NOMBRE Y NOMBRE CON LA RUTA DEL EXTRACTO EN $TEMPORALES
      ******************************************************************
       0610-APUNTAR-ENMASCARADO.
           MOVE SPACES TO W-VALOR-EXTERNO
           STRING W-TEMPORALES  DELIMITED BY SPACE
                  "/"           DELIMITED BY SIZE
                  W-ARCHIVO-TST DELIMITED BY SPACE
                  INTO W-VALOR-EXTERNO
           END-STRING
           DISPLAY " " W-NOMBRE-EXTERNO " -> " W-VALOR-EXTERNO
           MOVE SPACES TO W-VARIABLE-EXTERNO
           STRING "dd_" W-NOMBRE-EXTERNO DELIMITED BY SPACE
                  INTO W-VARIABLE-EXTERNO
           END-STRING
           DISPLAY W-VARIABLE-EXTERNO UPON ENVIRONMENT-NAME
           DISPLAY W-VALOR-EXTERNO UPON ENVIRONMENT-VALUE
           MOVE W-NOMBRE-EXTERNO TO W-VARIABLE-EXTERNO
           DISPLAY W-VARIABLE-EXTERNO UPON ENVIRONMENT-NAME
           DISPLAY W-VALOR-EXTERNO UPON ENVIRONMENT-VALUE.

      ******************************************************************
      *2000-ATENDER-SOLICITUD.
      ******************************************************************
           ON EXCEPTION
              MOVE 0 TO AUT-RESULTADO
           END-CALL
           MOVE 0 TO MOT-RESULTADO
           IF AUT-RESULTADO = 0
              MOVE HEADER-USUARIO TO MOT-ENTIDAD
              CALL "MOTCONSUL" USING MOT-ENTIDAD W-MOTIVO-X
                                     MOT-RESULTADO MOT-DESCRIPCION
              ON EXCEPTION
                 MOVE 0 TO MOT-RESULTADO
              END-CALL
           END-IF
           IF AUT-RESULTADO NOT = 0 OR MOT-RESULTADO NOT = 0
              PERFORM 2500-RECHAZAR-SOLICITUD
           ELSE
              MOVE HEADER-USUARIO TO CUPO-ENTIDAD
              IF SW-MODO-CERTIF = 1
      *          certificacion: sin cupo de produccion; la
      *          identificacion reservada contesta como cupo agotado
                 MOVE 0 TO CUPO-RESULTADO
                 IF W-NUMERO-X = CERT-NUMERO-SIN-CUPO
                    MOVE 2 TO CUPO-RESULTADO
                 END-IF
              ELSE
                 CALL "CUPOS" USING CUPO-ENTIDAD CUPO-RESULTADO
                 ON EXCEPTION
                    MOVE 0 TO CUPO-RESULTADO
                 END-CALL
              END-IF
              IF CUPO-RESULTADO = 2
                 PERFORM 2600-RECHAZAR-POR-CUPO
              ELSE
      ******************************************************************
       2500-RECHAZAR-SOLICITUD.
           ADD 1 TO W-DENEGADAS
           SET TSOL-DENEGADA TO TRUE
           SET CSOL-DENEGADA TO TRUE
           PERFORM 2550-ASENTAR-EVENTO-SEGURIDAD
           MOVE RCON-MOTIVO-DENEGADO TO RCON-TEXTO-MOTIVO
           PERFORM 2045-ARMAR-MOTIVO
           IF SW-MODO-CERTIF = 0
              CALL "REGCONSUL" USING W-TIPO-X W-NUMERO-X
                                     RCON-PROGRAMA RCON-USUARIO
                                     RCON-MOTIVO-ASENTADO
              ON EXCEPTION
                 CONTINUE
              END-CALL
           END-IF
           MOVE SPACES TO AREA-MSG
           IF AUT-RESULTADO NOT = 0
              STRING "ACCESO DENEGADO: EL CONSULTANTE " RCON-USUARIO
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
              PERFORM 9600-ABLOCAR
              IF AUT-RESULTADO = 3
                 MOVE "BLOQUEADO POR DENEGACIONES REPETIDAS"
                   TO AREA-MSG
              ELSE
                 MOVE "NO ESTA AUTORIZADO PARA EL ESTADO INTEGRAL"
                   TO AREA-MSG
              END-IF
           ELSE
              ADD 1 TO W-MOTIVO-RECHAZADO
              STRING "ACCESO DENEGADO: MOTIVO DE CONSULTA "
                     W-MOTIVO-X
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
              PERFORM 9600-ABLOCAR
              IF MOT-RESULTADO = 2
                 MOVE "NO PERMITIDO A SU ENTIDAD" TO AREA-MSG
              ELSE
                 MOVE "INEXISTENTE O RETIRADO DEL CATALOGO"
                   TO AREA-MSG
              END-IF
           END-IF
           PERFORM 9600-ABLOCAR
           PERFORM 9700-FIN-ABLOCAR.

      ******************************************************************
      *2550-ASENTAR-EVENTO-SEGURIDAD.
      ** LA DENEGACION VA A LA BITACORA DE SEGURIDAD CON SU MOTIVO;
      ** SEGEVENTO CUENTA LAS DE AUTORIZACION Y BLOQUEA EL
      ** USUARIO@TERMINAL QUE INSISTE. NUNCA VOLTEA EL SERVICIO
      ******************************************************************
       2550-ASENTAR-EVENTO-SEGURIDAD.
           MOVE RCON-USUARIO  TO SEV-USUARIO
           MOVE AUT-SERVICIO  TO SEV-SERVICIO
           MOVE RCON-PROGRAMA TO SEV-PROGRAMA
           EVALUATE TRUE
              WHEN AUT-RESULTADO = 1
                 SET SEV-DESCONOCIDO TO TRUE
              WHEN AUT-RESULTADO = 2
                 SET SEV-REVOCADO TO TRUE
              WHEN AUT-RESULTADO = 3
                 SET SEV-BLOQUEADO TO TRUE
              WHEN MOT-RESULTADO NOT = 0
                 SET SEV-MOTIVO-CONSULTA TO TRUE
              WHEN OTHER
                 SET SEV-SIN-CUPO TO TRUE
           END-EVALUATE
           CALL "SEGEVENTO" USING EVENTO-SEGURIDAD
           ON EXCEPTION
              CONTINUE
           END-CALL.

      ******************************************************************
      *2045-ARMAR-MOTIVO.
      ** MOTIVO DEL RASTRO CODIFICADO, COMO EN ALESERVER
      ******************************************************************
       2045-ARMAR-MOTIVO.
           MOVE SPACES TO RCON-MOTIVO-ASENTADO
           IF W-MOTIVO-X = SPACES
              MOVE RCON-TEXTO-MOTIVO TO RCON-MOTIVO-ASENTADO
           ELSE
              STRING W-MOTIVO-X ":" RCON-TEXTO-MOTIVO
                     DELIMITED BY SIZE INTO RCON-MOTIVO-ASENTADO
              END-STRING
           END-IF.

      ******************************************************************
      *2600-RECHAZAR-POR-CUPO.
      ******************************************************************
       2600-RECHAZAR-POR-CUPO.
           ADD 1 TO W-SIN-CUPO
           SET TSOL-DENEGADA TO TRUE
           SET CSOL-SIN-CUPO TO TRUE
           PERFORM 2550-ASENTAR-EVENTO-SEGURIDAD
           MOVE SPACES TO AREA-MSG
           STRING "CUPO DE CONSULTAS AGOTADO PARA " CUPO-ENTIDAD
                  DELIMITED BY SIZE INTO AREA-MSG
      ******************************************************************
       3000-SERVIR-ESTADO-INTEGRAL.
           ADD 1 TO W-ATENDIDAS
           ACCEPT TSOL-HORA-LECTURA FROM TIME
           PERFORM 9790-REINTENTAR-MAESTRO-ALE
           MOVE RCON-MOTIVO TO RCON-TEXTO-MOTIVO
           IF W-MOTIVO-X = MOTIVO-PROPIO
              PERFORM 3010-CONTAR-CONSULTA-PROPIA
           END-IF
           PERFORM 2045-ARMAR-MOTIVO
           IF SW-MODO-CERTIF = 0
              CALL "REGCONSUL" USING W-TIPO-X W-NUMERO-X
                                     RCON-PROGRAMA RCON-USUARIO
                                     RCON-MOTIVO-ASENTADO
              ON EXCEPTION
                 CONTINUE
              END-CALL
           END-IF
           IF CUPO-RESULTADO = 1
              MOVE "AVISO: SU ENTIDAD PASO EL 80% DE SU CUPO"
                TO AREA-MSG
                  DELIMITED BY SIZE INTO AREA-MSG
           END-STRING
           PERFORM 9600-ABLOCAR
           PERFORM 9760-ESTAMPAR-FOTO-ALE
           PERFORM 3050-ESTADO-SUPLANTACION
           PERFORM 3055-ESTADO-LISTAS
           PERFORM 3100-ESTADO-REGISTRADURIA
           PERFORM 3200-ESTADO-AMNISTIA
           PERFORM 3300-ESTADO-RESTRICCION
           PERFORM 3400-ESTADO-ALERTAS
           PERFORM 3500-ESTADO-SCORE-PJ
           IF W-TIPO-X = "2" OR W-TIPO-X = "3"
              PERFORM 3600-PERSONAS-RELACIONADAS
           END-IF
           PERFORM 9700-FIN-ABLOCAR.

      ******************************************************************
      *3010-CONTAR-CONSULTA-PROPIA.
      ** CONSULTA DEL TITULAR SOBRE SUS PROPIOS DATOS: SE CUENTA EN
      ** CONSPROP Y EL MOTIVO DEL RASTRO SALE "PROP:GRATUITA ..." O
      ** "PROP:COBRABLE ..."; LA SUCURSAL VE EN LA RESPUESTA SI DEBE
      ** COBRARLA. LA CERTIFICACION NO CUENTA: CONTESTA GRATUITA
      ******************************************************************
       3010-CONTAR-CONSULTA-PROPIA.
           IF SW-MODO-CERTIF = 0
              CALL "CONSPROP" USING W-TIPO-X W-NUMERO-X CPROP-CANAL
                                    CPROP-RESULTADO CPROP-CANTIDAD
              ON EXCEPTION
                 MOVE 1 TO CPROP-RESULTADO
                 MOVE 0 TO CPROP-CANTIDAD
              END-CALL
           ELSE
              MOVE 1 TO CPROP-RESULTADO
              MOVE 0 TO CPROP-CANTIDAD
           END-IF
           MOVE SPACES TO RCON-TEXTO-MOTIVO AREA-MSG
           IF CPROP-RESULTADO = 2
              ADD 1 TO W-PROPIAS-COBRABLES
              STRING "COBRABLE " RCON-MOTIVO
                     DELIMITED BY SIZE INTO RCON-TEXTO-MOTIVO
              END-STRING
              STRING "CONSULTA PROPIA DEL TITULAR NRO " CPROP-CANTIDAD
                     " DEL MES: COBRABLE"
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
           ELSE
              ADD 1 TO W-PROPIAS-GRATUITAS
              STRING "GRATUITA " RCON-MOTIVO
                     DELIMITED BY SIZE INTO RCON-TEXTO-MOTIVO
              END-STRING
              MOVE "CONSULTA PROPIA DEL TITULAR: GRATUITA DEL MES"
                TO AREA-MSG
           END-IF
           PERFORM 9600-ABLOCAR.

      ******************************************************************
      *3050-ESTADO-SUPLANTACION.
      ** AVISO FIJO DE VERIFICAR IDENTIDAD PARA LA VICTIMA DE
      ** SUPLANTACION CON LA DENUNCIA VIGENTE (VER VERSUPL.CBL); SIN
      ** EL SUBPROGRAMA, O EN CERTIFICACION, SE CONTESTA COMO SIEMPRE
      ******************************************************************
       3050-ESTADO-SUPLANTACION.
           MOVE SPACE TO SUPL-INDICADOR
           IF SW-MODO-CERTIF = 0
              CALL "VERSUPL" USING W-TIPO-X W-NUMERO-X
                                   SUPL-INDICADOR SUPL-TELEFONO
              ON EXCEPTION
                 MOVE SPACE TO SUPL-INDICADOR
              END-CALL
           END-IF
           IF VICTIMA-SUPLANTACION
              ADD 1 TO W-SUPLANTADAS
              MOVE SPACES TO AREA-MSG
              STRING "*** VICTIMA DE SUPLANTACION: VERIFICAR IDENTIDAD"
                     " TEL " SUPL-TELEFONO
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
              PERFORM 9600-ABLOCAR
           END-IF.

      ******************************************************************
      *3055-ESTADO-LISTAS.
      ** AVISO FIJO DE REMITIR A CUMPLIMIENTO PARA LA IDENTIFICACION
      ** CON UNA COINCIDENCIA CONFIRMADA EN LAS LISTAS RESTRICTIVAS
      ** (VER VERLISTA.CBL); SIN EL SUBPROGRAMA, O EN CERTIFICACION,
      ** SE CONTESTA COMO SIEMPRE
      ******************************************************************
       3055-ESTADO-LISTAS.
           MOVE SPACE TO LIST-INDICADOR
           IF SW-MODO-CERTIF = 0
              CALL "VERLISTA" USING W-TIPO-X W-NUMERO-X
                                    LIST-INDICADOR LIST-LISTA
              ON EXCEPTION
                 MOVE SPACE TO LIST-INDICADOR
              END-CALL
           END-IF
           IF EN-LISTA-RESTRICTIVA
              ADD 1 TO W-EN-LISTAS
              MOVE SPACES TO AREA-MSG
              STRING "*** COINCIDENCIA CONFIRMADA EN LISTA "
                     LIST-LISTA ": REMITIR A CUMPLIMIENTO"
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
              PERFORM 9600-ABLOCAR
           END-IF.

      ******************************************************************
      *3100-ESTADO-REGISTRADURIA.
      ******************************************************************
      ******************************************************************
      *3400-ESTADO-ALERTAS.
      ** TODAS LAS ALERTAS DE LA IDENTIFICACION, CON TEXTO, ESTADO Y
      ** VENCIMIENTO, COMO EN ESTINTEG, ENCABEZADAS POR EL RESUMEN
      ******************************************************************
       3400-ESTADO-ALERTAS.
           MOVE W-TIPO-X   TO TIP-IDE-RESALERTA
           MOVE W-NUMERO-X TO NUM-IDE-RESALERTA
           PERFORM 3450-LEER-RESUMEN
           IF SW-RESUMEN-VIGENTE = 1
              PERFORM 3460-RESPONDER-RESUMEN
           END-IF
           MOVE 0 TO W-CANT-ALERTAS
           MOVE 0 TO W-ALE-ACTIVAS W-ALE-BLOQUEO-MAX
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           MOVE W-TIPO-X   TO TIP-IDE-BDIIALE
           MOVE W-NUMERO-X TO NUM-IDE-BDIIALE
           PERFORM 9740-POSICIONAR-ALERTAS
           PERFORM 3405-LEER-ALERTA UNTIL SW-FIN-ALE = 1
           IF W-CANT-ALERTAS = 0
              MOVE "ALERTAS: SIN ALERTAS REGISTRADAS" TO AREA-MSG
              PERFORM 9600-ABLOCAR
           END-IF
           IF SW-DESDE-FOTO-ALE = 1
              PERFORM 9765-ASENTAR-SERVIDA-DE-FOTO
           END-IF.

      ******************************************************************
      *3405-LEER-ALERTA.
      ** UNA ALERTA DE LA IDENTIFICACION; SI EL MAESTRO DEJA DE
      ** CONTESTAR SE SIGUE DESDE LA FOTO (VER ALEFOTO.PROC)
      ******************************************************************
       3405-LEER-ALERTA.
           READ BDIIALE NEXT RECORD
              AT END MOVE 1 TO SW-FIN-ALE
           END-READ
           PERFORM 9745-VERIFICAR-ESTADO-ALE
           IF SW-FIN-ALE = 0 AND SW-ALE-REPOSICIONADA = 0
              IF TIP-IDE-BDIIALE = W-TIPO-X
                 AND NUM-IDE-BDIIALE = W-NUMERO-X
                 MOVE LLASEC-BDIIALE TO W-LLASEC-ALE-ULTIMA
      *          la alerta en espera del aviso previo al titular
      *          (EST-AVISO P, ver AVISOPREV.CBL) no se muestra
                 IF EST-AVISO-BDIIALE NOT = "P"
                    ADD 1 TO W-CANT-ALERTAS
                    PERFORM 9770-CONTAR-ACTIVA-FOTO
                    PERFORM 3410-RESPONDER-ALERTA
                 END-IF
              ELSE
                 MOVE 1 TO SW-FIN-ALE
              END-IF
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
                    IF FEC-PROX-VEN-RESALERTA NOT < FECHA-PROCESO
                       MOVE 1 TO SW-RESUMEN-VIGENTE
                    END-IF
              END-READ
           END-IF.

      ******************************************************************
      *3460-RESPONDER-RESUMEN.
      ******************************************************************
       3460-RESPONDER-RESUMEN.
           MOVE SPACES TO AREA-MSG
           IF CANT-ACTIVAS-RESALERTA = 0
              STRING "ALERTAS: RESUMEN SIN ACTIVAS, "
                     CANT-VISIBLES-RESALERTA " INACTIVAS"
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
              PERFORM 9600-ABLOCAR
           ELSE
              STRING "ALERTAS: RESUMEN ACTIVAS "
                     CANT-ACTIVAS-RESALERTA
                     " DE " CANT-VISIBLES-RESALERTA
                     " MAS GRAVE FUENTE " FUENTE-MAX-RESALERTA
                     "/" COD-MAX-RESALERTA
                     " NIVEL " BLOQUEO-MAX-RESALERTA
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
              PERFORM 9600-ABLOCAR
              MOVE SPACES TO AREA-MSG
              STRING "ALERTAS: ACTIVAS DESDE " FEC-PRIMERA-RESALERTA
                     " ULTIMA NOVEDAD " FEC-ULTIMA-RESALERTA
                     " RECLAMO " IND-RECLAMO-RESALERTA
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
              PERFORM 9600-ABLOCAR
           END-IF.

           MOVE LINEA1-BDIIALE TO AREA-MSG
           PERFORM 9600-ABLOCAR
           MOVE LINEA2-BDIIALE TO AREA-MSG
           PERFORM 9600-ABLOCAR
           IF SW-BDIIDEM-DISPONIBLE = 1
              PERFORM 3420-DEMANDAS-ALERTA
           END-IF.

      ******************************************************************
      *3420-DEMANDAS-ALERTA.
      ** DEMANDAS DE BDIIDEM ENLAZADAS A LA ALERTA RECIEN MOSTRADA
      ** (MISMA FUENTE/COD/OCURRENCIA): RADICADO, JUZGADO,
      ** DEMANDANTE, CLASE, PRETENSION Y FECHAS, CON EL MARCADOR DE
      ** RECLAMACION POR DEMANDA (COMO EN ESTINTEG)
      ******************************************************************
       3420-DEMANDAS-ALERTA.
           MOVE 0 TO SW-FIN-DEM
           MOVE LOW-VALUES TO LLAVE-BDIIDEM
           MOVE W-TIPO-X   TO TIP-IDE-BDIIDEM
           MOVE W-NUMERO-X TO NUM-IDE-BDIIDEM
           START BDIIDEM KEY IS NOT LESS THAN LLAVE-BDIIDEM
              INVALID KEY MOVE 1 TO SW-FIN-DEM
           END-START
           PERFORM 3422-LEER-DEMANDA UNTIL SW-FIN-DEM = 1.

      ******************************************************************
      *3422-LEER-DEMANDA.
      ******************************************************************
       3422-LEER-DEMANDA.
           READ BDIIDEM NEXT RECORD
              AT END MOVE 1 TO SW-FIN-DEM
           END-READ
           IF SW-FIN-DEM = 0
              IF TIP-IDE-BDIIDEM = TIP-IDE-BDIIALE
                 AND NUM-IDE-BDIIDEM = NUM-IDE-BDIIALE
                 IF FUENTE-BDIIDEM = FUENTE-BDIIALE
                    AND COD-ALERTA-BDIIDEM = COD-ALERTA-BDIIALE
                    AND OCURRENCIA-BDIIDEM = OCURRENCIA-BDIIALE
                    PERFORM 3421-RESPONDER-DEMANDA
                 END-IF
              ELSE
                 MOVE 1 TO SW-FIN-DEM
              END-IF
           END-IF.

      ******************************************************************
      *3421-RESPONDER-DEMANDA.
      ******************************************************************
       3421-RESPONDER-DEMANDA.
           MOVE SPACES TO AREA-MSG
           STRING "  DEMANDA " RADICADO-BDIIDEM " " JUZGADO-BDIIDEM
                  DELIMITED BY SIZE INTO AREA-MSG
           END-STRING
           PERFORM 9600-ABLOCAR
           MOVE SPACES TO AREA-MSG
           STRING "    DTE " DEMANDANTE-BDIIDEM
                  " " TIPO-PROCESO-BDIIDEM
                  DELIMITED BY SIZE INTO AREA-MSG
           END-STRING
           PERFORM 9600-ABLOCAR
           MOVE VALOR-PRETENSION-BDIIDEM TO W-VALOR-DEM-ED
           MOVE SPACES TO AREA-MSG
           IF FEC-TERMINACION-BDIIDEM = ZEROS
              STRING "    PRETENSION " W-VALOR-DEM-ED
                     " RAD " FEC-RADICACION-BDIIDEM
                     " VIGENTE"
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
           ELSE
              STRING "    PRETENSION " W-VALOR-DEM-ED
                     " RAD " FEC-RADICACION-BDIIDEM
                     " TERM " FEC-TERMINACION-BDIIDEM
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
           END-IF
           PERFORM 9600-ABLOCAR
           IF EST-RECLAMO-BDIIDEM = "1"
              MOVE SPACES TO AREA-MSG
              STRING "    *** DEMANDA EN RECLAMACION HASTA "
                     FEC-LIM-RECLAMO-BDIIDEM " ***"
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
              PERFORM 9600-ABLOCAR
           END-IF.

      ******************************************************************
      *3500-ESTADO-SCORE-PJ.
           END-READ
           PERFORM 9600-ABLOCAR.

      ******************************************************************
      *3600-PERSONAS-RELACIONADAS.
      ** REPRESENTANTES, SOCIOS, JUNTA Y REVISOR FISCAL VIGENTES DEL
      ** NIT SEGUN LA CAMARA DE COMERCIO (PJRELAC), CADA UNO CON SUS
      ** ALERTAS, SU ESTADO EN BDLSTR Y SU BANDA DE SCORE (LA MISMA
      ** SECCION QUE ARMA ESTINTEG)
      ******************************************************************
       3600-PERSONAS-RELACIONADAS.
           IF SW-PJREL-DISPONIBLE = 1
              MOVE "PERSONAS RELACIONADAS (CAMARA DE COMERCIO):"
                TO AREA-MSG
              PERFORM 9600-ABLOCAR
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
              PERFORM 3605-LEER-RELACIONADA UNTIL SW-FIN-REL = 1
              IF W-CANT-RELACIONADAS = 0
                 MOVE "  SIN PERSONAS RELACIONADAS VIGENTES"
                   TO AREA-MSG
                 PERFORM 9600-ABLOCAR
              END-IF
           END-IF.

      ******************************************************************
      *3605-LEER-RELACIONADA.
      ******************************************************************
       3605-LEER-RELACIONADA.
           READ PJRELAC NEXT RECORD
              AT END MOVE 1 TO SW-FIN-REL
           END-READ
           IF SW-FIN-REL = 0
              IF LLAVE-NIT-PJREL = W-NIT-CONSULTADO
                 IF FEC-INI-PJREL NOT > FECHA-PROCESO
                    AND FEC-FIN-PJREL NOT < FECHA-PROCESO
                    ADD 1 TO W-CANT-RELACIONADAS
                    PERFORM 3610-RESPONDER-RELACIONADA
                 END-IF
              ELSE
                 MOVE 1 TO SW-FIN-REL
              END-IF
           END-IF.

      ******************************************************************
      *3610-RESPONDER-RELACIONADA.
      ******************************************************************
       3610-RESPONDER-RELACIONADA.
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
           MOVE SPACES TO AREA-MSG
           STRING "  " W-ROL-DESCRIPCION " TIPO " TIPO-PER-PJREL
                  " NUMERO " NUM-PER-PJREL " DESDE " FEC-INI-PJREL
                  DELIMITED BY SIZE INTO AREA-MSG
           END-STRING
           PERFORM 9600-ABLOCAR
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
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           MOVE TIPO-PER-PJREL TO TIP-IDE-BDIIALE
           MOVE NUM-PER-PJREL  TO NUM-IDE-BDIIALE
           PERFORM 9740-POSICIONAR-ALERTAS
           PERFORM 3623-LEER-ALERTA-REL UNTIL SW-FIN-ALE = 1
           IF W-CANT-ALE-REL = 0
              MOVE "    ALERTAS: SIN ALERTAS REGISTRADAS"
                TO AREA-MSG
              PERFORM 9600-ABLOCAR
           END-IF.

      ******************************************************************
      *3623-LEER-ALERTA-REL.
      ******************************************************************
       3623-LEER-ALERTA-REL.
           READ BDIIALE NEXT RECORD
              AT END MOVE 1 TO SW-FIN-ALE
           END-READ
           PERFORM 9745-VERIFICAR-ESTADO-ALE
           IF SW-FIN-ALE = 0 AND SW-ALE-REPOSICIONADA = 0
              IF TIP-IDE-BDIIALE = TIPO-PER-PJREL
                 AND NUM-IDE-BDIIALE = NUM-PER-PJREL
                 MOVE LLASEC-BDIIALE TO W-LLASEC-ALE-ULTIMA
                 IF EST-AVISO-BDIIALE NOT = "P"
                    ADD 1 TO W-CANT-ALE-REL
                    MOVE SPACES TO AREA-MSG
                    IF FEC-VEN-BDIIALE < FECHA-PROCESO
                       OR BLOQUEO-BDIIALE = 0
                       STRING "    ALERTA FUENTE " FUENTE-BDIIALE
                              " COD " COD-ALERTA-BDIIALE
                              " INACTIVA  VENCE " FEC-VEN-BDIIALE
                              DELIMITED BY SIZE INTO AREA-MSG
                       END-STRING
                    ELSE
                       STRING "    ALERTA FUENTE " FUENTE-BDIIALE
                              " COD " COD-ALERTA-BDIIALE
                              " ACTIVA    VENCE " FEC-VEN-BDIIALE
                              DELIMITED BY SIZE INTO AREA-MSG
                       END-STRING
                    END-IF
                    PERFORM 9600-ABLOCAR
                 END-IF
              ELSE
                 MOVE 1 TO SW-FIN-ALE
              END-IF
           END-IF.

      ******************************************************************
      *3625-RESUMEN-RELACIONADA.
      ******************************************************************
       3625-RESUMEN-RELACIONADA.
           MOVE SPACES TO AREA-MSG
           IF CANT-ACTIVAS-RESALERTA = 0
              STRING "    ALERTAS: SIN ACTIVAS, "
                     CANT-VISIBLES-RESALERTA " INACTIVAS"
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
           ELSE
              STRING "    ALERTAS: ACTIVAS " CANT-ACTIVAS-RESALERTA
                     " DE " CANT-VISIBLES-RESALERTA
                     " MAS GRAVE " FUENTE-MAX-RESALERTA
                     "/" COD-MAX-RESALERTA
                     " NIVEL " BLOQUEO-MAX-RESALERTA
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
           END-IF
           PERFORM 9600-ABLOCAR
           PERFORM 3626-RESPONDER-FUENTE-REL
              VARYING W-IDX-RES FROM 1 BY 1
              UNTIL W-IDX-RES > CANT-FUENTES-RESALERTA.

      ******************************************************************
      *3626-RESPONDER-FUENTE-REL.
      ******************************************************************
       3626-RESPONDER-FUENTE-REL.
           MOVE SPACES TO AREA-MSG
           STRING "    ALERTA FUENTE "
                  FUENTE-FTE-RESALERTA(W-IDX-RES)
                  " COD " COD-FTE-RESALERTA(W-IDX-RES)
                  " ACTIVAS " ACTIVAS-FTE-RESALERTA(W-IDX-RES)
                  " DE " VISIBLES-FTE-RESALERTA(W-IDX-RES)
                  DELIMITED BY SIZE INTO AREA-MSG
           END-STRING
           PERFORM 9600-ABLOCAR.

      ******************************************************************
      *3630-RESTRICCION-RELACIONADA.
      ******************************************************************
       3630-RESTRICCION-RELACIONADA.
           MOVE TIPO-PER-PJREL TO TIPO-IDE-BDLSTR
           MOVE NUM-PER-PJREL  TO NUM-IDE-BDLSTR
           READ BDLSTR
              INVALID KEY
                 MOVE "    BDLSTR: SIN RESTRICCION" TO AREA-MSG
              NOT INVALID KEY
                 MOVE SPACES TO AREA-MSG
                 IF EST-BDLSTR = "A" OR EST-BDLSTR = SPACE
                    STRING "    BDLSTR: RESTRINGIDA  MOTIVO "
                           MOTIVO-BDLSTR
                           DELIMITED BY SIZE INTO AREA-MSG
                    END-STRING
                 ELSE
                    STRING "    BDLSTR: SIN RESTRICCION VIGENTE "
                           "(ESTADO " EST-BDLSTR ")"
                           DELIMITED BY SIZE INTO AREA-MSG
                    END-STRING
                 END-IF
           END-READ
           PERFORM 9600-ABLOCAR.

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
              PERFORM 3645-LEER-SCORESNAP UNTIL SW-FIN-SNAP = 1
           END-IF
           MOVE SPACES TO AREA-MSG
           IF W-FECHA-SCORE-ULTIMO = SPACES
              MOVE "    SCORE: SIN FOTO DE SCORE" TO AREA-MSG
           ELSE
              DIVIDE W-SCORE-ULTIMO BY 100 GIVING W-CENTENA-SCORE
              COMPUTE W-BANDA-DESDE = W-CENTENA-SCORE * 100
              COMPUTE W-BANDA-HASTA = W-BANDA-DESDE + 99
              STRING "    SCORE: BANDA " W-BANDA-DESDE "-"
                     W-BANDA-HASTA "  FOTO " W-FECHA-SCORE-ULTIMO
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
           END-IF
           PERFORM 9600-ABLOCAR.

      ******************************************************************
      *3645-LEER-SCORESNAP.
      ** LA ULTIMA FILA DE LA PERSONA QUEDA EN W-SCORE-ULTIMO
      ******************************************************************
       3645-LEER-SCORESNAP.
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
           END-IF.

      ******************************************************************
      *9100-ATENDER-COMANDOS.
      ** MISMO MECANISMO DE COMANDOS Y LATIDO QUE ALESERVER
           DISPLAY "  RECIBIDAS " W-LEIDAS
                   " ATENDIDAS " W-ATENDIDAS
           DISPLAY "  DENEGADAS " W-DENEGADAS
                   " POR MOTIVO " W-MOTIVO-RECHAZADO
                   " SIN CUPO " W-SIN-CUPO
           DISPLAY "  PROPIAS GRATUITAS " W-PROPIAS-GRATUITAS
                   " COBRABLES " W-PROPIAS-COBRABLES
           IF SW-DESDE-FOTO-ALE = 1
              DISPLAY "  CONTINGENCIA: FOTO DE ALERTAS DEL "
                      W-FECHA-FOTO-ALE " SERVIDAS " W-SERVIDAS-DE-FOTO
           END-IF.

      ******************************************************************
      *9800-ASENTAR-TIEMPO.
      ** TIEMPOS DE LA SOLICITUD RECIEN RESPONDIDA (RECEPCION, PRIMERA
      ** LECTURA Y RESPUESTA) EN EL DIARIO QUE RESUME REPTIEMPO; EL
      ** ASIENTO NUNCA VOLTEA EL SERVICIO
      ******************************************************************
       9800-ASENTAR-TIEMPO.
           CALL "REGTIEMPO" USING TIEMPO-SOLICITUD
           ON EXCEPTION
              CONTINUE
           END-CALL.

      ******************************************************************
      *9850-ASENTAR-CONSUMO.
      ** LA SOLICITUD RECIEN RESPONDIDA AL DIARIO DE CONSUMO POR
      ** ENTIDAD Y SERVICIO (VER REGCONSUMO.CBL), CON EL MOTIVO SI SE
      ** DENEGO; LA CERTIFICACION NO CONSUME. NUNCA VOLTEA EL SERVICIO
      ******************************************************************
       9850-ASENTAR-CONSUMO.
           IF SW-MODO-CERTIF = 0
              MOVE HEADER-USUARIO TO CSM-ENTIDAD
              MOVE AUT-SERVICIO   TO CSM-SERVICIO
              MOVE RCON-PROGRAMA  TO CSM-PROGRAMA
              MOVE TSOL-RESULTADO TO CSM-RESULTADO
              MOVE SPACES         TO CSM-MOTIVO
              IF CSM-DENEGADA
                 MOVE SEV-MOTIVO  TO CSM-MOTIVO
              END-IF
              CALL "REGCONSUMO" USING CONSUMO-SOLICITUD
              ON EXCEPTION
                 CONTINUE
              END-CALL
           END-IF.

      ******************************************************************
      *9900-ASENTAR-CERTIFICACION.
      ** EN MODO CERTIFICA CADA SOLICITUD CONTESTADA (TAMBIEN LA MAL
      ** FORMADA) VA AL DIARIO CERTIF.JRN; NUNCA VOLTEA EL SERVICIO
      ******************************************************************
       9900-ASENTAR-CERTIFICACION.
           IF SW-MODO-CERTIF = 1
              MOVE SPACES TO CSOL-USUARIO
              STRING HEADER-USUARIO   DELIMITED BY SPACE
                     "@"              DELIMITED BY SIZE
                     HEADER-TERMINAL  DELIMITED BY SPACE
                     INTO CSOL-USUARIO
              END-STRING
              MOVE LINEA-SOLICITUD TO CSOL-SOLICITUD
              MOVE AREA-MSG        TO CSOL-RESPUESTA
              CALL "REGCERTIF" USING CERTIF-SOLICITUD
              ON EXCEPTION
                 CONTINUE
              END-CALL
           END-IF.

      ******************************************************************
      *9810-MARCAR-RECEPCION.
      ** LA SOLICITUD ACABA DE LLEGAR: HORA DE RECEPCION Y RESULTADO
      ** POR DEFECTO; LA PRIMERA LECTURA LA MARCA EL SERVICIO
      ******************************************************************
       9810-MARCAR-RECEPCION.
           ACCEPT TSOL-FECHA         FROM DATE YYYYMMDD
           ACCEPT TSOL-HORA-RECIBIDA FROM TIME
           MOVE 0 TO TSOL-HORA-LECTURA
           SET TSOL-ATENDIDA TO TRUE
           SET CSOL-ATENDIDA TO TRUE.

      ******************************************************************
      *8000-RECIBIR-SOLICITUD.
           ELSE
              ACCEPT LINEA-SOLICITUD FROM CONSOLE
           END-IF
           PERFORM 9810-MARCAR-RECEPCION
           IF LINEA-SOLICITUD = SPACES
              OR LINEA-SOLICITUD(1:3) = "FIN"
              MOVE 1 TO SW-FIN-SERVIDOR
           ELSE
              MOVE SPACES TO W-TIPO-X W-NUMERO-X W-MOTIVO-X
              UNSTRING LINEA-SOLICITUD DELIMITED BY ALL " "
                 INTO W-TIPO-X W-NUMERO-X W-MOTIVO-X
              END-UNSTRING
              INSPECT W-NUMERO-X REPLACING ALL " " BY "0"
              IF W-TIPO-X NOT NUMERIC OR W-NUMERO-X NOT NUMERIC
                 MOVE "SOLICITUD INVALIDA: USO <TIPO> <NUMERO> <MOTIVO>"
                   TO AREA-MSG
                 PERFORM 9600-ABLOCAR
                 PERFORM 9700-FIN-ABLOCAR
                 SET CSOL-INVALIDA TO TRUE
                 PERFORM 9900-ASENTAR-CERTIFICACION
              ELSE
      *          las mismas reglas de identificacion que los programas
      *          de ingreso (VALIDID), con su mismo codigo
                 CALL "VALIDID" USING W-TIPO-X W-NUMERO-X
                                      W-COD-VALIDID W-TEXTO-VALIDID
                 IF SW-MODO-CERTIF = 1
                    PERFORM 8150-FILTRAR-CERTIFICACION
                 END-IF
                 IF W-COD-VALIDID NOT = SPACES
                    MOVE SPACES TO AREA-MSG
                    STRING "IDENTIFICACION INVALIDA: " W-COD-VALIDID
                           " " W-TEXTO-VALIDID
                           DELIMITED BY SIZE INTO AREA-MSG
                    END-STRING
                    PERFORM 9600-ABLOCAR
                    PERFORM 9700-FIN-ABLOCAR
                    IF W-COD-VALIDID = "C01"
                       SET CSOL-REAL TO TRUE
                    ELSE
                       SET CSOL-INVALIDA TO TRUE
                    END-IF
                    PERFORM 9900-ASENTAR-CERTIFICACION
                 ELSE
                    MOVE 1 TO SW-SOLICITUD-VALIDA
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *8150-FILTRAR-CERTIFICACION.
      ** SOLO IDENTIFICACIONES SINTETICAS, MISMA REGLA QUE ALESERVER:
      ** DE VALIDID RIGEN I01/I02 Y LA REAL SE RECHAZA CON C01
      ******************************************************************
       8150-FILTRAR-CERTIFICACION.
           IF W-COD-VALIDID NOT = "I01" AND W-COD-VALIDID NOT = "I02"
              IF W-NUMERO-X < CERT-PRIMERA-SINTETICA
                 MOVE "C01" TO W-COD-VALIDID
                 MOVE "REAL, CERTIFICACION SOLO SINTETICAS"
                   TO W-TEXTO-VALIDID
              ELSE
                 MOVE SPACES TO W-COD-VALIDID W-TEXTO-VALIDID
              END-IF
           END-IF.

       COPY ALEFOTO.PROC.

      ******************************************************************
      *9600-ABLOCAR.
      ** MISMO BUFFER DE RESPUESTA ABLOCADA QUE ALESERVER/LEESCORE

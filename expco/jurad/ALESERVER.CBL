      ** vencimiento de TODAS las alertas de la identificacion - lo
      ** que las sucursales hoy le piden a operaciones por telefono.
      **
      ** La solicitud es TIPO-IDE NUM-IDE MOTIVO: el motivo es un
      ** codigo del catalogo de MOTCONSUL.CBL que la entidad debe
      ** tener permitido, y queda codificado en el rastro ICBCON.
      ** El motivo PROP es el titular consultando sus propios datos:
      ** se cuenta en CONSPROP.CBL (gratuita la primera del mes).
      ** Cada solicitud contestada deja sus tiempos (recepcion,
      ** primera lectura, respuesta) en TIEMPOSRV.JRN via REGTIEMPO;
      ** el resumen diario es REPTIEMPO.CBL. Cada denegacion va a la
      ** bitacora de seguridad via SEGEVENTO (bloqueo automatico).
      ** Cada solicitud, servida o denegada, queda en el diario de
      ** consumo por entidad via REGCONSUMO (ver ESTCONSUMO.CBL).
      **
      ** Sin modulo CCI presente (banco de pruebas) las solicitudes
      ** se aceptan por consola y las respuestas salen por DISPLAY,
      ** igual que el fallback de LEESCORE. Una solicitud en blanco o
      ** "FIN" termina el servicio.
      **
      ** ALESERVER CERTIFICA levanta el servidor para la certificacion
      ** de integracion de un cliente nuevo (guion e informe en
      ** CERTCLI.CBL): BDIIALE y BDIIREGI pasan a ser los extractos
      ** enmascarados de EXTMASCARA ($TEMPORALES/BDIIALE.TST y
      ** BDIIREGI.TST), solo se contestan identificaciones sinteticas
      ** (90000000000 en adelante; una real se rechaza sin buscarla),
      ** el consultante se verifica contra el servicio CERTIFICA del
      ** registro de autorizaciones, no se gasta cupo de produccion
      ** (la identificacion reservada 99999999999 contesta como cupo
      ** agotado) y cada solicitud queda en CERTIF.JRN via REGCERTIF.
      ** Comandos y latido van a CERTIF.ALESERVER.CMD/.LAT, para que
      ** conviva con el servidor de produccion.
      **
      ** Antes del detalle se contesta el resumen de la identificacion
      ** (RESALERTA.FD: activas, la mas grave, fechas) cuando el
      ** resumen existe y ninguna de sus activas vencio todavia; en
      ** CERTIFICA no se usa (es de produccion).
      **
      ** Si BDIIALE no abre al arrancar, o deja de contestar en
      ** servicio (fuera de CERTIFICA), el servidor no se cae:
      ** contesta desde la foto de alertas activas de FOTOALE.CBL
      ** ($TEMPORALES/BDIIALE.FOTO), estampa cada respuesta con la
      ** fecha de la foto y deja cada una en ALECONT.LOG para el
      ** replay REPCONTALE.CBL; cuando el maestro abre de nuevo
      ** vuelve a el (ver ALEFOTO.WS).
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       FILE-CONTROL.
           COPY BDIIALE.FS.
           COPY CORRESPID.FS.
      *    restricciones que se respetan ANTES de contestar (mismo
      *    control que LEESCORE): lista de restriccion BDLSTR y
      *    bloqueo por tutela de la Registraduria
           COPY BDLSTR.FS.
      *    BDIIREGI con SELECT propio por su FILE STATUS (como en
      *    OPABDIIRE): sin el no se puede respetar la tutela
           SELECT BDIIREGI
                  ASSIGN TO EXTERNAL BDIIRE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BDIIREGI
                  FILE STATUS IS COD-RET-BDIIREGI.
           COPY BDIIDEM.FS.
           COPY RESALERTA.FS.
      *    contingencia: fecha de la foto de alertas y rastro de lo
      *    contestado desde ella (ver ALEFOTO.WS)
           COPY ALEFOTO.FS.
           COPY ALECONT.FS.

      *    diario de respuestas suprimidas por restriccion o tutela
           SELECT OPTIONAL DIARIO-SUPRESION
                  ASSIGN TO "$TEMPORALES/ALESERVER.SUP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-SUP.

      *    archivo de comandos del operador, relevado entre
      *    solicitudes: PARAR / PAUSAR / SEGUIR / ESTADO (lo deja el
      *    operador con un echo; el servidor lo consume y lo borra)
           SELECT OPTIONAL ARCHIVO-COMANDOS
                  ASSIGN TO DISK W-CMD-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CMD.

      *    minuto con fecha y hora, para que CONSCORR VIGILAR pueda
      *    detectar un servidor muerto como detecta un batch atrasado
           SELECT ARCHIVO-LATIDO
                  ASSIGN TO DISK W-LAT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-LAT.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY BDIIALE.FD.
           COPY CORRESPID.FD.
           COPY BDLSTR.FD.
           COPY BDIIREGI.FD.
           COPY BDIIDEM.FD.
           COPY RESALERTA.FD.
           COPY ALEFOTO.FD.
           COPY ALECONT.FD.

      *    mismo renglon que LEESCORE.SUP
       FD  DIARIO-SUPRESION.
       01  REG-DIARIO-SUP.
           02 SUP-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 SUP-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 SUP-MODO                 PIC X(12).
           02 FILLER                   PIC X.
           02 SUP-TIP-ID               PIC X(01).
           02 SUP-NUM-ID               PIC X(11).
           02 FILLER                   PIC X.
           02 SUP-CODIGO               PIC X(06).
           02 FILLER                   PIC X.
           02 SUP-USUARIO              PIC X(18).

       FD  ARCHIVO-COMANDOS.
       01  REG-COMANDO                 PIC X(10).
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
       01 RCON-MOTIVO-DENEGADO     PIC X(30)
                                   VALUE "CONSULTA ALERTAS DENEGADA".

      *    motivo de consulta declarado (subprograma MOTCONSUL): el
      *    desconocido o no permitido a la entidad se rechaza por el
      *    mismo camino que el consultante no autorizado
       01 MOT-ENTIDAD              PIC X(18) VALUE SPACES.
       01 MOT-RESULTADO            PIC 9(01) VALUE 0.
       01 MOT-DESCRIPCION          PIC X(25) VALUE SPACES.
       01 W-MOTIVO-RECHAZADO       PIC 9(10) VALUE 0.

      *    consulta propia del titular (motivo PROP): la primera del
      *    mes es gratuita, las siguientes cobrables (CONSPROP.CBL);
      *    el motivo del rastro lleva la marca
       01 MOTIVO-PROPIO            PIC X(04) VALUE "PROP".
       01 CPROP-CANAL              PIC X(10) VALUE "ALESERVER".
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

      *    cupo de consultas de la entidad (subprograma CUPOS): al
      *    80% la respuesta sale con advertencia, agotado se rechaza
       01 CUPO-ENTIDAD             PIC X(18) VALUE SPACES.
       01 SW-CORRESP-DISPONIBLE    PIC 9(01) VALUE 0.
       01 W-REDIRIGIDAS            PIC 9(10) VALUE 0.

      *    restriccion BDLSTR / tutela BDIIREGI: respuesta codificada
      *    (RESTRI o TUTELA) en vez de alertas, contada y asentada en
      *    ALESERVER.SUP
       01 COD-RET-BDLSTR           PIC X(2) VALUE ZEROS.
       01 COD-RET-BDIIREGI         PIC X(2) VALUE ZEROS.
       01 SW-RESTRINGIDA           PIC 9(01) VALUE 0.
       01 W-COD-RESTRICCION        PIC X(06) VALUE SPACES.
       01 W-RESTRINGIDAS           PIC 9(10) VALUE 0.
       01 RCON-MOTIVO-RESTRINGIDA  PIC X(30)
                                   VALUE "CONSULTA ALERTAS RESTRINGIDA".
       01 COD-RET-SUP              PIC X(2) VALUE ZEROS.

      *    resumen de alertas por identificacion (opcional)
       01 COD-RET-RESALERTA        PIC X(2) VALUE ZEROS.
       01 SW-RESALERTA-DISPONIBLE  PIC 9(01) VALUE 0.
       01 SW-RESUMEN-VIGENTE       PIC 9(01) VALUE 0.
       01 SW-SUPJRN-ABIERTO        PIC 9(01) VALUE 0.

      *    comandos del operador y latido (ver MONCADENA/CONSCORR)
       01 COD-RET-CMD              PIC X(2) VALUE ZEROS.
       01 COD-RET-LAT              PIC X(2) VALUE ZEROS.
       01 W-SEG-ULT-LATIDO         PIC 9(08) VALUE 0.
       01 W-SEG-ARRANQUE           PIC 9(08) VALUE 0.
       01 W-PROMEDIO-SEG           PIC 9(06) VALUE 0.
       01 W-CMD-NAME               PIC X(80)
                                   VALUE "$TEMPORALES/ALESERVER.CMD".
       01 W-LAT-NAME               PIC X(80)
                                   VALUE "$TEMPORALES/ALESERVER.LAT".

      *    modo CERTIFICA (certificacion de integracion, ver
      *    CERTCLI.CBL): datos enmascarados de EXTMASCARA, solo
      *    identificaciones sinteticas y cada solicitud a CERTIF.JRN
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

      *    detalle por demanda de las alertas judiciales (BDIIDEM,
      *    ver ACTALEJUR.CBL): opcional, sin el se muestran solo las
      *    alertas
       01 COD-RET-BDIIDEM          PIC X(2) VALUE ZEROS.
       01 SW-BDIIDEM-DISPONIBLE    PIC 9(01) VALUE 0.
       01 SW-FIN-DEM               PIC 9(01) VALUE 0.
       01 W-VALOR-DEM-ED           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    rastro de consultas para habeas data (REGCONSUL)
       01 RCON-PROGRAMA            PIC X(10) VALUE "ALESERVER".
       01 RCON-USUARIO             PIC X(18) VALUE SPACES.
       01 RCON-MOTIVO              PIC X(30)
                                   VALUE "CONSULTA ALERTAS EN LINEA".
       01 RCON-TEXTO-MOTIVO        PIC X(30) VALUE SPACES.
       01 RCON-MOTIVO-ASENTADO     PIC X(30) VALUE SPACES.

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
           OPEN INPUT CORRESPID
           IF COD-RET-CORRESP = "00"
              MOVE 1 TO SW-CORRESP-DISPONIBLE
           END-IF
      *    sin la lista de restriccion no se puede garantizar que no
      *    se conteste a una identificacion restringida
           OPEN INPUT BDLSTR
           IF COD-RET-BDLSTR NOT = "00"
              DISPLAY "NO SE PUDO ABRIR BDLSTR " COD-RET-BDLSTR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BDIIREGI
      *    sin la Registraduria (tutela y fecha de nacimiento; en
      *    certificacion, el extracto BDIIREGI.TST) no se sirve
           IF COD-RET-BDIIREGI NOT = "00"
              DISPLAY "NO SE PUDO ABRIR BDIIREGI " COD-RET-BDIIREGI
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *    el detalle por demanda es opcional (ver BDIIDEM.FD)
           OPEN INPUT BDIIDEM
           IF COD-RET-BDIIDEM = "00"
              MOVE 1 TO SW-BDIIDEM-DISPONIBLE
           END-IF
           IF SW-MODO-CERTIF = 0
              OPEN INPUT RESUMEN-ALERTAS
              IF COD-RET-RESALERTA = "00"
                 MOVE 1 TO SW-RESALERTA-DISPONIBLE
              END-IF
           END-IF
           ACCEPT HORA-SISTEMA FROM TIME
           COMPUTE W-SEG-ARRANQUE = HORA-SIST-HH * 3600
              + HORA-SIST-MM * 60 + HORA-SIST-SS
           MOVE "ALESERVER" TO TSOL-SERVIDOR CSOL-SERVIDOR
           IF SW-MODO-CERTIF = 1
              MOVE "ALECERTIF" TO TSOL-SERVIDOR
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
           CLOSE BDIIALE BDLSTR BDIIREGI
           IF SW-CORRESP-DISPONIBLE = 1
              CLOSE CORRESPID
           END-IF
           IF SW-BDIIDEM-DISPONIBLE = 1
              CLOSE BDIIDEM
           END-IF
           IF SW-RESALERTA-DISPONIBLE = 1
              CLOSE RESUMEN-ALERTAS
           END-IF
           IF SW-SUPJRN-ABIERTO = 1
              CLOSE DIARIO-SUPRESION
           END-IF
           PERFORM 9780-CERRAR-RASTRO-FOTO-ALE
           DISPLAY "Solicitudes recibidas..... " W-LEIDAS
           DISPLAY "Solicitudes atendidas..... " W-ATENDIDAS
           DISPLAY "Solicitudes denegadas..... " W-DENEGADAS
           DISPLAY "  por motivo de consulta.. " W-MOTIVO-RECHAZADO
           DISPLAY "Rechazadas por cupo....... " W-SIN-CUPO
           DISPLAY "Redirigidas renumeradas... " W-REDIRIGIDAS
           DISPLAY "Restringidas / tutela..... " W-RESTRINGIDAS
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
      ** MODO CERTIFICA: ANTES DE ABRIR NADA, LOS MAESTROS EXTERNOS
      ** BDIIAL Y BDIIRE SE APUNTAN A LOS EXTRACTOS ENMASCARADOS DE
      ** EXTMASCARA; COMANDOS Y LATIDO VAN A SUS PROPIOS ARCHIVOS Y
      ** LA AUTORIZACION SE PIDE PARA EL SERVICIO CERTIFICA
      ******************************************************************
       0600-PREPARAR-CERTIFICACION.
           DISPLAY "*** MODO CERTIFICA: DATOS ENMASCARADOS, SOLO "
                   "IDENTIFICACIONES SINTETICAS ***"
           MOVE 1 TO SW-MODO-CERTIF
           MOVE "CERTIFICA" TO AUT-SERVICIO
           MOVE "$TEMPORALES/CERTIF.ALESERVER.CMD" TO W-CMD-NAME
           MOVE "$TEMPORALES/CERTIF.ALESERVER.LAT" TO W-LAT-NAME
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
      ** EL NOMBRE EXTERNO SE RESUELVE POR AMBIENTE AL ABRIR: SE FIJAN
      ** LAS DOS FORMAS (dd_NOMBRE, QUE MANDA, Y NOMBRE) CON LA RUTA
      ** DEL EXTRACTO EN $TEMPORALES
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
      ** TODAS LAS ALERTAS DE LA IDENTIFICACION (TODA FUENTE/COD):
           ON EXCEPTION
              MOVE 0 TO AUT-RESULTADO
           END-CALL
           MOVE 0 TO MOT-RESULTADO
           IF AUT-RESULTADO = 0
      *       autorizado: el motivo declarado tiene que estar en el
      *       catalogo y permitido a la entidad (MOTCONSUL.CBL)
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
      *       autorizado: falta el cupo de la entidad (CUPOS.CBL)
              MOVE HEADER-USUARIO TO CUPO-ENTIDAD
              IF SW-MODO-CERTIF = 1
      *          certificacion: no se gasta el cupo de produccion; la
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
       2600-RECHAZAR-POR-CUPO.
           ADD 1 TO W-SIN-CUPO
           SET TSOL-DENEGADA TO TRUE
           SET CSOL-SIN-CUPO TO TRUE
           PERFORM 2550-ASENTAR-EVENTO-SEGURIDAD
           MOVE SPACES TO AREA-MSG
           STRING "CUPO DE CONSULTAS AGOTADO PARA " CUPO-ENTIDAD
                  DELIMITED BY SIZE INTO AREA-MSG
      *2500-RECHAZAR-SOLICITUD.
      ** EL CONSULTANTE DESCONOCIDO O REVOCADO RECIBE UNA RESPUESTA
      ** DE RECHAZO; EL INTENTO QUEDA EN EL RASTRO DE HABEAS DATA
      ** CON SU MOTIVO Y SE CUENTA APARTE EN EL RESUMEN. IGUAL SALE
      ** EL MOTIVO DE CONSULTA DESCONOCIDO O NO PERMITIDO A LA ENTIDAD
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
                 MOVE "NO ESTA AUTORIZADO PARA EL SERVICIO DE ALERTAS"
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
      *2040-AVISAR-SUPLANTACION.
      ** AVISO FIJO DE VERIFICAR IDENTIDAD PARA LA VICTIMA DE
      ** SUPLANTACION CON LA DENUNCIA VIGENTE (VER VERSUPL.CBL); SIN
      ** EL SUBPROGRAMA, O EN CERTIFICACION, SE CONTESTA COMO SIEMPRE
      ******************************************************************
       2040-AVISAR-SUPLANTACION.
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
      *2042-AVISAR-LISTAS.
      ** AVISO FIJO DE REMITIR A CUMPLIMIENTO PARA LA IDENTIFICACION
      ** CON UNA COINCIDENCIA CONFIRMADA EN LAS LISTAS RESTRICTIVAS
      ** (VER VERLISTA.CBL); SIN EL SUBPROGRAMA, O EN CERTIFICACION,
      ** SE CONTESTA COMO SIEMPRE
      ******************************************************************
       2042-AVISAR-LISTAS.
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
      *2045-ARMAR-MOTIVO.
      ** EL MOTIVO DEL RASTRO SALE CODIFICADO: CODIGO DECLARADO, ":"
      ** Y EL TEXTO DEL SERVIDOR (VER MOTIVO-COD-ICBCON). SIN CODIGO
      ** (CATALOGO AUN NO CARGADO) QUEDA EL TEXTO SOLO
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
      *2010-SERVIR-SOLICITUD.
      ******************************************************************
       2010-SERVIR-SOLICITUD.
           ADD 1 TO W-ATENDIDAS
           ACCEPT TSOL-HORA-LECTURA FROM TIME
           PERFORM 2050-REDIRIGIR-RENUMERADA
           PERFORM 2060-VERIFICAR-RESTRICCION
           IF SW-RESTRINGIDA = 1
              PERFORM 2700-RESPONDER-RESTRINGIDA
           ELSE
              PERFORM 2020-SERVIR-ALERTAS
           END-IF.

      ******************************************************************
      *2020-SERVIR-ALERTAS.
      ******************************************************************
       2020-SERVIR-ALERTAS.
           PERFORM 9790-REINTENTAR-MAESTRO-ALE
           MOVE RCON-MOTIVO TO RCON-TEXTO-MOTIVO
           IF W-MOTIVO-X = MOTIVO-PROPIO
              PERFORM 2030-CONTAR-CONSULTA-PROPIA
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
           PERFORM 2040-AVISAR-SUPLANTACION
           PERFORM 2042-AVISAR-LISTAS
           PERFORM 2070-LEER-RESUMEN
           IF SW-RESUMEN-VIGENTE = 1
              PERFORM 2075-RESPONDER-RESUMEN
           END-IF
           MOVE 0 TO W-CANT-ALERTAS
           MOVE 0 TO W-ALE-ACTIVAS W-ALE-BLOQUEO-MAX
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           MOVE W-TIPO-X   TO TIP-IDE-BDIIALE
           MOVE W-NUMERO-X TO NUM-IDE-BDIIALE
           PERFORM 9740-POSICIONAR-ALERTAS
           PERFORM 2025-LEER-ALERTA UNTIL SW-FIN-ALE = 1
           IF W-CANT-ALERTAS = 0
              MOVE "SIN ALERTAS REGISTRADAS" TO AREA-MSG
              PERFORM 9600-ABLOCAR
           END-IF
           IF SW-DESDE-FOTO-ALE = 1
              PERFORM 9765-ASENTAR-SERVIDA-DE-FOTO
           END-IF
           PERFORM 9700-FIN-ABLOCAR.

      ******************************************************************
      *2025-LEER-ALERTA.
      ** UNA ALERTA DE LA IDENTIFICACION; SI EL MAESTRO DEJA DE
      ** CONTESTAR SE SIGUE DESDE LA FOTO (VER ALEFOTO.PROC)
      ******************************************************************
       2025-LEER-ALERTA.
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
                    PERFORM 2100-ARMAR-RESPUESTA-ALERTA
                 END-IF
              ELSE
                 MOVE 1 TO SW-FIN-ALE
              END-IF
           END-IF.

      ******************************************************************
      *2070-LEER-RESUMEN.
      ** NO SIRVE SI ALGUNA DE SUS ACTIVAS YA VENCIO (EL BARRIDO DE
      ** VENCIMIENTOS TODAVIA NO LA RECALCULO)
      ******************************************************************
       2070-LEER-RESUMEN.
           MOVE 0 TO SW-RESUMEN-VIGENTE
           IF SW-RESALERTA-DISPONIBLE = 1
              MOVE W-TIPO-X   TO TIP-IDE-RESALERTA
              MOVE W-NUMERO-X TO NUM-IDE-RESALERTA
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
      *2075-RESPONDER-RESUMEN.
      ******************************************************************
       2075-RESPONDER-RESUMEN.
           MOVE SPACES TO AREA-MSG
           IF CANT-ACTIVAS-RESALERTA = 0
              STRING "RESUMEN: SIN ACTIVAS, "
                     CANT-VISIBLES-RESALERTA " INACTIVAS"
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
              PERFORM 9600-ABLOCAR
           ELSE
              STRING "RESUMEN: ACTIVAS " CANT-ACTIVAS-RESALERTA
                     " DE " CANT-VISIBLES-RESALERTA
                     " MAS GRAVE " FUENTE-MAX-RESALERTA
                     "/" COD-MAX-RESALERTA
                     " NIVEL " BLOQUEO-MAX-RESALERTA
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
              PERFORM 9600-ABLOCAR
              MOVE SPACES TO AREA-MSG
              STRING "RESUMEN: DESDE " FEC-PRIMERA-RESALERTA
                     " ULTIMA NOVEDAD " FEC-ULTIMA-RESALERTA
                     " RECLAMO " IND-RECLAMO-RESALERTA
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
              PERFORM 9600-ABLOCAR
           END-IF.

      ******************************************************************
      *2030-CONTAR-CONSULTA-PROPIA.
      ** CONSULTA DEL TITULAR SOBRE SUS PROPIOS DATOS: SE CUENTA EN
      ** CONSPROP Y EL MOTIVO DEL RASTRO SALE "PROP:GRATUITA ..." O
      ** "PROP:COBRABLE ..."; LA SUCURSAL VE EN LA RESPUESTA SI DEBE
      ** COBRARLA. LA CERTIFICACION NO CUENTA: CONTESTA GRATUITA
      ******************************************************************
       2030-CONTAR-CONSULTA-PROPIA.
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
      *2050-REDIRIGIR-RENUMERADA.
              END-READ
           END-IF.

      ******************************************************************
      *2060-VERIFICAR-RESTRICCION.
      ** TUTELA EN BDIIREGI ("1") O RESTRICCION VIGENTE EN BDLSTR
      ** (ESTADO A, O EN BLANCO EN FILAS ANTERIORES A LOS ESTADOS) -
      ** MISMO CRITERIO QUE 3060-VERIFICAR-RESTRICCION DE LEESCORE
      ******************************************************************
       2060-VERIFICAR-RESTRICCION.
           MOVE 0 TO SW-RESTRINGIDA
           MOVE SPACES TO W-COD-RESTRICCION
           MOVE W-TIPO-X   TO TIPO-ID-BDIIREGI
           MOVE W-NUMERO-X TO CEDULA-BDIIREGI
           READ BDIIREGI
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF BLOQUEO-TUTELA-BDIIREGI = "1"
                    MOVE 1 TO SW-RESTRINGIDA
                    MOVE "TUTELA" TO W-COD-RESTRICCION
                 END-IF
           END-READ
           IF SW-RESTRINGIDA = 0
              MOVE W-TIPO-X   TO TIPO-IDE-BDLSTR
              MOVE W-NUMERO-X TO NUM-IDE-BDLSTR
              READ BDLSTR
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF EST-BDLSTR = "A" OR EST-BDLSTR = SPACE
                       MOVE 1 TO SW-RESTRINGIDA
                       MOVE "RESTRI" TO W-COD-RESTRICCION
                    END-IF
              END-READ
           END-IF.

      ******************************************************************
      *2700-RESPONDER-RESTRINGIDA.
      ** RESPUESTA CODIFICADA EN VEZ DE LAS ALERTAS; LA CONSULTA
      ** QUEDA EN EL RASTRO DE HABEAS DATA CON SU MOTIVO Y LA
      ** SUPRESION EN ALESERVER.SUP (EL ASIENTO NUNCA VOLTEA EL
      ** SERVICIO)
      ******************************************************************
       2700-RESPONDER-RESTRINGIDA.
           ADD 1 TO W-RESTRINGIDAS
           MOVE RCON-MOTIVO-RESTRINGIDA TO RCON-TEXTO-MOTIVO
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
           STRING "RESPUESTA RESTRINGIDA  CODIGO " W-COD-RESTRICCION
                  DELIMITED BY SIZE INTO AREA-MSG
           END-STRING
           PERFORM 9600-ABLOCAR
           IF W-COD-RESTRICCION = "TUTELA"
              MOVE "ORDEN DE TUTELA VIGENTE: NO SE INFORMAN DATOS"
                TO AREA-MSG
           ELSE
              MOVE "RESTRICCION BDLSTR VIGENTE: NO SE INFORMAN DATOS"
                TO AREA-MSG
           END-IF
           PERFORM 9600-ABLOCAR
           PERFORM 9700-FIN-ABLOCAR
           IF SW-SUPJRN-ABIERTO = 0
              OPEN EXTEND DIARIO-SUPRESION
              IF COD-RET-SUP = "35"
                 OPEN OUTPUT DIARIO-SUPRESION
              END-IF
              IF COD-RET-SUP = "00"
                 MOVE 1 TO SW-SUPJRN-ABIERTO
              ELSE
                 DISPLAY "ALESERVER - SIN DIARIO DE SUPRESIONES ("
                         COD-RET-SUP ")"
              END-IF
           END-IF
           IF SW-SUPJRN-ABIERTO = 1
              ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
              ACCEPT HORA-SISTEMA  FROM TIME
              MOVE SPACES TO REG-DIARIO-SUP
              MOVE FECHA-SISTEMA     TO SUP-FECHA
              COMPUTE SUP-HORA = HORA-SIST-HH * 10000
                 + HORA-SIST-MM * 100 + HORA-SIST-SS
              MOVE "ALERTAS"         TO SUP-MODO
              MOVE W-TIPO-X          TO SUP-TIP-ID
              MOVE W-NUMERO-X        TO SUP-NUM-ID
              MOVE W-COD-RESTRICCION TO SUP-CODIGO
              MOVE RCON-USUARIO      TO SUP-USUARIO
              WRITE REG-DIARIO-SUP
           END-IF.

      ******************************************************************
      *2100-ARMAR-RESPUESTA-ALERTA.
      ******************************************************************
           MOVE LINEA1-BDIIALE TO AREA-MSG
           PERFORM 9600-ABLOCAR
           MOVE LINEA2-BDIIALE TO AREA-MSG
           PERFORM 9600-ABLOCAR
           IF SW-BDIIDEM-DISPONIBLE = 1
              PERFORM 2110-DEMANDAS-ALERTA
           END-IF.

      ******************************************************************
      *2110-DEMANDAS-ALERTA.
      ** DEMANDAS DE BDIIDEM ENLAZADAS A LA ALERTA RECIEN MOSTRADA
      ** (MISMA FUENTE/COD/OCURRENCIA): RADICADO, JUZGADO,
      ** DEMANDANTE, CLASE, PRETENSION Y FECHAS, CON EL MARCADOR DE
      ** RECLAMACION POR DEMANDA (COMO EN ESTINTEG)
      ******************************************************************
       2110-DEMANDAS-ALERTA.
           MOVE 0 TO SW-FIN-DEM
           MOVE LOW-VALUES TO LLAVE-BDIIDEM
           MOVE W-TIPO-X   TO TIP-IDE-BDIIDEM
           MOVE W-NUMERO-X TO NUM-IDE-BDIIDEM
           START BDIIDEM KEY IS NOT LESS THAN LLAVE-BDIIDEM
              INVALID KEY MOVE 1 TO SW-FIN-DEM
           END-START
           PERFORM 2112-LEER-DEMANDA UNTIL SW-FIN-DEM = 1.

      ******************************************************************
      *2112-LEER-DEMANDA.
      ******************************************************************
       2112-LEER-DEMANDA.
           READ BDIIDEM NEXT RECORD
              AT END MOVE 1 TO SW-FIN-DEM
           END-READ
           IF SW-FIN-DEM = 0
              IF TIP-IDE-BDIIDEM = TIP-IDE-BDIIALE
                 AND NUM-IDE-BDIIDEM = NUM-IDE-BDIIALE
                 IF FUENTE-BDIIDEM = FUENTE-BDIIALE
                    AND COD-ALERTA-BDIIDEM = COD-ALERTA-BDIIALE
                    AND OCURRENCIA-BDIIDEM = OCURRENCIA-BDIIALE
                    PERFORM 2111-RESPONDER-DEMANDA
                 END-IF
              ELSE
                 MOVE 1 TO SW-FIN-DEM
              END-IF
           END-IF.

      ******************************************************************
      *2111-RESPONDER-DEMANDA.
      ******************************************************************
       2111-RESPONDER-DEMANDA.
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
      *9100-ATENDER-COMANDOS.
           DISPLAY "  RECIBIDAS " W-LEIDAS
                   " ATENDIDAS " W-ATENDIDAS
           DISPLAY "  DENEGADAS " W-DENEGADAS
                   " POR MOTIVO " W-MOTIVO-RECHAZADO
                   " SIN CUPO " W-SIN-CUPO
                   " RESTRINGIDAS " W-RESTRINGIDAS
           DISPLAY "  PROPIAS GRATUITAS " W-PROPIAS-GRATUITAS
                   " COBRABLES " W-PROPIAS-COBRABLES
           DISPLAY "  PROMEDIO ENTRE SOLICITUDES " W-PROMEDIO-SEG
                   " SEG"
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
      ** FORMADA) VA AL DIARIO QUE CERTCLI COMPARA CONTRA EL GUION;
      ** EL ASIENTO NUNCA VOLTEA EL SERVICIO
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
      ** EN CERTIFICACION SOLO SE CONTESTAN LAS IDENTIFICACIONES
      ** SINTETICAS DE EXTMASCARA/KITENSAYO (90000000000 EN ADELANTE),
      ** QUE A PROPOSITO QUEDAN FUERA DE LONGITUD/RANGO PARA VALIDID:
      ** DE VALIDID SOLO RIGEN EL TIPO Y EL NUMERO NO NUMERICO. UNA
      ** IDENTIFICACION REAL SE RECHAZA CON C01 SIN BUSCARLA
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
      ** MISMO BUFFER DE RESPUESTA ABLOCADA QUE LEESCORE.CBL

      *    para el modo CONTINGENCIA, cuando la base no esta
           COPY SCORESNAP.FS.

      *    la misma foto enmascarada, con cedulas sinteticas (la
      *    graba EXTMASCARA.CBL): de ella contesta el modo CERTIFICA
           SELECT FOTO-CERTIF
                  ASSIGN TO "$TEMPORALES/SCORESNAP.TST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-FOTO-CERTIF
                  FILE STATUS IS COD-RET-FOTO-CERT.

      *    tabla de renumeraciones de identificaciones (la graba
      *    RENUMID.CBL): opcional, si no existe se sirve la
      *    identificacion tal como llego
           COPY CORRESPID.FS.

      *    restricciones que se respetan ANTES de contestar, en todos
      *    los modos: la lista de restriccion del proveedor (BDLSTR,
      *    la carga MANTBDLSTR) y el bloqueo por tutela de la
      *    Registraduria (BLOQUEO-TUTELA-BDIIREGI)
           COPY BDLSTR.FS.
           COPY BDIIREGI.FS.
           COPY NOAMNISTIA21.FS.

      *    diario de respuestas suprimidas por restriccion o tutela:
      *    una linea por cada identificacion que no se informo
           SELECT OPTIONAL DIARIO-SUPRESION
                  ASSIGN TO "$TEMPORALES/LEESCORE.SUP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-SUP.

           SELECT FECHA-SNAPSHOT
                  ASSIGN TO "$TEMPORALES/SCORESNAP.FEC"
                  ORGANIZATION IS LINE SEQUENTIAL

      *    archivo de comandos del operador para el modo residente
      *    (SERVER/DIAN), relevado entre solicitudes: PARAR / PAUSAR
      *    / SEGUIR / ESTADO. Una instancia del pool (POOLSCORE) usa
      *    el suyo, LEESCOREnn.CMD, ver W-INSTANCIA
           SELECT OPTIONAL ARCHIVO-COMANDOS
                  ASSIGN TO DISK W-CMD-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CMD.

      *    latido del servidor residente, reescrito por lo menos
      *    cada minuto para que CONSCORR VIGILAR detecte un servidor
      *    muerto como detecta un batch atrasado (LEESCOREnn.LAT
      *    en una instancia del pool)
           SELECT ARCHIVO-LATIDO
                  ASSIGN TO DISK W-LAT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-LAT.

      *       variacion de puntaje contra el registro anterior de la
      *       misma identificacion; en blanco cuando no hay anterior
              02 SAL-DELTA          PIC X(04).
      *       "A" cuando la identificacion se sirve dentro de su
      *       ventana de amnistia 2021 (NOAMNISTIA21)
              02 SAL-AMNISTIA       PIC X(01).
      *       "V" cuando la identificacion es victima de suplantacion
      *       con la denuncia vigente (SUPLANTA): verificar identidad
              02 SAL-SUPLANTACION   PIC X(01).
      *       "L" cuando la identificacion tiene una coincidencia
      *       confirmada en las listas restrictivas del SARLAFT
      *       (COINCLIS): remitir a cumplimiento
              02 SAL-LISTAS         PIC X(01).
      *       registro de encabezado, primera linea del archivo
           01 REG-SEC-SAL-HDR.
              02 SAL-HDR-TIPO-REG   PIC X(01) VALUE "H".
              02 SAL-RES-SCORE-ULT  PIC X(03).
              02 SAL-RES-SEGM-ULT   PIC X(01).
              02 SAL-RES-EXCL-ULT   PIC X(02).
      *       registro de respuesta restringida (tipo "R"): la
      *       identificacion tiene restriccion vigente en BDLSTR o
      *       bloqueo por tutela y NO se informa su score; va en
      *       lugar de sus "D" y no entra en el conteo del sumario
           01 REG-SEC-SAL-RST.
              02 SAL-RST-TIPO-REG   PIC X(01) VALUE "R".
              02 SAL-RST-TIP-ID     PIC X(01).
              02 SAL-RST-NUM-ID     PIC X(11).
              02 SAL-RST-CODIGO     PIC X(06).

           FD SECUENCIAL-RECHAZOS.
           01 REG-SEC-RCH.
           COPY SCODAPJA.FD.

           COPY SCORESNAP.FD.

      *    mismo renglon que SCORESNAP.FD; se lee INTO REG-SCORESNAP
           FD FOTO-CERTIF.
           01 REG-FOTO-CERTIF.
              02 LLAVE-FOTO-CERTIF     PIC X(20).
              02 FILLER                PIC X(06).

           COPY CORRESPID.FD.
           COPY BDLSTR.FD.
           COPY BDIIREGI.FD.
           COPY NOAMNISTIA21.FD.

           FD DIARIO-SUPRESION.
           01 REG-DIARIO-SUP.
              02 SUP-FECHA          PIC 9(08).
              02 FILLER             PIC X.
              02 SUP-HORA           PIC 9(06).
              02 FILLER             PIC X.
              02 SUP-MODO           PIC X(12).
              02 FILLER             PIC X.
              02 SUP-TIP-ID         PIC X(01).
              02 SUP-NUM-ID         PIC X(11).
              02 FILLER             PIC X.
              02 SUP-CODIGO         PIC X(06).
              02 FILLER             PIC X.
              02 SUP-USUARIO        PIC X(18).

           FD FECHA-SNAPSHOT.
           01 REG-FECHA-SNAP             PIC X(20).
       01 WS-AMBIENTE              pic X(15).
       01 WS-DB2ERR-OK             pic 9.
       01 WS-AMBIENTE-INI          pic X(15).
      *    verificacion del paquete DB2 antes del bind (VERPAQUETE.CBL)
       01 VERPAQ-PAQUETE           pic X(08) VALUE SPACES.
       01 VERPAQ-RESULTADO         pic 9 VALUE 1.
       01 VERPAQ-SELLO             pic X(26) VALUE SPACES.
      *    perfil de ambiente de la instalacion (AMBIENTE.CBL)
       01 AMB-ETIQUETA             PIC X(11) VALUE SPACES.
       01 AMB-RESULTADO            PIC 9(01) VALUE 0.
      *    no la reconocia nunca
       01 MODO-EJECUCION           PIC X(12) VALUE "REAL".
      *    parametros de la transaccion online cuando MODO-EJECUCION
      *    viene en "SERVER" (tipoid/numid a consultar y el codigo
      *    del motivo de consulta, ver MOTCONSUL.CBL)
       01 PARM-SERVER-TIP-ID       PIC 9(01) VALUE ZEROS.
       01 PARM-SERVER-NUM-ID       PIC 9(11) VALUE ZEROS.
       01 PARM-SERVER-MOTIVO       PIC X(04) VALUE SPACES.
      *** INDICADORAS
      ****************
       01 IND-SEC-ENT                 PIC 9(01) VALUE ZEROS.
       01  W-DUPLICADOS               PIC  9(12) VALUE ZEROS.
       01  W-CAIDAS                   PIC  9(12) VALUE ZEROS.
       01  W-MOTIVO-RCH                PIC X(40) VALUE SPACES.
REMARK*** RESULTADO DEL VALIDADOR UNICO DE IDENTIFICACIONES (VALIDID)
       01  W-COD-VALIDID               PIC X(03) VALUE SPACES.
       01  W-TEXTO-VALIDID             PIC X(40) VALUE SPACES.
       01  W-EDITCON                  PIC  ZZZ,ZZZ,ZZZ,ZZZ.

       01 SW-ES-DUPLICADO             PIC 9(01) VALUE 0.
       01 REGC-PARAMETROS             PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES             PIC X(80) VALUE SPACES.
       01 REGC-RC                     PIC 9(04) VALUE 0.
       01 REGC-VERSION                PIC X(24)
                                      VALUE "LEESCORE.v.01.0001".

       01 SW-GENERAR-CSV              PIC 9(01) VALUE 0.
          88 GENERAR-CSV                    VALUE 1.
       01 RCON-MOTIVO-DENEGADO        PIC X(30)
                                      VALUE "CONSULTA SCORE DENEGADA".

      *    motivo de consulta declarado en linea (subprograma
      *    MOTCONSUL): el codigo desconocido o no permitido a la
      *    entidad se rechaza por el mismo camino que el consultante
      *    no autorizado; el motivo del rastro sale codificado
       01 MOT-ENTIDAD                 PIC X(18) VALUE SPACES.
       01 MOT-RESULTADO               PIC 9(01) VALUE 0.
       01 MOT-DESCRIPCION             PIC X(25) VALUE SPACES.
       01 W-MOTIVO-RECHAZADO          PIC 9(12) VALUE ZEROS.
       01 RCON-TEXTO-MOTIVO           PIC X(30) VALUE SPACES.
       01 RCON-MOTIVO-ASENTADO        PIC X(30) VALUE SPACES.

      *    consulta propia del titular en linea (motivo PROP): la
      *    primera del mes es gratuita, las siguientes cobrables
      *    (subprograma CONSPROP); el motivo del rastro lleva la marca
       01 MOTIVO-PROPIO               PIC X(04) VALUE "PROP".
       01 CPROP-RESULTADO             PIC 9(01) VALUE 0.
       01 CPROP-CANTIDAD              PIC 9(03) VALUE 0.
       01 W-PROPIAS-GRATUITAS         PIC 9(12) VALUE ZEROS.
       01 W-PROPIAS-COBRABLES         PIC 9(12) VALUE ZEROS.

      *    cupo de consultas de la entidad en linea (subprograma
      *    CUPOS): al 80% la respuesta sale con advertencia, agotado
      *    se rechaza. Los lotes internos no pasan por aca
       01 SW-CORRESP-DISPONIBLE       PIC 9(01) VALUE 0.
       01 W-REDIRIGIDAS               PIC 9(12) VALUE ZEROS.

      *    restriccion BDLSTR / tutela o menor de edad en BDIIREGI:
      *    la identificacion restringida recibe la respuesta
      *    codificada (RESTRI, TUTELA o MENOR) en vez de datos, se
      *    cuenta y queda en el diario LEESCORE.SUP
       01 COD-RET-BDLSTR              PIC XX VALUE ZEROS.
       01 SW-RESTRICCIONES-ABIERTAS   PIC 9(01) VALUE 0.
       01 SW-RESTRINGIDA              PIC 9(01) VALUE 0.
          88 ES-RESTRINGIDA                 VALUE 1.
       01 W-COD-RESTRICCION           PIC X(06) VALUE SPACES.
       01 W-FECHA-MENOR               PIC 9(08) VALUE 0.
       01 W-EDAD-AAAAMMDD             PIC 9(08) VALUE 0.
       01 W-RESTRINGIDAS              PIC 9(12) VALUE ZEROS.
       01 RCON-MOTIVO-RESTRINGIDA     PIC X(30)
                                     VALUE "CONSULTA SCORE RESTRINGIDA".
       01 COD-RET-SUP                 PIC XX VALUE ZEROS.
       01 SW-SUPJRN-ABIERTO           PIC 9(01) VALUE 0.
      *    amnistia 2021: la identificacion servida dentro de su
      *    ventana FEC-INI/FEC-FIN de NOAMNISTIA21 sale con la historia
      *    marcada "A" y se cuenta como una aplicacion de la amnistia
       01 COD-RET-NOAMNISTIA21        PIC XX VALUE ZEROS.
       01 W-IND-AMNISTIA              PIC X(01) VALUE SPACE.
          88 EN-VENTANA-AMNISTIA            VALUE "A".
       01 W-FECHA-AMNISTIA            PIC 9(08) VALUE 0.
       01 W-AMNISTIAS                 PIC 9(12) VALUE ZEROS.
      *    victima de suplantacion de identidad (VERSUPL.CBL): la
      *    identificacion con la denuncia vigente sale marcada "V"
      *    (verificar identidad) en todos los modos
       01 SUPL-TIPO                   PIC X(01) VALUE SPACE.
       01 SUPL-NUMERO                 PIC X(11) VALUE SPACES.
       01 SUPL-TELEFONO               PIC X(14) VALUE SPACES.
       01 W-IND-SUPLANTACION          PIC X(01) VALUE SPACE.
          88 VICTIMA-SUPLANTACION           VALUE "V".
       01 W-SUPLANTADAS               PIC 9(12) VALUE ZEROS.
      *    coincidencia confirmada con las listas restrictivas del
      *    SARLAFT (VERLISTA.CBL): la identificacion sale marcada "L"
      *    (remitir a cumplimiento) en todos los modos
       01 LIST-LISTA                  PIC X(04) VALUE SPACES.
       01 W-IND-LISTAS                PIC X(01) VALUE SPACE.
          88 EN-LISTA-RESTRICTIVA           VALUE "L".
       01 W-EN-LISTAS                 PIC 9(12) VALUE ZEROS.

      *    comandos del operador y latido del modo residente
       01 COD-RET-CMD                 PIC XX VALUE ZEROS.
       01 COD-RET-LAT                 PIC XX VALUE ZEROS.
       01 W-SEG-ULT-LATIDO            PIC 9(08) VALUE 0.
       01 W-SEG-ARRANQUE-SRV          PIC 9(08) VALUE 0.
       01 W-PROMEDIO-SEG              PIC 9(06) VALUE 0.
      *    instancia del pool de servidores (POOLSCORE): con la
      *    variable de ambiente LEESCOREINST = nn el proceso es la
      *    instancia nn y sus archivos de comandos, latido, rechazos
      *    y reporte de tiempos llevan ese numero, para que varias
      *    instancias corran juntas sin pisarse. Sin la variable todo
      *    queda como siempre
       01 W-INSTANCIA-ENV             PIC X(15) VALUE SPACES.
       01 W-INSTANCIA                 PIC X(02) VALUE SPACES.
       01 W-CMD-NAME                  PIC X(80)
                                      VALUE "$TEMPORALES/LEESCORE.CMD".
       01 W-LAT-NAME                  PIC X(80)
                                      VALUE "$TEMPORALES/LEESCORE.LAT".

      *    modo CERTIFICA: el servidor residente para la
      *    certificacion de integracion de un cliente nuevo (guion e
      *    informe en CERTCLI.CBL). Contesta desde la foto
      *    enmascarada SCORESNAP.TST sin tocar la base, solo
      *    identificaciones sinteticas (una real se rechaza con C01
      *    sin buscarla), autoriza contra el servicio CERTIFICA, no
      *    gasta cupo de produccion (99999999999 contesta cupo
      *    agotado) y asienta cada solicitud en CERTIF.JRN via
      *    REGCERTIF. Comandos, latido, rechazos y tiempos van a
      *    archivos CERTIF.* propios
       01 SW-MODO-CERTIF              PIC 9(01) VALUE 0.
       01 COD-RET-FOTO-CERT           PIC XX VALUE ZEROS.
       01 CERT-PRIMERA-SINTETICA      PIC 9(11) VALUE 90000000000.
       01 CERT-NUMERO-SIN-CUPO        PIC 9(11) VALUE 99999999999.
       01 W-TEMPORALES                PIC X(80) VALUE SPACES.
       01 W-VARIABLE-EXTERNO          PIC X(15) VALUE SPACES.
       01 W-VALOR-EXTERNO             PIC X(100) VALUE SPACES.
       COPY CERTIF.WS.

      *    tiempos de cada solicitud para REPTIEMPO (REGTIEMPO)
       COPY TIEMPOSRV.WS.

      *    cada denegacion a la bitacora de seguridad (SEGEVENTO)
       COPY SEGEVENTO.WS.

      *    consumo por entidad y servicio para ESTCONSUMO (REGCONSUMO)
       COPY CONSUMO.WS.

       01 VARIABLES-GENERALES.
          03 AREA-MSG                    PIC X(80) VALUE SPACES.
                                     INTO MODO-EJECUCION
                                          PARM-SERVER-TIP-ID
                                          PARM-SERVER-NUM-ID
                                          PARM-SERVER-MOTIVO
           IF MODO-EJECUCION = "TEST"
              MOVE 1 TO SW-MODO-TEST
              DISPLAY "*** MODO PRUEBA: NO SE GRABA SALIDA ***"
                 MOVE 1 TO SW-MODO-SERVER
                 MOVE 1 TO SW-MODO-DIAN
                 PERFORM 7000-ATENDER-TRANSACCION-SERVER
              WHEN "CERTIFICA"
                 MOVE 1 TO SW-MODO-SERVER
                 MOVE 1 TO SW-MODO-CONTINGENCIA
                 PERFORM 7900-PREPARAR-CERTIFICACION
                 PERFORM 7000-ATENDER-TRANSACCION-SERVER
                 CLOSE FOTO-CERTIF
              WHEN "MASIVO"
                 PERFORM 7500-EXTRAER-CARTERA-COMPLETA
              WHEN "CONTINGENCIA"
           IF WS-RECHAZOSPCT-ENV NOT = "SCORERECHAZOSPCT"
              AND WS-RECHAZOSPCT-ENV(1:2) IS NUMERIC
                MOVE WS-RECHAZOSPCT-ENV(1:2) TO UMBRAL-AVISO-RECHAZOS
           END-IF
      *    instancia del pool de servidores, la fija POOLSCORE al
      *    lanzar cada LEESCORE SERVER (LEESCOREINST = 01..20)
           MOVE "LEESCOREINST" TO W-INSTANCIA-ENV
           DISPLAY W-INSTANCIA-ENV UPON ENVIRONMENT-NAME
           ACCEPT W-INSTANCIA-ENV FROM ENVIRONMENT-VALUE
           IF W-INSTANCIA-ENV NOT = "LEESCOREINST"
              AND W-INSTANCIA-ENV(1:2) IS NUMERIC
              AND W-INSTANCIA-ENV(3:1) = SPACE
              MOVE W-INSTANCIA-ENV(1:2) TO W-INSTANCIA
              PERFORM 0510-NOMBRAR-ARCHIVOS-INSTANCIA
           END-IF.

      ****************************************************************
      *0510-NOMBRAR-ARCHIVOS-INSTANCIA.
      *LOS ARCHIVOS QUE EL MODO RESIDENTE ABRE PARA SI SOLO LLEVAN EL
      *NUMERO DE INSTANCIA; LOS DIARIOS COMPARTIDOS (CONSULTAS,
      *TIEMPOS, SUPRESIONES) SIGUEN SIENDO UNO SOLO PARA TODO EL POOL
      ****************************************************************
       0510-NOMBRAR-ARCHIVOS-INSTANCIA.
           DISPLAY " Instancia del pool    : " W-INSTANCIA
           MOVE SPACES TO W-CMD-NAME W-LAT-NAME
                          SEC-RCH-TITLE REP-SAL-TITLE
           STRING "$TEMPORALES/LEESCORE" W-INSTANCIA ".CMD"
                  DELIMITED BY SIZE INTO W-CMD-NAME
           END-STRING
           STRING "$TEMPORALES/LEESCORE" W-INSTANCIA ".LAT"
                  DELIMITED BY SIZE INTO W-LAT-NAME
           END-STRING
           STRING "$TEMPORALES/SCORERCH" W-INSTANCIA
                  DELIMITED BY SIZE INTO SEC-RCH-TITLE
           END-STRING
           STRING "$TEMPORALES/SCOREREP" W-INSTANCIA
                  DELIMITED BY SIZE INTO REP-SAL-TITLE
           END-STRING.
      *
      ****************************************************************
      *10-CONTROL-TIEMPO
REMARK******************************************************************
REMARK*1000-ABRIR-ARCHIVOS.
REMARK******************************************************************
           PERFORM 1006-ABRIR-RESTRICCIONES
           OPEN INPUT  SECUENCIAL-ENTRADA
           OPEN INPUT CORRESPID
           IF COD-RET-CORRESP = "00"
           END-EVALUATE
           WRITE REG-SEC-SAL-HDR.

      ******************************************************************
      *1006-ABRIR-RESTRICCIONES.
      *BDLSTR Y BDIIREGI SE ABREN EN TODOS LOS MODOS: SIN LA LISTA DE
      *RESTRICCION NO SE PUEDE GARANTIZAR QUE NO SE INFORME A UNA
      *IDENTIFICACION RESTRINGIDA, ASI QUE LA CORRIDA NO ARRANCA
      ******************************************************************
       1006-ABRIR-RESTRICCIONES.
           IF SW-RESTRICCIONES-ABIERTAS = 0
              OPEN INPUT BDLSTR
              IF COD-RET-BDLSTR NOT = "00"
                 DISPLAY "Error Abriendo el Archivo BDLSTR "
                 COD-RET-BDLSTR
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN INPUT BDIIREGI
              OPEN INPUT NOAMNISTIA21
              IF COD-RET-NOAMNISTIA21 NOT = "00"
                 DISPLAY "Error Abriendo el Archivo NOAMNISTIA21 "
                 COD-RET-NOAMNISTIA21
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 1 TO SW-RESTRICCIONES-ABIERTAS
           END-IF.

      ******************************************************************
      *1007-CERRAR-RESTRICCIONES.
      ******************************************************************
       1007-CERRAR-RESTRICCIONES.
           IF SW-RESTRICCIONES-ABIERTAS = 1
              CLOSE BDLSTR BDIIREGI NOAMNISTIA21
              MOVE 0 TO SW-RESTRICCIONES-ABIERTAS
           END-IF
           IF SW-SUPJRN-ABIERTO = 1
              CLOSE DIARIO-SUPRESION
              MOVE 0 TO SW-SUPJRN-ABIERTO
           END-IF.

      ******************************************************************
      *2000-LEER-SECUENCIAL-ENTRADA.
      *LECTURA ARCHIVO SECUENCIAL CON REGISTROS DE FORMA ALEATORIA
REMARK*    los lotes internos quedan exentos
           MOVE 0 TO SW-ACCESO-DENEGADO
           MOVE 0 TO CUPO-RESULTADO
           MOVE 0 TO MOT-RESULTADO
           PERFORM 3030-VALIDAR-IDENTIFICACION
           IF W-COD-VALIDID NOT = SPACES
              PERFORM 9700-FIN-ABLOCAR
           ELSE
              IF SW-MODO-SERVER = 1
                 PERFORM 3040-VERIFICAR-AUTORIZACION
                 IF SW-ACCESO-DENEGADO = 0
                    PERFORM 3041-VERIFICAR-MOTIVO
                 END-IF
                 IF SW-ACCESO-DENEGADO = 0
                    PERFORM 3042-VERIFICAR-CUPO
                 END-IF
              END-IF
              IF SW-ACCESO-DENEGADO = 1
                 SET TSOL-DENEGADA TO TRUE
                 PERFORM 3045-RESPONDER-DENEGADO
                 PERFORM 9700-FIN-ABLOCAR
              ELSE
                 ACCEPT TSOL-HORA-LECTURA FROM TIME
                 MOVE TITULO-ENCABEZADO TO AREA-MSG
                 PERFORM 9600-ABLOCAR
                 IF CUPO-RESULTADO = 1
                    MOVE "AVISO: SU ENTIDAD PASO EL 80% DE SU CUPO"
                      TO AREA-MSG
                    PERFORM 9600-ABLOCAR
                 END-IF
                 PERFORM 3047-REDIRIGIR-RENUMERADA
REMARK*    la restriccion y la tutela se miran sobre la identificacion
REMARK*    que efectivamente se va a informar (ya redirigida)
                 PERFORM 3060-VERIFICAR-RESTRICCION
                 IF ES-RESTRINGIDA
                    PERFORM 3065-RESPONDER-RESTRINGIDA
                 ELSE
                    PERFORM 3050-REGISTRAR-CONSULTA
                    PERFORM 3062-VERIFICAR-AMNISTIA
                    IF EN-VENTANA-AMNISTIA
                       MOVE "AMNISTIA 2021 VIGENTE: HISTORIA MARCADA"
                         TO AREA-MSG
                       PERFORM 9600-ABLOCAR
                    END-IF
                    PERFORM 3063-VERIFICAR-SUPLANTACION
                    IF VICTIMA-SUPLANTACION
                       MOVE SPACES TO AREA-MSG
                       STRING "*** VICTIMA DE SUPLANTACION: "
                              "VERIFICAR IDENTIDAD"
                              " TEL " SUPL-TELEFONO
                              DELIMITED BY SIZE INTO AREA-MSG
                       END-STRING
                       PERFORM 9600-ABLOCAR
                    END-IF
                    PERFORM 3064-VERIFICAR-LISTAS
                    IF EN-LISTA-RESTRICTIVA
                       MOVE SPACES TO AREA-MSG
                       STRING "*** COINCIDENCIA CONFIRMADA EN LISTA "
                              LIST-LISTA ": REMITIR A CUMPLIMIENTO"
                              DELIMITED BY SIZE INTO AREA-MSG
                       END-STRING
                       PERFORM 9600-ABLOCAR
                    END-IF
                    PERFORM 10-CONTROL-TIEMPO
                    INITIALIZE REG-REP-LEESCORE
                    MOVE FECHA-PG               TO REPSAL-FECHAI-PG
                    MOVE HORA-PG                TO REPSAL-HORAI-PG
      *    una identificacion de persona juridica (tipos 2 y 3) se
      *    resuelve contra el archivo SCODAPJA, la misma pregunta de
      *    negocio que hasta ahora habia que llevarle a TESTPGM; las
      *    personas naturales siguen contra REGISTRO.SCORE
                    IF ENT-TIP-ID = 2 OR ENT-TIP-ID = 3
                       MOVE "BUSCAR SCORE PJ EN SCODAPJA"
                         TO REPSAL-DESCRIPCION
                       PERFORM 3500-BUSCAR-SCODAPJA
                    ELSE
                       IF SW-MODO-CONTINGENCIA = 1
                          MOVE "BUSCAR SCORE EN FOTO"
                            TO REPSAL-DESCRIPCION
                          PERFORM 3600-BUSCAR-EN-FOTO
                       ELSE
                          MOVE "BUSCAR SCORE EN BD"
                            TO REPSAL-DESCRIPCION
                          PERFORM 4000-BUSCAR-SCORE
                       END-IF
                    END-IF
                    PERFORM 10-CONTROL-TIEMPO
                    MOVE FECHA-PG               TO REPSAL-FECHAF-PG
                    MOVE HORA-PG                TO REPSAL-HORAF-PG
                    PERFORM 5200-GRABAR-REPSAL
                 END-IF
                 PERFORM 9700-FIN-ABLOCAR
              END-IF
           END-IF.

       3030-VALIDAR-IDENTIFICACION.
REMARK******************************************************************
REMARK*3030-VALIDAR-IDENTIFICACION.
REMARK*    LA IDENTIFICACION PEDIDA PASA POR EL VALIDADOR UNICO
REMARK*    (VALIDID, LAS MISMAS REGLAS Y CODIGOS I01..I06 DE LOS
REMARK*    PROGRAMAS DE INGRESO) ANTES DE TOCAR NADA: LA INVALIDA NO
REMARK*    SE BUSCA, SE CONTESTA POR LA SESION Y QUEDA EN LOS RECHAZOS
REMARK*    CON SU CODIGO
REMARK*    (TAMBIEN COMO RESPUESTA DEL DIARIO DIAN)
REMARK******************************************************************
           CALL "VALIDID" USING ENT-TIP-ID ENT-NUM-ID
                                W-COD-VALIDID W-TEXTO-VALIDID
           IF SW-MODO-CERTIF = 1
              PERFORM 3035-FILTRAR-CERTIFICACION
           END-IF
           IF W-COD-VALIDID NOT = SPACES
              MOVE SPACES TO AREA-MSG
              STRING "IDENTIFICACION INVALIDA: " W-COD-VALIDID " "
                     W-TEXTO-VALIDID
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
              PERFORM 9600-ABLOCAR
              MOVE SPACES TO W-MOTIVO-RCH
              STRING W-COD-VALIDID " " W-TEXTO-VALIDID
                     DELIMITED BY SIZE INTO W-MOTIVO-RCH
              END-STRING
              MOVE W-COD-VALIDID TO W-DIAN-RESPUESTA
              PERFORM 5100-GRABAR-RECHAZO
           END-IF.

       3035-FILTRAR-CERTIFICACION.
REMARK******************************************************************
REMARK*3035-FILTRAR-CERTIFICACION.
REMARK*    MODO CERTIFICA: SOLO SE CONTESTAN LAS IDENTIFICACIONES
REMARK*    SINTETICAS DE EXTMASCARA/KITENSAYO (90000000000 EN
REMARK*    ADELANTE), QUE A PROPOSITO QUEDAN FUERA DE LONGITUD/RANGO
REMARK*    PARA VALIDID: DE VALIDID SOLO RIGEN EL TIPO Y EL NUMERO NO
REMARK*    NUMERICO. UNA IDENTIFICACION REAL SE RECHAZA CON C01 SIN
REMARK*    BUSCARLA.
REMARK******************************************************************
           IF W-COD-VALIDID NOT = "I01" AND W-COD-VALIDID NOT = "I02"
              IF ENT-NUM-ID < CERT-PRIMERA-SINTETICA
                 MOVE "C01" TO W-COD-VALIDID
                 MOVE "REAL, CERTIFICACION SOLO SINTETICAS"
                   TO W-TEXTO-VALIDID
              ELSE
                 MOVE SPACES TO W-COD-VALIDID W-TEXTO-VALIDID
              END-IF
           END-IF.

       3047-REDIRIGIR-RENUMERADA.
           ELSE
              MOVE "SCORE" TO AUT-SERVICIO
           END-IF
           IF SW-MODO-CERTIF = 1
              MOVE "CERTIFICA" TO AUT-SERVICIO
           END-IF
           CALL "AUTCONSUL" USING RCON-USUARIO AUT-SERVICIO
                                  AUT-RESULTADO
           ON EXCEPTION
              MOVE 1 TO SW-ACCESO-DENEGADO
           END-IF.

       3041-VERIFICAR-MOTIVO.
REMARK******************************************************************
REMARK*3041-VERIFICAR-MOTIVO.
REMARK*    EL MOTIVO DECLARADO EN LA SOLICITUD TIENE QUE ESTAR VIGENTE
REMARK*    EN EL CATALOGO Y PERMITIDO A LA ENTIDAD DEL ENCABEZADO
REMARK*    (VER MOTCONSUL.CBL), ANTES DE GASTAR CUPO. SIN MOTCONSUL
REMARK*    DISPONIBLE SE SIRVE COMO SIEMPRE.
REMARK******************************************************************
           MOVE HEADER-USUARIO TO MOT-ENTIDAD
           CALL "MOTCONSUL" USING MOT-ENTIDAD PARM-SERVER-MOTIVO
                                  MOT-RESULTADO MOT-DESCRIPCION
           ON EXCEPTION
              MOVE 0 TO MOT-RESULTADO
           END-CALL
           IF MOT-RESULTADO NOT = 0
              ADD 1 TO W-MOTIVO-RECHAZADO
              MOVE 1 TO SW-ACCESO-DENEGADO
           END-IF.

       3042-VERIFICAR-CUPO.
REMARK******************************************************************
REMARK*3042-VERIFICAR-CUPO.
REMARK*    ADVERTENCIA DEL 80% A LA RESPUESTA
REMARK******************************************************************
           MOVE HEADER-USUARIO TO CUPO-ENTIDAD
           IF SW-MODO-CERTIF = 1
REMARK*       certificacion: no se gasta el cupo de produccion; la
REMARK*       identificacion reservada contesta como cupo agotado
              MOVE 0 TO CUPO-RESULTADO
              IF ENT-NUM-ID = CERT-NUMERO-SIN-CUPO
                 MOVE 2 TO CUPO-RESULTADO
              END-IF
           ELSE
              CALL "CUPOS" USING CUPO-ENTIDAD CUPO-RESULTADO
              ON EXCEPTION
                 MOVE 0 TO CUPO-RESULTADO
              END-CALL
           END-IF
           IF CUPO-RESULTADO = 2
              ADD 1 TO W-SIN-CUPO
              MOVE 1 TO SW-ACCESO-DENEGADO
REMARK*3045-RESPONDER-DENEGADO.
REMARK*    RESPUESTA DE RECHAZO POR LA MISMA SESION; EL INTENTO
REMARK*    QUEDA EN EL RASTRO DE HABEAS DATA CON SU MOTIVO Y SE
REMARK*    CUENTA APARTE EN EL RESUMEN DE LA CORRIDA (LA
REMARK*    CERTIFICACION QUEDA SOLO EN CERTIF.JRN)
REMARK******************************************************************
           ADD 1 TO W-DENEGADOS
           PERFORM 3048-ASENTAR-EVENTO-SEGURIDAD
           MOVE ENT-TIP-ID TO RCON-TIPO
           MOVE ENT-NUM-ID TO RCON-NUMERO
           MOVE RCON-MOTIVO-DENEGADO TO RCON-TEXTO-MOTIVO
           PERFORM 3046-ARMAR-MOTIVO
           IF SW-MODO-CERTIF = 0
              CALL "REGCONSUL" USING RCON-TIPO RCON-NUMERO
                                     RCON-PROGRAMA RCON-USUARIO
                                     RCON-MOTIVO-ASENTADO
              ON EXCEPTION
                 CONTINUE
              END-CALL
           END-IF
           MOVE SPACES TO AREA-MSG
           IF MOT-RESULTADO NOT = 0
              STRING "ACCESO DENEGADO: MOTIVO DE CONSULTA "
                     PARM-SERVER-MOTIVO
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
           ELSE
              STRING "ACCESO DENEGADO: EL CONSULTANTE " RCON-USUARIO
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
           END-IF
           PERFORM 9600-ABLOCAR
           EVALUATE TRUE
              WHEN CUPO-RESULTADO = 2
                 MOVE "CUPO DE CONSULTAS DE SU ENTIDAD AGOTADO"
                   TO AREA-MSG
              WHEN MOT-RESULTADO = 2
                 MOVE "NO PERMITIDO A SU ENTIDAD" TO AREA-MSG
              WHEN MOT-RESULTADO = 1
                 MOVE "INEXISTENTE O RETIRADO DEL CATALOGO"
                   TO AREA-MSG
              WHEN AUT-RESULTADO = 3
                 MOVE "BLOQUEADO POR DENEGACIONES REPETIDAS"
                   TO AREA-MSG
              WHEN OTHER
                 MOVE "NO ESTA AUTORIZADO PARA ESTE SERVICIO"
                   TO AREA-MSG
           END-EVALUATE
           PERFORM 9600-ABLOCAR.

       3046-ARMAR-MOTIVO.
REMARK******************************************************************
REMARK*3046-ARMAR-MOTIVO.
REMARK*    EN LINEA EL MOTIVO DEL RASTRO SALE CODIFICADO: CODIGO
REMARK*    DECLARADO, ":" Y EL TEXTO DEL PROGRAMA (VER
REMARK*    MOTIVO-COD-ICBCON). EN LOTE, O SIN CODIGO, QUEDA EL TEXTO
REMARK******************************************************************
           MOVE SPACES TO RCON-MOTIVO-ASENTADO
           IF SW-MODO-SERVER = 0 OR PARM-SERVER-MOTIVO = SPACES
              MOVE RCON-TEXTO-MOTIVO TO RCON-MOTIVO-ASENTADO
           ELSE
              STRING PARM-SERVER-MOTIVO ":" RCON-TEXTO-MOTIVO
                     DELIMITED BY SIZE INTO RCON-MOTIVO-ASENTADO
              END-STRING
           END-IF.

       3048-ASENTAR-EVENTO-SEGURIDAD.
REMARK******************************************************************
REMARK*3048-ASENTAR-EVENTO-SEGURIDAD.
REMARK*    LA DENEGACION VA A LA BITACORA DE SEGURIDAD CON SU MOTIVO;
REMARK*    SEGEVENTO CUENTA LAS DE AUTORIZACION Y BLOQUEA EL
REMARK*    USUARIO@TERMINAL QUE INSISTE. NUNCA VOLTEA EL SERVICIO.
REMARK******************************************************************
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

       3050-REGISTRAR-CONSULTA.
REMARK******************************************************************
REMARK*3050-REGISTRAR-CONSULTA.
REMARK*    FIGUREN EN EL RASTRO DE HABEAS DATA. EN MODO SERVER EL
REMARK*    USUARIO/TERMINAL SALE DEL ENCABEZADO CCI DE LA SOLICITUD;
REMARK*    EN LOTE QUEDA "BATCH". EL ASIENTO NUNCA VOLTEA LA CORRIDA.
REMARK*    LA CERTIFICACION NO SE ASIENTA: QUEDA SOLO EN CERTIF.JRN.
REMARK******************************************************************
           MOVE ENT-TIP-ID TO RCON-TIPO
           MOVE ENT-NUM-ID TO RCON-NUMERO
                     INTO RCON-USUARIO
              END-STRING
              MOVE "CONSULTA SCORE EN LINEA" TO RCON-MOTIVO
              IF PARM-SERVER-MOTIVO = MOTIVO-PROPIO
                 PERFORM 3051-CONTAR-CONSULTA-PROPIA
              END-IF
           ELSE
              MOVE "BATCH" TO RCON-USUARIO
              MOVE SPACES TO RCON-MOTIVO
                     DELIMITED BY SIZE INTO RCON-MOTIVO
              END-STRING
           END-IF
           MOVE RCON-MOTIVO TO RCON-TEXTO-MOTIVO
           PERFORM 3046-ARMAR-MOTIVO
           IF SW-MODO-CERTIF = 0
              CALL "REGCONSUL" USING RCON-TIPO RCON-NUMERO
                                     RCON-PROGRAMA RCON-USUARIO
                                     RCON-MOTIVO-ASENTADO
              ON EXCEPTION
                 CONTINUE
              END-CALL
           END-IF.

       3051-CONTAR-CONSULTA-PROPIA.
REMARK******************************************************************
REMARK*3051-CONTAR-CONSULTA-PROPIA.
REMARK*    EL TITULAR CONSULTANDO SUS PROPIOS DATOS (MOTIVO PROP): SE
REMARK*    CUENTA EN CONSPROP, EL TEXTO DEL RASTRO ARRANCA CON
REMARK*    GRATUITA O COBRABLE (VER PROPIA-ICBCON EN ICBCON001.FD) Y
REMARK*    LA RESPUESTA LO AVISA. LA CERTIFICACION NO CUENTA:
REMARK*    CONTESTA GRATUITA
REMARK******************************************************************
           IF SW-MODO-CERTIF = 0
              CALL "CONSPROP" USING RCON-TIPO RCON-NUMERO RCON-PROGRAMA
                                    CPROP-RESULTADO CPROP-CANTIDAD
              ON EXCEPTION
                 MOVE 1 TO CPROP-RESULTADO
                 MOVE 0 TO CPROP-CANTIDAD
              END-CALL
           ELSE
              MOVE 1 TO CPROP-RESULTADO
              MOVE 0 TO CPROP-CANTIDAD
           END-IF
           MOVE SPACES TO RCON-MOTIVO AREA-MSG
           IF CPROP-RESULTADO = 2
              ADD 1 TO W-PROPIAS-COBRABLES
              MOVE "COBRABLE CONSULTA SCORE EN LINEA" TO RCON-MOTIVO
              STRING "CONSULTA PROPIA DEL TITULAR NRO " CPROP-CANTIDAD
                     " DEL MES: COBRABLE"
                     DELIMITED BY SIZE INTO AREA-MSG
              END-STRING
           ELSE
              ADD 1 TO W-PROPIAS-GRATUITAS
              MOVE "GRATUITA CONSULTA SCORE EN LINEA" TO RCON-MOTIVO
              MOVE "CONSULTA PROPIA DEL TITULAR: GRATUITA DEL MES"
                TO AREA-MSG
           END-IF
           PERFORM 9600-ABLOCAR.

      ****************************************************************
      *3060-VERIFICAR-RESTRICCION.
      *ANTES DE CONTESTAR, EN TODOS LOS MODOS: BLOQUEO POR TUTELA EN
      *BDIIREGI ("1", VER OPABDIIRE) O RESTRICCION VIGENTE EN BDLSTR
      *(ESTADO A, O EN BLANCO EN LAS FILAS ANTERIORES A LOS ESTADOS,
      *MISMO CRITERIO QUE ESTINTEG/INTESERVER). LA TUTELA PREVALECE
      *COMO CODIGO CUANDO HAY LAS DOS. EL TITULAR MENOR DE EDAD
      *(FEC-NAC-BDIIREGI CONOCIDA Y MENOS DE 18 ANOS A LA FECHA EN QUE
      *SE SIRVE, LA MISMA QUE USA LA AMNISTIA) SALE CON EL CODIGO
      *MENOR, DESPUES DE LA TUTELA Y ANTES DE BDLSTR
      ****************************************************************
       3060-VERIFICAR-RESTRICCION.
           MOVE 0 TO SW-RESTRINGIDA
           MOVE SPACES TO W-COD-RESTRICCION
           MOVE ENT-TIP-ID TO TIPO-ID-BDIIREGI
           MOVE ENT-NUM-ID TO CEDULA-BDIIREGI
           READ BDIIREGI
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF BLOQUEO-TUTELA-BDIIREGI = "1"
                    MOVE 1 TO SW-RESTRINGIDA
                    MOVE "TUTELA" TO W-COD-RESTRICCION
                 ELSE
                    PERFORM 3061-VERIFICAR-MENOR-EDAD
                 END-IF
           END-READ
           IF NOT ES-RESTRINGIDA
              MOVE ENT-TIP-ID TO TIPO-IDE-BDLSTR
              MOVE ENT-NUM-ID TO NUM-IDE-BDLSTR
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

      ****************************************************************
      *3061-VERIFICAR-MENOR-EDAD.
      *CUENTA AAAAMMDD DE SIEMPRE (VER VERMENOR.CBL): MENOS DE 180000
      *ENTRE LA FECHA EN QUE SE SIRVE Y EL NACIMIENTO ES MENOR DE EDAD.
      *SIN FECHA DE NACIMIENTO (CEROS) NO SE PRESUME MENOR
      ****************************************************************
       3061-VERIFICAR-MENOR-EDAD.
           IF SW-MODO-MASIVO = 1
              MOVE W-FECHA-CORTE-X TO W-FECHA-MENOR
           ELSE
              ACCEPT W-FECHA-MENOR FROM DATE YYYYMMDD
           END-IF
           IF FEC-NAC-BDIIREGI NUMERIC
              AND FEC-NAC-BDIIREGI > 0
              AND FEC-NAC-BDIIREGI NOT > W-FECHA-MENOR
              COMPUTE W-EDAD-AAAAMMDD =
                      W-FECHA-MENOR - FEC-NAC-BDIIREGI
              IF W-EDAD-AAAAMMDD < 180000
                 MOVE 1 TO SW-RESTRINGIDA
                 MOVE "MENOR" TO W-COD-RESTRICCION
              END-IF
           END-IF.

      ****************************************************************
      *3062-VERIFICAR-AMNISTIA.
      *LA AMNISTIA SE APLICA CUANDO LA FECHA EN QUE SE SIRVE (LA DE
      *CORTE EN EL MASIVO, LA DEL DIA EN LOS DEMAS MODOS) CAE DENTRO
      *DE LA VENTANA FEC-INI/FEC-FIN DEL BENEFICIARIO
      ****************************************************************
       3062-VERIFICAR-AMNISTIA.
           MOVE SPACE TO W-IND-AMNISTIA
           IF SW-MODO-MASIVO = 1
              MOVE W-FECHA-CORTE-X TO W-FECHA-AMNISTIA
           ELSE
              ACCEPT W-FECHA-AMNISTIA FROM DATE YYYYMMDD
           END-IF
           MOVE ENT-TIP-ID TO TIPO-IDE-NOAM21
           MOVE ENT-NUM-ID TO NUM-IDE-NOAM21
           READ NOAMNISTIA21
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF W-FECHA-AMNISTIA NOT < FEC-INI-NOAM21
                    AND W-FECHA-AMNISTIA NOT > FEC-FIN-NOAM21
                    SET EN-VENTANA-AMNISTIA TO TRUE
                    ADD 1 TO W-AMNISTIAS
                 END-IF
           END-READ.

      ****************************************************************
      *3063-VERIFICAR-SUPLANTACION.
      *LA VICTIMA DE SUPLANTACION CON LA DENUNCIA VIGENTE SALE CON
      *EL INDICADOR "V" Y EL TELEFONO DE VERIFICACION (VER
      *VERSUPL.CBL); SIN EL SUBPROGRAMA, O EN CERTIFICACION, SE
      *SIRVE COMO SIEMPRE
      ****************************************************************
       3063-VERIFICAR-SUPLANTACION.
           MOVE SPACE  TO W-IND-SUPLANTACION
           MOVE SPACES TO SUPL-TELEFONO
           IF SW-MODO-CERTIF = 0
              MOVE ENT-TIP-ID TO SUPL-TIPO
              MOVE ENT-NUM-ID TO SUPL-NUMERO
              CALL "VERSUPL" USING SUPL-TIPO SUPL-NUMERO
                                   W-IND-SUPLANTACION SUPL-TELEFONO
              ON EXCEPTION
                 MOVE SPACE  TO W-IND-SUPLANTACION
                 MOVE SPACES TO SUPL-TELEFONO
              END-CALL
           END-IF
           IF VICTIMA-SUPLANTACION
              ADD 1 TO W-SUPLANTADAS
           END-IF.

      ****************************************************************
      *3064-VERIFICAR-LISTAS.
      *LA IDENTIFICACION CON UNA COINCIDENCIA CONFIRMADA EN LAS
      *LISTAS RESTRICTIVAS SALE CON EL INDICADOR "L" (VER
      *VERLISTA.CBL); SIN EL SUBPROGRAMA, O EN CERTIFICACION, SE
      *SIRVE COMO SIEMPRE
      ****************************************************************
       3064-VERIFICAR-LISTAS.
           MOVE SPACE  TO W-IND-LISTAS
           MOVE SPACES TO LIST-LISTA
           IF SW-MODO-CERTIF = 0
              MOVE ENT-TIP-ID TO SUPL-TIPO
              MOVE ENT-NUM-ID TO SUPL-NUMERO
              CALL "VERLISTA" USING SUPL-TIPO SUPL-NUMERO
                                    W-IND-LISTAS LIST-LISTA
              ON EXCEPTION
                 MOVE SPACE  TO W-IND-LISTAS
                 MOVE SPACES TO LIST-LISTA
              END-CALL
           END-IF
           IF EN-LISTA-RESTRICTIVA
              ADD 1 TO W-EN-LISTAS
           END-IF.

      ****************************************************************
      *3065-RESPONDER-RESTRINGIDA.
      *EN VEZ DE DATOS SALE LA RESPUESTA CODIFICADA: POR LA SESION EN
      *LINEA, COMO REGISTRO "R" EN EL SECUENCIAL-SALIDA DEL LOTE, Y
      *COMO CODIGO DE RESPUESTA EN EL DIARIO DIAN. LA CONSULTA QUEDA
      *EN EL RASTRO DE HABEAS DATA CON SU MOTIVO (EL MASIVO Y LA
      *CERTIFICACION NO ASIENTAN CONSULTAS) Y LA SUPRESION EN
      *LEESCORE.SUP
      ****************************************************************
       3065-RESPONDER-RESTRINGIDA.
           ADD 1 TO W-RESTRINGIDAS
           MOVE W-COD-RESTRICCION TO W-DIAN-RESPUESTA
           IF SW-MODO-SERVER = 0
              MOVE "BATCH" TO RCON-USUARIO
           END-IF
           IF SW-MODO-MASIVO = 0
              MOVE ENT-TIP-ID TO RCON-TIPO
              MOVE ENT-NUM-ID TO RCON-NUMERO
              MOVE RCON-MOTIVO-RESTRINGIDA TO RCON-TEXTO-MOTIVO
              PERFORM 3046-ARMAR-MOTIVO
              IF SW-MODO-CERTIF = 0
                 CALL "REGCONSUL" USING RCON-TIPO RCON-NUMERO
                                        RCON-PROGRAMA RCON-USUARIO
                                        RCON-MOTIVO-ASENTADO
                 ON EXCEPTION
                    CONTINUE
                 END-CALL
              END-IF
              MOVE SPACES TO AREA-MSG
              STRING "RESPUESTA RESTRINGIDA  CODIGO "
                     W-COD-RESTRICCION
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
              IF W-COD-RESTRICCION = "MENOR"
                 MOVE "TITULAR MENOR DE EDAD: NO SE INFORMAN DATOS"
                   TO AREA-MSG
              END-IF
              PERFORM 9600-ABLOCAR
           END-IF
           IF SW-MODO-TEST = 0 AND SW-MODO-SERVER = 0
              INITIALIZE REG-SEC-SAL-RST
              MOVE "R"                    TO SAL-RST-TIPO-REG
              MOVE ENT-TIP-ID             TO SAL-RST-TIP-ID
              MOVE ENT-NUM-ID             TO SAL-RST-NUM-ID
              MOVE W-COD-RESTRICCION      TO SAL-RST-CODIGO
              WRITE REG-SEC-SAL-RST
           END-IF
           PERFORM 3066-ASENTAR-SUPRESION.

      ****************************************************************
      *3066-ASENTAR-SUPRESION.
      *CADA RESPUESTA SUPRIMIDA QUEDA EN EL DIARIO ACUMULATIVO
      *LEESCORE.SUP (MISMA APERTURA EXTEND/OUTPUT QUE EL DIARIO DIAN);
      *EL ASIENTO NUNCA VOLTEA LA CORRIDA
      ****************************************************************
       3066-ASENTAR-SUPRESION.
           IF SW-SUPJRN-ABIERTO = 0
              OPEN EXTEND DIARIO-SUPRESION
              IF COD-RET-SUP = "35"
                 OPEN OUTPUT DIARIO-SUPRESION
              END-IF
              IF COD-RET-SUP = "00"
                 MOVE 1 TO SW-SUPJRN-ABIERTO
              ELSE
                 DISPLAY "LEESCORE - SIN DIARIO DE SUPRESIONES ("
                         COD-RET-SUP ")"
              END-IF
           END-IF
           IF SW-SUPJRN-ABIERTO = 1
              ACCEPT W-DIAN-FECHA FROM DATE YYYYMMDD
              ACCEPT W-DIAN-HORA  FROM TIME
              MOVE SPACES TO REG-DIARIO-SUP
              MOVE W-DIAN-FECHA      TO SUP-FECHA
              MOVE W-DIAN-HHMMSS     TO SUP-HORA
              MOVE MODO-EJECUCION    TO SUP-MODO
              MOVE ENT-TIP-ID        TO SUP-TIP-ID
              MOVE ENT-NUM-ID        TO SUP-NUM-ID
              MOVE W-COD-RESTRICCION TO SUP-CODIGO
              MOVE RCON-USUARIO      TO SUP-USUARIO
              WRITE REG-DIARIO-SUP
           END-IF.

       3500-BUSCAR-SCODAPJA.
REMARK******************************************************************
           MOVE EXCLUSION-SCODAPJA        TO SAL-EXCLUSION
           MOVE SEGMENTO-SCODAPJA         TO SAL-SEGMENTO
           MOVE SPACES                    TO SAL-DELTA
           MOVE W-IND-AMNISTIA            TO SAL-AMNISTIA
           MOVE W-IND-SUPLANTACION        TO SAL-SUPLANTACION
           MOVE W-IND-LISTAS              TO SAL-LISTAS
           ADD 1                          TO W-GRABADOS
           WRITE REG-SEC-SAL
           END-WRITE
REMARK*    CADA FILA PASA POR LOS MISMOS C1..C4 QUE EL FETCH, ASI
REMARK*    5000-GRABAR-SALIDA Y EL CALCULO DE DELTA QUEDAN IGUALES.
REMARK******************************************************************
           SET TSOL-CONTINGENCIA TO TRUE
           MOVE ENT-TIP-ID TO TIPOID-SNAP
           MOVE ENT-NUM-ID TO NUMID-SNAP
           MOVE LOW-VALUES TO FECHA-SNAP
           MOVE 0 TO SW-FIN-SNAP-ID
           MOVE 1 TO SW-PRIMER-FETCH
           MOVE 0 TO W-CANT-FILAS-FOTO
           IF SW-MODO-CERTIF = 1
              PERFORM 3605-POSICIONAR-FOTO-CERTIF
           ELSE
              START SCORESNAP KEY IS NOT LESS THAN LLAVE-SCORESNAP
                 INVALID KEY
                    MOVE 1 TO SW-FIN-SNAP-ID
              END-START
           END-IF
           PERFORM UNTIL SW-FIN-SNAP-ID = 1
              IF SW-MODO-CERTIF = 1
                 READ FOTO-CERTIF NEXT RECORD INTO REG-SCORESNAP
                    AT END MOVE 1 TO SW-FIN-SNAP-ID
                 END-READ
              ELSE
                 READ SCORESNAP NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-SNAP-ID
                 END-READ
              END-IF
              IF SW-FIN-SNAP-ID = 0
                 IF TIPOID-SNAP = ENT-TIP-ID
                    AND NUMID-SNAP = ENT-NUM-ID
              MOVE "SINREG" TO W-DIAN-RESPUESTA
              PERFORM 5100-GRABAR-RECHAZO
           ELSE
REMARK*       lo contestado en certificacion es sintetico: no va al
REMARK*       rastro que REPCONT re-consulta contra la base
              IF SW-MODO-CERTIF = 0
                 PERFORM 3620-ASENTAR-SERVIDA-DE-FOTO
              END-IF
           END-IF
           IF GENERAR-RESUMEN AND SW-MODO-TEST = 0
              PERFORM 5190-GRABAR-RESUMEN
           END-IF.

       3605-POSICIONAR-FOTO-CERTIF.
REMARK******************************************************************
REMARK*3605-POSICIONAR-FOTO-CERTIF.
REMARK*    MODO CERTIFICA: EL MISMO START POR TIPOID/NUMID SOBRE LA
REMARK*    FOTO ENMASCARADA; LAS FILAS SE LEEN INTO REG-SCORESNAP Y
REMARK*    SIGUEN POR 3610 COMO LAS DE LA FOTO DE CONTINGENCIA
REMARK******************************************************************
           MOVE LLAVE-SCORESNAP TO LLAVE-FOTO-CERTIF
           START FOTO-CERTIF KEY IS NOT LESS THAN LLAVE-FOTO-CERTIF
              INVALID KEY
                 MOVE 1 TO SW-FIN-SNAP-ID
           END-START.

       3620-ASENTAR-SERVIDA-DE-FOTO.
REMARK******************************************************************
REMARK*3620-ASENTAR-SERVIDA-DE-FOTO.
              PERFORM 5150-VALIDAR-CAIDA-SCORE
           END-IF
           MOVE WS-SCORE-ACTUAL           TO WS-SCORE-ANTERIOR
           MOVE W-IND-AMNISTIA            TO SAL-AMNISTIA
           MOVE W-IND-SUPLANTACION        TO SAL-SUPLANTACION
           MOVE W-IND-LISTAS              TO SAL-LISTAS
           ADD 1                          TO W-GRABADOS
           WRITE REG-SEC-SAL
           END-WRITE
           MOVE C1(1:15)        TO WS-USR
           MOVE C2(1:18)        TO WS-PASS
           MOVE C3(1:15)        TO WS-ALIAS
      *    EL BIND PROPIO SOLO SI EL PASO PREBIND DE LA CADENA NO DEJO
      *    VIGENTE EL PAQUETE (VER VERPAQUETE.CBL)
           MOVE WS-PROGRAMA     TO VERPAQ-PAQUETE
           CALL "VERPAQUETE" USING VERPAQ-PAQUETE WS-ALIAS
                                   VERPAQ-RESULTADO VERPAQ-SELLO
              ON EXCEPTION MOVE 1 TO VERPAQ-RESULTADO
           END-CALL
           IF VERPAQ-RESULTADO NOT = 0
              PERFORM 1000-BIND-RUTSQL
           END-IF.

       1000-CONECTARSE-A-LAS-BDS.
REMARK******************************************************************
              MOVE 0 TO SW-CORRESP-DISPONIBLE
           END-IF
           CLOSE SECUENCIAL-CAIDAS
           PERFORM 1007-CERRAR-RESTRICCIONES
           IF SW-SCODAPJA-ABIERTO = 1
              CLOSE SCODAPJA
              MOVE 0 TO SW-SCODAPJA-ABIERTO
              COD-RET-SAL
              STOP RUN
           END-IF
           PERFORM 1006-ABRIR-RESTRICCIONES
           PERFORM 1004-GRABAR-ENCABEZADO-SALIDA
           IF GENERAR-CSV
              OPEN OUTPUT SECUENCIAL-CSV
           WRITE REG-SEC-SAL-TRL
           CLOSE SECUENCIAL-SALIDA
           CLOSE SECUENCIAL-CAIDAS
           PERFORM 1007-CERRAR-RESTRICCIONES
           IF GENERAR-CSV
              CLOSE SECUENCIAL-CSV
           END-IF
                 MOVE 1 TO SW-PRIMER-FETCH
                 MOVE HV-TIPOID TO W-MAS-TIPOID-ANT
                 MOVE HV-NUMID  TO W-MAS-NUMID-ANT
      *          la identificacion restringida sale una sola vez como
      *          registro "R" y sus filas de historia no se escriben
                 MOVE HV-TIPOID TO ENT-TIP-ID
                 MOVE HV-NUMID  TO ENT-NUM-ID
                 PERFORM 3060-VERIFICAR-RESTRICCION
                 IF ES-RESTRINGIDA
                    PERFORM 3065-RESPONDER-RESTRINGIDA
                 ELSE
                    PERFORM 3062-VERIFICAR-AMNISTIA
                    PERFORM 3063-VERIFICAR-SUPLANTACION
                    PERFORM 3064-VERIFICAR-LISTAS
                 END-IF
              END-IF
              MOVE HV-TIPOID TO ENT-TIP-ID
              MOVE HV-NUMID  TO ENT-NUM-ID
              IF NOT ES-RESTRINGIDA
                 PERFORM 5000-GRABAR-SALIDA
              END-IF
              EXEC SQL
                  fetch vcurs into :HV-TIPOID, :HV-NUMID,
                                   :C1, :C2, :C3, :C4
           CLOSE FECHA-SNAPSHOT
           DISPLAY "FOTO TOMADA EL: " W-FECHA-FOTO.

      ****************************************************************
      *7900-PREPARAR-CERTIFICACION.
      *MODO CERTIFICA: ARCHIVOS CERTIF.* PROPIOS PARA QUE CONVIVA CON
      *EL SERVIDOR DE PRODUCCION, EL MAESTRO EXTERNO BDIIRE (TUTELA)
      *APUNTADO AL EXTRACTO ENMASCARADO BDIIREGI.TST ANTES DE ABRIRLO,
      *Y LA FOTO ENMASCARADA SCORESNAP.TST ABIERTA: SIN ELLA NO HAY
      *DE DONDE CONTESTAR
      ****************************************************************
       7900-PREPARAR-CERTIFICACION.
           DISPLAY "*** MODO CERTIFICA: FOTO ENMASCARADA, SOLO "
                   "IDENTIFICACIONES SINTETICAS ***"
           MOVE 1 TO SW-MODO-CERTIF
           MOVE "$TEMPORALES/CERTIF.LEESCORE.CMD" TO W-CMD-NAME
           MOVE "$TEMPORALES/CERTIF.LEESCORE.LAT" TO W-LAT-NAME
           MOVE "$TEMPORALES/CERTIF.SCORERCH"     TO SEC-RCH-TITLE
           MOVE "$TEMPORALES/CERTIF.SCOREREP"     TO REP-SAL-TITLE
           MOVE "TEMPORALES" TO W-VARIABLE-EXTERNO
           DISPLAY W-VARIABLE-EXTERNO UPON ENVIRONMENT-NAME
           ACCEPT W-TEMPORALES FROM ENVIRONMENT-VALUE
           MOVE SPACES TO W-VALOR-EXTERNO
           STRING W-TEMPORALES   DELIMITED BY SPACE
                  "/BDIIREGI.TST" DELIMITED BY SIZE
                  INTO W-VALOR-EXTERNO
           END-STRING
           DISPLAY " BDIIRE -> " W-VALOR-EXTERNO
           MOVE "dd_BDIIRE" TO W-VARIABLE-EXTERNO
           DISPLAY W-VARIABLE-EXTERNO UPON ENVIRONMENT-NAME
           DISPLAY W-VALOR-EXTERNO UPON ENVIRONMENT-VALUE
           MOVE "BDIIRE" TO W-VARIABLE-EXTERNO
           DISPLAY W-VARIABLE-EXTERNO UPON ENVIRONMENT-NAME
           DISPLAY W-VALOR-EXTERNO UPON ENVIRONMENT-VALUE
           OPEN INPUT FOTO-CERTIF
           IF COD-RET-FOTO-CERT NOT = "00"
              DISPLAY "SIN FOTO ENMASCARADA SCORESNAP.TST ("
                      COD-RET-FOTO-CERT "); CORRER EXTMASCARA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ****************************************************************
      *7000-ATENDER-TRANSACCION-SERVER.
      *ATIENDE UN FLUJO DE CONSULTAS EN LINEA (TIPOID/NUMID), EN VEZ
              COD-RET-REP
              STOP RUN
           END-IF
           PERFORM 1006-ABRIR-RESTRICCIONES
      *    en certificacion todo sale de la foto enmascarada: no hay
      *    conexion a la base
           IF SW-MODO-CERTIF = 0
              PERFORM 1001-INICIAR-BASEDEDATOS
           END-IF
           ACCEPT HORA-LATIDO FROM TIME
           COMPUTE W-SEG-ARRANQUE-SRV = LAT-HH * 3600
              + LAT-MM * 60 + LAT-SS
           PERFORM 7220-GRABAR-LATIDO
           MOVE PARM-SERVER-TIP-ID        TO ENT-TIP-ID
           MOVE PARM-SERVER-NUM-ID        TO ENT-NUM-ID
           IF SW-MODO-DIAN = 1
              MOVE "LEESCODIAN" TO TSOL-SERVIDOR
           ELSE
              MOVE "LEESCORE"   TO TSOL-SERVIDOR
           END-IF
           MOVE "LEESCORE" TO CSOL-SERVIDOR
           IF SW-MODO-CERTIF = 1
              MOVE "SCOCERTIF" TO TSOL-SERVIDOR
           END-IF
           PERFORM 7270-MARCAR-RECEPCION
      *    una instancia del pool arranca sin solicitud en la linea de
      *    comando: lo primero es esperar la que le toque; en
      *    certificacion toda solicitud llega por la sesion, para que
      *    quede asentada tal como la mando el cliente
           IF (W-INSTANCIA NOT = SPACES AND PARM-SERVER-NUM-ID = ZEROS)
              OR SW-MODO-CERTIF = 1
              PERFORM 8000-RECIBIR-SIGUIENTE-SOLICITUD
           END-IF
           PERFORM UNTIL FIN-SOLICITUDES
              ADD 1                       TO W-LEIDOS
              MOVE SPACES TO W-DIAN-RESPUESTA
              PERFORM 3000-LEER-BD
              IF W-COD-VALIDID = SPACES
                 PERFORM 7260-ASENTAR-TIEMPO
                 PERFORM 7265-ASENTAR-CONSUMO
              END-IF
              IF SW-MODO-CERTIF = 1
                 PERFORM 7280-ASENTAR-CERTIFICACION
              END-IF
              IF SW-MODO-DIAN = 1
                 PERFORM 7100-ASENTAR-CONSULTA-DIAN
              END-IF
                 PERFORM 8000-RECIBIR-SIGUIENTE-SOLICITUD
              END-IF
           END-PERFORM.
           IF SW-MODO-CERTIF = 0
              PERFORM 1000-CERRAR-XXXX-DL1
           END-IF
           PERFORM 1003-MOSTRAR-CONTADORES.
           IF SW-DIANJRN-ABIERTO = 1
              CLOSE DIARIO-DIAN
              MOVE 0 TO SW-DIANJRN-ABIERTO
           END-IF.
           PERFORM 1007-CERRAR-RESTRICCIONES
           CLOSE SECUENCIAL-RECHAZOS REPSAL-LEESCORE.

      ****************************************************************
           END-IF
           CLOSE ARCHIVO-COMANDOS
           IF W-COMANDO-OPER NOT = SPACES
              MOVE SPACES TO W-COMANDO-LATIDO
              STRING "rm -f " W-CMD-NAME
                     DELIMITED BY SIZE INTO W-COMANDO-LATIDO
              END-STRING
              CALL "SYSTEM" USING W-COMANDO-LATIDO
              MOVE 0 TO RETURN-CODE
           END-IF.
              COMPUTE W-PROMEDIO-SEG =
                 (W-SEG-AHORA-LAT - W-SEG-ARRANQUE-SRV) / W-LEIDOS
           END-IF
           IF W-INSTANCIA = SPACES
              DISPLAY "LEESCORE SERVER ESTADO:"
           ELSE
              DISPLAY "LEESCORE SERVER INSTANCIA " W-INSTANCIA
                      " ESTADO:"
           END-IF
           DISPLAY "  ATENDIDAS " W-LEIDOS
                   " RECHAZOS " W-RECHAZADOS
           DISPLAY "  DENEGADAS " W-DENEGADOS
                   " POR MOTIVO " W-MOTIVO-RECHAZADO
                   " RESTRINGIDAS " W-RESTRINGIDAS
           DISPLAY "  EN AMNISTIA 2021 " W-AMNISTIAS
                   " SUPLANTADAS " W-SUPLANTADAS
                   " EN LISTAS " W-EN-LISTAS
           DISPLAY "  REDIRIGIDAS RENUMERADAS " W-REDIRIGIDAS
                   " SIN CUPO " W-SIN-CUPO
           DISPLAY "  PROPIAS GRATUITAS " W-PROPIAS-GRATUITAS
                   " COBRABLES " W-PROPIAS-COBRABLES
           DISPLAY "  PROMEDIO ENTRE SOLICITUDES " W-PROMEDIO-SEG
                   " SEG".

      ****************************************************************
      *7260-ASENTAR-TIEMPO.
      *TIEMPOS DE LA SOLICITUD RECIEN RESPONDIDA (RECEPCION, PRIMERA
      *LECTURA Y RESPUESTA) EN EL DIARIO TIEMPOSRV.JRN QUE RESUME
      *REPTIEMPO, MISMO ASIENTO QUE ALESERVER E INTESERVER. UNA
      *RESPUESTA SALIDA DE LA FOTO (3600) QUEDA MARCADA COMO DE
      *CONTINGENCIA. EL ASIENTO NUNCA VOLTEA EL SERVICIO.
      ****************************************************************
       7260-ASENTAR-TIEMPO.
           CALL "REGTIEMPO" USING TIEMPO-SOLICITUD
           ON EXCEPTION
              CONTINUE
           END-CALL.

      ****************************************************************
      *7265-ASENTAR-CONSUMO.
      *LA SOLICITUD RECIEN RESPONDIDA AL DIARIO DE CONSUMO POR ENTIDAD
      *Y SERVICIO (SCORE O DIAN, VER REGCONSUMO.CBL), CON EL MOTIVO SI
      *SE DENEGO, MISMO ASIENTO QUE ALESERVER E INTESERVER. LA
      *CERTIFICACION NO CONSUME. EL ASIENTO NUNCA VOLTEA EL SERVICIO.
      ****************************************************************
       7265-ASENTAR-CONSUMO.
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

      ****************************************************************
      *7280-ASENTAR-CERTIFICACION.
      *MODO CERTIFICA: LA SOLICITUD TAL COMO LLEGO, COMO SE CONTESTO Y
      *LA ULTIMA LINEA DE LA RESPUESTA VAN AL DIARIO CERTIF.JRN QUE
      *CERTCLI COMPARA CONTRA EL GUION. NUNCA VOLTEA EL SERVICIO.
      ****************************************************************
       7280-ASENTAR-CERTIFICACION.
           EVALUATE TRUE
              WHEN W-COD-VALIDID = "C01"
                 SET CSOL-REAL TO TRUE
              WHEN W-COD-VALIDID NOT = SPACES
                 SET CSOL-INVALIDA TO TRUE
              WHEN SW-ACCESO-DENEGADO = 1 AND CUPO-RESULTADO = 2
                 SET CSOL-SIN-CUPO TO TRUE
              WHEN SW-ACCESO-DENEGADO = 1
                 SET CSOL-DENEGADA TO TRUE
              WHEN OTHER
                 SET CSOL-ATENDIDA TO TRUE
           END-EVALUATE
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
           END-CALL.

      ****************************************************************
      *7270-MARCAR-RECEPCION.
      *LA SOLICITUD ACABA DE LLEGAR (O VINO EN LA LINEA DE COMANDO, LA
      *PRIMERA): HORA DE RECEPCION Y RESULTADO POR DEFECTO
      ****************************************************************
       7270-MARCAR-RECEPCION.
           ACCEPT TSOL-FECHA         FROM DATE YYYYMMDD
           ACCEPT TSOL-HORA-RECIBIDA FROM TIME
           MOVE 0 TO TSOL-HORA-LECTURA
           SET TSOL-ATENDIDA TO TRUE.

      ****************************************************************
      *8000-RECIBIR-SIGUIENTE-SOLICITUD.
      *RECIBE LA SIGUIENTE SOLICITUD "TIPOID NUMID MOTIVO" POR LA MISMA
      *SESION CCI POR LA QUE SALEN LAS RESPUESTAS (10930/10940), SIN
      *TOCAR LA CONEXION YA ESTABLECIDA: EL LADO DE RECEPCION QUE
      *FALTABA PARA QUE UNA TERMINAL REMOTA PUEDA CONSULTAR DE
              OR LINEA-SOLICITUD(1:3) = "FIN"
              MOVE 1 TO SW-FIN-SERVIDOR
           ELSE
              MOVE SPACES TO PARM-SERVER-MOTIVO
              UNSTRING LINEA-SOLICITUD DELIMITED BY ALL " "
                 INTO PARM-SERVER-TIP-ID PARM-SERVER-NUM-ID
                      PARM-SERVER-MOTIVO
              END-UNSTRING
              MOVE PARM-SERVER-TIP-ID     TO ENT-TIP-ID
              MOVE PARM-SERVER-NUM-ID     TO ENT-NUM-ID
              PERFORM 7270-MARCAR-RECEPCION
           END-IF.

      ****************************************************************
           DISPLAY "Reg. PJ (SCODAPJA)....... "  W-EDITCON
           MOVE W-DENEGADOS                   TO W-EDITCON
           DISPLAY "Reg. DENEGADOS........... "  W-EDITCON
           MOVE W-MOTIVO-RECHAZADO            TO W-EDITCON
           DISPLAY "  por motivo de consulta. "  W-EDITCON
           MOVE W-RESTRINGIDAS                TO W-EDITCON
           DISPLAY "Reg. RESTRINGIDOS........ "  W-EDITCON
           MOVE W-AMNISTIAS                   TO W-EDITCON
           DISPLAY "Reg. EN AMNISTIA 2021.... "  W-EDITCON
           MOVE W-SUPLANTADAS                 TO W-EDITCON
           DISPLAY "Reg. VICTIMAS SUPLANTAC.. "  W-EDITCON
           MOVE W-EN-LISTAS                   TO W-EDITCON
           DISPLAY "Reg. EN LISTAS RESTRICT.. "  W-EDITCON
           MOVE W-PROPIAS-GRATUITAS           TO W-EDITCON
           DISPLAY "Reg. PROPIAS GRATUITAS... "  W-EDITCON
           MOVE W-PROPIAS-COBRABLES           TO W-EDITCON
           DISPLAY "Reg. PROPIAS COBRABLES... "  W-EDITCON
      *    convencion graduada: RC 4 (aviso) cuando los rechazos mas
      *    duplicados superan el umbral porcentual sobre lo leido
           IF RETURN-CODE = 0 AND W-LEIDOS > 0
           MOVE "*INICIO*" TO REGC-CONTADORES
           MOVE 0 TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "LEESCORE - REGCORRIDA NO DISPONIBLE"
           END-CALL.
           END-STRING
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "LEESCORE - REGCORRIDA NO DISPONIBLE"
           END-CALL

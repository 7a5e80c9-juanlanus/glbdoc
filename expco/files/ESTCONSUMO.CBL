      * ESTCONSUMO.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ESTCONSUMO.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Estado de consumo diario por entidad de los servicios en
      ** linea: CUPOS corta la solicitud cuando el cupo se agota, y
      ** la entidad se enteraba recien ahi, a mitad de un dia de
      ** trabajo. Cada servidor (LEESCORE SERVER/DIAN, ALESERVER,
      ** INTESERVER) asienta cada solicitud en $TEMPORALES/CONSUMO.JRN
      ** (ver REGCONSUMO.CBL); este programa arma con ese diario, para
      ** cada entidad (el HEADER-USUARIO, la misma de CUPOS.CFG) que
      ** tuvo movimiento en el mes, un estado del dia pedido con:
      **   - consultas atendidas por servicio (SCORE, DIAN, ALERTAS,
      **     INTEGRAL), cuantas salieron de la foto de contingencia
      **   - cupo usado y disponible del dia y del mes (limites de
      **     $TEMPORALES/CUPOS.CFG, mismo layout que CUPOS.CBL)
      **   - denegaciones del dia por motivo (los de SEGEVENTO.WS)
      **   - proyeccion de la fecha en que se agotaria el cupo
      **     mensual al ritmo promedio del mes hasta ese dia
      ** El estado queda en $TEMPORALES/ESTCONSUMO.<fecha>.<nnn> y se
      ** entrega segun el perfil del cliente en el maestro de clientes
      ** (MAECLI.DAT, la entidad es su COD-ACCESO, el canal lo fija
      ** MANTMAECLI CANAL): T por TRANSMITIR ENVIAR al COD-ENTREGA, C
      ** por correo (mailx, como NOTIFICAR/DISTRIB) al correo del
      ** contacto 1, en blanco queda sin enviar. El consolidado de
      ** todas las entidades queda en $TEMPORALES/ESTCONSUMO.<fecha>.
      **
      ** ALERTA TEMPRANA: la entidad que pasa el 80% de su cupo
      ** mensual recibe por el mismo canal un aviso
      ** ($TEMPORALES/ESTCONSUMO.AVISO.<fecha>.<hora>.<nnn>), una vez
      ** por mes: cada aviso entregado queda en
      ** $TEMPORALES/ESTCONSUMO.AVI. El modo AVISAR (para correr en el
      ** dia desde EJECTRAB, con los servidores arriba) solo revisa
      ** el consumo del mes hasta el momento y manda los avisos; la
      ** corrida de la noche los manda igual si AVISAR no corrio. El
      ** aviso que no se pudo entregar se reintenta en la corrida
      ** siguiente. Cada envio (estado o aviso) queda asentado en
      ** $TEMPORALES/ESTCONSUMO.JRN con su resultado.
      **
      ** USO: ESTCONSUMO [<AAAAMMDD>]   (por defecto, ayer)
      **      ESTCONSUMO AVISAR         (consumo del mes hasta ahora)
      ** RC 0 todo entregado; RC 4 hubo avisos del 80% o estados sin
      ** perfil o sin canal (quedan en $TEMPORALES); RC 8 algun envio
      ** fallo (sale NOTIFICAR AVISO) o el diario no se pudo leer;
      ** RC 16 error de uso o de archivos.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CONSUMO.FS.
           COPY MAECLI.FS.

           SELECT CONFIG-CUPOS
                  ASSIGN TO "$TEMPORALES/CUPOS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CFG.

           SELECT AVISOS-CONSUMO
                  ASSIGN TO "$TEMPORALES/ESTCONSUMO.AVI"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AVI.

           SELECT DIARIO-ENVIOS
                  ASSIGN TO "$TEMPORALES/ESTCONSUMO.JRN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-JRN.

           SELECT REPORTE-CONSUMO
                  ASSIGN TO DISK W-REPORTE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.

           SELECT ESTADO-ENTIDAD
                  ASSIGN TO DISK W-ESTADO-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-EST.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CONSUMO.FD.

           COPY MAECLI.FD.

      *    mismo layout que CUPOS.CBL
       FD  CONFIG-CUPOS.
       01  REG-CONFIG-CUPO.
           02 CFG-ENTIDAD              PIC X(18).
           02 FILLER                   PIC X.
           02 CFG-LIMITE-DIA           PIC X(06).
           02 FILLER                   PIC X.
           02 CFG-LIMITE-MES           PIC X(06).

      *    un renglon por aviso del 80% entregado (o sin canal por
      *    donde entregarlo): la entidad no se vuelve a avisar en el
      *    mes
       FD  AVISOS-CONSUMO.
       01  REG-AVISO-CONSUMO.
           02 AVI-PERIODO              PIC 9(06).
           02 FILLER                   PIC X.
           02 AVI-ENTIDAD              PIC X(18).
           02 FILLER                   PIC X.
           02 AVI-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 AVI-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 AVI-RESULTADO            PIC X(10).

       FD  DIARIO-ENVIOS.
       01  REG-DIARIO-ENVIO.
           02 ENV-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 ENV-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 ENV-ENTIDAD              PIC X(18).
           02 FILLER                   PIC X.
           02 ENV-TIPO                 PIC X(07).
           02 FILLER                   PIC X.
           02 ENV-CANAL                PIC X(01).
           02 FILLER                   PIC X.
           02 ENV-DESTINO              PIC X(40).
           02 FILLER                   PIC X.
           02 ENV-RESULTADO            PIC X(10).
           02 FILLER                   PIC X.
           02 ENV-ARCHIVO              PIC X(60).

       FD  REPORTE-CONSUMO.
       01  REG-REPORTE                 PIC X(100).

       FD  ESTADO-ENTIDAD.
       01  REG-ESTADO                  PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-CNS              PIC X(2) VALUE ZEROS.
       01 COD-RET-MAECLI           PIC X(2) VALUE ZEROS.
       01 COD-RET-CFG              PIC X(2) VALUE ZEROS.
       01 COD-RET-AVI              PIC X(2) VALUE ZEROS.
       01 COD-RET-JRN              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 COD-RET-EST              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-REPORTE-NAME           PIC X(80) VALUE SPACES.
       01 W-ESTADO-NAME            PIC X(60) VALUE SPACES.
       01 W-FECHA-INP              PIC X(08) VALUE SPACES.
       01 W-FECHA-PEDIDA           PIC 9(08) VALUE 0.
       01 W-FECHA-PEDIDA-R REDEFINES W-FECHA-PEDIDA.
          03 W-PERIODO-PEDIDO         PIC 9(06).
          03 W-DIA-PEDIDO             PIC 9(02).
       01 W-DIAS-AUX               PIC 9(08) VALUE 0.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 SW-MODO                  PIC X(06) VALUE "ESTADO".
          88 MODO-ESTADO                      VALUE "ESTADO".
          88 MODO-AVISAR                      VALUE "AVISAR".
       01 SW-FIN-ARCHIVO           PIC 9(01) VALUE 0.
       01 SW-DIARIO-ILEGIBLE       PIC 9(01) VALUE 0.
       01 SW-SIN-MAESTRO           PIC 9(01) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(100) VALUE SPACES.
       01 W-LINEA-ESTADO           PIC X(80) VALUE SPACES.

      **** LIMITES DE CUPOS.CFG
       01 CUPO-TOPE                PIC 9(03) VALUE 0.
       01 IX-CUPO                  PIC 9(03) VALUE 0.
       01 TABLA-CUPOS.
          02 CUPO-ENTRADA OCCURS 200 TIMES.
             03 CUPO-ENTIDAD          PIC X(18).
             03 CUPO-LIMITE-DIA       PIC 9(06).
             03 CUPO-LIMITE-MES       PIC 9(06).

      **** PERFIL DE ENTREGA DE CADA CLIENTE DEL MAESTRO, POR SU
      **** CODIGO DE ACCESO
       01 CLI-TOPE                 PIC 9(03) VALUE 0.
       01 IX-CLI                   PIC 9(03) VALUE 0.
       01 TABLA-CLIENTES.
          02 CLI-ENTRADA OCCURS 200 TIMES.
             03 CLI-ACCESO            PIC X(18).
             03 CLI-CODIGO            PIC X(12).
             03 CLI-CANAL             PIC X(01).
             03 CLI-ENTREGA           PIC X(20).
             03 CLI-CORREO            PIC X(40).

      **** ENTIDADES YA AVISADAS DEL 80% EN EL MES
       01 AVI-TOPE                 PIC 9(03) VALUE 0.
       01 IX-AVI                   PIC 9(03) VALUE 0.
       01 TABLA-AVISADAS.
          02 AVI-AVISADA           PIC X(18) OCCURS 200 TIMES.

      **** SERVICIOS Y MOTIVOS DE DENEGACION, EN EL ORDEN DEL ESTADO
       01 TABLA-SERVICIOS-VALORES.
          02 FILLER PIC X(40)
             VALUE "SCORE     DIAN      ALERTAS   INTEGRAL  ".
       01 TABLA-SERVICIOS REDEFINES TABLA-SERVICIOS-VALORES.
          02 NOMBRE-SERVICIO          PIC X(10) OCCURS 4 TIMES.
       01 TABLA-MOTIVOS-VALORES.
          02 FILLER PIC X(50)
             VALUE "DESCONOCIDREVOCADO  BLOQUEADO MOTIVO    CUPO      ".
       01 TABLA-MOTIVOS REDEFINES TABLA-MOTIVOS-VALORES.
          02 CODIGO-MOTIVO            PIC X(10) OCCURS 5 TIMES.
       01 TABLA-TEXTOS-MOTIVO-VALORES.
          02 FILLER PIC X(30) VALUE "USUARIO DESCONOCIDO           ".
          02 FILLER PIC X(30) VALUE "USUARIO REVOCADO              ".
          02 FILLER PIC X(30) VALUE "USUARIO BLOQUEADO             ".
          02 FILLER PIC X(30) VALUE "MOTIVO DE CONSULTA NO VALIDO  ".
          02 FILLER PIC X(30) VALUE "CUPO AGOTADO                  ".
          02 FILLER PIC X(30) VALUE "OTRO                          ".
       01 TABLA-TEXTOS-MOTIVO REDEFINES TABLA-TEXTOS-MOTIVO-VALORES.
          02 TEXTO-MOTIVO             PIC X(30) OCCURS 6 TIMES.
       01 IX-SRV                   PIC 9(01) VALUE 0.
       01 IX-MOT                   PIC 9(01) VALUE 0.
       01 IX-BUS                   PIC 9(01) VALUE 0.

      **** CONSUMO POR ENTIDAD: SERVICIO 5 = OTROS, MOTIVO 6 = OTRO
       01 ENT-TOPE                 PIC 9(03) VALUE 0.
       01 IX-ENT                   PIC 9(03) VALUE 0.
       01 TABLA-ENTIDADES.
          02 ENT-ENTRADA OCCURS 200 TIMES.
             03 ENT-CODIGO            PIC X(18).
             03 ENT-DIA-SERVICIO      PIC 9(08) OCCURS 5 TIMES.
             03 ENT-DIA-ATENDIDAS     PIC 9(08).
             03 ENT-DIA-CONTINGENCIA  PIC 9(08).
             03 ENT-DIA-MOTIVO        PIC 9(08) OCCURS 6 TIMES.
             03 ENT-DIA-DENEGADAS     PIC 9(08).
             03 ENT-MES-ATENDIDAS     PIC 9(08).
             03 ENT-MES-DENEGADAS     PIC 9(08).
             03 ENT-LIMITE-DIA        PIC 9(06).
             03 ENT-LIMITE-MES        PIC 9(06).
             03 ENT-IX-CLIENTE        PIC 9(03).
             03 ENT-AVISADA           PIC 9(01).

      **** PROYECCION DEL CUPO MENSUAL
       01 W-RESTANTE               PIC S9(08) VALUE 0.
       01 W-RITMO                  PIC 9(06)V99 VALUE 0.
       01 W-DIAS-AGOTAR            PIC 9(08) VALUE 0.
       01 W-FECHA-AGOTAR           PIC 9(08) VALUE 0.
       01 W-PORC-MES               PIC 9(05) VALUE 0.
       01 W-PORC-DIA               PIC 9(05) VALUE 0.
       01 W-TEXTO-PROYECCION       PIC X(70) VALUE SPACES.
       01 W-PROYECCION-CORTA       PIC X(10) VALUE SPACES.

      **** ENVIO DE UN ARCHIVO SEGUN EL PERFIL DE LA ENTIDAD
       01 W-TIPO-ENVIO             PIC X(07) VALUE SPACES.
       01 W-ARCHIVO-ENVIO          PIC X(60) VALUE SPACES.
       01 W-ASUNTO-CORREO          PIC X(60) VALUE SPACES.
       01 W-RESULTADO-ENVIO        PIC X(10) VALUE SPACES.
       01 W-CANAL-ENVIO            PIC X(01) VALUE SPACES.
       01 W-DESTINO-ENVIO          PIC X(40) VALUE SPACES.
       01 W-COMANDO-SYST           PIC X(256) VALUE SPACES.

      **** CAMPOS EDITADOS
       01 ED-CANTIDAD              PIC ZZZ,ZZ9.
       01 ED-LIMITE                PIC ZZZ,ZZ9.
       01 ED-USADO                 PIC ZZZ,ZZ9.
       01 ED-DISPONIBLE            PIC ---,--9.
       01 ED-PORCENTAJE            PIC ZZ9.
       01 ED-RITMO                 PIC ZZZ,ZZ9.99.
       01 ED-MES-USADO             PIC ZZZ,ZZ9.
       01 ED-IX-ENT                PIC 9(03).

       01 CONTADORES-CONSUMO.
          02 CONT-LEIDOS              PIC 9(10) VALUE 0.
          02 CONT-DEL-PERIODO         PIC 9(10) VALUE 0.
          02 CONT-DESCARTADOS         PIC 9(10) VALUE 0.
          02 CONT-ENTIDADES           PIC 9(06) VALUE 0.
          02 CONT-ENVIADOS            PIC 9(06) VALUE 0.
          02 CONT-FALLIDOS            PIC 9(06) VALUE 0.
          02 CONT-SIN-ENVIO           PIC 9(06) VALUE 0.
          02 CONT-AVISOS              PIC 9(06) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "ESTCONSUMO".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "ESTCONSUMO.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "ESTCONSUMO".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Estado de consumo diario por entidad         *"
           DISPLAY "*           PROGRAMA : ESTCONSUMO.CBL          *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 1500-CARGAR-CUPOS
           PERFORM 1600-CARGAR-CLIENTES
           PERFORM 1700-CARGAR-AVISADAS
           PERFORM 2000-LEER-DIARIO
           IF MODO-ESTADO
              PERFORM 3000-EMITIR-ESTADOS
           END-IF
           PERFORM 4000-REVISAR-AVISOS
           PERFORM 8000-TERMINAR
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
      ** SIN FECHA SE EMITE EL ESTADO DE AYER, EL ULTIMO DIA COMPLETO
      ** (LA CORRIDA VA EN LA CADENA DE LA NOCHE); AVISAR TOMA EL MES
      ** HASTA HOY
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-FECHA-INP
           END-UNSTRING
           EVALUATE TRUE
              WHEN W-FECHA-INP = SPACES
                 COMPUTE W-DIAS-AUX =
                         FUNCTION INTEGER-OF-DATE (FECHA-SISTEMA) - 1
                 COMPUTE W-FECHA-PEDIDA =
                         FUNCTION DATE-OF-INTEGER (W-DIAS-AUX)
              WHEN W-FECHA-INP = "AVISAR"
                 SET MODO-AVISAR TO TRUE
                 MOVE FECHA-SISTEMA TO W-FECHA-PEDIDA
              WHEN W-FECHA-INP IS NUMERIC
                 MOVE W-FECHA-INP TO W-FECHA-PEDIDA
              WHEN OTHER
                 DISPLAY "Uso: ESTCONSUMO [<AAAAMMDD>]   (por defecto,"
                         " ayer)"
                 DISPLAY "     ESTCONSUMO AVISAR"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           IF W-DIA-PEDIDO = 0 OR W-DIA-PEDIDO > 31
              DISPLAY "FECHA INVALIDA: " W-FECHA-PEDIDA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "MODO " SW-MODO " - DIA " W-FECHA-PEDIDA.

      ******************************************************************
      *1500-CARGAR-CUPOS.
      ** SIN CUPOS.CFG NINGUNA ENTIDAD TIENE CUPO: EL ESTADO SALE SIN
      ** LA PARTE DE CUPO Y NO HAY AVISOS
      ******************************************************************
       1500-CARGAR-CUPOS.
           OPEN INPUT CONFIG-CUPOS
           IF COD-RET-CFG NOT = "00"
              DISPLAY "SIN CUPOS.CFG (" COD-RET-CFG "): LOS ESTADOS "
                      "SALEN SIN CUPO"
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1 OR CUPO-TOPE = 200
                 READ CONFIG-CUPOS NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND CFG-ENTIDAD NOT = SPACES
                    ADD 1 TO CUPO-TOPE
                    MOVE CFG-ENTIDAD TO CUPO-ENTIDAD(CUPO-TOPE)
                    MOVE 0 TO CUPO-LIMITE-DIA(CUPO-TOPE)
                    MOVE 0 TO CUPO-LIMITE-MES(CUPO-TOPE)
                    IF CFG-LIMITE-DIA IS NUMERIC
                       MOVE CFG-LIMITE-DIA
                         TO CUPO-LIMITE-DIA(CUPO-TOPE)
                    END-IF
                    IF CFG-LIMITE-MES IS NUMERIC
                       MOVE CFG-LIMITE-MES
                         TO CUPO-LIMITE-MES(CUPO-TOPE)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CONFIG-CUPOS
           END-IF.

      ******************************************************************
      *1600-CARGAR-CLIENTES.
      ** EL PERFIL DE ENTREGA DE CADA CLIENTE ACTIVO CON CODIGO DE
      ** ACCESO. SIN MAESTRO LOS ESTADOS SE ARMAN PERO NO SE ENVIAN
      ******************************************************************
       1600-CARGAR-CLIENTES.
           OPEN INPUT MAESTRO-CLIENTES
           IF COD-RET-MAECLI NOT = "00"
              DISPLAY "SIN MAECLI.DAT (" COD-RET-MAECLI "): LOS "
                      "ESTADOS QUEDAN SIN ENVIAR"
              MOVE 1 TO SW-SIN-MAESTRO
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1 OR CLI-TOPE = 200
                 READ MAESTRO-CLIENTES NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND MAECLI-ACTIVO
                    AND COD-ACCESO-MAECLI NOT = SPACES
                    ADD 1 TO CLI-TOPE
                    MOVE COD-ACCESO-MAECLI  TO CLI-ACCESO(CLI-TOPE)
                    MOVE CODIGO-MAECLI      TO CLI-CODIGO(CLI-TOPE)
                    MOVE CANAL-CONSUMO-MAECLI TO CLI-CANAL(CLI-TOPE)
                    MOVE COD-ENTREGA-MAECLI TO CLI-ENTREGA(CLI-TOPE)
                    MOVE CTO-CORREO-MAECLI(1) TO CLI-CORREO(CLI-TOPE)
                 END-IF
              END-PERFORM
              CLOSE MAESTRO-CLIENTES
           END-IF.

      ******************************************************************
      *1700-CARGAR-AVISADAS.
      ** LAS ENTIDADES QUE YA RECIBIERON EL AVISO DEL 80% EN EL MES
      ** DEL DIA PEDIDO
      ******************************************************************
       1700-CARGAR-AVISADAS.
           OPEN INPUT AVISOS-CONSUMO
           IF COD-RET-AVI = "00"
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1 OR AVI-TOPE = 200
                 READ AVISOS-CONSUMO NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0
                    AND AVI-PERIODO = W-PERIODO-PEDIDO
                    ADD 1 TO AVI-TOPE
                    MOVE AVI-ENTIDAD TO AVI-AVISADA(AVI-TOPE)
                 END-IF
              END-PERFORM
              CLOSE AVISOS-CONSUMO
           END-IF.

      ******************************************************************
      *2000-LEER-DIARIO.
      ** LAS SOLICITUDES DEL MES DEL DIA PEDIDO HASTA ESE DIA. SIN
      ** DIARIO NINGUN SERVIDOR ASENTO CONSUMO; UN DIARIO QUE NO SE
      ** PUEDE LEER DEJA LOS ESTADOS VACIOS CON RC 8
      ******************************************************************
       2000-LEER-DIARIO.
           OPEN INPUT DIARIO-CONSUMO
           EVALUATE COD-RET-CNS
              WHEN "00"
                 MOVE 0 TO SW-FIN-ARCHIVO
                 PERFORM UNTIL SW-FIN-ARCHIVO = 1
                    READ DIARIO-CONSUMO NEXT RECORD
                       AT END MOVE 1 TO SW-FIN-ARCHIVO
                    END-READ
                    IF SW-FIN-ARCHIVO = 0
                       ADD 1 TO CONT-LEIDOS
                       PERFORM 2100-TOMAR-SOLICITUD
                    END-IF
                 END-PERFORM
                 CLOSE DIARIO-CONSUMO
              WHEN "35"
                 DISPLAY "SIN DIARIO CONSUMO.JRN: NINGUN SERVIDOR "
                         "ASENTO CONSUMO"
              WHEN OTHER
                 DISPLAY "NO SE PUDO LEER CONSUMO.JRN (" COD-RET-CNS
                         ")"
                 MOVE 1 TO SW-DIARIO-ILEGIBLE
           END-EVALUATE.

      ******************************************************************
      *2100-TOMAR-SOLICITUD.
      ** UN RENGLON CORTADO (CAIDA DEL SERVIDOR A MITAD DE LA
      ** ESCRITURA) O DE UNA ENTIDAD QUE YA NO ENTRA EN LA TABLA SE
      ** DESCARTA Y SE CUENTA. LA CONTESTADA DESDE LA FOTO DE
      ** CONTINGENCIA GASTA CUPO COMO LA ATENDIDA
      ******************************************************************
       2100-TOMAR-SOLICITUD.
           IF CNS-FECHA IS NOT NUMERIC OR CNS-ENTIDAD = SPACES
              ADD 1 TO CONT-DESCARTADOS
           ELSE
              IF CNS-PERIODO = W-PERIODO-PEDIDO
                 AND CNS-DIA <= W-DIA-PEDIDO
                 PERFORM 2150-UBICAR-ENTIDAD
                 IF IX-ENT = 0
                    ADD 1 TO CONT-DESCARTADOS
                 ELSE
                    ADD 1 TO CONT-DEL-PERIODO
                    PERFORM 2200-ACUMULAR-SOLICITUD
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *2150-UBICAR-ENTIDAD.
      ** DEJA EN IX-ENT LA ENTRADA DE LA ENTIDAD; LA PRIMERA VEZ LA
      ** CREA CON SUS LIMITES, SU CLIENTE Y SI YA FUE AVISADA. CERO SI
      ** LA TABLA ESTA LLENA
      ******************************************************************
       2150-UBICAR-ENTIDAD.
           MOVE 0 TO IX-ENT
           PERFORM VARYING IX-CUPO FROM 1 BY 1
              UNTIL IX-CUPO > ENT-TOPE OR IX-ENT > 0
              IF ENT-CODIGO(IX-CUPO) = CNS-ENTIDAD
                 MOVE IX-CUPO TO IX-ENT
              END-IF
           END-PERFORM
           IF IX-ENT = 0 AND ENT-TOPE < 200
              ADD 1 TO ENT-TOPE
              MOVE ENT-TOPE TO IX-ENT
              INITIALIZE ENT-ENTRADA(IX-ENT)
              MOVE CNS-ENTIDAD TO ENT-CODIGO(IX-ENT)
              PERFORM VARYING IX-CUPO FROM 1 BY 1
                 UNTIL IX-CUPO > CUPO-TOPE
                 IF CUPO-ENTIDAD(IX-CUPO) = CNS-ENTIDAD
                    MOVE CUPO-LIMITE-DIA(IX-CUPO)
                      TO ENT-LIMITE-DIA(IX-ENT)
                    MOVE CUPO-LIMITE-MES(IX-CUPO)
                      TO ENT-LIMITE-MES(IX-ENT)
                 END-IF
              END-PERFORM
              PERFORM VARYING IX-CLI FROM 1 BY 1
                 UNTIL IX-CLI > CLI-TOPE
                 IF CLI-ACCESO(IX-CLI) = CNS-ENTIDAD
                    MOVE IX-CLI TO ENT-IX-CLIENTE(IX-ENT)
                 END-IF
              END-PERFORM
              PERFORM VARYING IX-AVI FROM 1 BY 1
                 UNTIL IX-AVI > AVI-TOPE
                 IF AVI-AVISADA(IX-AVI) = CNS-ENTIDAD
                    MOVE 1 TO ENT-AVISADA(IX-ENT)
                 END-IF
              END-PERFORM
           END-IF.

      ******************************************************************
      *2200-ACUMULAR-SOLICITUD.
      ******************************************************************
       2200-ACUMULAR-SOLICITUD.
           IF CNS-DENEGADA
              ADD 1 TO ENT-MES-DENEGADAS(IX-ENT)
              IF CNS-DIA = W-DIA-PEDIDO
                 ADD 1 TO ENT-DIA-DENEGADAS(IX-ENT)
                 MOVE 6 TO IX-MOT
                 PERFORM VARYING IX-BUS FROM 1 BY 1 UNTIL IX-BUS > 5
                    IF CODIGO-MOTIVO(IX-BUS) = CNS-MOTIVO
                       MOVE IX-BUS TO IX-MOT
                    END-IF
                 END-PERFORM
                 ADD 1 TO ENT-DIA-MOTIVO(IX-ENT IX-MOT)
              END-IF
           ELSE
              ADD 1 TO ENT-MES-ATENDIDAS(IX-ENT)
              IF CNS-DIA = W-DIA-PEDIDO
                 ADD 1 TO ENT-DIA-ATENDIDAS(IX-ENT)
                 IF CNS-CONTINGENCIA
                    ADD 1 TO ENT-DIA-CONTINGENCIA(IX-ENT)
                 END-IF
                 MOVE 5 TO IX-SRV
                 PERFORM VARYING IX-BUS FROM 1 BY 1 UNTIL IX-BUS > 4
                    IF NOMBRE-SERVICIO(IX-BUS) = CNS-SERVICIO
                       MOVE IX-BUS TO IX-SRV
                    END-IF
                 END-PERFORM
                 ADD 1 TO ENT-DIA-SERVICIO(IX-ENT IX-SRV)
              END-IF
           END-IF.

      ******************************************************************
      *3000-EMITIR-ESTADOS.
      ** EL CONSOLIDADO Y UN ESTADO POR ENTIDAD CON MOVIMIENTO EN EL
      ** MES, ENTREGADO SEGUN SU PERFIL
      ******************************************************************
       3000-EMITIR-ESTADOS.
           MOVE SPACES TO W-REPORTE-NAME
           STRING "$TEMPORALES/ESTCONSUMO." W-FECHA-PEDIDA
                  DELIMITED BY SIZE INTO W-REPORTE-NAME
           END-STRING
           OPEN OUTPUT REPORTE-CONSUMO
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo " W-REPORTE-NAME " "
                      COD-RET-REP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           STRING "ESTADO DE CONSUMO DE LOS SERVICIOS EN LINEA POR "
                  "ENTIDAD - DIA " W-FECHA-PEDIDA
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           STRING "GENERADO " FECHA-SISTEMA " " HORA-SIST-HHMMSS
                  "  (CUPO MES = USADO EN EL MES HASTA EL DIA)"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           PERFORM 9100-GRABAR-LINEA
           STRING "ENTIDAD            ATEND DIA DENEG DIA  USADO MES "
                  "CUPO MES   %  PROYECCION ENVIO"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           PERFORM VARYING IX-ENT FROM 1 BY 1 UNTIL IX-ENT > ENT-TOPE
              ADD 1 TO CONT-ENTIDADES
              PERFORM 3500-PROYECTAR-CUPO
              PERFORM 3100-ARMAR-ESTADO
              MOVE "ESTADO" TO W-TIPO-ENVIO
              MOVE W-ESTADO-NAME TO W-ARCHIVO-ENVIO
              MOVE SPACES TO W-ASUNTO-CORREO
              STRING "ESTADO DE CONSUMO DEL DIA " W-FECHA-PEDIDA
                     DELIMITED BY SIZE INTO W-ASUNTO-CORREO
              END-STRING
              PERFORM 5000-ENVIAR-ARCHIVO
              PERFORM 3900-RENGLON-CONSOLIDADO
           END-PERFORM
           IF ENT-TOPE = 0
              PERFORM 9100-GRABAR-LINEA
              MOVE "SIN CONSUMO ASENTADO EN EL MES" TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
           END-IF.

      ******************************************************************
      *3100-ARMAR-ESTADO.
      ** EL ESTADO DE UNA ENTIDAD EN
      ** $TEMPORALES/ESTCONSUMO.<FECHA>.<NNN> (NNN = SU ORDEN EN EL
      ** CONSOLIDADO)
      ******************************************************************
       3100-ARMAR-ESTADO.
           MOVE IX-ENT TO ED-IX-ENT
           MOVE SPACES TO W-ESTADO-NAME
           STRING "$TEMPORALES/ESTCONSUMO." W-FECHA-PEDIDA "." ED-IX-ENT
                  DELIMITED BY SIZE INTO W-ESTADO-NAME
           END-STRING
           OPEN OUTPUT ESTADO-ENTIDAD
           IF COD-RET-EST NOT = "00"
              DISPLAY "Error abriendo " W-ESTADO-NAME " " COD-RET-EST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           STRING "ESTADO DE CONSUMO DE SERVICIOS EN LINEA - DIA "
                  W-FECHA-PEDIDA
                  DELIMITED BY SIZE INTO W-LINEA-ESTADO
           END-STRING
           PERFORM 9200-GRABAR-ESTADO
           STRING "ENTIDAD " ENT-CODIGO(IX-ENT)
                  DELIMITED BY SIZE INTO W-LINEA-ESTADO
           END-STRING
           PERFORM 9200-GRABAR-ESTADO
           PERFORM 9200-GRABAR-ESTADO
           MOVE "CONSULTAS ATENDIDAS EN EL DIA POR SERVICIO"
             TO W-LINEA-ESTADO
           PERFORM 9200-GRABAR-ESTADO
           PERFORM VARYING IX-SRV FROM 1 BY 1 UNTIL IX-SRV > 4
              MOVE ENT-DIA-SERVICIO(IX-ENT IX-SRV) TO ED-CANTIDAD
              STRING "   " NOMBRE-SERVICIO(IX-SRV) "      " ED-CANTIDAD
                     DELIMITED BY SIZE INTO W-LINEA-ESTADO
              END-STRING
              PERFORM 9200-GRABAR-ESTADO
           END-PERFORM
           IF ENT-DIA-SERVICIO(IX-ENT 5) > 0
              MOVE ENT-DIA-SERVICIO(IX-ENT 5) TO ED-CANTIDAD
              STRING "   OTROS           " ED-CANTIDAD
                     DELIMITED BY SIZE INTO W-LINEA-ESTADO
              END-STRING
              PERFORM 9200-GRABAR-ESTADO
           END-IF
           MOVE ENT-DIA-ATENDIDAS(IX-ENT) TO ED-CANTIDAD
           STRING "   TOTAL           " ED-CANTIDAD
                  DELIMITED BY SIZE INTO W-LINEA-ESTADO
           END-STRING
           PERFORM 9200-GRABAR-ESTADO
           IF ENT-DIA-CONTINGENCIA(IX-ENT) > 0
              MOVE ENT-DIA-CONTINGENCIA(IX-ENT) TO ED-CANTIDAD
              STRING "   (DE ELLAS " ED-CANTIDAD
                     " CONTESTADAS DESDE LA FOTO DE CONTINGENCIA)"
                     DELIMITED BY SIZE INTO W-LINEA-ESTADO
              END-STRING
              PERFORM 9200-GRABAR-ESTADO
           END-IF
           PERFORM 9200-GRABAR-ESTADO
           PERFORM 3200-ARMAR-CUPO
           PERFORM 9200-GRABAR-ESTADO
           MOVE "DENEGACIONES DEL DIA POR MOTIVO" TO W-LINEA-ESTADO
           PERFORM 9200-GRABAR-ESTADO
           PERFORM VARYING IX-MOT FROM 1 BY 1 UNTIL IX-MOT > 6
              IF IX-MOT < 6 OR ENT-DIA-MOTIVO(IX-ENT IX-MOT) > 0
                 MOVE ENT-DIA-MOTIVO(IX-ENT IX-MOT) TO ED-CANTIDAD
                 STRING "   " TEXTO-MOTIVO(IX-MOT) " " ED-CANTIDAD
                        DELIMITED BY SIZE INTO W-LINEA-ESTADO
                 END-STRING
                 PERFORM 9200-GRABAR-ESTADO
              END-IF
           END-PERFORM
           MOVE ENT-DIA-DENEGADAS(IX-ENT) TO ED-CANTIDAD
           STRING "   TOTAL                          " ED-CANTIDAD
                  DELIMITED BY SIZE INTO W-LINEA-ESTADO
           END-STRING
           PERFORM 9200-GRABAR-ESTADO
           PERFORM 9200-GRABAR-ESTADO
           STRING "PROYECCION: " W-TEXTO-PROYECCION
                  DELIMITED BY SIZE INTO W-LINEA-ESTADO
           END-STRING
           PERFORM 9200-GRABAR-ESTADO
           PERFORM 9200-GRABAR-ESTADO
           MOVE "FIN DEL ESTADO" TO W-LINEA-ESTADO
           PERFORM 9200-GRABAR-ESTADO
           CLOSE ESTADO-ENTIDAD.

      ******************************************************************
      *3200-ARMAR-CUPO.
      ** USADO Y DISPONIBLE DEL DIA Y DEL MES; SIN LIMITE NO HAY CUPO
      ******************************************************************
       3200-ARMAR-CUPO.
           STRING "CUPO                LIMITE    USADO  DISPONIBLE"
                  "  % USADO"
                  DELIMITED BY SIZE INTO W-LINEA-ESTADO
           END-STRING
           PERFORM 9200-GRABAR-ESTADO
           IF ENT-LIMITE-DIA(IX-ENT) = 0
              MOVE "   DIA                 SIN CUPO DIARIO"
                TO W-LINEA-ESTADO
           ELSE
              MOVE ENT-LIMITE-DIA(IX-ENT) TO ED-LIMITE
              MOVE ENT-DIA-ATENDIDAS(IX-ENT) TO ED-USADO
              COMPUTE ED-DISPONIBLE = ENT-LIMITE-DIA(IX-ENT)
                                    - ENT-DIA-ATENDIDAS(IX-ENT)
              COMPUTE W-PORC-DIA = ENT-DIA-ATENDIDAS(IX-ENT) * 100
                                 / ENT-LIMITE-DIA(IX-ENT)
              MOVE W-PORC-DIA TO ED-PORCENTAJE
              STRING "   DIA              " ED-LIMITE "  " ED-USADO
                     "     " ED-DISPONIBLE "      " ED-PORCENTAJE
                     DELIMITED BY SIZE INTO W-LINEA-ESTADO
              END-STRING
           END-IF
           PERFORM 9200-GRABAR-ESTADO
           IF ENT-LIMITE-MES(IX-ENT) = 0
              MOVE ENT-MES-ATENDIDAS(IX-ENT) TO ED-USADO
              STRING "   MES                 SIN CUPO MENSUAL, USADO "
                     ED-USADO
                     DELIMITED BY SIZE INTO W-LINEA-ESTADO
              END-STRING
           ELSE
              MOVE ENT-LIMITE-MES(IX-ENT) TO ED-LIMITE
              MOVE ENT-MES-ATENDIDAS(IX-ENT) TO ED-USADO
              COMPUTE ED-DISPONIBLE = ENT-LIMITE-MES(IX-ENT)
                                    - ENT-MES-ATENDIDAS(IX-ENT)
              MOVE W-PORC-MES TO ED-PORCENTAJE
              STRING "   MES (AL DIA)     " ED-LIMITE "  " ED-USADO
                     "     " ED-DISPONIBLE "      " ED-PORCENTAJE
                     DELIMITED BY SIZE INTO W-LINEA-ESTADO
              END-STRING
           END-IF
           PERFORM 9200-GRABAR-ESTADO.

      ******************************************************************
      *3500-PROYECTAR-CUPO.
      ** RITMO = ATENDIDAS DEL MES / DIAS TRANSCURRIDOS; LOS DIAS QUE
      ** FALTAN PARA AGOTAR EL CUPO SE REDONDEAN PARA ARRIBA. SI LA
      ** FECHA CAE DESPUES DEL MES, EL CUPO ALCANZA
      ******************************************************************
       3500-PROYECTAR-CUPO.
           MOVE SPACES TO W-TEXTO-PROYECCION W-PROYECCION-CORTA
           MOVE 0 TO W-PORC-MES
           COMPUTE W-RITMO ROUNDED =
                   ENT-MES-ATENDIDAS(IX-ENT) / W-DIA-PEDIDO
           MOVE W-RITMO TO ED-RITMO
           EVALUATE TRUE
              WHEN ENT-LIMITE-MES(IX-ENT) = 0
                 MOVE "SIN CUPO MENSUAL" TO W-TEXTO-PROYECCION
                 MOVE "SIN CUPO" TO W-PROYECCION-CORTA
              WHEN ENT-MES-ATENDIDAS(IX-ENT) >=
                   ENT-LIMITE-MES(IX-ENT)
                 COMPUTE W-PORC-MES = ENT-MES-ATENDIDAS(IX-ENT) * 100
                                    / ENT-LIMITE-MES(IX-ENT)
                 MOVE "CUPO MENSUAL AGOTADO" TO W-TEXTO-PROYECCION
                 MOVE "AGOTADO" TO W-PROYECCION-CORTA
              WHEN ENT-MES-ATENDIDAS(IX-ENT) = 0
                 MOVE "SIN CONSUMO EN EL MES, EL CUPO ALCANZA"
                   TO W-TEXTO-PROYECCION
                 MOVE "ALCANZA" TO W-PROYECCION-CORTA
              WHEN OTHER
                 COMPUTE W-PORC-MES = ENT-MES-ATENDIDAS(IX-ENT) * 100
                                    / ENT-LIMITE-MES(IX-ENT)
                 COMPUTE W-RESTANTE = ENT-LIMITE-MES(IX-ENT)
                                    - ENT-MES-ATENDIDAS(IX-ENT)
                 COMPUTE W-DIAS-AGOTAR =
                         (W-RESTANTE * W-DIA-PEDIDO
                          + ENT-MES-ATENDIDAS(IX-ENT) - 1)
                         / ENT-MES-ATENDIDAS(IX-ENT)
                 COMPUTE W-DIAS-AUX =
                         FUNCTION INTEGER-OF-DATE (W-FECHA-PEDIDA)
                         + W-DIAS-AGOTAR
                 COMPUTE W-FECHA-AGOTAR =
                         FUNCTION DATE-OF-INTEGER (W-DIAS-AUX)
                 IF W-FECHA-AGOTAR(1:6) > W-PERIODO-PEDIDO
                    STRING "AL RITMO ACTUAL (" ED-RITMO
                           " POR DIA) EL CUPO ALCANZA PARA EL MES"
                           DELIMITED BY SIZE INTO W-TEXTO-PROYECCION
                    END-STRING
                    MOVE "ALCANZA" TO W-PROYECCION-CORTA
                 ELSE
                    STRING "AL RITMO ACTUAL (" ED-RITMO
                           " POR DIA) EL CUPO SE AGOTARIA EL "
                           W-FECHA-AGOTAR
                           DELIMITED BY SIZE INTO W-TEXTO-PROYECCION
                    END-STRING
                    MOVE W-FECHA-AGOTAR TO W-PROYECCION-CORTA
                 END-IF
           END-EVALUATE.

      ******************************************************************
      *3900-RENGLON-CONSOLIDADO.
      ******************************************************************
       3900-RENGLON-CONSOLIDADO.
           MOVE ENT-DIA-ATENDIDAS(IX-ENT) TO ED-CANTIDAD
           MOVE ENT-DIA-DENEGADAS(IX-ENT) TO ED-USADO
           MOVE ENT-MES-ATENDIDAS(IX-ENT) TO ED-MES-USADO
           MOVE ENT-LIMITE-MES(IX-ENT)    TO ED-LIMITE
           MOVE W-PORC-MES TO ED-PORCENTAJE
           STRING ENT-CODIGO(IX-ENT) " " ED-CANTIDAD "   " ED-USADO
                  "    " ED-MES-USADO " " ED-LIMITE " " ED-PORCENTAJE
                  " " W-PROYECCION-CORTA " " W-RESULTADO-ENVIO
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *4000-REVISAR-AVISOS.
      ** ALERTA TEMPRANA: LA ENTIDAD QUE PASO EL 80% DE SU CUPO
      ** MENSUAL Y TODAVIA NO FUE AVISADA EN EL MES
      ******************************************************************
       4000-REVISAR-AVISOS.
           PERFORM VARYING IX-ENT FROM 1 BY 1 UNTIL IX-ENT > ENT-TOPE
              IF ENT-LIMITE-MES(IX-ENT) > 0
                 AND ENT-AVISADA(IX-ENT) = 0
                 AND ENT-MES-ATENDIDAS(IX-ENT) * 100 >=
                     ENT-LIMITE-MES(IX-ENT) * 80
                 PERFORM 3500-PROYECTAR-CUPO
                 PERFORM 4100-ARMAR-AVISO
                 MOVE "AVISO80" TO W-TIPO-ENVIO
                 MOVE W-ESTADO-NAME TO W-ARCHIVO-ENVIO
                 MOVE SPACES TO W-ASUNTO-CORREO
                 STRING "AVISO: CONSUMO SOBRE EL 80% DEL CUPO MENSUAL"
                        DELIMITED BY SIZE INTO W-ASUNTO-CORREO
                 END-STRING
                 PERFORM 5000-ENVIAR-ARCHIVO
                 ADD 1 TO CONT-AVISOS
                 DISPLAY "AVISO 80% " ENT-CODIGO(IX-ENT) " "
                         W-RESULTADO-ENVIO
                 IF W-RESULTADO-ENVIO NOT = "FALLIDO"
                    PERFORM 4200-ASENTAR-AVISADA
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *4100-ARMAR-AVISO.
      ******************************************************************
       4100-ARMAR-AVISO.
           MOVE IX-ENT TO ED-IX-ENT
           MOVE SPACES TO W-ESTADO-NAME
           STRING "$TEMPORALES/ESTCONSUMO.AVISO." FECHA-SISTEMA "."
                  HORA-SIST-HHMMSS "." ED-IX-ENT
                  DELIMITED BY SIZE INTO W-ESTADO-NAME
           END-STRING
           OPEN OUTPUT ESTADO-ENTIDAD
           IF COD-RET-EST NOT = "00"
              DISPLAY "Error abriendo " W-ESTADO-NAME " " COD-RET-EST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           STRING "AVISO DE CONSUMO DE SERVICIOS EN LINEA - "
                  FECHA-SISTEMA " " HORA-SIST-HHMMSS
                  DELIMITED BY SIZE INTO W-LINEA-ESTADO
           END-STRING
           PERFORM 9200-GRABAR-ESTADO
           STRING "ENTIDAD " ENT-CODIGO(IX-ENT)
                  DELIMITED BY SIZE INTO W-LINEA-ESTADO
           END-STRING
           PERFORM 9200-GRABAR-ESTADO
           PERFORM 9200-GRABAR-ESTADO
           MOVE ENT-MES-ATENDIDAS(IX-ENT) TO ED-USADO
           MOVE ENT-LIMITE-MES(IX-ENT)    TO ED-LIMITE
           MOVE W-PORC-MES                TO ED-PORCENTAJE
           STRING "LA ENTIDAD LLEVA " ED-USADO " CONSULTAS DE SU CUPO "
                  "MENSUAL DE " ED-LIMITE " (" ED-PORCENTAJE "%)"
                  DELIMITED BY SIZE INTO W-LINEA-ESTADO
           END-STRING
           PERFORM 9200-GRABAR-ESTADO
           STRING "HASTA EL DIA " W-FECHA-PEDIDA ". AGOTADO EL CUPO "
                  "LAS SOLICITUDES SE RECHAZAN."
                  DELIMITED BY SIZE INTO W-LINEA-ESTADO
           END-STRING
           PERFORM 9200-GRABAR-ESTADO
           STRING "PROYECCION: " W-TEXTO-PROYECCION
                  DELIMITED BY SIZE INTO W-LINEA-ESTADO
           END-STRING
           PERFORM 9200-GRABAR-ESTADO
           STRING "PARA AMPLIAR EL CUPO COMUNIQUESE CON SU EJECUTIVO "
                  "DE CUENTA."
                  DELIMITED BY SIZE INTO W-LINEA-ESTADO
           END-STRING
           PERFORM 9200-GRABAR-ESTADO
           CLOSE ESTADO-ENTIDAD.

      ******************************************************************
      *4200-ASENTAR-AVISADA.
      ******************************************************************
       4200-ASENTAR-AVISADA.
           OPEN EXTEND AVISOS-CONSUMO
           IF COD-RET-AVI = "35"
              OPEN OUTPUT AVISOS-CONSUMO
           END-IF
           IF COD-RET-AVI = "00"
              MOVE SPACES TO REG-AVISO-CONSUMO
              MOVE W-PERIODO-PEDIDO  TO AVI-PERIODO
              MOVE ENT-CODIGO(IX-ENT) TO AVI-ENTIDAD
              MOVE FECHA-SISTEMA     TO AVI-FECHA
              MOVE HORA-SIST-HHMMSS  TO AVI-HORA
              MOVE W-RESULTADO-ENVIO TO AVI-RESULTADO
              WRITE REG-AVISO-CONSUMO
              CLOSE AVISOS-CONSUMO
              MOVE 1 TO ENT-AVISADA(IX-ENT)
           ELSE
              DISPLAY "SIN ESTCONSUMO.AVI (" COD-RET-AVI "): EL AVISO "
                      "SE REPETIRA EN LA PROXIMA CORRIDA"
           END-IF.

      ******************************************************************
      *5000-ENVIAR-ARCHIVO.
      ** SEGUN EL PERFIL DEL CLIENTE: T TRANSMITIR ENVIAR AL DESTINO
      ** DE ENTREGA, C CORREO AL CONTACTO 1. SIN PERFIL O SIN CANAL EL
      ** ARCHIVO QUEDA EN $TEMPORALES. CADA INTENTO VA AL DIARIO
      ******************************************************************
       5000-ENVIAR-ARCHIVO.
           MOVE SPACES TO W-CANAL-ENVIO W-DESTINO-ENVIO W-COMANDO-SYST
           IF ENT-IX-CLIENTE(IX-ENT) = 0
              MOVE "SIN PERFIL" TO W-RESULTADO-ENVIO
           ELSE
              MOVE ENT-IX-CLIENTE(IX-ENT) TO IX-CLI
              MOVE CLI-CANAL(IX-CLI) TO W-CANAL-ENVIO
              EVALUATE W-CANAL-ENVIO
                 WHEN "T"
                    MOVE CLI-ENTREGA(IX-CLI) TO W-DESTINO-ENVIO
                    STRING "TRANSMITIR ENVIAR " DELIMITED BY SIZE
                           W-DESTINO-ENVIO      DELIMITED BY SPACE
                           " "                  DELIMITED BY SIZE
                           W-ARCHIVO-ENVIO      DELIMITED BY SPACE
                           INTO W-COMANDO-SYST
                    END-STRING
                 WHEN "C"
                    MOVE CLI-CORREO(IX-CLI) TO W-DESTINO-ENVIO
                    IF W-DESTINO-ENVIO NOT = SPACES
                       STRING "mailx -s '"     DELIMITED BY SIZE
                              W-ASUNTO-CORREO  DELIMITED BY "  "
                              "' "             DELIMITED BY SIZE
                              W-DESTINO-ENVIO  DELIMITED BY SPACE
                              " < "            DELIMITED BY SIZE
                              W-ARCHIVO-ENVIO  DELIMITED BY SPACE
                              INTO W-COMANDO-SYST
                       END-STRING
                    END-IF
              END-EVALUATE
              IF W-COMANDO-SYST = SPACES
                 MOVE "SIN CANAL" TO W-RESULTADO-ENVIO
              ELSE
                 CALL "SYSTEM" USING W-COMANDO-SYST
                 IF RETURN-CODE = 0
                    MOVE "ENVIADO" TO W-RESULTADO-ENVIO
                 ELSE
                    MOVE "FALLIDO" TO W-RESULTADO-ENVIO
                 END-IF
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           EVALUATE W-RESULTADO-ENVIO
              WHEN "ENVIADO"
                 ADD 1 TO CONT-ENVIADOS
              WHEN "FALLIDO"
                 ADD 1 TO CONT-FALLIDOS
                 PERFORM 5200-AVISAR-FALLA
              WHEN OTHER
                 ADD 1 TO CONT-SIN-ENVIO
           END-EVALUATE
           PERFORM 5100-ASENTAR-ENVIO.

      ******************************************************************
      *5100-ASENTAR-ENVIO.
      ******************************************************************
       5100-ASENTAR-ENVIO.
           OPEN EXTEND DIARIO-ENVIOS
           IF COD-RET-JRN = "35"
              OPEN OUTPUT DIARIO-ENVIOS
           END-IF
           IF COD-RET-JRN = "00"
              MOVE SPACES TO REG-DIARIO-ENVIO
              MOVE FECHA-SISTEMA      TO ENV-FECHA
              MOVE HORA-SIST-HHMMSS   TO ENV-HORA
              MOVE ENT-CODIGO(IX-ENT) TO ENV-ENTIDAD
              MOVE W-TIPO-ENVIO       TO ENV-TIPO
              MOVE W-CANAL-ENVIO      TO ENV-CANAL
              MOVE W-DESTINO-ENVIO    TO ENV-DESTINO
              MOVE W-RESULTADO-ENVIO  TO ENV-RESULTADO
              MOVE W-ARCHIVO-ENVIO    TO ENV-ARCHIVO
              WRITE REG-DIARIO-ENVIO
              CLOSE DIARIO-ENVIOS
           ELSE
              DISPLAY "SIN DIARIO ESTCONSUMO.JRN (" COD-RET-JRN ")"
           END-IF.

      ******************************************************************
      *5200-AVISAR-FALLA.
      ******************************************************************
       5200-AVISAR-FALLA.
           MOVE "AVISO" TO NOTIF-SEVERIDAD
           MOVE SPACES TO NOTIF-MENSAJE
           STRING "CONSUMO " DELIMITED BY SIZE
                  W-TIPO-ENVIO DELIMITED BY SPACE
                  " NO ENVIADO A " DELIMITED BY SIZE
                  ENT-CODIGO(IX-ENT) DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  W-ARCHIVO-ENVIO DELIMITED BY SPACE
                  INTO NOTIF-MENSAJE
           END-STRING
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "ESTCONSUMO - NOTIFICAR NO DISPONIBLE"
           END-CALL.

      ******************************************************************
      *8000-TERMINAR.
      ** PIE DEL CONSOLIDADO, RESUMEN, BITACORA CENTRAL Y AVISO AL
      ** OPERADOR
      ******************************************************************
       8000-TERMINAR.
           IF MODO-ESTADO
              PERFORM 8100-PIE-DEL-REPORTE
              CLOSE REPORTE-CONSUMO
              DISPLAY "CONSOLIDADO EN " W-REPORTE-NAME
           END-IF
           MOVE CONT-LEIDOS TO W-EDIT-CONTADOR
           DISPLAY "Renglones del diario...... " W-EDIT-CONTADOR
           MOVE CONT-DEL-PERIODO TO W-EDIT-CONTADOR
           DISPLAY "Solicitudes del mes....... " W-EDIT-CONTADOR
           MOVE CONT-ENTIDADES TO W-EDIT-CONTADOR
           DISPLAY "Estados emitidos.......... " W-EDIT-CONTADOR
           MOVE CONT-ENVIADOS TO W-EDIT-CONTADOR
           DISPLAY "Envios hechos............. " W-EDIT-CONTADOR
           MOVE CONT-FALLIDOS TO W-EDIT-CONTADOR
           DISPLAY "Envios fallidos........... " W-EDIT-CONTADOR
           MOVE CONT-SIN-ENVIO TO W-EDIT-CONTADOR
           DISPLAY "Sin perfil o sin canal.... " W-EDIT-CONTADOR
           MOVE CONT-AVISOS TO W-EDIT-CONTADOR
           DISPLAY "Avisos del 80%............ " W-EDIT-CONTADOR
           EVALUATE TRUE
              WHEN SW-DIARIO-ILEGIBLE = 1 OR CONT-FALLIDOS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN CONT-AVISOS > 0 OR CONT-SIN-ENVIO > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE SPACES TO REGC-CONTADORES
           STRING SW-MODO " " W-FECHA-PEDIDA
                  " ENT " CONT-ENTIDADES
                  " ENV " CONT-ENVIADOS
                  " FALL " CONT-FALLIDOS
                  " AV80 " CONT-AVISOS
                  DELIMITED BY SIZE
                  INTO REGC-CONTADORES
           END-STRING
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "ESTCONSUMO - REGCORRIDA NO DISPONIBLE"
           END-CALL
           IF REGC-RC = 0
              MOVE "INFO" TO NOTIF-SEVERIDAD
           ELSE
              MOVE "AVISO" TO NOTIF-SEVERIDAD
           END-IF
           MOVE REGC-CONTADORES TO NOTIF-MENSAJE
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "ESTCONSUMO - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *8100-PIE-DEL-REPORTE.
      ******************************************************************
       8100-PIE-DEL-REPORTE.
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-DEL-PERIODO TO W-EDIT-CONTADOR
           STRING "SOLICITUDES DEL MES AL DIA...... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-DESCARTADOS TO W-EDIT-CONTADOR
           STRING "RENGLONES DESCARTADOS........... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-SIN-ENVIO TO W-EDIT-CONTADOR
           STRING "ESTADOS SIN PERFIL O SIN CANAL.. " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           IF SW-DIARIO-ILEGIBLE = 1
              MOVE "*** REPORTE INCOMPLETO: CONSUMO.JRN ILEGIBLE"
                TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
           END-IF
           MOVE "FIN DEL REPORTE" TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *9100-GRABAR-LINEA.
      ******************************************************************
       9100-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REPORTE
           WRITE REG-REPORTE
           DISPLAY W-LINEA-ARMADA
           MOVE SPACES TO W-LINEA-ARMADA.

      ******************************************************************
      *9200-GRABAR-ESTADO.
      ******************************************************************
       9200-GRABAR-ESTADO.
           MOVE W-LINEA-ESTADO TO REG-ESTADO
           WRITE REG-ESTADO
           MOVE SPACES TO W-LINEA-ESTADO.

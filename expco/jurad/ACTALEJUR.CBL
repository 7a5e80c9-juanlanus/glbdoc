      * ACTALEJUR.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACTALEJUR.
      *******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY BDIIREGI.FS.
       COPY BDIINOMB.FS.
       COPY BDIIDIAN.FS.
       COPY BDIIDAS.FS.
       COPY BDIIALE.FS.
       COPY CATPLANT.FS.
       COPY BDIIDEM.FS.
       COPY REVNOMBRE.FS.
       COPY RENOVJUR.FS.
       SELECT ENTRADA ASSIGN TO "$TEMPORALES/ACTALEJUR.ENT"
                   ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SALIDA ASSIGN TO "$TEMPORALES/ACTALEJUR.SAL"
                   ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REPORTE-ERRORES ASSIGN TO "$TEMPORALES/ACTALEJUR.REP"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * ENTRADA-DEMANDAS
      *----------------------------------------------------------------*
      * DETALLE POR DEMANDA QUE JURISCOOP ENTREGA JUNTO CON
      * ACTALEJUR.ENT (RADICADO, JUZGADO, DEMANDANTE, CLASE DE
      * PROCESO, PRETENSION Y FECHAS); ALIMENTA BDIIDEM. SI NO LLEGA,
      * LA CORRIDA SIGUE SOLO CON LOS CONTADORES
      *----------------------------------------------------------------*
           SELECT OPTIONAL ENTRADA-DEMANDAS
                  ASSIGN TO "$TEMPORALES/ACTALEJUR.DEM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS W-STATUS-ENT-DEM.
      * CONC-IDS
      *----------------------------------------------------------------*
      * IDENTIFICACIONES PRESENTES EN EL FEED DE JURISCOOP DE HOY,
      * HISTORIAL DE CAMBIOS DE BDIIALE: CADA ALTA, ACTUALIZACION,
      * VENCIMIENTO Y CREARDEF DEJA LA IMAGEN COMPLETA ANTES/DESPUES,
      * PARA PODER RECONSTRUIR QUE DECIA UNA ALERTA EN UNA FECHA DADA
      * (LA CONSULTA ES HISBDIIALE.CBL). LO APLICADO POR DECISION DE
      * UN ANALISTA (COLA REVNOMBRE) LLEVA SU NOMBRE EN HIS-USUARIO
      *----------------------------------------------------------------*
            SELECT HISTORIA-BDIIALE
                   ASSIGN TO "$TEMPORALES/BDIIALEHIS"
       DATA DIVISION.
       FILE SECTION.
       COPY BDIIREGI.FD.
       COPY BDIINOMB.FD.
       COPY BDIIDIAN.FD.
       COPY BDIIDAS.FD.
       COPY BDIIALE.FD.
       COPY CATPLANT.FD.
       COPY BDIIDEM.FD.
       COPY REVNOMBRE.FD.
       COPY RENOVJUR.FD.
       FD ENTRADA.
       01 REG-ENTRADA                   PIC X(200).
       FD ENTRADA-DEMANDAS.
       01 REG-ENTRADA-DEM               PIC X(250).
       FD SALIDA.
       01 REG-SALIDA.
      *   "D" rechazo (o E33 en revision) del feed de hoy; "V" caso
      *   de la cola de revision ya resuelto por el analista (codigo
      *   en blanco = aceptado y aplicado)
          02 SAL-TIPO-REG                PIC X(1) VALUE "D".
      *   codigo ESTABLE de la primera razon de rechazo (tabla E01..
      *   E34 mas los I01..I06 de VALIDID, la misma que devuelve
      *   RETJURIS.CBL a JURISCOOP); el texto libre de RAZON-SALIDA
      *   sigue siendo para humanos
          02 SAL-COD-RAZON               PIC X(3).
          02 FILLER                      PIC X(1).
          02 RAZON-SALIDA                PIC X(120).
          02 HIS-IMAGEN-ANTES            PIC X(180).
          02 FILLER                      PIC X      VALUE SPACE.
          02 HIS-IMAGEN-DESPUES          PIC X(180).
          02 FILLER                      PIC X      VALUE SPACE.
          02 HIS-USUARIO                 PIC X(10).
       FD CHECKPOINT-ACTALEJUR.
       01 REG-CHK-ACTALEJUR.
          02 CHK-ACT-REGISTROS-OK         PIC 9(10).
       WORKING-STORAGE SECTION.
       COPY BDIIVIDE.WS.     
       COPY BDIIALE.WS.      
       COPY RESALERTA.WS.
       COPY VALNOM.WS.       
       COPY ICFILE.WS.
       01 PARAMETROS.
          03 COD-ALERTA-PARM-X           PIC X(3)   VALUE SPACES.
          03 DIAS-VIGENCIA-PARM-X        PIC X(5)   VALUE SPACES.
          03 UMBRAL-NOM-PARM-X           PIC X(3)   VALUE SPACES.
          03 MARGEN-REV-PARM-X           PIC X(3)   VALUE SPACES.
          03 FUENTE-PARM                 PIC 9(6)   VALUE 000001.
          03 COD-ALERTA-PARM             PIC 9(3)   VALUE 001.
          03 DIAS-VIGENCIA-PARM          PIC 9(5)   VALUE 00360.
          03 UMBRAL-NOM-PARM             PIC 9(3)   VALUE 080.
          03 MARGEN-REV-PARM             PIC 9(3)   VALUE 020.
       01 INDICES.
          03 I                           PIC 9(5) VALUE 0.
          03 J                           PIC 9(5) VALUE 0.
       01 W-HIS-OPERACION                PIC X(8)  VALUE SPACES.
       01 W-IMAGEN-ANTES                 PIC X(180) VALUE SPACES.
       01 W-IMAGEN-DESPUES               PIC X(180) VALUE SPACES.
       01 W-HIS-USUARIO                  PIC X(10)  VALUE SPACES.
       01 HORA-SISTEMA-HIS.
          03 HORA-HIS-HHMMSS             PIC 9(6).
          03 FILLER                      PIC 9(2).

       01 CONTADORES-TIPO-ERROR.
          03 TOT-ERR-1                   PIC 9(08)  VALUE 0.
          03 TOT-ERR-9                   PIC 9(08)  VALUE 0.
          03 TOT-ERR-3                   PIC 9(08)  VALUE 0.
          03 TOT-ERR-4                   PIC 9(08)  VALUE 0.
          03 TOT-ERR-5                   PIC 9(08)  VALUE 0.
          03 TOT-ERR-21                  PIC 9(08)  VALUE 0.
          03 TOT-ERR-22                  PIC 9(08)  VALUE 0.
          03 TOT-ERR-31                  PIC 9(08)  VALUE 0.
          03 TOT-ERR-32                  PIC 9(08)  VALUE 0.
          03 TOT-ERR-33                  PIC 9(08)  VALUE 0.
          03 TOT-ERR-34                  PIC 9(08)  VALUE 0.
OJO    01 LINEA1-AUX.
          02 FILLER    PIC X(29) 
                       VALUE "DEMANDAS JUDICIALES VIGENTES:".
          03 FEC-DEMA-VIG-INP-X          PIC X(08).
       01 M-ERRORES.
          03 V-ERR OCCURS 50 TIMES   PIC 9(1).
      * desarme del feed por el catalogo de layouts (LAYFEED.FD,
      * PARSFEED.CBL): la version que anuncia JURISCOOP en su primer
      * renglon ("#LAYOUT=vv", sin encabezado 01), la del registro
      * que se esta desarmando (la del feed, o la guardada en la cola
      * de revision) y los campos que se le piden al catalogo
       COPY PARSFEED.WS.
       01 W-VERSION-FEED                 PIC X(02)  VALUE "01".
       01 W-VERSION-REG                  PIC X(02)  VALUE "01".
       01 SW-LAYOUT-CATALOGO             PIC 9(01)  VALUE 0.
       01 SW-ERR-LAYOUT                  PIC 9(01)  VALUE 0.
       01 CAMPOS-LAYOUT-JUR.
          03 LAY-TIPO-IDE                PIC X(01).
          03 LAY-NUM-IDE                 PIC X(11).
          03 LAY-NOMBRES                 PIC X(30).
          03 LAY-APELLIDO-PAT            PIC X(30).
          03 LAY-APELLIDO-MAT            PIC X(30).
          03 LAY-NUM-DEMA-VIG            PIC X(05).
          03 LAY-NUM-DEMA-TER            PIC X(05).
          03 LAY-FEC-DEMA-VIG            PIC X(08).
          03 FILLER                      PIC X(130).
      * resultado del validador unico de identificaciones (VALIDID)
       01 W-COD-VALIDID                  PIC X(03)  VALUE SPACES.
       01 W-TEXTO-VALIDID                PIC X(40)  VALUE SPACES.
       01 VARIABLES-RAZON-ERROR.
          03 W-TEXTO-RAZON-AUX           PIC X(40)  VALUE SPACES.
          03 W-PTR-RAZON                 PIC 9(3)   VALUE 1.
       01 W-IDX-PL                       PIC 9(02)  VALUE 0.
       01 W-PTR-PL                       PIC 9(02)  VALUE 0.
       01 W-NRO-SLOT                     PIC 9(01)  VALUE 0.
      * comparacion tolerante de nombres (NOMTOL.WS, compartida
      * con CRUCELIST)
       COPY NOMTOL.WS.
      * interbloqueo del recurso BDIIALE (subprograma CERROJO)
       01 CERR-ACCION                    PIC X(08) VALUE SPACES.
       01 CERR-RECURSO                   PIC X(10) VALUE "BDIIALE".
       01 REGC-PARAMETROS                PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES                PIC X(80) VALUE SPACES.
       01 REGC-RC                        PIC 9(04) VALUE 0.
       01 REGC-VERSION                   PIC X(24)
                                         VALUE "ACTALEJUR.v.01.0001".
      * aviso al operador al fin de la corrida (NOTIFICAR)
       01 NOTIF-SEVERIDAD                PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA                 PIC X(10) VALUE "ACTALEJUR".
       01 NOTIF-MENSAJE                  PIC X(80) VALUE SPACES.
      * detalle por demanda (ACTALEJUR.DEM -> BDIIDEM), enlazado a
      * la ocurrencia de BDIIALE de la misma fuente/cod
       01 COD-RET-BDIIDEM                PIC XX     VALUE SPACES.
       01 W-STATUS-ENT-DEM               PIC XX     VALUE SPACES.
       01 FIN-ENTRADA-DEM                PIC 9      VALUE 0.
       01 SW-BDIIDEM-ABIERTO             PIC 9(01)  VALUE 0.
       01 HAY-BDIIDEM                    PIC 9(01)  VALUE 0.
       01 W-OCU-ENLACE                   PIC 9(03)  VALUE 0.
       01 W-RAZON-DEM                    PIC X(60)  VALUE SPACES.
       01 VARIABLES-INPUT-DEM.
          03 TIPO-IDE-DEM-X              PIC X.
          03 NUM-IDE-DEM-X               PIC X(11) JUSTIFIED RIGHT.
          03 RADICADO-DEM                PIC X(23).
          03 JUZGADO-DEM                 PIC X(40).
          03 DEMANDANTE-DEM              PIC X(40).
          03 TIPO-PROCESO-DEM            PIC X(20).
          03 VALOR-DEM-X                 PIC X(13) JUSTIFIED RIGHT.
          03 FEC-RAD-DEM-X               PIC X(08).
          03 FEC-TER-DEM-X               PIC X(08).
       01 VARIABLES-INPUT-DEM-NUM.
          03 TIPO-IDE-DEM                PIC 9.
          03 NUM-IDE-DEM                 PIC 9(11).
          03 VALOR-DEM                   PIC 9(13).
          03 FEC-RAD-DEM                 PIC 9(08).
          03 FEC-TER-DEM                 PIC 9(08).
       01 CONTADORES-DEMANDAS.
          03 CONT-DEM-LEIDAS             PIC 9(10)  VALUE 0.
          03 CONT-DEM-CREADAS            PIC 9(10)  VALUE 0.
          03 CONT-DEM-ACTUALIZADAS       PIC 9(10)  VALUE 0.
          03 CONT-DEM-RECHAZADAS         PIC 9(10)  VALUE 0.
          03 CONT-DEM-ERR-GRABAR         PIC 9(10)  VALUE 0.
      * maestro de nombres oficiales (BDIINOMB, ver OPABDIINO.CBL)
       01 COD-RET-BDIINOMB               PIC XX     VALUE SPACES.
       01 CONT-SIN-NOMBRE-OFI            PIC 9(10)  VALUE 0.
      * titular menor de edad: la fecha de nacimiento del maestro de
      * la Registraduria (FEC-NAC-BDIIREGI, ceros = desconocida)
       01 W-EDAD-AAAAMMDD                PIC 9(8)   VALUE 0.
      * cola de revision de nombres casi coincidentes (REVNOMBRE.FD):
      * similitud entre W-PISO-REVISION y el umbral = al analista
       01 COD-RET-REVNOM                 PIC XX     VALUE SPACES.
       01 SW-COLA-REVISION               PIC 9(01)  VALUE 0.
       01 SW-ACEPTADO-ANALISTA           PIC 9(01)  VALUE 0.
       01 SW-FIN-REVNOM                  PIC 9(01)  VALUE 0.
       01 W-PISO-REVISION                PIC 9(03)  VALUE 0.
       01 W-TIPO-REG-SAL                 PIC X(01)  VALUE "D".
       01 CONTADORES-REVISION.
          03 CONT-EN-REVISION            PIC 9(10)  VALUE 0.
          03 CONT-REV-APLICADAS          PIC 9(10)  VALUE 0.
          03 CONT-REV-DEVUELTAS          PIC 9(10)  VALUE 0.
          03 CONT-REV-ERR-GRABAR         PIC 9(10)  VALUE 0.
       01 CONTADORES-VENCIMIENTO.
          03 CONT-ALERTAS-LEIDAS         PIC 9(10)  VALUE 0.
          03 CONT-ALERTAS-DESACTIVADAS   PIC 9(10)  VALUE 0.
          03 CONT-ALERTAS-REWRITE-ERR    PIC 9(10)  VALUE 0.
          03 CONT-ALERTAS-RENOVADAS      PIC 9(10)  VALUE 0.
      * solicitudes de renovacion a JURISCOOP (RENOVJUR.FD): la
      * alerta vencida cuya solicitud fue CONFIRMADA se renueva
       01 COD-RET-RENOVJUR               PIC XX     VALUE SPACES.
       01 SW-RENOVJUR-ABIERTO            PIC 9(01)  VALUE 0.
       01 SW-RENOVAR                     PIC 9(01)  VALUE 0.
       01 FECHA-RENOVADA                 PIC 9(8)   VALUE 0.
      * destino de cada demandado leido del feed en modo REAL, para
      * el libro de totales de control (TOTCTL): todo lo leido tiene
      * que caer en uno y solo uno de estos; RECICLADOS son los que
      * van a la cola del analista y vuelven en una corrida siguiente
       01 CONTADORES-CUADRE.
          03 CONT-TOT-APLICADOS          PIC 9(12)  VALUE 0.
          03 CONT-TOT-RECHAZADOS         PIC 9(12)  VALUE 0.
          03 CONT-TOT-RECICLADOS         PIC 9(12)  VALUE 0.
          03 CONT-TOT-SALTADOS           PIC 9(12)  VALUE 0.
      * asiento en el libro de totales de control (TOTCTL)
       01 TOTC-PROGRAMA                  PIC X(10) VALUE "ACTALEJUR".
       01 TOTC-CONCEPTO                  PIC X(12) VALUE SPACES.
       01 TOTC-VALOR                     PIC 9(12) VALUE 0.
       01 TOTC-RC                        PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       0000-PROGRAMA-PRINCIPAL.
      *     MAXIMO HUECO DE 10,MINIMO DE UNO (DEFAULT SI NO SE DA NADA)
      ******************************************************************
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO.
           MOVE "ACTALEJUR" TO RALE-PROGRAMA.
           ACCEPT LINEA FROM COMMAND-LINE.
           UNSTRING LINEA   DELIMITED BY ALL " " INTO
              COMANDO
              COD-ALERTA-PARM-X
              DIAS-VIGENCIA-PARM-X
              UMBRAL-NOM-PARM-X
              MARGEN-REV-PARM-X
           END-UNSTRING.
           IF FUENTE-PARM-X = SPACES OR FUENTE-PARM-X NOT NUMERIC
              MOVE 000001 TO FUENTE-PARM
           ELSE
              MOVE UMBRAL-NOM-PARM-X TO UMBRAL-NOM-PARM
           END-IF.
      *    margen (en puntos) por debajo del umbral dentro del cual
      *    el nombre no se rechaza sino que va a la cola del analista
      *    (REVNOMBRE), sexto parametro; 000 = sin cola
           IF MARGEN-REV-PARM-X = SPACES
              OR MARGEN-REV-PARM-X NOT NUMERIC
              MOVE 020 TO MARGEN-REV-PARM
           ELSE
              MOVE MARGEN-REV-PARM-X TO MARGEN-REV-PARM
           END-IF.
           IF MARGEN-REV-PARM > UMBRAL-NOM-PARM
              MOVE 0 TO W-PISO-REVISION
           ELSE
              COMPUTE W-PISO-REVISION =
                      UMBRAL-NOM-PARM - MARGEN-REV-PARM
           END-IF.
           PERFORM 0900-ASENTAR-INICIO.
           EVALUATE COMANDO
             WHEN "CREARDEF"
               DISPLAY "D) CONCILIAR     "
           END-EVALUATE.
           PERFORM 0800-CERRAR-HISTORIA.
           PERFORM 9860-CERRAR-RESUMEN.
           PERFORM 0700-LIBERAR-CERROJO-BDIIALE.
           STOP RUN.

           MOVE "*INICIO*" TO REGC-CONTADORES.
           MOVE 0 TO REGC-RC.
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "ACTALEJUR - REGCORRIDA NO DISPONIBLE"
           END-CALL.
              MOVE NUM-IDE-BDIIALE    TO HIS-NUM-IDE
              MOVE W-IMAGEN-ANTES     TO HIS-IMAGEN-ANTES
              MOVE W-IMAGEN-DESPUES   TO HIS-IMAGEN-DESPUES
              MOVE W-HIS-USUARIO      TO HIS-USUARIO
              WRITE REG-HIS-BDIIALE
           END-IF.

              MOVE INF-DATAHOST-AUX           TO INF-DATAHOST-BDIIALE
              MOVE SPACE                      TO EST-RECLAMO-BDIIALE
              MOVE ZEROS                      TO FEC-LIM-RECLAMO-BDIIALE
              MOVE SPACE                      TO EST-AVISO-BDIIALE
              WRITE REG-BDIIALE
                 INVALID KEY
                   DISPLAY "ERROR EN REWRITE"
       1000-PROCESAR-DEMANDAS.   
      ****************************************************************
      ****************************************************************
           PERFORM 2005-VERIFICAR-LAYOUT.
           PERFORM 2000-ABRIR-ARCHIVOS.
           PERFORM 2030-ABRIR-COLA-REVISION.
           IF REAL = 1 AND SW-COLA-REVISION = 1
              PERFORM 3000-ATENDER-REVISIONES
           END-IF.
           READ ENTRADA AT END MOVE 1 TO FIN-ENTRADA.
           PERFORM 2008-SALTAR-ENCABEZADO.
           MOVE W-VERSION-FEED TO W-VERSION-REG.
           PERFORM UNTIL FIN-ENTRADA = 1
             ADD 1 TO CONT-LEIDOS
             PERFORM 4000-PROCESAR-ENTRADA
             READ ENTRADA AT END MOVE 1 TO FIN-ENTRADA
             END-READ
           END-PERFORM.
           PERFORM 4500-PROCESAR-DETALLE-DEM.
           IF SW-COLA-REVISION = 1
              CLOSE REVISION-NOMBRES
              MOVE 0 TO SW-COLA-REVISION
           END-IF.
           PERFORM 6000-SACAR-RESUMEN.

       2000-ABRIR-ARCHIVOS.
      ****************************************************************
      ****************************************************************
           OPEN INPUT BDIIREGI.
           PERFORM 2010-ABRIR-MAESTRO-NOMBRES.
           OPEN INPUT BDIIDIAN.
           OPEN INPUT BDIIDAS.
           OPEN INPUT ENTRADA.
           MOVE COD-ALERTA-PARM        TO SAL-HDR-COD-ALERTA
           WRITE REG-SALIDA-HDR.

      ****************************************************************
      *2005-VERIFICAR-LAYOUT
      *ANTES DE ABRIR NADA SE MIRA CON QUE VERSION DE LAYOUT VIENE EL
      *FEED DE JURISCOOP. CON EL FEED EN EL CATALOGO (MANTLAYOUT.CBL)
      *CADA REGISTRO SE DESARMA POR EL CATALOGO; SIN CATALOGO, CON EL
      *LAYOUT FIJO DE SIEMPRE. UNA VERSION QUE EL CATALOGO NO TIENE
      *NO SE CARGA NI EN PARTE: LA CORRIDA TERMINA CON RC 16
      ****************************************************************
       2005-VERIFICAR-LAYOUT.
           OPEN INPUT ENTRADA.
           READ ENTRADA AT END MOVE 1 TO FIN-ENTRADA.
           IF FIN-ENTRADA = 0 AND REG-ENTRADA(1:8) = "#LAYOUT="
              MOVE REG-ENTRADA(9:2) TO W-VERSION-FEED
           END-IF.
           CLOSE ENTRADA.
           MOVE 0 TO FIN-ENTRADA.
           PERFORM 2006-ARMAR-DICCIONARIO.
           MOVE "V"            TO PARS-ACCION.
           MOVE W-VERSION-FEED TO PARS-VERSION.
           CALL "PARSFEED" USING AREA-PARSFEED.
           EVALUATE TRUE
             WHEN PARS-COD-ERROR = SPACES
                MOVE 1 TO SW-LAYOUT-CATALOGO
             WHEN PARS-COD-ERROR = "L07" AND W-VERSION-FEED = "01"
                MOVE 0 TO SW-LAYOUT-CATALOGO
             WHEN OTHER
                DISPLAY "ACTALEJUR - LAYOUT " W-VERSION-FEED
                        " DE JURISCOOP: " PARS-COD-ERROR " "
                        PARS-TEXTO
                DISPLAY "ACTALEJUR - NO SE CARGA NINGUN REGISTRO"
                MOVE 16 TO RETURN-CODE
                PERFORM 0700-LIBERAR-CERROJO-BDIIALE
                STOP RUN
           END-EVALUATE.

       2006-ARMAR-DICCIONARIO.
      ****************************************************************
      *    LOS CAMPOS QUE ACTALEJUR LE PIDE A PARSFEED, POR SU NOMBRE
      *    EN EL CATALOGO, CON SU LUGAR EN CAMPOS-LAYOUT-JUR
      ****************************************************************
           INITIALIZE AREA-PARSFEED.
           MOVE "JURISCOOP"    TO PARS-FEED.
           MOVE 8              TO PARS-CANT-CAMPOS.
           MOVE "TIPO-IDE"     TO PARS-NOMBRE(1).
           MOVE 1              TO PARS-POSICION(1).
           MOVE 1              TO PARS-LARGO(1).
           MOVE "NUM-IDE"      TO PARS-NOMBRE(2).
           MOVE 2              TO PARS-POSICION(2).
           MOVE 11             TO PARS-LARGO(2).
           MOVE "NOMBRES"      TO PARS-NOMBRE(3).
           MOVE 13             TO PARS-POSICION(3).
           MOVE 30             TO PARS-LARGO(3).
           MOVE "APELLIDO-PAT" TO PARS-NOMBRE(4).
           MOVE 43             TO PARS-POSICION(4).
           MOVE 30             TO PARS-LARGO(4).
           MOVE "APELLIDO-MAT" TO PARS-NOMBRE(5).
           MOVE 73             TO PARS-POSICION(5).
           MOVE 30             TO PARS-LARGO(5).
           MOVE "NUM-DEMA-VIG" TO PARS-NOMBRE(6).
           MOVE 103            TO PARS-POSICION(6).
           MOVE 5              TO PARS-LARGO(6).
           MOVE "NUM-DEMA-TER" TO PARS-NOMBRE(7).
           MOVE 108            TO PARS-POSICION(7).
           MOVE 5              TO PARS-LARGO(7).
           MOVE "FEC-DEMA-VIG" TO PARS-NOMBRE(8).
           MOVE 113            TO PARS-POSICION(8).
           MOVE 8              TO PARS-LARGO(8).

       2008-SALTAR-ENCABEZADO.
      ****************************************************************
      *    EL ENCABEZADO "#LAYOUT=vv" NO ES UN DEMANDADO
      ****************************************************************
           IF FIN-ENTRADA = 0 AND REG-ENTRADA(1:8) = "#LAYOUT="
              READ ENTRADA AT END MOVE 1 TO FIN-ENTRADA
              END-READ
           END-IF.

      ****************************************************************
      *2010-ABRIR-MAESTRO-NOMBRES
      *EL NOMBRE SE VERIFICA CONTRA EL MAESTRO DE NOMBRES OFICIALES;
      *SI NO ABRE SE SIGUE SIN VERIFICAR NOMBRES (SE AVISA UNA VEZ Y
      *LAS IDENTIFICACIONES SE CUENTAN COMO SIN NOMBRE OFICIAL)
      ****************************************************************
       2010-ABRIR-MAESTRO-NOMBRES.
           OPEN INPUT BDIINOMB.
           IF COD-RET-BDIINOMB = "00"
              MOVE 1 TO SW-MAESNOM-BDIIVIDE
           ELSE
              MOVE 0 TO SW-MAESNOM-BDIIVIDE
              DISPLAY "ACTALEJUR - SIN MAESTRO DE NOMBRES OFICIALES ("
                      COD-RET-BDIINOMB "), NO SE VERIFICAN NOMBRES"
           END-IF.

      ****************************************************************
      *2030-ABRIR-COLA-REVISION
      *LA COLA DE REVISION DE NOMBRES (REVNOMBRE.FD): REAL LA ABRE
      *PARA ACTUALIZAR Y LA CREA VACIA LA PRIMERA VEZ; FALSO SOLO LA
      *CONSULTA SI YA EXISTE. SI REAL NO LA PUEDE ABRIR SE AVISA Y
      *LOS NOMBRES CASI COINCIDENTES SE RECHAZAN COMO ANTES (E31)
      ****************************************************************
       2030-ABRIR-COLA-REVISION.
           MOVE 0 TO SW-COLA-REVISION.
           IF REAL = 1
              OPEN I-O REVISION-NOMBRES
              IF COD-RET-REVNOM = "35"
                 OPEN OUTPUT REVISION-NOMBRES
                 CLOSE REVISION-NOMBRES
                 OPEN I-O REVISION-NOMBRES
              END-IF
           ELSE
              OPEN INPUT REVISION-NOMBRES
           END-IF.
           IF COD-RET-REVNOM = "00"
              MOVE 1 TO SW-COLA-REVISION
           ELSE
              IF REAL = 1
                 DISPLAY "ACTALEJUR - SIN COLA DE REVISION DE NOMBRES ("
                         COD-RET-REVNOM "), NO SE ENCOLA NI SE APLICA"
              END-IF
           END-IF.

      ****************************************************************
      *3000-ATENDER-REVISIONES
      *ANTES DEL FEED DE HOY SE APLICA LO QUE LOS ANALISTAS DECIDIERON
      *EN LA COLA (REVNOMBRE.CBL) PARA LA FUENTE/COD DE LA CORRIDA:
      *LO ACEPTADO ENTRA A BDIIALE CON EL REGISTRO DEL FEED GUARDADO
      *Y EL NOMBRE DEL ANALISTA EN EL HISTORIAL; LO RECHAZADO SE
      *DEVUELVE CON E31. AMBOS SALEN EN ACTALEJUR.SAL COMO REGISTRO
      *"V" (REVISION RESUELTA), QUE RETJURIS LE CONTESTA A JURISCOOP
      ****************************************************************
       3000-ATENDER-REVISIONES.
           MOVE "V" TO W-TIPO-REG-SAL.
           MOVE 0 TO SW-FIN-REVNOM.
           MOVE LOW-VALUES TO LLAVE-REVNOM.
           START REVISION-NOMBRES KEY IS NOT LESS THAN LLAVE-REVNOM
              INVALID KEY
                MOVE 1 TO SW-FIN-REVNOM
           END-START.
           PERFORM UNTIL SW-FIN-REVNOM = 1
              READ REVISION-NOMBRES NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-REVNOM
              END-READ
              IF SW-FIN-REVNOM = 0
                 AND FUENTE-REVNOM = FUENTE-PARM
                 AND COD-ALERTA-REVNOM = COD-ALERTA-PARM
                 IF REVNOM-ACEPTADO
                    PERFORM 3100-APLICAR-REV-ACEPTADA
                 END-IF
                 IF REVNOM-RECHAZADO
                    PERFORM 3200-DEVOLVER-REV-RECHAZADA
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "D" TO W-TIPO-REG-SAL.
           MOVE SPACES TO W-HIS-USUARIO.

       3050-VERSION-DEL-ENCOLADO.
      ****************************************************************
      *    EL REGISTRO GUARDADO SE DESARMA CON EL LAYOUT CON QUE
      *    LLEGO, QUE PUEDE NO SER EL DEL FEED DE HOY
      ****************************************************************
           IF VERSION-REVNOM = SPACES
              MOVE "01" TO W-VERSION-REG
           ELSE
              MOVE VERSION-REVNOM TO W-VERSION-REG
           END-IF.

       3100-APLICAR-REV-ACEPTADA.
      ****************************************************************
      *    EL REGISTRO GUARDADO PASA POR LAS MISMAS VALIDACIONES DEL
      *    FEED SALVO LA DEL NOMBRE, YA DADO POR BUENO; SI ALGO
      *    CAMBIO DESDE QUE SE ENCOLO (P.EJ. SE SUPO QUE ES MENOR DE
      *    EDAD) SE DEVUELVE CON ESE CODIGO EN LUGAR DE APLICARSE
      ****************************************************************
           MOVE REGISTRO-ENT-REVNOM TO REG-ENTRADA.
           PERFORM 3050-VERSION-DEL-ENCOLADO.
           PERFORM 4005-DESARMAR-ENTRADA.
           MOVE ANALISTA-REVNOM  TO W-HIS-USUARIO.
           MOVE SIMILITUD-REVNOM TO W-SIMILITUD.
           MOVE 1 TO SW-ACEPTADO-ANALISTA.
           PERFORM 4100-VALIDACIONES-BASICAS.
           IF M-ERRORES = ZEROS
              PERFORM 4200-VALIDACION-OFICIALES
           END-IF.
           MOVE 0 TO SW-ACEPTADO-ANALISTA.
           IF M-ERRORES = ZEROS
              PERFORM 4300-MODIFICAR-BDIIALE
              ADD 1 TO CONT-REGISTROS-OK
              ADD 1 TO CONT-REV-APLICADAS
              MOVE SPACES TO SAL-COD-RAZON RAZON-SALIDA
              STRING "ACEPTADO POR ANALISTA " ANALISTA-REVNOM
                     DELIMITED BY SIZE INTO RAZON-SALIDA
              END-STRING
              MOVE W-TIPO-REG-SAL TO SAL-TIPO-REG
              MOVE ";"            TO FILLER-SALIDA
              MOVE REG-ENTRADA    TO REGISTRO-SALIDA
              WRITE REG-SALIDA
              MOVE "C" TO ESTADO-REVNOM
           ELSE
              PERFORM 4400-GRABAR-REGISTROS-ERR
              ADD 1 TO CONT-REGISTROS-ERR
              ADD 1 TO CONT-REV-DEVUELTAS
              MOVE "D" TO ESTADO-REVNOM
           END-IF.
           MOVE FECHA-PROCESO TO FEC-APLICA-REVNOM.
           REWRITE REG-REVNOM
              INVALID KEY
                ADD 1 TO CONT-REV-ERR-GRABAR
           END-REWRITE.
           MOVE SPACES TO W-HIS-USUARIO.

       3200-DEVOLVER-REV-RECHAZADA.
      ****************************************************************
      *    EL ANALISTA CONFIRMO QUE NO ES LA MISMA PERSONA: SALE CON
      *    EL CODIGO DE SIEMPRE PARA EL NOMBRE QUE NO COINCIDE (E31)
      ****************************************************************
           MOVE REGISTRO-ENT-REVNOM TO REG-ENTRADA.
           PERFORM 3050-VERSION-DEL-ENCOLADO.
           PERFORM 4005-DESARMAR-ENTRADA.
           MOVE ZEROS TO M-ERRORES.
           MOVE 1 TO V-ERR(31).
           PERFORM 4400-GRABAR-REGISTROS-ERR.
           ADD 1 TO CONT-REGISTROS-ERR.
           ADD 1 TO CONT-REV-DEVUELTAS.
           MOVE "D" TO ESTADO-REVNOM.
           MOVE FECHA-PROCESO TO FEC-APLICA-REVNOM.
           REWRITE REG-REVNOM
              INVALID KEY
                ADD 1 TO CONT-REV-ERR-GRABAR
           END-REWRITE.

      ****************************************************************
      *2050-LEER-CHECKPOINT
      *SI EXISTE UN CHECKPOINT DE UNA CORRIDA ANTERIOR INCOMPLETA, SE

       4000-PROCESAR-ENTRADA.
      ****************************************************************
      ****************************************************************
           PERFORM 4005-DESARMAR-ENTRADA.
           IF SW-SALTANDO = 1
              ADD 1 TO CONT-TOT-SALTADOS
              IF TIPO-IDE-INP = W-REINICIO-TIPO-IDE
                 AND NUM-IDE-INP = W-REINICIO-NUM-IDE
                 MOVE 0 TO SW-SALTANDO
              END-IF
           ELSE
              MOVE SPACES TO W-HIS-USUARIO
              PERFORM 4100-VALIDACIONES-BASICAS
              IF M-ERRORES = ZEROS
                 PERFORM 4200-VALIDACION-OFICIALES
              END-IF
              IF M-ERRORES = ZEROS
                 PERFORM 4300-MODIFICAR-BDIIALE
                 ADD 1 TO CONT-REGISTROS-OK
                 ADD 1 TO CONT-TOT-APLICADOS
                 PERFORM 4350-GRABAR-CHECKPOINT
              ELSE
                 IF V-ERR(33) = 1
      *             nombre casi coincidente: a la cola del analista,
      *             y a JURISCOOP le sale "en revision" (E33)
                    PERFORM 4265-ENCOLAR-REVISION
                    PERFORM 4400-GRABAR-REGISTROS-ERR
                    ADD 1 TO CONT-EN-REVISION
                    ADD 1 TO CONT-TOT-RECICLADOS
                 ELSE
                    PERFORM 4400-GRABAR-REGISTROS-ERR
                    ADD 1 TO CONT-REGISTROS-ERR
                    ADD 1 TO CONT-TOT-RECHAZADOS
                 END-IF
              END-IF
              MOVE SPACES TO W-HIS-USUARIO
           END-IF.

       4005-DESARMAR-ENTRADA.
      ****************************************************************
      *    PARTE EL REGISTRO DE JURISCOOP EN SUS CAMPOS (EL DEL FEED
      *    DE HOY O EL GUARDADO EN LA COLA DE REVISION), POR EL
      *    CATALOGO DE LAYOUTS SI EL FEED ESTA CATALOGADO
      ****************************************************************
           MOVE 0 TO SW-ERR-LAYOUT.
           IF SW-LAYOUT-CATALOGO = 1
              PERFORM 4006-DESARMAR-POR-LAYOUT
           ELSE
              PERFORM 4007-DESARMAR-LAYOUT-FIJO
           END-IF.

       4006-DESARMAR-POR-LAYOUT.
      ****************************************************************
      *    PARSFEED DEJA CADA CAMPO YA AJUSTADO A SU LARGO (LOS
      *    CONTADORES CON CEROS A LA IZQUIERDA, TENGAN LOS DIGITOS
      *    QUE TENGAN); LOS NUMERICOS SOLO SE PASAN SI LO SON, EL
      *    RESTO LO JUZGA 4100. UN REGISTRO QUE NO CUMPLE EL LAYOUT
      *    SE RECHAZA CON E34
      ****************************************************************
           MOVE "D"            TO PARS-ACCION.
           MOVE W-VERSION-REG  TO PARS-VERSION.
           MOVE REG-ENTRADA    TO PARS-LINEA.
           CALL "PARSFEED" USING AREA-PARSFEED.
           MOVE PARS-RESULTADO TO CAMPOS-LAYOUT-JUR.
           INITIALIZE VARIABLES-INPUT.
           MOVE LAY-TIPO-IDE     TO TIPO-IDE-INP-X.
           MOVE LAY-NUM-IDE      TO NUM-IDE-INP-X.
           MOVE LAY-NOMBRES      TO NOMBRES-INP.
           MOVE LAY-APELLIDO-PAT TO APELLIDO-PAT-INP.
           MOVE LAY-APELLIDO-MAT TO APELLIDO-MAT-INP.
           MOVE LAY-NUM-DEMA-VIG TO NUM-DEMA-VIG-INP-X.
           MOVE LAY-NUM-DEMA-TER TO NUM-DEMA-TER-INP-X.
           MOVE LAY-FEC-DEMA-VIG TO FEC-DEMA-VIG-INP-X.
           IF LAY-TIPO-IDE NUMERIC
              MOVE LAY-TIPO-IDE TO TIPO-IDE-INP
           END-IF.
           IF LAY-NUM-IDE NUMERIC
              MOVE LAY-NUM-IDE TO NUM-IDE-INP
           END-IF.
           IF LAY-NUM-DEMA-VIG NUMERIC
              MOVE LAY-NUM-DEMA-VIG TO NUM-DEMA-VIG-INP
           END-IF.
           IF LAY-NUM-DEMA-TER NUMERIC
              MOVE LAY-NUM-DEMA-TER TO NUM-DEMA-TER-INP
           END-IF.
           IF LAY-FEC-DEMA-VIG NUMERIC
              MOVE LAY-FEC-DEMA-VIG TO FEC-DEMA-VIG-INP
           END-IF.
           IF PARS-COD-ERROR NOT = SPACES
              MOVE 1 TO SW-ERR-LAYOUT
           END-IF.

       4007-DESARMAR-LAYOUT-FIJO.
      ****************************************************************
      *    LAYOUT 01 CABLEADO, PARA CUANDO JURISCOOP NO ESTA EN EL
      *    CATALOGO DE LAYOUTS
      ****************************************************************
           STRING REG-ENTRADA DELIMITED BY "                  "
                  ";"
             NUM-DEMA-VIG-INP
             NUM-DEMA-TER-INP
             FEC-DEMA-VIG-INP .

       4100-VALIDACIONES-BASICAS.
      ****************************************************************
           INSPECT NUM-DEMA-TER-INP-X REPLACING ALL " " BY "0"
           INSPECT FEC-DEMA-VIG-INP-X REPLACING ALL " " BY "0"
           MOVE ZEROS TO M-ERRORES.
           IF SW-ERR-LAYOUT = 1
              MOVE 1 TO V-ERR(34)
           END-IF.
      *    la identificacion pasa primero por el validador unico
      *    (VALIDID: tipo, numero, longitud y rango del tipo, digito
      *    del NIT, numeros ficticios) y su codigo I01..I06 es el que
      *    sale en SAL-COD-RAZON; ya validada, el feed solo admite
      *    personas naturales (tipos 1 y 4)
           CALL "VALIDID" USING TIPO-IDE-INP-X NUM-IDE-INP-X
                                W-COD-VALIDID W-TEXTO-VALIDID.
           IF W-COD-VALIDID NOT = SPACES
              MOVE 1 TO V-ERR(9)
           ELSE
              IF TIPO-IDE-INP-X NOT = "1" AND TIPO-IDE-INP-X NOT = "4"
                 MOVE 1 TO V-ERR(1)
              END-IF
           END-IF.
           IF NOMBRES-INP = SPACES OR NOMBRES-INP NUMERIC
              MOVE 1 TO V-ERR(3)
           MOVE 1 TO SW-VERIFNOM-BDIIVIDE
           MOVE 0 TO SW-DIGCHEQUEO-BDIIVIDE SW-ASGTIPID-BDIIVIDE
           PERFORM 80100-VALIDAR-IDENTIFICACION
           IF SW-ID-BDIIVIDE = 0 AND SW-SINNOM-BDIIVIDE = 1
              PERFORM 4270-INFORMAR-SIN-NOMBRE
           END-IF
OJO        IF SW-ID-BDIIVIDE = 0    *> EXISTE LA CEDULA
              PERFORM 4280-VALIDAR-MENOR-EDAD
              IF SW-NOMBRES-BDIIVIDE = 1    *> NOMBRE NO COINCIDE
      *          antes de rechazar por nombre se intenta la
      *          comparacion tolerante: el grueso de los V-ERR 31
      *          eran acentos, apellidos dobles y nombres con el
      *          orden cambiado de gente que es la misma persona.
      *          lo que queda apenas por debajo del umbral (desde
      *          W-PISO-REVISION) lo decide un analista (V-ERR 33),
      *          salvo que ya haya otro rechazo; lo que viene de la
      *          cola aceptado por el analista ya no se compara
                 IF SW-ACEPTADO-ANALISTA = 0
                    PERFORM 80300-COMPARAR-NOMBRE-TOLERANTE
                    IF W-SIMILITUD < UMBRAL-NOM-PARM
                       IF W-SIMILITUD < W-PISO-REVISION
                          OR V-ERR(32) = 1
                          MOVE 1 TO V-ERR(31)
                       ELSE
                          PERFORM 4262-CONSULTAR-COLA-REVISION
                       END-IF
                    END-IF
                 END-IF
                 PERFORM 4260-INFORMAR-SIMILITUD
              END-IF
           END-IF.

       4260-INFORMAR-SIMILITUD.
      ****************************************************************
      *    LA SIMILITUD CALCULADA QUEDA EN EL REPORTE DE ERRORES,
           MOVE TIPO-IDE-INP TO TIPO-IDE-REP.
           MOVE NUM-IDE-INP  TO NUM-IDE-REP.
           MOVE SPACES TO RAZON-REP.
           EVALUATE TRUE
              WHEN V-ERR(33) = 1
                 STRING "NOMBRE A REVISION DE ANALISTA, SIMILITUD "
                        W-SIMILITUD " (UMBRAL " UMBRAL-NOM-PARM ")"
                        DELIMITED BY SIZE INTO RAZON-REP
                 END-STRING
              WHEN V-ERR(31) = 1
                 STRING "NOMBRE RECHAZADO, SIMILITUD " W-SIMILITUD
                        " (UMBRAL " UMBRAL-NOM-PARM ")"
                        DELIMITED BY SIZE INTO RAZON-REP
                 END-STRING
              WHEN W-HIS-USUARIO NOT = SPACES
                 STRING "NOMBRE ACEPTADO POR ANALISTA " W-HIS-USUARIO
                        ", SIMILITUD " W-SIMILITUD
                        " (UMBRAL " UMBRAL-NOM-PARM ")"
                        DELIMITED BY SIZE INTO RAZON-REP
                 END-STRING
              WHEN OTHER
                 STRING "NOMBRE ACEPTADO POR TOLERANCIA, SIMILITUD "
                        W-SIMILITUD " (UMBRAL " UMBRAL-NOM-PARM ")"
                        DELIMITED BY SIZE INTO RAZON-REP
                 END-STRING
           END-EVALUATE.
           WRITE REG-REPORTE-ERR.

       4262-CONSULTAR-COLA-REVISION.
      ****************************************************************
      *    NOMBRE CASI COINCIDENTE: SI UN ANALISTA YA DECIDIO ESE
      *    MISMO NOMBRE PARA ESTA IDENTIFICACION (C = ACEPTADO Y
      *    APLICADO, D = RECHAZADO Y DEVUELTO) SE RESPETA LA DECISION;
      *    SI NO, VA A LA COLA (V-ERR 33). SIN COLA EN REAL SE
      *    RECHAZA COMO ANTES; EL ENSAYO FALSO SOLO MUESTRA QUE IRIA
      ****************************************************************
           IF SW-COLA-REVISION = 1
              MOVE TIPO-IDE-INP    TO TIPO-IDE-REVNOM
              MOVE NUM-IDE-INP     TO NUM-IDE-REVNOM
              MOVE FUENTE-PARM     TO FUENTE-REVNOM
              MOVE COD-ALERTA-PARM TO COD-ALERTA-REVNOM
              READ REVISION-NOMBRES
                 INVALID KEY
                   MOVE 1 TO V-ERR(33)
                 NOT INVALID KEY
                   IF NOMBRE-ENT-REVNOM = NOMBRE-BDIIVIDE
                      AND REVNOM-APLICADO
                      MOVE ANALISTA-REVNOM TO W-HIS-USUARIO
                   ELSE
                      IF NOMBRE-ENT-REVNOM = NOMBRE-BDIIVIDE
                         AND REVNOM-DEVUELTO
                         MOVE 1 TO V-ERR(31)
                      ELSE
                         MOVE 1 TO V-ERR(33)
                      END-IF
                   END-IF
              END-READ
           ELSE
              IF REAL = 1
                 MOVE 1 TO V-ERR(31)
              ELSE
                 MOVE 1 TO V-ERR(33)
              END-IF
           END-IF.

       4265-ENCOLAR-REVISION.
      ****************************************************************
      *    DEJA EL CASO PENDIENTE DEL ANALISTA CON LOS DOS NOMBRES, LA
      *    SIMILITUD Y EL REGISTRO DEL FEED COMPLETO. UN CASO QUE YA
      *    ESTABA EN LA COLA PARA LA MISMA CLAVE SE REEMPLAZA (QUEDA
      *    PENDIENTE CON LOS DATOS DE HOY). EL ENSAYO FALSO NO ENCOLA
      ****************************************************************
           IF REAL = 1 AND SW-COLA-REVISION = 1
              MOVE SPACES              TO REG-REVNOM
              MOVE TIPO-IDE-INP        TO TIPO-IDE-REVNOM
              MOVE NUM-IDE-INP         TO NUM-IDE-REVNOM
              MOVE FUENTE-PARM         TO FUENTE-REVNOM
              MOVE COD-ALERTA-PARM     TO COD-ALERTA-REVNOM
              MOVE "P"                 TO ESTADO-REVNOM
              MOVE FECHA-PROCESO       TO FEC-ENCOLA-REVNOM
              MOVE W-SIMILITUD         TO SIMILITUD-REVNOM
              MOVE UMBRAL-NOM-PARM     TO UMBRAL-REVNOM
              MOVE NOMBRE-BDIIVIDE     TO NOMBRE-ENT-REVNOM
              MOVE NOMBRE-REG-BDIIVIDE TO NOMBRE-REG-REVNOM
              MOVE ZEROS               TO FEC-DECISION-REVNOM
                                          FEC-APLICA-REVNOM
              MOVE REG-ENTRADA         TO REGISTRO-ENT-REVNOM
              MOVE W-VERSION-REG       TO VERSION-REVNOM
              WRITE REG-REVNOM
                 INVALID KEY
                   REWRITE REG-REVNOM
                      INVALID KEY
                        ADD 1 TO CONT-REV-ERR-GRABAR
                   END-REWRITE
              END-WRITE
           END-IF.

       4270-INFORMAR-SIN-NOMBRE.
      ****************************************************************
      *    IDENTIFICACION SIN NOMBRE OFICIAL: EL NOMBRE SE ACEPTA SIN
      *    VERIFICAR. CON EL MAESTRO ABIERTO CADA CASO QUEDA EN EL
      *    REPORTE DE ERRORES PARA SEGUIMIENTO; SIN MAESTRO YA SE
      *    AVISO AL ABRIR Y SOLO SE CUENTA
      ****************************************************************
           ADD 1 TO CONT-SIN-NOMBRE-OFI.
           IF SW-MAESNOM-BDIIVIDE = 1
              MOVE TIPO-IDE-INP TO TIPO-IDE-REP
              MOVE NUM-IDE-INP  TO NUM-IDE-REP
              MOVE "NOMBRE NO VERIFICADO: SIN NOMBRE OFICIAL"
                TO RAZON-REP
              WRITE REG-REPORTE-ERR
           END-IF.

       4280-VALIDAR-MENOR-EDAD.
      ****************************************************************
      *    NO SE CREAN ALERTAS NEGATIVAS A UN MENOR DE EDAD: CON EL
      *    REGISTRO DE BDIIREGI QUE ACABA DE LEER 80100, SI LA FECHA
      *    DE NACIMIENTO ES CONOCIDA Y NO HAN PASADO 18 ANOS (CUENTA
      *    AAAAMMDD, COMO VERMENOR.CBL) EL DEMANDADO SE RECHAZA
      ****************************************************************
           IF FEC-NAC-BDIIREGI NUMERIC
              AND FEC-NAC-BDIIREGI > 0
              AND FEC-NAC-BDIIREGI NOT > FECHA-PROCESO
              COMPUTE W-EDAD-AAAAMMDD =
                      FECHA-PROCESO - FEC-NAC-BDIIREGI
              IF W-EDAD-AAAAMMDD < 180000
                 MOVE 1 TO V-ERR(32)
              END-IF
           END-IF.

       4300-MODIFICAR-BDIIALE.
      ****************************************************************
              END-IF
           END-PERFORM.

       4500-PROCESAR-DETALLE-DEM.
      ****************************************************************
      *    CARGA EL DETALLE POR DEMANDA (ACTALEJUR.DEM) EN BDIIDEM,
      *    DESPUES DE ACTUALIZAR BDIIALE PARA QUE LAS OCURRENCIAS
      *    NUEVAS DE HOY YA EXISTAN AL ENLAZAR. FORMATO:
      *    tipo;numero;radicado;juzgado;demandante;clase de proceso;
      *    pretension en pesos;fecha radicacion;fecha terminacion
      *    (terminacion en ceros o vacia = proceso vigente). EL
      *    ENSAYO FALSO VALIDA Y CUENTA PERO NO GRABA; LAS DEMANDAS
      *    DE DEMANDADOS NUEVOS SE RECHAZAN EN FALSO PORQUE SU
      *    ALERTA TODAVIA NO EXISTE EN BDIIALE
      ****************************************************************
           MOVE 0 TO FIN-ENTRADA-DEM.
           OPEN INPUT ENTRADA-DEMANDAS.
           IF W-STATUS-ENT-DEM NOT = "00"
              DISPLAY "ACTALEJUR - SIN DETALLE DE DEMANDAS ("
                      W-STATUS-ENT-DEM ")"
              MOVE 1 TO FIN-ENTRADA-DEM
           ELSE
              PERFORM 4505-ABRIR-BDIIDEM
              READ ENTRADA-DEMANDAS
                 AT END MOVE 1 TO FIN-ENTRADA-DEM
              END-READ
           END-IF.
           PERFORM UNTIL FIN-ENTRADA-DEM = 1
              ADD 1 TO CONT-DEM-LEIDAS
              PERFORM 4510-PROCESAR-DEMANDA
              READ ENTRADA-DEMANDAS
                 AT END MOVE 1 TO FIN-ENTRADA-DEM
              END-READ
           END-PERFORM.
           IF W-STATUS-ENT-DEM NOT = "35"
              CLOSE ENTRADA-DEMANDAS
           END-IF.
           IF SW-BDIIDEM-ABIERTO = 1
              CLOSE BDIIDEM
              MOVE 0 TO SW-BDIIDEM-ABIERTO
           END-IF.

       4505-ABRIR-BDIIDEM.
      ****************************************************************
      *    REAL ABRE BDIIDEM PARA ACTUALIZAR Y LO CREA VACIO LA
      *    PRIMERA VEZ; FALSO SOLO LO CONSULTA SI YA EXISTE
      ****************************************************************
           IF REAL = 1
              OPEN I-O BDIIDEM
              IF COD-RET-BDIIDEM = "35"
                 OPEN OUTPUT BDIIDEM
                 CLOSE BDIIDEM
                 OPEN I-O BDIIDEM
              END-IF
           ELSE
              OPEN INPUT BDIIDEM
           END-IF.
           IF COD-RET-BDIIDEM = "00"
              MOVE 1 TO SW-BDIIDEM-ABIERTO
           ELSE
              DISPLAY "ACTALEJUR - NO ABRE BDIIDEM ("
                      COD-RET-BDIIDEM ")"
              IF REAL = 1
                 MOVE 1 TO FIN-ENTRADA-DEM
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       4510-PROCESAR-DEMANDA.
      ****************************************************************
      *    UNA LINEA DEL DETALLE: SE VALIDA, SE ENLAZA A LA ALERTA Y
      *    SE GRABA; LA PRIMERA RAZON DE RECHAZO VA AL REPORTE DE
      *    ERRORES JUNTO CON EL RADICADO
      ****************************************************************
           INITIALIZE VARIABLES-INPUT-DEM.
           INITIALIZE VARIABLES-INPUT-DEM-NUM.
           MOVE SPACES TO W-RAZON-DEM.
           UNSTRING REG-ENTRADA-DEM DELIMITED BY ";" INTO
             TIPO-IDE-DEM-X
             NUM-IDE-DEM-X
             RADICADO-DEM
             JUZGADO-DEM
             DEMANDANTE-DEM
             TIPO-PROCESO-DEM
             VALOR-DEM-X
             FEC-RAD-DEM-X
             FEC-TER-DEM-X
           END-UNSTRING.
           INSPECT NUM-IDE-DEM-X REPLACING LEADING SPACES BY ZEROS.
           INSPECT VALOR-DEM-X   REPLACING LEADING SPACES BY ZEROS.
           IF FEC-TER-DEM-X = SPACES
              MOVE ZEROS TO FEC-TER-DEM-X
           END-IF.
           CALL "VALIDID" USING TIPO-IDE-DEM-X NUM-IDE-DEM-X
                                W-COD-VALIDID W-TEXTO-VALIDID.
           EVALUATE TRUE
              WHEN W-COD-VALIDID NOT = SPACES
                 STRING W-COD-VALIDID " " W-TEXTO-VALIDID
                        DELIMITED BY SIZE INTO W-RAZON-DEM
                 END-STRING
              WHEN (TIPO-IDE-DEM-X NOT = "1" AND NOT = "4")
                 MOVE "TIPO DE IDENTIFICACION INVALIDO" TO W-RAZON-DEM
              WHEN RADICADO-DEM = SPACES
                 MOVE "RADICADO VACIO" TO W-RAZON-DEM
              WHEN JUZGADO-DEM = SPACES
                 MOVE "JUZGADO VACIO" TO W-RAZON-DEM
              WHEN VALOR-DEM-X NOT NUMERIC
                 MOVE "PRETENSION NO NUMERICA" TO W-RAZON-DEM
              WHEN FEC-RAD-DEM-X NOT NUMERIC
                 MOVE "FECHA DE RADICACION INVALIDA" TO W-RAZON-DEM
              WHEN FEC-TER-DEM-X NOT NUMERIC
                 MOVE "FECHA DE TERMINACION INVALIDA" TO W-RAZON-DEM
           END-EVALUATE.
           IF W-RAZON-DEM = SPACES
              MOVE TIPO-IDE-DEM-X TO TIPO-IDE-DEM
              MOVE NUM-IDE-DEM-X  TO NUM-IDE-DEM
              MOVE VALOR-DEM-X    TO VALOR-DEM
              MOVE FEC-RAD-DEM-X  TO FEC-RAD-DEM
              MOVE FEC-TER-DEM-X  TO FEC-TER-DEM
              PERFORM 4512-VALIDAR-FECHAS-DEM
           END-IF.
           IF W-RAZON-DEM = SPACES
              PERFORM 4520-ENLAZAR-ALERTA
           END-IF.
           IF W-RAZON-DEM = SPACES
              PERFORM 4530-GRABAR-BDIIDEM
           ELSE
              ADD 1 TO CONT-DEM-RECHAZADAS
              MOVE SPACES TO REG-REPORTE-ERR
              MOVE ZEROS  TO TIPO-IDE-REP NUM-IDE-REP
              IF TIPO-IDE-DEM-X NUMERIC
                 MOVE TIPO-IDE-DEM-X TO TIPO-IDE-REP
              END-IF
              IF NUM-IDE-DEM-X NUMERIC
                 MOVE NUM-IDE-DEM-X  TO NUM-IDE-REP
              END-IF
              STRING "DEMANDA " DELIMITED BY SIZE
                     RADICADO-DEM DELIMITED BY "  "
                     ": " DELIMITED BY SIZE
                     W-RAZON-DEM DELIMITED BY "  "
                     INTO RAZON-REP
              END-STRING
              WRITE REG-REPORTE-ERR
           END-IF.

       4512-VALIDAR-FECHAS-DEM.
      ****************************************************************
      *    MISMA VALIDACION DE CALENDARIO QUE LA FECHA DE DEMANDA
      *    VIGENTE (4100/4110), SOBRE RADICACION Y TERMINACION
      ****************************************************************
           MOVE ZEROS TO M-ERRORES.
           MOVE FEC-RAD-DEM(1:4) TO ANO-VAL-X.
           MOVE FEC-RAD-DEM(5:2) TO MES-VAL-X.
           MOVE FEC-RAD-DEM(7:2) TO DIA-VAL-X.
           IF NOT ANO-VAL OR NOT MES-VAL OR NOT DIA-VAL
              MOVE 1 TO V-ERR(8)
           ELSE
              PERFORM 4110-VALIDAR-DIA-DEL-MES
           END-IF.
           IF V-ERR(8) = 1
              MOVE "FECHA DE RADICACION INVALIDA" TO W-RAZON-DEM
           END-IF.
           IF W-RAZON-DEM = SPACES AND FEC-TER-DEM NOT = ZEROS
              MOVE FEC-TER-DEM(1:4) TO ANO-VAL-X
              MOVE FEC-TER-DEM(5:2) TO MES-VAL-X
              MOVE FEC-TER-DEM(7:2) TO DIA-VAL-X
              IF NOT ANO-VAL OR NOT MES-VAL OR NOT DIA-VAL
                 MOVE 1 TO V-ERR(8)
              ELSE
                 PERFORM 4110-VALIDAR-DIA-DEL-MES
              END-IF
              IF V-ERR(8) = 1
                 MOVE "FECHA DE TERMINACION INVALIDA" TO W-RAZON-DEM
              ELSE
                 IF FEC-TER-DEM < FEC-RAD-DEM
                    MOVE "TERMINACION ANTERIOR A LA RADICACION"
                      TO W-RAZON-DEM
                 END-IF
              END-IF
           END-IF.
           MOVE ZEROS TO M-ERRORES.

       4520-ENLAZAR-ALERTA.
      ****************************************************************
      *    BUSCA LA OCURRENCIA DE BDIIALE (FUENTE/COD PARAMETRIZADOS)
      *    A LA QUE PERTENECE LA DEMANDA: LA QUE TRAE COMO FECHA DE
      *    DEMANDA VIGENTE LA RADICACION DE ESTA, Y SI NINGUNA, LA
      *    OCURRENCIA MAS ALTA (LA MAS RECIENTE) DEL DEMANDADO
      ****************************************************************
           MOVE 0 TO W-OCU-ENLACE.
           MOVE 0 TO W-OCU-MAX.
           MOVE 0 TO SW-FIN-OCU.
           MOVE TIPO-IDE-DEM    TO TIP-IDE-BDIIALE.
           MOVE NUM-IDE-DEM     TO NUM-IDE-BDIIALE.
           MOVE FUENTE-PARM     TO FUENTE-BDIIALE.
           MOVE COD-ALERTA-PARM TO COD-ALERTA-BDIIALE.
           MOVE 0               TO OCURRENCIA-BDIIALE.
           MOVE LLASEC-BDIIALE(1:21) TO W-PREFIJO-CLAVE.
           START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
              INVALID KEY
                MOVE 1 TO SW-FIN-OCU
           END-START.
           PERFORM UNTIL SW-FIN-OCU = 1 OR W-OCU-ENLACE NOT = 0
              READ BDIIALE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-OCU
              END-READ
              IF SW-FIN-OCU = 0
                 IF LLASEC-BDIIALE(1:21) = W-PREFIJO-CLAVE
                    MOVE OCURRENCIA-BDIIALE TO W-OCU-MAX
                    IF FEC-DEMA-VIG-BDIIALE = FEC-RAD-DEM
                       MOVE OCURRENCIA-BDIIALE TO W-OCU-ENLACE
                    END-IF
                 ELSE
                    MOVE 1 TO SW-FIN-OCU
                 END-IF
              END-IF
           END-PERFORM.
           IF W-OCU-ENLACE = 0
              MOVE W-OCU-MAX TO W-OCU-ENLACE
           END-IF.
           IF W-OCU-ENLACE = 0
              MOVE "SIN ALERTA JUDICIAL DEL DEMANDADO EN BDIIALE"
                TO W-RAZON-DEM
           END-IF.

       4530-GRABAR-BDIIDEM.
      ****************************************************************
      *    ALTA O ACTUALIZACION DE LA DEMANDA POR IDENTIFICACION +
      *    RADICADO. UNA DEMANDA YA EXISTENTE CONSERVA SU ESTADO DE
      *    RECLAMACION (LO MANEJA RECLAMOS.CBL, NO EL FEED)
      ****************************************************************
           MOVE 0 TO HAY-BDIIDEM.
           IF SW-BDIIDEM-ABIERTO = 1
              MOVE TIPO-IDE-DEM TO TIP-IDE-BDIIDEM
              MOVE NUM-IDE-DEM  TO NUM-IDE-BDIIDEM
              MOVE RADICADO-DEM TO RADICADO-BDIIDEM
              MOVE 1 TO HAY-BDIIDEM
              READ BDIIDEM
                 INVALID KEY
                   MOVE 0 TO HAY-BDIIDEM
              END-READ
           END-IF.
           IF HAY-BDIIDEM = 0
              MOVE SPACES       TO REG-BDIIDEM
              MOVE TIPO-IDE-DEM TO TIP-IDE-BDIIDEM
              MOVE NUM-IDE-DEM  TO NUM-IDE-BDIIDEM
              MOVE RADICADO-DEM TO RADICADO-BDIIDEM
              MOVE SPACE        TO EST-RECLAMO-BDIIDEM
              MOVE ZEROS        TO FEC-LIM-RECLAMO-BDIIDEM
           END-IF.
           MOVE FUENTE-PARM      TO FUENTE-BDIIDEM.
           MOVE COD-ALERTA-PARM  TO COD-ALERTA-BDIIDEM.
           MOVE W-OCU-ENLACE     TO OCURRENCIA-BDIIDEM.
           MOVE JUZGADO-DEM      TO JUZGADO-BDIIDEM.
           MOVE DEMANDANTE-DEM   TO DEMANDANTE-BDIIDEM.
           MOVE TIPO-PROCESO-DEM TO TIPO-PROCESO-BDIIDEM.
           MOVE VALOR-DEM        TO VALOR-PRETENSION-BDIIDEM.
           MOVE FEC-RAD-DEM      TO FEC-RADICACION-BDIIDEM.
           MOVE FEC-TER-DEM      TO FEC-TERMINACION-BDIIDEM.
           MOVE FECHA-PROCESO    TO FEC-NOV-BDIIDEM.
           IF REAL = 1
              IF HAY-BDIIDEM = 1
                 REWRITE REG-BDIIDEM
                    INVALID KEY
                      ADD 1 TO CONT-DEM-ERR-GRABAR
                    NOT INVALID KEY
                      ADD 1 TO CONT-DEM-ACTUALIZADAS
                 END-REWRITE
              ELSE
                 WRITE REG-BDIIDEM
                    INVALID KEY
                      ADD 1 TO CONT-DEM-ERR-GRABAR
                    NOT INVALID KEY
                      ADD 1 TO CONT-DEM-CREADAS
                 END-WRITE
              END-IF
           ELSE
              IF HAY-BDIIDEM = 1
                 ADD 1 TO CONT-DEM-ACTUALIZADAS
              ELSE
                 ADD 1 TO CONT-DEM-CREADAS
              END-IF
           END-IF.

       4330-CREAR-BDIIALE.
      ****************************************************************
      ****************************************************************
           MOVE INF-DATAHOST-AUX           TO INF-DATAHOST-BDIIALE.
           MOVE SPACE                      TO EST-RECLAMO-BDIIALE
           MOVE ZEROS                      TO FEC-LIM-RECLAMO-BDIIALE
      *    la alerta negativa nueva nace en espera del aviso previo
      *    al titular; AVISOPREV.CBL la hace visible al vencer el
      *    plazo legal desde el envio de la carta
           MOVE "P"                        TO EST-AVISO-BDIIALE.
           MOVE LINEA1-AUX                 TO LINEA1-BDIIALE.
           MOVE LINEA2-AUX                 TO LINEA2-BDIIALE.
           IF REAL = 1
                   MOVE "CREAR" TO W-HIS-OPERACION
                   MOVE REG-BDIIALE TO W-IMAGEN-DESPUES
                   PERFORM 4360-GRABAR-HISTORIA
                   PERFORM 9850-ACTUALIZAR-RESUMEN
              END-WRITE
           ELSE
              ADD 1 TO CONT-WRITE-OK
                  MOVE "ACTUAL" TO W-HIS-OPERACION
                  MOVE REG-BDIIALE TO W-IMAGEN-DESPUES
                  PERFORM 4360-GRABAR-HISTORIA
                  PERFORM 9850-ACTUALIZAR-RESUMEN
              END-REWRITE
           ELSE
              ADD 1 TO CONT-REWRITE-OK
      ****************************************************************
      ****************************************************************
           PERFORM 4410-ARMAR-RAZON-ERROR.
           MOVE W-TIPO-REG-SAL TO SAL-TIPO-REG.
           MOVE ";"         TO FILLER-SALIDA.
           MOVE REG-ENTRADA TO REGISTRO-SALIDA.
           WRITE REG-SALIDA.
           MOVE SPACES TO RAZON-SALIDA.
           MOVE SPACES TO SAL-COD-RAZON.
           MOVE 1      TO W-PTR-RAZON.
      *    registro que no cumple la version de layout del catalogo:
      *    el texto de PARSFEED nombra la columna en falta
           IF V-ERR(34) = 1
              MOVE PARS-TEXTO TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
              ADD 1 TO TOT-ERR-34
              IF SAL-COD-RAZON = SPACES
                 MOVE "E34" TO SAL-COD-RAZON
              END-IF
           END-IF.
      *    identificacion rechazada por VALIDID: su propio codigo
      *    estable (I01..I06), el mismo de todos los programas de
      *    ingreso
           IF V-ERR(9) = 1
              MOVE W-TEXTO-VALIDID TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
              ADD 1 TO TOT-ERR-9
              IF SAL-COD-RAZON = SPACES
                 MOVE W-COD-VALIDID TO SAL-COD-RAZON
              END-IF
           END-IF.
           IF V-ERR(1) = 1
              MOVE "TIPO DE IDENTIFICACION NO ADMITIDO (SOLO 1 O 4)"
                TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
              ADD 1 TO TOT-ERR-1
              IF SAL-COD-RAZON = SPACES
                 MOVE "E01" TO SAL-COD-RAZON
              END-IF
           END-IF.
           IF V-ERR(3) = 1
                 MOVE "E31" TO SAL-COD-RAZON
              END-IF
           END-IF.
           IF V-ERR(32) = 1
              MOVE "TITULAR MENOR DE EDAD" TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
              ADD 1 TO TOT-ERR-32
              IF SAL-COD-RAZON = SPACES
                 MOVE "E32" TO SAL-COD-RAZON
              END-IF
           END-IF.
           IF V-ERR(33) = 1
              MOVE "NOMBRE EN REVISION DE ANALISTA" TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
              ADD 1 TO TOT-ERR-33
              IF SAL-COD-RAZON = SPACES
                 MOVE "E33" TO SAL-COD-RAZON
              END-IF
           END-IF.

       4420-AGREGAR-RAZON.
      ****************************************************************
      ****************************************************************
      *    BARRIDO SECUENCIAL DE BDIIALE QUE DESACTIVA (BLOQUEO-BDIIALE
      *    = 0) TODA ALERTA CUYA FEC-VEN-BDIIALE YA HAYA PASADO, PARA
      *    QUE UNA DEMANDA VENCIDA DEJE DE BLOQUEAR AL CLIENTE.
      *    LA QUE JURISCOOP CONFIRMO COMO ACTIVA AL PEDIRSELE LA
      *    RENOVACION (RENOVJUR.CBL) NO SE DESACTIVA: SE RENUEVA POR
      *    OTRA VIGENCIA (CUARTO PARAMETRO, COMO EN LA ACTUALIZACION)
      ****************************************************************
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-PROCESO.
           MOVE FUNCTION INTEGER-OF-DATE (FECHA-PROCESO)
                                            TO DIAS-DESDE-1600.
           ADD  DIAS-VIGENCIA-PARM          TO DIAS-DESDE-1600.
           MOVE FUNCTION DATE-OF-INTEGER (DIAS-DESDE-1600)
                                            TO FECHA-RENOVADA.
           OPEN I-O RENOVACION-JUR.
           IF COD-RET-RENOVJUR = "00"
              MOVE 1 TO SW-RENOVJUR-ABIERTO
           ELSE
              DISPLAY "ACTALEJUR - SIN SEGUIMIENTO DE RENOVACIONES ("
                      COD-RET-RENOVJUR "), NO SE RENUEVA NINGUNA"
           END-IF.
           MOVE LOW-VALUES TO LLASEC-BDIIALE.
           START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
               INVALID KEY
                PERFORM 5100-VENCER-ALERTA
             END-IF
           END-PERFORM.
           IF SW-RENOVJUR-ABIERTO = 1
              CLOSE RENOVACION-JUR
              MOVE 0 TO SW-RENOVJUR-ABIERTO
           END-IF.
           PERFORM 7000-SACAR-RESUMEN-VENCIMIENTO.

       5100-VENCER-ALERTA.
      ****************************************************************
           IF FEC-VEN-BDIIALE < FECHA-PROCESO
              AND BLOQUEO-BDIIALE NOT = 0
              PERFORM 5110-CONSULTAR-RENOVACION
              IF SW-RENOVAR = 1
                 PERFORM 5120-RENOVAR-ALERTA
              ELSE
                 MOVE REG-BDIIALE TO W-IMAGEN-ANTES
                 MOVE 0 TO BLOQUEO-BDIIALE
                 REWRITE REG-BDIIALE
                    INVALID KEY
                      ADD 1 TO CONT-ALERTAS-REWRITE-ERR
                    NOT INVALID KEY
                      ADD 1 TO CONT-ALERTAS-DESACTIVADAS
                      MOVE "VENCER" TO W-HIS-OPERACION
                      MOVE REG-BDIIALE TO W-IMAGEN-DESPUES
                      PERFORM 4360-GRABAR-HISTORIA
                      PERFORM 9850-ACTUALIZAR-RESUMEN
                 END-REWRITE
              END-IF
           END-IF.

       5110-CONSULTAR-RENOVACION.
      ****************************************************************
      *    SOLO CUENTA LA CONFIRMACION DE ESTE MISMO VENCIMIENTO: UNA
      *    SOLICITUD DE OTRO FEC-VEN YA NO DICE NADA DE ESTA ALERTA
      ****************************************************************
           MOVE 0 TO SW-RENOVAR.
           IF SW-RENOVJUR-ABIERTO = 1
              MOVE LLASEC-BDIIALE TO LLAVE-RENOVJUR
              READ RENOVACION-JUR
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF EST-RENOVJUR = "C"
                      AND FEC-VEN-RENOVJUR = FEC-VEN-BDIIALE
                      MOVE 1 TO SW-RENOVAR
                   END-IF
              END-READ
           END-IF.

       5120-RENOVAR-ALERTA.
      ****************************************************************
      *    LA ALERTA SIGUE ACTIVA CON UNA VIGENCIA NUEVA DESDE HOY; LA
      *    SOLICITUD QUEDA EN "R" PARA NO RENOVAR DOS VECES
      ****************************************************************
           MOVE REG-BDIIALE TO W-IMAGEN-ANTES.
           MOVE FECHA-RENOVADA TO FEC-VEN-BDIIALE.
           REWRITE REG-BDIIALE
              INVALID KEY
                ADD 1 TO CONT-ALERTAS-REWRITE-ERR
              NOT INVALID KEY
                ADD 1 TO CONT-ALERTAS-RENOVADAS
                MOVE "RENOVAR" TO W-HIS-OPERACION
                MOVE REG-BDIIALE TO W-IMAGEN-DESPUES
                PERFORM 4360-GRABAR-HISTORIA
                PERFORM 9850-ACTUALIZAR-RESUMEN
                MOVE "R" TO EST-RENOVJUR
                MOVE FECHA-PROCESO TO FEC-RENOVADA-RENOVJUR
                REWRITE REG-RENOVJUR
                   INVALID KEY
                     ADD 1 TO CONT-ALERTAS-REWRITE-ERR
                END-REWRITE
           END-REWRITE.

       5500-CONCILIAR-CONTRA-FEED.
      ****************************************************************
      *    MODO CONCILIAR: EL VENCIMIENTO POR FECHA NO ALCANZA - UN
       5510-CARGAR-IDS-DEL-FEED.
      ****************************************************************
      ****************************************************************
           PERFORM 2005-VERIFICAR-LAYOUT.
           MOVE W-VERSION-FEED TO W-VERSION-REG.
           OPEN INPUT ENTRADA.
           OPEN OUTPUT CONC-IDS.
           IF W-STATUS-CONC NOT = "00"
              STOP RUN
           END-IF.
           READ ENTRADA AT END MOVE 1 TO FIN-ENTRADA.
           PERFORM 2008-SALTAR-ENCABEZADO.
           PERFORM UNTIL FIN-ENTRADA = 1
             PERFORM 5520-CARGAR-UNA-ID
             READ ENTRADA AT END MOVE 1 TO FIN-ENTRADA

       5520-CARGAR-UNA-ID.
      ****************************************************************
      *    DEL REGISTRO DE JURISCOOP SOLO INTERESA LA
      *    IDENTIFICACION; LOS REPETIDOS SE IGNORAN POR INVALID KEY
      ****************************************************************
           PERFORM 4005-DESARMAR-ENTRADA.
           INSPECT TIPO-IDE-INP-X REPLACING ALL " " BY "0"
           INSPECT NUM-IDE-INP-X  REPLACING ALL " " BY "0"
           IF TIPO-IDE-INP-X NUMERIC AND NUM-IDE-INP-X NUMERIC
                   MOVE "CONCILIA" TO W-HIS-OPERACION
                   MOVE REG-BDIIALE TO W-IMAGEN-DESPUES
                   PERFORM 4360-GRABAR-HISTORIA
                   PERFORM 9850-ACTUALIZAR-RESUMEN
                   MOVE TIP-IDE-BDIIALE TO TIPO-IDE-REP
                   MOVE NUM-IDE-BDIIALE TO NUM-IDE-REP
                   WRITE REG-REPORTE-ERR
          DISPLAY "====[ RESUMEN VENCIMIENTO DE ALERTAS ]====".
          DISPLAY "ALERTAS LEIDAS       = " CONT-ALERTAS-LEIDAS.
          DISPLAY "ALERTAS DESACTIVADAS = " CONT-ALERTAS-DESACTIVADAS.
          DISPLAY "ALERTAS RENOVADAS    = " CONT-ALERTAS-RENOVADAS.
          DISPLAY "ERRORES AL DESACTIVAR= " CONT-ALERTAS-REWRITE-ERR.
          DISPLAY "===========================================".
          MOVE SPACES TO REGC-CONTADORES.
          STRING "LEIDAS " CONT-ALERTAS-LEIDAS
                 " DESACT " CONT-ALERTAS-DESACTIVADAS
                 " RENOV " CONT-ALERTAS-RENOVADAS
                 " ERR " CONT-ALERTAS-REWRITE-ERR
                 DELIMITED BY SIZE
                 INTO REGC-CONTADORES
      ****************************************************************
          DISPLAY "==============[ RESUMEN DEL PROCESO ]============"
          DISPLAY "TIPO DE PROCESO             = " COMANDO(1:10)
          DISPLAY "VERSION DE LAYOUT DEL FEED  = " W-VERSION-FEED
          DISPLAY "DEMANDADOS LEIDOS           = " CONT-LEIDOS  
          DISPLAY "  DEMANDADOS VALIDOS        = " CONT-REGISTROS-OK 
          DISPLAY "    DEMANDADOS CREADOS      = " CONT-WRITE-OK   
          DISPLAY "    DEMANDADOS ERR CREAR    = " CONT-WRITE-ERR 
          DISPLAY "    DEMANDADOS ERR ACTUALIZ = " CONT-REWRITE-ERR 
          DISPLAY "  DEMANDADOS NO VALIDOS     = " CONT-REGISTROS-ERR
          DISPLAY "  SIN NOMBRE OFICIAL        = " CONT-SIN-NOMBRE-OFI
          DISPLAY "  EN REVISION DE ANALISTA   = " CONT-EN-REVISION
          DISPLAY "REVISIONES DE ANALISTA:"
          DISPLAY "    ACEPTADAS Y APLICADAS   = " CONT-REV-APLICADAS
          DISPLAY "    DEVUELTAS A JURISCOOP   = " CONT-REV-DEVUELTAS
          DISPLAY "    ERR GRABAR EN LA COLA   = " CONT-REV-ERR-GRABAR
          DISPLAY "DETALLE DEMANDAS LEIDAS     = " CONT-DEM-LEIDAS
          DISPLAY "    DEMANDAS CREADAS        = " CONT-DEM-CREADAS
          DISPLAY "    DEMANDAS ACTUALIZADAS   = " CONT-DEM-ACTUALIZADAS
          DISPLAY "    DEMANDAS ERR GRABAR     = " CONT-DEM-ERR-GRABAR
          DISPLAY "  DEMANDAS RECHAZADAS       = " CONT-DEM-RECHAZADAS
          DISPLAY "=================================================".
          PERFORM 6100-GRABAR-TOTALES-ERROR.
          INITIALIZE REG-SALIDA-TRL.
          IF RETURN-CODE = 0
             EVALUATE TRUE
                WHEN CONT-WRITE-ERR > 0 OR CONT-REWRITE-ERR > 0
                  OR CONT-DEM-ERR-GRABAR > 0
                  OR CONT-REV-ERR-GRABAR > 0
                   MOVE 8 TO RETURN-CODE
                WHEN CONT-REGISTROS-ERR > 0
                  OR CONT-DEM-RECHAZADAS > 0
                  OR CONT-EN-REVISION > 0
                   MOVE 4 TO RETURN-CODE
             END-EVALUATE
          END-IF.
          IF REAL = 1
             PERFORM 6200-ASENTAR-TOTALES
          END-IF.
          MOVE SPACES TO REGC-CONTADORES.
          STRING "LEIDOS " CONT-LEIDOS
                 " OK " CONT-REGISTROS-OK
                 " ERR " CONT-REGISTROS-ERR
                 " DEM " CONT-DEM-LEIDAS
                 " DRE " CONT-DEM-RECHAZADAS
                 DELIMITED BY SIZE
                 INTO REGC-CONTADORES
          END-STRING.
           MOVE LINEA TO REGC-PARAMETROS.
           MOVE RETURN-CODE TO REGC-RC.
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "ACTALEJUR - REGCORRIDA NO DISPONIBLE"
           END-CALL.
                OR CONT-REWRITE-ERR > 0
                OR CONT-ALERTAS-REWRITE-ERR > 0
                OR CONT-CONC-ERRORES > 0
                OR CONT-DEM-ERR-GRABAR > 0
                OR CONT-REV-ERR-GRABAR > 0
                 MOVE "FALLA" TO NOTIF-SEVERIDAD
              WHEN REGC-RC = 4 OR CONT-REGISTROS-ERR > 0
                OR CONT-DEM-RECHAZADAS > 0
                OR CONT-EN-REVISION > 0
                 MOVE "AVISO" TO NOTIF-SEVERIDAD
              WHEN OTHER
                 MOVE "INFO" TO NOTIF-SEVERIDAD
           END-CALL.
           MOVE REGC-RC TO RETURN-CODE.

       6200-ASENTAR-TOTALES.
      ****************************************************************
      *    DEJA EN EL LIBRO DE TOTALES DE CONTROL (VER TOTCTL.CBL) LO
      *    LEIDO DEL FEED Y A DONDE FUE CADA DEMANDADO, PARA QUE
      *    CUADRE LO BALANCEE CONTRA LO QUE RECEPFEED REGISTRO. SOLO
      *    EN MODO REAL: UNA CORRIDA FALSO NO APLICA NADA. EL CALL
      *    PISA RETURN-CODE, QUE YA TRAE EL RC DE LA CORRIDA
      ****************************************************************
           MOVE RETURN-CODE         TO TOTC-RC.
           MOVE "LEIDOS"            TO TOTC-CONCEPTO.
           MOVE CONT-LEIDOS         TO TOTC-VALOR.
           PERFORM 6210-LLAMAR-TOTCTL.
           MOVE "APLICADOS"         TO TOTC-CONCEPTO.
           MOVE CONT-TOT-APLICADOS  TO TOTC-VALOR.
           PERFORM 6210-LLAMAR-TOTCTL.
           MOVE "RECHAZADOS"        TO TOTC-CONCEPTO.
           MOVE CONT-TOT-RECHAZADOS TO TOTC-VALOR.
           PERFORM 6210-LLAMAR-TOTCTL.
           MOVE "RECICLADOS"        TO TOTC-CONCEPTO.
           MOVE CONT-TOT-RECICLADOS TO TOTC-VALOR.
           PERFORM 6210-LLAMAR-TOTCTL.
           MOVE "SALTADOS"          TO TOTC-CONCEPTO.
           MOVE CONT-TOT-SALTADOS   TO TOTC-VALOR.
           PERFORM 6210-LLAMAR-TOTCTL.
           MOVE TOTC-RC             TO RETURN-CODE.

       6210-LLAMAR-TOTCTL.
      ****************************************************************
      ****************************************************************
           CALL "TOTCTL" USING TOTC-PROGRAMA TOTC-CONCEPTO TOTC-VALOR
           ON EXCEPTION
              DISPLAY "ACTALEJUR - TOTCTL NO DISPONIBLE"
           END-CALL.

       6100-GRABAR-TOTALES-ERROR.
      ****************************************************************
      *    AGREGA AL REPORTE-ERRORES UN TOTAL POR TIPO DE ERROR PARA
           MOVE SPACES TO REG-REPORTE-ERR.
           MOVE "TOTALES POR TIPO DE ERROR" TO RAZON-REP.
           WRITE REG-REPORTE-ERR.
           IF TOT-ERR-9 > ZEROS
              STRING "  IDENTIFICACION INVALIDA (VALIDID I01..I06)"
                     " : " TOT-ERR-9 DELIMITED BY SIZE
                INTO RAZON-REP
              END-STRING
              WRITE REG-REPORTE-ERR
           END-IF
           IF TOT-ERR-1 > ZEROS
              STRING "  TIPO DE IDENTIFICACION NO ADMITIDO (SOLO 1 O 4)"
                     " : " TOT-ERR-1 DELIMITED BY SIZE
                INTO RAZON-REP
              END-STRING
              WRITE REG-REPORTE-ERR
                INTO RAZON-REP
              END-STRING
              WRITE REG-REPORTE-ERR
           END-IF
           IF TOT-ERR-32 > ZEROS
              STRING "  TITULAR MENOR DE EDAD"
                     " : " TOT-ERR-32 DELIMITED BY SIZE
                INTO RAZON-REP
              END-STRING
              WRITE REG-REPORTE-ERR
           END-IF
           IF TOT-ERR-33 > ZEROS
              STRING "  NOMBRE EN REVISION DE ANALISTA"
                     " : " TOT-ERR-33 DELIMITED BY SIZE
                INTO RAZON-REP
              END-STRING
              WRITE REG-REPORTE-ERR
           END-IF
           IF TOT-ERR-34 > ZEROS
              STRING "  REGISTRO NO CUMPLE EL LAYOUT DEL FEED"
                     " : " TOT-ERR-34 DELIMITED BY SIZE
                INTO RAZON-REP
              END-STRING
              WRITE REG-REPORTE-ERR
           END-IF.

       COPY BDIIVIDE.PROC.
       COPY VALNOM.PROC. 
       COPY NOMTOL.PROC.
       COPY RESALERTA.PROC.

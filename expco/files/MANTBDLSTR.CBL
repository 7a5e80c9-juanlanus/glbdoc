      ** restricciones nuevas y REWRITE de las que cambian, con
      ** ensayo FALSO que no escribe nada.
      **
      ** USO: MANTBDLSTR <REAL|FALSO> [<quien>]
      ** ENTRADA: $TEMPORALES/MANTBDLSTR.ENT, un registro por renglon:
      **   tipo;numero;fecha-efectiva(AAAAMMDD);motivo[;fecha-fin]
      ** Ese es el layout 01 del feed BDLSTR. Si el proveedor cambia
      ** columnas, la version nueva se da de alta en el catalogo de
      ** layouts (MANTLAYOUT.CBL) y el archivo la anuncia en su primer
      ** renglon ("#LAYOUT=vv"); con el feed catalogado cada registro
      ** se desarma con PARSFEED.CBL, y una version que el catalogo no
      ** tiene no se carga (RC 16, nada escrito).
      ** La identificacion se valida con VALIDID.CBL (cualquier tipo
      ** de su tabla, NIT incluido, con su digito de verificacion) y
      ** se rechaza con su mismo codigo I01..I06.
      ** La fecha de fin es opcional (en blanco = sin vencimiento,
      ** 99991231). El estado inicial sale de las fechas contra el
      ** dia de la carga: pendiente, activa o vencida - despues lo
      ** mantiene el barrido diario VENBDLSTR.CBL.
      ** Rechazos con razon legible en $TEMPORALES/MANTBDLSTR.REP y
      ** resumen de creados/actualizados/rechazados al final.
      ** Cada carga REAL deja un renglon en $TEMPORALES/MANTBDLSTR.AUD
      ** con fecha, hora, sus cuentas y quien la lanzo (opcional:
      ** desde la cadena de EJECTRAB queda en blanco).
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
            SELECT REPORTE-ERRORES
                   ASSIGN TO "$TEMPORALES/MANTBDLSTR.REP"
                   ORGANIZATION IS LINE SEQUENTIAL.
            SELECT AUDITORIA-BDLSTR
                   ASSIGN TO "$TEMPORALES/MANTBDLSTR.AUD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS COD-RET-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
          02 NUM-IDE-REP                 PIC X(11).
          02 FILLER                      PIC X      VALUE SPACE.
          02 RAZON-REP                   PIC X(80).
       FD AUDITORIA-BDLSTR.
       01 REG-AUD-BDLSTR.
          02 AUD-FECHA                   PIC 9(08).
          02 FILLER                      PIC X.
          02 AUD-HORA                    PIC 9(06).
          02 FILLER                      PIC X.
          02 AUD-ACCION                  PIC X(09).
          02 FILLER                      PIC X.
          02 AUD-LEIDOS                  PIC 9(10).
          02 FILLER                      PIC X.
          02 AUD-CREADAS                 PIC 9(10).
          02 FILLER                      PIC X.
          02 AUD-ACTUALIZADAS            PIC 9(10).
          02 FILLER                      PIC X.
          02 AUD-RECHAZADAS              PIC 9(10).
          02 FILLER                      PIC X.
          02 AUD-QUIEN                   PIC X(18).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-BDLSTR                 PIC XX VALUE SPACES.
       01 COD-RET-ENTRADA                PIC XX VALUE SPACES.
       01 COD-RET-AUD                    PIC XX VALUE SPACES.
       01 PARAMETROS.
          03 COMANDO                     PIC X(80)  VALUE SPACES.
          03 QUIEN-INP                   PIC X(18)  VALUE SPACES.
          03 LINEA                       PIC X(80)  VALUE SPACES.
      * validacion de variables de ambiente requeridas al arranque
       01 VAR-ENTORNO-CHK                PIC X(15) VALUE SPACES.
          03 MOTIVO-INP                  PIC X(40).
          03 FEC-FIN-INP-X               PIC X(08).
       01 FECHA-SISTEMA                  PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS            PIC 9(06).
          03 FILLER                      PIC 9(02).
       01 VALIDACIONES-FECHAS.
          02 ANO-VAL-X                   PIC 9(04).
             88 ANO-VAL  VALUE 1900 THRU 2050.
             88 DIA-VAL  VALUE 01   THRU 31.
       01 M-ERRORES.
          03 V-ERR OCCURS 10 TIMES   PIC 9(1).
      * resultado del validador unico de identificaciones (VALIDID)
       01 W-COD-VALIDID                  PIC X(03)  VALUE SPACES.
       01 W-TEXTO-VALIDID                PIC X(40)  VALUE SPACES.
       01 VARIABLES-RAZON-ERROR.
          03 W-TEXTO-RAZON-AUX           PIC X(40)  VALUE SPACES.
          03 W-PTR-RAZON                 PIC 9(3)   VALUE 1.
       01 RAZON-SALIDA                   PIC X(80)  VALUE SPACES.
      * desarme por el catalogo de layouts (PARSFEED.CBL): la version
      * que anuncia el feed y los campos que este cargador le pide
       COPY PARSFEED.WS.
       01 W-VERSION-FEED                 PIC X(02)  VALUE "01".
       01 SW-LAYOUT-CATALOGO             PIC 9      VALUE 0.
       01 SW-ERR-LAYOUT                  PIC 9      VALUE 0.
       01 CAMPOS-LAYOUT.
          03 LAY-TIPO-IDE                PIC X(01).
          03 LAY-NUM-IDE                 PIC X(11).
          03 LAY-FEC-EFECTIVA            PIC X(08).
          03 LAY-MOTIVO                  PIC X(40).
          03 LAY-FEC-FIN                 PIC X(08).
          03 FILLER                      PIC X(182).

      **** VENTANAS DE CONGELAMIENTO (CONGELA)
       COPY CONGELA.WS.

       PROCEDURE DIVISION.
       0000-PROGRAMA-PRINCIPAL.
      ****************************************************************
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA  FROM TIME.
           ACCEPT LINEA FROM COMMAND-LINE.
           UNSTRING LINEA DELIMITED BY ALL " " INTO COMANDO QUIEN-INP
           END-UNSTRING.
           EVALUATE COMANDO
             WHEN "REAL"
                MOVE "MANTBDLSTR" TO CONG-PROGRAMA
                MOVE COMANDO TO CONG-MODO
                PERFORM 0550-VERIFICAR-CONGELAMIENTO
                MOVE 1 TO REAL
                OPEN I-O BDLSTR
                PERFORM 0600-CREAR-SI-NO-EXISTE
                PERFORM 1000-PROCESAR-LISTA
                PERFORM 7000-ASENTAR-AUDITORIA
             WHEN "FALSO"
                MOVE 0 TO REAL
                OPEN INPUT BDLSTR
              STOP RUN
           END-IF.

      ****************************************************************
      *    VENTANAS DE CONGELAMIENTO (VER CONGELA.CBL)
      ****************************************************************
           COPY CONGELA.PROC.

       0600-CREAR-SI-NO-EXISTE.
      ****************************************************************
      *    LA PRIMERA CARGA REAL CREA EL ARCHIVO DE RESTRICCIONES
              STOP RUN
           END-IF.

       0700-ARMAR-DICCIONARIO.
      ****************************************************************
      *    LOS CAMPOS QUE ESTE CARGADOR LE PIDE A PARSFEED, POR SU
      *    NOMBRE EN EL CATALOGO, CON SU LUGAR EN CAMPOS-LAYOUT
      ****************************************************************
           INITIALIZE AREA-PARSFEED.
           MOVE "BDLSTR"       TO PARS-FEED.
           MOVE 5              TO PARS-CANT-CAMPOS.
           MOVE "TIPO-IDE"     TO PARS-NOMBRE(1).
           MOVE 1              TO PARS-POSICION(1).
           MOVE 1              TO PARS-LARGO(1).
           MOVE "NUM-IDE"      TO PARS-NOMBRE(2).
           MOVE 2              TO PARS-POSICION(2).
           MOVE 11             TO PARS-LARGO(2).
           MOVE "FEC-EFECTIVA" TO PARS-NOMBRE(3).
           MOVE 13             TO PARS-POSICION(3).
           MOVE 8              TO PARS-LARGO(3).
           MOVE "MOTIVO"       TO PARS-NOMBRE(4).
           MOVE 21             TO PARS-POSICION(4).
           MOVE 40             TO PARS-LARGO(4).
           MOVE "FEC-FIN"      TO PARS-NOMBRE(5).
           MOVE 61             TO PARS-POSICION(5).
           MOVE 8              TO PARS-LARGO(5).

       0800-VERIFICAR-LAYOUT.
      ****************************************************************
      *    EL PRIMER RENGLON PUEDE ANUNCIAR LA VERSION DE LAYOUT
      *    ("#LAYOUT=vv"); SIN ENCABEZADO ES LA 01. CON EL FEED EN EL
      *    CATALOGO SE DESARMA POR EL CATALOGO, SIN CATALOGO CON EL
      *    LAYOUT DE SIEMPRE. UNA VERSION DESCONOCIDA NO SE CARGA NI
      *    EN PARTE
      ****************************************************************
           IF FIN-ENTRADA = 0 AND REG-ENTRADA(1:8) = "#LAYOUT="
              MOVE REG-ENTRADA(9:2) TO W-VERSION-FEED
              READ ENTRADA AT END MOVE 1 TO FIN-ENTRADA
              END-READ
           END-IF.
           PERFORM 0700-ARMAR-DICCIONARIO.
           MOVE "V"            TO PARS-ACCION.
           MOVE W-VERSION-FEED TO PARS-VERSION.
           CALL "PARSFEED" USING AREA-PARSFEED.
           EVALUATE TRUE
             WHEN PARS-COD-ERROR = SPACES
                MOVE 1 TO SW-LAYOUT-CATALOGO
             WHEN PARS-COD-ERROR = "L07" AND W-VERSION-FEED = "01"
                MOVE 0 TO SW-LAYOUT-CATALOGO
             WHEN OTHER
                DISPLAY "LAYOUT " W-VERSION-FEED " DE BDLSTR: "
                        PARS-COD-ERROR " " PARS-TEXTO
                DISPLAY "NO SE CARGA NINGUN REGISTRO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.

       1000-PROCESAR-LISTA.
      ****************************************************************
      ****************************************************************
           END-IF.
           OPEN OUTPUT REPORTE-ERRORES.
           READ ENTRADA AT END MOVE 1 TO FIN-ENTRADA.
           PERFORM 0800-VERIFICAR-LAYOUT.
           PERFORM UNTIL FIN-ENTRADA = 1
             ADD 1 TO CONT-LEIDOS
             PERFORM 4000-PROCESAR-REGISTRO
      ****************************************************************
      ****************************************************************
           INITIALIZE VARIABLES-INPUT.
           MOVE 0 TO SW-ERR-LAYOUT.
           IF SW-LAYOUT-CATALOGO = 1
              PERFORM 4050-DESARMAR-POR-LAYOUT
           ELSE
              UNSTRING REG-ENTRADA DELIMITED BY ALL ";" INTO
                TIPO-IDE-INP-X
                NUM-IDE-INP-X
                FEC-EFEC-INP-X
                MOTIVO-INP
                FEC-FIN-INP-X
           END-IF.
           PERFORM 4100-VALIDACIONES-BASICAS.
           IF M-ERRORES = ZEROS
              PERFORM 4300-MODIFICAR-BDLSTR
              ADD 1 TO CONT-RECHAZADOS
           END-IF.

       4050-DESARMAR-POR-LAYOUT.
      ****************************************************************
      *    PARSFEED DEJA CADA CAMPO YA AJUSTADO A SU LARGO; SI EL
      *    REGISTRO NO CUMPLE EL LAYOUT SE RECHAZA CON SU RAZON
      ****************************************************************
           MOVE "D"         TO PARS-ACCION.
           MOVE REG-ENTRADA TO PARS-LINEA.
           CALL "PARSFEED" USING AREA-PARSFEED.
           MOVE PARS-RESULTADO   TO CAMPOS-LAYOUT.
           MOVE LAY-TIPO-IDE     TO TIPO-IDE-INP-X.
           MOVE LAY-NUM-IDE      TO NUM-IDE-INP-X.
           MOVE LAY-FEC-EFECTIVA TO FEC-EFEC-INP-X.
           MOVE LAY-MOTIVO       TO MOTIVO-INP.
           MOVE LAY-FEC-FIN      TO FEC-FIN-INP-X.
           IF PARS-COD-ERROR NOT = SPACES
              MOVE 1 TO SW-ERR-LAYOUT
           END-IF.

       4100-VALIDACIONES-BASICAS.
      ****************************************************************
      ****************************************************************
           INSPECT NUM-IDE-INP-X     REPLACING ALL " " BY "0"
           INSPECT FEC-EFEC-INP-X    REPLACING ALL " " BY "0"
           MOVE ZEROS TO M-ERRORES.
           IF SW-ERR-LAYOUT = 1
              MOVE 1 TO V-ERR(9)
           END-IF.
           CALL "VALIDID" USING TIPO-IDE-INP-X NUM-IDE-INP-X
                                W-COD-VALIDID W-TEXTO-VALIDID.
           IF W-COD-VALIDID NOT = SPACES
              MOVE 1 TO V-ERR(1)
           END-IF.
           IF FEC-EFEC-INP-X NOT NUMERIC
              MOVE 1 TO V-ERR(3)
      ****************************************************************
           MOVE SPACES TO RAZON-SALIDA.
           MOVE 1      TO W-PTR-RAZON.
           IF V-ERR(9) = 1
              MOVE SPACES TO W-TEXTO-RAZON-AUX
              STRING PARS-COD-ERROR " " PARS-TEXTO
                     DELIMITED BY SIZE INTO W-TEXTO-RAZON-AUX
              END-STRING
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(1) = 1
              MOVE SPACES TO W-TEXTO-RAZON-AUX
              STRING W-COD-VALIDID " " W-TEXTO-VALIDID
                     DELIMITED BY SIZE INTO W-TEXTO-RAZON-AUX
              END-STRING
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(3) = 1
      ****************************************************************
          DISPLAY "========[ RESUMEN CARGA DE BDLSTR ]=============="
          DISPLAY "TIPO DE PROCESO             = " COMANDO(1:10)
          DISPLAY "VERSION DE LAYOUT           = " W-VERSION-FEED
          DISPLAY "REGISTROS LEIDOS            = " CONT-LEIDOS
          DISPLAY "  RESTRICCIONES CREADAS     = " CONT-WRITE-OK
          DISPLAY "  RESTRICCIONES ACTUALIZADAS= " CONT-REWRITE-OK
          DISPLAY "  REGISTROS RECHAZADOS      = " CONT-RECHAZADOS
          DISPLAY "=================================================".

       7000-ASENTAR-AUDITORIA.
      ****************************************************************
      *    CADA CARGA REAL QUEDA CON FECHA, HORA, CUENTAS Y QUIEN,
      *    COMO LOS MOVIMIENTOS PUNTUALES DE MANTNOAM21
      ****************************************************************
           OPEN EXTEND AUDITORIA-BDLSTR.
           IF COD-RET-AUD = "35"
              OPEN OUTPUT AUDITORIA-BDLSTR
           END-IF.
           IF COD-RET-AUD NOT = "00"
              DISPLAY "NO SE PUDO ASENTAR LA CARGA EN MANTBDLSTR.AUD "
                      COD-RET-AUD
           ELSE
              MOVE SPACES           TO REG-AUD-BDLSTR
              MOVE FECHA-SISTEMA    TO AUD-FECHA
              MOVE HORA-SIST-HHMMSS TO AUD-HORA
              MOVE "CARGA"          TO AUD-ACCION
              MOVE CONT-LEIDOS      TO AUD-LEIDOS
              MOVE CONT-WRITE-OK    TO AUD-CREADAS
              MOVE CONT-REWRITE-OK  TO AUD-ACTUALIZADAS
              MOVE CONT-RECHAZADOS  TO AUD-RECHAZADAS
              MOVE QUIEN-INP        TO AUD-QUIEN
              WRITE REG-AUD-BDLSTR
              CLOSE AUDITORIA-BDLSTR
           END-IF.

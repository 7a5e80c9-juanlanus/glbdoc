      ** USO: MANTNOAM21 CARGAR <REAL|FALSO>
      **        lee $TEMPORALES/MANTNOAM21.ENT, un registro por
      **        renglon: tipo;numero;fecha-ini;fecha-fin
      **        (layout 01 del feed NOAM21; una version nueva se da
      **        de alta con MANTLAYOUT.CBL y el archivo la anuncia en
      **        su primer renglon "#LAYOUT=vv"; con el feed en el
      **        catalogo cada registro se desarma con PARSFEED.CBL y
      **        una version desconocida no se carga, RC 16)
      **        WRITE de los nuevos, REWRITE de los que cambian,
      **        rechazos con razon en $TEMPORALES/MANTNOAM21.REP;
      **        FALSO valida y cuenta sin escribir
      **      MANTNOAM21 QUITAR  tipo numero quien
      ** Los movimientos puntuales quedan asentados en
      ** $TEMPORALES/MANTNOAM21.AUD con fecha, hora y quien.
      ** La identificacion de la carga y del alta puntual se valida
      ** con VALIDID.CBL y se rechaza con su codigo I01..I06; la
      ** lista sigue admitiendo solo personas naturales (tipos 1 y 4).
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
      * validacion de variables de ambiente requeridas al arranque
       01 VAR-ENTORNO-CHK                PIC X(15) VALUE SPACES.
       01 FECHA-SISTEMA                  PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS            PIC 9(06).
          03 FILLER                      PIC 9(02).
       01 CONTADORES.
          03 CONT-LEIDOS                 PIC 9(10)  VALUE 0.
          03 CONT-WRITE-OK               PIC 9(10)  VALUE 0.
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
          03 LAY-FEC-INI                 PIC X(08).
          03 LAY-FEC-FIN                 PIC X(08).
          03 FILLER                      PIC X(222).

      **** VENTANAS DE CONGELAMIENTO (CONGELA)
       COPY CONGELA.WS.

       PROCEDURE DIVISION.
       0000-PROGRAMA-PRINCIPAL.
             MODO-INP-X TIPO-IDE-INP-X NUM-IDE-INP-X
             FEC-INI-INP-X FEC-FIN-INP-X QUIEN-INP
           END-UNSTRING.
           IF (COMANDO = "CARGAR" AND MODO-INP-X = "REAL")
              OR COMANDO = "AGREGAR" OR COMANDO = "QUITAR"
              MOVE "MANTNOAM21" TO CONG-PROGRAMA
              MOVE COMANDO TO CONG-MODO
              PERFORM 0550-VERIFICAR-CONGELAMIENTO
           END-IF.
           EVALUATE COMANDO
             WHEN "CARGAR"
                IF MODO-INP-X = "REAL"
              STOP RUN
           END-IF.

      ****************************************************************
      *    VENTANAS DE CONGELAMIENTO (VER CONGELA.CBL)
      ****************************************************************
           COPY CONGELA.PROC.

       0600-CREAR-SI-NO-EXISTE.
      ****************************************************************
      *    LA PRIMERA CARGA REAL CREA EL ARCHIVO DE AMNISTIA
              STOP RUN
           END-IF.

       0700-ARMAR-DICCIONARIO.
      ****************************************************************
      *    LOS CAMPOS QUE ESTE CARGADOR LE PIDE A PARSFEED, POR SU
      *    NOMBRE EN EL CATALOGO, CON SU LUGAR EN CAMPOS-LAYOUT
      ****************************************************************
           INITIALIZE AREA-PARSFEED.
           MOVE "NOAM21"       TO PARS-FEED.
           MOVE 4              TO PARS-CANT-CAMPOS.
           MOVE "TIPO-IDE"     TO PARS-NOMBRE(1).
           MOVE 1              TO PARS-POSICION(1).
           MOVE 1              TO PARS-LARGO(1).
           MOVE "NUM-IDE"      TO PARS-NOMBRE(2).
           MOVE 2              TO PARS-POSICION(2).
           MOVE 11             TO PARS-LARGO(2).
           MOVE "FEC-INI"      TO PARS-NOMBRE(3).
           MOVE 13             TO PARS-POSICION(3).
           MOVE 8              TO PARS-LARGO(3).
           MOVE "FEC-FIN"      TO PARS-NOMBRE(4).
           MOVE 21             TO PARS-POSICION(4).
           MOVE 8              TO PARS-LARGO(4).

       0800-VERIFICAR-LAYOUT.
      ****************************************************************
      *    MISMO CRITERIO QUE MANTBDLSTR: "#LAYOUT=vv" EN EL PRIMER
      *    RENGLON O VERSION 01; FEED CATALOGADO SE DESARMA POR EL
      *    CATALOGO, SIN CATALOGO CON EL LAYOUT DE SIEMPRE, Y UNA
      *    VERSION DESCONOCIDA NO SE CARGA NI EN PARTE
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
                DISPLAY "LAYOUT " W-VERSION-FEED " DE NOAM21: "
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
                FEC-INI-INP-X
                FEC-FIN-INP-X
           END-IF.
           PERFORM 4100-VALIDACIONES-BASICAS.
           IF M-ERRORES = ZEROS
              PERFORM 4300-MODIFICAR-NOAM
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
           MOVE PARS-RESULTADO TO CAMPOS-LAYOUT.
           MOVE LAY-TIPO-IDE   TO TIPO-IDE-INP-X.
           MOVE LAY-NUM-IDE    TO NUM-IDE-INP-X.
           MOVE LAY-FEC-INI    TO FEC-INI-INP-X.
           MOVE LAY-FEC-FIN    TO FEC-FIN-INP-X.
           IF PARS-COD-ERROR NOT = SPACES
              MOVE 1 TO SW-ERR-LAYOUT
           END-IF.

       4100-VALIDACIONES-BASICAS.
      ****************************************************************
      ****************************************************************
           INSPECT FEC-INI-INP-X     REPLACING ALL " " BY "0"
           INSPECT FEC-FIN-INP-X     REPLACING ALL " " BY "0"
           MOVE ZEROS TO M-ERRORES.
           IF SW-ERR-LAYOUT = 1
              MOVE 1 TO V-ERR(9)
           END-IF.
           CALL "VALIDID" USING TIPO-IDE-INP-X NUM-IDE-INP-X
                                W-COD-VALIDID W-TEXTO-VALIDID.
           IF W-COD-VALIDID NOT = SPACES
              MOVE 1 TO V-ERR(1)
           ELSE
              IF TIPO-IDE-INP-X NOT = "1" AND TIPO-IDE-INP-X NOT = "4"
                 MOVE 1 TO V-ERR(2)
              END-IF
           END-IF.
           IF FEC-INI-INP-X NOT NUMERIC
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
           IF V-ERR(2) = 1
              MOVE "TIPO NO ADMITIDO (SOLO 1 O 4)" TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(3) = 1
      ****************************************************************
          DISPLAY "========[ RESUMEN CARGA NOAMNISTIA21 ]==========="
          DISPLAY "TIPO DE PROCESO             = " MODO-INP-X
          DISPLAY "VERSION DE LAYOUT           = " W-VERSION-FEED
          DISPLAY "REGISTROS LEIDOS            = " CONT-LEIDOS
          DISPLAY "  BENEFICIARIOS CREADOS     = " CONT-WRITE-OK
          DISPLAY "  BENEFICIARIOS ACTUALIZADOS= " CONT-REWRITE-OK
              OPEN OUTPUT AUDITORIA-NOAM
           END-IF.
           MOVE SPACES TO REG-AUD-NOAM.
           STRING FECHA-SISTEMA " " HORA-SIST-HHMMSS " "
                  COMANDO " " TIPO-IDE-INP-X " " NUM-IDE-INP-X
                  " POR " QUIEN-INP
                  DELIMITED BY SIZE INTO REG-AUD-NOAM

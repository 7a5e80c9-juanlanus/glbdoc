      * MANTLAYOUT.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTLAYOUT.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Mantenimiento del catalogo de layouts de los feeds delimitados
      ** ($TEMPORALES/LAYFEED, ver LAYFEED.FD): una fila por columna de
      ** cada feed y version con su orden, nombre, tipo, largo, si es
      ** obligatoria y como se rellena. Los cargadores (ACTALEJUR con
      ** JURISCOOP, MANTBDLSTR, MANTNOAM21) desarman cada registro con
      ** PARSFEED.CBL segun la version que anuncia el encabezado
      ** "#LAYOUT=vv" del feed (sin encabezado = version 01), y
      ** RECEPFEED pone en cuarentena la entrega cuya version no este
      ** aca. Mismo patron auditado que MANTPLANT: cada cambio deja su
      ** linea en $TEMPORALES/LAYFEED.AUD.
      **
      ** USO:
      **   MANTLAYOUT AGREGAR   <feed> <ver> <col> <nombre> <tipo>
      **              <largo> <oblig S/N> <relleno Z/B/M> <vigencia>
      **   MANTLAYOUT MODIFICAR <feed> <ver> <col> <nombre> <tipo>
      **              <largo> <oblig S/N> <relleno Z/B/M> <vigencia>
      **   MANTLAYOUT RETIRAR   <feed> <ver>    (toda la version)
      **   MANTLAYOUT LISTAR    [<feed>]
      **   MANTLAYOUT SEMBRAR
      ** tipo: X alfanumerico, 9 numerico, F fecha AAAAMMDD.
      ** SEMBRAR da de alta la version 01 de JURISCOOP, BDLSTR y NOAM21
      ** con el layout que los cargadores traian cableado; las filas
      ** que ya existen no se tocan. Mientras un feed no tenga ninguna
      ** version en el catalogo su cargador sigue con el layout de
      ** siempre.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LAYFEED.FS.

           SELECT AUDITORIA-LAYFEED
                  ASSIGN TO "$TEMPORALES/LAYFEED.AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY LAYFEED.FD.

       FD  AUDITORIA-LAYFEED.
       01  REG-AUDITORIA.
           02 AUD-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 AUD-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 AUD-ACCION               PIC X(09).
           02 FILLER                   PIC X.
           02 AUD-FEED                 PIC X(10).
           02 FILLER                   PIC X.
           02 AUD-VERSION              PIC X(02).
           02 FILLER                   PIC X.
           02 AUD-COLUMNA              PIC X(02).
           02 FILLER                   PIC X.
           02 AUD-DEFINICION           PIC X(50).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-LAYFEED          PIC X(2) VALUE ZEROS.
       01 COD-RET-AUD              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(160) VALUE SPACES.
       01 W-ACCION                 PIC X(09) VALUE SPACES.
       01 W-FEED                   PIC X(10) VALUE SPACES.
       01 W-VERSION                PIC X(02) VALUE SPACES.
       01 W-COLUMNA-X              PIC X(02) VALUE SPACES.
       01 W-NOMBRE-COL             PIC X(20) VALUE SPACES.
       01 W-TIPO-DATO              PIC X(01) VALUE SPACES.
       01 W-LONGITUD-X             PIC X(03) VALUE SPACES.
       01 W-OBLIGATORIO            PIC X(01) VALUE SPACES.
       01 W-RELLENO                PIC X(01) VALUE SPACES.
       01 W-FECHA-X                PIC X(08) VALUE SPACES.
       01 W-DEFINICION             PIC X(50) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 SW-FIN-CAT               PIC 9(01) VALUE 0.
       01 CONT-LISTADAS            PIC 9(04) VALUE 0.
       01 CONT-RETIRADAS           PIC 9(04) VALUE 0.
       01 CONT-SEMBRADAS           PIC 9(04) VALUE 0.

      **** VERSION 01 DE LOS FEEDS QUE YA EXISTIAN: EL LAYOUT QUE
      **** ACTALEJUR, MANTBDLSTR Y MANTNOAM21 TRAIAN CABLEADO.
      **** FEED(10) VER(2) COL(2) NOMBRE(20) TIPO(1) LARGO(3)
      **** OBLIGATORIO(1) RELLENO(1)
       01 TABLA-SEMILLA-VALORES.
          02 FILLER PIC X(40) VALUE
             "JURISCOOP 0101TIPO-IDE            9001SZ".
          02 FILLER PIC X(40) VALUE
             "JURISCOOP 0102NUM-IDE             9011SZ".
          02 FILLER PIC X(40) VALUE
             "JURISCOOP 0103NOMBRES             X030NB".
          02 FILLER PIC X(40) VALUE
             "JURISCOOP 0104APELLIDO-PAT        X030NB".
          02 FILLER PIC X(40) VALUE
             "JURISCOOP 0105APELLIDO-MAT        X030NB".
          02 FILLER PIC X(40) VALUE
             "JURISCOOP 0106NUM-DEMA-VIG        9005NZ".
          02 FILLER PIC X(40) VALUE
             "JURISCOOP 0107NUM-DEMA-TER        9005NZ".
          02 FILLER PIC X(40) VALUE
             "JURISCOOP 0108FEC-DEMA-VIG        F008NZ".
          02 FILLER PIC X(40) VALUE
             "BDLSTR    0101TIPO-IDE            9001SZ".
          02 FILLER PIC X(40) VALUE
             "BDLSTR    0102NUM-IDE             9011SZ".
          02 FILLER PIC X(40) VALUE
             "BDLSTR    0103FEC-EFECTIVA        F008SZ".
          02 FILLER PIC X(40) VALUE
             "BDLSTR    0104MOTIVO              X040SB".
          02 FILLER PIC X(40) VALUE
             "BDLSTR    0105FEC-FIN             F008NZ".
          02 FILLER PIC X(40) VALUE
             "NOAM21    0101TIPO-IDE            9001SZ".
          02 FILLER PIC X(40) VALUE
             "NOAM21    0102NUM-IDE             9011SZ".
          02 FILLER PIC X(40) VALUE
             "NOAM21    0103FEC-INI             F008SZ".
          02 FILLER PIC X(40) VALUE
             "NOAM21    0104FEC-FIN             F008SZ".
       01 TABLA-SEMILLA REDEFINES TABLA-SEMILLA-VALORES.
          02 SEMILLA OCCURS 17 TIMES.
             03 SEM-FEED              PIC X(10).
             03 SEM-VERSION           PIC X(02).
             03 SEM-COLUMNA           PIC 9(02).
             03 SEM-NOMBRE            PIC X(20).
             03 SEM-TIPO              PIC X(01).
             03 SEM-LONGITUD          PIC 9(03).
             03 SEM-OBLIGATORIO       PIC X(01).
             03 SEM-RELLENO           PIC X(01).
       01 CANT-SEMILLAS            PIC 9(02) VALUE 17.
       01 W-IDX-SEM                PIC 9(02) VALUE 0.

      **** VENTANAS DE CONGELAMIENTO (CONGELA)
       COPY CONGELA.WS.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Mantenimiento del catalogo de layouts         *"
           DISPLAY "*           PROGRAMA : MANTLAYOUT.CBL           *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-VALIDAR-PARAMETROS
           IF W-ACCION NOT = "LISTAR"
              MOVE "MANTLAYOUT" TO CONG-PROGRAMA
              MOVE W-ACCION TO CONG-MODO
              PERFORM 0550-VERIFICAR-CONGELAMIENTO
           END-IF
           PERFORM 2000-ABRIR-CATALOGO
           EVALUATE W-ACCION
              WHEN "AGREGAR"
                 PERFORM 3000-AGREGAR-COLUMNA
              WHEN "MODIFICAR"
                 PERFORM 4000-MODIFICAR-COLUMNA
              WHEN "RETIRAR"
                 PERFORM 5000-RETIRAR-VERSION
              WHEN "LISTAR"
                 PERFORM 6000-LISTAR-CATALOGO
              WHEN "SEMBRAR"
                 PERFORM 6500-SEMBRAR-VERSION-01
           END-EVALUATE
           CLOSE CATALOGO-LAYOUTS
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
      *0550-VERIFICAR-CONGELAMIENTO.
      ******************************************************************
           COPY CONGELA.PROC.

      ******************************************************************
      *1000-VALIDAR-PARAMETROS.
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-ACCION W-FEED W-VERSION W-COLUMNA-X
                         W-NOMBRE-COL W-TIPO-DATO W-LONGITUD-X
                         W-OBLIGATORIO W-RELLENO W-FECHA-X
           END-UNSTRING
           EVALUATE W-ACCION
              WHEN "LISTAR"
              WHEN "SEMBRAR"
                 CONTINUE
              WHEN "RETIRAR"
                 IF W-FEED = SPACES OR W-VERSION = SPACES
                    PERFORM 1100-MOSTRAR-USO
                 END-IF
              WHEN "AGREGAR"
              WHEN "MODIFICAR"
                 IF W-FEED = SPACES OR W-VERSION = SPACES
                    OR W-COLUMNA-X NOT NUMERIC
                    OR W-COLUMNA-X = "00"
                    OR W-NOMBRE-COL = SPACES
                    OR W-LONGITUD-X NOT NUMERIC
                    OR W-LONGITUD-X = "000"
                    OR W-FECHA-X NOT NUMERIC
                    PERFORM 1100-MOSTRAR-USO
                 END-IF
                 IF (W-TIPO-DATO NOT = "X" AND W-TIPO-DATO NOT = "9"
                     AND W-TIPO-DATO NOT = "F")
                    OR (W-OBLIGATORIO NOT = "S"
                        AND W-OBLIGATORIO NOT = "N")
                    OR (W-RELLENO NOT = "Z" AND W-RELLENO NOT = "B"
                        AND W-RELLENO NOT = "M")
                    DISPLAY "TIPO X/9/F, OBLIGATORIO S/N, RELLENO Z/B/M"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN OTHER
                 PERFORM 1100-MOSTRAR-USO
           END-EVALUATE.

       1100-MOSTRAR-USO.
           DISPLAY "Uso: MANTLAYOUT AGREGAR|MODIFICAR <feed> <ver>"
           DISPLAY "       <col> <nombre> <tipo> <largo> <oblig>"
           DISPLAY "       <relleno> <vigencia AAAAMMDD>"
           DISPLAY "     MANTLAYOUT RETIRAR <feed> <ver>"
           DISPLAY "     MANTLAYOUT LISTAR [<feed>]"
           DISPLAY "     MANTLAYOUT SEMBRAR"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *2000-ABRIR-CATALOGO.
      ** EL CATALOGO SE CREA EN EL PRIMER USO, COMO CATPLANT
      ******************************************************************
       2000-ABRIR-CATALOGO.
           OPEN I-O CATALOGO-LAYOUTS
           IF COD-RET-LAYFEED = "35"
              OPEN OUTPUT CATALOGO-LAYOUTS
              IF COD-RET-LAYFEED = "00"
                 CLOSE CATALOGO-LAYOUTS
                 OPEN I-O CATALOGO-LAYOUTS
              END-IF
           END-IF
           IF COD-RET-LAYFEED NOT = "00"
              DISPLAY "Error abriendo LAYFEED " COD-RET-LAYFEED
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *3000-AGREGAR-COLUMNA.
      ******************************************************************
       3000-AGREGAR-COLUMNA.
           INITIALIZE REG-LAYFEED
           PERFORM 3100-LLENAR-COLUMNA
           WRITE REG-LAYFEED
              INVALID KEY
                 DISPLAY "LA COLUMNA YA EXISTE: " W-FEED " "
                         W-VERSION " " W-COLUMNA-X
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 DISPLAY "COLUMNA AGREGADA: " W-FEED " "
                         W-VERSION " " W-COLUMNA-X
                 PERFORM 7000-GRABAR-AUDITORIA
           END-WRITE.

       3100-LLENAR-COLUMNA.
           MOVE W-FEED        TO FEED-LAYFEED
           MOVE W-VERSION     TO VERSION-LAYFEED
           MOVE W-COLUMNA-X   TO COLUMNA-LAYFEED
           MOVE W-NOMBRE-COL  TO NOMBRE-COL-LAYFEED
           MOVE W-TIPO-DATO   TO TIPO-DATO-LAYFEED
           MOVE W-LONGITUD-X  TO LONGITUD-LAYFEED
           MOVE W-OBLIGATORIO TO OBLIGATORIO-LAYFEED
           MOVE W-RELLENO     TO RELLENO-LAYFEED
           MOVE W-FECHA-X     TO FEC-VIGENCIA-LAYFEED
           MOVE "A"           TO ESTADO-LAYFEED.

      ******************************************************************
      *4000-MODIFICAR-COLUMNA.
      ******************************************************************
       4000-MODIFICAR-COLUMNA.
           MOVE W-FEED      TO FEED-LAYFEED
           MOVE W-VERSION   TO VERSION-LAYFEED
           MOVE W-COLUMNA-X TO COLUMNA-LAYFEED
           READ CATALOGO-LAYOUTS
              INVALID KEY
                 DISPLAY "COLUMNA INEXISTENTE: " W-FEED " "
                         W-VERSION " " W-COLUMNA-X
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 PERFORM 3100-LLENAR-COLUMNA
                 REWRITE REG-LAYFEED
                 DISPLAY "COLUMNA MODIFICADA: " W-FEED " "
                         W-VERSION " " W-COLUMNA-X
                 PERFORM 7000-GRABAR-AUDITORIA
           END-READ.

      ******************************************************************
      *5000-RETIRAR-VERSION.
      ** EL RETIRO ES LOGICO Y ALCANZA A TODAS LAS COLUMNAS DE LA
      ** VERSION: DESDE AHI UNA ENTREGA CON ESA VERSION VA A
      ** CUARENTENA Y LOS CARGADORES NO LA CARGAN
      ******************************************************************
       5000-RETIRAR-VERSION.
           MOVE LOW-VALUES TO LLAVE-LAYFEED
           MOVE W-FEED     TO FEED-LAYFEED
           MOVE W-VERSION  TO VERSION-LAYFEED
           START CATALOGO-LAYOUTS KEY IS NOT LESS THAN LLAVE-LAYFEED
              INVALID KEY
                 MOVE 1 TO SW-FIN-CAT
           END-START
           PERFORM UNTIL SW-FIN-CAT = 1
              READ CATALOGO-LAYOUTS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-CAT
              END-READ
              IF SW-FIN-CAT = 0
                 IF FEED-LAYFEED NOT = W-FEED
                    OR VERSION-LAYFEED NOT = W-VERSION
                    MOVE 1 TO SW-FIN-CAT
                 ELSE
                    IF LAYFEED-ACTIVA
                       MOVE "R" TO ESTADO-LAYFEED
                       REWRITE REG-LAYFEED
                       ADD 1 TO CONT-RETIRADAS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF CONT-RETIRADAS = 0
              DISPLAY "VERSION INEXISTENTE O YA RETIRADA: " W-FEED
                      " " W-VERSION
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "VERSION RETIRADA: " W-FEED " " W-VERSION
                      " (" CONT-RETIRADAS " COLUMNAS)"
              MOVE "00" TO W-COLUMNA-X
              PERFORM 7000-GRABAR-AUDITORIA
           END-IF.

      ******************************************************************
      *6000-LISTAR-CATALOGO.
      ******************************************************************
       6000-LISTAR-CATALOGO.
           MOVE LOW-VALUES TO LLAVE-LAYFEED
           IF W-FEED NOT = SPACES
              MOVE W-FEED TO FEED-LAYFEED
           END-IF
           START CATALOGO-LAYOUTS KEY IS NOT LESS THAN LLAVE-LAYFEED
              INVALID KEY
                 MOVE 1 TO SW-FIN-CAT
           END-START
           PERFORM UNTIL SW-FIN-CAT = 1
              READ CATALOGO-LAYOUTS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-CAT
              END-READ
              IF SW-FIN-CAT = 0
                 AND W-FEED NOT = SPACES
                 AND FEED-LAYFEED NOT = W-FEED
                 MOVE 1 TO SW-FIN-CAT
              END-IF
              IF SW-FIN-CAT = 0
                 ADD 1 TO CONT-LISTADAS
                 DISPLAY FEED-LAYFEED " " VERSION-LAYFEED " "
                         COLUMNA-LAYFEED " " NOMBRE-COL-LAYFEED " "
                         TIPO-DATO-LAYFEED " " LONGITUD-LAYFEED " "
                         OBLIGATORIO-LAYFEED " " RELLENO-LAYFEED " "
                         FEC-VIGENCIA-LAYFEED " " ESTADO-LAYFEED
              END-IF
           END-PERFORM
           DISPLAY "Columnas en catalogo...... " CONT-LISTADAS.

      ******************************************************************
      *6500-SEMBRAR-VERSION-01.
      ** LAS FILAS QUE YA ESTAN (AUNQUE SE HAYAN MODIFICADO O
      ** RETIRADO) NO SE PISAN
      ******************************************************************
       6500-SEMBRAR-VERSION-01.
           PERFORM VARYING W-IDX-SEM FROM 1 BY 1
                   UNTIL W-IDX-SEM > CANT-SEMILLAS
              INITIALIZE REG-LAYFEED
              MOVE SEM-FEED(W-IDX-SEM)        TO FEED-LAYFEED
                                                 W-FEED
              MOVE SEM-VERSION(W-IDX-SEM)     TO VERSION-LAYFEED
                                                 W-VERSION
              MOVE SEM-COLUMNA(W-IDX-SEM)     TO COLUMNA-LAYFEED
                                                 W-COLUMNA-X
              MOVE SEM-NOMBRE(W-IDX-SEM)      TO NOMBRE-COL-LAYFEED
              MOVE SEM-TIPO(W-IDX-SEM)        TO TIPO-DATO-LAYFEED
              MOVE SEM-LONGITUD(W-IDX-SEM)    TO LONGITUD-LAYFEED
              MOVE SEM-OBLIGATORIO(W-IDX-SEM) TO OBLIGATORIO-LAYFEED
              MOVE SEM-RELLENO(W-IDX-SEM)     TO RELLENO-LAYFEED
              MOVE FECHA-SISTEMA              TO FEC-VIGENCIA-LAYFEED
              MOVE "A"                        TO ESTADO-LAYFEED
              WRITE REG-LAYFEED
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO CONT-SEMBRADAS
                    MOVE SEM-NOMBRE(W-IDX-SEM) TO W-NOMBRE-COL
                    MOVE SEM-TIPO(W-IDX-SEM)   TO W-TIPO-DATO
                    MOVE SEM-LONGITUD(W-IDX-SEM) TO W-LONGITUD-X
                    MOVE SEM-OBLIGATORIO(W-IDX-SEM) TO W-OBLIGATORIO
                    MOVE SEM-RELLENO(W-IDX-SEM) TO W-RELLENO
                    MOVE FECHA-SISTEMA         TO W-FECHA-X
                    PERFORM 7000-GRABAR-AUDITORIA
              END-WRITE
           END-PERFORM
           DISPLAY "Columnas sembradas........ " CONT-SEMBRADAS.

      ******************************************************************
      *7000-GRABAR-AUDITORIA.
      ******************************************************************
       7000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-LAYFEED
           IF COD-RET-AUD = "35"
              OPEN OUTPUT AUDITORIA-LAYFEED
           END-IF
           IF COD-RET-AUD = "00"
              MOVE SPACES TO W-DEFINICION
              IF W-ACCION NOT = "RETIRAR"
                 STRING W-NOMBRE-COL  DELIMITED BY SPACE
                        " "           DELIMITED BY SIZE
                        W-TIPO-DATO   DELIMITED BY SIZE
                        " "           DELIMITED BY SIZE
                        W-LONGITUD-X  DELIMITED BY SIZE
                        " "           DELIMITED BY SIZE
                        W-OBLIGATORIO DELIMITED BY SIZE
                        " "           DELIMITED BY SIZE
                        W-RELLENO     DELIMITED BY SIZE
                        " "           DELIMITED BY SIZE
                        W-FECHA-X     DELIMITED BY SIZE
                   INTO W-DEFINICION
                 END-STRING
              END-IF
              MOVE SPACES TO REG-AUDITORIA
              MOVE FECHA-SISTEMA    TO AUD-FECHA
              MOVE HORA-SIST-HHMMSS TO AUD-HORA
              MOVE W-ACCION         TO AUD-ACCION
              MOVE W-FEED           TO AUD-FEED
              MOVE W-VERSION        TO AUD-VERSION
              MOVE W-COLUMNA-X      TO AUD-COLUMNA
              MOVE W-DEFINICION     TO AUD-DEFINICION
              WRITE REG-AUDITORIA
              CLOSE AUDITORIA-LAYFEED
           ELSE
              DISPLAY "SIN AUDITORIA (" COD-RET-AUD ")"
           END-IF.

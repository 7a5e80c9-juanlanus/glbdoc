      * PARSFEED.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PARSFEED.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Desarme de los registros de los feeds delimitados por ";"
      ** segun el catalogo de layouts ($TEMPORALES/LAYFEED, ver
      ** LAYFEED.FD y MANTLAYOUT.CBL): cada cargador tenia su UNSTRING
      ** cableado por posicion (ACTALEJUR con JURISCOOP, MANTBDLSTR,
      ** MANTNOAM21) y cada columna nueva o reordenada del proveedor
      ** era un cambio de fuente; un contador que no traia justo cinco
      ** digitos se cargaba corrido. Ahora el cargador pide sus campos
      ** por nombre y aca se toman las columnas en el orden de la
      ** version del catalogo, se validan (obligatorio, largo,
      ** numerico, fecha) y se llevan al largo del campo del cargador
      ** con ceros a la izquierda, blancos a la derecha o mayusculas.
      **
      ** CALL "PARSFEED" USING AREA-PARSFEED (ver PARSFEED.WS)
      **   "V" verifica que feed/version tengan columnas vigentes
      **   "D" desarma PARS-LINEA en PARS-RESULTADO
      ** Los codigos L01..L07 estan en PARSFEED.WS. Un feed que no
      ** tiene ninguna version catalogada (o el catalogo todavia no
      ** existe) devuelve L07 y el cargador sigue con su layout
      ** historico; un feed catalogado con una version que no esta
      ** devuelve L01 y el cargador no carga nada.
      **
      ** El catalogo se abre en la primera llamada y queda abierto;
      ** el layout de la ultima feed/version se guarda en memoria y
      ** solo se relee cuando el llamador cambia de feed o version.
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY LAYFEED.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-LAYFEED          PIC X(2) VALUE ZEROS.
      **** 0 = sin abrir, 1 = abierto, 2 = no existe, 3 = no abre
       01 SW-CATALOGO              PIC 9(01) VALUE 0.
       01 SW-FIN-LAYFEED           PIC 9(01) VALUE 0.
       01 SW-FEED-CONOCIDO         PIC 9(01) VALUE 0.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.

      **** LAYOUT EN MEMORIA DE LA ULTIMA FEED/VERSION PEDIDA
       01 W-FEED-CARGADO           PIC X(10) VALUE HIGH-VALUES.
       01 W-VERSION-CARGADA        PIC X(02) VALUE HIGH-VALUES.
       01 W-COD-CARGA              PIC X(03) VALUE SPACES.
       01 W-TEXTO-CARGA            PIC X(40) VALUE SPACES.
       01 W-CANT-COL               PIC 9(02) VALUE 0.
       01 W-MAX-COL                PIC 9(02) VALUE 40.
       01 TABLA-COLUMNAS.
          02 COL-LAY OCCURS 40 TIMES.
             03 COL-NOMBRE            PIC X(20).
             03 COL-TIPO              PIC X(01).
             03 COL-LONGITUD          PIC 9(03).
             03 COL-OBLIGATORIO       PIC X(01).
             03 COL-RELLENO           PIC X(01).

      **** DESARME DE UNA COLUMNA
       01 W-PTR                    PIC 9(03) VALUE 1.
       01 W-IDX-COL                PIC 9(02) VALUE 0.
       01 W-IDX-CAMPO              PIC 9(02) VALUE 0.
       01 W-CAMPO                  PIC 9(02) VALUE 0.
       01 W-VALOR                  PIC X(250) VALUE SPACES.
       01 W-DATO                   PIC X(250) VALUE SPACES.
       01 W-INI                    PIC 9(03) VALUE 0.
       01 W-FIN                    PIC 9(03) VALUE 0.
       01 W-LARGO                  PIC 9(03) VALUE 0.
       01 W-POS-DEST               PIC 9(03) VALUE 0.
       01 W-LARGO-DEST             PIC 9(03) VALUE 0.
       01 W-POS-AJUSTE             PIC 9(03) VALUE 0.
       01 W-FECHA-VAL              PIC X(08) VALUE SPACES.
       01 FILLER REDEFINES W-FECHA-VAL.
          02 W-ANO-VAL                PIC 9(04).
          02 W-MES-VAL                PIC 9(02).
             88 MES-VALIDO               VALUE 01 THRU 12.
          02 W-DIA-VAL                PIC 9(02).
             88 DIA-VALIDO               VALUE 01 THRU 31.

       LINKAGE SECTION.
           COPY PARSFEED.WS.

      ******************************************************************
       PROCEDURE DIVISION USING AREA-PARSFEED.
      ******************************************************************
      *0000-DESARMAR-REGISTRO.
      ******************************************************************
       0000-DESARMAR-REGISTRO.
           MOVE SPACES TO PARS-COD-ERROR
           MOVE SPACES TO PARS-TEXTO
           IF PARS-FEED NOT = W-FEED-CARGADO
              OR PARS-VERSION NOT = W-VERSION-CARGADA
              PERFORM 1000-CARGAR-LAYOUT
           END-IF
           MOVE W-CANT-COL TO PARS-CANT-COLUMNAS
           IF W-COD-CARGA NOT = SPACES
              MOVE W-COD-CARGA   TO PARS-COD-ERROR
              MOVE W-TEXTO-CARGA TO PARS-TEXTO
              EXIT PROGRAM
           END-IF
           IF PARS-DESARMAR
              PERFORM 2000-DESARMAR-LINEA
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      *1000-CARGAR-LAYOUT.
      ** SE TOMAN LAS COLUMNAS ACTIVAS Y YA VIGENTES DE LA VERSION
      ** PEDIDA, EN EL ORDEN DE LA CLAVE; SI EL FEED TIENE OTRAS
      ** VERSIONES PERO NO ESTA, LA VERSION ES DESCONOCIDA (L01)
      ******************************************************************
       1000-CARGAR-LAYOUT.
           MOVE PARS-FEED    TO W-FEED-CARGADO
           MOVE PARS-VERSION TO W-VERSION-CARGADA
           MOVE 0      TO W-CANT-COL
           MOVE 0      TO SW-FEED-CONOCIDO
           MOVE SPACES TO W-COD-CARGA
           MOVE SPACES TO W-TEXTO-CARGA
           IF SW-CATALOGO = 0
              PERFORM 1100-ABRIR-CATALOGO
           END-IF
           EVALUATE SW-CATALOGO
              WHEN 2
                 MOVE "L07" TO W-COD-CARGA
                 MOVE "FEED SIN LAYOUT CATALOGADO" TO W-TEXTO-CARGA
              WHEN 3
                 MOVE "L02" TO W-COD-CARGA
                 MOVE "CATALOGO DE LAYOUTS NO DISPONIBLE"
                   TO W-TEXTO-CARGA
              WHEN OTHER
                 PERFORM 1200-LEER-COLUMNAS
                 IF W-CANT-COL = 0
                    IF SW-FEED-CONOCIDO = 0
                       MOVE "L07" TO W-COD-CARGA
                       MOVE "FEED SIN LAYOUT CATALOGADO"
                         TO W-TEXTO-CARGA
                    ELSE
                       MOVE "L01" TO W-COD-CARGA
                       MOVE "VERSION DE LAYOUT DESCONOCIDA"
                         TO W-TEXTO-CARGA
                    END-IF
                 END-IF
           END-EVALUATE.

      ******************************************************************
      *1100-ABRIR-CATALOGO.
      ** SIN CATALOGO (STATUS 35) NINGUN FEED ESTA CATALOGADO Y LOS
      ** CARGADORES SIGUEN CON SU LAYOUT HISTORICO
      ******************************************************************
       1100-ABRIR-CATALOGO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT CATALOGO-LAYOUTS
           EVALUATE COD-RET-LAYFEED
              WHEN "00"
                 MOVE 1 TO SW-CATALOGO
              WHEN "35"
                 MOVE 2 TO SW-CATALOGO
              WHEN OTHER
                 MOVE 3 TO SW-CATALOGO
                 DISPLAY "PARSFEED - CATALOGO LAYFEED NO ABRE ("
                         COD-RET-LAYFEED ")"
           END-EVALUATE.

      ******************************************************************
      *1200-LEER-COLUMNAS.
      ******************************************************************
       1200-LEER-COLUMNAS.
           MOVE LOW-VALUES TO LLAVE-LAYFEED
           MOVE PARS-FEED  TO FEED-LAYFEED
           MOVE 0 TO SW-FIN-LAYFEED
           START CATALOGO-LAYOUTS KEY IS NOT LESS THAN LLAVE-LAYFEED
              INVALID KEY
                 MOVE 1 TO SW-FIN-LAYFEED
           END-START
           PERFORM UNTIL SW-FIN-LAYFEED = 1
              READ CATALOGO-LAYOUTS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LAYFEED
              END-READ
              IF SW-FIN-LAYFEED = 0
                 IF FEED-LAYFEED NOT = PARS-FEED
                    MOVE 1 TO SW-FIN-LAYFEED
                 ELSE
                    IF LAYFEED-ACTIVA
                       MOVE 1 TO SW-FEED-CONOCIDO
                    END-IF
                    IF VERSION-LAYFEED = PARS-VERSION
                       AND LAYFEED-ACTIVA
                       AND FEC-VIGENCIA-LAYFEED NOT > FECHA-SISTEMA
                       AND W-CANT-COL < W-MAX-COL
                       ADD 1 TO W-CANT-COL
                       MOVE NOMBRE-COL-LAYFEED
                         TO COL-NOMBRE(W-CANT-COL)
                       MOVE TIPO-DATO-LAYFEED
                         TO COL-TIPO(W-CANT-COL)
                       MOVE LONGITUD-LAYFEED
                         TO COL-LONGITUD(W-CANT-COL)
                       MOVE OBLIGATORIO-LAYFEED
                         TO COL-OBLIGATORIO(W-CANT-COL)
                       MOVE RELLENO-LAYFEED
                         TO COL-RELLENO(W-CANT-COL)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *2000-DESARMAR-LINEA.
      ** LAS COLUMNAS SE SEPARAN POR UN ";" CADA UNA, DE MANERA QUE
      ** UNA COLUMNA OPCIONAL VACIA NO CORRE A LAS SIGUIENTES; LO QUE
      ** VENGA DESPUES DE LA ULTIMA COLUMNA CATALOGADA SE IGNORA
      ******************************************************************
       2000-DESARMAR-LINEA.
           MOVE SPACES TO PARS-RESULTADO
           MOVE 1 TO W-PTR
           PERFORM VARYING W-IDX-COL FROM 1 BY 1
                   UNTIL W-IDX-COL > W-CANT-COL
                      OR PARS-COD-ERROR NOT = SPACES
              PERFORM 2100-TOMAR-COLUMNA
           END-PERFORM.

      ******************************************************************
      *2100-TOMAR-COLUMNA.
      ******************************************************************
       2100-TOMAR-COLUMNA.
           MOVE SPACES TO W-VALOR
           IF W-PTR NOT > 250
              UNSTRING PARS-LINEA DELIMITED BY ";"
                       INTO W-VALOR
                       WITH POINTER W-PTR
              END-UNSTRING
           END-IF
           PERFORM 2200-RECORTAR-VALOR
           IF W-LARGO = 0
              IF COL-OBLIGATORIO(W-IDX-COL) = "S"
                 MOVE "L03" TO PARS-COD-ERROR
                 STRING "OBLIGATORIA VACIA: " DELIMITED BY SIZE
                        COL-NOMBRE(W-IDX-COL) DELIMITED BY SPACE
                   INTO PARS-TEXTO
                 END-STRING
              END-IF
           ELSE
              PERFORM 2300-VALIDAR-DATO
           END-IF
           IF PARS-COD-ERROR = SPACES
              PERFORM 2400-BUSCAR-CAMPO
              IF W-CAMPO > 0
                 PERFORM 2500-LLEVAR-AL-CAMPO
              END-IF
           END-IF.

      ******************************************************************
      *2200-RECORTAR-VALOR.
      ** QUITA LOS BLANCOS DE ADELANTE Y DE ATRAS; W-LARGO QUEDA EN
      ** CERO SI LA COLUMNA VINO VACIA
      ******************************************************************
       2200-RECORTAR-VALOR.
           MOVE SPACES TO W-DATO
           MOVE 0 TO W-LARGO
           PERFORM VARYING W-INI FROM 1 BY 1
                   UNTIL W-INI > 250
                      OR W-VALOR(W-INI:1) NOT = SPACE
              CONTINUE
           END-PERFORM
           IF W-INI NOT > 250
              PERFORM VARYING W-FIN FROM 250 BY -1
                      UNTIL W-VALOR(W-FIN:1) NOT = SPACE
                 CONTINUE
              END-PERFORM
              COMPUTE W-LARGO = W-FIN - W-INI + 1
              MOVE W-VALOR(W-INI:W-LARGO) TO W-DATO
           END-IF.

      ******************************************************************
      *2300-VALIDAR-DATO.
      ** EL ALFANUMERICO LARGO SE TRUNCA (COMO HACIA EL UNSTRING DE
      ** SIEMPRE) SALVO QUE SE RELLENE CON CEROS; EL NUMERICO Y LA
      ** FECHA LARGOS SE RECHAZAN, PORQUE TRUNCADOS CAMBIAN DE VALOR
      ******************************************************************
       2300-VALIDAR-DATO.
           EVALUATE COL-TIPO(W-IDX-COL)
              WHEN "9"
                 IF W-LARGO > COL-LONGITUD(W-IDX-COL)
                    MOVE "L04" TO PARS-COD-ERROR
                    STRING "LARGO EXCEDIDO: " DELIMITED BY SIZE
                           COL-NOMBRE(W-IDX-COL) DELIMITED BY SPACE
                      INTO PARS-TEXTO
                    END-STRING
                 ELSE
                    IF W-DATO(1:W-LARGO) NOT NUMERIC
                       MOVE "L05" TO PARS-COD-ERROR
                       STRING "NO NUMERICO: " DELIMITED BY SIZE
                              COL-NOMBRE(W-IDX-COL)
                                               DELIMITED BY SPACE
                         INTO PARS-TEXTO
                       END-STRING
                    END-IF
                 END-IF
              WHEN "F"
                 MOVE W-DATO(1:8) TO W-FECHA-VAL
                 IF W-LARGO NOT = 8
                    OR W-FECHA-VAL NOT NUMERIC
                    OR NOT MES-VALIDO
                    OR NOT DIA-VALIDO
                    MOVE "L06" TO PARS-COD-ERROR
                    STRING "FECHA INVALIDA: " DELIMITED BY SIZE
                           COL-NOMBRE(W-IDX-COL) DELIMITED BY SPACE
                      INTO PARS-TEXTO
                    END-STRING
                 END-IF
              WHEN OTHER
                 IF W-LARGO > COL-LONGITUD(W-IDX-COL)
                    IF COL-RELLENO(W-IDX-COL) = "Z"
                       MOVE "L04" TO PARS-COD-ERROR
                       STRING "LARGO EXCEDIDO: " DELIMITED BY SIZE
                              COL-NOMBRE(W-IDX-COL)
                                               DELIMITED BY SPACE
                         INTO PARS-TEXTO
                       END-STRING
                    ELSE
                       MOVE COL-LONGITUD(W-IDX-COL) TO W-LARGO
                       MOVE SPACES TO W-DATO(W-LARGO + 1:)
                    END-IF
                 END-IF
           END-EVALUATE.

      ******************************************************************
      *2400-BUSCAR-CAMPO.
      ** EL CAMPO DEL CARGADOR QUE SE LLAMA COMO LA COLUMNA; CERO SI
      ** EL CARGADOR NO LA PIDE
      ******************************************************************
       2400-BUSCAR-CAMPO.
           MOVE 0 TO W-CAMPO
           PERFORM VARYING W-IDX-CAMPO FROM 1 BY 1
                   UNTIL W-IDX-CAMPO > PARS-CANT-CAMPOS
                      OR W-IDX-CAMPO > 20
                      OR W-CAMPO > 0
              IF PARS-NOMBRE(W-IDX-CAMPO) = COL-NOMBRE(W-IDX-COL)
                 MOVE W-IDX-CAMPO TO W-CAMPO
              END-IF
           END-PERFORM.

      ******************************************************************
      *2500-LLEVAR-AL-CAMPO.
      ** AJUSTA EL DATO AL LARGO DEL CAMPO DEL CARGADOR SEGUN EL
      ** RELLENO DE LA COLUMNA; VACIO CON RELLENO Z QUEDA EN CEROS
      ******************************************************************
       2500-LLEVAR-AL-CAMPO.
           MOVE PARS-POSICION(W-CAMPO) TO W-POS-DEST
           MOVE PARS-LARGO(W-CAMPO)    TO W-LARGO-DEST
           IF W-POS-DEST = 0 OR W-LARGO-DEST = 0
              OR W-POS-DEST + W-LARGO-DEST - 1 > 250
              CONTINUE
           ELSE
              EVALUATE COL-RELLENO(W-IDX-COL)
                 WHEN "Z"
                    IF W-LARGO > W-LARGO-DEST
                       MOVE "L04" TO PARS-COD-ERROR
                       STRING "LARGO EXCEDIDO: " DELIMITED BY SIZE
                              COL-NOMBRE(W-IDX-COL)
                                               DELIMITED BY SPACE
                         INTO PARS-TEXTO
                       END-STRING
                    ELSE
                       MOVE ZEROS TO
                            PARS-RESULTADO(W-POS-DEST:W-LARGO-DEST)
                       IF W-LARGO > 0
                          COMPUTE W-POS-AJUSTE = W-POS-DEST
                                  + W-LARGO-DEST - W-LARGO
                          MOVE W-DATO(1:W-LARGO) TO
                               PARS-RESULTADO(W-POS-AJUSTE:W-LARGO)
                       END-IF
                    END-IF
                 WHEN "M"
                    INSPECT W-DATO CONVERTING
                            "abcdefghijklmnopqrstuvwxyz"
                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    MOVE W-DATO TO
                         PARS-RESULTADO(W-POS-DEST:W-LARGO-DEST)
                 WHEN OTHER
                    MOVE W-DATO TO
                         PARS-RESULTADO(W-POS-DEST:W-LARGO-DEST)
              END-EVALUATE
           END-IF.

      ** los registros presentes y deja todo en la bandeja de salida
      ** del cliente junto con un manifiesto (nombre, cantidad de
      ** registros, fecha de generacion y checksum).
      ** Todo paquete entregado queda ademas en el archivo de
      ** retencion $TEMPORALES/ENTREGADOS/<cliente>/ (LIMPIATMP no
      ** baja a subdirectorios) con su manifiesto, y cada registro de
      ** detalle con identificacion (PERxx y SC) se asienta en el
      ** indice ENTREGAIDX.DAT para recuperarlo con RECUPENT.CBL.
      **
      ** CIFRADO: si el cliente tiene clave en $TEMPORALES/CIFRADO.CFG
      ** (ver CIFRADO.FD: GPG con su clave publica o AES con secreto
      ** compartido) el paquete de la bandeja queda cifrado con el
      ** mismo nombre y la copia en claro solo vive en el archivo de
      ** retencion. Todo manifiesto lleva el metodo de cifrado y el
      ** sello SHA-256 del archivo tal como sale de la bandeja;
      ** TRANSMITIR lo vuelve a calcular al enviar y lo asienta en
      ** TRANSMISION.JRN (ver TRANSMITIR VERIFICAR).
      **
      ** USO: EMPAQPER <archivo PERxx> <nro personalizacion>
      **      EMPAQPER <archivo CALCARTERA.cliente> CC <cliente>
      **      EMPAQPER <SCORESAL> SC <cliente> [<sufijo>]
      **
      ** CONFIGURACION: $TEMPORALES/ENTREGAS.CFG, un renglon por
      ** personalizacion:
      **   PERSO (2) | CLIENTE (20) | PREFIJO-ENTREGA (20) |
      **   DIRECTORIO-SALIDA (40)
      ** separados por un espacio, en esas anchuras fijas. El reporte
      ** de calidad de cartera (CALCARTERA) es un producto por
      ** cliente: sus renglones llevan CC en PERSO y se buscan por
      ** producto Y cliente. Lo mismo las respuestas de consulta de
      ** score por lote que despacha BUZONCLI: renglones SC, uno por
      ** cliente. El sufijo opcional (el numero de solicitud) se
      ** agrega al nombre, PREFIJO-FECHA-SUFIJO.DAT, para que dos
      ** respuestas del mismo dia no se pisen.
      **
      ** RC 0 entrega lista; RC 16 sumario en desacuerdo con los
      ** registros presentes, personalizacion sin configurar,
      ** archivo inaccesible o paquete que no se pudo cifrar,
      ** archivar o indexar - la entrega NO se hace.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
                  ASSIGN TO "$TEMPORALES/ENTREGAS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CONFIG.

           COPY ENTREGAIDX.FS.

           COPY CIFRADO.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           02 PER-TIPO-REG             PIC X(01).
           02 PER-TRL-CANT-REG         PIC X(08).
           02 FILLER                   PIC X(241).
       01  REG-PERSO-DETALLE.
           02 FILLER                   PIC X(01).
           02 PER-TIPO-ID              PIC X(01).
           02 PER-NUM-ID               PIC X(11).
           02 FILLER                   PIC X(237).

       FD  CONFIG-ENTREGAS.
       01  REG-CONFIG-ENTREGA.
           02 CFG-PREFIJO              PIC X(20).
           02 FILLER                   PIC X.
           02 CFG-DIRECTORIO           PIC X(40).

           COPY ENTREGAIDX.FD.

           COPY CIFRADO.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-PERSO            PIC X(2) VALUE ZEROS.
       01 COD-RET-CONFIG           PIC X(2) VALUE ZEROS.
       01 COD-RET-EIDX             PIC XX   VALUE ZEROS.
       01 COD-RET-CIF              PIC XX   VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(120) VALUE SPACES.
       01 ARCH-PERSO-NAME          PIC X(100) VALUE SPACES.
       01 W-PERSO-INP              PIC X(02) VALUE SPACES.
          88 PERSO-CALIDAD-CARTERA           VALUE "CC".
          88 PERSO-SOLICITUD-SCORE           VALUE "SC".
          88 PERSO-POR-CLIENTE               VALUE "CC" "SC".
       01 W-CLIENTE-INP            PIC X(20) VALUE SPACES.
       01 W-SUFIJO-INP             PIC X(10) VALUE SPACES.
       01 SW-FIN-ARCHIVO           PIC 9(01) VALUE 0.
       01 SW-FIN-CONFIG            PIC 9(01) VALUE 0.
       01 SW-CONFIG-HALLADA        PIC 9(01) VALUE 0.
       01 W-PREFIJO                PIC X(20) VALUE SPACES.
       01 W-DIRECTORIO             PIC X(40) VALUE SPACES.
       01 W-NOMBRE-ENTREGA         PIC X(40) VALUE SPACES.
       01 W-PTR-NOMBRE             PIC 9(03) VALUE 0.
       01 W-RUTA-ENTREGA           PIC X(90) VALUE SPACES.
       01 W-RUTA-MANIFIESTO        PIC X(90) VALUE SPACES.
       01 W-COMANDO-SYST           PIC X(400) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA             PIC 9(08) VALUE 0.
       01 HORA-SIST-R REDEFINES HORA-SISTEMA.
          02 HORA-SIST-HHMMSS         PIC 9(06).
          02 FILLER                   PIC 9(02).

      **** ARCHIVO DE RETENCION DE LO ENTREGADO
       01 W-DIR-ARCHIVO            PIC X(90) VALUE SPACES.
       01 W-NOMBRE-ARCHIVADO       PIC X(50) VALUE SPACES.
       01 W-RUTA-ARCHIVADA         PIC X(90) VALUE SPACES.
       01 W-RUTA-MAN-ARCHIVADO     PIC X(90) VALUE SPACES.
       01 W-POSICION               PIC 9(08) VALUE 0.
       01 CONT-INDEXADOS           PIC 9(08) VALUE 0.

      **** CIFRADO DEL PAQUETE (CIFRADO.CFG)
       01 SW-FIN-CIFRADO           PIC 9(01) VALUE 0.
       01 SW-CIFRADO-HALLADO       PIC 9(01) VALUE 0.
       01 W-METODO-CIFRADO         PIC X(08) VALUE "NINGUNO".
       01 W-CLAVE-CIFRADO          PIC X(60) VALUE SPACES.

       01 CONTADORES-EMPAQUE.
          02 CONT-DETALLES            PIC 9(08) VALUE 0.
           PERFORM 2000-BUSCAR-CONFIGURACION
           PERFORM 3000-VERIFICAR-SUMARIO
           PERFORM 4000-ARMAR-ENTREGA
           PERFORM 6000-CIFRAR-Y-SELLAR
           PERFORM 5000-ARCHIVAR-ENTREGA
           DISPLAY "ENTREGA LISTA: " W-RUTA-ENTREGA
           DISPLAY "ARCHIVADA EN:  " W-RUTA-ARCHIVADA
           STOP RUN.

      ******************************************************************
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO ARCH-PERSO-NAME W-PERSO-INP W-CLIENTE-INP
                         W-SUFIJO-INP
           END-UNSTRING
           IF ARCH-PERSO-NAME = SPACES
              OR (W-PERSO-INP NOT NUMERIC
                  AND NOT PERSO-POR-CLIENTE)
              OR (PERSO-POR-CLIENTE AND W-CLIENTE-INP = SPACES)
              DISPLAY "Uso: EMPAQPER <archivo PERxx> <nro perso>"
              DISPLAY "     EMPAQPER <archivo> CC <cliente>"
              DISPLAY "     EMPAQPER <archivo> SC <cliente> [<sufijo>]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *2000-BUSCAR-CONFIGURACION.
      ** SIN CONFIGURACION PARA LA PERSONALIZACION NO HAY ENTREGA:
      ** ESE ES EXACTAMENTE EL ERROR QUE MANDO EL ARCHIVO DEL 22 CON
      ** EL NOMBRE DEL 29. LOS RENGLONES CC (CALIDAD DE CARTERA) SON
      ** UNO POR CLIENTE Y SE BUSCAN TAMBIEN POR EL CLIENTE (IGUAL
      ** LOS SC, RESPUESTAS DE CONSULTA DE SCORE POR LOTE)
      ******************************************************************
       2000-BUSCAR-CONFIGURACION.
           OPEN INPUT CONFIG-ENTREGAS
                 AT END MOVE 1 TO SW-FIN-CONFIG
              END-READ
              IF SW-FIN-CONFIG = 0 AND CFG-PERSO = W-PERSO-INP
                 AND (NOT PERSO-POR-CLIENTE
                      OR CFG-CLIENTE = W-CLIENTE-INP)
                 MOVE 1 TO SW-CONFIG-HALLADA
                 MOVE CFG-CLIENTE    TO W-CLIENTE
                 MOVE CFG-PREFIJO    TO W-PREFIJO
           END-PERFORM
           CLOSE CONFIG-ENTREGAS
           IF SW-CONFIG-HALLADA = 0
              DISPLAY "PERSONALIZACION " W-PERSO-INP " "
                      W-CLIENTE-INP " SIN CONFIGURAR EN ENTREGAS.CFG"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

      ******************************************************************
      *4000-ARMAR-ENTREGA.
      ** NOMBRE DE ENTREGA = PREFIJO DEL CLIENTE + FECHA (+ SUFIJO
      ** SI VINO EN LA LINEA DE COMANDO); SE DEJA EN
      ** LA BANDEJA DEL CLIENTE JUNTO CON EL MANIFIESTO (CANTIDAD,
      ** FECHA Y CHECKSUM DE CKSUM)
      ******************************************************************
       4000-ARMAR-ENTREGA.
           MOVE SPACES TO W-NOMBRE-ENTREGA
           MOVE 1 TO W-PTR-NOMBRE
           STRING W-PREFIJO          DELIMITED BY SPACE
                  "-"                DELIMITED BY SIZE
                  FECHA-SISTEMA      DELIMITED BY SIZE
                  INTO W-NOMBRE-ENTREGA WITH POINTER W-PTR-NOMBRE
           END-STRING
           IF W-SUFIJO-INP NOT = SPACES
              STRING "-"             DELIMITED BY SIZE
                     W-SUFIJO-INP    DELIMITED BY SPACE
                     INTO W-NOMBRE-ENTREGA WITH POINTER W-PTR-NOMBRE
              END-STRING
           END-IF
           STRING ".DAT"             DELIMITED BY SIZE
                  INTO W-NOMBRE-ENTREGA WITH POINTER W-PTR-NOMBRE
           END-STRING
           MOVE SPACES TO W-RUTA-ENTREGA
           STRING W-DIRECTORIO       DELIMITED BY SPACE
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      *5000-ARCHIVAR-ENTREGA.
      ** COPIA EN CLARO DEL PAQUETE (EL ARCHIVO DE ORIGEN, IGUAL A LO
      ** ENTREGADO ANTES DE CIFRAR) Y SU MANIFIESTO YA SELLADO AL
      ** ARCHIVO DE RETENCION,
      ** CON LA HORA AGREGADA AL NOMBRE PARA QUE UN SEGUNDO ARMADO DEL
      ** MISMO DIA NO PISE EL PRIMERO. SIN ARCHIVO NO HAY ENTREGA: SE
      ** RETIRA DE LA BANDEJA LO QUE SE ACABA DE DEJAR
      ******************************************************************
       5000-ARCHIVAR-ENTREGA.
           ACCEPT HORA-SISTEMA FROM TIME
           MOVE SPACES TO W-DIR-ARCHIVO
           STRING "$TEMPORALES/ENTREGADOS/" DELIMITED BY SIZE
                  W-CLIENTE                 DELIMITED BY SPACE
                  INTO W-DIR-ARCHIVO
           END-STRING
           MOVE SPACES TO W-NOMBRE-ARCHIVADO
           STRING W-NOMBRE-ENTREGA   DELIMITED BY SPACE
                  "."                DELIMITED BY SIZE
                  HORA-SIST-HHMMSS   DELIMITED BY SIZE
                  INTO W-NOMBRE-ARCHIVADO
           END-STRING
           MOVE SPACES TO W-RUTA-ARCHIVADA
           STRING W-DIR-ARCHIVO      DELIMITED BY SPACE
                  "/"                DELIMITED BY SIZE
                  W-NOMBRE-ARCHIVADO DELIMITED BY SPACE
                  INTO W-RUTA-ARCHIVADA
           END-STRING
           MOVE SPACES TO W-RUTA-MAN-ARCHIVADO
           STRING W-RUTA-ARCHIVADA   DELIMITED BY SPACE
                  ".MAN"             DELIMITED BY SIZE
                  INTO W-RUTA-MAN-ARCHIVADO
           END-STRING
           MOVE SPACES TO W-COMANDO-SYST
           STRING "mkdir -p "          DELIMITED BY SIZE
                  W-DIR-ARCHIVO        DELIMITED BY SPACE
                  " && cp "            DELIMITED BY SIZE
                  ARCH-PERSO-NAME      DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  W-RUTA-ARCHIVADA     DELIMITED BY SPACE
                  " && cp "            DELIMITED BY SIZE
                  W-RUTA-MANIFIESTO    DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  W-RUTA-MAN-ARCHIVADO DELIMITED BY SPACE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           IF RETURN-CODE NOT = 0
              DISPLAY "NO SE PUDO ARCHIVAR EN " W-DIR-ARCHIVO
              PERFORM 5900-RETIRAR-ENTREGA
           END-IF
           MOVE 0 TO RETURN-CODE
           IF NOT PERSO-CALIDAD-CARTERA
              PERFORM 5100-INDEXAR-ENTREGA
           END-IF.

      ******************************************************************
      *5100-INDEXAR-ENTREGA.
      ** UNA ENTRADA POR REGISTRO "D": IDENTIFICACION, CLIENTE, FECHA,
      ** PAQUETE ARCHIVADO Y RENGLON DENTRO DEL PAQUETE. EL REPORTE
      ** DE CALIDAD DE CARTERA (CC) ES AGREGADO Y NO SE INDEXA
      ******************************************************************
       5100-INDEXAR-ENTREGA.
           OPEN I-O INDICE-ENTREGAS
           IF COD-RET-EIDX = "35"
              OPEN OUTPUT INDICE-ENTREGAS
              IF COD-RET-EIDX = "00"
                 CLOSE INDICE-ENTREGAS
                 OPEN I-O INDICE-ENTREGAS
              END-IF
           END-IF
           IF COD-RET-EIDX NOT = "00"
              DISPLAY "Error abriendo ENTREGAIDX.DAT " COD-RET-EIDX
              PERFORM 5900-RETIRAR-ENTREGA
           END-IF
           OPEN INPUT ARCHIVO-PERSO
           IF COD-RET-PERSO NOT = "00"
              DISPLAY "Error abriendo " ARCH-PERSO-NAME " "
                      COD-RET-PERSO
              CLOSE INDICE-ENTREGAS
              PERFORM 5900-RETIRAR-ENTREGA
           END-IF
           MOVE 0 TO SW-FIN-ARCHIVO
           MOVE 0 TO W-POSICION
           PERFORM UNTIL SW-FIN-ARCHIVO = 1
              READ ARCHIVO-PERSO NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0
                 ADD 1 TO W-POSICION
                 IF PER-TIPO-REG = "D"
                    MOVE SPACES              TO REG-ENTIDX
                    MOVE PER-TIPO-ID         TO TIP-ID-ENTIDX
                    MOVE PER-NUM-ID          TO NUM-ID-ENTIDX
                    MOVE W-CLIENTE           TO CLIENTE-ENTIDX
                    MOVE FECHA-SISTEMA       TO FECHA-ENTIDX
                    MOVE W-NOMBRE-ARCHIVADO  TO ARCHIVO-ENTIDX
                    MOVE W-POSICION          TO POSICION-ENTIDX
                    MOVE HORA-SIST-HHMMSS    TO HORA-ENTIDX
                    MOVE W-PERSO-INP         TO PRODUCTO-ENTIDX
                    MOVE W-NOMBRE-ENTREGA    TO ENTREGA-ENTIDX
                    MOVE W-RUTA-ARCHIVADA    TO RUTA-ENTIDX
                    MOVE W-RUTA-MAN-ARCHIVADO TO MANIFIESTO-ENTIDX
                    WRITE REG-ENTIDX
                       INVALID KEY
                          DISPLAY "ENTRADA DE INDICE REPETIDA: "
                                  LLAVE-ENTIDX
                       NOT INVALID KEY
                          ADD 1 TO CONT-INDEXADOS
                    END-WRITE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARCHIVO-PERSO INDICE-ENTREGAS
           DISPLAY "REGISTROS INDEXADOS: " CONT-INDEXADOS.

      ******************************************************************
      *6000-CIFRAR-Y-SELLAR.
      ** CON CLAVE REGISTRADA EL PAQUETE DE LA BANDEJA SE REEMPLAZA
      ** POR SU VERSION CIFRADA; SIN CLAVE SALE EN CLARO Y SE AVISA.
      ** EN LOS DOS CASOS EL MANIFIESTO LLEVA EL METODO Y EL SELLO
      ** SHA-256 DE LO QUE QUEDA EN LA BANDEJA
      ******************************************************************
       6000-CIFRAR-Y-SELLAR.
           PERFORM 6100-BUSCAR-CLAVE
           IF SW-CIFRADO-HALLADO = 1
              MOVE SPACES TO W-COMANDO-SYST
              EVALUATE W-METODO-CIFRADO
                 WHEN "GPG"
                    STRING "gpg --batch --yes --trust-model always -r "
                                          DELIMITED BY SIZE
                           W-CLAVE-CIFRADO DELIMITED BY SPACE
                           " -o "          DELIMITED BY SIZE
                           W-RUTA-ENTREGA  DELIMITED BY SPACE
                           ".CIF -e "      DELIMITED BY SIZE
                           W-RUTA-ENTREGA  DELIMITED BY SPACE
                           INTO W-COMANDO-SYST
                    END-STRING
                 WHEN OTHER
                    STRING "openssl enc -aes-256-cbc -pbkdf2 -salt"
                                          DELIMITED BY SIZE
                           " -pass file:"  DELIMITED BY SIZE
                           W-CLAVE-CIFRADO DELIMITED BY SPACE
                           " -in "         DELIMITED BY SIZE
                           W-RUTA-ENTREGA  DELIMITED BY SPACE
                           " -out "        DELIMITED BY SIZE
                           W-RUTA-ENTREGA  DELIMITED BY SPACE
                           ".CIF"          DELIMITED BY SIZE
                           INTO W-COMANDO-SYST
                    END-STRING
              END-EVALUATE
              CALL "SYSTEM" USING W-COMANDO-SYST
              IF RETURN-CODE NOT = 0
                 DISPLAY "NO SE PUDO CIFRAR EL PAQUETE PARA "
                         W-CLIENTE
                 PERFORM 5900-RETIRAR-ENTREGA
              END-IF
              MOVE SPACES TO W-COMANDO-SYST
              STRING "mv "           DELIMITED BY SIZE
                     W-RUTA-ENTREGA  DELIMITED BY SPACE
                     ".CIF "         DELIMITED BY SIZE
                     W-RUTA-ENTREGA  DELIMITED BY SPACE
                     INTO W-COMANDO-SYST
              END-STRING
              CALL "SYSTEM" USING W-COMANDO-SYST
              IF RETURN-CODE NOT = 0
                 DISPLAY "NO SE PUDO REEMPLAZAR EL PAQUETE EN CLARO"
                 PERFORM 5900-RETIRAR-ENTREGA
              END-IF
           ELSE
              DISPLAY "AVISO: CLIENTE " W-CLIENTE
                      " SIN CLAVE EN CIFRADO.CFG, EL PAQUETE SALE "
                      "EN CLARO"
           END-IF
           MOVE SPACES TO W-COMANDO-SYST
           STRING "( echo 'CIFRADO: "    DELIMITED BY SIZE
                  W-METODO-CIFRADO       DELIMITED BY SPACE
                  "' ; echo ""SELLO SHA256: $(sha256sum "
                                         DELIMITED BY SIZE
                  W-RUTA-ENTREGA         DELIMITED BY SPACE
                  " | cut -c1-64)"" ) >> "
                                         DELIMITED BY SIZE
                  W-RUTA-MANIFIESTO      DELIMITED BY SPACE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           IF RETURN-CODE NOT = 0
              DISPLAY "NO SE PUDO SELLAR EL MANIFIESTO"
              PERFORM 5900-RETIRAR-ENTREGA
           END-IF
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      *6100-BUSCAR-CLAVE.
      ** SIN CIFRADO.CFG NINGUN CLIENTE TIENE CLAVE; UN METODO
      ** DESCONOCIDO FRENA LA ENTREGA ANTES QUE MANDARLA EN CLARO
      ******************************************************************
       6100-BUSCAR-CLAVE.
           MOVE 0 TO SW-CIFRADO-HALLADO
           OPEN INPUT CONFIG-CIFRADO
           IF COD-RET-CIF = "00"
              MOVE 0 TO SW-FIN-CIFRADO
              PERFORM UNTIL SW-FIN-CIFRADO = 1
                         OR SW-CIFRADO-HALLADO = 1
                 READ CONFIG-CIFRADO NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-CIFRADO
                 END-READ
                 IF SW-FIN-CIFRADO = 0 AND CIF-CLIENTE = W-CLIENTE
                    MOVE 1 TO SW-CIFRADO-HALLADO
                    MOVE CIF-METODO TO W-METODO-CIFRADO
                    MOVE CIF-CLAVE  TO W-CLAVE-CIFRADO
                 END-IF
              END-PERFORM
              CLOSE CONFIG-CIFRADO
           END-IF
           IF SW-CIFRADO-HALLADO = 1
              AND ((W-METODO-CIFRADO NOT = "GPG"
                    AND W-METODO-CIFRADO NOT = "AES")
                   OR W-CLAVE-CIFRADO = SPACES)
              DISPLAY "CLAVE DE " W-CLIENTE " MAL CONFIGURADA EN "
                      "CIFRADO.CFG: " W-METODO-CIFRADO
              PERFORM 5900-RETIRAR-ENTREGA
           END-IF.

      ******************************************************************
      *5900-RETIRAR-ENTREGA.
      ** LO QUE NO QUEDA CIFRADO, SELLADO O ARCHIVADO NO SE ENTREGA
      ******************************************************************
       5900-RETIRAR-ENTREGA.
           MOVE SPACES TO W-COMANDO-SYST
           STRING "rm -f "           DELIMITED BY SIZE
                  W-RUTA-ENTREGA     DELIMITED BY SPACE
                  " "                DELIMITED BY SIZE
                  W-RUTA-MANIFIESTO  DELIMITED BY SPACE
                  " "                DELIMITED BY SIZE
                  W-RUTA-ENTREGA     DELIMITED BY SPACE
                  ".CIF"             DELIMITED BY SIZE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           DISPLAY "LA ENTREGA NO SE HACE"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * CRUCELIST.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRUCELIST.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Cruce de las listas restrictivas del SARLAFT (LISTARES, que
      ** carga CARGLISTA) contra las identificaciones de la
      ** Registraduria, para la revision de cumplimiento. Dos formas
      ** de coincidir:
      **   D por documento: la entrada de la lista trae documento y
      **     la identificacion existe en BDIIREGI (la vista de
      **     identificaciones de BDIIVIDE.PROC). Se informa tambien la
      **     similitud con el nombre oficial, para el analista.
      **   N por nombre: la entrada sin documento (o con un documento
      **     que no existe aqui) se compara con la comparacion
      **     tolerante de ACTALEJUR (NOMTOL.PROC: sin acentos, orden
      **     de palabras indistinto) contra el nombre oficial de
      **     BDIINOMB; coincide si la similitud llega al umbral.
      ** Comparar cada entrada con todo BDIINOMB no es posible, asi
      ** que el cruce por nombre se hace por bloques: cada entrada de
      ** la lista entra al SORT una vez por cada palabra de su nombre
      ** (de 3 letras o mas) y cada persona una vez, con la primera
      ** palabra de su primer apellido; solo se comparan la entrada y
      ** la persona que caen en el mismo bloque, es decir, cuyo
      ** nombre en la lista trae el primer apellido de la persona.
      **
      ** Cada coincidencia queda en COINCLIS (COINCLIS.FD) pendiente
      ** del analista de cumplimiento, que la decide con REVLISTA:
      ** verdadera coincidencia o falso positivo. Lo ya decidido no
      ** vuelve a la cola; una coincidencia cuya entrada salio de la
      ** lista pasa a R y deja de informarse a los servicios de
      ** consulta (VERLISTA).
      **
      ** USO: CRUCELIST [umbral]      umbral de similitud en %, 080
      **                              si no se da (el de ACTALEJUR)
      ** REPORTE: $TEMPORALES/CRUCELIST.REP, las coincidencias nuevas
      ** de la corrida, las confirmadas que salieron de la lista y el
      ** resumen de la cola.
      **
      ** RC 0 sin novedades; RC 4 hay coincidencias nuevas para
      ** cumplimiento, se cruzo sin maestro de nombres o un bloque
      ** desbordo; RC 16 archivo inaccesible o parametro invalido.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LISTARES.FS.
           COPY COINCLIS.FS.
           COPY BDIINOMB.FS.
      *    mismo SELECT que BDIIREGI.FS, con FILE STATUS para saber si
      *    el maestro abrio (como en CRIBADO)
           SELECT BDIIREGI
                  ASSIGN TO EXTERNAL BDIIRE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BDIIREGI
                  FILE STATUS IS COD-RET-BDIIREGI.

           SELECT SORT-BLOQUES ASSIGN TO DISK SORTWK-TITLE.

           SELECT REPORTE-CRUCE
                  ASSIGN TO "$TEMPORALES/CRUCELIST.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY LISTARES.FD.
           COPY COINCLIS.FD.
           COPY BDIINOMB.FD.
           COPY BDIIREGI.FD.

      **** LADO 1 = ENTRADA DE LA LISTA, LADO 2 = PERSONA DE BDIINOMB;
      **** EN CADA BLOQUE LAS ENTRADAS SALEN ANTES QUE LAS PERSONAS
       SD  SORT-BLOQUES.
       01  REG-SORT-BLOQUE.
           02 SRT-CLAVE                PIC X(30).
           02 SRT-LADO                 PIC X(01).
           02 SRT-COD-LISTA            PIC X(04).
           02 SRT-REF-LISTA            PIC X(15).
           02 SRT-TIPO-IDE             PIC 9(01).
           02 SRT-NUM-IDE              PIC 9(11).
           02 SRT-NOMBRE               PIC X(92).
           02 SRT-CATEGORIA            PIC X(20).

       FD  REPORTE-CRUCE.
       01  REG-REPORTE-CRUCE           PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIVIDE.WS.
       COPY VALNOM.WS.
       COPY NOMTOL.WS.
       01 COD-RET-LISTA            PIC XX   VALUE ZEROS.
       01 COD-RET-COINCLIS         PIC XX   VALUE ZEROS.
       01 COD-RET-BDIINOMB         PIC XX   VALUE ZEROS.
       01 COD-RET-BDIIREGI         PIC XX   VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(20) VALUE SPACES.
       01 UMBRAL-PARM-X            PIC X(03) VALUE SPACES.
       01 UMBRAL-PARM              PIC 9(03) VALUE 080.
       01 SORTWK-TITLE             PIC X(80)
                                   VALUE "$TEMPORALES/CRUCELIST.SRT".
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 SW-FIN-LISTARES          PIC 9(01) VALUE 0.
       01 SW-FIN-BDIINOMB          PIC 9(01) VALUE 0.
       01 SW-FIN-COINCLIS          PIC 9(01) VALUE 0.
       01 SW-FIN-SORT              PIC 9(01) VALUE 0.
       01 SW-SALIO-DE-LISTA        PIC 9(01) VALUE 0.
       01 SW-PAL-REPETIDA          PIC 9(01) VALUE 0.
       01 W-LARGO-PAL              PIC 9(02) VALUE 0.
       01 IX-PAL                   PIC 9(02) VALUE 0.
       01 IX-PAL-ANT               PIC 9(02) VALUE 0.
       01 W-NOMBRE-PERSONA         PIC X(92) VALUE SPACES.

      **** ENTRADAS DE LA LISTA DEL BLOQUE QUE SE ESTA CRUZANDO
       01 W-CLAVE-ANT              PIC X(30) VALUE LOW-VALUES.
       01 MAX-BLOQUE               PIC 9(04) VALUE 2000.
       01 TB-CANT                  PIC 9(04) VALUE 0.
       01 IX-TB                    PIC 9(04) VALUE 0.
       01 SW-BLOQUE-DESBORDADO     PIC 9(01) VALUE 0.
       01 TABLA-BLOQUE.
          03 TB-ENTRADA OCCURS 2000 TIMES.
             05 TB-COD-LISTA          PIC X(04).
             05 TB-REF-LISTA          PIC X(15).
             05 TB-NOMBRE             PIC X(92).
             05 TB-CATEGORIA          PIC X(20).

      **** LA COINCIDENCIA QUE SE VA A REGISTRAR (4000)
       01 W-COINCIDENCIA.
          03 W-CO-TIPO-IDE            PIC 9(01).
          03 W-CO-NUM-IDE             PIC 9(11).
          03 W-CO-COD-LISTA           PIC X(04).
          03 W-CO-REF-LISTA           PIC X(15).
          03 W-CO-FORMA               PIC X(01).
          03 W-CO-SIMILITUD           PIC 9(03).
          03 W-CO-NOMBRE-LISTA        PIC X(92).
          03 W-CO-NOMBRE-OFIC         PIC X(92).
          03 W-CO-CATEGORIA           PIC X(20).

      **** RENGLONES DEL REPORTE
       01 LIN-TITULO.
          03 FILLER                   PIC X(46)
             VALUE "CRUCELIST - CRUCE CONTRA LISTAS RESTRICTIVAS  ".
          03 FILLER                   PIC X(07) VALUE "FECHA: ".
          03 LT-FECHA                 PIC 9(08).
          03 FILLER                   PIC X(10) VALUE "  UMBRAL: ".
          03 LT-UMBRAL                PIC ZZ9.
          03 FILLER                   PIC X(58) VALUE SPACES.
       01 LIN-ENCABEZADO.
          03 FILLER                   PIC X(50)
             VALUE "NOVEDAD      IDENTIFICAC.  LISTA REFERENCIA       ".
          03 FILLER                   PIC X(50)
             VALUE " F   SIM   CATEGORIA                              ".
          03 FILLER                   PIC X(32) VALUE SPACES.
       01 LIN-DETALLE.
          03 LD-NOVEDAD               PIC X(12).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 LD-TIPO-IDE              PIC 9(01).
          03 FILLER                   PIC X(01) VALUE "-".
          03 LD-NUM-IDE               PIC 9(11).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 LD-COD-LISTA             PIC X(04).
          03 FILLER                   PIC X(02) VALUE SPACES.
          03 LD-REF-LISTA             PIC X(15).
          03 FILLER                   PIC X(03) VALUE SPACES.
          03 LD-FORMA                 PIC X(01).
          03 FILLER                   PIC X(03) VALUE SPACES.
          03 LD-SIMILITUD             PIC ZZ9.
          03 FILLER                   PIC X(03) VALUE SPACES.
          03 LD-CATEGORIA             PIC X(20).
          03 FILLER                   PIC X(51) VALUE SPACES.
       01 LIN-NOMBRE.
          03 FILLER                   PIC X(14) VALUE SPACES.
          03 LN-ETIQUETA              PIC X(14).
          03 LN-NOMBRE                PIC X(92).
          03 FILLER                   PIC X(12) VALUE SPACES.
       01 LIN-TOTAL.
          03 LTO-CONCEPTO             PIC X(40).
          03 LTO-VALOR                PIC ZZZ,ZZZ,ZZZ,ZZ9.
          03 FILLER                   PIC X(77) VALUE SPACES.

       01 CONTADORES-CRUCE.
          02 CONT-ENTRADAS            PIC 9(08) VALUE 0.
          02 CONT-CON-DOCUMENTO       PIC 9(08) VALUE 0.
          02 CONT-POR-NOMBRE          PIC 9(08) VALUE 0.
          02 CONT-PERSONAS            PIC 9(10) VALUE 0.
          02 CONT-COMPARACIONES       PIC 9(12) VALUE 0.
          02 CONT-NUEVAS              PIC 9(08) VALUE 0.
          02 CONT-REENCOLADAS         PIC 9(08) VALUE 0.
          02 CONT-CONOCIDAS           PIC 9(08) VALUE 0.
          02 CONT-SALIERON            PIC 9(08) VALUE 0.
          02 CONT-DESBORDES           PIC 9(08) VALUE 0.
          02 CONT-PENDIENTES          PIC 9(08) VALUE 0.
          02 CONT-CONFIRMADAS         PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "CRUCELIST".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "CRUCELIST.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "CRUCELIST".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Cruce contra listas restrictivas (SARLAFT)    *"
           DISPLAY "*           PROGRAMA : CRUCELIST.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 1100-ABRIR-ARCHIVOS
           SORT SORT-BLOQUES
                ASCENDING KEY SRT-CLAVE SRT-LADO
                INPUT PROCEDURE IS 2000-ARMAR-BLOQUES
                OUTPUT PROCEDURE IS 3000-CRUZAR-BLOQUES
           PERFORM 5000-DEPURAR-COINCIDENCIAS
           PERFORM 6000-TOTALES-REPORTE
           PERFORM 9000-CERRAR-ARCHIVOS
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
      ** UMBRAL DE SIMILITUD (EN %) DEL CRUCE POR NOMBRE, COMO EL
      ** QUINTO PARAMETRO DE ACTALEJUR; EN BLANCO = 080
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
              INTO UMBRAL-PARM-X
           END-UNSTRING
           IF UMBRAL-PARM-X = SPACES
              MOVE 080 TO UMBRAL-PARM
           ELSE
              IF UMBRAL-PARM-X NOT NUMERIC
                 OR UMBRAL-PARM-X = "000"
                 OR UMBRAL-PARM-X > "100"
                 DISPLAY "USO: CRUCELIST [umbral 001-100]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE UMBRAL-PARM-X TO UMBRAL-PARM
           END-IF.

      ******************************************************************
      *1100-ABRIR-ARCHIVOS.
      ** SIN MAESTRO DE NOMBRES SOLO SE CRUZA POR DOCUMENTO (SE AVISA,
      ** COMO EN ACTALEJUR); LA COLA SE CREA EN LA PRIMERA CORRIDA
      ******************************************************************
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT LISTARES
           IF COD-RET-LISTA NOT = "00"
              DISPLAY "Error Abriendo el Archivo LISTARES "
              COD-RET-LISTA "; AUN NO SE CORRIO CARGLISTA?"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BDIIREGI
           IF COD-RET-BDIIREGI NOT = "00"
              DISPLAY "Error Abriendo el Archivo BDIIREGI "
              COD-RET-BDIIREGI
              CLOSE LISTARES
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BDIINOMB
           IF COD-RET-BDIINOMB = "00"
              MOVE 1 TO SW-MAESNOM-BDIIVIDE
           ELSE
              MOVE 0 TO SW-MAESNOM-BDIIVIDE
              DISPLAY "CRUCELIST - SIN MAESTRO DE NOMBRES OFICIALES ("
                      COD-RET-BDIINOMB "), SOLO SE CRUZA POR DOCUMENTO"
           END-IF
           OPEN I-O COINCIDENCIAS-LISTAS
           IF COD-RET-COINCLIS = "35"
              OPEN OUTPUT COINCIDENCIAS-LISTAS
              IF COD-RET-COINCLIS = "00"
                 CLOSE COINCIDENCIAS-LISTAS
                 OPEN I-O COINCIDENCIAS-LISTAS
              END-IF
           END-IF
           IF COD-RET-COINCLIS NOT = "00"
              DISPLAY "Error Abriendo el Archivo COINCLIS "
              COD-RET-COINCLIS
              CLOSE LISTARES BDIIREGI
              IF SW-MAESNOM-BDIIVIDE = 1
                 CLOSE BDIINOMB
              END-IF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-CRUCE
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error Abriendo el Archivo CRUCELIST.REP "
              COD-RET-REP
              CLOSE LISTARES BDIIREGI COINCIDENCIAS-LISTAS
              IF SW-MAESNOM-BDIIVIDE = 1
                 CLOSE BDIINOMB
              END-IF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FECHA-SISTEMA TO LT-FECHA
           MOVE UMBRAL-PARM   TO LT-UMBRAL
           WRITE REG-REPORTE-CRUCE FROM LIN-TITULO
           MOVE SPACES TO REG-REPORTE-CRUCE
           WRITE REG-REPORTE-CRUCE
           WRITE REG-REPORTE-CRUCE FROM LIN-ENCABEZADO.

      ******************************************************************
      *2000-ARMAR-BLOQUES.
      ** PROCEDIMIENTO DE ENTRADA DEL SORT: PRIMERO LAS ENTRADAS DE
      ** LA LISTA (CRUZANDO DE UNA VEZ LAS QUE TRAEN DOCUMENTO) Y
      ** DESPUES LAS PERSONAS DEL MAESTRO DE NOMBRES
      ******************************************************************
       2000-ARMAR-BLOQUES.
           MOVE LOW-VALUES TO LLAVE-LISTA
           START LISTARES KEY IS NOT LESS THAN LLAVE-LISTA
              INVALID KEY
                 MOVE 1 TO SW-FIN-LISTARES
           END-START
           PERFORM UNTIL SW-FIN-LISTARES = 1
              READ LISTARES NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LISTARES
              END-READ
              IF SW-FIN-LISTARES = 0 AND LISTA-ACTIVA
                 ADD 1 TO CONT-ENTRADAS
                 PERFORM 2100-PASAR-UNA-ENTRADA
              END-IF
           END-PERFORM
           IF SW-MAESNOM-BDIIVIDE = 1
              PERFORM 2300-PASAR-PERSONAS
           END-IF.

      ******************************************************************
      *2100-PASAR-UNA-ENTRADA.
      ** LA ENTRADA CUYO DOCUMENTO EXISTE YA QUEDO CRUZADA; LAS DEMAS
      ** VAN AL SORT PARA EL CRUCE POR NOMBRE
      ******************************************************************
       2100-PASAR-UNA-ENTRADA.
           MOVE 1 TO SW-ID-BDIIVIDE
           IF NUM-IDE-LISTA > 0
              ADD 1 TO CONT-CON-DOCUMENTO
              PERFORM 2110-CRUZAR-POR-DOCUMENTO
           END-IF
           IF SW-ID-BDIIVIDE NOT = 0
              ADD 1 TO CONT-POR-NOMBRE
              PERFORM 2200-SOLTAR-PALABRAS
           END-IF.

      ******************************************************************
      *2110-CRUZAR-POR-DOCUMENTO.
      ** LA SIMILITUD DEL NOMBRE DE LA LISTA CON EL OFICIAL NO DECIDE
      ** NADA, SOLO ORIENTA AL ANALISTA (SIN NOMBRE OFICIAL QUEDA EN 0)
      ******************************************************************
       2110-CRUZAR-POR-DOCUMENTO.
           MOVE TIPO-IDE-LISTA TO TIP-IDE-BDIIVIDE
           MOVE NUM-IDE-LISTA  TO NUM-IDE-BDIIVIDE
           MOVE NOMBRE-LISTA   TO NOMBRE-BDIIVIDE
           MOVE 1 TO SW-VERIFNOM-BDIIVIDE
           MOVE 0 TO SW-DIGCHEQUEO-BDIIVIDE SW-ASGTIPID-BDIIVIDE
           PERFORM 80100-VALIDAR-IDENTIFICACION
           IF SW-ID-BDIIVIDE = 0
              MOVE TIPO-IDE-LISTA  TO W-CO-TIPO-IDE
              MOVE NUM-IDE-LISTA   TO W-CO-NUM-IDE
              MOVE COD-LISTA       TO W-CO-COD-LISTA
              MOVE REF-LISTA       TO W-CO-REF-LISTA
              MOVE "D"             TO W-CO-FORMA
              MOVE NOMBRE-LISTA    TO W-CO-NOMBRE-LISTA
              MOVE CATEGORIA-LISTA TO W-CO-CATEGORIA
              IF SW-SINNOM-BDIIVIDE = 1
                 MOVE 0      TO W-CO-SIMILITUD
                 MOVE SPACES TO W-CO-NOMBRE-OFIC
              ELSE
                 PERFORM 80300-COMPARAR-NOMBRE-TOLERANTE
                 MOVE W-SIMILITUD         TO W-CO-SIMILITUD
                 MOVE NOMBRE-REG-BDIIVIDE TO W-CO-NOMBRE-OFIC
              END-IF
              PERFORM 4000-REGISTRAR-COINCIDENCIA
           END-IF.

      ******************************************************************
      *2200-SOLTAR-PALABRAS.
      ** UN REGISTRO DEL SORT POR CADA PALABRA DISTINTA DEL NOMBRE
      ** (NORMALIZADA COMO EN LA COMPARACION); LAS DE MENOS DE 3
      ** LETRAS (DE, LA, Y) NO SIRVEN DE BLOQUE
      ******************************************************************
       2200-SOLTAR-PALABRAS.
           MOVE NOMBRE-LISTA TO W-NOM-ENTRADA
           MOVE SPACES       TO W-NOM-REGISTRADO
           PERFORM 80310-NORMALIZAR-ENTRADA
           PERFORM 80330-PARTIR-EN-PALABRAS
           MOVE "1"             TO SRT-LADO
           MOVE COD-LISTA       TO SRT-COD-LISTA
           MOVE REF-LISTA       TO SRT-REF-LISTA
           MOVE TIPO-IDE-LISTA  TO SRT-TIPO-IDE
           MOVE NUM-IDE-LISTA   TO SRT-NUM-IDE
           MOVE NOMBRE-LISTA    TO SRT-NOMBRE
           MOVE CATEGORIA-LISTA TO SRT-CATEGORIA
           PERFORM VARYING IX-PAL FROM 1 BY 1 UNTIL IX-PAL > 8
              MOVE 0 TO W-LARGO-PAL
              INSPECT PAL-ENT(IX-PAL) TALLYING W-LARGO-PAL
                 FOR CHARACTERS BEFORE INITIAL SPACE
              MOVE 0 TO SW-PAL-REPETIDA
              PERFORM VARYING IX-PAL-ANT FROM 1 BY 1
                 UNTIL IX-PAL-ANT NOT < IX-PAL
                 IF PAL-ENT(IX-PAL-ANT) = PAL-ENT(IX-PAL)
                    MOVE 1 TO SW-PAL-REPETIDA
                 END-IF
              END-PERFORM
              IF W-LARGO-PAL > 2 AND SW-PAL-REPETIDA = 0
                 MOVE PAL-ENT(IX-PAL) TO SRT-CLAVE
                 RELEASE REG-SORT-BLOQUE
              END-IF
           END-PERFORM.

      ******************************************************************
      *2300-PASAR-PERSONAS.
      ** CADA PERSONA VA A UN SOLO BLOQUE: LA PRIMERA PALABRA DE 3
      ** LETRAS O MAS DE SU PRIMER APELLIDO (DE LA CRUZ -> CRUZ)
      ******************************************************************
       2300-PASAR-PERSONAS.
           MOVE LOW-VALUES TO LLAVE-BDIINOMB
           START BDIINOMB KEY IS NOT LESS THAN LLAVE-BDIINOMB
              INVALID KEY
                 MOVE 1 TO SW-FIN-BDIINOMB
           END-START
           PERFORM UNTIL SW-FIN-BDIINOMB = 1
              READ BDIINOMB NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-BDIINOMB
              END-READ
              IF SW-FIN-BDIINOMB = 0
                 AND APELLIDO-PAT-BDIINOMB NOT = SPACES
                 ADD 1 TO CONT-PERSONAS
                 PERFORM 2310-SOLTAR-PERSONA
              END-IF
           END-PERFORM.

      ******************************************************************
      *2310-SOLTAR-PERSONA.
      ** EL NOMBRE OFICIAL SE ARMA IGUAL QUE EN 80110 (BDIIVIDE.PROC)
      ******************************************************************
       2310-SOLTAR-PERSONA.
           MOVE APELLIDO-PAT-BDIINOMB TO W-NOM-ENTRADA
           MOVE SPACES                TO W-NOM-REGISTRADO
           PERFORM 80310-NORMALIZAR-ENTRADA
           PERFORM 80330-PARTIR-EN-PALABRAS
           MOVE SPACES TO SRT-CLAVE
           PERFORM VARYING IX-PAL FROM 1 BY 1
              UNTIL IX-PAL > 8 OR SRT-CLAVE NOT = SPACES
              MOVE 0 TO W-LARGO-PAL
              INSPECT PAL-ENT(IX-PAL) TALLYING W-LARGO-PAL
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF W-LARGO-PAL > 2
                 MOVE PAL-ENT(IX-PAL) TO SRT-CLAVE
              END-IF
           END-PERFORM
           IF SRT-CLAVE NOT = SPACES
              MOVE SPACES TO W-NOMBRE-PERSONA
              STRING NOMBRES-BDIINOMB      DELIMITED BY "   "
                     " "
                     APELLIDO-PAT-BDIINOMB DELIMITED BY "   "
                     " "
                     APELLIDO-MAT-BDIINOMB DELIMITED BY "   "
              INTO W-NOMBRE-PERSONA
              END-STRING
              MOVE "2"                TO SRT-LADO
              MOVE SPACES             TO SRT-COD-LISTA SRT-REF-LISTA
              MOVE TIPO-ID-BDIINOMB   TO SRT-TIPO-IDE
              MOVE CEDULA-BDIINOMB    TO SRT-NUM-IDE
              MOVE W-NOMBRE-PERSONA   TO SRT-NOMBRE
              MOVE SPACES             TO SRT-CATEGORIA
              RELEASE REG-SORT-BLOQUE
           END-IF.

      ******************************************************************
      *3000-CRUZAR-BLOQUES.
      ** PROCEDIMIENTO DE SALIDA DEL SORT: AL CAMBIAR DE BLOQUE SE
      ** VACIA LA TABLA; LAS ENTRADAS DEL BLOQUE SE GUARDAN Y CADA
      ** PERSONA QUE LLEGA DESPUES SE COMPARA CON TODAS ELLAS
      ******************************************************************
       3000-CRUZAR-BLOQUES.
           PERFORM UNTIL SW-FIN-SORT = 1
              RETURN SORT-BLOQUES
                 AT END MOVE 1 TO SW-FIN-SORT
              END-RETURN
              IF SW-FIN-SORT = 0
                 IF SRT-CLAVE NOT = W-CLAVE-ANT
                    MOVE SRT-CLAVE TO W-CLAVE-ANT
                    MOVE 0 TO TB-CANT SW-BLOQUE-DESBORDADO
                 END-IF
                 IF SRT-LADO = "1"
                    PERFORM 3100-GUARDAR-ENTRADA
                 ELSE
                    PERFORM 3200-COMPARAR-PERSONA
                       VARYING IX-TB FROM 1 BY 1
                       UNTIL IX-TB > TB-CANT
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *3100-GUARDAR-ENTRADA.
      ** UN BLOQUE CON MAS DE MAX-BLOQUE ENTRADAS (UNA PALABRA MUY
      ** COMUN) SE CRUZA CON LAS PRIMERAS Y SE AVISA UNA VEZ; LAS
      ** DEMAS ENTRADAS IGUAL SE CRUZAN POR SUS OTRAS PALABRAS
      ******************************************************************
       3100-GUARDAR-ENTRADA.
           IF TB-CANT < MAX-BLOQUE
              ADD 1 TO TB-CANT
              MOVE SRT-COD-LISTA TO TB-COD-LISTA(TB-CANT)
              MOVE SRT-REF-LISTA TO TB-REF-LISTA(TB-CANT)
              MOVE SRT-NOMBRE    TO TB-NOMBRE(TB-CANT)
              MOVE SRT-CATEGORIA TO TB-CATEGORIA(TB-CANT)
           ELSE
              ADD 1 TO CONT-DESBORDES
              IF SW-BLOQUE-DESBORDADO = 0
                 MOVE 1 TO SW-BLOQUE-DESBORDADO
                 DISPLAY "CRUCELIST - EL BLOQUE " SRT-CLAVE
                         " PASA DE " MAX-BLOQUE " ENTRADAS"
              END-IF
           END-IF.

      ******************************************************************
      *3200-COMPARAR-PERSONA.
      ** LA ENTRADA IX-TB DEL BLOQUE CONTRA LA PERSONA DEL SORT, CON
      ** LA COMPARACION TOLERANTE (NOMBRE DE LA LISTA = ENTRADA,
      ** NOMBRE OFICIAL = REGISTRADO)
      ******************************************************************
       3200-COMPARAR-PERSONA.
           ADD 1 TO CONT-COMPARACIONES
           MOVE TB-NOMBRE(IX-TB) TO NOMBRE-BDIIVIDE
           MOVE SRT-NOMBRE       TO NOMBRE-REG-BDIIVIDE
           PERFORM 80300-COMPARAR-NOMBRE-TOLERANTE
           IF W-SIMILITUD NOT < UMBRAL-PARM
              MOVE SRT-TIPO-IDE          TO W-CO-TIPO-IDE
              MOVE SRT-NUM-IDE           TO W-CO-NUM-IDE
              MOVE TB-COD-LISTA(IX-TB)   TO W-CO-COD-LISTA
              MOVE TB-REF-LISTA(IX-TB)   TO W-CO-REF-LISTA
              MOVE "N"                   TO W-CO-FORMA
              MOVE W-SIMILITUD           TO W-CO-SIMILITUD
              MOVE TB-NOMBRE(IX-TB)      TO W-CO-NOMBRE-LISTA
              MOVE SRT-NOMBRE            TO W-CO-NOMBRE-OFIC
              MOVE TB-CATEGORIA(IX-TB)   TO W-CO-CATEGORIA
              PERFORM 4000-REGISTRAR-COINCIDENCIA
           END-IF.

      ******************************************************************
      *4000-REGISTRAR-COINCIDENCIA.
      ** LA PAREJA NUEVA ENTRA PENDIENTE; LA QUE YA ESTA (PENDIENTE O
      ** DECIDIDA) NO SE TOCA; LA QUE HABIA SALIDO DE LA LISTA Y
      ** VUELVE A COINCIDIR SE ENCOLA DE NUEVO PARA EL ANALISTA
      ******************************************************************
       4000-REGISTRAR-COINCIDENCIA.
           MOVE W-CO-TIPO-IDE  TO TIPO-IDE-COINCLIS
           MOVE W-CO-NUM-IDE   TO NUM-IDE-COINCLIS
           MOVE W-CO-COD-LISTA TO COD-LISTA-COINCLIS
           MOVE W-CO-REF-LISTA TO REF-LISTA-COINCLIS
           READ COINCIDENCIAS-LISTAS
              INVALID KEY
                 PERFORM 4100-MOVER-COINCIDENCIA
                 WRITE REG-COINCLIS
                    INVALID KEY
                       DISPLAY "CRUCELIST - NO SE PUDO GRABAR "
                               LLAVE-COINCLIS " (" COD-RET-COINCLIS ")"
                    NOT INVALID KEY
                       ADD 1 TO CONT-NUEVAS
                       MOVE "NUEVA" TO LD-NOVEDAD
                       PERFORM 4200-LISTAR-COINCIDENCIA
                 END-WRITE
              NOT INVALID KEY
                 IF COINCLIS-RETIRADA
                    PERFORM 4100-MOVER-COINCIDENCIA
                    REWRITE REG-COINCLIS
                       INVALID KEY
                          DISPLAY "CRUCELIST - NO SE PUDO ENCOLAR "
                                  LLAVE-COINCLIS " ("
                                  COD-RET-COINCLIS ")"
                       NOT INVALID KEY
                          ADD 1 TO CONT-REENCOLADAS
                          MOVE "REINGRESO" TO LD-NOVEDAD
                          PERFORM 4200-LISTAR-COINCIDENCIA
                    END-REWRITE
                 ELSE
                    ADD 1 TO CONT-CONOCIDAS
                 END-IF
           END-READ.

      ******************************************************************
      *4100-MOVER-COINCIDENCIA.
      ******************************************************************
       4100-MOVER-COINCIDENCIA.
           INITIALIZE REG-COINCLIS
           MOVE W-CO-TIPO-IDE     TO TIPO-IDE-COINCLIS
           MOVE W-CO-NUM-IDE      TO NUM-IDE-COINCLIS
           MOVE W-CO-COD-LISTA    TO COD-LISTA-COINCLIS
           MOVE W-CO-REF-LISTA    TO REF-LISTA-COINCLIS
           MOVE "P"               TO ESTADO-COINCLIS
           MOVE W-CO-FORMA        TO FORMA-COINCLIS
           MOVE W-CO-SIMILITUD    TO SIMILITUD-COINCLIS
           MOVE UMBRAL-PARM       TO UMBRAL-COINCLIS
           MOVE W-CO-NOMBRE-LISTA TO NOMBRE-LISTA-COINCLIS
           MOVE W-CO-NOMBRE-OFIC  TO NOMBRE-OFIC-COINCLIS
           MOVE W-CO-CATEGORIA    TO CATEGORIA-COINCLIS
           MOVE FECHA-SISTEMA     TO FEC-DETECCION-COINCLIS
           MOVE SPACES            TO ANALISTA-COINCLIS
           MOVE 0                 TO FEC-DECISION-COINCLIS.

      ******************************************************************
      *4200-LISTAR-COINCIDENCIA.
      ** TRES RENGLONES POR COINCIDENCIA: LOS DATOS, EL NOMBRE COMO
      ** VIENE EN LA LISTA Y EL NOMBRE OFICIAL. LD-NOVEDAD LO DEJA EL
      ** LLAMADOR
      ******************************************************************
       4200-LISTAR-COINCIDENCIA.
           MOVE TIPO-IDE-COINCLIS    TO LD-TIPO-IDE
           MOVE NUM-IDE-COINCLIS     TO LD-NUM-IDE
           MOVE COD-LISTA-COINCLIS   TO LD-COD-LISTA
           MOVE REF-LISTA-COINCLIS   TO LD-REF-LISTA
           MOVE FORMA-COINCLIS       TO LD-FORMA
           MOVE SIMILITUD-COINCLIS   TO LD-SIMILITUD
           MOVE CATEGORIA-COINCLIS   TO LD-CATEGORIA
           WRITE REG-REPORTE-CRUCE FROM LIN-DETALLE
           MOVE "EN LA LISTA: "       TO LN-ETIQUETA
           MOVE NOMBRE-LISTA-COINCLIS TO LN-NOMBRE
           WRITE REG-REPORTE-CRUCE FROM LIN-NOMBRE
           MOVE "OFICIAL....: "       TO LN-ETIQUETA
           IF NOMBRE-OFIC-COINCLIS = SPACES
              MOVE "(SIN NOMBRE OFICIAL EN BDIINOMB)" TO LN-NOMBRE
           ELSE
              MOVE NOMBRE-OFIC-COINCLIS TO LN-NOMBRE
           END-IF
           WRITE REG-REPORTE-CRUCE FROM LIN-NOMBRE.

      ******************************************************************
      *5000-DEPURAR-COINCIDENCIAS.
      ** LA COINCIDENCIA PENDIENTE O CONFIRMADA CUYA ENTRADA YA NO
      ** ESTA ACTIVA EN LA LISTA PASA A R (DEJA DE INFORMARSE); LA
      ** CONFIRMADA SALE EN EL REPORTE. DE PASO SE CUENTA LA COLA
      ******************************************************************
       5000-DEPURAR-COINCIDENCIAS.
           MOVE LOW-VALUES TO LLAVE-COINCLIS
           START COINCIDENCIAS-LISTAS
              KEY IS NOT LESS THAN LLAVE-COINCLIS
              INVALID KEY
                 MOVE 1 TO SW-FIN-COINCLIS
           END-START
           PERFORM UNTIL SW-FIN-COINCLIS = 1
              READ COINCIDENCIAS-LISTAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-COINCLIS
              END-READ
              IF SW-FIN-COINCLIS = 0
                 AND (COINCLIS-PENDIENTE OR COINCLIS-VERDADERA)
                 PERFORM 5100-VERIFICAR-ENTRADA
              END-IF
           END-PERFORM.

      ******************************************************************
      *5100-VERIFICAR-ENTRADA.
      ******************************************************************
       5100-VERIFICAR-ENTRADA.
           MOVE 0 TO SW-SALIO-DE-LISTA
           MOVE COD-LISTA-COINCLIS TO COD-LISTA
           MOVE REF-LISTA-COINCLIS TO REF-LISTA
           READ LISTARES
              INVALID KEY
                 MOVE 1 TO SW-SALIO-DE-LISTA
              NOT INVALID KEY
                 IF LISTA-RETIRADA
                    MOVE 1 TO SW-SALIO-DE-LISTA
                 END-IF
           END-READ
           IF SW-SALIO-DE-LISTA = 0
              IF COINCLIS-PENDIENTE
                 ADD 1 TO CONT-PENDIENTES
              ELSE
                 ADD 1 TO CONT-CONFIRMADAS
              END-IF
           ELSE
              IF COINCLIS-VERDADERA
                 MOVE "SALIO LISTA" TO LD-NOVEDAD
                 PERFORM 4200-LISTAR-COINCIDENCIA
              END-IF
              MOVE "R" TO ESTADO-COINCLIS
              REWRITE REG-COINCLIS
                 INVALID KEY
                    DISPLAY "CRUCELIST - NO SE PUDO RETIRAR "
                            LLAVE-COINCLIS " (" COD-RET-COINCLIS ")"
                 NOT INVALID KEY
                    ADD 1 TO CONT-SALIERON
              END-REWRITE
           END-IF.

      ******************************************************************
      *6000-TOTALES-REPORTE.
      ******************************************************************
       6000-TOTALES-REPORTE.
           MOVE SPACES TO REG-REPORTE-CRUCE
           WRITE REG-REPORTE-CRUCE
           MOVE "ENTRADAS ACTIVAS EN LAS LISTAS" TO LTO-CONCEPTO
           MOVE CONT-ENTRADAS TO LTO-VALOR
           WRITE REG-REPORTE-CRUCE FROM LIN-TOTAL
           MOVE "  CON DOCUMENTO" TO LTO-CONCEPTO
           MOVE CONT-CON-DOCUMENTO TO LTO-VALOR
           WRITE REG-REPORTE-CRUCE FROM LIN-TOTAL
           MOVE "  CRUZADAS POR NOMBRE" TO LTO-CONCEPTO
           MOVE CONT-POR-NOMBRE TO LTO-VALOR
           WRITE REG-REPORTE-CRUCE FROM LIN-TOTAL
           MOVE "PERSONAS DEL MAESTRO DE NOMBRES" TO LTO-CONCEPTO
           MOVE CONT-PERSONAS TO LTO-VALOR
           WRITE REG-REPORTE-CRUCE FROM LIN-TOTAL
           MOVE "COMPARACIONES DE NOMBRE" TO LTO-CONCEPTO
           MOVE CONT-COMPARACIONES TO LTO-VALOR
           WRITE REG-REPORTE-CRUCE FROM LIN-TOTAL
           MOVE "COINCIDENCIAS NUEVAS" TO LTO-CONCEPTO
           MOVE CONT-NUEVAS TO LTO-VALOR
           WRITE REG-REPORTE-CRUCE FROM LIN-TOTAL
           MOVE "REINGRESOS A LA COLA" TO LTO-CONCEPTO
           MOVE CONT-REENCOLADAS TO LTO-VALOR
           WRITE REG-REPORTE-CRUCE FROM LIN-TOTAL
           MOVE "YA CONOCIDAS (SIN CAMBIO)" TO LTO-CONCEPTO
           MOVE CONT-CONOCIDAS TO LTO-VALOR
           WRITE REG-REPORTE-CRUCE FROM LIN-TOTAL
           MOVE "SALIERON DE LA LISTA" TO LTO-CONCEPTO
           MOVE CONT-SALIERON TO LTO-VALOR
           WRITE REG-REPORTE-CRUCE FROM LIN-TOTAL
           MOVE "ENTRADAS NO CRUZADAS POR BLOQUE LLENO" TO LTO-CONCEPTO
           MOVE CONT-DESBORDES TO LTO-VALOR
           WRITE REG-REPORTE-CRUCE FROM LIN-TOTAL
           MOVE "PENDIENTES DEL ANALISTA (REVLISTA)" TO LTO-CONCEPTO
           MOVE CONT-PENDIENTES TO LTO-VALOR
           WRITE REG-REPORTE-CRUCE FROM LIN-TOTAL
           MOVE "CONFIRMADAS VIGENTES" TO LTO-CONCEPTO
           MOVE CONT-CONFIRMADAS TO LTO-VALOR
           WRITE REG-REPORTE-CRUCE FROM LIN-TOTAL.

      ******************************************************************
      *8000-ASENTAR-CORRIDA.
      ** BITACORA CENTRAL Y AVISO AL OPERADOR
      ******************************************************************
       8000-ASENTAR-CORRIDA.
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "CRUCELIST - REGCORRIDA NO DISPONIBLE"
           END-CALL
           IF REGC-RC = 4
              MOVE "AVISO" TO NOTIF-SEVERIDAD
           ELSE
              MOVE "INFO" TO NOTIF-SEVERIDAD
           END-IF
           MOVE REGC-CONTADORES TO NOTIF-MENSAJE
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "CRUCELIST - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE LISTARES BDIIREGI COINCIDENCIAS-LISTAS REPORTE-CRUCE
           IF SW-MAESNOM-BDIIVIDE = 1
              CLOSE BDIINOMB
           END-IF
           MOVE CONT-ENTRADAS TO W-EDIT-CONTADOR
           DISPLAY "Entradas de las listas.... " W-EDIT-CONTADOR
           MOVE CONT-PERSONAS TO W-EDIT-CONTADOR
           DISPLAY "Personas cruzadas......... " W-EDIT-CONTADOR
           MOVE CONT-COMPARACIONES TO W-EDIT-CONTADOR
           DISPLAY "Comparaciones de nombre... " W-EDIT-CONTADOR
           MOVE CONT-NUEVAS TO W-EDIT-CONTADOR
           DISPLAY "Coincidencias nuevas...... " W-EDIT-CONTADOR
           MOVE CONT-REENCOLADAS TO W-EDIT-CONTADOR
           DISPLAY "Reingresos a la cola...... " W-EDIT-CONTADOR
           MOVE CONT-SALIERON TO W-EDIT-CONTADOR
           DISPLAY "Salieron de la lista...... " W-EDIT-CONTADOR
           MOVE CONT-PENDIENTES TO W-EDIT-CONTADOR
           DISPLAY "Pendientes del analista... " W-EDIT-CONTADOR
           IF CONT-NUEVAS > 0 OR CONT-REENCOLADAS > 0
              OR CONT-DESBORDES > 0 OR SW-MAESNOM-BDIIVIDE = 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "ENT " CONT-ENTRADAS " NUE " CONT-NUEVAS
                  " REI " CONT-REENCOLADAS " PEN " CONT-PENDIENTES
                  " SAL " CONT-SALIERON
                  DELIMITED BY SIZE INTO REGC-CONTADORES
           END-STRING
           PERFORM 8000-ASENTAR-CORRIDA.

       COPY BDIIVIDE.PROC.
       COPY VALNOM.PROC.
       COPY NOMTOL.PROC.

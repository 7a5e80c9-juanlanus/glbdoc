      * COMPSAL.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COMPSAL.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Comparador de salidas para el ensayo de un pase: antes de
      ** promover un cambio de LEESCORE, CARACTPER, ACTALEJUR u
      ** OPABDIIRE se corren la version vieja y la nueva sobre la
      ** misma entrada y este programa compara las dos salidas
      ** conociendo su layout, en vez de mirarlas a ojo:
      **   - los registros "H" (sello de la corrida: fecha, hora,
      **     parametros) se ignoran; se muestran en el informe solo
      **     como referencia
      **   - los registros se emparejan por clave (ordenados, como en
      **     COMPPER), no por posicion en el archivo
      **   - se informan los registros AGREGADOS (solo en la nueva),
      **     FALTANTES (solo en la vieja) y CAMBIADOS campo por campo,
      **     con la cuenta de cambios de cada campo
      **
      ** LAYOUTS CONOCIDOS (clave de emparejamiento entre parentesis)
      **   SCORESAL   SECUENCIAL-SALIDA de LEESCORE: "D" (TIP-ID,
      **              NUM-ID, FECHA), "S" y "R" (TIP-ID, NUM-ID), "C"
      **              y "T" (uno por archivo)
      **   PER22      SALIDA-PER22 de CARACTPER (TIP-ID, NUM-ID)
      **   PER29      SALIDA-PER29 de CARACTPER (TIP-ID, NUM-ID)
      **   ACTALEJUR  ACTALEJUR.SAL: "D" y "V" (el renglon del feed
      **              que se rechazo o reviso), "T"
      **   BDIIREGI   DETALLE-BDIIREGI de OPABDIIRE: "D" (TIPO-ID,
      **              CEDULA), "T"
      ** Los campos de cada tipo de registro estan en la tabla
      ** TABLA-CATALOGO; un tipo de registro sin campos en la tabla
      ** se compara entero (toda diferencia es AGREGADO/FALTANTE), y
      ** una diferencia fuera de los campos listados se cuenta como
      ** "(RESTO DEL REGISTRO)".
      **
      ** USO: COMPSAL <layout> <salida vieja> <salida nueva>
      **              [<maximo de renglones de detalle>]
      ** (por defecto 200 renglones de detalle; las cuentas siempre
      ** son completas). Informe en $TEMPORALES/COMPSAL.<layout>.REP.
      **
      ** VEREDICTO: IDENTICOS con RC 0, DIFERENCIAS con RC 4 - en una
      ** cadena de ensayo de EJECTRAB el paso siguiente con condicion
      ** SI-OK solo corre si las salidas son identicas. RC 16 con
      ** parametros invalidos o una salida que no se puede abrir.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-VIEJO
                  ASSIGN TO DISK ARCH-VIE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-VIE.

           SELECT ARCHIVO-NUEVO
                  ASSIGN TO DISK ARCH-NUE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-NUE.

           SELECT VIEJO-ORDENADO
                  ASSIGN TO DISK VIE-ORD-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-VOR.

           SELECT NUEVO-ORDENADO
                  ASSIGN TO DISK NUE-ORD-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-NOR.

           SELECT SORT-WORK ASSIGN TO DISK SORTWK-TITLE.

           SELECT REPORTE-COMPSAL
                  ASSIGN TO DISK REPORTE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-VIEJO.
       01  REG-VIEJO                   PIC X(400).

       FD  ARCHIVO-NUEVO.
       01  REG-NUEVO                   PIC X(400).

       FD  VIEJO-ORDENADO.
       01  REG-VIE-ORD.
           02 VIE-CLAVE                PIC X(220).
           02 VIE-REGISTRO             PIC X(400).

       FD  NUEVO-ORDENADO.
       01  REG-NUE-ORD.
           02 NUE-CLAVE                PIC X(220).
           02 NUE-REGISTRO             PIC X(400).

       SD  SORT-WORK.
       01  REG-SORT-WORK.
           02 SD-CLAVE                 PIC X(220).
           02 SD-REGISTRO              PIC X(400).

       FD  REPORTE-COMPSAL.
       01  REG-REP-COMP                PIC X(350).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-VIE              PIC X(2) VALUE ZEROS.
       01 COD-RET-NUE              PIC X(2) VALUE ZEROS.
       01 COD-RET-VOR              PIC X(2) VALUE ZEROS.
       01 COD-RET-NOR              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 SORTWK-TITLE             PIC X(80) VALUE SPACES.
       01 VIE-ORD-NAME             PIC X(80) VALUE SPACES.
       01 NUE-ORD-NAME             PIC X(80) VALUE SPACES.
       01 REPORTE-NAME             PIC X(80) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(250) VALUE SPACES.
       01 W-LAYOUT                 PIC X(10) VALUE SPACES.
       01 ARCH-VIE-NAME            PIC X(100) VALUE SPACES.
       01 ARCH-NUE-NAME            PIC X(100) VALUE SPACES.
       01 W-MAX-DETALLE-X          PIC X(05) VALUE SPACES.
       01 W-MAX-DETALLE            PIC 9(05) VALUE 200.
      *    archivo en curso del procedimiento de entrada del sort:
      *    1 = viejo, 2 = nuevo
       01 W-CUAL-ARCHIVO           PIC 9(01) VALUE 0.
       01 SW-FIN-LECTURA           PIC 9(01) VALUE 0.
       01 SW-FIN-VOR               PIC 9(01) VALUE 0.
       01 SW-FIN-NOR               PIC 9(01) VALUE 0.
       01 SW-IGNORAR               PIC 9(01) VALUE 0.
       01 SW-CAMBIO                PIC 9(01) VALUE 0.
       01 W-REGISTRO               PIC X(400) VALUE SPACES.
       01 W-CLAVE                  PIC X(220) VALUE SPACES.
       01 W-TIPO-REG               PIC X(01) VALUE SPACE.
       01 W-ENCAB-VIEJO            PIC X(60) VALUE SPACES.
       01 W-ENCAB-NUEVO            PIC X(60) VALUE SPACES.
       01 W-LINEA-ARMADA           PIC X(350) VALUE SPACES.
       01 W-ACCION                 PIC X(10) VALUE SPACES.
       01 W-DESDE                  PIC 9(03) VALUE 0.
       01 W-LARGO                  PIC 9(03) VALUE 0.
       01 IX-CAT                   PIC 9(03) VALUE 0.
       01 IX-CAMPO                 PIC 9(03) VALUE 0.

       01 CONTADORES-COMP.
          02 CONT-LEIDOS-VIEJO        PIC 9(08) VALUE 0.
          02 CONT-LEIDOS-NUEVO        PIC 9(08) VALUE 0.
          02 CONT-ENCABEZADOS         PIC 9(08) VALUE 0.
          02 CONT-IGUALES             PIC 9(08) VALUE 0.
          02 CONT-CAMBIADOS           PIC 9(08) VALUE 0.
          02 CONT-AGREGADOS           PIC 9(08) VALUE 0.
          02 CONT-FALTANTES           PIC 9(08) VALUE 0.
          02 CONT-DETALLE             PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZ,ZZZ,ZZ9.

      **** CAMPOS DEL LAYOUT EN USO (COPIADOS DEL CATALOGO); EL
      **** ULTIMO RENGLON CUENTA LAS DIFERENCIAS FUERA DE LOS CAMPOS
       01 CAMPO-TOPE               PIC 9(03) VALUE 0.
       01 TABLA-CAMPOS.
          02 CAMPO-ENTRADA OCCURS 30 TIMES.
             03 CAMPO-TIPO            PIC X(01).
             03 CAMPO-NOMBRE          PIC X(20).
             03 CAMPO-DESDE           PIC 9(03).
             03 CAMPO-LARGO           PIC 9(03).
             03 CAMPO-CAMBIOS         PIC 9(08).

      **** CATALOGO DE CAMPOS POR LAYOUT Y TIPO DE REGISTRO ("*" =
      **** CUALQUIER REGISTRO): LAYOUT, TIPO, CAMPO, POSICION, LARGO
       01 TABLA-CATALOGO-VALORES.
          02 FILLER PIC X(41) VALUE
             "SCORESAL   D SAL-SCORE            022 003".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   D SAL-EXCLUSION        025 002".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   D SAL-SEGMENTO         027 001".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   D SAL-DELTA            028 004".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   D SAL-AMNISTIA         032 001".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   D SAL-SUPLANTACION     033 001".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   D SAL-LISTAS           034 001".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   S SAL-RES-CANT-REG     014 004".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   S SAL-RES-FEC-PRIM     018 008".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   S SAL-RES-FEC-ULT      026 008".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   S SAL-RES-SCORE-MIN    034 003".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   S SAL-RES-SCORE-MAX    037 003".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   S SAL-RES-SCORE-ULT    040 003".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   S SAL-RES-SEGM-ULT     043 001".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   S SAL-RES-EXCL-ULT     044 002".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   R SAL-RST-CODIGO       014 006".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   C SAL-CON-TEXTO        002 026".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   C SAL-CON-FECHA-FOTO   028 008".
          02 FILLER PIC X(41) VALUE
             "SCORESAL   T SAL-TRL-CANT-REG     002 008".
          02 FILLER PIC X(41) VALUE
             "PER22      * SLD-01MOR998MX022    013 004".
          02 FILLER PIC X(41) VALUE
             "PER22      * SLD-01MOR997MX022    017 004".
          02 FILLER PIC X(41) VALUE
             "PER22      * SLD-01MOR996MX022    021 004".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01END999RO029    013 011".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01END998RO029    024 011".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01END997RO029    035 011".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01END996RO029    046 011".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01END995RO029    057 011".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01END994RO029    068 011".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01END993RO029    079 011".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01END992RO029    090 011".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01END991RO029    101 011".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01END990RO029    112 011".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01END989RO029    123 004".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01NUM998RO029    127 004".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01NUM997RO029    131 004".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01NUM996RO029    135 004".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-02NUM995TO029    139 004".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01EXP999RO029    143 004".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01EXP998RO029    147 004".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01EXP997RO029    151 004".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-01EXP996RO029    155 004".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-02EXP995TO029    159 004".
          02 FILLER PIC X(41) VALUE
             "PER29      * SLD-02EXP994TO029    163 004".
          02 FILLER PIC X(41) VALUE
             "ACTALEJUR  D SAL-COD-RAZON        002 003".
          02 FILLER PIC X(41) VALUE
             "ACTALEJUR  D RAZON-SALIDA         006 120".
          02 FILLER PIC X(41) VALUE
             "ACTALEJUR  V SAL-COD-RAZON        002 003".
          02 FILLER PIC X(41) VALUE
             "ACTALEJUR  V RAZON-SALIDA         006 120".
          02 FILLER PIC X(41) VALUE
             "ACTALEJUR  T SAL-TRL-CANT-REG     002 008".
          02 FILLER PIC X(41) VALUE
             "BDIIREGI   D DET-OPERACION        002 001".
          02 FILLER PIC X(41) VALUE
             "BDIIREGI   T DET-TRL-CANT-REG     002 008".
       01 TABLA-CATALOGO REDEFINES TABLA-CATALOGO-VALORES.
          02 CAT-ENTRADA OCCURS 50 TIMES.
             03 CAT-LAYOUT            PIC X(10).
             03 FILLER                PIC X(01).
             03 CAT-TIPO              PIC X(01).
             03 FILLER                PIC X(01).
             03 CAT-NOMBRE            PIC X(20).
             03 FILLER                PIC X(01).
             03 CAT-DESDE             PIC 9(03).
             03 FILLER                PIC X(01).
             03 CAT-LARGO             PIC 9(03).
       01 CAT-TOPE                 PIC 9(03) VALUE 50.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Comparador de salidas vieja/nueva por layout  *"
           DISPLAY "*           PROGRAMA : COMPSAL.CBL              *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 1100-CARGAR-LAYOUT
           PERFORM 2000-ORDENAR-ARCHIVOS
           OPEN OUTPUT REPORTE-COMPSAL
           PERFORM 3000-ENCABEZAR-INFORME
           PERFORM 4000-EMPAREJAR
           PERFORM 5000-EVALUAR-Y-REPORTAR
           CLOSE REPORTE-COMPSAL
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
      ** LOS ARCHIVOS DE TRABAJO LLEVAN EL LAYOUT EN EL NOMBRE, ASI
      ** DOS COMPARACIONES DE UN GRUPO PARALELO NO SE PISAN
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-LAYOUT ARCH-VIE-NAME ARCH-NUE-NAME
                         W-MAX-DETALLE-X
           END-UNSTRING
           IF W-LAYOUT = SPACES OR ARCH-VIE-NAME = SPACES
              OR ARCH-NUE-NAME = SPACES
              DISPLAY "Uso: COMPSAL <layout> <salida vieja> "
                      "<salida nueva> [<maximo de detalle>]"
              DISPLAY "     layout: SCORESAL, PER22, PER29, "
                      "ACTALEJUR, BDIIREGI"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF W-MAX-DETALLE-X NOT = SPACES
              IF W-MAX-DETALLE-X(1:1) IS NUMERIC
                 COMPUTE W-MAX-DETALLE =
                    FUNCTION NUMVAL (W-MAX-DETALLE-X)
              END-IF
           END-IF
           STRING "$TEMPORALES/COMPSAL." DELIMITED BY SIZE
                  W-LAYOUT               DELIMITED BY SPACE
                  ".SRT"                 DELIMITED BY SIZE
                  INTO SORTWK-TITLE
           END-STRING
           STRING "$TEMPORALES/COMPSAL." DELIMITED BY SIZE
                  W-LAYOUT               DELIMITED BY SPACE
                  ".VIE"                 DELIMITED BY SIZE
                  INTO VIE-ORD-NAME
           END-STRING
           STRING "$TEMPORALES/COMPSAL." DELIMITED BY SIZE
                  W-LAYOUT               DELIMITED BY SPACE
                  ".NUE"                 DELIMITED BY SIZE
                  INTO NUE-ORD-NAME
           END-STRING
           STRING "$TEMPORALES/COMPSAL." DELIMITED BY SIZE
                  W-LAYOUT               DELIMITED BY SPACE
                  ".REP"                 DELIMITED BY SIZE
                  INTO REPORTE-NAME
           END-STRING.

      ******************************************************************
      *1100-CARGAR-LAYOUT.
      ** LOS CAMPOS DEL LAYOUT PEDIDO SE COPIAN DEL CATALOGO; UN
      ** LAYOUT SIN CAMPOS EN EL CATALOGO NO SE CONOCE
      ******************************************************************
       1100-CARGAR-LAYOUT.
           MOVE 0 TO CAMPO-TOPE
           INITIALIZE TABLA-CAMPOS
           PERFORM VARYING IX-CAT FROM 1 BY 1 UNTIL IX-CAT > CAT-TOPE
              IF CAT-LAYOUT(IX-CAT) = W-LAYOUT
                 ADD 1 TO CAMPO-TOPE
                 MOVE CAT-TIPO(IX-CAT)   TO CAMPO-TIPO(CAMPO-TOPE)
                 MOVE CAT-NOMBRE(IX-CAT) TO CAMPO-NOMBRE(CAMPO-TOPE)
                 MOVE CAT-DESDE(IX-CAT)  TO CAMPO-DESDE(CAMPO-TOPE)
                 MOVE CAT-LARGO(IX-CAT)  TO CAMPO-LARGO(CAMPO-TOPE)
              END-IF
           END-PERFORM
           IF CAMPO-TOPE = 0
              DISPLAY "COMPSAL - LAYOUT DESCONOCIDO: " W-LAYOUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO CAMPO-TOPE
           MOVE "(RESTO DEL REGISTRO)" TO CAMPO-NOMBRE(CAMPO-TOPE)
           MOVE SPACE TO CAMPO-TIPO(CAMPO-TOPE).

      ******************************************************************
      *2000-ORDENAR-ARCHIVOS.
      ** CADA SALIDA SE ORDENA POR SU CLAVE (Y A IGUAL CLAVE POR EL
      ** REGISTRO ENTERO, ASI DOS REPETIDOS IGUALES SE EMPAREJAN ENTRE
      ** SI) A SU PROPIO ARCHIVO DE TRABAJO; LOS "H" NO PASAN
      ******************************************************************
       2000-ORDENAR-ARCHIVOS.
           MOVE 1 TO W-CUAL-ARCHIVO
           SORT SORT-WORK
                ASCENDING KEY SD-CLAVE SD-REGISTRO
                INPUT PROCEDURE IS 2100-LIBERAR-REGISTROS
                OUTPUT PROCEDURE IS 2200-GRABAR-ORDENADO
           MOVE 2 TO W-CUAL-ARCHIVO
           SORT SORT-WORK
                ASCENDING KEY SD-CLAVE SD-REGISTRO
                INPUT PROCEDURE IS 2100-LIBERAR-REGISTROS
                OUTPUT PROCEDURE IS 2200-GRABAR-ORDENADO.

       2100-LIBERAR-REGISTROS.
           MOVE 0 TO SW-FIN-LECTURA
           IF W-CUAL-ARCHIVO = 1
              OPEN INPUT ARCHIVO-VIEJO
              IF COD-RET-VIE NOT = "00"
                 DISPLAY "Error abriendo " ARCH-VIE-NAME " "
                         COD-RET-VIE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              OPEN INPUT ARCHIVO-NUEVO
              IF COD-RET-NUE NOT = "00"
                 DISPLAY "Error abriendo " ARCH-NUE-NAME " "
                         COD-RET-NUE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           PERFORM 2110-LEER-Y-LIBERAR
              UNTIL SW-FIN-LECTURA = 1
           IF W-CUAL-ARCHIVO = 1
              CLOSE ARCHIVO-VIEJO
           ELSE
              CLOSE ARCHIVO-NUEVO
           END-IF.

       2110-LEER-Y-LIBERAR.
           MOVE SPACES TO W-REGISTRO
           IF W-CUAL-ARCHIVO = 1
              READ ARCHIVO-VIEJO NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LECTURA
              END-READ
              IF SW-FIN-LECTURA = 0
                 MOVE REG-VIEJO TO W-REGISTRO
              END-IF
           ELSE
              READ ARCHIVO-NUEVO NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LECTURA
              END-READ
              IF SW-FIN-LECTURA = 0
                 MOVE REG-NUEVO TO W-REGISTRO
              END-IF
           END-IF
           IF SW-FIN-LECTURA = 0
              PERFORM 2150-ARMAR-CLAVE
              IF SW-IGNORAR = 1
                 ADD 1 TO CONT-ENCABEZADOS
                 IF W-CUAL-ARCHIVO = 1
                    MOVE W-REGISTRO TO W-ENCAB-VIEJO
                 ELSE
                    MOVE W-REGISTRO TO W-ENCAB-NUEVO
                 END-IF
              ELSE
                 IF W-CUAL-ARCHIVO = 1
                    ADD 1 TO CONT-LEIDOS-VIEJO
                 ELSE
                    ADD 1 TO CONT-LEIDOS-NUEVO
                 END-IF
                 MOVE W-CLAVE    TO SD-CLAVE
                 MOVE W-REGISTRO TO SD-REGISTRO
                 RELEASE REG-SORT-WORK
              END-IF
           END-IF.

      ******************************************************************
      *2150-ARMAR-CLAVE.
      ** CLAVE DE EMPAREJAMIENTO DE W-REGISTRO SEGUN EL LAYOUT: EL
      ** TIPO DE REGISTRO MAS LA IDENTIFICACION. UN TIPO DE REGISTRO
      ** QUE EL LAYOUT NO CONOCE SE EMPAREJA POR EL REGISTRO ENTERO
      ******************************************************************
       2150-ARMAR-CLAVE.
           MOVE 0 TO SW-IGNORAR
           MOVE SPACES TO W-CLAVE
           MOVE W-REGISTRO(1:1) TO W-TIPO-REG
           EVALUATE W-LAYOUT
              WHEN "PER22"
              WHEN "PER29"
                 MOVE W-REGISTRO(1:12) TO W-CLAVE
              WHEN "SCORESAL"
                 EVALUATE W-TIPO-REG
                    WHEN "H"
                       MOVE 1 TO SW-IGNORAR
                    WHEN "D"
                       STRING W-TIPO-REG W-REGISTRO(2:20)
                              DELIMITED BY SIZE INTO W-CLAVE
                       END-STRING
                    WHEN "S"
                    WHEN "R"
                       STRING W-TIPO-REG W-REGISTRO(2:12)
                              DELIMITED BY SIZE INTO W-CLAVE
                       END-STRING
                    WHEN "C"
                    WHEN "T"
                       MOVE W-TIPO-REG TO W-CLAVE
                    WHEN OTHER
                       MOVE W-REGISTRO(1:220) TO W-CLAVE
                 END-EVALUATE
              WHEN "ACTALEJUR"
                 EVALUATE W-TIPO-REG
                    WHEN "H"
                       MOVE 1 TO SW-IGNORAR
                    WHEN "D"
                    WHEN "V"
                       STRING W-TIPO-REG W-REGISTRO(127:200)
                              DELIMITED BY SIZE INTO W-CLAVE
                       END-STRING
                    WHEN "T"
                       MOVE W-TIPO-REG TO W-CLAVE
                    WHEN OTHER
                       MOVE W-REGISTRO(1:220) TO W-CLAVE
                 END-EVALUATE
              WHEN "BDIIREGI"
                 EVALUATE W-TIPO-REG
                    WHEN "H"
                       MOVE 1 TO SW-IGNORAR
                    WHEN "D"
                       STRING W-TIPO-REG W-REGISTRO(4:1)
                              W-REGISTRO(6:11)
                              DELIMITED BY SIZE INTO W-CLAVE
                       END-STRING
                    WHEN "T"
                       MOVE W-TIPO-REG TO W-CLAVE
                    WHEN OTHER
                       MOVE W-REGISTRO(1:220) TO W-CLAVE
                 END-EVALUATE
           END-EVALUATE.

       2200-GRABAR-ORDENADO.
           MOVE 0 TO SW-FIN-LECTURA
           IF W-CUAL-ARCHIVO = 1
              OPEN OUTPUT VIEJO-ORDENADO
           ELSE
              OPEN OUTPUT NUEVO-ORDENADO
           END-IF
           PERFORM 2210-DEVOLVER-Y-GRABAR
              UNTIL SW-FIN-LECTURA = 1
           IF W-CUAL-ARCHIVO = 1
              CLOSE VIEJO-ORDENADO
           ELSE
              CLOSE NUEVO-ORDENADO
           END-IF.

       2210-DEVOLVER-Y-GRABAR.
           RETURN SORT-WORK
              AT END
                 MOVE 1 TO SW-FIN-LECTURA
              NOT AT END
                 IF W-CUAL-ARCHIVO = 1
                    WRITE REG-VIE-ORD FROM REG-SORT-WORK
                 ELSE
                    WRITE REG-NUE-ORD FROM REG-SORT-WORK
                 END-IF
           END-RETURN.

      ******************************************************************
      *3000-ENCABEZAR-INFORME.
      ** LOS SELLOS "H" DE LAS DOS CORRIDAS VAN SOLO COMO REFERENCIA
      ******************************************************************
       3000-ENCABEZAR-INFORME.
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "COMPARACION DE SALIDAS - LAYOUT " W-LAYOUT
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 5100-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "VIEJA: " ARCH-VIE-NAME
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 5100-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "NUEVA: " ARCH-NUE-NAME
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 5100-GRABAR-LINEA
           IF W-ENCAB-VIEJO NOT = SPACES OR W-ENCAB-NUEVO NOT = SPACES
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "ENCABEZADO VIEJA (IGNORADO): " W-ENCAB-VIEJO
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 5100-GRABAR-LINEA
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "ENCABEZADO NUEVA (IGNORADO): " W-ENCAB-NUEVO
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 5100-GRABAR-LINEA
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 5100-GRABAR-LINEA.

      ******************************************************************
      *4000-EMPAREJAR.
      ** APAREO CLASICO DE DOS SECUENCIALES ORDENADOS POR LA MISMA
      ** CLAVE
      ******************************************************************
       4000-EMPAREJAR.
           OPEN INPUT VIEJO-ORDENADO
           OPEN INPUT NUEVO-ORDENADO
           PERFORM 4100-LEER-VIEJO
           PERFORM 4200-LEER-NUEVO
           PERFORM UNTIL SW-FIN-VOR = 1 AND SW-FIN-NOR = 1
              EVALUATE TRUE
                 WHEN SW-FIN-VOR = 1
                    PERFORM 4400-INFORMAR-AGREGADO
                    PERFORM 4200-LEER-NUEVO
                 WHEN SW-FIN-NOR = 1
                    PERFORM 4500-INFORMAR-FALTANTE
                    PERFORM 4100-LEER-VIEJO
                 WHEN NUE-CLAVE < VIE-CLAVE
                    PERFORM 4400-INFORMAR-AGREGADO
                    PERFORM 4200-LEER-NUEVO
                 WHEN NUE-CLAVE > VIE-CLAVE
                    PERFORM 4500-INFORMAR-FALTANTE
                    PERFORM 4100-LEER-VIEJO
                 WHEN OTHER
                    PERFORM 4300-COMPARAR-CAMPOS
                    PERFORM 4100-LEER-VIEJO
                    PERFORM 4200-LEER-NUEVO
              END-EVALUATE
           END-PERFORM
           CLOSE VIEJO-ORDENADO NUEVO-ORDENADO.

       4100-LEER-VIEJO.
           READ VIEJO-ORDENADO NEXT RECORD
              AT END MOVE 1 TO SW-FIN-VOR
           END-READ.

       4200-LEER-NUEVO.
           READ NUEVO-ORDENADO NEXT RECORD
              AT END MOVE 1 TO SW-FIN-NOR
           END-READ.

      ******************************************************************
      *4300-COMPARAR-CAMPOS.
      ** CADA CAMPO DEL TIPO DE REGISTRO SE COMPARA Y CUENTA POR
      ** SEPARADO; SI NINGUNO DIFIERE PERO EL REGISTRO SI, LA
      ** DIFERENCIA ESTA FUERA DE LOS CAMPOS CONOCIDOS
      ******************************************************************
       4300-COMPARAR-CAMPOS.
           MOVE 0 TO SW-CAMBIO
           MOVE NUE-REGISTRO(1:1) TO W-TIPO-REG
           PERFORM VARYING IX-CAMPO FROM 1 BY 1
                     UNTIL IX-CAMPO NOT < CAMPO-TOPE
              IF CAMPO-TIPO(IX-CAMPO) = "*"
                 OR CAMPO-TIPO(IX-CAMPO) = W-TIPO-REG
                 MOVE CAMPO-DESDE(IX-CAMPO) TO W-DESDE
                 MOVE CAMPO-LARGO(IX-CAMPO) TO W-LARGO
                 IF VIE-REGISTRO(W-DESDE:W-LARGO)
                    NOT = NUE-REGISTRO(W-DESDE:W-LARGO)
                    MOVE 1 TO SW-CAMBIO
                    ADD 1 TO CAMPO-CAMBIOS(IX-CAMPO)
                    PERFORM 4310-INFORMAR-CAMBIO
                 END-IF
              END-IF
           END-PERFORM
           IF SW-CAMBIO = 0 AND VIE-REGISTRO NOT = NUE-REGISTRO
              MOVE 1 TO SW-CAMBIO
              MOVE CAMPO-TOPE TO IX-CAMPO
              ADD 1 TO CAMPO-CAMBIOS(IX-CAMPO)
              MOVE 1   TO W-DESDE
              MOVE 120 TO W-LARGO
              PERFORM 4310-INFORMAR-CAMBIO
           END-IF
           IF SW-CAMBIO = 1
              ADD 1 TO CONT-CAMBIADOS
           ELSE
              ADD 1 TO CONT-IGUALES
           END-IF.

       4310-INFORMAR-CAMBIO.
           ADD 1 TO CONT-DETALLE
           IF CONT-DETALLE NOT > W-MAX-DETALLE
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "CAMBIADO  " NUE-CLAVE(1:60) " "
                     CAMPO-NOMBRE(IX-CAMPO) " ["
                     VIE-REGISTRO(W-DESDE:W-LARGO) "] -> ["
                     NUE-REGISTRO(W-DESDE:W-LARGO) "]"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 5100-GRABAR-LINEA
           END-IF.

       4400-INFORMAR-AGREGADO.
           ADD 1 TO CONT-AGREGADOS
           MOVE "AGREGADO  " TO W-ACCION
           MOVE NUE-REGISTRO TO W-REGISTRO
           PERFORM 4600-INFORMAR-REGISTRO.

       4500-INFORMAR-FALTANTE.
           ADD 1 TO CONT-FALTANTES
           MOVE "FALTANTE  " TO W-ACCION
           MOVE VIE-REGISTRO TO W-REGISTRO
           PERFORM 4600-INFORMAR-REGISTRO.

       4600-INFORMAR-REGISTRO.
           ADD 1 TO CONT-DETALLE
           IF CONT-DETALLE NOT > W-MAX-DETALLE
              MOVE SPACES TO W-LINEA-ARMADA
              STRING W-ACCION W-REGISTRO(1:330)
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 5100-GRABAR-LINEA
           END-IF.

      ******************************************************************
      *5000-EVALUAR-Y-REPORTAR.
      ******************************************************************
       5000-EVALUAR-Y-REPORTAR.
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 5100-GRABAR-LINEA
           IF CONT-DETALLE > W-MAX-DETALLE
              MOVE SPACES TO W-LINEA-ARMADA
              COMPUTE CONT-DETALLE = CONT-DETALLE - W-MAX-DETALLE
              MOVE CONT-DETALLE TO W-EDIT-CONTADOR
              STRING "... " W-EDIT-CONTADOR
                     " RENGLONES DE DETALLE MAS SIN LISTAR"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 5100-GRABAR-LINEA
           END-IF
           MOVE CONT-LEIDOS-VIEJO TO W-EDIT-CONTADOR
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "Registros salida vieja.... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 5100-GRABAR-LINEA
           MOVE CONT-LEIDOS-NUEVO TO W-EDIT-CONTADOR
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "Registros salida nueva.... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 5100-GRABAR-LINEA
           MOVE CONT-ENCABEZADOS TO W-EDIT-CONTADOR
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "Encabezados ignorados..... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 5100-GRABAR-LINEA
           MOVE CONT-IGUALES TO W-EDIT-CONTADOR
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "Iguales................... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 5100-GRABAR-LINEA
           MOVE CONT-CAMBIADOS TO W-EDIT-CONTADOR
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "Cambiados................. " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 5100-GRABAR-LINEA
           MOVE CONT-AGREGADOS TO W-EDIT-CONTADOR
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "Agregados (solo nueva).... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 5100-GRABAR-LINEA
           MOVE CONT-FALTANTES TO W-EDIT-CONTADOR
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "Faltantes (solo vieja).... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 5100-GRABAR-LINEA
           PERFORM VARYING IX-CAMPO FROM 1 BY 1
                     UNTIL IX-CAMPO > CAMPO-TOPE
              IF CAMPO-CAMBIOS(IX-CAMPO) > 0
                 MOVE CAMPO-CAMBIOS(IX-CAMPO) TO W-EDIT-CONTADOR
                 MOVE SPACES TO W-LINEA-ARMADA
                 STRING "  Cambios en " CAMPO-TIPO(IX-CAMPO) " "
                        CAMPO-NOMBRE(IX-CAMPO) " " W-EDIT-CONTADOR
                        DELIMITED BY SIZE INTO W-LINEA-ARMADA
                 END-STRING
                 PERFORM 5100-GRABAR-LINEA
              END-IF
           END-PERFORM
           IF CONT-CAMBIADOS = 0 AND CONT-AGREGADOS = 0
              AND CONT-FALTANTES = 0
              MOVE "VEREDICTO: IDENTICOS" TO W-LINEA-ARMADA
              PERFORM 5100-GRABAR-LINEA
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE "VEREDICTO: DIFERENCIAS" TO W-LINEA-ARMADA
              PERFORM 5100-GRABAR-LINEA
              MOVE 4 TO RETURN-CODE
           END-IF.

       5100-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REP-COMP
           WRITE REG-REP-COMP.

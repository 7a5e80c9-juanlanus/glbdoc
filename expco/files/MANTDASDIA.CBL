      * MANTDASDIA.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTDASDIA.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Cargador y mantenedor de las bases BDIIDAS y BDIIDIAN, al
      ** estilo de MANTBDLSTR: las dos bases se leen en todas partes
      ** (CARACTPER 1090-CONSULTAR-DAS-DIAN, AUDBDIIRC, EXPNOENC,
      ** ESTINTEG, las columnas SLD-IND-DAS/SLD-EST-DIAN de PER22 y
      ** PER29) pero hasta ahora se cargaban por medios que nadie aca
      ** controla. Lee el archivo periodico de la fuente (formato
      ** punto y coma), valida cada registro y da de alta, modifica o
      ** retira identificaciones, con ensayo FALSO que no escribe
      ** nada. Cada cambio real deja la imagen antes/despues en el
      ** diario $TEMPORALES/MANTDASDIA.JRN (mismo criterio que el
      ** historial BDIIALEHIS de ACTALEJUR).
      **
      ** USO: MANTDASDIA <DAS|DIAN> <REAL|FALSO>
      ** ENTRADA: $TEMPORALES/MANTDASDIA.DAS o $TEMPORALES/
      **   MANTDASDIA.DIAN segun la base, un registro por renglon:
      **   operacion;tipo;numero;estado;fecha-act(AAAAMMDD)
      **   operacion A alta, M modificacion, B retiro de la base
      ** Un registro cuya fecha de actualizacion es anterior a la que
      ** ya tiene la base se rechaza (entrega vieja de la fuente): una
      ** base atrasada no pisa a una mas nueva.
      ** Rechazos con razon legible en $TEMPORALES/MANTDASDIA.REP.
      ** La identificacion del alta y de la modificacion se valida
      ** con VALIDID.CBL y se rechaza con su codigo I01..I06; el
      ** retiro solo pide una llave numerica, para que lo que ya esta
      ** en la base se pueda sacar aunque no cumpla las reglas.
      **
      ** El archivo de la fuente entra por la misma mesa de entrada
      ** que los demas feeds, como pasos OBLIGATORIO de EJECTRAB:
      **   RECEPFEED DIAN <llegado> $TEMPORALES/MANTDASDIA.DIAN
      **   VOLGATE   DIAN $TEMPORALES/MANTDASDIA.DIAN
      **   MANTDASDIA DIAN REAL
      ** asi una entrega repetida queda en cuarentena y una base a
      ** medio cargar (desvio de volumen) no llega a las
      ** personalizaciones de los clientes.
      **
      ** RC 0 ok; RC 4 hubo rechazos de datos; RC 8 errores al
      ** escribir la base; RC 16 error de uso o archivo inaccesible.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY BDIIDAS.FS.
       COPY BDIIDIAN.FS.
            SELECT ENTRADA ASSIGN TO DISK W-ENTRADA-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS COD-RET-ENTRADA.
            SELECT REPORTE-ERRORES
                   ASSIGN TO "$TEMPORALES/MANTDASDIA.REP"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    diario de cambios de las dos bases: imagen completa
      *    antes/despues de cada alta, modificacion y retiro real
            SELECT DIARIO-DASDIA
                   ASSIGN TO "$TEMPORALES/MANTDASDIA.JRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS COD-RET-DIARIO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY BDIIDAS.FD.
       COPY BDIIDIAN.FD.
       FD ENTRADA.
       01 REG-ENTRADA                   PIC X(120).
       FD REPORTE-ERRORES.
       01 REG-REPORTE-ERR.
          02 TIPO-IDE-REP                PIC X.
          02 FILLER                      PIC X      VALUE SPACE.
          02 NUM-IDE-REP                 PIC X(11).
          02 FILLER                      PIC X      VALUE SPACE.
          02 RAZON-REP                   PIC X(80).
       FD DIARIO-DASDIA.
       01 REG-DIARIO-DASDIA.
          02 JRN-FECHA                   PIC 9(08).
          02 FILLER                      PIC X.
          02 JRN-HORA                    PIC 9(06).
          02 FILLER                      PIC X.
          02 JRN-BASE                    PIC X(04).
          02 FILLER                      PIC X.
          02 JRN-OPERACION               PIC X(01).
          02 FILLER                      PIC X.
          02 JRN-IMAGEN-ANTES            PIC X(22).
          02 FILLER                      PIC X.
          02 JRN-IMAGEN-DESPUES          PIC X(22).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-ENTRADA                PIC XX VALUE SPACES.
       01 COD-RET-DIARIO                 PIC XX VALUE SPACES.
       01 PARAMETROS.
          03 BASE                        PIC X(10)  VALUE SPACES.
          03 COMANDO                     PIC X(80)  VALUE SPACES.
          03 LINEA                       PIC X(80)  VALUE SPACES.
       01 W-ENTRADA-NAME                 PIC X(60)  VALUE SPACES.
      * validacion de variables de ambiente requeridas al arranque
       01 VAR-ENTORNO-CHK                PIC X(15) VALUE SPACES.
       01 CONTADORES.
          03 CONT-LEIDOS                 PIC 9(10)  VALUE 0.
          03 CONT-ALTAS-OK               PIC 9(10)  VALUE 0.
          03 CONT-CAMBIOS-OK             PIC 9(10)  VALUE 0.
          03 CONT-RETIROS-OK             PIC 9(10)  VALUE 0.
          03 CONT-RECHAZADOS             PIC 9(10)  VALUE 0.
          03 CONT-ERR-ESCRITURA          PIC 9(10)  VALUE 0.
       01 VARIABLES-GENERALES.
          03 REAL                        PIC 9      VALUE 0.
          03 FIN-ENTRADA                 PIC 9      VALUE 0.
          03 HAY-REGISTRO                PIC 9      VALUE 0.
          03 SW-BASE                     PIC 9      VALUE 0.
             88 BASE-DAS                            VALUE 1.
             88 BASE-DIAN                           VALUE 2.
          03 SW-DIARIO-ABIERTO           PIC 9      VALUE 0.
          03 SW-ESCRITURA-OK             PIC 9      VALUE 0.
       01 VARIABLES-INPUT.
          03 OPERACION-INP               PIC X.
          03 TIPO-IDE-INP-X              PIC X.
          03 NUM-IDE-INP-X               PIC X(11) JUSTIFIED RIGHT.
          03 ESTADO-INP                  PIC X(02).
          03 FEC-ACT-INP-X               PIC X(08).
      *    registro de trabajo comun a las dos bases (misma forma que
      *    REG-BDIIDAS y REG-BDIIDIAN)
       01 W-REG-BASE.
          02 W-TIPO-ID-BASE              PIC 9(01).
          02 W-CEDULA-BASE               PIC 9(11).
          02 W-ESTADO-BASE               PIC X(02).
          02 W-FEC-ACT-BASE              PIC 9(08).
       01 W-IMAGEN-ANTES                 PIC X(22)  VALUE SPACES.
       01 FECHA-SISTEMA                  PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS            PIC 9(06).
          03 FILLER                      PIC 9(02).
       01 VALIDACIONES-FECHAS.
          02 ANO-VAL-X                   PIC 9(04).
             88 ANO-VAL  VALUE 1900 THRU 2050.
          02 MES-VAL-X                   PIC 9(02).
             88 MES-VAL  VALUE 01   THRU 12.
          02 DIA-VAL-X                   PIC 9(02).
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

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA                  PIC X(10) VALUE "MANTDASDIA".
       01 REGC-PARAMETROS                PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES                PIC X(80) VALUE SPACES.
       01 REGC-RC                        PIC 9(04) VALUE 0.
       01 REGC-VERSION                   PIC X(24)
                                         VALUE "MANTDASDIA.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD                PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA                 PIC X(10) VALUE "MANTDASDIA".
       01 NOTIF-MENSAJE                  PIC X(80) VALUE SPACES.
      * interbloqueo de la base en modo REAL (CERROJO)
       01 CERR-ACCION                    PIC X(08) VALUE SPACES.
       01 CERR-RECURSO                   PIC X(10) VALUE SPACES.
       01 CERR-PROGRAMA                  PIC X(10) VALUE "MANTDASDIA".
       01 CERR-RESULTADO                 PIC 9(01) VALUE 0.
       01 SW-CERROJO-TOMADO              PIC 9(01) VALUE 0.

      **** VENTANAS DE CONGELAMIENTO (CONGELA)
       COPY CONGELA.WS.

       PROCEDURE DIVISION.
       0000-PROGRAMA-PRINCIPAL.
      ****************************************************************
      ****************************************************************
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT LINEA FROM COMMAND-LINE.
           UNSTRING LINEA DELIMITED BY ALL " " INTO BASE COMANDO
           END-UNSTRING.
           EVALUATE BASE
             WHEN "DAS"
                MOVE 1 TO SW-BASE
                MOVE "BDIIDAS" TO CERR-RECURSO
                MOVE "$TEMPORALES/MANTDASDIA.DAS" TO W-ENTRADA-NAME
             WHEN "DIAN"
                MOVE 2 TO SW-BASE
                MOVE "BDIIDIAN" TO CERR-RECURSO
                MOVE "$TEMPORALES/MANTDASDIA.DIAN" TO W-ENTRADA-NAME
             WHEN OTHER
               DISPLAY "BASE INVALIDA:" BASE
               DISPLAY "USO: MANTDASDIA <DAS|DIAN> <REAL|FALSO>"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.
           EVALUATE COMANDO
             WHEN "REAL"
                MOVE "MANTDASDIA" TO CONG-PROGRAMA
                MOVE COMANDO TO CONG-MODO
                PERFORM 0550-VERIFICAR-CONGELAMIENTO
                MOVE 1 TO REAL
                PERFORM 0900-ASENTAR-INICIO
                PERFORM 0600-TOMAR-CERROJO
                PERFORM 0650-ABRIR-BASE
                PERFORM 1000-PROCESAR-FUENTE
                PERFORM 0700-LIBERAR-CERROJO
             WHEN "FALSO"
                MOVE 0 TO REAL
                PERFORM 0900-ASENTAR-INICIO
                PERFORM 0650-ABRIR-BASE
                PERFORM 1000-PROCESAR-FUENTE
             WHEN ANY
               DISPLAY "COMANDO INVALIDO:" COMANDO(1:10)
               DISPLAY "A) REAL          "
               DISPLAY "B) FALSO         "
               MOVE 16 TO RETURN-CODE
           END-EVALUATE.
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

      ****************************************************************
      *    VENTANAS DE CONGELAMIENTO (VER CONGELA.CBL)
      ****************************************************************
           COPY CONGELA.PROC.

       0600-TOMAR-CERROJO.
      ****************************************************************
      *    LA CARGA REAL TOMA LA BASE (BDIIDAS O BDIIDIAN) PARA QUE
      *    NINGUNA OTRA CORRIDA LA ESCRIBA A LA VEZ (VER CERROJO.CBL)
      ****************************************************************
           MOVE "TOMAR" TO CERR-ACCION
           CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                CERR-PROGRAMA CERR-RESULTADO
           ON EXCEPTION
              DISPLAY "MANTDASDIA - CERROJO NO DISPONIBLE, SE SIGUE "
                      "SIN INTERBLOQUEO"
              MOVE 0 TO CERR-RESULTADO
           END-CALL
           IF CERR-RESULTADO NOT = 0
              DISPLAY "MANTDASDIA - " CERR-RECURSO " OCUPADO POR "
                      "OTRA CORRIDA, SE CANCELA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 1 TO SW-CERROJO-TOMADO.

       0650-ABRIR-BASE.
      ****************************************************************
      ****************************************************************
           IF BASE-DAS
              IF REAL = 1
                 OPEN I-O BDIIDAS
              ELSE
                 OPEN INPUT BDIIDAS
              END-IF
           ELSE
              IF REAL = 1
                 OPEN I-O BDIIDIAN
              ELSE
                 OPEN INPUT BDIIDIAN
              END-IF
           END-IF.

       0700-LIBERAR-CERROJO.
      ****************************************************************
      *    EL RC DE LA CORRIDA YA QUEDO EN REGC-RC (8000); EL CALL
      *    NO LO DEBE PISAR
      ****************************************************************
           IF SW-CERROJO-TOMADO = 1
              MOVE "LIBERAR" TO CERR-ACCION
              CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                   CERR-PROGRAMA CERR-RESULTADO
              ON EXCEPTION
                 CONTINUE
              END-CALL
              MOVE 0 TO SW-CERROJO-TOMADO
              MOVE REGC-RC TO RETURN-CODE
           END-IF.

       0900-ASENTAR-INICIO.
      ****************************************************************
      *    ASIENTA EL ARRANQUE DE LA CORRIDA EN LA BITACORA CENTRAL
      *    (CONTADORES "*INICIO*", VER REGCORRIDA.CBL)
      ****************************************************************
           MOVE LINEA TO REGC-PARAMETROS.
           MOVE "*INICIO*" TO REGC-CONTADORES.
           MOVE 0 TO REGC-RC.
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "MANTDASDIA - REGCORRIDA NO DISPONIBLE"
           END-CALL.

       1000-PROCESAR-FUENTE.
      ****************************************************************
      ****************************************************************
           OPEN INPUT ENTRADA.
           IF COD-RET-ENTRADA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR " W-ENTRADA-NAME " "
                      COD-RET-ENTRADA
              PERFORM 0700-LIBERAR-CERROJO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-ERRORES.
           READ ENTRADA AT END MOVE 1 TO FIN-ENTRADA.
           PERFORM UNTIL FIN-ENTRADA = 1
             IF REG-ENTRADA NOT = SPACES
                ADD 1 TO CONT-LEIDOS
                PERFORM 4000-PROCESAR-REGISTRO
             END-IF
             READ ENTRADA AT END MOVE 1 TO FIN-ENTRADA
             END-READ
           END-PERFORM.
           CLOSE ENTRADA REPORTE-ERRORES.
           IF BASE-DAS
              CLOSE BDIIDAS
           ELSE
              CLOSE BDIIDIAN
           END-IF.
           IF SW-DIARIO-ABIERTO = 1
              CLOSE DIARIO-DASDIA
           END-IF.
           PERFORM 6000-SACAR-RESUMEN.

       4000-PROCESAR-REGISTRO.
      ****************************************************************
      ****************************************************************
           INITIALIZE VARIABLES-INPUT.
           UNSTRING REG-ENTRADA DELIMITED BY ";" INTO
             OPERACION-INP
             TIPO-IDE-INP-X
             NUM-IDE-INP-X
             ESTADO-INP
             FEC-ACT-INP-X .
           PERFORM 4100-VALIDACIONES-BASICAS.
           IF M-ERRORES = ZEROS
              PERFORM 4200-LEER-BASE
              PERFORM 4250-VALIDAR-CONTRA-BASE
           END-IF.
           IF M-ERRORES = ZEROS
              PERFORM 4300-MODIFICAR-BASE
           ELSE
              PERFORM 4400-GRABAR-RECHAZO
              ADD 1 TO CONT-RECHAZADOS
           END-IF.

       4100-VALIDACIONES-BASICAS.
      ****************************************************************
      ****************************************************************
           INSPECT TIPO-IDE-INP-X    REPLACING ALL " " BY "0"
           INSPECT NUM-IDE-INP-X     REPLACING LEADING SPACES BY ZEROS
           INSPECT FEC-ACT-INP-X     REPLACING ALL " " BY "0"
           MOVE ZEROS TO M-ERRORES.
           IF OPERACION-INP NOT = "A" AND OPERACION-INP NOT = "M"
              AND OPERACION-INP NOT = "B"
              MOVE 1 TO V-ERR(1)
           END-IF.
           IF OPERACION-INP = "B"
              IF TIPO-IDE-INP-X NOT NUMERIC
                 OR TIPO-IDE-INP-X = "0"
                 MOVE 1 TO V-ERR(2)
              END-IF
              IF NUM-IDE-INP-X NOT NUMERIC
                 OR NUM-IDE-INP-X = ZEROS
                 MOVE 1 TO V-ERR(3)
              END-IF
           ELSE
              CALL "VALIDID" USING TIPO-IDE-INP-X NUM-IDE-INP-X
                                   W-COD-VALIDID W-TEXTO-VALIDID
              IF W-COD-VALIDID NOT = SPACES
                 MOVE 1 TO V-ERR(9)
              END-IF
           END-IF.
      *    el retiro no necesita estado: la fila sale de la base
           IF ESTADO-INP = SPACES AND OPERACION-INP NOT = "B"
              MOVE 1 TO V-ERR(4)
           END-IF.
           IF FEC-ACT-INP-X NOT NUMERIC
              MOVE 1 TO V-ERR(5)
           ELSE
              MOVE FEC-ACT-INP-X(1:4) TO ANO-VAL-X(1:4)
              MOVE FEC-ACT-INP-X(5:2) TO MES-VAL-X(1:2)
              MOVE FEC-ACT-INP-X(7:2) TO DIA-VAL-X(1:2)
              IF NOT ANO-VAL OR NOT MES-VAL OR NOT DIA-VAL
                 OR FEC-ACT-INP-X > FECHA-SISTEMA
                 MOVE 1 TO V-ERR(5)
              END-IF
           END-IF.

       4200-LEER-BASE.
      ****************************************************************
      *    DEJA EN W-REG-BASE LA FILA VIGENTE DE LA BASE QUE CORRE
      ****************************************************************
           MOVE TIPO-IDE-INP-X  TO W-TIPO-ID-BASE.
           MOVE NUM-IDE-INP-X   TO W-CEDULA-BASE.
           MOVE SPACES          TO W-ESTADO-BASE.
           MOVE 0               TO W-FEC-ACT-BASE.
           MOVE 1 TO HAY-REGISTRO.
           IF BASE-DAS
              MOVE W-TIPO-ID-BASE TO TIPO-ID-BDIIDAS
              MOVE W-CEDULA-BASE  TO CEDULA-BDIIDAS
              READ BDIIDAS INVALID KEY
                  MOVE 0 TO HAY-REGISTRO
              END-READ
              IF HAY-REGISTRO = 1
                 MOVE REG-BDIIDAS TO W-REG-BASE
              END-IF
           ELSE
              MOVE W-TIPO-ID-BASE TO TIPO-ID-BDIIDIAN
              MOVE W-CEDULA-BASE  TO CEDULA-BDIIDIAN
              READ BDIIDIAN INVALID KEY
                  MOVE 0 TO HAY-REGISTRO
              END-READ
              IF HAY-REGISTRO = 1
                 MOVE REG-BDIIDIAN TO W-REG-BASE
              END-IF
           END-IF.
           IF HAY-REGISTRO = 1
              MOVE W-REG-BASE TO W-IMAGEN-ANTES
           ELSE
              MOVE SPACES TO W-IMAGEN-ANTES
           END-IF.

       4250-VALIDAR-CONTRA-BASE.
      ****************************************************************
      *    LA OPERACION TIENE QUE CORRESPONDER A LO QUE HAY EN LA
      *    BASE, Y UNA ENTREGA CON FECHA ANTERIOR A LA VIGENTE NO
      *    PISA LO QUE YA SE CARGO
      ****************************************************************
           IF OPERACION-INP = "A" AND HAY-REGISTRO = 1
              MOVE 1 TO V-ERR(6)
           END-IF.
           IF (OPERACION-INP = "M" OR OPERACION-INP = "B")
              AND HAY-REGISTRO = 0
              MOVE 1 TO V-ERR(7)
           END-IF.
           IF HAY-REGISTRO = 1
              AND FEC-ACT-INP-X < W-FEC-ACT-BASE
              MOVE 1 TO V-ERR(8)
           END-IF.

       4300-MODIFICAR-BASE.
      ****************************************************************
      *    MISMO PATRON READ / WRITE-O-REWRITE DE 4300-MODIFICAR-
      *    BDLSTR EN MANTBDLSTR.CBL, MAS EL DELETE DEL RETIRO
      ****************************************************************
           IF OPERACION-INP NOT = "B"
              MOVE ESTADO-INP      TO W-ESTADO-BASE
              MOVE FEC-ACT-INP-X   TO W-FEC-ACT-BASE
           END-IF.
           IF REAL = 0
              EVALUATE OPERACION-INP
                WHEN "A" ADD 1 TO CONT-ALTAS-OK
                WHEN "M" ADD 1 TO CONT-CAMBIOS-OK
                WHEN "B" ADD 1 TO CONT-RETIROS-OK
              END-EVALUATE
           ELSE
              MOVE 0 TO SW-ESCRITURA-OK
              IF BASE-DAS
                 PERFORM 4310-ESCRIBIR-BDIIDAS
              ELSE
                 PERFORM 4320-ESCRIBIR-BDIIDIAN
              END-IF
              IF SW-ESCRITURA-OK = 1
                 EVALUATE OPERACION-INP
                   WHEN "A" ADD 1 TO CONT-ALTAS-OK
                   WHEN "M" ADD 1 TO CONT-CAMBIOS-OK
                   WHEN "B" ADD 1 TO CONT-RETIROS-OK
                 END-EVALUATE
                 PERFORM 4360-GRABAR-DIARIO
              ELSE
                 ADD 1 TO CONT-ERR-ESCRITURA
              END-IF
           END-IF.

       4310-ESCRIBIR-BDIIDAS.
      ****************************************************************
      ****************************************************************
           MOVE W-REG-BASE TO REG-BDIIDAS.
           EVALUATE OPERACION-INP
             WHEN "A"
                WRITE REG-BDIIDAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO SW-ESCRITURA-OK
                END-WRITE
             WHEN "M"
                REWRITE REG-BDIIDAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO SW-ESCRITURA-OK
                END-REWRITE
             WHEN "B"
                DELETE BDIIDAS RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO SW-ESCRITURA-OK
                END-DELETE
           END-EVALUATE.

       4320-ESCRIBIR-BDIIDIAN.
      ****************************************************************
      ****************************************************************
           MOVE W-REG-BASE TO REG-BDIIDIAN.
           EVALUATE OPERACION-INP
             WHEN "A"
                WRITE REG-BDIIDIAN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO SW-ESCRITURA-OK
                END-WRITE
             WHEN "M"
                REWRITE REG-BDIIDIAN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO SW-ESCRITURA-OK
                END-REWRITE
             WHEN "B"
                DELETE BDIIDIAN RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO SW-ESCRITURA-OK
                END-DELETE
           END-EVALUATE.

       4360-GRABAR-DIARIO.
      ****************************************************************
      *    DEJA LA IMAGEN COMPLETA ANTES/DESPUES DEL CAMBIO, COMO
      *    4360-GRABAR-HISTORIA DE ACTALEJUR. EL DIARIO SE ABRE POR
      *    EXTEND LA PRIMERA VEZ QUE HACE FALTA; EL ENSAYO FALSO NO
      *    TOCA LA BASE Y TAMPOCO DEJA DIARIO. EN EL RETIRO LA IMAGEN
      *    DESPUES QUEDA EN BLANCO.
      ****************************************************************
           IF SW-DIARIO-ABIERTO = 0
              OPEN EXTEND DIARIO-DASDIA
              IF COD-RET-DIARIO = "35"
                 OPEN OUTPUT DIARIO-DASDIA
              END-IF
              IF COD-RET-DIARIO = "00"
                 MOVE 1 TO SW-DIARIO-ABIERTO
              ELSE
                 DISPLAY "MANTDASDIA - SIN DIARIO MANTDASDIA.JRN ("
                         COD-RET-DIARIO ")"
              END-IF
           END-IF.
           IF SW-DIARIO-ABIERTO = 1
              ACCEPT HORA-SISTEMA FROM TIME
              MOVE SPACES           TO REG-DIARIO-DASDIA
              MOVE FECHA-SISTEMA    TO JRN-FECHA
              MOVE HORA-SIST-HHMMSS TO JRN-HORA
              MOVE BASE             TO JRN-BASE
              MOVE OPERACION-INP    TO JRN-OPERACION
              MOVE W-IMAGEN-ANTES   TO JRN-IMAGEN-ANTES
              IF OPERACION-INP NOT = "B"
                 MOVE W-REG-BASE    TO JRN-IMAGEN-DESPUES
              END-IF
              WRITE REG-DIARIO-DASDIA
           END-IF.

       4400-GRABAR-RECHAZO.
      ****************************************************************
      *    TRADUCE LOS INDICADORES V-ERR(n) A UN TEXTO EN LENGUAJE
      *    CLARO, MISMA IDEA QUE 4410-ARMAR-RAZON-ERROR DE ACTALEJUR
      ****************************************************************
           MOVE SPACES TO RAZON-SALIDA.
           MOVE 1      TO W-PTR-RAZON.
           IF V-ERR(1) = 1
              MOVE "OPERACION INVALIDA (A/M/B)" TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(2) = 1
              MOVE "TIPO DE IDENTIFICACION INVALIDO"
                TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(3) = 1
              MOVE "IDENTIFICACION NO NUMERICA" TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(9) = 1
              MOVE SPACES TO W-TEXTO-RAZON-AUX
              STRING W-COD-VALIDID " " W-TEXTO-VALIDID
                     DELIMITED BY SIZE INTO W-TEXTO-RAZON-AUX
              END-STRING
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(4) = 1
              MOVE "ESTADO EN BLANCO" TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(5) = 1
              MOVE "FECHA DE ACTUALIZACION INVALIDA"
                TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(6) = 1
              MOVE "ALTA DE IDENTIFICACION YA EXISTENTE"
                TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(7) = 1
              MOVE "IDENTIFICACION INEXISTENTE EN LA BASE"
                TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(8) = 1
              MOVE "FECHA ANTERIOR A LA VIGENTE EN LA BASE"
                TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           MOVE TIPO-IDE-INP-X TO TIPO-IDE-REP.
           MOVE NUM-IDE-INP-X  TO NUM-IDE-REP.
           MOVE RAZON-SALIDA   TO RAZON-REP.
           WRITE REG-REPORTE-ERR.

       4420-AGREGAR-RAZON.
      ****************************************************************
      ****************************************************************
           IF W-PTR-RAZON > 1
              STRING " / "                 DELIMITED BY SIZE
                     W-TEXTO-RAZON-AUX      DELIMITED BY "  "
                INTO RAZON-SALIDA
                WITH POINTER W-PTR-RAZON
              END-STRING
           ELSE
              STRING W-TEXTO-RAZON-AUX      DELIMITED BY "  "
                INTO RAZON-SALIDA
                WITH POINTER W-PTR-RAZON
              END-STRING
           END-IF.

       6000-SACAR-RESUMEN.
      ****************************************************************
      ****************************************************************
          DISPLAY "=======[ RESUMEN CARGA DE BDIIDAS/BDIIDIAN ]======"
          DISPLAY "BASE                        = " BASE(1:4)
          DISPLAY "TIPO DE PROCESO             = " COMANDO(1:10)
          DISPLAY "REGISTROS LEIDOS            = " CONT-LEIDOS
          DISPLAY "  ALTAS                     = " CONT-ALTAS-OK
          DISPLAY "  MODIFICACIONES            = " CONT-CAMBIOS-OK
          DISPLAY "  RETIROS                   = " CONT-RETIROS-OK
          DISPLAY "  REGISTROS RECHAZADOS      = " CONT-RECHAZADOS
          DISPLAY "  ERRORES DE ESCRITURA      = " CONT-ERR-ESCRITURA
          DISPLAY "=================================================".
      *   convencion graduada de retorno (0 ok / 4 avisos / 8
      *   errores / 16 fatal)
          IF RETURN-CODE = 0
             EVALUATE TRUE
                WHEN CONT-ERR-ESCRITURA > 0
                   MOVE 8 TO RETURN-CODE
                WHEN CONT-RECHAZADOS > 0
                   MOVE 4 TO RETURN-CODE
             END-EVALUATE
          END-IF.
          MOVE SPACES TO REGC-CONTADORES.
          STRING BASE(1:4)
                 " LEIDOS " CONT-LEIDOS
                 " RECH " CONT-RECHAZADOS
                 " ERR " CONT-ERR-ESCRITURA
                 DELIMITED BY SIZE
                 INTO REGC-CONTADORES
          END-STRING.
          PERFORM 8000-ASENTAR-CORRIDA.

       8000-ASENTAR-CORRIDA.
      ****************************************************************
      *    DEJA LA CORRIDA ASENTADA EN LA BITACORA CENTRAL (VER
      *    REGCORRIDA.CBL) Y AVISA AL OPERADOR (VER NOTIFICAR.CBL),
      *    CON LA MISMA GRADUACION DE SEVERIDAD QUE ACTALEJUR
      ****************************************************************
           MOVE LINEA TO REGC-PARAMETROS.
           MOVE RETURN-CODE TO REGC-RC.
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "MANTDASDIA - REGCORRIDA NO DISPONIBLE"
           END-CALL.
           EVALUATE TRUE
              WHEN REGC-RC > 4 OR CONT-ERR-ESCRITURA > 0
                 MOVE "FALLA" TO NOTIF-SEVERIDAD
              WHEN REGC-RC = 4 OR CONT-RECHAZADOS > 0
                 MOVE "AVISO" TO NOTIF-SEVERIDAD
              WHEN OTHER
                 MOVE "INFO" TO NOTIF-SEVERIDAD
           END-EVALUATE.
           MOVE REGC-CONTADORES TO NOTIF-MENSAJE.
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "MANTDASDIA - NOTIFICAR NO DISPONIBLE"
           END-CALL.
           MOVE REGC-RC TO RETURN-CODE.

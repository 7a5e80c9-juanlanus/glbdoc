      * CARGAUTIT.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARGAUTIT.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Carga del registro de evidencias de autorizacion del titular
      ** (AUTTITUL.FS/FD): la entidad debe tener la autorizacion
      ** previa del titular antes de consultar, pero no habia donde
      ** dejar constancia de ella ni como pedirla. Las entidades
      ** depositan sus referencias en un archivo punto y coma que
      ** este programa valida y da de alta, con ensayo FALSO que no
      ** escribe nada (mismo esquema que MANTDASDIA). El muestreo
      ** mensual MUESAUTIT.CBL y el seguimiento SEGAUTIT.CBL cruzan
      ** el rastro ICBCON contra este registro.
      **
      ** USO: CARGAUTIT <REAL|FALSO>
      ** ENTRADA: $TEMPORALES/CARGAUTIT.ENT, un registro por renglon:
      **   entidad;tipo;numero;fecha-autorizacion(AAAAMMDD);canal;
      **   referencia
      **   entidad    la ENTIDAD-ICBCON con la que consulta
      **   canal      ESCRITO / WEB / APP / TELEFONICO / PRESENCIAL
      **   referencia el documento que la entidad puede exhibir
      ** Una autorizacion ya depositada (misma entidad, identificacion
      ** y fecha) se rechaza: el registro es evidencia y no se pisa.
      ** Rechazos con razon legible en $TEMPORALES/CARGAUTIT.REP; la
      ** identificacion se valida con VALIDID.CBL y se rechaza con su
      ** codigo I01..I06.
      **
      ** El archivo entra por la misma mesa de entrada que los demas
      ** feeds, como pasos de EJECTRAB:
      **   RECEPFEED AUTTIT <llegado> $TEMPORALES/CARGAUTIT.ENT
      **   CARGAUTIT REAL
      **
      ** RC 0 ok; RC 4 hubo rechazos de datos; RC 8 errores al
      ** escribir el registro; RC 16 error de uso o archivo
      ** inaccesible.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY AUTTITUL.FS.
            SELECT ENTRADA
                   ASSIGN TO "$TEMPORALES/CARGAUTIT.ENT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS COD-RET-ENTRADA.
            SELECT REPORTE-ERRORES
                   ASSIGN TO "$TEMPORALES/CARGAUTIT.REP"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY AUTTITUL.FD.
       FD ENTRADA.
       01 REG-ENTRADA                   PIC X(120).
       FD REPORTE-ERRORES.
       01 REG-REPORTE-ERR.
          02 ENTIDAD-REP                 PIC X(20).
          02 FILLER                      PIC X      VALUE SPACE.
          02 TIPO-IDE-REP                PIC X.
          02 FILLER                      PIC X      VALUE SPACE.
          02 NUM-IDE-REP                 PIC X(11).
          02 FILLER                      PIC X      VALUE SPACE.
          02 RAZON-REP                   PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-ENTRADA                PIC XX VALUE SPACES.
       01 COD-RET-AUTTITUL               PIC XX VALUE SPACES.
       01 PARAMETROS.
          03 COMANDO                     PIC X(80)  VALUE SPACES.
          03 LINEA                       PIC X(80)  VALUE SPACES.
      * validacion de variables de ambiente requeridas al arranque
       01 VAR-ENTORNO-CHK                PIC X(15) VALUE SPACES.
       01 CONTADORES.
          03 CONT-LEIDOS                 PIC 9(10)  VALUE 0.
          03 CONT-ALTAS-OK               PIC 9(10)  VALUE 0.
          03 CONT-RECHAZADOS             PIC 9(10)  VALUE 0.
          03 CONT-ERR-ESCRITURA          PIC 9(10)  VALUE 0.
       01 VARIABLES-GENERALES.
          03 REAL                        PIC 9      VALUE 0.
          03 FIN-ENTRADA                 PIC 9      VALUE 0.
          03 HAY-REGISTRO                PIC 9      VALUE 0.
       01 VARIABLES-INPUT.
          03 ENTIDAD-INP                 PIC X(20).
          03 TIPO-IDE-INP-X              PIC X.
          03 NUM-IDE-INP-X               PIC X(11) JUSTIFIED RIGHT.
          03 FEC-AUT-INP-X               PIC X(08).
          03 CANAL-INP                   PIC X(10).
             88 CANAL-VALIDO  VALUE "ESCRITO" "WEB" "APP"
                                    "TELEFONICO" "PRESENCIAL".
          03 REFERENCIA-INP              PIC X(30).
       01 FECHA-SISTEMA                  PIC 9(08) VALUE 0.
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
       01 REGC-PROGRAMA                  PIC X(10) VALUE "CARGAUTIT".
       01 REGC-PARAMETROS                PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES                PIC X(80) VALUE SPACES.
       01 REGC-RC                        PIC 9(04) VALUE 0.
       01 REGC-VERSION                   PIC X(24)
                                         VALUE "CARGAUTIT.v.01.0001".

       PROCEDURE DIVISION.
       0000-PROGRAMA-PRINCIPAL.
      ****************************************************************
      ****************************************************************
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT LINEA FROM COMMAND-LINE.
           UNSTRING LINEA DELIMITED BY ALL " " INTO COMANDO
           END-UNSTRING.
           EVALUATE COMANDO
             WHEN "REAL"
                MOVE 1 TO REAL
                PERFORM 0900-ASENTAR-INICIO
                PERFORM 0650-ABRIR-REGISTRO
                PERFORM 1000-PROCESAR-ENTRADA
             WHEN "FALSO"
                MOVE 0 TO REAL
                PERFORM 0900-ASENTAR-INICIO
                PERFORM 0650-ABRIR-REGISTRO
                PERFORM 1000-PROCESAR-ENTRADA
             WHEN ANY
               DISPLAY "COMANDO INVALIDO:" COMANDO(1:10)
               DISPLAY "USO: CARGAUTIT <REAL|FALSO>"
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

       0650-ABRIR-REGISTRO.
      ****************************************************************
      *    EL REGISTRO SE CREA EN LA PRIMERA CARGA REAL, COMO
      *    AUTCONSUL.DAT EN MANTAUTCON; EL ENSAYO FALSO SOLO LEE
      ****************************************************************
           IF REAL = 1
              OPEN I-O AUTTITUL
              IF COD-RET-AUTTITUL = "35"
                 OPEN OUTPUT AUTTITUL
                 IF COD-RET-AUTTITUL = "00"
                    CLOSE AUTTITUL
                    OPEN I-O AUTTITUL
                 END-IF
              END-IF
           ELSE
              OPEN INPUT AUTTITUL
              IF COD-RET-AUTTITUL = "35"
                 OPEN OUTPUT AUTTITUL
                 IF COD-RET-AUTTITUL = "00"
                    CLOSE AUTTITUL
                    OPEN INPUT AUTTITUL
                 END-IF
              END-IF
           END-IF.
           IF COD-RET-AUTTITUL NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REGISTRO AUTTITUL "
                      COD-RET-AUTTITUL
              MOVE 16 TO RETURN-CODE
              STOP RUN
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
              DISPLAY "CARGAUTIT - REGCORRIDA NO DISPONIBLE"
           END-CALL.

       1000-PROCESAR-ENTRADA.
      ****************************************************************
      ****************************************************************
           OPEN INPUT ENTRADA.
           IF COD-RET-ENTRADA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR $TEMPORALES/CARGAUTIT.ENT "
                      COD-RET-ENTRADA
              CLOSE AUTTITUL
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
           CLOSE AUTTITUL.
           PERFORM 6000-SACAR-RESUMEN.

       4000-PROCESAR-REGISTRO.
      ****************************************************************
      ****************************************************************
           INITIALIZE VARIABLES-INPUT.
           UNSTRING REG-ENTRADA DELIMITED BY ";" INTO
             ENTIDAD-INP
             TIPO-IDE-INP-X
             NUM-IDE-INP-X
             FEC-AUT-INP-X
             CANAL-INP
             REFERENCIA-INP .
           PERFORM 4100-VALIDACIONES-BASICAS.
           IF M-ERRORES = ZEROS
              PERFORM 4200-LEER-REGISTRO
              IF HAY-REGISTRO = 1
                 MOVE 1 TO V-ERR(7)
              END-IF
           END-IF.
           IF M-ERRORES = ZEROS
              PERFORM 4300-GRABAR-AUTORIZACION
           ELSE
              PERFORM 4400-GRABAR-RECHAZO
              ADD 1 TO CONT-RECHAZADOS
           END-IF.

       4100-VALIDACIONES-BASICAS.
      ****************************************************************
      ****************************************************************
           INSPECT TIPO-IDE-INP-X    REPLACING ALL " " BY "0"
           INSPECT NUM-IDE-INP-X     REPLACING LEADING SPACES BY ZEROS
           INSPECT FEC-AUT-INP-X     REPLACING ALL " " BY "0"
           MOVE ZEROS TO M-ERRORES.
           IF ENTIDAD-INP = SPACES
              MOVE 1 TO V-ERR(1)
           END-IF.
           CALL "VALIDID" USING TIPO-IDE-INP-X NUM-IDE-INP-X
                                W-COD-VALIDID W-TEXTO-VALIDID.
           IF W-COD-VALIDID NOT = SPACES
              MOVE 1 TO V-ERR(2)
           END-IF.
      *    la autorizacion no puede ser posterior al deposito
           IF FEC-AUT-INP-X NOT NUMERIC
              MOVE 1 TO V-ERR(4)
           ELSE
              MOVE FEC-AUT-INP-X(1:4) TO ANO-VAL-X(1:4)
              MOVE FEC-AUT-INP-X(5:2) TO MES-VAL-X(1:2)
              MOVE FEC-AUT-INP-X(7:2) TO DIA-VAL-X(1:2)
              IF NOT ANO-VAL OR NOT MES-VAL OR NOT DIA-VAL
                 OR FEC-AUT-INP-X > FECHA-SISTEMA
                 MOVE 1 TO V-ERR(4)
              END-IF
           END-IF.
           IF NOT CANAL-VALIDO
              MOVE 1 TO V-ERR(5)
           END-IF.
           IF REFERENCIA-INP = SPACES
              MOVE 1 TO V-ERR(6)
           END-IF.

       4200-LEER-REGISTRO.
      ****************************************************************
      ****************************************************************
           MOVE ENTIDAD-INP     TO ENTIDAD-AUTTIT.
           MOVE TIPO-IDE-INP-X  TO TIPO-IDE-AUTTIT.
           MOVE NUM-IDE-INP-X   TO NUM-IDE-AUTTIT.
           MOVE FEC-AUT-INP-X   TO FEC-AUTORIZA-AUTTIT.
           MOVE 1 TO HAY-REGISTRO.
           READ AUTTITUL INVALID KEY
               MOVE 0 TO HAY-REGISTRO
           END-READ.

       4300-GRABAR-AUTORIZACION.
      ****************************************************************
      *    EL ENSAYO FALSO SOLO CUENTA; LA CARGA REAL DA DE ALTA
      ****************************************************************
           IF REAL = 0
              ADD 1 TO CONT-ALTAS-OK
           ELSE
              INITIALIZE REG-AUTTITUL
              MOVE ENTIDAD-INP     TO ENTIDAD-AUTTIT
              MOVE TIPO-IDE-INP-X  TO TIPO-IDE-AUTTIT
              MOVE NUM-IDE-INP-X   TO NUM-IDE-AUTTIT
              MOVE FEC-AUT-INP-X   TO FEC-AUTORIZA-AUTTIT
              MOVE CANAL-INP       TO CANAL-AUTTIT
              MOVE REFERENCIA-INP  TO REFERENCIA-AUTTIT
              MOVE FECHA-SISTEMA   TO FEC-DEPOSITO-AUTTIT
              WRITE REG-AUTTITUL
                 INVALID KEY
                    ADD 1 TO CONT-ERR-ESCRITURA
                 NOT INVALID KEY
                    ADD 1 TO CONT-ALTAS-OK
              END-WRITE
           END-IF.

       4400-GRABAR-RECHAZO.
      ****************************************************************
      *    TRADUCE LOS INDICADORES V-ERR(n) A UN TEXTO EN LENGUAJE
      *    CLARO, MISMA IDEA QUE 4400-GRABAR-RECHAZO DE MANTDASDIA
      ****************************************************************
           MOVE SPACES TO RAZON-SALIDA.
           MOVE 1      TO W-PTR-RAZON.
           IF V-ERR(1) = 1
              MOVE "ENTIDAD EN BLANCO" TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(2) = 1
              MOVE SPACES TO W-TEXTO-RAZON-AUX
              STRING W-COD-VALIDID " " W-TEXTO-VALIDID
                     DELIMITED BY SIZE INTO W-TEXTO-RAZON-AUX
              END-STRING
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(4) = 1
              MOVE "FECHA DE AUTORIZACION INVALIDA"
                TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(5) = 1
              MOVE "CANAL DE AUTORIZACION DESCONOCIDO"
                TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(6) = 1
              MOVE "REFERENCIA DEL DOCUMENTO EN BLANCO"
                TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           IF V-ERR(7) = 1
              MOVE "AUTORIZACION YA DEPOSITADA" TO W-TEXTO-RAZON-AUX
              PERFORM 4420-AGREGAR-RAZON
           END-IF.
           MOVE ENTIDAD-INP    TO ENTIDAD-REP.
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
          DISPLAY "=====[ RESUMEN CARGA DE AUTORIZACIONES AUTTITUL ]=="
          DISPLAY "TIPO DE PROCESO             = " COMANDO(1:10)
          DISPLAY "REGISTROS LEIDOS            = " CONT-LEIDOS
          DISPLAY "  AUTORIZACIONES DEPOSITADAS= " CONT-ALTAS-OK
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
          STRING "LEIDOS " CONT-LEIDOS
                 " ALTAS " CONT-ALTAS-OK
                 " RECH " CONT-RECHAZADOS
                 " ERR " CONT-ERR-ESCRITURA
                 DELIMITED BY SIZE
                 INTO REGC-CONTADORES
          END-STRING.
          MOVE RETURN-CODE TO REGC-RC.
          CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                  REGC-CONTADORES REGC-RC REGC-VERSION
          ON EXCEPTION
             DISPLAY "CARGAUTIT - REGCORRIDA NO DISPONIBLE"
          END-CALL.
          MOVE REGC-RC TO RETURN-CODE.

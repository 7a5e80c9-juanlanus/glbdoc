      **   CONSCORR <programa> [<n>]
      **      lista las ultimas <n> corridas del programa (10 si no
      **      se indica): fecha, hora, parametros, contadores y RC.
      **   CONSCORR <programa> DESDE <aaaammdd> [<aaaammdd>]
      **      lista en orden todas las corridas del programa en el
      **      rango (hasta hoy si no se indica fin), incluidas las
      **      de los meses que ARCHMES paso a BITACORA.COR.<AAAAMM>.
      **      La ultima corrida de cada programa queda siempre en la
      **      bitacora viva, asi que VIGILAR no necesita los meses
      **      archivados.
      **   CONSCORR VIGILAR
      **      lee $TEMPORALES/FRECUENCIAS.CFG (renglones "PROGRAMA
      **      DIAS") y marca cada programa cuya ultima corrida sea
                  RECORD KEY IS LLAVE-BITACORA
                  FILE STATUS IS COD-RET-BITACORA.

      *    meses archivados de la bitacora (ARCHMES), mismo renglon
           SELECT BITACORA-MES
                  ASSIGN TO DISK W-ARCHIVO-MES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-BITMES.

           SELECT ARCHIVO-FRECUENCIAS
                  ASSIGN TO "$TEMPORALES/FRECUENCIAS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
           02 CONT-BITACORA            PIC X(80).
           02 RC-BITACORA              PIC 9(04).

       FD  BITACORA-MES.
       01  REG-BITMES.
           02 BMS-PROGRAMA             PIC X(10).
           02 BMS-FECHA                PIC 9(08).
           02 FILLER                   PIC X(130).

       FD  ARCHIVO-FRECUENCIAS.
       01  REG-FRECUENCIA.
           02 FREC-PROGRAMA            PIC X(10).
       01 W-DIAS-SIN-CORRER        PIC 9(08) VALUE 0.
       01 W-HORA-ED                PIC X(08) VALUE SPACES.

      *** CORRIDAS DE UN RANGO DE FECHAS, CON LOS MESES ARCHIVADOS
       01 COD-RET-BITMES           PIC X(2) VALUE ZEROS.
       01 W-DESDE-X                PIC X(08) VALUE SPACES.
       01 W-HASTA-X                PIC X(08) VALUE SPACES.
       01 SW-FIN-BITMES            PIC 9(01) VALUE 0.
       COPY MESARCH.WS.

      *** VIGILANCIA DE LATIDOS DE SERVIDORES RESIDENTES
       01 COD-RET-LATCFG           PIC X(2) VALUE ZEROS.
       01 COD-RET-LAT              PIC X(2) VALUE ZEROS.
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 2000-ABRIR-BITACORA
           EVALUATE TRUE
              WHEN W-PROGRAMA-INP = "VIGILAR"
                 PERFORM 4000-VIGILAR-FRECUENCIAS
              WHEN W-CANTIDAD-X = "DESDE"
                 PERFORM 3500-LISTAR-CORRIDAS-RANGO
              WHEN OTHER
                 PERFORM 3000-LISTAR-ULTIMAS-CORRIDAS
           END-EVALUATE
           CLOSE BITACORA-CORRIDAS
           STOP RUN.

       1000-VALIDAR-PARAMETROS.
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-PROGRAMA-INP W-CANTIDAD-X
                         W-DESDE-X W-HASTA-X
           END-UNSTRING
           IF W-PROGRAMA-INP = SPACES
              OR (W-CANTIDAD-X = "DESDE" AND
                  (W-DESDE-X NOT NUMERIC OR
                   (W-HASTA-X NOT = SPACES AND W-HASTA-X NOT NUMERIC)))
              DISPLAY "Uso: CONSCORR <programa> [<n>]"
              DISPLAY "     CONSCORR <programa> DESDE <aaaammdd> "
                      "[<aaaammdd>]"
              DISPLAY "     CONSCORR VIGILAR"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF W-CANTIDAD-X = "DESDE"
              MOVE W-DESDE-X TO MARC-DESDE
              IF W-HASTA-X NOT = SPACES
                 MOVE W-HASTA-X TO MARC-HASTA
              END-IF
              MOVE SPACES TO W-CANTIDAD-X
           END-IF
           IF W-CANTIDAD-X(1:1) IS NUMERIC
              COMPUTE W-CANTIDAD = FUNCTION NUMVAL (W-CANTIDAD-X)
           END-IF
                   "  PARM: " PARM-BITACORA
           DISPLAY "      " CONT-BITACORA.

      ******************************************************************
      *3500-LISTAR-CORRIDAS-RANGO.
      ** PRIMERO LOS MESES ARCHIVADOS DEL RANGO, EN ORDEN, Y DESPUES
      ** LA BITACORA VIVA DESDE LA PRIMERA CLAVE DEL PROGRAMA EN EL
      ** RANGO HACIA ADELANTE
      ******************************************************************
       3500-LISTAR-CORRIDAS-RANGO.
           DISPLAY "CORRIDAS DE " W-PROGRAMA-INP " ENTRE " MARC-DESDE
                   " Y " MARC-HASTA ":"
           MOVE "BITACORA.COR" TO MARC-DIARIO
           PERFORM 0560-BUSCAR-MESES-ARCHIVADOS
           PERFORM VARYING MARC-IDX FROM 1 BY 1
              UNTIL MARC-IDX > MARC-CANTIDAD
              PERFORM 0570-ARMAR-ARCHIVO-MES
              PERFORM 3600-LEER-MES-ARCHIVADO
           END-PERFORM
           MOVE 0 TO FIN-BITACORA
           MOVE W-PROGRAMA-INP      TO PROG-BITACORA
           MOVE MARC-DESDE          TO FEC-BITACORA
           MOVE 0                   TO HORA-BITACORA
           START BITACORA-CORRIDAS
                 KEY IS NOT LESS THAN LLAVE-BITACORA
              INVALID KEY
                 MOVE 1 TO FIN-BITACORA
           END-START
           PERFORM UNTIL FIN-BITACORA = 1
              READ BITACORA-CORRIDAS NEXT RECORD
                 AT END MOVE 1 TO FIN-BITACORA
              END-READ
              IF FIN-BITACORA = 0
                 IF PROG-BITACORA NOT = W-PROGRAMA-INP
                    OR FEC-BITACORA > MARC-HASTA
                    MOVE 1 TO FIN-BITACORA
                 ELSE
                    PERFORM 3200-MOSTRAR-CORRIDA
                    ADD 1 TO W-LISTADAS
                 END-IF
              END-IF
           END-PERFORM
           IF W-LISTADAS = 0
              DISPLAY "SIN CORRIDAS REGISTRADAS DE " W-PROGRAMA-INP
                      " EN EL RANGO"
              MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *3600-LEER-MES-ARCHIVADO.
      ** EL MES ARCHIVADO ESTA EN ORDEN DE CLAVE, COMO LA BITACORA;
      ** CADA RENGLON SE MUESTRA DESDE EL AREA DEL REGISTRO VIVO
      ******************************************************************
       3600-LEER-MES-ARCHIVADO.
           MOVE 0 TO SW-FIN-BITMES
           OPEN INPUT BITACORA-MES
           IF COD-RET-BITMES NOT = "00"
              MOVE 1 TO SW-FIN-BITMES
           END-IF
           PERFORM UNTIL SW-FIN-BITMES = 1
              READ BITACORA-MES NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-BITMES
              END-READ
              IF SW-FIN-BITMES = 0
                 AND BMS-PROGRAMA = W-PROGRAMA-INP
                 AND BMS-FECHA NOT < MARC-DESDE
                 AND BMS-FECHA NOT > MARC-HASTA
                 MOVE REG-BITMES TO REG-BITACORA
                 PERFORM 3200-MOSTRAR-CORRIDA
                 ADD 1 TO W-LISTADAS
              END-IF
           END-PERFORM
           IF COD-RET-BITMES NOT = "35"
              CLOSE BITACORA-MES
           END-IF.

      ******************************************************************
      *0560-BUSCAR-MESES-ARCHIVADOS.
      ******************************************************************
           COPY MESARCH.PROC.

      ******************************************************************
      *4000-VIGILAR-FRECUENCIAS.
      ** POR CADA RENGLON "PROGRAMA DIAS" DE FRECUENCIAS.CFG BUSCA LA

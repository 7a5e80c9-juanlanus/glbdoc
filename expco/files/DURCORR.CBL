      ** instancias de OPABDIIPAR) intercalan sus asientos y el
      ** emparejamiento puramente cronologico los cruzaba.
      **
      ** USO: DURCORR [<programa>] [DESDE <desde> [<hasta>]]
      **   sin programa, todos. Sin DESDE se recorre solo la bitacora
      **   viva; con DESDE (AAAAMMDD, hasta hoy si no se indica fin)
      **   se suman los meses que ARCHMES paso a BITACORA.COR.<AAAAMM>
      **   y solo cuentan los asientos del rango, ordenados de nuevo
      **   por programa, fecha y hora antes de emparejar.
      ** Reporte en $TEMPORALES/DURCORR.REP y por consola.
      ******************************************************************
       DATE-WRITTEN.
                  RECORD KEY IS LLAVE-BITACORA
                  FILE STATUS IS COD-RET-BITACORA.

      *    meses archivados de la bitacora (ARCHMES), mismo renglon
           SELECT BITACORA-MES
                  ASSIGN TO DISK W-ARCHIVO-MES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-BITMES.

           SELECT SORT-CORRIDAS ASSIGN TO DISK SORTWK-TITLE.

           SELECT REPORTE-DURACION
                  ASSIGN TO "$TEMPORALES/DURCORR.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
           02 CONT-BITACORA            PIC X(80).
           02 RC-BITACORA              PIC 9(04).

       FD  BITACORA-MES.
       01  REG-BITMES.
           02 BMS-PROGRAMA             PIC X(10).
           02 BMS-FECHA                PIC 9(08).
           02 FILLER                   PIC X(130).

      *    mismo renglon que la bitacora
       SD  SORT-CORRIDAS.
       01  REG-SORT-CORRIDA.
           02 SRT-PROGRAMA             PIC X(10).
           02 SRT-FECHA                PIC 9(08).
           02 SRT-HORA                 PIC 9(06).
           02 FILLER                   PIC X(124).

       FD  REPORTE-DURACION.
       01  REG-REP-DUR                 PIC X(100).
      *-----------------------------------------------------------------
       01 COD-RET-BITACORA         PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(60) VALUE SPACES.
       01 W-FILTRO-PROGRAMA        PIC X(10) VALUE SPACES.
       01 FIN-BITACORA             PIC 9    VALUE 0.
       01 W-LINEA-ARMADA           PIC X(100) VALUE SPACES.
       01 W-PARM1                  PIC X(10) VALUE SPACES.
       01 W-PARM2                  PIC X(10) VALUE SPACES.
       01 W-PARM3                  PIC X(10) VALUE SPACES.
       01 W-PARM4                  PIC X(10) VALUE SPACES.
       01 W-DESDE-X                PIC X(10) VALUE SPACES.
       01 W-HASTA-X                PIC X(10) VALUE SPACES.

      **** RANGO DE FECHAS CON LOS MESES ARCHIVADOS
       01 COD-RET-BITMES           PIC X(2) VALUE ZEROS.
       01 SW-CON-RANGO             PIC 9(01) VALUE 0.
       01 SW-FIN-BITMES            PIC 9(01) VALUE 0.
       01 SW-FIN-SORT              PIC 9(01) VALUE 0.
       01 SORTWK-TITLE             PIC X(80)
                                   VALUE "$TEMPORALES/DURCORR.SRT".
       COPY MESARCH.WS.

      **** ESTADO DEL EMPAREJAMIENTO INICIO/FIN: LOS INICIOS SIN
      **** CERRAR DEL PROGRAMA EN CURSO, UNO POR JUEGO DE PARAMETROS
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           PERFORM 0600-VALIDAR-PARAMETROS
           PERFORM 1000-ABRIR-ARCHIVOS
           IF SW-CON-RANGO = 1
              SORT SORT-CORRIDAS
                   ASCENDING KEY SRT-PROGRAMA SRT-FECHA SRT-HORA
                   INPUT PROCEDURE IS 2300-REUNIR-CORRIDAS
                   OUTPUT PROCEDURE IS 2400-EMPAREJAR-ORDENADAS
           ELSE
              PERFORM 2000-RECORRER-BITACORA
           END-IF
           PERFORM 3000-GRABAR-REPORTE
           CLOSE BITACORA-CORRIDAS REPORTE-DURACION
           STOP RUN.
              STOP RUN
           END-IF.

      ******************************************************************
      *0560-BUSCAR-MESES-ARCHIVADOS.
      ******************************************************************
           COPY MESARCH.PROC.

      ******************************************************************
      *0600-VALIDAR-PARAMETROS.
      ** "DESDE" PUEDE VENIR PRIMERO (TODOS LOS PROGRAMAS) O DESPUES
      ** DEL PROGRAMA
      ******************************************************************
       0600-VALIDAR-PARAMETROS.
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-PARM1 W-PARM2 W-PARM3 W-PARM4
           END-UNSTRING
           IF W-PARM1 = "DESDE"
              MOVE 1       TO SW-CON-RANGO
              MOVE W-PARM2 TO W-DESDE-X
              MOVE W-PARM3 TO W-HASTA-X
           ELSE
              MOVE W-PARM1 TO W-FILTRO-PROGRAMA
              IF W-PARM2 = "DESDE"
                 MOVE 1       TO SW-CON-RANGO
                 MOVE W-PARM3 TO W-DESDE-X
                 MOVE W-PARM4 TO W-HASTA-X
              END-IF
           END-IF
           IF SW-CON-RANGO = 1
              IF W-DESDE-X(1:8) NOT NUMERIC
                 OR W-DESDE-X(9:2) NOT = SPACES
                 OR (W-HASTA-X NOT = SPACES AND
                     (W-HASTA-X(1:8) NOT NUMERIC OR
                      W-HASTA-X(9:2) NOT = SPACES))
                 DISPLAY "Uso: DURCORR [<programa>] "
                         "[DESDE <aaaammdd> [<aaaammdd>]]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE W-DESDE-X(1:8) TO MARC-DESDE
              IF W-HASTA-X NOT = SPACES
                 MOVE W-HASTA-X(1:8) TO MARC-HASTA
              END-IF
           END-IF.

      ******************************************************************
      *1000-ABRIR-ARCHIVOS.
      ******************************************************************
           END-PERFORM
           PERFORM 2150-CERRAR-PENDIENTES.

      ******************************************************************
      *2300-REUNIR-CORRIDAS.
      ** LOS MESES ARCHIVADOS DEL RANGO Y LA BITACORA VIVA, FILTRADOS
      ** POR PROGRAMA Y FECHA, VAN AL SORT
      ******************************************************************
       2300-REUNIR-CORRIDAS.
           MOVE "BITACORA.COR" TO MARC-DIARIO
           PERFORM 0560-BUSCAR-MESES-ARCHIVADOS
           PERFORM VARYING MARC-IDX FROM 1 BY 1
              UNTIL MARC-IDX > MARC-CANTIDAD
              PERFORM 0570-ARMAR-ARCHIVO-MES
              PERFORM 2310-LEER-MES-ARCHIVADO
           END-PERFORM
           MOVE LOW-VALUES TO LLAVE-BITACORA
           START BITACORA-CORRIDAS
                 KEY IS NOT LESS THAN LLAVE-BITACORA
              INVALID KEY MOVE 1 TO FIN-BITACORA
           END-START
           PERFORM UNTIL FIN-BITACORA = 1
              READ BITACORA-CORRIDAS NEXT RECORD
                 AT END MOVE 1 TO FIN-BITACORA
              END-READ
              IF FIN-BITACORA = 0
                 AND (W-FILTRO-PROGRAMA = SPACES
                      OR PROG-BITACORA = W-FILTRO-PROGRAMA)
                 AND FEC-BITACORA NOT < MARC-DESDE
                 AND FEC-BITACORA NOT > MARC-HASTA
                 RELEASE REG-SORT-CORRIDA FROM REG-BITACORA
              END-IF
           END-PERFORM.

      ******************************************************************
      *2310-LEER-MES-ARCHIVADO.
      ******************************************************************
       2310-LEER-MES-ARCHIVADO.
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
                 AND (W-FILTRO-PROGRAMA = SPACES
                      OR BMS-PROGRAMA = W-FILTRO-PROGRAMA)
                 AND BMS-FECHA NOT < MARC-DESDE
                 AND BMS-FECHA NOT > MARC-HASTA
                 RELEASE REG-SORT-CORRIDA FROM REG-BITMES
              END-IF
           END-PERFORM
           IF COD-RET-BITMES NOT = "35"
              CLOSE BITACORA-MES
           END-IF.

      ******************************************************************
      *2400-EMPAREJAR-ORDENADAS.
      ** LO ORDENADO SE EMPAREJA IGUAL QUE EL BARRIDO DE LA VIVA
      ******************************************************************
       2400-EMPAREJAR-ORDENADAS.
           INITIALIZE TABLA-PENDIENTES
           MOVE 0 TO SW-FIN-SORT
           PERFORM UNTIL SW-FIN-SORT = 1
              RETURN SORT-CORRIDAS INTO REG-BITACORA
                 AT END MOVE 1 TO SW-FIN-SORT
              END-RETURN
              IF SW-FIN-SORT = 0
                 ADD 1 TO CONT-ASIENTOS
                 PERFORM 2100-PROCESAR-ASIENTO
              END-IF
           END-PERFORM
           PERFORM 2150-CERRAR-PENDIENTES.

      ******************************************************************
      *2100-PROCESAR-ASIENTO.
      ** EL INICIO QUEDA PENDIENTE BAJO SUS PARAMETROS; EL FIN SOLO

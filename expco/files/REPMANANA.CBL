      **     huerfanos de corridas caidas)
      **   - puntos de control sobrevivientes de actualizadores
      **     interrumpidos (ACTALEJUR.CHK, BDIIREGICHK/CHKD)
      **   - servidores residentes cuyo percentil 95 de demora paso
      **     el objetivo en un dia desde ayer, segun el resumen que
      **     deja REPTIEMPO en REPTIEMPO.DIA
      **   - anotaciones del ultimo turno de operadores (TURNO.LOG,
      **     ver TURNO.CBL): lo que se hizo a mano y por que; un
      **     turno que quedo sin cerrar (sin relevo) es hallazgo
      ** Corrido el primer dia del mes despues de ARCHMES, lo de ayer
      ** ya esta en los archivos mensuales BITACORA.COR.<AAAAMM> y
      ** DB2ERRJRN.<AAAAMM>: las corridas y los eventos DB2 se leen
      ** tambien de ahi (ver MESARCH.CBL).
      **
      ** USO: REPMANANA [MAIL]
      **   con MAIL el veredicto sale ademas por NOTIFICAR (AVISO si
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-FREC.

      *    meses archivados de la bitacora (ARCHMES), mismo renglon
           SELECT BITACORA-MES
                  ASSIGN TO DISK W-ARCHIVO-MES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-BITMES.

      *    el diario vivo o uno de sus meses archivados
           SELECT BITACORA-DB2ERR
                  ASSIGN TO DISK W-DB2ERR-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-JRN.

                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-INCID.

      *    resumen diario de tiempos de los servidores (lo deja
      *    REPTIEMPO.CBL)
           SELECT RESUMEN-TIEMPOS
                  ASSIGN TO "$TEMPORALES/REPTIEMPO.DIA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-TIEMPOS.

      *    bitacora de turno de los operadores (TURNO.CBL)
           COPY TURNO.FS.

           SELECT REPORTE-MANANA
                  ASSIGN TO "$TEMPORALES/REPMANANA.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
           02 FILLER                   PIC X.
           02 FREC-DIAS                PIC X(03).

       FD  BITACORA-MES.
       01  REG-BITMES                  PIC X(148).

       FD  BITACORA-DB2ERR.
       01  REG-JRN-DB2ERR.
           02 JRN-FECHA                PIC 9(8).
           02 FILLER                   PIC X.
           02 INC-MENSAJE              PIC X(80).

      *    mismo layout que REPTIEMPO.CBL
       FD  RESUMEN-TIEMPOS.
       01  REG-RESUMEN-TIEMPOS.
           02 RDI-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 RDI-SERVIDOR             PIC X(10).
           02 FILLER                   PIC X.
           02 RDI-CANTIDAD             PIC 9(08).
           02 FILLER                   PIC X.
           02 RDI-P95                  PIC 9(08).
           02 FILLER                   PIC X.
           02 RDI-OBJETIVO             PIC 9(08).
           02 FILLER                   PIC X.
           02 RDI-MARCA                PIC X(08).

           COPY TURNO.FD.

       FD  REPORTE-MANANA.
       01  REG-REP-MAN                 PIC X(100).
      *-----------------------------------------------------------------
       01 SW-FIN-ARCHIVO           PIC 9(01) VALUE 0.
       01 W-HORA-ED                PIC X(08) VALUE SPACES.

      **** LO DE AYER QUE ARCHMES YA PASO A LOS ARCHIVOS MENSUALES
       01 COD-RET-BITMES           PIC X(2) VALUE ZEROS.
       01 SW-FIN-BITMES            PIC 9(01) VALUE 0.
       01 W-DB2ERR-NAME            PIC X(80) VALUE SPACES.
       01 SW-HAY-DB2ERR            PIC 9(01) VALUE 0.
       COPY MESARCH.WS.

      **** EL CUERPO SE JUNTA EN MEMORIA PARA PODER ESCRIBIR EL
      **** VEREDICTO COMO PRIMER RENGLON DEL REPORTE
       01 TABLA-CUERPO.
          02 CONT-CERROJOS            PIC 9(06) VALUE 0.
          02 CONT-CHECKPOINTS         PIC 9(06) VALUE 0.
          02 CONT-INCIDENTES          PIC 9(06) VALUE 0.
          02 CONT-SERVIDORES-LENTOS   PIC 9(06) VALUE 0.
          02 CONT-ANOTACIONES-TURNO   PIC 9(06) VALUE 0.
       01 SW-HAY-HALLAZGOS         PIC 9(01) VALUE 0.
       01 CONT-RELEVADOS-AUX       PIC 9(06) VALUE 0.

       01 W-IDX-TIN                PIC 9(03) VALUE 0.
       01 W-IDX-TIN-HALLADO        PIC 9(03) VALUE 0.

      **** RESUMEN DE TIEMPOS DE LOS SERVIDORES (REPTIEMPO.DIA): SI
      **** UN DIA SE RESUMIO DOS VECES MANDA EL ULTIMO RESUMEN
       01 COD-RET-TIEMPOS          PIC X(2) VALUE ZEROS.
       01 SW-FIN-TIEMPOS           PIC 9(01) VALUE 0.
       01 TABLA-TIEMPOS.
          02 TTI-ENTRADA OCCURS 100 TIMES.
             03 TTI-FECHA             PIC 9(08).
             03 TTI-SERVIDOR          PIC X(10).
             03 TTI-P95               PIC 9(08).
             03 TTI-OBJETIVO          PIC 9(08).
             03 TTI-MARCA             PIC X(08).
          02 TTI-TOPE                 PIC 9(03) VALUE 0.
       01 W-IDX-TTI                PIC 9(03) VALUE 0.
       01 W-IDX-TTI-HALLADO        PIC 9(03) VALUE 0.
       01 W-P95-ED                 PIC ZZ,ZZ9.99.
       01 W-OBJETIVO-ED            PIC ZZ,ZZ9.99.

      **** BITACORA DE TURNO: EL ULTIMO TURNO ES LA ULTIMA APERTURA
      **** DEL DIARIO, ABIERTO HASTA QUE APAREZCA SU CIERRE
       01 COD-RET-TURNO            PIC X(2) VALUE ZEROS.
       01 SW-FIN-TURNO             PIC 9(01) VALUE 0.
       01 W-ULTIMO-TURNO           PIC 9(06) VALUE 0.
       01 SW-TURNO-ABIERTO         PIC 9(01) VALUE 0.

      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "REPMANANA".
           PERFORM 5000-RELEVAR-CERROJOS
           PERFORM 6000-RELEVAR-CHECKPOINTS
           PERFORM 6500-RELEVAR-INCIDENTES
           PERFORM 6700-RELEVAR-TIEMPOS
           PERFORM 6800-RELEVAR-TURNO
           PERFORM 7000-GRABAR-REPORTE
           PERFORM 8000-NOTIFICAR-VEREDICTO
           STOP RUN.
              STOP RUN
           END-IF.

      ******************************************************************
      *0560-BUSCAR-MESES-ARCHIVADOS.
      ******************************************************************
           COPY MESARCH.PROC.

      ******************************************************************
      *1000-AGREGAR-LINEA.
      ** TODO EL CUERPO PASA POR ACA; EL VEREDICTO SE ESCRIBE RECIEN
              PERFORM 1000-AGREGAR-LINEA
              MOVE 1 TO SW-HAY-HALLAZGOS
           ELSE
              MOVE "BITACORA.COR" TO MARC-DIARIO
              MOVE W-FECHA-DESDE  TO MARC-DESDE
              PERFORM 0560-BUSCAR-MESES-ARCHIVADOS
              PERFORM VARYING MARC-IDX FROM 1 BY 1
                 UNTIL MARC-IDX > MARC-CANTIDAD
                 PERFORM 0570-ARMAR-ARCHIVO-MES
                 PERFORM 2050-RELEVAR-MES-ARCHIVADO
              END-PERFORM
              MOVE LOW-VALUES TO LLAVE-BITACORA
              START BITACORA-CORRIDAS
                    KEY IS NOT LESS THAN LLAVE-BITACORA
              PERFORM 1000-AGREGAR-LINEA
           END-IF.

      ******************************************************************
      *2050-RELEVAR-MES-ARCHIVADO.
      ** CADA RENGLON DEL MES ARCHIVADO SE MIRA DESDE EL AREA DEL
      ** REGISTRO VIVO, CON EL MISMO CRITERIO QUE EL BARRIDO
      ******************************************************************
       2050-RELEVAR-MES-ARCHIVADO.
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
                 MOVE REG-BITMES TO REG-BITACORA
                 IF FEC-BITACORA NOT < W-FECHA-DESDE
                    AND CONT-BITACORA(1:8) NOT = "*INICIO*"
                    ADD 1 TO CONT-CORRIDAS-NOCHE
                    PERFORM 2100-LISTAR-CORRIDA
                 END-IF
              END-IF
           END-PERFORM
           IF COD-RET-BITMES NOT = "35"
              CLOSE BITACORA-MES
           END-IF.

      ******************************************************************
      *2100-LISTAR-CORRIDA.
      ******************************************************************
           MOVE "EVENTOS DB2 DESDE AYER (DB2ERRJRN):"
             TO W-LINEA-ARMADA
           PERFORM 1000-AGREGAR-LINEA
           MOVE 0 TO SW-HAY-DB2ERR
           MOVE "DB2ERRJRN"   TO MARC-DIARIO
           MOVE W-FECHA-DESDE TO MARC-DESDE
           PERFORM 0560-BUSCAR-MESES-ARCHIVADOS
           PERFORM VARYING MARC-IDX FROM 1 BY 1
              UNTIL MARC-IDX > MARC-CANTIDAD
              PERFORM 0570-ARMAR-ARCHIVO-MES
              MOVE W-ARCHIVO-MES TO W-DB2ERR-NAME
              PERFORM 4100-LEER-DB2ERR
           END-PERFORM
           MOVE "$TEMPORALES/DB2ERRJRN" TO W-DB2ERR-NAME
           PERFORM 4100-LEER-DB2ERR
           IF SW-HAY-DB2ERR = 0
              MOVE "  SIN EVENTOS ASENTADOS" TO W-LINEA-ARMADA
              PERFORM 1000-AGREGAR-LINEA
           ELSE
              IF CONT-EVENTOS-DB2 = 0
                 MOVE "  SIN EVENTOS DESDE AYER" TO W-LINEA-ARMADA
                 PERFORM 1000-AGREGAR-LINEA
              END-IF
           END-IF.

      ******************************************************************
      *4100-LEER-DB2ERR.
      ******************************************************************
       4100-LEER-DB2ERR.
           MOVE 0 TO SW-FIN-ARCHIVO
           OPEN INPUT BITACORA-DB2ERR
           IF COD-RET-JRN = "00"
              MOVE 1 TO SW-HAY-DB2ERR
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ BITACORA-DB2ERR NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-IF
              END-PERFORM
              CLOSE BITACORA-DB2ERR
           END-IF.

      ******************************************************************
              END-EVALUATE
           END-IF.

      ******************************************************************
      *6700-RELEVAR-TIEMPOS.
      ** SERVIDORES RESIDENTES CON EL PERCENTIL 95 DEL DIA SOBRE SU
      ** OBJETIVO (TIEMPOSRV.CFG), SEGUN LOS RESUMENES DE REPTIEMPO
      ** DESDE AYER. SIN RESUMEN EL PUNTO SE OMITE, COMO FRECUENCIAS
      ******************************************************************
       6700-RELEVAR-TIEMPOS.
           MOVE "SERVIDORES SOBRE EL OBJETIVO DE P95 (REPTIEMPO.DIA):"
             TO W-LINEA-ARMADA
           PERFORM 1000-AGREGAR-LINEA
           MOVE 0 TO SW-FIN-TIEMPOS
           OPEN INPUT RESUMEN-TIEMPOS
           IF COD-RET-TIEMPOS NOT = "00"
              MOVE "  SIN RESUMEN DE TIEMPOS, PUNTO OMITIDO"
                TO W-LINEA-ARMADA
              PERFORM 1000-AGREGAR-LINEA
           ELSE
              PERFORM UNTIL SW-FIN-TIEMPOS = 1
                 READ RESUMEN-TIEMPOS NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-TIEMPOS
                 END-READ
                 IF SW-FIN-TIEMPOS = 0 AND RDI-FECHA IS NUMERIC
                    AND RDI-FECHA NOT < W-FECHA-DESDE
                    PERFORM 6710-TOMAR-RESUMEN
                 END-IF
              END-PERFORM
              CLOSE RESUMEN-TIEMPOS
              PERFORM VARYING W-IDX-TTI FROM 1 BY 1
                 UNTIL W-IDX-TTI > TTI-TOPE
                 IF TTI-MARCA(W-IDX-TTI) = "EXCEDIDO"
                    PERFORM 6720-LISTAR-SERVIDOR-LENTO
                 END-IF
              END-PERFORM
              IF CONT-SERVIDORES-LENTOS = 0
                 MOVE "  TODOS DENTRO DEL OBJETIVO" TO W-LINEA-ARMADA
                 PERFORM 1000-AGREGAR-LINEA
              END-IF
           END-IF.

      ******************************************************************
      *6710-TOMAR-RESUMEN.
      ******************************************************************
       6710-TOMAR-RESUMEN.
           MOVE 0 TO W-IDX-TTI-HALLADO
           PERFORM VARYING W-IDX-TTI FROM 1 BY 1
              UNTIL W-IDX-TTI > TTI-TOPE OR W-IDX-TTI-HALLADO > 0
              IF TTI-FECHA(W-IDX-TTI) = RDI-FECHA
                 AND TTI-SERVIDOR(W-IDX-TTI) = RDI-SERVIDOR
                 MOVE W-IDX-TTI TO W-IDX-TTI-HALLADO
              END-IF
           END-PERFORM
           IF W-IDX-TTI-HALLADO = 0 AND TTI-TOPE < 100
              ADD 1 TO TTI-TOPE
              MOVE TTI-TOPE TO W-IDX-TTI-HALLADO
              MOVE RDI-FECHA    TO TTI-FECHA(W-IDX-TTI-HALLADO)
              MOVE RDI-SERVIDOR TO TTI-SERVIDOR(W-IDX-TTI-HALLADO)
           END-IF
           IF W-IDX-TTI-HALLADO > 0
              MOVE RDI-P95      TO TTI-P95(W-IDX-TTI-HALLADO)
              MOVE RDI-OBJETIVO TO TTI-OBJETIVO(W-IDX-TTI-HALLADO)
              MOVE RDI-MARCA    TO TTI-MARCA(W-IDX-TTI-HALLADO)
           END-IF.

      ******************************************************************
      *6720-LISTAR-SERVIDOR-LENTO.
      ******************************************************************
       6720-LISTAR-SERVIDOR-LENTO.
           ADD 1 TO CONT-SERVIDORES-LENTOS
           MOVE 1 TO SW-HAY-HALLAZGOS
           COMPUTE W-P95-ED      = TTI-P95(W-IDX-TTI) / 100
           COMPUTE W-OBJETIVO-ED = TTI-OBJETIVO(W-IDX-TTI) / 100
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "  *** " TTI-FECHA(W-IDX-TTI) " "
                  TTI-SERVIDOR(W-IDX-TTI)
                  " P95 " W-P95-ED " SEG (OBJETIVO " W-OBJETIVO-ED
                  " SEG)"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 1000-AGREGAR-LINEA.

      ******************************************************************
      *6800-RELEVAR-TURNO.
      ** ANOTACIONES DEL ULTIMO TURNO DE OPERADORES, PARA QUE EL
      ** EQUIPO DE LA MANANA SEPA QUE SE HIZO A MANO Y POR QUE. SIN
      ** BITACORA DE TURNO EL PUNTO SE OMITE; UN TURNO SIN CERRAR
      ** QUEDO SIN RELEVO Y ES HALLAZGO
      ******************************************************************
       6800-RELEVAR-TURNO.
           MOVE "ULTIMO TURNO DE OPERADORES (TURNO.LOG):"
             TO W-LINEA-ARMADA
           PERFORM 1000-AGREGAR-LINEA
           MOVE 0 TO SW-FIN-TURNO
           OPEN INPUT BITACORA-TURNO
           IF COD-RET-TURNO NOT = "00"
              MOVE "  SIN BITACORA DE TURNO, PUNTO OMITIDO"
                TO W-LINEA-ARMADA
              PERFORM 1000-AGREGAR-LINEA
           ELSE
              PERFORM UNTIL SW-FIN-TURNO = 1
                 READ BITACORA-TURNO NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-TURNO
                 END-READ
                 IF SW-FIN-TURNO = 0 AND TUR-NRO IS NUMERIC
                    EVALUATE TRUE
                       WHEN TUR-MOVIMIENTO = "APERTURA"
                          MOVE TUR-NRO TO W-ULTIMO-TURNO
                          MOVE 1 TO SW-TURNO-ABIERTO
                       WHEN TUR-MOVIMIENTO = "CIERRE"
                            AND TUR-NRO = W-ULTIMO-TURNO
                          MOVE 0 TO SW-TURNO-ABIERTO
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE BITACORA-TURNO
              PERFORM 6810-LISTAR-TURNO
           END-IF.

      ******************************************************************
      *6810-LISTAR-TURNO.
      ** SEGUNDA PASADA: LOS MOVIMIENTOS DEL ULTIMO TURNO EN EL ORDEN
      ** EN QUE SE ASENTARON
      ******************************************************************
       6810-LISTAR-TURNO.
           MOVE 0 TO SW-FIN-TURNO
           OPEN INPUT BITACORA-TURNO
           PERFORM UNTIL SW-FIN-TURNO = 1
              READ BITACORA-TURNO NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-TURNO
              END-READ
              IF SW-FIN-TURNO = 0 AND TUR-NRO IS NUMERIC
                 AND TUR-NRO = W-ULTIMO-TURNO
                 PERFORM 6820-LISTAR-MOVIMIENTO
              END-IF
           END-PERFORM
           CLOSE BITACORA-TURNO
           MOVE SPACES TO W-LINEA-ARMADA
           EVALUATE TRUE
              WHEN W-ULTIMO-TURNO = 0
                 MOVE "  NINGUNO" TO W-LINEA-ARMADA
              WHEN SW-TURNO-ABIERTO = 1
                 MOVE 1 TO SW-HAY-HALLAZGOS
                 STRING "  *** TURNO " W-ULTIMO-TURNO
                        " SIN CERRAR: NO HUBO RELEVO (VER TURNO LISTAR)"
                        DELIMITED BY SIZE INTO W-LINEA-ARMADA
                 END-STRING
              WHEN OTHER
                 STRING "  TURNO " W-ULTIMO-TURNO " CERRADO, "
                        CONT-ANOTACIONES-TURNO " ANOTACIONES"
                        DELIMITED BY SIZE INTO W-LINEA-ARMADA
                 END-STRING
           END-EVALUATE
           PERFORM 1000-AGREGAR-LINEA.

      ******************************************************************
      *6820-LISTAR-MOVIMIENTO.
      ** EL TEXTO QUE NO ENTRA EN EL RENGLON SIGUE EN UN SEGUNDO
      ** RENGLON; EL VINCULO, SI LO HAY, VA DEBAJO
      ******************************************************************
       6820-LISTAR-MOVIMIENTO.
           IF TUR-MOVIMIENTO = "ANOTA"
              ADD 1 TO CONT-ANOTACIONES-TURNO
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "  " TUR-FECHA " " TUR-HORA " " TUR-OPERADOR " "
                  TUR-MOVIMIENTO " " TUR-TEXTO(1:62)
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 1000-AGREGAR-LINEA
           IF TUR-TEXTO(63:58) NOT = SPACES
              MOVE SPACES TO W-LINEA-ARMADA
              MOVE TUR-TEXTO(63:58) TO W-LINEA-ARMADA(39:58)
              PERFORM 1000-AGREGAR-LINEA
           END-IF
           IF TUR-VINCULO NOT = SPACES
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "      -> " TUR-VINCULO " " TUR-REFERENCIA
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 1000-AGREGAR-LINEA
           END-IF.

      ******************************************************************
      *7000-GRABAR-REPORTE.
      ** EL VEREDICTO VA PRIMERO; EL CUERPO ACUMULADO, DESPUES

      ** una identificacion, para poder contestarle a legales "que
      ** decia la alerta el dia que se emitio el reporte".
      **
      ** USO: HISBDIIALE <tipo> <numero> [<desde> [<hasta>]]
      **   desde/hasta: AAAAMMDD. Con rango se leen tambien los meses
      **   de BDIIALEHIS que ARCHMES paso a BDIIALEHIS.<AAAAMM>, y
      **   solo salen los eventos del rango; sin rango se lee solo el
      **   historial vivo, como siempre.
      ** La linea de tiempo sale por consola y queda en
      ** $TEMPORALES/HISBDIIALE.REP
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-BDIIALE
                  ASSIGN TO DISK W-HISTORIA-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-HIS.

           02 HIS-IMAGEN-ANTES         PIC X(180).
           02 FILLER                   PIC X.
           02 HIS-IMAGEN-DESPUES       PIC X(180).
           02 FILLER                   PIC X.
           02 HIS-USUARIO              PIC X(10).

       FD  REPORTE-TIMELINE.
       01  REG-REP-TIME                PIC X(200).
       01 SW-FIN-HIS               PIC 9(01) VALUE 0.
       01 CONT-EVENTOS             PIC 9(06) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(200) VALUE SPACES.
       01 W-HISTORIA-NAME          PIC X(80) VALUE SPACES.
       01 W-DESDE-X                PIC X(08) VALUE SPACES.
       01 W-HASTA-X                PIC X(08) VALUE SPACES.
       01 SW-CON-RANGO             PIC 9(01) VALUE 0.
       01 SW-HIS-ABIERTO           PIC 9(01) VALUE 0.

      **** MESES ARCHIVADOS DEL HISTORIAL (MESARCH)
       COPY MESARCH.WS.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-TIPO-X W-NUMERO-X W-DESDE-X W-HASTA-X
           END-UNSTRING
           INSPECT W-NUMERO-X REPLACING ALL " " BY "0"
           IF W-TIPO-X NOT NUMERIC OR W-NUMERO-X NOT NUMERIC
              DISPLAY "Uso: HISBDIIALE <tipo> <numero> "
                      "[<desde> [<hasta>]]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0600-VALIDAR-RANGO
           PERFORM 1000-ABRIR-ARCHIVOS
           MOVE "BDIIALEHIS" TO MARC-DIARIO
           PERFORM 0560-BUSCAR-MESES-ARCHIVADOS
           IF SW-CON-RANGO = 1
              PERFORM VARYING MARC-IDX FROM 1 BY 1
                 UNTIL MARC-IDX > MARC-CANTIDAD
                 PERFORM 0570-ARMAR-ARCHIVO-MES
                 MOVE W-ARCHIVO-MES TO W-HISTORIA-NAME
                 PERFORM 2000-RECONSTRUIR-TIMELINE
              END-PERFORM
           END-IF
           MOVE "$TEMPORALES/BDIIALEHIS" TO W-HISTORIA-NAME
           PERFORM 2000-RECONSTRUIR-TIMELINE
           CLOSE REPORTE-TIMELINE
           IF CONT-EVENTOS = 0
              DISPLAY "SIN EVENTOS REGISTRADOS PARA LA IDENTIFICACION"
              IF SW-CON-RANGO = 0 AND MARC-CANTIDAD > 0
                 DISPLAY "HAY " MARC-CANTIDAD " MESES ARCHIVADOS "
                         "DESDE " MARC-MES(1) ": INDIQUE <desde> "
                         "PARA BUSCAR TAMBIEN EN ELLOS"
              END-IF
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
              STOP RUN
           END-IF.

      ******************************************************************
      *0560-BUSCAR-MESES-ARCHIVADOS.
      ******************************************************************
           COPY MESARCH.PROC.

      ******************************************************************
      *0600-VALIDAR-RANGO.
      ** SIN FECHAS NO HAY RANGO; SOLO DESDE, HASTA HOY
      ******************************************************************
       0600-VALIDAR-RANGO.
           IF W-DESDE-X NOT = SPACES
              IF W-DESDE-X NOT NUMERIC
                 OR (W-HASTA-X NOT = SPACES AND W-HASTA-X NOT NUMERIC)
                 DISPLAY "Uso: HISBDIIALE <tipo> <numero> "
                         "[<desde> [<hasta>]]  (AAAAMMDD)"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 1 TO SW-CON-RANGO
              MOVE W-DESDE-X TO MARC-DESDE
              IF W-HASTA-X NOT = SPACES
                 MOVE W-HASTA-X TO MARC-HASTA
              END-IF
              IF MARC-HASTA < MARC-DESDE
                 DISPLAY "El <hasta> es anterior al <desde>"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      ******************************************************************
      *1000-ABRIR-ARCHIVOS.
      ******************************************************************
       1000-ABRIR-ARCHIVOS.
           OPEN OUTPUT REPORTE-TIMELINE
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo HISBDIIALE.REP " COD-RET-REP
      ******************************************************************
      *2000-RECONSTRUIR-TIMELINE.
      ** EL HISTORIAL ES CRONOLOGICO POR CONSTRUCCION (SE ESCRIBE POR
      ** EXTEND), ASI QUE LISTARLO FILTRADO YA ES LA LINEA DE TIEMPO;
      ** LOS MESES ARCHIVADOS SE LEEN ANTES QUE EL VIVO, EN ORDEN.
      ** SIN RANGO, DESDE/HASTA QUEDAN EN 0/99999999 Y NO FILTRAN
      ******************************************************************
       2000-RECONSTRUIR-TIMELINE.
           OPEN INPUT HISTORIA-BDIIALE
           IF COD-RET-HIS NOT = "00"
              IF W-HISTORIA-NAME = "$TEMPORALES/BDIIALEHIS"
                 AND MARC-CANTIDAD = 0
                 DISPLAY "No se pudo abrir el historial BDIIALEHIS ("
                         COD-RET-HIS "); aun no hubo cambios asentados?"
                 CLOSE REPORTE-TIMELINE
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 1 TO SW-FIN-HIS
              MOVE 0 TO SW-HIS-ABIERTO
           ELSE
              MOVE 0 TO SW-FIN-HIS
              MOVE 1 TO SW-HIS-ABIERTO
           END-IF
           PERFORM UNTIL SW-FIN-HIS = 1
              READ HISTORIA-BDIIALE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-HIS
              IF SW-FIN-HIS = 0
                 AND HIS-TIP-IDE = W-TIPO-X
                 AND HIS-NUM-IDE = W-NUMERO-X
                 AND HIS-FECHA NOT < MARC-DESDE
                 AND HIS-FECHA NOT > MARC-HASTA
                 ADD 1 TO CONT-EVENTOS
                 PERFORM 2100-GRABAR-EVENTO
              END-IF
           END-PERFORM
           IF SW-HIS-ABIERTO = 1
              CLOSE HISTORIA-BDIIALE
           END-IF.

      ******************************************************************
      *2100-GRABAR-EVENTO.
      ******************************************************************
       2100-GRABAR-EVENTO.
           MOVE SPACES TO W-LINEA-ARMADA
      *    lo aplicado por decision de un analista trae su nombre
           IF HIS-USUARIO NOT = SPACES
              STRING HIS-FECHA " " HIS-HORA " " HIS-OPERACION
                     " POR " HIS-USUARIO
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           ELSE
              STRING HIS-FECHA " " HIS-HORA " " HIS-OPERACION
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           END-IF
           PERFORM 2200-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "  ANTES  : " HIS-IMAGEN-ANTES

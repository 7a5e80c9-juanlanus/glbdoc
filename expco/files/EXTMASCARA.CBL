      **   $TEMPORALES/BDIIREGI.TST  (registro enmascarado de BDIIREGI)
      **   $TEMPORALES/BDIIALE.TST   (todas las alertas de cada
      **                              identificacion muestreada)
      **   $TEMPORALES/SCORESNAP.TST (sus filas de la foto mensual
      **                              de REGISTRO.SCORE; de ahi
      **                              contesta LEESCORE CERTIFICA.
      **                              Si no hay foto se omite)
      ** La correspondencia real-sintetica vive solo en memoria
      ** durante la corrida: no queda escrita en ningun lado.
      **
       FILE-CONTROL.
           COPY BDIIREGI.FS.
           COPY BDIIALE.FS.
           COPY SCORESNAP.FS.

           SELECT SALIDA-REGI-TST
                  ASSIGN TO "$TEMPORALES/BDIIREGI.TST"
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLASEC-ALE-TST
                  FILE STATUS IS COD-RET-ALE-TST.

           SELECT SALIDA-SNAP-TST
                  ASSIGN TO "$TEMPORALES/SCORESNAP.TST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-SNAP-TST
                  FILE STATUS IS COD-RET-SNAP-TST.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY BDIIREGI.FD.
           COPY BDIIALE.FD.
           COPY SCORESNAP.FD.

       FD  SALIDA-REGI-TST.
       01  REG-REGI-TST.
           02 LLAVE-REGI-TST.
              03 TIPO-ID-REGI-TST      PIC 9(01).
              03 CEDULA-REGI-TST       PIC 9(11).
           02 RESTO-REGI-TST           PIC X(12).

       FD  SALIDA-ALE-TST.
       01  REG-ALE-TST.
              03 COD-ALERTA-ALE-TST    PIC 9(03).
              03 OCURRENCIA-ALE-TST    PIC 9(03).
           02 RESTO-ALE-TST            PIC X(153).

       FD  SALIDA-SNAP-TST.
       01  REG-SNAP-TST.
           02 LLAVE-SNAP-TST.
              03 TIPOID-SNAP-TST       PIC 9(01).
              03 NUMID-SNAP-TST        PIC 9(11).
              03 FECHA-SNAP-TST        PIC X(08).
           02 RESTO-SNAP-TST           PIC X(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       01 COD-RET-REGI-TST         PIC X(2) VALUE ZEROS.
       01 COD-RET-ALE-TST          PIC X(2) VALUE ZEROS.
       01 COD-RET-SNAP             PIC X(2) VALUE ZEROS.
       01 COD-RET-SNAP-TST         PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(20) VALUE SPACES.
       01 W-CANTIDAD-X             PIC X(05) VALUE SPACES.
       01 W-CANTIDAD               PIC 9(05) VALUE 0.
       01 SW-FIN-REGI              PIC 9(01) VALUE 0.
       01 SW-FIN-ALE               PIC 9(01) VALUE 0.
       01 SW-FIN-SNAP              PIC 9(01) VALUE 0.
       01 SW-HAY-FOTO              PIC 9(01) VALUE 0.
       01 W-CEDULA-SINTETICA       PIC 9(11) VALUE 90000000000.
       01 W-IDX-MAPA               PIC 9(05) VALUE 0.

       01 CONTADORES-EXTRACCION.
          02 CONT-MUESTREADAS         PIC 9(08) VALUE 0.
          02 CONT-ALERTAS-EXT         PIC 9(08) VALUE 0.
          02 CONT-FOTO-EXT            PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      ******************************************************************
           PERFORM 1000-ABRIR-ARCHIVOS
           PERFORM 2000-MUESTREAR-BDIIREGI
           PERFORM 3000-EXTRAER-ALERTAS
           IF SW-HAY-FOTO = 1
              PERFORM 4000-EXTRAER-FOTO
           END-IF
           PERFORM 9000-CERRAR-ARCHIVOS
           STOP RUN.

              DISPLAY "Error abriendo BDIIALE.TST " COD-RET-ALE-TST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *    la foto es opcional: sin ella no hay SCORESNAP.TST
           OPEN INPUT SCORESNAP
           IF COD-RET-SNAP = "00"
              MOVE 1 TO SW-HAY-FOTO
              OPEN OUTPUT SALIDA-SNAP-TST
              IF COD-RET-SNAP-TST NOT = "00"
                 DISPLAY "Error abriendo SCORESNAP.TST "
                         COD-RET-SNAP-TST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              DISPLAY "Sin foto SCORESNAP (" COD-RET-SNAP
                      "), no se extrae SCORESNAP.TST"
           END-IF.

      ******************************************************************
                 ADD 1 TO CONT-ALERTAS-EXT
           END-WRITE.

      ******************************************************************
      *4000-EXTRAER-FOTO.
      ** POR CADA IDENTIFICACION MUESTREADA, TODAS SUS FILAS DE LA
      ** FOTO SCORESNAP (TODA FECHA) CON LA CEDULA SINTETICA
      ******************************************************************
       4000-EXTRAER-FOTO.
           PERFORM 4100-EXTRAER-FOTO-DE-UNA
              VARYING W-IDX-MAPA FROM 1 BY 1
              UNTIL W-IDX-MAPA > MAPA-TOPE.

       4100-EXTRAER-FOTO-DE-UNA.
           MOVE 0 TO SW-FIN-SNAP
           MOVE LOW-VALUES TO LLAVE-SCORESNAP
           MOVE MAPA-TIPO(W-IDX-MAPA)        TO TIPOID-SNAP
           MOVE MAPA-CEDULA-REAL(W-IDX-MAPA) TO NUMID-SNAP
           START SCORESNAP KEY IS NOT LESS THAN LLAVE-SCORESNAP
              INVALID KEY MOVE 1 TO SW-FIN-SNAP
           END-START
           PERFORM UNTIL SW-FIN-SNAP = 1
              READ SCORESNAP NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-SNAP
              END-READ
              IF SW-FIN-SNAP = 0
                 IF TIPOID-SNAP = MAPA-TIPO(W-IDX-MAPA)
                    AND NUMID-SNAP = MAPA-CEDULA-REAL(W-IDX-MAPA)
                    PERFORM 4200-GRABAR-FOTO-ENMASCARADA
                 ELSE
                    MOVE 1 TO SW-FIN-SNAP
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *4200-GRABAR-FOTO-ENMASCARADA.
      ******************************************************************
       4200-GRABAR-FOTO-ENMASCARADA.
           MOVE REG-SCORESNAP          TO REG-SNAP-TST
           MOVE MAPA-CEDULA-SINT(W-IDX-MAPA) TO NUMID-SNAP-TST
           WRITE REG-SNAP-TST
              INVALID KEY
                 DISPLAY "CLAVE SINTETICA DUPLICADA EN SCORESNAP.TST"
              NOT INVALID KEY
                 ADD 1 TO CONT-FOTO-EXT
           END-WRITE.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE BDIIREGI BDIIALE SALIDA-REGI-TST SALIDA-ALE-TST
           IF SW-HAY-FOTO = 1
              CLOSE SCORESNAP SALIDA-SNAP-TST
           END-IF
           MOVE CONT-MUESTREADAS TO W-EDIT-CONTADOR
           DISPLAY "Identif. muestreadas...... " W-EDIT-CONTADOR
           MOVE CONT-ALERTAS-EXT TO W-EDIT-CONTADOR
           DISPLAY "Alertas extraidas......... " W-EDIT-CONTADOR
           MOVE CONT-FOTO-EXT TO W-EDIT-CONTADOR
           DISPLAY "Filas de foto extraidas... " W-EDIT-CONTADOR.

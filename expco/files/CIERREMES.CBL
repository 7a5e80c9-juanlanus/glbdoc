      **   - las entregas estan confirmadas (hay asientos CONFIRMADO
      **     del periodo en $TEMPORALES/TRANSMISION.JRN; sin ese
      **     diario el punto se informa y no bloquea)
      ** Si ARCHMES ya paso el periodo a archivo, la bitacora y el
      ** diario de transmisiones se leen tambien de sus archivos
      ** mensuales (BITACORA.COR.<AAAAMM> desde el periodo en
      ** adelante, porque FACTURPER puede correr el mes siguiente;
      ** TRANSMISION.JRN.<periodo>), ver MESARCH.CBL.
      **
      ** USO: CIERREMES <AAAAMM> [FORZAR]
      **   FORZAR cierra aunque la lista de control este incompleta,
                  RECORD KEY IS LLAVE-BITACORA
                  FILE STATUS IS COD-RET-BITACORA.

      *    meses archivados de la bitacora (ARCHMES), mismo renglon
           SELECT BITACORA-MES
                  ASSIGN TO DISK W-ARCHIVO-MES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-BITMES.

      *    el diario vivo o su mes archivado
           SELECT DIARIO-TRANSMISION
                  ASSIGN TO DISK W-TRX-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-TRX.
      *-----------------------------------------------------------------
           02 CONT-BITACORA            PIC X(80).
           02 RC-BITACORA              PIC 9(04).

       FD  BITACORA-MES.
       01  REG-BITMES                  PIC X(148).

       FD  DIARIO-TRANSMISION.
       01  REG-DIARIO-TRX              PIC X(200).
      *-----------------------------------------------------------------
       01 SW-SIN-DIARIO-TRX        PIC 9(01) VALUE 0.
       01 FIN-BITACORA             PIC 9    VALUE 0.

      **** MESES ARCHIVADOS DE LA BITACORA Y DEL DIARIO (MESARCH)
       01 COD-RET-BITMES           PIC X(2) VALUE ZEROS.
       01 SW-FIN-BITMES            PIC 9(01) VALUE 0.
       01 W-TRX-NAME               PIC X(80) VALUE SPACES.
       COPY MESARCH.WS.

      **** CONTROL DE PERIODO (SUBPROGRAMA PERCTL)
       01 PERC-ACCION              PIC X(10) VALUE SPACES.
       01 PERC-PROCESO             PIC X(10) VALUE SPACES.
      ** CORRIDO DENTRO DEL PERIODO
      ******************************************************************
       2000-CHEQUEAR-BITACORA.
           MOVE "BITACORA.COR" TO MARC-DIARIO
           MOVE W-PERIODO-INP  TO MARC-DESDE(1:6)
           MOVE "01"           TO MARC-DESDE(7:2)
           MOVE 99999999       TO MARC-HASTA
           PERFORM 0560-BUSCAR-MESES-ARCHIVADOS
           PERFORM VARYING MARC-IDX FROM 1 BY 1
              UNTIL MARC-IDX > MARC-CANTIDAD
              PERFORM 0570-ARMAR-ARCHIVO-MES
              PERFORM 2200-LEER-MES-ARCHIVADO
           END-PERFORM
           OPEN INPUT BITACORA-CORRIDAS
           IF COD-RET-BITACORA NOT = "00"
              DISPLAY "SIN BITACORA DE CORRIDAS (" COD-RET-BITACORA
                    AT END MOVE 1 TO FIN-BITACORA
                 END-READ
                 IF FIN-BITACORA = 0
                    PERFORM 2100-EVALUAR-CORRIDA
                 END-IF
              END-PERFORM
              CLOSE BITACORA-CORRIDAS
           END-IF.

      ******************************************************************
      *2100-EVALUAR-CORRIDA.
      ******************************************************************
       2100-EVALUAR-CORRIDA.
           IF PROG-BITACORA = "FACTURPER"
              MOVE 0 TO TALLY
              INSPECT PARM-BITACORA TALLYING TALLY
                 FOR ALL W-PERIODO-INP
              IF TALLY > 0
                 MOVE 1 TO SW-FACTUR-OK
              END-IF
           END-IF
           IF PROG-BITACORA = "CARACTPER"
              AND FEC-BITACORA(1:6) = W-PERIODO-INP
              MOVE 1 TO SW-CARACT-OK
           END-IF.

      ******************************************************************
      *2200-LEER-MES-ARCHIVADO.
      ** CADA RENGLON DEL MES ARCHIVADO SE EVALUA DESDE EL AREA DEL
      ** REGISTRO VIVO
      ******************************************************************
       2200-LEER-MES-ARCHIVADO.
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
                 PERFORM 2100-EVALUAR-CORRIDA
              END-IF
           END-PERFORM
           IF COD-RET-BITMES NOT = "35"
              CLOSE BITACORA-MES
           END-IF.

      ******************************************************************
      *3000-CHEQUEAR-ENTREGAS.
      ** ASIENTOS CONFIRMADO DEL PERIODO EN EL DIARIO DE
      ** TRANSMISIONES; SIN DIARIO EL PUNTO SE INFORMA Y NO BLOQUEA
      ******************************************************************
       3000-CHEQUEAR-ENTREGAS.
           MOVE 1 TO SW-SIN-DIARIO-TRX
           MOVE "TRANSMISION.JRN" TO MARC-DIARIO
           MOVE W-PERIODO-INP     TO MARC-DESDE(1:6)
           MOVE "01"              TO MARC-DESDE(7:2)
           MOVE W-PERIODO-INP     TO MARC-HASTA(1:6)
           MOVE "31"              TO MARC-HASTA(7:2)
           PERFORM 0560-BUSCAR-MESES-ARCHIVADOS
           PERFORM VARYING MARC-IDX FROM 1 BY 1
              UNTIL MARC-IDX > MARC-CANTIDAD
              PERFORM 0570-ARMAR-ARCHIVO-MES
              MOVE W-ARCHIVO-MES TO W-TRX-NAME
              PERFORM 3100-LEER-DIARIO-TRX
           END-PERFORM
           MOVE "$TEMPORALES/TRANSMISION.JRN" TO W-TRX-NAME
           PERFORM 3100-LEER-DIARIO-TRX
           IF SW-SIN-DIARIO-TRX = 1
              MOVE 1 TO SW-ENTREGAS-OK
           END-IF.

      ******************************************************************
      *3100-LEER-DIARIO-TRX.
      ******************************************************************
       3100-LEER-DIARIO-TRX.
           MOVE 0 TO SW-FIN-ARCHIVO
           OPEN INPUT DIARIO-TRANSMISION
           IF COD-RET-TRX = "00"
              MOVE 0 TO SW-SIN-DIARIO-TRX
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ DIARIO-TRANSMISION NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE DIARIO-TRANSMISION
           END-IF.

      ******************************************************************
      *0560-BUSCAR-MESES-ARCHIVADOS.
      ******************************************************************
           COPY MESARCH.PROC.

      ******************************************************************
      *4000-EVALUAR-Y-CERRAR.

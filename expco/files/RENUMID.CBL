      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       COPY RESALERTA.WS.
       01 COD-RET-SNAP             PIC X(2) VALUE ZEROS.
       01 COD-RETORNO-SCODAPJA     PIC X(2) VALUE ZEROS.
       01 COD-RET-ICBCON           PIC X(2) VALUE ZEROS.
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           MOVE "RENUMID" TO RALE-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:8)  TO FECHA-PROCESO
           MOVE FUNCTION CURRENT-DATE (9:6)  TO HORA-PROCESO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           MOVE REG-BDIIALE TO REN-IMAGEN-ANTES
           MOVE REG-BDIIALE TO W-REG-TRANSITO
           DELETE BDIIALE RECORD
              NOT INVALID KEY
                 PERFORM 9850-ACTUALIZAR-RESUMEN
           END-DELETE
           MOVE W-REG-TRANSITO TO REG-BDIIALE
           MOVE W-TIPO-NUEVO-X TO TIP-IDE-BDIIALE
           MOVE W-NUM-NUEVO-9  TO NUM-IDE-BDIIALE
                 PERFORM 3900-DESHACER-COLISION-ALE
              NOT INVALID KEY
                 ADD 1 TO CONT-ALE-MOVIDAS
                 PERFORM 9850-ACTUALIZAR-RESUMEN
                 PERFORM 7500-GRABAR-DIARIO
           END-WRITE.

                 DISPLAY "NO SE PUDO DEVOLVER LA ALERTA A "
                         W-TIPO-VIEJO-X " " W-NUM-VIEJO-9
                 MOVE 16 TO RETURN-CODE
              NOT INVALID KEY
                 PERFORM 9850-ACTUALIZAR-RESUMEN
           END-WRITE
           MOVE 1 TO SW-FIN-LAZO.

              CLOSE ICBCONENT
           END-IF
           CLOSE BDIIALE SCORESNAP SCODAPJA ICBCON CORRESPID
                 DIARIO-RENUM AUDITORIA-RENUM
           PERFORM 9860-CERRAR-RESUMEN.

       COPY RESALERTA.PROC.

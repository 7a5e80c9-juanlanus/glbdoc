      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       COPY RESALERTA.WS.
       01 COD-RET-CFG              PIC X(2) VALUE ZEROS.
       01 COD-RET-ICBENT           PIC X(2) VALUE ZEROS.
       01 COD-RET-LOG              PIC X(2) VALUE ZEROS.
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           MOVE "PURGARET" TO RALE-PROGRAMA
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT CONFIG-PURGA
           IF COD-RET-CFG NOT = "00"
                 PERFORM 1000-PROCESAR-REGLA
              END-IF
           END-PERFORM
           PERFORM 9860-CERRAR-RESUMEN
           CLOSE CONFIG-PURGA LOG-PURGA
           STOP RUN.

                    AND BLOQUEO-BDIIALE = 0
                    AND FEC-VEN-BDIIALE < W-FECHA-CORTE
                    DELETE BDIIALE RECORD
                       NOT INVALID KEY
                          PERFORM 9850-ACTUALIZAR-RESUMEN
                    END-DELETE
                    ADD 1 TO CONT-PURGADOS
                    MOVE LLASEC-BDIIALE TO CHK-ULTIMA-CLAVE
                 CLOSE CHECKPOINT-PURGA
              END-IF
           END-IF.

       COPY RESALERTA.PROC.

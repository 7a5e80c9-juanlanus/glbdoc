      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       COPY RESALERTA.WS.
       01 COD-RETORNO-SCODAPJA           PIC XX VALUE SPACE.
       01 COD-RET-EXC                    PIC XX VALUE SPACES.
       01 PARAMETROS.
       01 REGC-PARAMETROS                PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES                PIC X(80) VALUE SPACES.
       01 REGC-RC                        PIC 9(04) VALUE 0.
       01 REGC-VERSION                   PIC X(24)
                                         VALUE "CAIDAPJA.v.01.0001".

       PROCEDURE DIVISION.
       0000-PROGRAMA-PRINCIPAL.
      ****************************************************************
      ****************************************************************
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO.
           MOVE "CAIDAPJA" TO RALE-PROGRAMA.
           ACCEPT LINEA FROM COMMAND-LINE.
           UNSTRING LINEA   DELIMITED BY ALL " " INTO
              COMANDO
               DISPLAY "A) REAL          "
               DISPLAY "B) FALSO         "
           END-EVALUATE.
           PERFORM 9860-CERRAR-RESUMEN.
           PERFORM 0700-LIBERAR-CERROJO-BDIIALE.
           STOP RUN.

           MOVE INF-DATAHOST-AUX           TO INF-DATAHOST-BDIIALE.
           MOVE SPACE                      TO EST-RECLAMO-BDIIALE
           MOVE ZEROS                      TO FEC-LIM-RECLAMO-BDIIALE
      *    la alerta negativa nueva nace en espera del aviso previo
      *    al titular; AVISOPREV.CBL la hace visible al vencer el
      *    plazo legal desde el envio de la carta
           MOVE "P"                        TO EST-AVISO-BDIIALE.
           MOVE LINEA1-AUX                 TO LINEA1-BDIIALE.
           MOVE LINEA2-AUX                 TO LINEA2-BDIIALE.
           IF REAL = 1
                   ADD 1 TO CONT-WRITE-ERR
                 NOT INVALID KEY
                   ADD 1 TO CONT-WRITE-OK
                   PERFORM 9850-ACTUALIZAR-RESUMEN
              END-WRITE
           ELSE
              ADD 1 TO CONT-WRITE-OK
                  ADD 1 TO CONT-REWRITE-ERR
              NOT INVALID KEY
                  ADD 1 TO CONT-REWRITE-OK
                  PERFORM 9850-ACTUALIZAR-RESUMEN
              END-REWRITE
           ELSE
              ADD 1 TO CONT-REWRITE-OK
          END-STRING.
          MOVE RETURN-CODE TO REGC-RC.
          CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                  REGC-CONTADORES REGC-RC REGC-VERSION
          ON EXCEPTION
             DISPLAY "CAIDAPJA - REGCORRIDA NO DISPONIBLE"
          END-CALL.
          MOVE REGC-RC TO RETURN-CODE.

       COPY RESALERTA.PROC.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       COPY RESALERTA.WS.
       01 COD-RET-CAIDAS                 PIC XX VALUE SPACES.
       01 PARAMETROS.
          03 COMANDO                     PIC X(80)  VALUE SPACES.
          03 CONT-WRITE-ERR              PIC 9(10)  VALUE 0.
          03 CONT-REWRITE-OK             PIC 9(10)  VALUE 0.
          03 CONT-REWRITE-ERR            PIC 9(10)  VALUE 0.
          03 CONT-MENORES                PIC 9(10)  VALUE 0.
      * titular menor de edad (VERMENOR.CBL): no se le crean ni se
      * le renuevan alertas negativas
       01 MENOR-INDICADOR                PIC X(01)  VALUE SPACE.
          88 TITULAR-MENOR                          VALUE "M".
       01 VARIABLES-GENERALES.
          03 REAL                        PIC 9      VALUE 0.
          03 FIN-CAIDAS                  PIC 9      VALUE 0.
      ******************************************************************
      ******************************************************************
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO.
           MOVE "ALESCOCAI" TO RALE-PROGRAMA.
           ACCEPT LINEA FROM COMMAND-LINE.
           UNSTRING LINEA   DELIMITED BY ALL " " INTO
              COMANDO
               DISPLAY "A) REAL          "
               DISPLAY "B) FALSO         "
           END-EVALUATE.
           PERFORM 9860-CERRAR-RESUMEN.
           PERFORM 0700-LIBERAR-CERROJO-BDIIALE.
           STOP RUN.

           READ ENTRADA-CAIDAS AT END MOVE 1 TO FIN-CAIDAS.
           PERFORM UNTIL FIN-CAIDAS = 1
             ADD 1 TO CONT-LEIDOS
             PERFORM 4200-VERIFICAR-MENOR
             IF TITULAR-MENOR
                ADD 1 TO CONT-MENORES
             ELSE
                PERFORM 4300-MODIFICAR-BDIIALE
             END-IF
             READ ENTRADA-CAIDAS AT END MOVE 1 TO FIN-CAIDAS
             END-READ
           END-PERFORM.
           CLOSE ENTRADA-CAIDAS BDIIALE.
           PERFORM 6000-SACAR-RESUMEN.

       4200-VERIFICAR-MENOR.
      ****************************************************************
      *    LA CAIDA DE SCORE DE UN MENOR DE EDAD NO SE CONVIERTE EN
      *    ALERTA (VER VERMENOR.CBL); SIN EL SUBPROGRAMA SE SIGUE
      *    COMO SIEMPRE
      ****************************************************************
           CALL "VERMENOR" USING CAI-TIP-ID CAI-NUM-ID MENOR-INDICADOR
           ON EXCEPTION
              MOVE SPACE TO MENOR-INDICADOR
           END-CALL.

       4300-MODIFICAR-BDIIALE.
      ****************************************************************
      *    MISMO PATRON QUE 4300-MODIFICAR-BDIIALE EN ACTALEJUR.CBL:
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
          DISPLAY "  ALERTAS ACTUALIZADAS      = " CONT-REWRITE-OK
          DISPLAY "  ERRORES AL CREAR          = " CONT-WRITE-ERR
          DISPLAY "  ERRORES AL ACTUALIZAR     = " CONT-REWRITE-ERR
          DISPLAY "  OMITIDAS POR MENOR DE EDAD= " CONT-MENORES
          DISPLAY "=================================================".

       COPY RESALERTA.PROC.

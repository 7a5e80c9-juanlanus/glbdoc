           MOVE INF-DATAHOST-VIEJO TO INF-DATAHOST-BDIIALE
           MOVE SPACE              TO EST-RECLAMO-BDIIALE
           MOVE ZEROS              TO FEC-LIM-RECLAMO-BDIIALE
           MOVE SPACE              TO EST-AVISO-BDIIALE
           WRITE REG-BDIIALE
              INVALID KEY
                 ADD 1 TO CONT-ERRADOS

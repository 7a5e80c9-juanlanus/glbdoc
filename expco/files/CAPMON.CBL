      **   - asienta la medicion del dia (KB y registros) en
      **     CAPACIDAD.HIS
      **   - calcula el crecimiento diario promedio contra la
      **     medicion mas vieja de la historia, o contra la ultima
      **     que dejo REORGMAE si el archivo se reorganizo (el
      **     espacio muerto recuperado no es un cambio de tendencia)
      **   - proyecta cuantos dias faltan para llegar al tope y
      **     avisa (NOTIFICAR AVISO) si caen dentro del horizonte
      **     (30 dias, o el primer parametro)
           02 HIS-KB                   PIC 9(12).
           02 FILLER                   PIC X.
           02 HIS-CANT                 PIC 9(12).
      *    espacios = medicion de CAPMON; REORGMAE = tamano despues
      *    de una reorganizacion
           02 FILLER                   PIC X.
           02 HIS-ORIGEN               PIC X(08).

       FD  MEDIDA-TEMPORAL.
       01  REG-MEDIDA                  PIC X(30).
       01 W-KB-PRIMERO             PIC 9(12) VALUE 0.
       01 W-FEC-PRIMERO            PIC 9(08) VALUE 0.
       01 SW-HAY-HISTORIA          PIC 9(01) VALUE 0.
       01 SW-BASE-REORG            PIC 9(01) VALUE 0.
       01 W-DIAS-HISTORIA          PIC S9(08) VALUE 0.
       01 W-CRECE-KB-DIA           PIC S9(09) VALUE 0.
       01 W-DIAS-RESTAN            PIC S9(08) VALUE 0.

      ******************************************************************
      *3000-BUSCAR-HISTORIA.
      ** LA MEDICION MAS VIEJA DEL ARCHIVO DA LA BASE DEL PROMEDIO;
      ** UNA REORGANIZACION POSTERIOR LA REEMPLAZA (LA HISTORIA ESTA
      ** EN ORDEN DE FECHA, ASI QUE QUEDA LA ULTIMA)
      ******************************************************************
       3000-BUSCAR-HISTORIA.
           MOVE 0 TO SW-HAY-HISTORIA
           MOVE 0 TO SW-BASE-REORG
           MOVE 0 TO SW-FIN-HIS
           OPEN INPUT HISTORIA-CAPACIDAD
           IF COD-RET-HIS NOT = "00"
                 MOVE HIS-FECHA TO W-FEC-PRIMERO
                 MOVE HIS-KB    TO W-KB-PRIMERO
              END-IF
              IF SW-FIN-HIS = 0
                 AND HIS-NOMBRE = CFG-NOMBRE
                 AND HIS-ORIGEN = "REORGMAE"
                 MOVE 1 TO SW-HAY-HISTORIA
                 MOVE 1 TO SW-BASE-REORG
                 MOVE HIS-FECHA TO W-FEC-PRIMERO
                 MOVE HIS-KB    TO W-KB-PRIMERO
              END-IF
           END-PERFORM
           IF COD-RET-HIS = "00" OR COD-RET-HIS = "10"
              CLOSE HISTORIA-CAPACIDAD
                        DELIMITED BY SIZE INTO W-LINEA-ARMADA
                 END-STRING
                 PERFORM 7000-GRABAR-LINEA
                 IF SW-BASE-REORG = 1
                    MOVE SPACES TO W-LINEA-ARMADA
                    STRING "  (BASE: REORGANIZACION DEL "
                           W-FEC-PRIMERO ")"
                           DELIMITED BY SIZE INTO W-LINEA-ARMADA
                    END-STRING
                    PERFORM 7000-GRABAR-LINEA
                 END-IF
                 IF W-TOPE-KB > 0 AND W-CRECE-KB-DIA > 0
                    COMPUTE W-DIAS-RESTAN =
                       (W-TOPE-KB - W-KB-HOY) / W-CRECE-KB-DIA
           IF COD-RET-HIS = "35"
              OPEN OUTPUT HISTORIA-CAPACIDAD
           END-IF
           MOVE SPACES        TO REG-HIS-CAP
           MOVE FECHA-SISTEMA TO HIS-FECHA
           MOVE CFG-NOMBRE    TO HIS-NOMBRE
           MOVE W-KB-HOY      TO HIS-KB

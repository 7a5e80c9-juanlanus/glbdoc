           02 JRN-BLOQUEO-TUTELA-BDIIR PIC X(01).
           02 JRN-IND-CREACION-BDIIR   PIC X(01).
           02 JRN-IND-CAMBIO-BDIIREGI  PIC X(01).
           02 JRN-FEC-NAC-BDIIREGI     PIC 9(08).

       FD  REPORTE-DEFUNCION.
       01  REG-REP-DEF                 PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       COPY RESALERTA.WS.
       01 COD-RET-SNAP             PIC X(2) VALUE ZEROS.
       01 COD-RETORNO-SCODAPJA     PIC X(2) VALUE ZEROS.
       01 COD-RET-JRN              PIC X(2) VALUE ZEROS.
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           MOVE "DEFUNCION" TO RALE-PROGRAMA
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           IF LINEA-COMANDO(1:4) = "REAL"
              MOVE 1 TO SW-MODO-REAL
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO CONT-ALERTAS-CERRADAS
                 PERFORM 9850-ACTUALIZAR-RESUMEN
                 PERFORM 7500-GRABAR-DIARIO
           END-REWRITE.

       9000-CERRAR-ARCHIVOS.
           CLOSE BITACORA-BDIIREGI BDIIALE SCODAPJA
                 REPORTE-DEFUNCION
           PERFORM 9860-CERRAR-RESUMEN
           IF SW-SNAP-ABIERTA = 1
              CLOSE SCORESNAP
           END-IF
           IF SW-DIARIO-ABIERTO = 1
              CLOSE DIARIO-DEFUNCION
           END-IF.

       COPY RESALERTA.PROC.

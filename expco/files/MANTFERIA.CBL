       01 SW-YA-ESTA               PIC 9(01) VALUE 0.
       01 SW-HAY-ANO-PROXIMO       PIC 9(01) VALUE 0.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 W-ANO-PROXIMO            PIC 9(04) VALUE 0.
       01 W-COMANDO-SYST           PIC X(120) VALUE SPACES.
       01 CONT-CARGADOS            PIC 9(04) VALUE 0.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "MANTFERIA".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      **** VENTANAS DE CONGELAMIENTO (CONGELA)
       COPY CONGELA.WS.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-MODO W-FECHA-X W-QUIEN
           END-UNSTRING
           IF W-MODO = "CARGAR" OR W-MODO = "AGREGAR"
              OR W-MODO = "QUITAR"
              MOVE "MANTFERIA" TO CONG-PROGRAMA
              MOVE W-MODO      TO CONG-MODO
              PERFORM 0550-VERIFICAR-CONGELAMIENTO
           END-IF
           EVALUATE W-MODO
              WHEN "CARGAR"
                 PERFORM 1000-CARGAR-CALENDARIO
              STOP RUN
           END-IF.

      ******************************************************************
      *0550-VERIFICAR-CONGELAMIENTO.
      ******************************************************************
           COPY CONGELA.PROC.

      ******************************************************************
      *0600-VALIDAR-FECHA.
      ******************************************************************
              OPEN OUTPUT AUDITORIA-FERIA
           END-IF
           MOVE SPACES TO REG-AUD-FERIA
           STRING FECHA-SISTEMA " " HORA-SIST-HHMMSS " "
                  W-MODO " " W-FECHA-X " POR " W-QUIEN
                  DELIMITED BY SIZE INTO REG-AUD-FERIA
           END-STRING

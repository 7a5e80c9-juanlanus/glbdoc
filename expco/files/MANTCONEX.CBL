          03 FILLER                   PIC 9(02).
       01 CONT-LISTADAS            PIC 9(04) VALUE 0.

      **** VENTANAS DE CONGELAMIENTO (CONGELA)
       COPY CONGELA.WS.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
                         W-APLICACION-INP W-ALIAS-INP
                         W-USUARIO-INP W-PASSWORD-INP
           END-UNSTRING
           IF W-ACCION = "AGREGAR" OR W-ACCION = "MODIFICAR"
              MOVE "MANTCONEX" TO CONG-PROGRAMA
              MOVE W-ACCION TO CONG-MODO
              PERFORM 0550-VERIFICAR-CONGELAMIENTO
           END-IF
           EXEC SQL
               declare vcurs cursor for dynamic_sql
           END-EXEC
              STOP RUN
           END-IF.

      ******************************************************************
      *0550-VERIFICAR-CONGELAMIENTO.
      ******************************************************************
           COPY CONGELA.PROC.

      ******************************************************************
      *1000-CONECTAR-A-LA-TABLA.
      ** MISMAS CREDENCIALES DE ARRANQUE QUE 1000-BUSCA-USUPASS EN

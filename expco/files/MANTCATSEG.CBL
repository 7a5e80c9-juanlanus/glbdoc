       01 SW-FIN-CAT               PIC 9(01) VALUE 0.
       01 CONT-LISTADOS            PIC 9(04) VALUE 0.

      **** VENTANAS DE CONGELAMIENTO (CONGELA)
       COPY CONGELA.WS.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-VALIDAR-PARAMETROS
           IF W-ACCION NOT = "LISTAR"
              MOVE "MANTCATSEG" TO CONG-PROGRAMA
              MOVE W-ACCION TO CONG-MODO
              PERFORM 0550-VERIFICAR-CONGELAMIENTO
           END-IF
           PERFORM 2000-ABRIR-CATALOGO
           EVALUATE W-ACCION
              WHEN "AGREGAR"
              STOP RUN
           END-IF.

      ******************************************************************
      *0550-VERIFICAR-CONGELAMIENTO.
      ******************************************************************
           COPY CONGELA.PROC.

      ******************************************************************
      *1000-VALIDAR-PARAMETROS.
      ** LA DESCRIPCION ES EL RESTO DE LA LINEA DESPUES DE LA FECHA,

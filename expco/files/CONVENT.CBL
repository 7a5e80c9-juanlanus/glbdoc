      ** delimitador (las comillas se descartan), el tipo y el numero
      ** se validan y el numero se completa con ceros a la izquierda;
      ** lo que no se puede convertir queda en el reporte de rechazos
      ** $TEMPORALES/CONVENT.REP con su razon legible. Ya armada, la
      ** identificacion pasa por el validador unico VALIDID.CBL y se
      ** rechaza con su codigo I01..I06 delante de la razon.
      **
      ** USO: CONVENT <cliente> <archivo entrada> [<archivo salida>]
      **      (salida por defecto: $TEMPORALES/SCOREENT)
      ** RC 0 todo convertido; RC 4 hubo rechazos; RC 8 no quedo
      ** ninguna linea convertida (archivo vacio o todo rechazado);
      ** RC 16 error de uso o cliente sin configurar.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       01 SW-CORTE-DIGITOS         PIC 9(01) VALUE 0.
       01 W-NUMERO-ARMADO          PIC 9(11) VALUE 0.
       01 W-TIPO-ARMADO            PIC 9(01) VALUE 0.
      **** RESULTADO DEL VALIDADOR UNICO DE IDENTIFICACIONES (VALIDID)
       01 W-COD-VALIDID            PIC X(03) VALUE SPACES.
       01 W-TEXTO-VALIDID          PIC X(40) VALUE SPACES.

       01 CONTADORES-CONV.
          02 CONT-LEIDAS              PIC 9(08) VALUE 0.
           IF SW-LINEA-VALIDA = 1
              PERFORM 3300-ARMAR-NUMERO
           END-IF
           IF SW-LINEA-VALIDA = 1
              PERFORM 3500-VALIDAR-IDENTIFICACION
           END-IF
           IF SW-LINEA-VALIDA = 1
              MOVE W-TIPO-ARMADO   TO ENT-TIP-ID
              MOVE W-NUMERO-ARMADO TO ENT-NUM-ID
              END-EVALUATE
           END-PERFORM.

      ******************************************************************
      *3500-VALIDAR-IDENTIFICACION.
      ** LAS REGLAS DEL TIPO, EL DIGITO DEL NIT Y LOS NUMEROS
      ** FICTICIOS SON LAS DE TODOS LOS PROGRAMAS DE INGRESO (VALIDID)
      ******************************************************************
       3500-VALIDAR-IDENTIFICACION.
           CALL "VALIDID" USING W-TIPO-ARMADO W-NUMERO-ARMADO
                                W-COD-VALIDID W-TEXTO-VALIDID
           IF W-COD-VALIDID NOT = SPACES
              MOVE 0 TO SW-LINEA-VALIDA
              STRING W-COD-VALIDID " " W-TEXTO-VALIDID
                     DELIMITED BY SIZE INTO W-RAZON
              END-STRING
           END-IF.

      ******************************************************************
      *9000-CERRAR.
      ******************************************************************
           DISPLAY "Lineas rechazadas......... " W-EDIT-CONTADOR
           MOVE CONT-ENCABEZADOS TO W-EDIT-CONTADOR
           DISPLAY "Encabezados salteados..... " W-EDIT-CONTADOR
           EVALUATE TRUE
              WHEN CONT-CONVERTIDAS = 0
                 DISPLAY "NINGUNA LINEA CONVERTIDA: NO HAY CONSULTA"
                 MOVE 8 TO RETURN-CODE
              WHEN CONT-RECHAZADAS > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.

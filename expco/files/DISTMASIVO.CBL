      ** La cartera trae tipo(1)+numero(11) por renglon (el mismo
      ** layout de SCOREENT). El corte de cada cliente sale en
      ** $TEMPORALES/CORTE.<cliente>, con el mismo registro "D" del
      ** MASIVO, encabezado y sumario propios. La identificacion
      ** restringida (registro "R" del MASIVO, sin score) tambien va
      ** al corte de su cliente, pero no entra en el sumario, igual
      ** que en el MASIVO.
      **
      ** RECONCILIACION (en $TEMPORALES/DISTMASIVO.REP): por cliente,
      ** tamano de cartera, identificaciones halladas en el extracto
      ** (de ellas, cuantas restringidas) y no-halladas - el faltante
      ** que antes nadie contaba.
      **
      ** USO: DISTMASIVO [<archivo MASIVO>]
      **      (por defecto $TEMPORALES/SCORESAL)
           02 SAL-TIPO-REG             PIC X(01).
           02 SAL-TIP-ID               PIC X(01).
           02 SAL-NUM-ID               PIC X(11).
           02 SAL-RESTO                PIC X(21).

       SD  SORT-CORTES.
       01  REG-SORT-CORTE.
           02 SRT-CLIENTE              PIC X(12).
           02 SRT-SECUENCIA            PIC 9(10).
           02 SRT-LINEA                PIC X(34).

       FD  ARCHIVO-CORTE.
       01  REG-CORTE                   PIC X(34).
       01  REG-CORTE-TIPO.
           02 CORTE-TIPO-REG           PIC X(01).
           02 FILLER                   PIC X(33).
      *    registro de encabezado, primera linea del archivo
       01  REG-CORTE-HDR.
           02 CORTE-HDR-TIPO-REG       PIC X(01).
           02 CORTE-TRL-CANT-REG       PIC 9(08).

       FD  REPORTE-DISTRIB.
       01  REG-REP-DIST                PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-CFG              PIC X(2) VALUE ZEROS.
             03 CLI-CARTERA           PIC 9(08).
             03 CLI-HALLADAS          PIC 9(08).
             03 CLI-CORTADAS          PIC 9(08).
             03 CLI-RESTRINGIDAS      PIC 9(08).
          02 CLI-TOPE                 PIC 9(02) VALUE 0.
       01 W-IDX-CLI                PIC 9(02) VALUE 0.

       01 CONTADORES-DIST.
          02 CONT-MASIVO-LEIDOS       PIC 9(10) VALUE 0.
          02 CONT-DISTRIBUIDOS        PIC 9(10) VALUE 0.
          02 CONT-MASIVO-RESTRING     PIC 9(10) VALUE 0.
       01 W-SIN-EXTRACTO           PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.
       01 W-LINEA-ARMADA           PIC X(120) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
                 MOVE 0 TO CLI-CARTERA(CLI-TOPE)
                 MOVE 0 TO CLI-HALLADAS(CLI-TOPE)
                 MOVE 0 TO CLI-CORTADAS(CLI-TOPE)
                 MOVE 0 TO CLI-RESTRINGIDAS(CLI-TOPE)
              END-IF
           END-PERFORM
           CLOSE CONFIG-CARTERAS

      ******************************************************************
      *3000-DISTRIBUIR-MASIVO.
      ** UNA SOLA PASADA DEL EXTRACTO: POR CADA "D" O "R" SE PREGUNTA AL
      ** INDEXADO DE TRABAJO (CLAVE PARCIAL) A QUE CLIENTES PERTENECE
      ** LA IDENTIFICACION Y SE LIBERA UNA COPIA POR CLIENTE
      ******************************************************************
                 ADD 1 TO CONT-MASIVO-LEIDOS
                 PERFORM 3100-DISTRIBUIR-UNA-FILA
              END-IF
              IF SW-FIN-ARCHIVO = 0 AND SAL-TIPO-REG = "R"
                 ADD 1 TO CONT-MASIVO-RESTRING
                 PERFORM 3100-DISTRIBUIR-UNA-FILA
              END-IF
           END-PERFORM
           CLOSE ARCHIVO-MASIVO.

                    END-IF
                    PERFORM 5100-ABRIR-CORTE
                 END-IF
                 MOVE SRT-LINEA TO REG-CORTE
                 IF CORTE-TIPO-REG = "R"
                    PERFORM 5400-ANOTAR-RESTRINGIDA
                 ELSE
                    ADD 1 TO W-CANT-CLIENTE
                 END-IF
                 WRITE REG-CORTE
              END-IF
           END-PERFORM
              END-IF
           END-PERFORM.

      ******************************************************************
      *5400-ANOTAR-RESTRINGIDA.
      ** EL "R" VA AL CORTE PERO NO AL SUMARIO, COMO EN EL MASIVO
      ******************************************************************
       5400-ANOTAR-RESTRINGIDA.
           PERFORM VARYING W-IDX-CLI FROM 1 BY 1
              UNTIL W-IDX-CLI > CLI-TOPE
              IF CLI-NOMBRE(W-IDX-CLI) = W-CLIENTE-ACTUAL
                 ADD 1 TO CLI-RESTRINGIDAS(W-IDX-CLI)
              END-IF
           END-PERFORM.

      ******************************************************************
      *6000-RECONCILIAR.
      ** POR CLIENTE: CARTERA vs HALLADAS vs NO-HALLADAS, CONTADAS
           CLOSE REPORTE-DISTRIB
           MOVE CONT-MASIVO-LEIDOS TO W-EDIT-CONTADOR
           DISPLAY "Filas D del MASIVO........ " W-EDIT-CONTADOR
           MOVE CONT-MASIVO-RESTRING TO W-EDIT-CONTADOR
           DISPLAY "Filas R del MASIVO........ " W-EDIT-CONTADOR
           MOVE CONT-DISTRIBUIDOS TO W-EDIT-CONTADOR
           DISPLAY "Filas distribuidas........ " W-EDIT-CONTADOR.

                  " CARTERA " CLI-CARTERA(W-IDX-CLI)
                  " HALLADAS " CLI-HALLADAS(W-IDX-CLI)
                  " FILAS " CLI-CORTADAS(W-IDX-CLI)
                  " RESTRINGIDAS " CLI-RESTRINGIDAS(W-IDX-CLI)
                  " SIN EXTRACTO " W-SIN-EXTRACTO
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING

      ** corrida por corrida y el total por cliente/personalizacion -
      ** lo que hasta ahora se juntaba a ojo de los DISPLAY de
      ** CON-GRABADOS a fin de mes.
      ** Los productos que no son personalizaciones (hoy el reporte
      ** de calidad de cartera de CALCARTERA) asientan en el mismo
      ** archivo con el producto y el cliente al final del renglon, y
      ** se totalizan aparte, por producto y cliente.
      **
      ** USO: FACTURPER <AAAAMM> [FORZAR]
      ** Reporte en $TEMPORALES/FACTURPER.REP y por consola; los
      ** totales del mes, sin editar, en $TEMPORALES/FACTURPER.T<AAAAMM>
      ** (layout en TOTFPER.FD) para la interfaz contable de INTERCONT.
      ** El periodo facturado queda PROCESADO en el control de
      ** periodos (ver PERCTL.CBL); repetir la totalizacion de un mes
      ** ya procesado requiere el parametro FORZAR, y un mes CERRADO
                  ASSIGN TO "$TEMPORALES/FACTURPER.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.

           COPY TOTFPER.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    los renglones de CARACTPER terminan en FACT-NO-ENC: el
      *    producto y el cliente quedan en blanco
       FD  FACTURACION.
       01  REG-FACTURACION.
           02 FACT-PERSO               PIC 9(02).
           02 FACT-ENTREGADOS          PIC 9(08).
           02 FILLER                   PIC X.
           02 FACT-NO-ENC              PIC 9(08).
           02 FILLER                   PIC X.
           02 FACT-PRODUCTO            PIC X(10).
           02 FILLER                   PIC X.
           02 FACT-CLIENTE             PIC X(12).

       FD  REPORTE-FACTUR.
       01  REG-REP-FACTUR              PIC X(100).

           COPY TOTFPER.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-FACT             PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 COD-RET-TFPER            PIC X(2) VALUE ZEROS.
       01 W-TOTFPER-NAME           PIC X(60) VALUE SPACES.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(20) VALUE SPACES.
       01 W-PERIODO-INP            PIC X(06) VALUE SPACES.

      **** TOTALES POR PERSONALIZACION DEL MES PEDIDO
       01 TABLA-TOTALES-FACT.
          02 TFAC-ENTRADA OCCURS 50 TIMES.
             03 TFAC-PERSO            PIC 9(02).
             03 TFAC-PRODUCTO         PIC X(10).
             03 TFAC-CLIENTE          PIC X(12).
             03 TFAC-CORRIDAS         PIC 9(06).
             03 TFAC-ENTREGADOS       PIC 9(10).
             03 TFAC-NO-ENC           PIC 9(10).
       01 W-IDX-TFAC               PIC 9(02) VALUE 0.
       01 SW-TFAC-HALLADO          PIC 9(01) VALUE 0.
       01 CONT-DETALLE-MES         PIC 9(06) VALUE 0.
       01 W-PRODUCTO-ARMADO        PIC X(30) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-ABRIR-ARCHIVOS
           PERFORM 2000-RECORRER-FACTURACION
           PERFORM 3000-GRABAR-TOTALES
           CLOSE FACTURACION REPORTE-FACTUR TOTALES-FACTURPER
           PERFORM 9500-MARCAR-PERIODO
           STOP RUN.

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-TOTFPER-NAME
           STRING "$TEMPORALES/FACTURPER.T" W-PERIODO-INP
                  DELIMITED BY SIZE INTO W-TOTFPER-NAME
           END-STRING
           OPEN OUTPUT TOTALES-FACTURPER
           IF COD-RET-TFPER NOT = "00"
              DISPLAY "Error abriendo FACTURPER.T" W-PERIODO-INP " "
                      COD-RET-TFPER
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "FACTURACION DEL PERIODO " W-PERIODO-INP
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
      *2100-DETALLAR-Y-ACUMULAR.
      ******************************************************************
       2100-DETALLAR-Y-ACUMULAR.
           MOVE SPACES TO W-PRODUCTO-ARMADO
           IF FACT-PRODUCTO = SPACES
              STRING "PER" FACT-PERSO
                     DELIMITED BY SIZE INTO W-PRODUCTO-ARMADO
              END-STRING
           ELSE
              STRING FACT-PRODUCTO DELIMITED BY SPACE
                     " "           DELIMITED BY SIZE
                     FACT-CLIENTE  DELIMITED BY SPACE
                     INTO W-PRODUCTO-ARMADO
              END-STRING
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "  " W-PRODUCTO-ARMADO(1:24)
                  "  " FACT-FECHA
                  "  ENTREGADOS " FACT-ENTREGADOS
                  "  NO-ENC " FACT-NO-ENC
           PERFORM VARYING W-IDX-TFAC FROM 1 BY 1
              UNTIL W-IDX-TFAC > TFAC-TOPE OR SW-TFAC-HALLADO = 1
              IF TFAC-PERSO(W-IDX-TFAC) = FACT-PERSO
                 AND TFAC-PRODUCTO(W-IDX-TFAC) = FACT-PRODUCTO
                 AND TFAC-CLIENTE(W-IDX-TFAC) = FACT-CLIENTE
                 MOVE 1 TO SW-TFAC-HALLADO
                 ADD 1 TO TFAC-CORRIDAS(W-IDX-TFAC)
                 ADD FACT-ENTREGADOS
                 ADD FACT-NO-ENC TO TFAC-NO-ENC(W-IDX-TFAC)
              END-IF
           END-PERFORM
           IF SW-TFAC-HALLADO = 0 AND TFAC-TOPE < 50
              ADD 1 TO TFAC-TOPE
              MOVE FACT-PERSO       TO TFAC-PERSO(TFAC-TOPE)
              MOVE FACT-PRODUCTO    TO TFAC-PRODUCTO(TFAC-TOPE)
              MOVE FACT-CLIENTE     TO TFAC-CLIENTE(TFAC-TOPE)
              MOVE 1                TO TFAC-CORRIDAS(TFAC-TOPE)
              MOVE FACT-ENTREGADOS  TO TFAC-ENTREGADOS(TFAC-TOPE)
              MOVE FACT-NO-ENC      TO TFAC-NO-ENC(TFAC-TOPE)
      ******************************************************************
       3000-GRABAR-TOTALES.
           MOVE SPACES TO W-LINEA-ARMADA
           MOVE "TOTALES DEL MES POR PERSONALIZACION Y PRODUCTO:"
             TO W-LINEA-ARMADA
           PERFORM 4000-GRABAR-LINEA
           PERFORM VARYING W-IDX-TFAC FROM 1 BY 1
              UNTIL W-IDX-TFAC > TFAC-TOPE
              MOVE SPACES TO W-PRODUCTO-ARMADO
              IF TFAC-PRODUCTO(W-IDX-TFAC) = SPACES
                 STRING "PER" TFAC-PERSO(W-IDX-TFAC)
                        DELIMITED BY SIZE INTO W-PRODUCTO-ARMADO
                 END-STRING
              ELSE
                 STRING TFAC-PRODUCTO(W-IDX-TFAC) DELIMITED BY SPACE
                        " "                       DELIMITED BY SIZE
                        TFAC-CLIENTE(W-IDX-TFAC)  DELIMITED BY SPACE
                        INTO W-PRODUCTO-ARMADO
                 END-STRING
              END-IF
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "  " W-PRODUCTO-ARMADO(1:24)
                     "  CORRIDAS " TFAC-CORRIDAS(W-IDX-TFAC)
                     "  ENTREGADOS " TFAC-ENTREGADOS(W-IDX-TFAC)
                     "  NO-ENC " TFAC-NO-ENC(W-IDX-TFAC)
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 4000-GRABAR-LINEA
              MOVE SPACES                    TO REG-TOTFPER
              MOVE W-PERIODO-INP             TO PERIODO-TOTFPER
              MOVE TFAC-PERSO(W-IDX-TFAC)    TO PERSO-TOTFPER
              MOVE TFAC-PRODUCTO(W-IDX-TFAC) TO PRODUCTO-TOTFPER
              MOVE TFAC-CLIENTE(W-IDX-TFAC)  TO CLIENTE-TOTFPER
              MOVE TFAC-CORRIDAS(W-IDX-TFAC) TO CORRIDAS-TOTFPER
              MOVE TFAC-ENTREGADOS(W-IDX-TFAC)
                TO ENTREGADOS-TOTFPER
              MOVE TFAC-NO-ENC(W-IDX-TFAC)   TO NO-ENC-TOTFPER
              WRITE REG-TOTFPER
           END-PERFORM
           IF CONT-DETALLE-MES = 0
              MOVE "SIN CORRIDAS FACTURABLES EN EL PERIODO"

      **     finanzas ata a la factura - mismo estilo de salida que
      **     FACTURPER, para que las dos fuentes de ingreso se lean
      **     igual
      **   - los mismos totales por entidad, sin editar, en
      **     $TEMPORALES/FACTURCON.T<AAAAMM> (layout en TOTFCON.FD)
      **     para la interfaz contable de INTERCONT
      **
      ** TARIFAS: $TEMPORALES/TARIFAS.CFG, un renglon por tramo:
      **   ENTIDAD (20) | DESDE CANTIDAD (8) | PRECIO UNITARIO (8)
      ** Las consultas de nuestros propios programas (LEESCORE,
      ** ALESERVER, CONSNOAM21, ... - la ENTIDAD-ICBCON con forma
      ** "programa/usuario" que arma REGCONSUL) se excluyen: lo
      ** interno no se factura. El cribado de cartera por lote
      ** (CRIBADO.CBL) asienta con la entidad "CRIBADO/<cliente>" y
      ** se factura a esa entidad como a cualquier otra.
      **
      ** Las consultas propias del titular (motivo "PROP:", ver
      ** CONSPROP.CBL) no se le facturan a la entidad ni al canal
      ** que las sirvio: la gratuita del mes queda fuera y las
      ** cobrables se agrupan bajo la entidad "CONSULTAS PROPIAS",
      ** con su propia tarifa en TARIFAS.CFG (o la de "TODAS").
      **
      ** USO: FACTURCON <AAAAMM>
      ******************************************************************
                  ASSIGN TO "$TEMPORALES/FACTURCON.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.

           COPY TOTFCON.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  REPORTE-FACTURCON.
       01  REG-REP-FCON                PIC X(100).

           COPY TOTFCON.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-TAR              PIC X(2) VALUE ZEROS.
       01 COD-RET-DET              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 COD-RET-TFCON            PIC X(2) VALUE ZEROS.
       01 W-TOTFCON-NAME           PIC X(60) VALUE SPACES.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 SORTWK-TITLE             PIC X(80)
                                   VALUE "$TEMPORALES/FACTURCON.SRT".
       01 W-IDX-AUX                PIC 9(03) VALUE 0.
       01 SW-ES-INTERNA            PIC 9(01) VALUE 0.
       01 W-PREFIJO-ENT            PIC X(10) VALUE SPACES.
       01 ENTIDAD-PROPIAS          PIC X(20)
                                   VALUE "CONSULTAS PROPIAS".

      **** PROGRAMAS INTERNOS CUYAS CONSULTAS NO SE FACTURAN (LA
      **** PARTE ANTES DE LA "/" DE ENTIDAD-ICBCON)
          02 CONT-LEIDAS              PIC 9(10) VALUE 0.
          02 CONT-FACTURABLES         PIC 9(10) VALUE 0.
          02 CONT-INTERNAS            PIC 9(10) VALUE 0.
          02 CONT-PROPIAS-GRATUITAS   PIC 9(10) VALUE 0.
          02 CONT-PROPIAS-COBRABLES   PIC 9(10) VALUE 0.
          02 CONT-ENTIDADES           PIC 9(04) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-TOTFCON-NAME
           STRING "$TEMPORALES/FACTURCON.T" W-PERIODO-INP
                  DELIMITED BY SIZE INTO W-TOTFCON-NAME
           END-STRING
           OPEN OUTPUT TOTALES-FACTURCON
           IF COD-RET-TFCON NOT = "00"
              DISPLAY "Error abriendo FACTURCON.T" W-PERIODO-INP " "
                      COD-RET-TFCON
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "FACTURACION DE CONSULTAS DEL PERIODO "
                  W-PERIODO-INP
                INPUT PROCEDURE IS 2000-SELECCIONAR-CONSULTAS
                OUTPUT PROCEDURE IS 3000-FACTURAR-POR-ENTIDAD
           PERFORM 7000-GRABAR-TOTAL-GENERAL
           CLOSE REPORTE-FACTURCON TOTALES-FACTURCON
           STOP RUN.

      ******************************************************************

      ******************************************************************
      *2100-EVALUAR-CONSULTA.
      ** LA CONSULTA PROPIA SE DECIDE POR SU MARCA DE COBRO ANTES QUE
      ** POR EL CANAL: UNA COBRABLE SERVIDA POR UN PROGRAMA INTERNO
      ** (INTESERVER, QUIENCONS) IGUAL SE FACTURA
      ******************************************************************
       2100-EVALUAR-CONSULTA.
           IF MOTIVO-CODIFICADO-ICBENT AND CONSULTA-PROPIA-ICBENT
              IF PROPIA-COBRABLE-ICBENT
                 ADD 1 TO CONT-PROPIAS-COBRABLES
                 ADD 1 TO CONT-FACTURABLES
                 MOVE ENTIDAD-PROPIAS     TO SRT-ENTIDAD
                 PERFORM 2150-LIBERAR-CONSULTA
              ELSE
                 ADD 1 TO CONT-PROPIAS-GRATUITAS
              END-IF
           ELSE
              PERFORM 2200-ES-CONSULTA-INTERNA
              IF SW-ES-INTERNA = 1
                 ADD 1 TO CONT-INTERNAS
              ELSE
                 ADD 1 TO CONT-FACTURABLES
                 MOVE ENTIDAD-ICBENT      TO SRT-ENTIDAD
                 PERFORM 2150-LIBERAR-CONSULTA
              END-IF
           END-IF.

      ******************************************************************
      *2150-LIBERAR-CONSULTA.
      ******************************************************************
       2150-LIBERAR-CONSULTA.
           MOVE FEC-CONSULTA-ICBENT TO SRT-FECHA
           MOVE TIPO-IDE-ICBENT     TO SRT-TIPO-IDE
           MOVE NUM-IDE-ICBENT      TO SRT-NUM-IDE
           MOVE MOTIVO-ICBENT       TO SRT-MOTIVO
           RELEASE REG-SORT-CONS.

      ******************************************************************
      *2200-ES-CONSULTA-INTERNA.
      ** LA ENTIDAD INTERNA TIENE LA FORMA "programa/usuario" QUE
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
           MOVE SPACES             TO REG-TOTFCON
           MOVE W-PERIODO-INP      TO PERIODO-TOTFCON
           MOVE W-ENTIDAD-ACTUAL   TO ENTIDAD-TOTFCON
           MOVE W-CANT-ENTIDAD     TO CANTIDAD-TOTFCON
           MOVE W-PRECIO-APLICADO  TO PRECIO-TOTFCON
           MOVE W-IMPORTE          TO IMPORTE-TOTFCON
           WRITE REG-TOTFCON
           MOVE 0 TO SW-HAY-ENTIDAD.

      ******************************************************************
           DISPLAY "Facturables del periodo... " W-EDIT-CONTADOR
           MOVE CONT-INTERNAS TO W-EDIT-CONTADOR
           DISPLAY "Internas excluidas........ " W-EDIT-CONTADOR
           MOVE CONT-PROPIAS-GRATUITAS TO W-EDIT-CONTADOR
           DISPLAY "Propias gratuitas excluid. " W-EDIT-CONTADOR
           MOVE CONT-PROPIAS-COBRABLES TO W-EDIT-CONTADOR
           DISPLAY "Propias cobrables......... " W-EDIT-CONTADOR
           DISPLAY "Entidades facturadas...... " CONT-ENTIDADES.

      ******************************************************************

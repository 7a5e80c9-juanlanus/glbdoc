      * INTERCONT.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INTERCONT.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Interfaz contable de fin de mes: finanzas pasaba a mano al
      ** ERP los reportes de FACTURCON y FACTURPER. Este programa arma
      ** el archivo de comprobante en el layout del ERP
      ** ($TEMPORALES/INTERCONT.<AAAAMM>, layout en INTERCONT.FD) con
      ** una linea por cliente, producto, centro de costo y cuenta,
      ** con la base, el IVA y el total, y un registro de control.
      **
      ** FUENTES: los totales sin editar que dejan los dos programas
      ** de facturacion junto a sus reportes:
      **   $TEMPORALES/FACTURCON.T<AAAAMM> (TOTFCON.FD) - consultas,
      **     ya valorizadas con TARIFAS.CFG. Producto CONSULTAS, o
      **     CRIBADO para "CRIBADO/<cliente>", o PROPIAS para
      **     "CONSULTAS PROPIAS" (cliente PROPIAS, sin NIT)
      **   $TEMPORALES/FACTURPER.T<AAAAMM> (TOTFPER.FD) - entregados
      **     de cada personalizacion (producto PERnn) o producto
      **     (CALCARTERA), valorizados al precio de CONTABLE.CFG
      ** El cliente y su NIT salen del maestro de clientes (MAECLI.DAT)
      ** por el codigo que el maestro tiene para cada archivo: la
      ** tarifa para las consultas, la entrega (ENTREGAS.CFG) para
      ** las personalizaciones y la cartera para CALCARTERA y el
      ** cribado. Lo que no esta en el maestro se asienta con el
      ** codigo de origen y sin NIT, y se avisa.
      **
      ** CUENTAS: $TEMPORALES/CONTABLE.CFG, un renglon por producto:
      **   PRODUCTO (10) | CENTRO DE COSTO (10) | CUENTA (12) |
      **   TASA IVA (4, 1900 = 19.00%) | PRECIO UNITARIO (8)
      ** El producto "PER" vale para toda personalizacion PERnn sin
      ** renglon propio; el precio solo se usa para FACTURPER.
      **
      ** CONTROL: solo corre sobre un mes ya CERRADO por CIERREMES y
      ** una sola vez por mes: queda PROCESADO en el control de
      ** periodos (ver PERCTL.CBL) y no se repite.
      **
      ** CONCILIACION: $TEMPORALES/INTERCONT.REP ata los totales de
      ** la interfaz a los de los reportes FACTURCON.REP (importe) y
      ** FACTURPER.REP (entregados) y a los archivos de totales, y
      ** lista las lineas de la interfaz.
      **
      ** USO: INTERCONT <AAAAMM>
      ** RC 0 interfaz generada; RC 4 generada con avisos (cliente
      ** fuera del maestro, reporte de otro periodo); RC 8 no se
      ** genero (mes sin cerrar, ya generada, producto sin cuenta o
      ** totales que no cuadran); RC 16 error de uso o de archivos.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MAECLI.FS.

           COPY TOTFCON.FS.

           COPY TOTFPER.FS.

           SELECT CONFIG-CONTABLE
                  ASSIGN TO "$TEMPORALES/CONTABLE.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CTB.

           SELECT CONFIG-ENTREGAS
                  ASSIGN TO "$TEMPORALES/ENTREGAS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-ENT.

           SELECT REPORTE-FACTURCON
                  ASSIGN TO "$TEMPORALES/FACTURCON.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-RFCON.

           SELECT REPORTE-FACTURPER
                  ASSIGN TO "$TEMPORALES/FACTURPER.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-RFPER.

           SELECT INTERFAZ-CONTABLE
                  ASSIGN TO DISK W-INTERFAZ-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-INT.

           SELECT REPORTE-INTERCONT
                  ASSIGN TO "$TEMPORALES/INTERCONT.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY MAECLI.FD.

           COPY TOTFCON.FD.

           COPY TOTFPER.FD.

       FD  CONFIG-CONTABLE.
       01  REG-CONFIG-CONTABLE.
           02 CTB-PRODUCTO             PIC X(10).
           02 FILLER                   PIC X.
           02 CTB-CENTRO-COSTO         PIC X(10).
           02 FILLER                   PIC X.
           02 CTB-CUENTA               PIC X(12).
           02 FILLER                   PIC X.
           02 CTB-TASA-IVA             PIC X(04).
           02 CTB-TASA-IVA-N REDEFINES CTB-TASA-IVA
                                       PIC 9(02)V99.
           02 FILLER                   PIC X.
           02 CTB-PRECIO               PIC X(08).

      *    mismo layout que EMPAQPER.CBL
       FD  CONFIG-ENTREGAS.
       01  REG-CONFIG-ENTREGA.
           02 ENT-PERSO                PIC X(02).
           02 FILLER                   PIC X.
           02 ENT-CLIENTE              PIC X(20).
           02 FILLER                   PIC X.
           02 ENT-PREFIJO              PIC X(20).
           02 FILLER                   PIC X.
           02 ENT-DIRECTORIO           PIC X(40).

       FD  REPORTE-FACTURCON.
       01  REG-REP-FCON                PIC X(100).

       FD  REPORTE-FACTURPER.
       01  REG-REP-FPER                PIC X(100).

           COPY INTERCONT.FD.

       FD  REPORTE-INTERCONT.
       01  REG-REP-INTERCONT           PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-MAECLI           PIC XX   VALUE ZEROS.
       01 COD-RET-TFCON            PIC X(2) VALUE ZEROS.
       01 COD-RET-TFPER            PIC X(2) VALUE ZEROS.
       01 COD-RET-CTB              PIC X(2) VALUE ZEROS.
       01 COD-RET-ENT              PIC X(2) VALUE ZEROS.
       01 COD-RET-RFCON            PIC X(2) VALUE ZEROS.
       01 COD-RET-RFPER            PIC X(2) VALUE ZEROS.
       01 COD-RET-INT              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(20) VALUE SPACES.
       01 W-PERIODO-INP            PIC X(06) VALUE SPACES.
       01 W-TOTFCON-NAME           PIC X(60) VALUE SPACES.
       01 W-TOTFPER-NAME           PIC X(60) VALUE SPACES.
       01 W-INTERFAZ-NAME          PIC X(60) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA             PIC 9(08) VALUE 0.
       01 SW-FIN-ARCHIVO           PIC 9(01) VALUE 0.
       01 SW-AVISO                 PIC 9(01) VALUE 0.
       01 SW-BLOQUEO               PIC 9(01) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(120) VALUE SPACES.

      **** CONTROL DE PERIODO (SUBPROGRAMA PERCTL)
       01 PERC-ACCION              PIC X(10) VALUE SPACES.
       01 PERC-PROCESO             PIC X(10) VALUE SPACES.
       01 PERC-RESULTADO           PIC 9(01) VALUE 0.

      **** CUENTAS POR PRODUCTO (CONTABLE.CFG)
       01 TABLA-CUENTAS.
          02 TCTA-ENTRADA OCCURS 50 TIMES.
             03 TCTA-PRODUCTO         PIC X(10).
             03 TCTA-CENTRO-COSTO     PIC X(10).
             03 TCTA-CUENTA           PIC X(12).
             03 TCTA-TASA-IVA         PIC 9(02)V99.
             03 TCTA-PRECIO           PIC 9(08).
          02 TCTA-TOPE                PIC 9(02) VALUE 0.
       01 W-IDX-CTA                PIC 9(02) VALUE 0.
       01 W-IDX-CTA-HALLADA        PIC 9(02) VALUE 0.

      **** CLIENTES DEL MAESTRO CON SUS CODIGOS POR ARCHIVO:
      **** 1 TARIFA, 2 ENTREGA, 3 CARTERA (EN BLANCO = EL CODIGO)
       01 TABLA-CLIENTES.
          02 TCLI-ENTRADA OCCURS 500 TIMES.
             03 TCLI-CODIGO           PIC X(12).
             03 TCLI-NIT              PIC X(11).
             03 TCLI-COD              PIC X(20) OCCURS 3 TIMES.
          02 TCLI-TOPE                PIC 9(03) VALUE 0.
       01 W-IDX-CLI                PIC 9(03) VALUE 0.
       01 W-IDX-COD                PIC 9(01) VALUE 0.
       01 SW-HALLADO               PIC 9(01) VALUE 0.

      **** ENTREGAS POR PERSONALIZACION (ENTREGAS.CFG)
       01 TABLA-ENTREGAS.
          02 TENT-ENTRADA OCCURS 100 TIMES.
             03 TENT-PERSO            PIC X(02).
             03 TENT-CLIENTE          PIC X(20).
          02 TENT-TOPE                PIC 9(03) VALUE 0.
       01 W-IDX-ENT                PIC 9(03) VALUE 0.

      **** LINEAS DE LA INTERFAZ, ACUMULADAS POR CLIENTE, PRODUCTO,
      **** CENTRO DE COSTO Y CUENTA. ORIGEN C = FACTURCON,
      **** P = FACTURPER
       01 TABLA-ASIENTOS.
          02 TASI-ENTRADA OCCURS 500 TIMES.
             03 TASI-CLIENTE          PIC X(12).
             03 TASI-NIT              PIC X(11).
             03 TASI-PRODUCTO         PIC X(10).
             03 TASI-CENTRO-COSTO     PIC X(10).
             03 TASI-CUENTA           PIC X(12).
             03 TASI-TASA-IVA         PIC 9(02)V99.
             03 TASI-ORIGEN           PIC X(01).
             03 TASI-CANTIDAD         PIC 9(10).
             03 TASI-BASE             PIC 9(13)V99.
             03 TASI-IVA              PIC 9(13)V99.
             03 TASI-TOTAL            PIC 9(13)V99.
          02 TASI-TOPE                PIC 9(03) VALUE 0.
       01 W-IDX-ASI                PIC 9(03) VALUE 0.

      **** DATOS DE LA LINEA EN CURSO
       01 W-COD-ORIGEN             PIC X(20) VALUE SPACES.
       01 W-CLIENTE                PIC X(12) VALUE SPACES.
       01 W-NIT                    PIC X(11) VALUE SPACES.
       01 W-PRODUCTO               PIC X(10) VALUE SPACES.
       01 W-ORIGEN                 PIC X(01) VALUE SPACES.
       01 W-CANTIDAD               PIC 9(10) VALUE 0.
       01 W-BASE                   PIC 9(13)V99 VALUE 0.

      **** TOTALES PARA LA CONCILIACION
       01 TOTALES-CONCILIACION.
          02 TOT-FCON-ARCHIVO         PIC 9(15)V99 VALUE 0.
          02 TOT-FCON-REPORTE         PIC 9(15)V99 VALUE 0.
          02 TOT-FCON-INTERFAZ        PIC 9(15)V99 VALUE 0.
          02 TOT-FPER-ARCHIVO         PIC 9(12) VALUE 0.
          02 TOT-FPER-REPORTE         PIC 9(12) VALUE 0.
          02 TOT-FPER-INTERFAZ        PIC 9(12) VALUE 0.
          02 TOT-CANTIDAD             PIC 9(12) VALUE 0.
          02 TOT-BASE                 PIC 9(15)V99 VALUE 0.
          02 TOT-IVA                  PIC 9(15)V99 VALUE 0.
          02 TOT-TOTAL                PIC 9(15)V99 VALUE 0.
       01 SW-REP-FCON-OK           PIC 9(01) VALUE 0.
       01 SW-REP-FPER-OK           PIC 9(01) VALUE 0.
       01 SW-EN-TOTALES            PIC 9(01) VALUE 0.
       01 W-REP-IMPORTE-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 W-REP-IMPORTE            PIC 9(15) VALUE 0.
       01 W-REP-ENTREGADOS         PIC X(10) VALUE SPACES.
       01 W-REP-ENTREGADOS-N REDEFINES W-REP-ENTREGADOS
                                   PIC 9(10).
       01 W-DIFERENCIA             PIC S9(15)V99 VALUE 0.
       01 W-MONTO-ED               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 W-IVA-ED                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 W-TOTAL-ED               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 W-DIF-ED                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 W-TASA-ED                PIC Z9.99.

       01 CONTADORES-INTERCONT.
          02 CONT-TOTFCON             PIC 9(06) VALUE 0.
          02 CONT-TOTFPER             PIC 9(06) VALUE 0.
          02 CONT-SIN-CLIENTE         PIC 9(06) VALUE 0.
          02 CONT-SIN-CUENTA          PIC 9(06) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS Y AVISO AL OPERADOR
       01 REGC-PROGRAMA            PIC X(10) VALUE "INTERCONT".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "INTERCONT.v.01.0001".

       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "INTERCONT".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Interfaz contable de la facturacion del mes   *"
           DISPLAY "*           PROGRAMA : INTERCONT.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-PERIODO-INP
           END-UNSTRING
           IF W-PERIODO-INP NOT NUMERIC
              DISPLAY "Uso: INTERCONT <AAAAMM>"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE W-PERIODO-INP TO REGC-PARAMETROS
           PERFORM 0600-VERIFICAR-PERIODO
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           OPEN OUTPUT REPORTE-INTERCONT
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo INTERCONT.REP " COD-RET-REP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "CONCILIACION DE LA INTERFAZ CONTABLE DEL PERIODO "
                  W-PERIODO-INP
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           PERFORM 1000-CARGAR-CUENTAS
           PERFORM 1100-CARGAR-MAESTRO
           PERFORM 1200-CARGAR-ENTREGAS
           PERFORM 2000-LEER-TOTALES-FACTURCON
           PERFORM 2100-LEER-TOTALES-FACTURPER
           PERFORM 3000-CALCULAR-IVA
           PERFORM 4000-CONCILIAR
           PERFORM 5000-LISTAR-ASIENTOS
           IF SW-BLOQUEO = 0
              PERFORM 6000-GRABAR-INTERFAZ
              PERFORM 9500-MARCAR-PERIODO
              IF SW-AVISO = 1
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           ELSE
              MOVE "*** LA INTERFAZ NO SE GENERO: VER LOS ERRORES"
                TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
              MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE REPORTE-INTERCONT
           MOVE SPACES TO REGC-CONTADORES
           STRING "LINEAS " TASI-TOPE
                  " SIN-CLI " CONT-SIN-CLIENTE
                  " SIN-CTA " CONT-SIN-CUENTA
                  DELIMITED BY SIZE
                  INTO REGC-CONTADORES
           END-STRING
           PERFORM 8000-ASENTAR-CORRIDA
           STOP RUN.

      ******************************************************************
      *0500-VALIDAR-VARIABLES-ENTORNO
      *VALIDA, ANTES DE ABRIR EL PRIMER ARCHIVO, QUE LA VARIABLE DE
      *AMBIENTE $TEMPORALES ESTE DEFINIDA. VER
      *expco/entorno/VARIABLES-ENTORNO.txt
      ******************************************************************
       0500-VALIDAR-VARIABLES-ENTORNO.
           MOVE "TEMPORALES" TO VAR-ENTORNO-CHK
           DISPLAY VAR-ENTORNO-CHK UPON ENVIRONMENT-NAME
           ACCEPT VAR-ENTORNO-CHK FROM ENVIRONMENT-VALUE
           IF VAR-ENTORNO-CHK = "TEMPORALES"
              DISPLAY "No se ha fijado: $TEMPORALES!!!!! "
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *0600-VERIFICAR-PERIODO.
      ** EL MES TIENE QUE ESTAR CERRADO POR CIERREMES (SE MIRA EL
      ** ESTADO DE FACTURPER, UNO DE LOS PROCESOS QUE CIERRA) Y LA
      ** INTERFAZ NO TIENE QUE HABER SALIDO YA. SIN PERCTL NO HAY
      ** FORMA DE SABERLO Y NO SE GENERA NADA
      ******************************************************************
       0600-VERIFICAR-PERIODO.
           MOVE "VERIFICAR" TO PERC-ACCION
           MOVE "FACTURPER" TO PERC-PROCESO
           CALL "PERCTL" USING PERC-ACCION PERC-PROCESO
                               W-PERIODO-INP PERC-RESULTADO
           ON EXCEPTION
              DISPLAY "INTERCONT - PERCTL NO DISPONIBLE, NO SE PUEDE "
                      "CONFIRMAR EL CIERRE DEL MES"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-CALL
           IF PERC-RESULTADO NOT = 1
              DISPLAY "INTERCONT - PERIODO " W-PERIODO-INP
                      " SIN CERRAR: CORRER ANTES CIERREMES"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "INTERCONT" TO PERC-PROCESO
           CALL "PERCTL" USING PERC-ACCION PERC-PROCESO
                               W-PERIODO-INP PERC-RESULTADO
           ON EXCEPTION
              MOVE 0 TO PERC-RESULTADO
           END-CALL
           IF PERC-RESULTADO NOT = 0
              DISPLAY "INTERCONT - LA INTERFAZ DEL PERIODO "
                      W-PERIODO-INP " YA FUE GENERADA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *1000-CARGAR-CUENTAS.
      ******************************************************************
       1000-CARGAR-CUENTAS.
           OPEN INPUT CONFIG-CONTABLE
           IF COD-RET-CTB NOT = "00"
              DISPLAY "No se pudo abrir CONTABLE.CFG (" COD-RET-CTB
                      ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO SW-FIN-ARCHIVO
           PERFORM UNTIL SW-FIN-ARCHIVO = 1 OR TCTA-TOPE = 50
              READ CONFIG-CONTABLE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0 AND CTB-PRODUCTO NOT = SPACES
                 ADD 1 TO TCTA-TOPE
                 MOVE CTB-PRODUCTO     TO TCTA-PRODUCTO(TCTA-TOPE)
                 MOVE CTB-CENTRO-COSTO TO TCTA-CENTRO-COSTO(TCTA-TOPE)
                 MOVE CTB-CUENTA       TO TCTA-CUENTA(TCTA-TOPE)
                 MOVE 0 TO TCTA-TASA-IVA(TCTA-TOPE)
                 IF CTB-TASA-IVA IS NUMERIC
                    MOVE CTB-TASA-IVA-N TO TCTA-TASA-IVA(TCTA-TOPE)
                 END-IF
                 MOVE 0 TO TCTA-PRECIO(TCTA-TOPE)
                 IF CTB-PRECIO IS NUMERIC
                    MOVE CTB-PRECIO TO TCTA-PRECIO(TCTA-TOPE)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CONFIG-CONTABLE
           DISPLAY "PRODUCTOS CON CUENTA CONTABLE: " TCTA-TOPE.

      ******************************************************************
      *1100-CARGAR-MAESTRO.
      ** SIN MAESTRO TODO SE ASIENTA CON EL CODIGO DE ORIGEN
      ******************************************************************
       1100-CARGAR-MAESTRO.
           OPEN INPUT MAESTRO-CLIENTES
           IF COD-RET-MAECLI NOT = "00"
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "AVISO: SIN MAESTRO DE CLIENTES (" COD-RET-MAECLI
                     "), LOS CLIENTES VAN CON EL CODIGO DE ORIGEN"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
              MOVE 1 TO SW-AVISO
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1 OR TCLI-TOPE = 500
                 READ MAESTRO-CLIENTES NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0
                    ADD 1 TO TCLI-TOPE
                    MOVE CODIGO-MAECLI      TO TCLI-CODIGO(TCLI-TOPE)
                    MOVE NIT-MAECLI         TO TCLI-NIT(TCLI-TOPE)
                    MOVE COD-TARIFA-MAECLI  TO TCLI-COD(TCLI-TOPE, 1)
                    MOVE COD-ENTREGA-MAECLI TO TCLI-COD(TCLI-TOPE, 2)
                    MOVE COD-CARTERA-MAECLI TO TCLI-COD(TCLI-TOPE, 3)
                    PERFORM VARYING W-IDX-COD FROM 1 BY 1
                       UNTIL W-IDX-COD > 3
                       IF TCLI-COD(TCLI-TOPE, W-IDX-COD) = SPACES
                          MOVE CODIGO-MAECLI
                            TO TCLI-COD(TCLI-TOPE, W-IDX-COD)
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              CLOSE MAESTRO-CLIENTES
           END-IF.

      ******************************************************************
      *1200-CARGAR-ENTREGAS.
      ** LA PRIMERA ENTREGA DE CADA PERSONALIZACION DA SU CLIENTE; LOS
      ** RENGLONES CC (CALCARTERA) TRAEN EL CLIENTE EN FACTURACION
      ******************************************************************
       1200-CARGAR-ENTREGAS.
           OPEN INPUT CONFIG-ENTREGAS
           IF COD-RET-ENT = "00"
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1 OR TENT-TOPE = 100
                 READ CONFIG-ENTREGAS NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND ENT-PERSO NOT = "CC"
                    AND ENT-CLIENTE NOT = SPACES
                    ADD 1 TO TENT-TOPE
                    MOVE ENT-PERSO   TO TENT-PERSO(TENT-TOPE)
                    MOVE ENT-CLIENTE TO TENT-CLIENTE(TENT-TOPE)
                 END-IF
              END-PERFORM
              CLOSE CONFIG-ENTREGAS
           END-IF.

      ******************************************************************
      *2000-LEER-TOTALES-FACTURCON.
      ******************************************************************
       2000-LEER-TOTALES-FACTURCON.
           MOVE SPACES TO W-TOTFCON-NAME
           STRING "$TEMPORALES/FACTURCON.T" W-PERIODO-INP
                  DELIMITED BY SIZE INTO W-TOTFCON-NAME
           END-STRING
           OPEN INPUT TOTALES-FACTURCON
           IF COD-RET-TFCON NOT = "00"
              DISPLAY "No se pudo abrir FACTURCON.T" W-PERIODO-INP
                      " (" COD-RET-TFCON "): CORRER FACTURCON "
                      W-PERIODO-INP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "C" TO W-ORIGEN
           MOVE 0 TO SW-FIN-ARCHIVO
           PERFORM UNTIL SW-FIN-ARCHIVO = 1
              READ TOTALES-FACTURCON NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0
                 AND PERIODO-TOTFCON = W-PERIODO-INP
                 ADD 1 TO CONT-TOTFCON
                 ADD IMPORTE-TOTFCON TO TOT-FCON-ARCHIVO
                 PERFORM 2050-UBICAR-ENTIDAD
                 MOVE CANTIDAD-TOTFCON TO W-CANTIDAD
                 MOVE IMPORTE-TOTFCON  TO W-BASE
                 PERFORM 3600-UBICAR-CUENTA
                 PERFORM 3700-ACUMULAR-ASIENTO
              END-IF
           END-PERFORM
           CLOSE TOTALES-FACTURCON.

      ******************************************************************
      *2050-UBICAR-ENTIDAD.
      ** PRODUCTO Y CLIENTE DE UNA ENTIDAD FACTURADA POR CONSULTAS
      ******************************************************************
       2050-UBICAR-ENTIDAD.
           EVALUATE TRUE
              WHEN ENTIDAD-TOTFCON = "CONSULTAS PROPIAS"
                 MOVE "PROPIAS"  TO W-PRODUCTO
                 MOVE "PROPIAS"  TO W-CLIENTE
                 MOVE SPACES     TO W-NIT
              WHEN ENTIDAD-TOTFCON(1:8) = "CRIBADO/"
                 MOVE "CRIBADO"  TO W-PRODUCTO
                 MOVE ENTIDAD-TOTFCON(9:12) TO W-COD-ORIGEN
                 MOVE 3 TO W-IDX-COD
                 PERFORM 3500-UBICAR-CLIENTE
              WHEN OTHER
                 MOVE "CONSULTAS" TO W-PRODUCTO
                 MOVE ENTIDAD-TOTFCON TO W-COD-ORIGEN
                 MOVE 1 TO W-IDX-COD
                 PERFORM 3500-UBICAR-CLIENTE
           END-EVALUATE.

      ******************************************************************
      *2100-LEER-TOTALES-FACTURPER.
      ** LOS ENTREGADOS SE VALORIZAN AL PRECIO DE CONTABLE.CFG
      ******************************************************************
       2100-LEER-TOTALES-FACTURPER.
           MOVE SPACES TO W-TOTFPER-NAME
           STRING "$TEMPORALES/FACTURPER.T" W-PERIODO-INP
                  DELIMITED BY SIZE INTO W-TOTFPER-NAME
           END-STRING
           OPEN INPUT TOTALES-FACTURPER
           IF COD-RET-TFPER NOT = "00"
              DISPLAY "No se pudo abrir FACTURPER.T" W-PERIODO-INP
                      " (" COD-RET-TFPER ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "P" TO W-ORIGEN
           MOVE 0 TO SW-FIN-ARCHIVO
           PERFORM UNTIL SW-FIN-ARCHIVO = 1
              READ TOTALES-FACTURPER NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0
                 AND PERIODO-TOTFPER = W-PERIODO-INP
                 ADD 1 TO CONT-TOTFPER
                 ADD ENTREGADOS-TOTFPER TO TOT-FPER-ARCHIVO
                 PERFORM 2150-UBICAR-PRODUCTO
                 MOVE ENTREGADOS-TOTFPER TO W-CANTIDAD
                 PERFORM 3600-UBICAR-CUENTA
                 MOVE 0 TO W-BASE
                 IF W-IDX-CTA-HALLADA > 0
                    COMPUTE W-BASE = W-CANTIDAD
                          * TCTA-PRECIO(W-IDX-CTA-HALLADA)
                 END-IF
                 PERFORM 3700-ACUMULAR-ASIENTO
              END-IF
           END-PERFORM
           CLOSE TOTALES-FACTURPER.

      ******************************************************************
      *2150-UBICAR-PRODUCTO.
      ** PERSONALIZACION: PRODUCTO PERnn Y CLIENTE DE SU ENTREGA;
      ** OTRO PRODUCTO: EL CLIENTE VIENE EN EL RENGLON (CARTERA)
      ******************************************************************
       2150-UBICAR-PRODUCTO.
           IF PRODUCTO-TOTFPER = SPACES
              MOVE SPACES TO W-PRODUCTO
              STRING "PER" PERSO-TOTFPER
                     DELIMITED BY SIZE INTO W-PRODUCTO
              END-STRING
              MOVE W-PRODUCTO TO W-COD-ORIGEN
              PERFORM VARYING W-IDX-ENT FROM 1 BY 1
                 UNTIL W-IDX-ENT > TENT-TOPE
                    OR W-COD-ORIGEN NOT = W-PRODUCTO
                 IF TENT-PERSO(W-IDX-ENT) = PERSO-TOTFPER
                    MOVE TENT-CLIENTE(W-IDX-ENT) TO W-COD-ORIGEN
                 END-IF
              END-PERFORM
              MOVE 2 TO W-IDX-COD
           ELSE
              MOVE PRODUCTO-TOTFPER TO W-PRODUCTO
              MOVE CLIENTE-TOTFPER  TO W-COD-ORIGEN
              MOVE 3 TO W-IDX-COD
           END-IF
           PERFORM 3500-UBICAR-CLIENTE.

      ******************************************************************
      *3000-CALCULAR-IVA.
      ** EL IVA SE CALCULA SOBRE LA LINEA YA ACUMULADA, NO RENGLON A
      ** RENGLON, PARA QUE EL REDONDEO SEA EL DE LA FACTURA
      ******************************************************************
       3000-CALCULAR-IVA.
           PERFORM VARYING W-IDX-ASI FROM 1 BY 1
              UNTIL W-IDX-ASI > TASI-TOPE
              COMPUTE TASI-IVA(W-IDX-ASI) ROUNDED =
                      TASI-BASE(W-IDX-ASI)
                    * TASI-TASA-IVA(W-IDX-ASI) / 100
              COMPUTE TASI-TOTAL(W-IDX-ASI) =
                      TASI-BASE(W-IDX-ASI) + TASI-IVA(W-IDX-ASI)
              ADD TASI-CANTIDAD(W-IDX-ASI) TO TOT-CANTIDAD
              ADD TASI-BASE(W-IDX-ASI)     TO TOT-BASE
              ADD TASI-IVA(W-IDX-ASI)      TO TOT-IVA
              ADD TASI-TOTAL(W-IDX-ASI)    TO TOT-TOTAL
              IF TASI-ORIGEN(W-IDX-ASI) = "C"
                 ADD TASI-BASE(W-IDX-ASI) TO TOT-FCON-INTERFAZ
              ELSE
                 ADD TASI-CANTIDAD(W-IDX-ASI) TO TOT-FPER-INTERFAZ
              END-IF
           END-PERFORM.

      ******************************************************************
      *3500-UBICAR-CLIENTE.
      ** BUSCA W-COD-ORIGEN EN EL CODIGO W-IDX-COD DEL MAESTRO; SI NO
      ** ESTA, EL CLIENTE ES EL PROPIO CODIGO Y VA SIN NIT
      ******************************************************************
       3500-UBICAR-CLIENTE.
           MOVE 0 TO SW-HALLADO
           PERFORM VARYING W-IDX-CLI FROM 1 BY 1
              UNTIL W-IDX-CLI > TCLI-TOPE OR SW-HALLADO = 1
              IF TCLI-COD(W-IDX-CLI, W-IDX-COD) = W-COD-ORIGEN
                 MOVE 1 TO SW-HALLADO
                 MOVE TCLI-CODIGO(W-IDX-CLI) TO W-CLIENTE
                 MOVE TCLI-NIT(W-IDX-CLI)    TO W-NIT
              END-IF
           END-PERFORM
           IF SW-HALLADO = 0
              MOVE W-COD-ORIGEN TO W-CLIENTE
              MOVE SPACES       TO W-NIT
              ADD 1 TO CONT-SIN-CLIENTE
              MOVE 1 TO SW-AVISO
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "AVISO: " W-PRODUCTO " " W-COD-ORIGEN
                     " SIN CLIENTE EN EL MAESTRO: VA CON ESE CODIGO"
                     " Y SIN NIT"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
           END-IF.

      ******************************************************************
      *3600-UBICAR-CUENTA.
      ** EL PRODUCTO EXACTO Y, PARA UNA PERSONALIZACION SIN RENGLON
      ** PROPIO, EL "PER" GENERAL
      ******************************************************************
       3600-UBICAR-CUENTA.
           MOVE 0 TO W-IDX-CTA-HALLADA
           PERFORM VARYING W-IDX-CTA FROM 1 BY 1
              UNTIL W-IDX-CTA > TCTA-TOPE OR W-IDX-CTA-HALLADA > 0
              IF TCTA-PRODUCTO(W-IDX-CTA) = W-PRODUCTO
                 MOVE W-IDX-CTA TO W-IDX-CTA-HALLADA
              END-IF
           END-PERFORM
           IF W-IDX-CTA-HALLADA = 0 AND W-ORIGEN = "P"
              AND W-PRODUCTO(1:3) = "PER"
              PERFORM VARYING W-IDX-CTA FROM 1 BY 1
                 UNTIL W-IDX-CTA > TCTA-TOPE OR W-IDX-CTA-HALLADA > 0
                 IF TCTA-PRODUCTO(W-IDX-CTA) = "PER"
                    MOVE W-IDX-CTA TO W-IDX-CTA-HALLADA
                 END-IF
              END-PERFORM
           END-IF
           IF W-IDX-CTA-HALLADA = 0
              ADD 1 TO CONT-SIN-CUENTA
              MOVE 1 TO SW-BLOQUEO
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "ERROR: PRODUCTO " W-PRODUCTO
                     " SIN CUENTA EN CONTABLE.CFG (CLIENTE "
                     W-CLIENTE ")"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
           END-IF.

      ******************************************************************
      *3700-ACUMULAR-ASIENTO.
      ******************************************************************
       3700-ACUMULAR-ASIENTO.
           MOVE 0 TO SW-HALLADO
           PERFORM VARYING W-IDX-ASI FROM 1 BY 1
              UNTIL W-IDX-ASI > TASI-TOPE OR SW-HALLADO = 1
              IF TASI-CLIENTE(W-IDX-ASI) = W-CLIENTE
                 AND TASI-PRODUCTO(W-IDX-ASI) = W-PRODUCTO
                 MOVE 1 TO SW-HALLADO
                 ADD W-CANTIDAD TO TASI-CANTIDAD(W-IDX-ASI)
                 ADD W-BASE     TO TASI-BASE(W-IDX-ASI)
              END-IF
           END-PERFORM
           IF SW-HALLADO = 0
              IF TASI-TOPE < 500
                 ADD 1 TO TASI-TOPE
                 INITIALIZE TASI-ENTRADA(TASI-TOPE)
                 MOVE W-CLIENTE  TO TASI-CLIENTE(TASI-TOPE)
                 MOVE W-NIT      TO TASI-NIT(TASI-TOPE)
                 MOVE W-PRODUCTO TO TASI-PRODUCTO(TASI-TOPE)
                 MOVE W-ORIGEN   TO TASI-ORIGEN(TASI-TOPE)
                 MOVE W-CANTIDAD TO TASI-CANTIDAD(TASI-TOPE)
                 MOVE W-BASE     TO TASI-BASE(TASI-TOPE)
                 IF W-IDX-CTA-HALLADA > 0
                    MOVE TCTA-CENTRO-COSTO(W-IDX-CTA-HALLADA)
                      TO TASI-CENTRO-COSTO(TASI-TOPE)
                    MOVE TCTA-CUENTA(W-IDX-CTA-HALLADA)
                      TO TASI-CUENTA(TASI-TOPE)
                    MOVE TCTA-TASA-IVA(W-IDX-CTA-HALLADA)
                      TO TASI-TASA-IVA(TASI-TOPE)
                 END-IF
              ELSE
                 MOVE 1 TO SW-BLOQUEO
                 MOVE "ERROR: MAS DE 500 LINEAS DE INTERFAZ"
                   TO W-LINEA-ARMADA
                 PERFORM 9100-GRABAR-LINEA
              END-IF
           END-IF.

      ******************************************************************
      *4000-CONCILIAR.
      ** LOS TOTALES DE LA INTERFAZ CONTRA LOS ARCHIVOS DE TOTALES Y
      ** CONTRA LO IMPRESO EN CADA REPORTE. UN REPORTE QUE YA ES DE
      ** OTRO PERIODO SE AVISA; UNA DIFERENCIA NO DEJA GENERAR
      ******************************************************************
       4000-CONCILIAR.
           PERFORM 4100-LEER-REPORTE-FACTURCON
           PERFORM 4200-LEER-REPORTE-FACTURPER
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           MOVE "FACTURCON - IMPORTE DE LAS CONSULTAS"
             TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           IF SW-REP-FCON-OK = 1
              MOVE TOT-FCON-REPORTE TO W-MONTO-ED
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "  SEGUN FACTURCON.REP.......... " W-MONTO-ED
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
           END-IF
           MOVE TOT-FCON-ARCHIVO TO W-MONTO-ED
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "  SEGUN FACTURCON.T" W-PERIODO-INP "......... "
                  W-MONTO-ED
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE TOT-FCON-INTERFAZ TO W-MONTO-ED
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "  BASE EN LA INTERFAZ.......... " W-MONTO-ED
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           COMPUTE W-DIFERENCIA = TOT-FCON-INTERFAZ - TOT-FCON-ARCHIVO
           IF SW-REP-FCON-OK = 1 AND W-DIFERENCIA = 0
              COMPUTE W-DIFERENCIA =
                      TOT-FCON-INTERFAZ - TOT-FCON-REPORTE
           END-IF
           PERFORM 4300-INFORMAR-DIFERENCIA
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           MOVE "FACTURPER - ENTREGADOS DE LAS PERSONALIZACIONES"
             TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           IF SW-REP-FPER-OK = 1
              MOVE TOT-FPER-REPORTE TO W-EDIT-CONTADOR
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "  SEGUN FACTURPER.REP.......... " W-EDIT-CONTADOR
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
           END-IF
           MOVE TOT-FPER-ARCHIVO TO W-EDIT-CONTADOR
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "  SEGUN FACTURPER.T" W-PERIODO-INP "......... "
                  W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE TOT-FPER-INTERFAZ TO W-EDIT-CONTADOR
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "  CANTIDAD EN LA INTERFAZ...... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           COMPUTE W-DIFERENCIA = TOT-FPER-INTERFAZ - TOT-FPER-ARCHIVO
           IF SW-REP-FPER-OK = 1 AND W-DIFERENCIA = 0
              COMPUTE W-DIFERENCIA =
                      TOT-FPER-INTERFAZ - TOT-FPER-REPORTE
           END-IF
           PERFORM 4300-INFORMAR-DIFERENCIA.

      ******************************************************************
      *4100-LEER-REPORTE-FACTURCON.
      ** EL PERIODO VA EN EL TITULO Y EL TOTAL EN "TOTAL GENERAL DEL
      ** PERIODO:" (VER 7000-GRABAR-TOTAL-GENERAL DE FACTURCON)
      ******************************************************************
       4100-LEER-REPORTE-FACTURCON.
           OPEN INPUT REPORTE-FACTURCON
           IF COD-RET-RFCON NOT = "00"
              MOVE "AVISO: SIN FACTURCON.REP, SE CONCILIA CONTRA LOS"
                & " TOTALES" TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
              MOVE 1 TO SW-AVISO
           ELSE
              MOVE SPACES TO REG-REP-FCON
              READ REPORTE-FACTURCON NEXT RECORD
                 AT END CONTINUE
              END-READ
              IF REG-REP-FCON(38:6) NOT = W-PERIODO-INP
                 MOVE SPACES TO W-LINEA-ARMADA
                 STRING "AVISO: FACTURCON.REP ES DEL PERIODO "
                        REG-REP-FCON(38:6)
                        ", SE CONCILIA CONTRA LOS TOTALES"
                        DELIMITED BY SIZE INTO W-LINEA-ARMADA
                 END-STRING
                 PERFORM 9100-GRABAR-LINEA
                 MOVE 1 TO SW-AVISO
              ELSE
                 MOVE 0 TO SW-FIN-ARCHIVO
                 PERFORM UNTIL SW-FIN-ARCHIVO = 1
                    READ REPORTE-FACTURCON NEXT RECORD
                       AT END MOVE 1 TO SW-FIN-ARCHIVO
                    END-READ
                    IF SW-FIN-ARCHIVO = 0 AND REG-REP-FCON(1:27) =
                       "TOTAL GENERAL DEL PERIODO: "
                       MOVE REG-REP-FCON(28:15) TO W-REP-IMPORTE-ED
                       MOVE W-REP-IMPORTE-ED TO W-REP-IMPORTE
                       MOVE W-REP-IMPORTE TO TOT-FCON-REPORTE
                       MOVE 1 TO SW-REP-FCON-OK
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE REPORTE-FACTURCON
           END-IF.

      ******************************************************************
      *4200-LEER-REPORTE-FACTURPER.
      ** SUMA LOS ENTREGADOS DE LAS LINEAS DE TOTALES DEL MES (VER
      ** 3000-GRABAR-TOTALES DE FACTURPER)
      ******************************************************************
       4200-LEER-REPORTE-FACTURPER.
           OPEN INPUT REPORTE-FACTURPER
           IF COD-RET-RFPER NOT = "00"
              MOVE "AVISO: SIN FACTURPER.REP, SE CONCILIA CONTRA LOS"
                & " TOTALES" TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
              MOVE 1 TO SW-AVISO
           ELSE
              MOVE SPACES TO REG-REP-FPER
              READ REPORTE-FACTURPER NEXT RECORD
                 AT END CONTINUE
              END-READ
              IF REG-REP-FPER(25:6) NOT = W-PERIODO-INP
                 MOVE SPACES TO W-LINEA-ARMADA
                 STRING "AVISO: FACTURPER.REP ES DEL PERIODO "
                        REG-REP-FPER(25:6)
                        ", SE CONCILIA CONTRA LOS TOTALES"
                        DELIMITED BY SIZE INTO W-LINEA-ARMADA
                 END-STRING
                 PERFORM 9100-GRABAR-LINEA
                 MOVE 1 TO SW-AVISO
              ELSE
                 MOVE 1 TO SW-REP-FPER-OK
                 MOVE 0 TO SW-EN-TOTALES
                 MOVE 0 TO SW-FIN-ARCHIVO
                 PERFORM UNTIL SW-FIN-ARCHIVO = 1
                    READ REPORTE-FACTURPER NEXT RECORD
                       AT END MOVE 1 TO SW-FIN-ARCHIVO
                    END-READ
                    IF SW-FIN-ARCHIVO = 0
                       IF REG-REP-FPER(1:16) = "TOTALES DEL MES "
                          MOVE 1 TO SW-EN-TOTALES
                       ELSE
                          MOVE REG-REP-FPER(57:10)
                            TO W-REP-ENTREGADOS
                          IF SW-EN-TOTALES = 1
                             AND W-REP-ENTREGADOS IS NUMERIC
                             ADD W-REP-ENTREGADOS-N
                               TO TOT-FPER-REPORTE
                          END-IF
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE REPORTE-FACTURPER
           END-IF.

      ******************************************************************
      *4300-INFORMAR-DIFERENCIA.
      ******************************************************************
       4300-INFORMAR-DIFERENCIA.
           IF W-DIFERENCIA = 0
              MOVE "  CUADRA" TO W-LINEA-ARMADA
           ELSE
              MOVE 1 TO SW-BLOQUEO
              MOVE W-DIFERENCIA TO W-DIF-ED
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "  *** ERROR: NO CUADRA, DIFERENCIA " W-DIF-ED
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           END-IF
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *5000-LISTAR-ASIENTOS.
      ******************************************************************
       5000-LISTAR-ASIENTOS.
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           MOVE "LINEAS DE LA INTERFAZ (CLIENTE NIT PRODUCTO C.COSTO"
             & " CUENTA CANTIDAD / BASE IVA% IVA TOTAL):"
             TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           PERFORM VARYING W-IDX-ASI FROM 1 BY 1
              UNTIL W-IDX-ASI > TASI-TOPE
              MOVE SPACES TO W-LINEA-ARMADA
              MOVE TASI-CANTIDAD(W-IDX-ASI) TO W-EDIT-CONTADOR
              STRING "  " TASI-CLIENTE(W-IDX-ASI)
                     " " TASI-NIT(W-IDX-ASI)
                     " " TASI-PRODUCTO(W-IDX-ASI)
                     " " TASI-CENTRO-COSTO(W-IDX-ASI)
                     " " TASI-CUENTA(W-IDX-ASI)
                     " " W-EDIT-CONTADOR
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
              MOVE SPACES TO W-LINEA-ARMADA
              MOVE TASI-BASE(W-IDX-ASI)     TO W-MONTO-ED
              MOVE TASI-TASA-IVA(W-IDX-ASI) TO W-TASA-ED
              MOVE TASI-IVA(W-IDX-ASI)      TO W-IVA-ED
              MOVE TASI-TOTAL(W-IDX-ASI)    TO W-TOTAL-ED
              STRING "      BASE " W-MONTO-ED
                     "  IVA " W-TASA-ED "% " W-IVA-ED
                     "  TOTAL " W-TOTAL-ED
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
           END-PERFORM
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           MOVE TOT-BASE TO W-MONTO-ED
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "TOTAL BASE..................... " W-MONTO-ED
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE TOT-IVA TO W-MONTO-ED
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "TOTAL IVA...................... " W-MONTO-ED
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE TOT-TOTAL TO W-MONTO-ED
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "TOTAL A FACTURAR............... " W-MONTO-ED
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *6000-GRABAR-INTERFAZ.
      ******************************************************************
       6000-GRABAR-INTERFAZ.
           MOVE SPACES TO W-INTERFAZ-NAME
           STRING "$TEMPORALES/INTERCONT." W-PERIODO-INP
                  DELIMITED BY SIZE INTO W-INTERFAZ-NAME
           END-STRING
           OPEN OUTPUT INTERFAZ-CONTABLE
           IF COD-RET-INT NOT = "00"
              DISPLAY "Error abriendo la interfaz " W-INTERFAZ-NAME
                      " " COD-RET-INT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES        TO REG-INTCON-HDR
           MOVE "H"           TO HDR-TIPO-REG-INTCON
           MOVE "INTERCONT"   TO HDR-PROGRAMA-INTCON
           MOVE W-PERIODO-INP TO HDR-PERIODO-INTCON
           MOVE FECHA-SISTEMA TO HDR-FECHA-PROC-INTCON
           MOVE HORA-SISTEMA  TO HDR-HORA-PROC-INTCON
           WRITE REG-INTCON-HDR
           PERFORM VARYING W-IDX-ASI FROM 1 BY 1
              UNTIL W-IDX-ASI > TASI-TOPE
              MOVE SPACES TO REG-INTCON
              MOVE "D"                       TO TIPO-REG-INTCON
              MOVE W-PERIODO-INP             TO PERIODO-INTCON
              MOVE TASI-CLIENTE(W-IDX-ASI)   TO CLIENTE-INTCON
              MOVE TASI-NIT(W-IDX-ASI)       TO NIT-INTCON
              MOVE TASI-PRODUCTO(W-IDX-ASI)  TO PRODUCTO-INTCON
              MOVE TASI-CENTRO-COSTO(W-IDX-ASI)
                TO CENTRO-COSTO-INTCON
              MOVE TASI-CUENTA(W-IDX-ASI)    TO CUENTA-INTCON
              MOVE TASI-CANTIDAD(W-IDX-ASI)  TO CANTIDAD-INTCON
              MOVE TASI-BASE(W-IDX-ASI)      TO BASE-INTCON
              MOVE TASI-TASA-IVA(W-IDX-ASI)  TO TASA-IVA-INTCON
              MOVE TASI-IVA(W-IDX-ASI)       TO IVA-INTCON
              MOVE TASI-TOTAL(W-IDX-ASI)     TO TOTAL-INTCON
              WRITE REG-INTCON
           END-PERFORM
           MOVE SPACES        TO REG-INTCON-TRL
           MOVE "T"           TO TRL-TIPO-REG-INTCON
           MOVE TASI-TOPE     TO TRL-CANT-REG-INTCON
           MOVE TOT-CANTIDAD  TO TRL-CANTIDAD-INTCON
           MOVE TOT-BASE      TO TRL-BASE-INTCON
           MOVE TOT-IVA       TO TRL-IVA-INTCON
           MOVE TOT-TOTAL     TO TRL-TOTAL-INTCON
           WRITE REG-INTCON-TRL
           CLOSE INTERFAZ-CONTABLE
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "INTERFAZ GENERADA EN " W-INTERFAZ-NAME
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *8000-ASENTAR-CORRIDA.
      ** BITACORA CENTRAL Y AVISO AL OPERADOR
      ******************************************************************
       8000-ASENTAR-CORRIDA.
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "INTERCONT - REGCORRIDA NO DISPONIBLE"
           END-CALL
           EVALUATE TRUE
              WHEN REGC-RC > 4
                 MOVE "FALLA" TO NOTIF-SEVERIDAD
              WHEN REGC-RC = 4
                 MOVE "AVISO" TO NOTIF-SEVERIDAD
              WHEN OTHER
                 MOVE "INFO" TO NOTIF-SEVERIDAD
           END-EVALUATE
           MOVE REGC-CONTADORES TO NOTIF-MENSAJE
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "INTERCONT - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9100-GRABAR-LINEA.
      ******************************************************************
       9100-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REP-INTERCONT
           WRITE REG-REP-INTERCONT
           DISPLAY W-LINEA-ARMADA.

      ******************************************************************
      *9500-MARCAR-PERIODO.
      ** LA INTERFAZ DEL MES QUEDA PROCESADA Y NO SE VUELVE A GENERAR
      ******************************************************************
       9500-MARCAR-PERIODO.
           MOVE "PROCESAR"  TO PERC-ACCION
           MOVE "INTERCONT" TO PERC-PROCESO
           CALL "PERCTL" USING PERC-ACCION PERC-PROCESO
                               W-PERIODO-INP PERC-RESULTADO
           ON EXCEPTION
              CONTINUE
           END-CALL.

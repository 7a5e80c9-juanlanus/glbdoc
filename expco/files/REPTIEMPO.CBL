      * REPTIEMPO.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REPTIEMPO.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Tiempos de respuesta y volumen de los servidores residentes
      ** (ALESERVER, INTESERVER, LEESCORE SERVER y DIAN) en un dia:
      ** cada servidor asienta por solicitud su recepcion, primera
      ** lectura y respuesta en $TEMPORALES/TIEMPOSRV.JRN (ver
      ** REGTIEMPO.CBL); este programa resume el dia pedido por
      ** servidor y por hora de recepcion:
      **   - cantidad de solicitudes
      **   - demora promedio, percentil 95 y peor (recepcion a
      **     respuesta, en segundos)
      **   - denegadas (autorizacion, motivo o cupo) y contestadas
      **     desde la foto de contingencia
      **   - admision promedio (recepcion a primera lectura) de las
      **     que llegaron a leer datos
      ** y una linea del dia completo por servidor. El percentil sale
      ** exacto: las demoras se ordenan (SORT, como EXPEDIENTE) y se
      ** toma la que ocupa el lugar 95% del grupo.
      **
      ** El objetivo de percentil 95 de cada servidor, en segundos,
      ** esta en $TEMPORALES/TIEMPOSRV.CFG (un renglon
      ** "SERVIDOR SEGUNDOS", TODOS para el resto; sin archivo ni
      ** renglon rige 2 segundos). El dia de un servidor que lo
      ** pasa sale marcado y queda asentado en
      ** $TEMPORALES/REPTIEMPO.DIA, de donde lo levanta REPMANANA.
      **
      ** USO: REPTIEMPO [<AAAAMMDD>]   (por defecto, ayer)
      ** Reporte en $TEMPORALES/REPTIEMPO.<fecha> y por consola.
      ** RC 0 todos dentro del objetivo; RC 4 algun servidor pasado
      ** del objetivo o dia sin solicitudes; RC 8 el diario no se
      ** pudo leer; RC 16 error de uso o de archivos.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TIEMPOSRV.FS.

           SELECT CONFIG-OBJETIVOS
                  ASSIGN TO "$TEMPORALES/TIEMPOSRV.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CFG.

           SELECT RESUMEN-DIARIO
                  ASSIGN TO "$TEMPORALES/REPTIEMPO.DIA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-DIA.

           SELECT SORT-TIEMPOS ASSIGN TO DISK SORTWK-TITLE.

           SELECT REPORTE-TIEMPOS
                  ASSIGN TO DISK W-REPORTE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY TIEMPOSRV.FD.

       FD  CONFIG-OBJETIVOS.
       01  REG-CONFIG-OBJETIVO         PIC X(80).

      *    un renglon por servidor y dia resumido; REPMANANA.CBL lo
      *    lee con este mismo layout
       FD  RESUMEN-DIARIO.
       01  REG-RESUMEN-DIARIO.
           02 RDI-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 RDI-SERVIDOR             PIC X(10).
           02 FILLER                   PIC X.
           02 RDI-CANTIDAD             PIC 9(08).
           02 FILLER                   PIC X.
           02 RDI-P95                  PIC 9(08).
           02 FILLER                   PIC X.
           02 RDI-OBJETIVO             PIC 9(08).
           02 FILLER                   PIC X.
           02 RDI-MARCA                PIC X(08).

      *    una solicitud del dia; cada una se libera dos veces: con
      *    su hora de recepcion y con "DI" (el dia completo, que
      *    ordena despues de la hora 23)
       SD  SORT-TIEMPOS.
       01  REG-SORT-TIEMPO.
           02 SRT-SERVIDOR             PIC X(10).
           02 SRT-HORA                 PIC X(02).
           02 SRT-DEMORA               PIC 9(08).
           02 SRT-ADMISION             PIC 9(08).
           02 SRT-CON-LECTURA          PIC X(01).
           02 SRT-RESULTADO            PIC X(01).

       FD  REPORTE-TIEMPOS.
       01  REG-REPORTE                 PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-TSR              PIC X(2) VALUE ZEROS.
       01 COD-RET-CFG              PIC X(2) VALUE ZEROS.
       01 COD-RET-DIA              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 SORTWK-TITLE             PIC X(80)
                                   VALUE "$TEMPORALES/REPTIEMPO.SRT".
       01 W-REPORTE-NAME           PIC X(80) VALUE SPACES.
       01 W-FECHA-INP              PIC X(08) VALUE SPACES.
       01 W-FECHA-PEDIDA           PIC 9(08) VALUE 0.
       01 W-DIAS-AUX               PIC 9(08) VALUE 0.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 SW-FIN-ARCHIVO           PIC 9(01) VALUE 0.
       01 SW-FIN-CFG               PIC 9(01) VALUE 0.
       01 SW-FIN-SORT              PIC 9(01) VALUE 0.
       01 SW-DIARIO-ILEGIBLE       PIC 9(01) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(100) VALUE SPACES.

      **** OBJETIVOS DE PERCENTIL 95 (TIEMPOSRV.CFG), EN CENTESIMAS
       01 W-CFG-SERVIDOR           PIC X(10) VALUE SPACES.
       01 W-CFG-SEGUNDOS           PIC X(10) VALUE SPACES.
       01 W-OBJETIVO-DEFECTO       PIC 9(08) VALUE 200.
       01 OBJ-TOPE                 PIC 9(02) VALUE 0.
       01 IX-OBJ                   PIC 9(02) VALUE 0.
       01 TABLA-OBJETIVOS.
          02 OBJ-ENTRADA OCCURS 20 TIMES.
             03 OBJ-SERVIDOR          PIC X(10).
             03 OBJ-CENTESIMAS        PIC 9(08).

      **** SERVIDORES DEL DIA: CANTIDAD POR HORA DE RECEPCION (1 A
      **** 24) Y DEL DIA COMPLETO (25), CONTADA AL LIBERAR, PARA
      **** SABER EN LA SALIDA DEL SORT QUE LUGAR ES EL PERCENTIL 95
       01 SRV-TOPE                 PIC 9(02) VALUE 0.
       01 IX-SRV                   PIC 9(02) VALUE 0.
       01 IX-HORA                  PIC 9(02) VALUE 0.
       01 HORA-DIA-COMPLETO        PIC 9(02) VALUE 25.
       01 TABLA-SERVIDORES.
          02 SRV-ENTRADA OCCURS 20 TIMES.
             03 SRV-NOMBRE            PIC X(10).
             03 SRV-OBJETIVO          PIC 9(08).
             03 SRV-CANTIDAD          PIC 9(08) OCCURS 25 TIMES.

      **** CONVERSION DE HORAS HHMMSSCC A CENTESIMAS DEL DIA
       01 W-HORA-CALCULO           PIC 9(08) VALUE 0.
       01 W-HORA-CALCULO-R REDEFINES W-HORA-CALCULO.
          03 CALC-HH                  PIC 9(02).
          03 CALC-MM                  PIC 9(02).
          03 CALC-SS                  PIC 9(02).
          03 CALC-CC                  PIC 9(02).
       01 W-CENT-CALCULO           PIC 9(08) VALUE 0.
       01 W-CENT-RECIBIDA          PIC 9(08) VALUE 0.
       01 W-CENT-LECTURA           PIC 9(08) VALUE 0.
       01 CENTESIMAS-DIA           PIC 9(08) VALUE 8640000.

      **** GRUPO EN CURSO DE LA SALIDA DEL SORT (SERVIDOR Y HORA)
       01 SW-GRUPO-ABIERTO         PIC 9(01) VALUE 0.
       01 W-SERVIDOR-ACTUAL        PIC X(10) VALUE SPACES.
       01 W-HORA-ACTUAL            PIC X(02) VALUE SPACES.
       01 ACUM-GRUPO.
          02 GRP-CANTIDAD             PIC 9(08) VALUE 0.
          02 GRP-LUGAR                PIC 9(08) VALUE 0.
          02 GRP-LUGAR-P95            PIC 9(08) VALUE 0.
          02 GRP-SUMA-DEMORA          PIC 9(14) VALUE 0.
          02 GRP-P95                  PIC 9(08) VALUE 0.
          02 GRP-PEOR                 PIC 9(08) VALUE 0.
          02 GRP-DENEGADAS            PIC 9(08) VALUE 0.
          02 GRP-CONTINGENCIA         PIC 9(08) VALUE 0.
          02 GRP-CON-LECTURA          PIC 9(08) VALUE 0.
          02 GRP-SUMA-ADMISION        PIC 9(14) VALUE 0.
       01 W-PROMEDIO               PIC 9(08) VALUE 0.
       01 W-PROMEDIO-ADMISION      PIC 9(08) VALUE 0.

      **** CAMPOS EDITADOS DEL RENGLON (SEGUNDOS CON CENTESIMAS)
       01 ED-CANTIDAD              PIC ZZ,ZZZ,ZZ9.
       01 ED-PROMEDIO              PIC ZZ,ZZ9.99.
       01 ED-P95                   PIC ZZ,ZZ9.99.
       01 ED-PEOR                  PIC ZZ,ZZ9.99.
       01 ED-DENEGADAS             PIC ZZ,ZZZ,ZZ9.
       01 ED-CONTINGENCIA          PIC ZZ,ZZZ,ZZ9.
       01 ED-ADMISION              PIC ZZ,ZZ9.99.
       01 ED-OBJETIVO              PIC ZZ,ZZ9.99.
       01 W-ETIQUETA-HORA          PIC X(04) VALUE SPACES.

       01 CONTADORES-TIEMPOS.
          02 CONT-LEIDOS              PIC 9(10) VALUE 0.
          02 CONT-DEL-DIA             PIC 9(10) VALUE 0.
          02 CONT-DESCARTADOS         PIC 9(10) VALUE 0.
          02 CONT-EXCEDIDOS           PIC 9(02) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Tiempos de respuesta de los servidores        *"
           DISPLAY "*           PROGRAMA : REPTIEMPO.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 1500-CARGAR-OBJETIVOS
           INITIALIZE TABLA-SERVIDORES
           MOVE SPACES TO W-REPORTE-NAME
           STRING "$TEMPORALES/REPTIEMPO." W-FECHA-PEDIDA
                  DELIMITED BY SIZE INTO W-REPORTE-NAME
           END-STRING
           OPEN OUTPUT REPORTE-TIEMPOS
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo " W-REPORTE-NAME " "
                      COD-RET-REP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND RESUMEN-DIARIO
           IF COD-RET-DIA = "35"
              OPEN OUTPUT RESUMEN-DIARIO
           END-IF
           IF COD-RET-DIA NOT = "00"
              DISPLAY "Error abriendo REPTIEMPO.DIA " COD-RET-DIA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "TIEMPOS DE RESPUESTA DE LOS SERVIDORES RESIDENTES"
                  " - DIA " W-FECHA-PEDIDA
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "GENERADO " FECHA-SISTEMA " " HORA-SIST-HHMMSS
                  "  (SEGUNDOS; P95 = PERCENTIL 95)"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           SORT SORT-TIEMPOS
                ASCENDING KEY SRT-SERVIDOR SRT-HORA SRT-DEMORA
                INPUT PROCEDURE IS 2000-SELECCIONAR-SOLICITUDES
                OUTPUT PROCEDURE IS 3000-RESUMIR-SOLICITUDES
           PERFORM 8000-PIE-DEL-REPORTE
           CLOSE REPORTE-TIEMPOS RESUMEN-DIARIO
           DISPLAY "REPORTE EN " W-REPORTE-NAME
           EVALUATE TRUE
              WHEN SW-DIARIO-ILEGIBLE = 1
                 MOVE 8 TO RETURN-CODE
              WHEN CONT-DEL-DIA = 0 OR CONT-EXCEDIDOS > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
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
      *1000-VALIDAR-PARAMETROS.
      ** SIN FECHA SE RESUME AYER, EL ULTIMO DIA COMPLETO (LA CORRIDA
      ** VA EN LA CADENA DE LA NOCHE, ANTES DE REPMANANA)
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-FECHA-INP
           END-UNSTRING
           IF W-FECHA-INP = SPACES
              COMPUTE W-DIAS-AUX =
                      FUNCTION INTEGER-OF-DATE (FECHA-SISTEMA) - 1
              COMPUTE W-FECHA-PEDIDA =
                      FUNCTION DATE-OF-INTEGER (W-DIAS-AUX)
           ELSE
              IF W-FECHA-INP IS NOT NUMERIC
                 DISPLAY "Uso: REPTIEMPO [<AAAAMMDD>]   (por defecto,"
                         " ayer)"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE W-FECHA-INP TO W-FECHA-PEDIDA
           END-IF.

      ******************************************************************
      *1500-CARGAR-OBJETIVOS.
      ** "SERVIDOR SEGUNDOS" POR RENGLON; "*" EN LA PRIMERA COLUMNA
      ** ES COMENTARIO. TODOS FIJA EL OBJETIVO DE LOS NO LISTADOS. EL
      ** ARCHIVO ES OPCIONAL: SIN EL RIGE EL OBJETIVO POR DEFECTO
      ******************************************************************
       1500-CARGAR-OBJETIVOS.
           OPEN INPUT CONFIG-OBJETIVOS
           IF COD-RET-CFG NOT = "00"
              DISPLAY "SIN TIEMPOSRV.CFG: RIGE EL OBJETIVO DE P95 POR "
                      "DEFECTO PARA TODOS LOS SERVIDORES"
           ELSE
              PERFORM UNTIL SW-FIN-CFG = 1
                 READ CONFIG-OBJETIVOS NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-CFG
                 END-READ
                 IF SW-FIN-CFG = 0 AND REG-CONFIG-OBJETIVO NOT = SPACES
                    AND REG-CONFIG-OBJETIVO(1:1) NOT = "*"
                    PERFORM 1510-TOMAR-OBJETIVO
                 END-IF
              END-PERFORM
              CLOSE CONFIG-OBJETIVOS
           END-IF.

      ******************************************************************
      *1510-TOMAR-OBJETIVO.
      ******************************************************************
       1510-TOMAR-OBJETIVO.
           MOVE SPACES TO W-CFG-SERVIDOR W-CFG-SEGUNDOS
           UNSTRING REG-CONFIG-OBJETIVO DELIMITED BY ALL " "
                    INTO W-CFG-SERVIDOR W-CFG-SEGUNDOS
           END-UNSTRING
           IF W-CFG-SEGUNDOS(1:1) IS NOT NUMERIC
              DISPLAY "TIEMPOSRV.CFG: RENGLON SIN SEGUNDOS, OMITIDO: "
                      W-CFG-SERVIDOR
           ELSE
              IF W-CFG-SERVIDOR = "TODOS"
                 COMPUTE W-OBJETIVO-DEFECTO =
                         FUNCTION NUMVAL (W-CFG-SEGUNDOS) * 100
              ELSE
                 IF OBJ-TOPE < 20
                    ADD 1 TO OBJ-TOPE
                    MOVE W-CFG-SERVIDOR TO OBJ-SERVIDOR(OBJ-TOPE)
                    COMPUTE OBJ-CENTESIMAS(OBJ-TOPE) =
                            FUNCTION NUMVAL (W-CFG-SEGUNDOS) * 100
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *2000-SELECCIONAR-SOLICITUDES.
      ** PROCEDIMIENTO DE ENTRADA DEL SORT: LAS SOLICITUDES DEL DIA
      ** PEDIDO. SIN DIARIO NO HUBO SOLICITUDES ASENTADAS; UN DIARIO
      ** QUE NO SE PUEDE LEER DEJA EL REPORTE VACIO CON RC 8
      ******************************************************************
       2000-SELECCIONAR-SOLICITUDES.
           OPEN INPUT DIARIO-TIEMPOS
           EVALUATE COD-RET-TSR
              WHEN "00"
                 PERFORM 2010-RECORRER-DIARIO
                 CLOSE DIARIO-TIEMPOS
              WHEN "35"
                 DISPLAY "SIN DIARIO TIEMPOSRV.JRN: NINGUN SERVIDOR "
                         "ASENTO SOLICITUDES"
              WHEN OTHER
                 DISPLAY "NO SE PUDO LEER TIEMPOSRV.JRN ("
                         COD-RET-TSR ")"
                 MOVE 1 TO SW-DIARIO-ILEGIBLE
           END-EVALUATE.

      ******************************************************************
      *2010-RECORRER-DIARIO.
      ******************************************************************
       2010-RECORRER-DIARIO.
           MOVE 0 TO SW-FIN-ARCHIVO
           PERFORM UNTIL SW-FIN-ARCHIVO = 1
              READ DIARIO-TIEMPOS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0
                 ADD 1 TO CONT-LEIDOS
                 IF TSR-FECHA = W-FECHA-PEDIDA
                    PERFORM 2100-LIBERAR-SOLICITUD
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *2100-LIBERAR-SOLICITUD.
      ** UN RENGLON CORTADO (CAIDA DEL SERVIDOR A MITAD DE LA
      ** ESCRITURA) O DE UN SERVIDOR QUE YA NO ENTRA EN LA TABLA SE
      ** DESCARTA Y SE CUENTA
      ******************************************************************
       2100-LIBERAR-SOLICITUD.
           IF TSR-DEMORA IS NOT NUMERIC
              OR TSR-HORA-RECIBIDA IS NOT NUMERIC
              OR TSR-HORA-LECTURA IS NOT NUMERIC
              OR TSR-HH-RECIBIDA > 23
              ADD 1 TO CONT-DESCARTADOS
           ELSE
              PERFORM 2150-UBICAR-SERVIDOR
              IF IX-SRV = 0
                 ADD 1 TO CONT-DESCARTADOS
              ELSE
                 ADD 1 TO CONT-DEL-DIA
                 COMPUTE IX-HORA = TSR-HH-RECIBIDA + 1
                 ADD 1 TO SRV-CANTIDAD(IX-SRV IX-HORA)
                 ADD 1 TO SRV-CANTIDAD(IX-SRV HORA-DIA-COMPLETO)
                 MOVE SPACES TO REG-SORT-TIEMPO
                 MOVE TSR-SERVIDOR TO SRT-SERVIDOR
                 MOVE TSR-DEMORA   TO SRT-DEMORA
                 MOVE TSR-RESULTADO TO SRT-RESULTADO
                 PERFORM 2200-CALCULAR-ADMISION
                 MOVE TSR-HORA-RECIBIDA(1:2) TO SRT-HORA
                 RELEASE REG-SORT-TIEMPO
                 MOVE "DI" TO SRT-HORA
                 RELEASE REG-SORT-TIEMPO
              END-IF
           END-IF.

      ******************************************************************
      *2150-UBICAR-SERVIDOR.
      ** DEJA EN IX-SRV LA ENTRADA DEL SERVIDOR (LA CREA CON SU
      ** OBJETIVO LA PRIMERA VEZ); CERO SI LA TABLA ESTA LLENA
      ******************************************************************
       2150-UBICAR-SERVIDOR.
           MOVE 0 TO IX-SRV
           PERFORM VARYING IX-OBJ FROM 1 BY 1
              UNTIL IX-OBJ > SRV-TOPE OR IX-SRV > 0
              IF SRV-NOMBRE(IX-OBJ) = TSR-SERVIDOR
                 MOVE IX-OBJ TO IX-SRV
              END-IF
           END-PERFORM
           IF IX-SRV = 0 AND SRV-TOPE < 20
              ADD 1 TO SRV-TOPE
              MOVE SRV-TOPE TO IX-SRV
              MOVE TSR-SERVIDOR TO SRV-NOMBRE(IX-SRV)
              MOVE W-OBJETIVO-DEFECTO TO SRV-OBJETIVO(IX-SRV)
              PERFORM VARYING IX-OBJ FROM 1 BY 1
                 UNTIL IX-OBJ > OBJ-TOPE
                 IF OBJ-SERVIDOR(IX-OBJ) = TSR-SERVIDOR
                    MOVE OBJ-CENTESIMAS(IX-OBJ) TO SRV-OBJETIVO(IX-SRV)
                 END-IF
              END-PERFORM
           END-IF.

      ******************************************************************
      *2200-CALCULAR-ADMISION.
      ** CENTESIMAS ENTRE LA RECEPCION Y LA PRIMERA LECTURA; SIN
      ** LECTURA (DENEGADA) NO CUENTA PARA EL PROMEDIO DE ADMISION
      ******************************************************************
       2200-CALCULAR-ADMISION.
           MOVE 0 TO SRT-ADMISION
           IF TSR-HORA-LECTURA = 0
              MOVE "N" TO SRT-CON-LECTURA
           ELSE
              MOVE "S" TO SRT-CON-LECTURA
              MOVE TSR-HORA-RECIBIDA TO W-HORA-CALCULO
              PERFORM 2300-PASAR-A-CENTESIMAS
              MOVE W-CENT-CALCULO TO W-CENT-RECIBIDA
              MOVE TSR-HORA-LECTURA TO W-HORA-CALCULO
              PERFORM 2300-PASAR-A-CENTESIMAS
              MOVE W-CENT-CALCULO TO W-CENT-LECTURA
              IF W-CENT-LECTURA < W-CENT-RECIBIDA
                 ADD CENTESIMAS-DIA TO W-CENT-LECTURA
              END-IF
              COMPUTE SRT-ADMISION = W-CENT-LECTURA - W-CENT-RECIBIDA
           END-IF.

      ******************************************************************
      *2300-PASAR-A-CENTESIMAS.
      ** MISMA CUENTA QUE REGTIEMPO.CBL
      ******************************************************************
       2300-PASAR-A-CENTESIMAS.
           COMPUTE W-CENT-CALCULO = CALC-HH * 360000
                                  + CALC-MM * 6000
                                  + CALC-SS * 100
                                  + CALC-CC.

      ******************************************************************
      *3000-RESUMIR-SOLICITUDES.
      ** PROCEDIMIENTO DE SALIDA DEL SORT: CORTE POR SERVIDOR Y POR
      ** HORA. DENTRO DE CADA GRUPO LAS DEMORAS VIENEN DE MENOR A
      ** MAYOR, ASI EL PERCENTIL 95 ES LA QUE OCUPA EL LUGAR
      ** 95% (REDONDEADO PARA ARRIBA) Y LA PEOR ES LA ULTIMA
      ******************************************************************
       3000-RESUMIR-SOLICITUDES.
           MOVE 0 TO SW-FIN-SORT
           PERFORM UNTIL SW-FIN-SORT = 1
              RETURN SORT-TIEMPOS
                 AT END MOVE 1 TO SW-FIN-SORT
              END-RETURN
              IF SW-FIN-SORT = 0
                 IF SW-GRUPO-ABIERTO = 0
                    OR SRT-SERVIDOR NOT = W-SERVIDOR-ACTUAL
                    OR SRT-HORA NOT = W-HORA-ACTUAL
                    IF SW-GRUPO-ABIERTO = 1
                       PERFORM 3200-CERRAR-GRUPO
                    END-IF
                    IF SRT-SERVIDOR NOT = W-SERVIDOR-ACTUAL
                       PERFORM 3100-ENCABEZAR-SERVIDOR
                    END-IF
                    PERFORM 3150-ABRIR-GRUPO
                 END-IF
                 PERFORM 3160-ACUMULAR-SOLICITUD
              END-IF
           END-PERFORM
           IF SW-GRUPO-ABIERTO = 1
              PERFORM 3200-CERRAR-GRUPO
           END-IF
           IF CONT-DEL-DIA = 0
              MOVE SPACES TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
              MOVE "SIN SOLICITUDES ASENTADAS EN EL DIA"
                TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
           END-IF.

      ******************************************************************
      *3100-ENCABEZAR-SERVIDOR.
      ******************************************************************
       3100-ENCABEZAR-SERVIDOR.
           MOVE SRT-SERVIDOR TO W-SERVIDOR-ACTUAL
           MOVE 0 TO IX-SRV
           PERFORM VARYING IX-OBJ FROM 1 BY 1
              UNTIL IX-OBJ > SRV-TOPE OR IX-SRV > 0
              IF SRV-NOMBRE(IX-OBJ) = SRT-SERVIDOR
                 MOVE IX-OBJ TO IX-SRV
              END-IF
           END-PERFORM
           COMPUTE ED-OBJETIVO = SRV-OBJETIVO(IX-SRV) / 100
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           STRING "SERVIDOR " SRT-SERVIDOR
                  "   OBJETIVO P95 " ED-OBJETIVO " SEG"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "HORA    CANTIDAD  PROMEDIO       P95      PEOR"
                  "  DENEGADAS    CONTING  ADMISION"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *3150-ABRIR-GRUPO.
      ******************************************************************
       3150-ABRIR-GRUPO.
           MOVE 1 TO SW-GRUPO-ABIERTO
           MOVE SRT-HORA TO W-HORA-ACTUAL
           INITIALIZE ACUM-GRUPO
           IF SRT-HORA = "DI"
              MOVE HORA-DIA-COMPLETO TO IX-HORA
           ELSE
              MOVE SRT-HORA TO IX-HORA
              ADD 1 TO IX-HORA
           END-IF
           MOVE SRV-CANTIDAD(IX-SRV IX-HORA) TO GRP-CANTIDAD
           COMPUTE GRP-LUGAR-P95 = (GRP-CANTIDAD * 95 + 99) / 100.

      ******************************************************************
      *3160-ACUMULAR-SOLICITUD.
      ******************************************************************
       3160-ACUMULAR-SOLICITUD.
           ADD 1 TO GRP-LUGAR
           ADD SRT-DEMORA TO GRP-SUMA-DEMORA
           IF GRP-LUGAR = GRP-LUGAR-P95
              MOVE SRT-DEMORA TO GRP-P95
           END-IF
           MOVE SRT-DEMORA TO GRP-PEOR
           EVALUATE SRT-RESULTADO
              WHEN "D"
                 ADD 1 TO GRP-DENEGADAS
              WHEN "C"
                 ADD 1 TO GRP-CONTINGENCIA
           END-EVALUATE
           IF SRT-CON-LECTURA = "S"
              ADD 1 TO GRP-CON-LECTURA
              ADD SRT-ADMISION TO GRP-SUMA-ADMISION
           END-IF.

      ******************************************************************
      *3200-CERRAR-GRUPO.
      ** EL RENGLON DEL DIA COMPLETO SE COMPARA CONTRA EL OBJETIVO Y
      ** QUEDA ASENTADO EN REPTIEMPO.DIA PARA REPMANANA
      ******************************************************************
       3200-CERRAR-GRUPO.
           MOVE 0 TO SW-GRUPO-ABIERTO
           MOVE 0 TO W-PROMEDIO W-PROMEDIO-ADMISION
           IF GRP-LUGAR > 0
              COMPUTE W-PROMEDIO ROUNDED = GRP-SUMA-DEMORA / GRP-LUGAR
           END-IF
           IF GRP-CON-LECTURA > 0
              COMPUTE W-PROMEDIO-ADMISION ROUNDED =
                      GRP-SUMA-ADMISION / GRP-CON-LECTURA
           END-IF
           MOVE GRP-LUGAR TO ED-CANTIDAD
           COMPUTE ED-PROMEDIO = W-PROMEDIO / 100
           COMPUTE ED-P95      = GRP-P95 / 100
           COMPUTE ED-PEOR     = GRP-PEOR / 100
           MOVE GRP-DENEGADAS    TO ED-DENEGADAS
           MOVE GRP-CONTINGENCIA TO ED-CONTINGENCIA
           COMPUTE ED-ADMISION = W-PROMEDIO-ADMISION / 100
           IF W-HORA-ACTUAL = "DI"
              MOVE "DIA " TO W-ETIQUETA-HORA
           ELSE
              MOVE SPACES TO W-ETIQUETA-HORA
              STRING W-HORA-ACTUAL "h" DELIMITED BY SIZE
                     INTO W-ETIQUETA-HORA
              END-STRING
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING W-ETIQUETA-HORA "  " ED-CANTIDAD " " ED-PROMEDIO
                  " " ED-P95 " " ED-PEOR " " ED-DENEGADAS
                  " " ED-CONTINGENCIA " " ED-ADMISION
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           IF W-HORA-ACTUAL = "DI"
              PERFORM 3300-ASENTAR-DIA
           END-IF.

      ******************************************************************
      *3300-ASENTAR-DIA.
      ******************************************************************
       3300-ASENTAR-DIA.
           MOVE SPACES TO REG-RESUMEN-DIARIO
           MOVE W-FECHA-PEDIDA       TO RDI-FECHA
           MOVE W-SERVIDOR-ACTUAL    TO RDI-SERVIDOR
           MOVE GRP-LUGAR            TO RDI-CANTIDAD
           MOVE GRP-P95              TO RDI-P95
           MOVE SRV-OBJETIVO(IX-SRV) TO RDI-OBJETIVO
           IF GRP-P95 > SRV-OBJETIVO(IX-SRV)
              ADD 1 TO CONT-EXCEDIDOS
              MOVE "EXCEDIDO" TO RDI-MARCA
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "*** P95 DEL DIA " ED-P95
                     " SEG SOBRE EL OBJETIVO DE " ED-OBJETIVO " SEG"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
           ELSE
              MOVE "EN META" TO RDI-MARCA
           END-IF
           WRITE REG-RESUMEN-DIARIO.

      ******************************************************************
      *8000-PIE-DEL-REPORTE.
      ******************************************************************
       8000-PIE-DEL-REPORTE.
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-LEIDOS TO W-EDIT-CONTADOR
           STRING "RENGLONES DEL DIARIO LEIDOS..... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           MOVE CONT-DEL-DIA TO W-EDIT-CONTADOR
           STRING "SOLICITUDES DEL DIA............. " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           MOVE CONT-DESCARTADOS TO W-EDIT-CONTADOR
           STRING "RENGLONES DESCARTADOS........... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           MOVE CONT-EXCEDIDOS TO W-EDIT-CONTADOR
           STRING "SERVIDORES SOBRE EL OBJETIVO.... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           IF SW-DIARIO-ILEGIBLE = 1
              MOVE "*** REPORTE INCOMPLETO: TIEMPOSRV.JRN ILEGIBLE"
                TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
           END-IF
           MOVE "FIN DEL REPORTE" TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *9100-GRABAR-LINEA.
      ******************************************************************
       9100-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REPORTE
           WRITE REG-REPORTE
           DISPLAY W-LINEA-ARMADA
           MOVE SPACES TO W-LINEA-ARMADA.

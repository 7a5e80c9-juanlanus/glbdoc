      * AVISOPREV.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVISOPREV.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Aviso previo al titular antes de mostrar un reporte negativo:
      ** el habeas data exige comunicarle a la persona que se la va a
      ** reportar ANTES de que las entidades lo vean. Las alertas
      ** negativas nuevas (ACTALEJUR 4330-CREAR-BDIIALE, ALESCOCAI,
      ** CAIDAPJA) nacen con EST-AVISO-BDIIALE = "P" y los
      ** consultores (ALESERVER, INTESERVER, ESTINTEG) no las
      ** muestran. Este barrido diario:
      **   1) asienta las cartas devueltas por el correo
      **      ($TEMPORALES/AVISOPREV.DEV, opcional, un renglon por
      **      carta: tipo;numero;fuente;cod;ocurrencia;motivo)
      **   2) recorre BDIIALE buscando las alertas en espera y, por
      **      cada una:
      **      - sin carta todavia: arma la carta con la direccion del
      **        maestro MAESTRO-DIRECC (ICBDIR, el mismo que monta
      **        CARACTPER) y calcula la fecha desde la que la alerta
      **        puede verse: el plazo legal en dias habiles contado
      **        desde el envio (DIAHABIL SUMAR, 20 por defecto)
      **      - carta enviada y plazo cumplido: la alerta pasa a
      **        visible (EST-AVISO en espacio)
      **      - carta devuelta: se reenvia solo si el maestro trae
      **        una direccion distinta de la devuelta; si no, queda
      **        en espera y en el reporte para gestion manual
      **      - sin direccion: se reintenta cada dia
      ** El seguimiento de cada aviso vive en el indexado AVISOPREV
      ** (ver AVISOPREV.FD). Las cartas salen delimitadas por punto y
      ** coma para la imprenta en $TEMPORALES/AVISOPREV.CAR; las
      ** devoluciones sin direccion nueva y las alertas sin direccion
      ** en $TEMPORALES/AVISOPREV.REP.
      **
      ** USO: AVISOPREV <REAL|FALSO> [dias habiles de espera]
      **   FALSO informa lo que haria sin escribir BDIIALE ni el
      **   seguimiento ni las cartas.
      **
      ** RC 0 ok; RC 4 hay alertas sin direccion o cartas devueltas
      ** sin direccion nueva; RC 8 errores al escribir; RC 16 error
      ** de uso o archivo inaccesible.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BDIIALE.FS.
           COPY AVISOPREV.FS.
           COPY ICBDIR.FS.

           SELECT OPTIONAL DEVOLUCIONES
                  ASSIGN TO "$TEMPORALES/AVISOPREV.DEV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-DEV.

           SELECT CARTAS-AVISO
                  ASSIGN TO "$TEMPORALES/AVISOPREV.CAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CAR.

           SELECT REPORTE-AVISO
                  ASSIGN TO "$TEMPORALES/AVISOPREV.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY BDIIALE.FD.
           COPY AVISOPREV.FD.
           COPY ICBDIR0001.FD.

       FD  DEVOLUCIONES.
       01  REG-DEVOLUCION              PIC X(120).

       FD  CARTAS-AVISO.
       01  REG-CARTA                   PIC X(400).

       FD  REPORTE-AVISO.
       01  REG-REP-AVISO               PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       COPY RESALERTA.WS.
       01 COD-RET-AVISOPREV        PIC X(2) VALUE ZEROS.
       01 COD-RET-DEV              PIC X(2) VALUE ZEROS.
       01 COD-RET-CAR              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-MODO                   PIC X(10) VALUE SPACES.
       01 W-DIAS-X                 PIC X(03) JUSTIFIED RIGHT
                                   VALUE SPACES.
       01 W-DIAS-ESPERA            PIC 9(03) VALUE 20.
       01 SW-MODO-REAL             PIC 9(01) VALUE 0.
       01 SW-FIN-DEV               PIC 9(01) VALUE 0.
       01 SW-FIN-ALE               PIC 9(01) VALUE 0.
       01 SW-HAY-AVISO             PIC 9(01) VALUE 0.
       01 SW-HAY-DIRECCION         PIC 9(01) VALUE 0.
       01 FECHA-PROCESO            PIC 9(08) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(120) VALUE SPACES.

      *    renglon de devolucion del correo
       01 VARIABLES-DEVOLUCION.
          03 DEV-TIPO-X               PIC X(01).
          03 DEV-NUMERO-X             PIC X(11) JUSTIFIED RIGHT.
          03 DEV-FUENTE-X             PIC X(06) JUSTIFIED RIGHT.
          03 DEV-COD-X                PIC X(03) JUSTIFIED RIGHT.
          03 DEV-OCURR-X              PIC X(03) JUSTIFIED RIGHT.
          03 DEV-MOTIVO               PIC X(30).

      *    llamada al servicio de dias habiles (DIAHABIL.CBL)
       01 DHAB-ACCION              PIC X(10) VALUE SPACES.
       01 DHAB-CANTIDAD            PIC 9(03) VALUE 0.
       01 DHAB-RESULTADO           PIC 9(01) VALUE 0.
       01 W-FECHA-VISIBLE          PIC 9(08) VALUE 0.
      *    cuenta local de respaldo: solo fines de semana
       01 W-DIAS-EVAL              PIC 9(08) VALUE 0.
       01 W-DIA-SEMANA             PIC 9(01) VALUE 0.
       01 W-HABILES-SUMADOS        PIC 9(03) VALUE 0.

       01 CONTADORES-AVISO.
          02 CONT-DEVOLUCIONES        PIC 9(08) VALUE 0.
          02 CONT-DEV-SIN-AVISO       PIC 9(08) VALUE 0.
          02 CONT-PENDIENTES          PIC 9(08) VALUE 0.
          02 CONT-CARTAS              PIC 9(08) VALUE 0.
          02 CONT-REENVIOS            PIC 9(08) VALUE 0.
          02 CONT-LIBERADAS           PIC 9(08) VALUE 0.
          02 CONT-EN-PLAZO            PIC 9(08) VALUE 0.
          02 CONT-SIN-DIRECCION       PIC 9(08) VALUE 0.
          02 CONT-DEVUELTAS-QUIETAS   PIC 9(08) VALUE 0.
          02 CONT-ERR-ESCRITURA       PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "AVISOPREV".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "AVISOPREV.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "AVISOPREV".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.
      **** INTERBLOQUEO DEL RECURSO BDIIALE (SUBPROGRAMA CERROJO)
       01 CERR-ACCION              PIC X(08) VALUE SPACES.
       01 CERR-RECURSO             PIC X(10) VALUE "BDIIALE".
       01 CERR-PROGRAMA            PIC X(10) VALUE "AVISOPREV".
       01 CERR-RESULTADO           PIC 9(01) VALUE 0.
       01 SW-CERROJO-TOMADO        PIC 9(01) VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Aviso previo al titular de alertas negativas  *"
           DISPLAY "*           PROGRAMA : AVISOPREV.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           MOVE "AVISOPREV" TO RALE-PROGRAMA
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-MODO W-DIAS-X
           END-UNSTRING
           EVALUATE W-MODO
              WHEN "REAL"
                 MOVE 1 TO SW-MODO-REAL
              WHEN "FALSO"
                 MOVE 0 TO SW-MODO-REAL
              WHEN OTHER
                 DISPLAY "Uso: AVISOPREV <REAL|FALSO> [dias habiles]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           IF W-DIAS-X NOT = SPACES
              INSPECT W-DIAS-X REPLACING LEADING SPACES BY ZEROS
              IF W-DIAS-X NUMERIC AND W-DIAS-X NOT = "000"
                 MOVE W-DIAS-X TO W-DIAS-ESPERA
              ELSE
                 DISPLAY "AVISOPREV - DIAS HABILES INVALIDOS: " W-DIAS-X
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-PROCESO
           PERFORM 0900-ASENTAR-INICIO
           IF SW-MODO-REAL = 1
              PERFORM 0600-TOMAR-CERROJO-BDIIALE
           END-IF
           PERFORM 1000-ABRIR-ARCHIVOS
           PERFORM 2000-ASENTAR-DEVOLUCIONES
           PERFORM 3000-RECORRER-PENDIENTES
           PERFORM 9000-CERRAR-ARCHIVOS
           PERFORM 6000-SACAR-RESUMEN
           PERFORM 0700-LIBERAR-CERROJO-BDIIALE
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
      *0600-TOMAR-CERROJO-BDIIALE.
      ******************************************************************
       0600-TOMAR-CERROJO-BDIIALE.
           MOVE "TOMAR" TO CERR-ACCION
           CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                CERR-PROGRAMA CERR-RESULTADO
           ON EXCEPTION
              DISPLAY "AVISOPREV - CERROJO NO DISPONIBLE, SE SIGUE "
                      "SIN INTERBLOQUEO"
              MOVE 0 TO CERR-RESULTADO
           END-CALL
           IF CERR-RESULTADO NOT = 0
              DISPLAY "AVISOPREV - BDIIALE OCUPADO POR OTRA "
                      "CORRIDA, SE CANCELA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 1 TO SW-CERROJO-TOMADO.

      ******************************************************************
      *0700-LIBERAR-CERROJO-BDIIALE.
      ** EL RC DE LA CORRIDA YA QUEDO EN REGC-RC; EL CALL NO LO PISA
      ******************************************************************
       0700-LIBERAR-CERROJO-BDIIALE.
           IF SW-CERROJO-TOMADO = 1
              MOVE "LIBERAR" TO CERR-ACCION
              CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                   CERR-PROGRAMA CERR-RESULTADO
              ON EXCEPTION
                 CONTINUE
              END-CALL
              MOVE 0 TO SW-CERROJO-TOMADO
              MOVE REGC-RC TO RETURN-CODE
           END-IF.

      ******************************************************************
      *0900-ASENTAR-INICIO.
      ** ARRANQUE DE LA CORRIDA EN LA BITACORA CENTRAL (CONTADORES
      ** "*INICIO*", VER REGCORRIDA.CBL)
      ******************************************************************
       0900-ASENTAR-INICIO.
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE "*INICIO*" TO REGC-CONTADORES
           MOVE 0 TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "AVISOPREV - REGCORRIDA NO DISPONIBLE"
           END-CALL.

      ******************************************************************
      *1000-ABRIR-ARCHIVOS.
      ** EL SEGUIMIENTO SE CREA EN LA PRIMERA CORRIDA REAL (MISMO
      ** 0600-CREAR-SI-NO-EXISTE DE MANTBDLSTR)
      ******************************************************************
       1000-ABRIR-ARCHIVOS.
           IF SW-MODO-REAL = 1
              OPEN I-O BDIIALE
              OPEN I-O AVISO-PREVIO
              IF COD-RET-AVISOPREV = "35"
                 OPEN OUTPUT AVISO-PREVIO
                 IF COD-RET-AVISOPREV = "00"
                    CLOSE AVISO-PREVIO
                    OPEN I-O AVISO-PREVIO
                 END-IF
              END-IF
           ELSE
              OPEN INPUT BDIIALE
              OPEN INPUT AVISO-PREVIO
              IF COD-RET-AVISOPREV = "35"
                 DISPLAY "AVISOPREV - SIN SEGUIMIENTO TODAVIA: EL "
                         "ENSAYO LO TOMA VACIO"
                 MOVE "00" TO COD-RET-AVISOPREV
              END-IF
           END-IF
           IF COD-RET-AVISOPREV NOT = "00"
              DISPLAY "NO SE PUDO ABRIR AVISOPREV " COD-RET-AVISOPREV
              PERFORM 0700-LIBERAR-CERROJO-BDIIALE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT MAESTRO-DIRECC
           IF SW-MODO-REAL = 1
              OPEN OUTPUT CARTAS-AVISO
              IF COD-RET-CAR NOT = "00"
                 DISPLAY "Error abriendo AVISOPREV.CAR " COD-RET-CAR
                 PERFORM 0700-LIBERAR-CERROJO-BDIIALE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           OPEN OUTPUT REPORTE-AVISO
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo AVISOPREV.REP " COD-RET-REP
              PERFORM 0700-LIBERAR-CERROJO-BDIIALE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *2000-ASENTAR-DEVOLUCIONES.
      ** CADA CARTA DEVUELTA DEJA EL AVISO EN "D": LA ALERTA SIGUE EN
      ** ESPERA HASTA QUE UNA CARTA LLEGUE A UNA DIRECCION VALIDA
      ******************************************************************
       2000-ASENTAR-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES
           IF COD-RET-DEV NOT = "00"
              MOVE 1 TO SW-FIN-DEV
           END-IF
           PERFORM UNTIL SW-FIN-DEV = 1
              READ DEVOLUCIONES NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-DEV
              END-READ
              IF SW-FIN-DEV = 0 AND REG-DEVOLUCION NOT = SPACES
                 PERFORM 2100-ASENTAR-UNA-DEVOLUCION
              END-IF
           END-PERFORM
           IF COD-RET-DEV = "00" OR SW-FIN-DEV = 1
              CLOSE DEVOLUCIONES
           END-IF.

      ******************************************************************
      *2100-ASENTAR-UNA-DEVOLUCION.
      ******************************************************************
       2100-ASENTAR-UNA-DEVOLUCION.
           INITIALIZE VARIABLES-DEVOLUCION
           UNSTRING REG-DEVOLUCION DELIMITED BY ";"
              INTO DEV-TIPO-X DEV-NUMERO-X DEV-FUENTE-X DEV-COD-X
                   DEV-OCURR-X DEV-MOTIVO
           END-UNSTRING
           INSPECT DEV-NUMERO-X REPLACING LEADING SPACES BY ZEROS
           INSPECT DEV-FUENTE-X REPLACING LEADING SPACES BY ZEROS
           INSPECT DEV-COD-X    REPLACING LEADING SPACES BY ZEROS
           INSPECT DEV-OCURR-X  REPLACING LEADING SPACES BY ZEROS
           IF DEV-TIPO-X NOT NUMERIC OR DEV-NUMERO-X NOT NUMERIC
              OR DEV-FUENTE-X NOT NUMERIC OR DEV-COD-X NOT NUMERIC
              OR DEV-OCURR-X NOT NUMERIC
              ADD 1 TO CONT-DEV-SIN-AVISO
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "DEVOLUCION ILEGIBLE: " REG-DEVOLUCION
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 7000-GRABAR-LINEA
           ELSE
              MOVE DEV-TIPO-X   TO TIP-IDE-AVISOPREV
              MOVE DEV-NUMERO-X TO NUM-IDE-AVISOPREV
              MOVE DEV-FUENTE-X TO FUENTE-AVISOPREV
              MOVE DEV-COD-X    TO COD-ALERTA-AVISOPREV
              MOVE DEV-OCURR-X  TO OCURRENCIA-AVISOPREV
              READ AVISO-PREVIO
                 INVALID KEY
                    ADD 1 TO CONT-DEV-SIN-AVISO
                    MOVE SPACES TO W-LINEA-ARMADA
                    STRING "DEVOLUCION SIN CARTA REGISTRADA: "
                           REG-DEVOLUCION
                           DELIMITED BY SIZE INTO W-LINEA-ARMADA
                    END-STRING
                    PERFORM 7000-GRABAR-LINEA
                 NOT INVALID KEY
                    ADD 1 TO CONT-DEVOLUCIONES
                    IF SW-MODO-REAL = 1
                       MOVE "D"           TO EST-AVISOPREV
                       MOVE FECHA-PROCESO TO FEC-DEVOL-AVISOPREV
                       MOVE DEV-MOTIVO    TO MOTIVO-DEVOL-AVISOPREV
                       REWRITE REG-AVISOPREV
                          INVALID KEY
                             ADD 1 TO CONT-ERR-ESCRITURA
                       END-REWRITE
                    END-IF
              END-READ
           END-IF.

      ******************************************************************
      *3000-RECORRER-PENDIENTES.
      ** BARRIDO COMPLETO DE BDIIALE (MISMO START/READ NEXT QUE
      ** 5000-VENCER-ALERTAS DE ACTALEJUR) TOMANDO SOLO LAS ALERTAS
      ** EN ESPERA DE AVISO
      ******************************************************************
       3000-RECORRER-PENDIENTES.
           MOVE 0 TO SW-FIN-ALE
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
              INVALID KEY MOVE 1 TO SW-FIN-ALE
           END-START
           PERFORM UNTIL SW-FIN-ALE = 1
              READ BDIIALE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ALE
              END-READ
              IF SW-FIN-ALE = 0 AND EST-AVISO-BDIIALE = "P"
                 ADD 1 TO CONT-PENDIENTES
                 PERFORM 3100-ATENDER-PENDIENTE
              END-IF
           END-PERFORM.

      ******************************************************************
      *3100-ATENDER-PENDIENTE.
      ******************************************************************
       3100-ATENDER-PENDIENTE.
           MOVE LLASEC-BDIIALE TO LLAVE-AVISOPREV
           MOVE 1 TO SW-HAY-AVISO
           READ AVISO-PREVIO
              INVALID KEY
                 MOVE 0 TO SW-HAY-AVISO
           END-READ
           IF SW-HAY-AVISO = 0
              INITIALIZE REG-AVISOPREV
              MOVE LLASEC-BDIIALE TO LLAVE-AVISOPREV
              PERFORM 3200-EMITIR-CARTA
           ELSE
              EVALUATE EST-AVISOPREV
                 WHEN "E"
                    IF FEC-VISIBLE-AVISOPREV NOT > FECHA-PROCESO
                       PERFORM 3300-HACER-VISIBLE
                    ELSE
                       ADD 1 TO CONT-EN-PLAZO
                    END-IF
                 WHEN "D"
                    PERFORM 3400-REVISAR-DEVUELTA
                 WHEN "S"
                    PERFORM 3200-EMITIR-CARTA
                 WHEN "V"
      *             plazo ya cumplido en una corrida anterior que no
      *             llego a reescribir la alerta
                    PERFORM 3300-HACER-VISIBLE
              END-EVALUATE
           END-IF.

      ******************************************************************
      *3200-EMITIR-CARTA.
      ** CON DIRECCION: CARTA Y FECHA DE VISIBILIDAD; SIN DIRECCION
      ** EL AVISO QUEDA EN "S" Y SE REINTENTA EN LA PROXIMA CORRIDA
      ******************************************************************
       3200-EMITIR-CARTA.
           PERFORM 3250-LEER-DIRECCION
           IF SW-HAY-DIRECCION = 0
              ADD 1 TO CONT-SIN-DIRECCION
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "SIN DIRECCION PARA EL AVISO: TIPO "
                     TIP-IDE-BDIIALE " NUMERO " NUM-IDE-BDIIALE
                     " FUENTE " FUENTE-BDIIALE
                     " COD " COD-ALERTA-BDIIALE
                     " OCURR " OCURRENCIA-BDIIALE
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 7000-GRABAR-LINEA
              MOVE "S" TO EST-AVISOPREV
           ELSE
              IF EST-AVISOPREV = "D"
                 ADD 1 TO CONT-REENVIOS
              ELSE
                 ADD 1 TO CONT-CARTAS
              END-IF
              PERFORM 3260-CALCULAR-FECHA-VISIBLE
              MOVE "E"               TO EST-AVISOPREV
              MOVE FECHA-PROCESO     TO FEC-CARTA-AVISOPREV
              MOVE W-FECHA-VISIBLE   TO FEC-VISIBLE-AVISOPREV
              MOVE DIRECCION-ICBDIR  TO DIRECCION-AVISOPREV
              ADD 1 TO CANT-ENVIOS-AVISOPREV
              IF SW-MODO-REAL = 1
                 PERFORM 3270-GRABAR-CARTA
              END-IF
           END-IF
           IF SW-MODO-REAL = 1
              IF SW-HAY-AVISO = 0
                 WRITE REG-AVISOPREV
                    INVALID KEY
                       ADD 1 TO CONT-ERR-ESCRITURA
                 END-WRITE
              ELSE
                 REWRITE REG-AVISOPREV
                    INVALID KEY
                       ADD 1 TO CONT-ERR-ESCRITURA
                 END-REWRITE
              END-IF
           END-IF.

      ******************************************************************
      *3250-LEER-DIRECCION.
      ******************************************************************
       3250-LEER-DIRECCION.
           MOVE 1 TO SW-HAY-DIRECCION
           MOVE TIP-IDE-BDIIALE TO TIPO-IDE-ICBDIR
           MOVE NUM-IDE-BDIIALE TO NUM-IDE-ICBDIR
           READ MAESTRO-DIRECC
              INVALID KEY
                 MOVE 0 TO SW-HAY-DIRECCION
           END-READ
           IF SW-HAY-DIRECCION = 1 AND DIRECCION-ICBDIR = SPACES
              MOVE 0 TO SW-HAY-DIRECCION
           END-IF.

      ******************************************************************
      *3260-CALCULAR-FECHA-VISIBLE.
      ** PLAZO LEGAL EN DIAS HABILES DESDE EL ENVIO CON EL SERVICIO
      ** CENTRAL DIAHABIL (CALENDARIO FERIADOS.CAL); SIN EL MODULO SE
      ** CUENTAN SOLO LOS FINES DE SEMANA
      ******************************************************************
       3260-CALCULAR-FECHA-VISIBLE.
           MOVE FECHA-PROCESO TO W-FECHA-VISIBLE
           MOVE "SUMAR" TO DHAB-ACCION
           MOVE W-DIAS-ESPERA TO DHAB-CANTIDAD
           CALL "DIAHABIL" USING DHAB-ACCION W-FECHA-VISIBLE
                                 DHAB-CANTIDAD DHAB-RESULTADO
           ON EXCEPTION
              MOVE 9 TO DHAB-RESULTADO
           END-CALL
           IF DHAB-RESULTADO = 9
              COMPUTE W-DIAS-EVAL =
                      FUNCTION INTEGER-OF-DATE (FECHA-PROCESO)
              MOVE 0 TO W-HABILES-SUMADOS
              PERFORM UNTIL W-HABILES-SUMADOS = W-DIAS-ESPERA
                 ADD 1 TO W-DIAS-EVAL
                 COMPUTE W-DIA-SEMANA =
                         FUNCTION MOD (W-DIAS-EVAL - 1, 7) + 1
                 IF W-DIA-SEMANA < 6
                    ADD 1 TO W-HABILES-SUMADOS
                 END-IF
              END-PERFORM
              COMPUTE W-FECHA-VISIBLE =
                      FUNCTION DATE-OF-INTEGER (W-DIAS-EVAL)
           END-IF.

      ******************************************************************
      *3270-GRABAR-CARTA.
      ** UN RENGLON POR CARTA, DELIMITADO POR PUNTO Y COMA, PARA LA
      ** COMBINACION DE CORRESPONDENCIA DE LA IMPRENTA
      ******************************************************************
       3270-GRABAR-CARTA.
           MOVE SPACES TO REG-CARTA
           STRING TIP-IDE-BDIIALE       DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  NUM-IDE-BDIIALE       DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  FUENTE-BDIIALE        DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  COD-ALERTA-BDIIALE    DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  OCURRENCIA-BDIIALE    DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  NOMBRE-ICBDIR         DELIMITED BY "  "
                  ";"                   DELIMITED BY SIZE
                  DIRECCION-ICBDIR      DELIMITED BY "  "
                  ";"                   DELIMITED BY SIZE
                  CIUDAD-ICBDIR         DELIMITED BY "  "
                  ";"                   DELIMITED BY SIZE
                  LINEA1-BDIIALE        DELIMITED BY "  "
                  ";"                   DELIMITED BY SIZE
                  LINEA2-BDIIALE        DELIMITED BY "  "
                  ";"                   DELIMITED BY SIZE
                  FECHA-PROCESO         DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  W-FECHA-VISIBLE       DELIMITED BY SIZE
                  INTO REG-CARTA
           END-STRING
           WRITE REG-CARTA.

      ******************************************************************
      *3300-HACER-VISIBLE.
      ** VENCIDO EL PLAZO DESDE LA CARTA, LA ALERTA SALE DE LA ESPERA
      ******************************************************************
       3300-HACER-VISIBLE.
           ADD 1 TO CONT-LIBERADAS
           IF SW-MODO-REAL = 1
              MOVE "V" TO EST-AVISOPREV
              REWRITE REG-AVISOPREV
                 INVALID KEY
                    ADD 1 TO CONT-ERR-ESCRITURA
              END-REWRITE
              MOVE SPACE TO EST-AVISO-BDIIALE
              REWRITE REG-BDIIALE
                 INVALID KEY
                    ADD 1 TO CONT-ERR-ESCRITURA
                 NOT INVALID KEY
                    PERFORM 9850-ACTUALIZAR-RESUMEN
              END-REWRITE
           END-IF.

      ******************************************************************
      *3400-REVISAR-DEVUELTA.
      ** LA CARTA DEVUELTA SE REENVIA SOLO SI EL MAESTRO TRAE OTRA
      ** DIRECCION; A LA MISMA DIRECCION NO TIENE SENTIDO
      ******************************************************************
       3400-REVISAR-DEVUELTA.
           PERFORM 3250-LEER-DIRECCION
           IF SW-HAY-DIRECCION = 1
              AND DIRECCION-ICBDIR NOT = DIRECCION-AVISOPREV
              PERFORM 3200-EMITIR-CARTA
           ELSE
              ADD 1 TO CONT-DEVUELTAS-QUIETAS
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "CARTA DEVUELTA SIN DIRECCION NUEVA: TIPO "
                     TIP-IDE-BDIIALE " NUMERO " NUM-IDE-BDIIALE
                     " FUENTE " FUENTE-BDIIALE
                     " DEVUELTA " FEC-DEVOL-AVISOPREV
                     " " MOTIVO-DEVOL-AVISOPREV
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 7000-GRABAR-LINEA
           END-IF.

      ******************************************************************
      *7000-GRABAR-LINEA.
      ******************************************************************
       7000-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REP-AVISO
           WRITE REG-REP-AVISO.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           MOVE CONT-DEVOLUCIONES TO W-EDIT-CONTADOR
           DISPLAY "Devoluciones asentadas.... " W-EDIT-CONTADOR
           MOVE CONT-DEV-SIN-AVISO TO W-EDIT-CONTADOR
           DISPLAY "Devoluciones sin carta.... " W-EDIT-CONTADOR
           MOVE CONT-PENDIENTES TO W-EDIT-CONTADOR
           DISPLAY "Alertas en espera......... " W-EDIT-CONTADOR
           MOVE CONT-CARTAS TO W-EDIT-CONTADOR
           DISPLAY "Cartas emitidas........... " W-EDIT-CONTADOR
           MOVE CONT-REENVIOS TO W-EDIT-CONTADOR
           DISPLAY "Cartas reenviadas......... " W-EDIT-CONTADOR
           MOVE CONT-EN-PLAZO TO W-EDIT-CONTADOR
           DISPLAY "Dentro del plazo legal.... " W-EDIT-CONTADOR
           MOVE CONT-LIBERADAS TO W-EDIT-CONTADOR
           DISPLAY "Alertas hechas visibles... " W-EDIT-CONTADOR
           MOVE CONT-SIN-DIRECCION TO W-EDIT-CONTADOR
           DISPLAY "Sin direccion............. " W-EDIT-CONTADOR
           MOVE CONT-DEVUELTAS-QUIETAS TO W-EDIT-CONTADOR
           DISPLAY "Devueltas sin dir. nueva.. " W-EDIT-CONTADOR
           MOVE CONT-ERR-ESCRITURA TO W-EDIT-CONTADOR
           DISPLAY "Errores de escritura...... " W-EDIT-CONTADOR
           IF RETURN-CODE = 0
              EVALUATE TRUE
                 WHEN CONT-ERR-ESCRITURA > 0
                    MOVE 8 TO RETURN-CODE
                 WHEN CONT-SIN-DIRECCION > 0
                   OR CONT-DEVUELTAS-QUIETAS > 0
                   OR CONT-DEV-SIN-AVISO > 0
                    MOVE 4 TO RETURN-CODE
              END-EVALUATE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "CARTAS " CONT-CARTAS
                  " VISIBLES " CONT-LIBERADAS
                  " SIN DIR " CONT-SIN-DIRECCION
                  DELIMITED BY SIZE
                  INTO REGC-CONTADORES
           END-STRING
           PERFORM 8000-ASENTAR-CORRIDA.

      ******************************************************************
      *8000-ASENTAR-CORRIDA.
      ** BITACORA CENTRAL Y AVISO AL OPERADOR CON LA GRADUACION DE
      ** SEVERIDAD DE 8000-ASENTAR-CORRIDA EN ACTALEJUR
      ******************************************************************
       8000-ASENTAR-CORRIDA.
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "AVISOPREV - REGCORRIDA NO DISPONIBLE"
           END-CALL
           EVALUATE TRUE
              WHEN REGC-RC > 4 OR CONT-ERR-ESCRITURA > 0
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
              DISPLAY "AVISOPREV - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE BDIIALE AVISO-PREVIO MAESTRO-DIRECC REPORTE-AVISO
           PERFORM 9860-CERRAR-RESUMEN
           IF SW-MODO-REAL = 1
              CLOSE CARTAS-AVISO
           END-IF.

       COPY RESALERTA.PROC.

      * RENOVJUR.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RENOVJUR.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Solicitud de renovacion a JURISCOOP antes del vencimiento: la
      ** alerta de demanda vence en FEC-VEN-BDIIALE (la vigencia que
      ** pone ACTALEJUR con DIAS-VIGENCIA-PARM) aunque la demanda
      ** siga viva, si JURISCOOP no la reenvio; la alerta desaparecia
      ** unas semanas hasta que el feed la volvia a crear. Este
      ** barrido diario, corrido ANTES del VENCER de ACTALEJUR:
      **   1) asienta las respuestas de JURISCOOP a las solicitudes
      **      anteriores ($TEMPORALES/RENOVJUR.RES, opcional, en su
      **      formato punto y coma, un renglon por alerta:
      **      tipo;numero;ocurrencia;CONFIRMADA   la demanda sigue
      **      tipo;numero;ocurrencia;CERRADA      la demanda termino)
      **   2) recorre BDIIALE buscando las alertas activas que vencen
      **      dentro de los proximos <dias> habiles (DIAHABIL SUMAR,
      **      15 por defecto) y las lista por fuente/codigo en el
      **      reporte
      **   3) para las de JURISCOOP (fuente/cod parametrizados, los
      **      mismos defaults de ACTALEJUR) arma la solicitud de
      **      renovacion en el formato punto y coma de JURISCOOP, una
      **      sola vez por vencimiento:
      **      tipo;numero;ocurrencia;RENOVAR;<vence>;<demandas
      **      vigentes>;<fecha ultima vigente>
      **      mas una linea final TOTALES;<solicitudes>
      ** El seguimiento de cada solicitud vive en el indexado
      ** RENOVJUR (ver RENOVJUR.FD). El VENCER de ACTALEJUR lo
      ** consulta: una alerta vencida cuya solicitud JURISCOOP
      ** CONFIRMO no se desactiva sino que se renueva por otra
      ** vigencia. Lo CERRADO y lo que sigue sin respuesta vence como
      ** siempre.
      ** Solicitud en $TEMPORALES/RENOVJUR.SOL, lista para el paso de
      ** transmision (TRANSMITIR ENVIAR JURISCOOP ...); reporte en
      ** $TEMPORALES/RENOVJUR.REP.
      **
      ** USO: RENOVJUR <REAL|FALSO> [dias habiles] [fuente] [cod]
      **   FALSO informa lo que haria sin escribir el seguimiento ni
      **   la solicitud.
      **
      ** RC 0 ok; RC 4 respuestas ilegibles o sin solicitud; RC 8
      ** errores al escribir; RC 16 error de uso o archivo
      ** inaccesible.
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
           COPY RENOVJUR.FS.

           SELECT OPTIONAL RESPUESTAS
                  ASSIGN TO "$TEMPORALES/RENOVJUR.RES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-RES.

           SELECT SOLICITUDES
                  ASSIGN TO "$TEMPORALES/RENOVJUR.SOL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-SOL.

           SELECT REPORTE-RENOV
                  ASSIGN TO "$TEMPORALES/RENOVJUR.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY BDIIALE.FD.
           COPY RENOVJUR.FD.

       FD  RESPUESTAS.
       01  REG-RESPUESTA               PIC X(120).

       FD  SOLICITUDES.
       01  REG-SOLICITUD               PIC X(100).

       FD  REPORTE-RENOV.
       01  REG-REP-RENOV               PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       01 COD-RET-RENOVJUR         PIC X(2) VALUE ZEROS.
       01 COD-RET-RES              PIC X(2) VALUE ZEROS.
       01 COD-RET-SOL              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-MODO                   PIC X(10) VALUE SPACES.
       01 W-DIAS-X                 PIC X(03) JUSTIFIED RIGHT
                                   VALUE SPACES.
       01 W-FUENTE-X               PIC X(06) JUSTIFIED RIGHT
                                   VALUE SPACES.
       01 W-COD-X                  PIC X(03) JUSTIFIED RIGHT
                                   VALUE SPACES.
       01 W-DIAS-ANTICIPO          PIC 9(03) VALUE 15.
       01 W-FUENTE-JUR             PIC 9(06) VALUE 000001.
       01 W-COD-JUR                PIC 9(03) VALUE 001.
       01 SW-MODO-REAL             PIC 9(01) VALUE 0.
       01 SW-FIN-RES               PIC 9(01) VALUE 0.
       01 SW-FIN-ALE               PIC 9(01) VALUE 0.
       01 SW-HAY-SOLICITUD         PIC 9(01) VALUE 0.
       01 FECHA-PROCESO            PIC 9(08) VALUE 0.
       01 W-FECHA-LIMITE           PIC 9(08) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(120) VALUE SPACES.
       01 W-SITUACION              PIC X(40) VALUE SPACES.

      *    renglon de respuesta de JURISCOOP
       01 VARIABLES-RESPUESTA.
          03 RES-TIPO-X               PIC X(01).
          03 RES-NUMERO-X             PIC X(11) JUSTIFIED RIGHT.
          03 RES-OCURR-X              PIC X(03) JUSTIFIED RIGHT.
          03 RES-RESPUESTA            PIC X(12).

      *    alertas por vencer por fuente/codigo
       01 TABLA-FUENTES.
          02 FTE-ENTRADA OCCURS 50 TIMES.
             03 FTE-FUENTE            PIC 9(06).
             03 FTE-COD-ALERTA        PIC 9(03).
             03 FTE-POR-VENCER        PIC 9(08).
          02 FTE-TOPE                 PIC 9(02) VALUE 0.
       01 W-IDX-FTE                PIC 9(02) VALUE 0.
       01 W-FTE-HALLADA            PIC 9(02) VALUE 0.

      *    llamada al servicio de dias habiles (DIAHABIL.CBL)
       01 DHAB-ACCION              PIC X(10) VALUE SPACES.
       01 DHAB-CANTIDAD            PIC 9(03) VALUE 0.
       01 DHAB-RESULTADO           PIC 9(01) VALUE 0.
      *    cuenta local de respaldo: solo fines de semana
       01 W-DIAS-EVAL              PIC 9(08) VALUE 0.
       01 W-DIA-SEMANA             PIC 9(01) VALUE 0.
       01 W-HABILES-SUMADOS        PIC 9(03) VALUE 0.

       01 CONTADORES-RENOV.
          02 CONT-RESPUESTAS          PIC 9(08) VALUE 0.
          02 CONT-CONFIRMADAS         PIC 9(08) VALUE 0.
          02 CONT-CERRADAS            PIC 9(08) VALUE 0.
          02 CONT-RES-RECHAZADAS      PIC 9(08) VALUE 0.
          02 CONT-POR-VENCER          PIC 9(08) VALUE 0.
          02 CONT-POR-VENCER-JUR      PIC 9(08) VALUE 0.
          02 CONT-SOLICITUDES         PIC 9(08) VALUE 0.
          02 CONT-SIN-RESPUESTA       PIC 9(08) VALUE 0.
          02 CONT-A-RENOVAR           PIC 9(08) VALUE 0.
          02 CONT-A-VENCER            PIC 9(08) VALUE 0.
          02 CONT-ERR-ESCRITURA       PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "RENOVJUR".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "RENOVJUR.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "RENOVJUR".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Solicitud de renovacion de alertas JURISCOOP  *"
           DISPLAY "*           PROGRAMA : RENOVJUR.CBL             *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-MODO W-DIAS-X W-FUENTE-X W-COD-X
           END-UNSTRING
           EVALUATE W-MODO
              WHEN "REAL"
                 MOVE 1 TO SW-MODO-REAL
              WHEN "FALSO"
                 MOVE 0 TO SW-MODO-REAL
              WHEN OTHER
                 DISPLAY "Uso: RENOVJUR <REAL|FALSO> [dias habiles] "
                         "[fuente] [cod]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           IF W-DIAS-X NOT = SPACES
              INSPECT W-DIAS-X REPLACING LEADING SPACES BY ZEROS
              IF W-DIAS-X NUMERIC AND W-DIAS-X NOT = "000"
                 MOVE W-DIAS-X TO W-DIAS-ANTICIPO
              ELSE
                 DISPLAY "RENOVJUR - DIAS HABILES INVALIDOS: " W-DIAS-X
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF W-FUENTE-X NOT = SPACES
              INSPECT W-FUENTE-X REPLACING LEADING SPACES BY ZEROS
              IF W-FUENTE-X NUMERIC
                 MOVE W-FUENTE-X TO W-FUENTE-JUR
              ELSE
                 DISPLAY "RENOVJUR - FUENTE INVALIDA: " W-FUENTE-X
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF W-COD-X NOT = SPACES
              INSPECT W-COD-X REPLACING LEADING SPACES BY ZEROS
              IF W-COD-X NUMERIC
                 MOVE W-COD-X TO W-COD-JUR
              ELSE
                 DISPLAY "RENOVJUR - CODIGO INVALIDO: " W-COD-X
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-PROCESO
           PERFORM 0900-ASENTAR-INICIO
           PERFORM 1000-ABRIR-ARCHIVOS
           PERFORM 1100-CALCULAR-FECHA-LIMITE
           PERFORM 2000-ASENTAR-RESPUESTAS
           PERFORM 3000-RECORRER-POR-VENCER
           PERFORM 9000-CERRAR-ARCHIVOS
           PERFORM 6000-SACAR-RESUMEN
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
              DISPLAY "RENOVJUR - REGCORRIDA NO DISPONIBLE"
           END-CALL.

      ******************************************************************
      *1000-ABRIR-ARCHIVOS.
      ** BDIIALE SOLO SE LEE (NO HACE FALTA EL CERROJO); EL
      ** SEGUIMIENTO SE CREA EN LA PRIMERA CORRIDA REAL (MISMO
      ** 1000-ABRIR-ARCHIVOS DE AVISOPREV)
      ******************************************************************
       1000-ABRIR-ARCHIVOS.
           OPEN INPUT BDIIALE
           IF COD-RET-BDIIALE NOT = "00"
              DISPLAY "NO SE PUDO ABRIR BDIIALE " COD-RET-BDIIALE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF SW-MODO-REAL = 1
              OPEN I-O RENOVACION-JUR
              IF COD-RET-RENOVJUR = "35"
                 OPEN OUTPUT RENOVACION-JUR
                 IF COD-RET-RENOVJUR = "00"
                    CLOSE RENOVACION-JUR
                    OPEN I-O RENOVACION-JUR
                 END-IF
              END-IF
           ELSE
              OPEN INPUT RENOVACION-JUR
              IF COD-RET-RENOVJUR = "35"
                 DISPLAY "RENOVJUR - SIN SEGUIMIENTO TODAVIA: EL "
                         "ENSAYO LO TOMA VACIO"
                 MOVE "00" TO COD-RET-RENOVJUR
              END-IF
           END-IF
           IF COD-RET-RENOVJUR NOT = "00"
              DISPLAY "NO SE PUDO ABRIR RENOVJUR " COD-RET-RENOVJUR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF SW-MODO-REAL = 1
              OPEN OUTPUT SOLICITUDES
              IF COD-RET-SOL NOT = "00"
                 DISPLAY "Error abriendo RENOVJUR.SOL " COD-RET-SOL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           OPEN OUTPUT REPORTE-RENOV
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo RENOVJUR.REP " COD-RET-REP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *1100-CALCULAR-FECHA-LIMITE.
      ** ULTIMO DIA DE LA VENTANA: <dias> HABILES DESDE HOY CON EL
      ** SERVICIO CENTRAL DIAHABIL (CALENDARIO FERIADOS.CAL); SIN EL
      ** MODULO SE CUENTAN SOLO LOS FINES DE SEMANA (MISMO RESPALDO
      ** QUE AVISOPREV)
      ******************************************************************
       1100-CALCULAR-FECHA-LIMITE.
           MOVE FECHA-PROCESO TO W-FECHA-LIMITE
           MOVE "SUMAR" TO DHAB-ACCION
           MOVE W-DIAS-ANTICIPO TO DHAB-CANTIDAD
           CALL "DIAHABIL" USING DHAB-ACCION W-FECHA-LIMITE
                                 DHAB-CANTIDAD DHAB-RESULTADO
           ON EXCEPTION
              MOVE 9 TO DHAB-RESULTADO
           END-CALL
           IF DHAB-RESULTADO = 9
              COMPUTE W-DIAS-EVAL =
                      FUNCTION INTEGER-OF-DATE (FECHA-PROCESO)
              MOVE 0 TO W-HABILES-SUMADOS
              PERFORM UNTIL W-HABILES-SUMADOS = W-DIAS-ANTICIPO
                 ADD 1 TO W-DIAS-EVAL
                 COMPUTE W-DIA-SEMANA =
                         FUNCTION MOD (W-DIAS-EVAL - 1, 7) + 1
                 IF W-DIA-SEMANA < 6
                    ADD 1 TO W-HABILES-SUMADOS
                 END-IF
              END-PERFORM
              COMPUTE W-FECHA-LIMITE =
                      FUNCTION DATE-OF-INTEGER (W-DIAS-EVAL)
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "ALERTAS ACTIVAS QUE VENCEN ENTRE " FECHA-PROCESO
                  " Y " W-FECHA-LIMITE " (" W-DIAS-ANTICIPO
                  " DIAS HABILES)"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 7000-GRABAR-LINEA.

      ******************************************************************
      *2000-ASENTAR-RESPUESTAS.
      ** CADA RESPUESTA DE JURISCOOP DEJA LA SOLICITUD EN "C"
      ** (CONFIRMADA) O "X" (CERRADA); LA ULTIMA RESPUESTA MANDA
      ******************************************************************
       2000-ASENTAR-RESPUESTAS.
           OPEN INPUT RESPUESTAS
           IF COD-RET-RES NOT = "00"
              MOVE 1 TO SW-FIN-RES
           END-IF
           PERFORM UNTIL SW-FIN-RES = 1
              READ RESPUESTAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-RES
              END-READ
              IF SW-FIN-RES = 0 AND REG-RESPUESTA NOT = SPACES
                 PERFORM 2100-ASENTAR-UNA-RESPUESTA
              END-IF
           END-PERFORM
           IF COD-RET-RES = "00" OR SW-FIN-RES = 1
              CLOSE RESPUESTAS
           END-IF.

      ******************************************************************
      *2100-ASENTAR-UNA-RESPUESTA.
      ** UNA SOLICITUD YA RENOVADA ("R") NO CAMBIA: ESE VENCIMIENTO
      ** YA PASO Y LA PROXIMA VENTANA LLEVA SU PROPIA SOLICITUD
      ******************************************************************
       2100-ASENTAR-UNA-RESPUESTA.
           INITIALIZE VARIABLES-RESPUESTA
           UNSTRING REG-RESPUESTA DELIMITED BY ";"
              INTO RES-TIPO-X RES-NUMERO-X RES-OCURR-X RES-RESPUESTA
           END-UNSTRING
           INSPECT RES-NUMERO-X REPLACING LEADING SPACES BY ZEROS
           INSPECT RES-OCURR-X  REPLACING LEADING SPACES BY ZEROS
           IF RES-TIPO-X NOT NUMERIC OR RES-NUMERO-X NOT NUMERIC
              OR RES-OCURR-X NOT NUMERIC
              OR (RES-RESPUESTA NOT = "CONFIRMADA"
                  AND RES-RESPUESTA NOT = "CERRADA")
              ADD 1 TO CONT-RES-RECHAZADAS
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "RESPUESTA ILEGIBLE: " REG-RESPUESTA
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 7000-GRABAR-LINEA
           ELSE
              MOVE RES-TIPO-X   TO TIP-IDE-RENOVJUR
              MOVE RES-NUMERO-X TO NUM-IDE-RENOVJUR
              MOVE W-FUENTE-JUR TO FUENTE-RENOVJUR
              MOVE W-COD-JUR    TO COD-ALERTA-RENOVJUR
              MOVE RES-OCURR-X  TO OCURRENCIA-RENOVJUR
              READ RENOVACION-JUR
                 INVALID KEY
                    ADD 1 TO CONT-RES-RECHAZADAS
                    MOVE SPACES TO W-LINEA-ARMADA
                    STRING "RESPUESTA SIN SOLICITUD REGISTRADA: "
                           REG-RESPUESTA
                           DELIMITED BY SIZE INTO W-LINEA-ARMADA
                    END-STRING
                    PERFORM 7000-GRABAR-LINEA
                 NOT INVALID KEY
                    PERFORM 2200-APLICAR-RESPUESTA
              END-READ
           END-IF.

      ******************************************************************
      *2200-APLICAR-RESPUESTA.
      ******************************************************************
       2200-APLICAR-RESPUESTA.
           IF EST-RENOVJUR = "R"
              ADD 1 TO CONT-RES-RECHAZADAS
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "RESPUESTA A UNA SOLICITUD YA RENOVADA: "
                     REG-RESPUESTA
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 7000-GRABAR-LINEA
           ELSE
              ADD 1 TO CONT-RESPUESTAS
              IF RES-RESPUESTA = "CONFIRMADA"
                 ADD 1 TO CONT-CONFIRMADAS
                 MOVE "C" TO EST-RENOVJUR
              ELSE
                 ADD 1 TO CONT-CERRADAS
                 MOVE "X" TO EST-RENOVJUR
              END-IF
              MOVE FECHA-PROCESO TO FEC-RESPUESTA-RENOVJUR
              IF SW-MODO-REAL = 1
                 REWRITE REG-RENOVJUR
                    INVALID KEY
                       ADD 1 TO CONT-ERR-ESCRITURA
                 END-REWRITE
              END-IF
           END-IF.

      ******************************************************************
      *3000-RECORRER-POR-VENCER.
      ** BARRIDO COMPLETO DE BDIIALE (MISMO START/READ NEXT QUE
      ** 5000-VENCER-ALERTAS DE ACTALEJUR) TOMANDO LAS ALERTAS
      ** ACTIVAS QUE TODAVIA NO VENCIERON Y VENCEN DENTRO DE LA
      ** VENTANA; EL VENCER DESACTIVA LAS DE FEC-VEN ANTERIOR A HOY
      ******************************************************************
       3000-RECORRER-POR-VENCER.
           MOVE 0 TO SW-FIN-ALE
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
              INVALID KEY MOVE 1 TO SW-FIN-ALE
           END-START
           PERFORM UNTIL SW-FIN-ALE = 1
              READ BDIIALE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ALE
              END-READ
              IF SW-FIN-ALE = 0
                 AND BLOQUEO-BDIIALE NOT = 0
                 AND FEC-VEN-BDIIALE NOT < FECHA-PROCESO
                 AND FEC-VEN-BDIIALE NOT > W-FECHA-LIMITE
                 ADD 1 TO CONT-POR-VENCER
                 PERFORM 3100-CONTAR-POR-FUENTE
                 IF FUENTE-BDIIALE = W-FUENTE-JUR
                    AND COD-ALERTA-BDIIALE = W-COD-JUR
                    ADD 1 TO CONT-POR-VENCER-JUR
                    PERFORM 3200-ATENDER-JURISCOOP
                 ELSE
                    MOVE "OTRA FUENTE, SIN SOLICITUD" TO W-SITUACION
                 END-IF
                 PERFORM 3400-INFORMAR-ALERTA
              END-IF
           END-PERFORM
           IF SW-MODO-REAL = 1
              MOVE SPACES TO REG-SOLICITUD
              STRING "TOTALES;" CONT-SOLICITUDES
                     DELIMITED BY SIZE INTO REG-SOLICITUD
              END-STRING
              WRITE REG-SOLICITUD
           END-IF.

      ******************************************************************
      *3100-CONTAR-POR-FUENTE.
      ******************************************************************
       3100-CONTAR-POR-FUENTE.
           MOVE 0 TO W-FTE-HALLADA
           PERFORM VARYING W-IDX-FTE FROM 1 BY 1
              UNTIL W-IDX-FTE > FTE-TOPE OR W-FTE-HALLADA > 0
              IF FTE-FUENTE(W-IDX-FTE) = FUENTE-BDIIALE
                 AND FTE-COD-ALERTA(W-IDX-FTE) = COD-ALERTA-BDIIALE
                 MOVE W-IDX-FTE TO W-FTE-HALLADA
              END-IF
           END-PERFORM
           IF W-FTE-HALLADA = 0 AND FTE-TOPE < 50
              ADD 1 TO FTE-TOPE
              MOVE FTE-TOPE TO W-FTE-HALLADA
              MOVE FUENTE-BDIIALE     TO FTE-FUENTE(W-FTE-HALLADA)
              MOVE COD-ALERTA-BDIIALE TO FTE-COD-ALERTA(W-FTE-HALLADA)
              MOVE 0                  TO FTE-POR-VENCER(W-FTE-HALLADA)
           END-IF
           IF W-FTE-HALLADA > 0
              ADD 1 TO FTE-POR-VENCER(W-FTE-HALLADA)
           END-IF.

      ******************************************************************
      *3200-ATENDER-JURISCOOP.
      ** SE PIDE UNA SOLA VEZ POR VENCIMIENTO: SIN SOLICITUD, O CON
      ** UNA DE OTRO VENCIMIENTO (EL FEED REFRESCO LA ALERTA DESDE
      ** ENTONCES), SE PIDE DE NUEVO; SI YA SE PIDIO ESTE VENCIMIENTO
      ** SE INFORMA EN QUE QUEDO
      ******************************************************************
       3200-ATENDER-JURISCOOP.
           MOVE LLASEC-BDIIALE TO LLAVE-RENOVJUR
           MOVE 1 TO SW-HAY-SOLICITUD
           READ RENOVACION-JUR
              INVALID KEY
                 MOVE 0 TO SW-HAY-SOLICITUD
           END-READ
           IF SW-HAY-SOLICITUD = 1
              AND FEC-VEN-RENOVJUR = FEC-VEN-BDIIALE
              EVALUATE EST-RENOVJUR
                 WHEN "C"
                    ADD 1 TO CONT-A-RENOVAR
                    MOVE "CONFIRMADA, SE RENUEVA AL VENCER"
                      TO W-SITUACION
                 WHEN "X"
                    ADD 1 TO CONT-A-VENCER
                    MOVE "CERRADA POR JURISCOOP, VENCE" TO W-SITUACION
                 WHEN OTHER
                    ADD 1 TO CONT-SIN-RESPUESTA
                    MOVE "SOLICITADA, SIN RESPUESTA" TO W-SITUACION
              END-EVALUATE
           ELSE
              PERFORM 3300-SOLICITAR-RENOVACION
           END-IF.

      ******************************************************************
      *3300-SOLICITAR-RENOVACION.
      ** UN RENGLON POR ALERTA EN EL FORMATO PUNTO Y COMA DE
      ** JURISCOOP (EL MISMO DE RETJURIS)
      ******************************************************************
       3300-SOLICITAR-RENOVACION.
           ADD 1 TO CONT-SOLICITUDES
           MOVE "RENOVACION SOLICITADA" TO W-SITUACION
           IF SW-HAY-SOLICITUD = 0
              INITIALIZE REG-RENOVJUR
              MOVE LLASEC-BDIIALE TO LLAVE-RENOVJUR
           END-IF
           MOVE "S"             TO EST-RENOVJUR
           MOVE FEC-VEN-BDIIALE TO FEC-VEN-RENOVJUR
           MOVE FECHA-PROCESO   TO FEC-SOLICITUD-RENOVJUR
           MOVE 0               TO FEC-RESPUESTA-RENOVJUR
           IF CANT-SOLICITUDES-RENOVJUR < 99
              ADD 1 TO CANT-SOLICITUDES-RENOVJUR
           END-IF
           IF SW-MODO-REAL = 1
              MOVE SPACES TO REG-SOLICITUD
              STRING TIP-IDE-BDIIALE       DELIMITED BY SIZE
                     ";"                   DELIMITED BY SIZE
                     NUM-IDE-BDIIALE       DELIMITED BY SIZE
                     ";"                   DELIMITED BY SIZE
                     OCURRENCIA-BDIIALE    DELIMITED BY SIZE
                     ";RENOVAR;"           DELIMITED BY SIZE
                     FEC-VEN-BDIIALE       DELIMITED BY SIZE
                     ";"                   DELIMITED BY SIZE
                     NUM-DEMA-VIG-BDIIALE  DELIMITED BY SIZE
                     ";"                   DELIMITED BY SIZE
                     FEC-DEMA-VIG-BDIIALE  DELIMITED BY SIZE
                     INTO REG-SOLICITUD
              END-STRING
              WRITE REG-SOLICITUD
              IF SW-HAY-SOLICITUD = 0
                 WRITE REG-RENOVJUR
                    INVALID KEY
                       ADD 1 TO CONT-ERR-ESCRITURA
                 END-WRITE
              ELSE
                 REWRITE REG-RENOVJUR
                    INVALID KEY
                       ADD 1 TO CONT-ERR-ESCRITURA
                 END-REWRITE
              END-IF
           END-IF.

      ******************************************************************
      *3400-INFORMAR-ALERTA.
      ******************************************************************
       3400-INFORMAR-ALERTA.
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "FUENTE " FUENTE-BDIIALE
                  " COD " COD-ALERTA-BDIIALE
                  " TIPO " TIP-IDE-BDIIALE
                  " NUMERO " NUM-IDE-BDIIALE
                  " OCURR " OCURRENCIA-BDIIALE
                  " VENCE " FEC-VEN-BDIIALE
                  " " W-SITUACION
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 7000-GRABAR-LINEA.

      ******************************************************************
      *7000-GRABAR-LINEA.
      ******************************************************************
       7000-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REP-RENOV
           WRITE REG-REP-RENOV.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           PERFORM VARYING W-IDX-FTE FROM 1 BY 1
              UNTIL W-IDX-FTE > FTE-TOPE
              MOVE FTE-POR-VENCER(W-IDX-FTE) TO W-EDIT-CONTADOR
              DISPLAY "Por vencer fuente " FTE-FUENTE(W-IDX-FTE)
                      " cod " FTE-COD-ALERTA(W-IDX-FTE) " "
                      W-EDIT-CONTADOR
           END-PERFORM
           MOVE CONT-RESPUESTAS TO W-EDIT-CONTADOR
           DISPLAY "Respuestas asentadas...... " W-EDIT-CONTADOR
           MOVE CONT-CONFIRMADAS TO W-EDIT-CONTADOR
           DISPLAY "  Confirmadas............. " W-EDIT-CONTADOR
           MOVE CONT-CERRADAS TO W-EDIT-CONTADOR
           DISPLAY "  Cerradas................ " W-EDIT-CONTADOR
           MOVE CONT-RES-RECHAZADAS TO W-EDIT-CONTADOR
           DISPLAY "Respuestas no aplicadas... " W-EDIT-CONTADOR
           MOVE CONT-POR-VENCER TO W-EDIT-CONTADOR
           DISPLAY "Alertas por vencer........ " W-EDIT-CONTADOR
           MOVE CONT-POR-VENCER-JUR TO W-EDIT-CONTADOR
           DISPLAY "  De JURISCOOP............ " W-EDIT-CONTADOR
           MOVE CONT-SOLICITUDES TO W-EDIT-CONTADOR
           DISPLAY "  Solicitudes emitidas.... " W-EDIT-CONTADOR
           MOVE CONT-SIN-RESPUESTA TO W-EDIT-CONTADOR
           DISPLAY "  Sin respuesta........... " W-EDIT-CONTADOR
           MOVE CONT-A-RENOVAR TO W-EDIT-CONTADOR
           DISPLAY "  Confirmadas a renovar... " W-EDIT-CONTADOR
           MOVE CONT-A-VENCER TO W-EDIT-CONTADOR
           DISPLAY "  Cerradas, vencen........ " W-EDIT-CONTADOR
           MOVE CONT-ERR-ESCRITURA TO W-EDIT-CONTADOR
           DISPLAY "Errores de escritura...... " W-EDIT-CONTADOR
           IF RETURN-CODE = 0
              EVALUATE TRUE
                 WHEN CONT-ERR-ESCRITURA > 0
                    MOVE 8 TO RETURN-CODE
                 WHEN CONT-RES-RECHAZADAS > 0
                    MOVE 4 TO RETURN-CODE
              END-EVALUATE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "POR VENCER " CONT-POR-VENCER
                  " SOLIC " CONT-SOLICITUDES
                  " CONFIRM " CONT-CONFIRMADAS
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
              DISPLAY "RENOVJUR - REGCORRIDA NO DISPONIBLE"
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
              DISPLAY "RENOVJUR - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE BDIIALE RENOVACION-JUR REPORTE-RENOV
           IF SW-MODO-REAL = 1
              CLOSE SOLICITUDES
           END-IF.

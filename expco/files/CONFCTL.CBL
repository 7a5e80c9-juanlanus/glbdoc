      * CONFCTL.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONFCTL.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Control de cambios de los archivos que gobiernan la noche:
      ** los archivos de control de EJECTRAB, SLA.CFG, CAPACIDAD.CFG,
      ** LIMPIATMP.CFG, RESPALDO.CFG, PERSONALIZACIONES.CFG,
      ** SUSCRIP.CFG, el propio calendario CONGELA.CAL y cualquier
      ** otro que se quiera poner bajo control. Nadie edita el archivo
      ** vivo: se edita una copia <archivo>.PROP, se PROPONE (queda
      ** como version nueva con autor, fecha y motivo) y la ACTIVA un
      ** segundo operador DISTINTO del autor, como las ordenes de
      ** APROBAR. Cada version queda guardada en $TEMPORALES/CONFVER
      ** (V<nro>) y el diario $TEMPORALES/CONFCTL.JRN lleva quien,
      ** cuando y por que de cada movimiento; el estado se reconstruye
      ** reproduciendolo.
      **
      ** La primera propuesta de un archivo guarda antes el archivo
      ** vivo como version INICIAL; si al proponer o activar el vivo
      ** ya no es la version vigente (alguien lo edito a mano) se
      ** guarda tambien, como FUERACTL, y se avisa con RC 4.
      **
      ** USO:
      **   CONFCTL PROPONER <archivo> <autor> <motivo>
      **      <archivo> es un nombre en $TEMPORALES o una ruta; la
      **      propuesta se toma de <archivo>.PROP
      **   CONFCTL ACTIVAR  <nro> <revisor>
      **      copia la version sobre el archivo vivo; rechazada dentro
      **      de una ventana de congelamiento sin emergencia (CONGELA)
      **   CONFCTL RECHAZAR <nro> <revisor>
      **   CONFCTL DIFERENCIA <nro> [<nro anterior>]
      **      sin la anterior compara contra la vigente del archivo, y
      **      la vigente contra el archivo vivo; RC 4 si difieren
      **   CONFCTL HISTORIA [<archivo>]
      **      versiones con su estado ("*" la vigente); RC 4 si hay
      **      propuestas pendientes
      **   CONFCTL EMERGENCIA <operador> <motivo>
      **      registra en CONGELA.LOG la excepcion del dia a las
      **      ventanas de congelamiento (ver CONGELA.CBL)
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CONGELA.FS.

           SELECT DIARIO-VERSIONES
                  ASSIGN TO "$TEMPORALES/CONFCTL.JRN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-JRN.

      *    resultado y salida de los comandos de shell (ver
      *    8000-EJECUTAR-COMANDO)
           SELECT ARCHIVO-RESULTADO
                  ASSIGN TO "$TEMPORALES/CONFCTL.RES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-RES.

           SELECT ARCHIVO-DIFERENCIAS
                  ASSIGN TO "$TEMPORALES/CONFCTL.DIF"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-DIF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CONGELA.FD.

       FD  DIARIO-VERSIONES.
       01  REG-DIARIO-VERSIONES        PIC X(185).

       FD  ARCHIVO-RESULTADO.
       01  REG-RESULTADO               PIC X(02).

       FD  ARCHIVO-DIFERENCIAS.
       01  REG-DIFERENCIAS             PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-BCG              PIC X(2) VALUE ZEROS.
       01 COD-RET-JRN              PIC X(2) VALUE ZEROS.
       01 COD-RET-RES              PIC X(2) VALUE ZEROS.
       01 COD-RET-DIF              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(200) VALUE SPACES.
       01 W-PUNTERO                PIC 9(03) VALUE 0.
       01 W-ACCION                 PIC X(10) VALUE SPACES.
       01 W-PARM1                  PIC X(60) VALUE SPACES.
       01 W-PARM2                  PIC X(10) VALUE SPACES.
       01 W-REVISOR                PIC X(10) VALUE SPACES.
       01 W-RESTO                  PIC X(60) VALUE SPACES.
       01 W-MOTIVO                 PIC X(60) VALUE SPACES.
       01 W-NRO-PEDIDO             PIC 9(06) VALUE 0.
       01 W-NRO-ANTERIOR           PIC 9(06) VALUE 0.
       01 W-NRO-NUEVO              PIC 9(06) VALUE 0.
       01 W-NRO-X                  PIC X(06) VALUE SPACES.
       01 W-NRO-ANT-X              PIC X(06) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 SW-FIN-JRN               PIC 9(01) VALUE 0.
       01 SW-FIN-DIF               PIC 9(01) VALUE 0.
       01 W-CANT-BARRAS            PIC 9(03) VALUE 0.
       01 W-RUTA                   PIC X(80) VALUE SPACES.
       01 W-VERSION-NAME           PIC X(40) VALUE SPACES.
       01 W-VERSION-ANT-NAME       PIC X(40) VALUE SPACES.
       01 W-COMANDO-SYST           PIC X(300) VALUE SPACES.
       01 W-COMANDO-BASE           PIC X(250) VALUE SPACES.
       01 W-RESULTADO-CMD          PIC X(02) VALUE SPACES.
          88 CMD-OK                          VALUE "OK".
       01 CONT-LINEAS-DIF          PIC 9(04) VALUE 0.
       01 CONT-PENDIENTES          PIC 9(04) VALUE 0.
       01 W-MARCA-VIGENTE          PIC X(01) VALUE SPACE.
       01 W-ESTADO-TEXTO           PIC X(09) VALUE SPACES.

      **** RENGLON DEL DIARIO: NRO | MOVIMIENTO | FECHA | HORA |
      **** AUTOR | REVISOR | ARCHIVO | MOTIVO
       01 W-REG-DIARIO.
          02 JRN-NRO                  PIC 9(06).
          02 FILLER                   PIC X.
          02 JRN-MOVIMIENTO           PIC X(09).
             88 JRN-PROPUESTA                 VALUE "PROPUESTA".
             88 JRN-ACTIVADA                  VALUE "ACTIVADA".
             88 JRN-RECHAZADA                 VALUE "RECHAZADA".
          02 FILLER                   PIC X.
          02 JRN-FECHA                PIC 9(08).
          02 FILLER                   PIC X.
          02 JRN-HORA                 PIC 9(06).
          02 FILLER                   PIC X.
          02 JRN-AUTOR                PIC X(10).
          02 FILLER                   PIC X.
          02 JRN-REVISOR              PIC X(10).
          02 FILLER                   PIC X.
          02 JRN-ARCHIVO              PIC X(60).
          02 FILLER                   PIC X.
          02 JRN-MOTIVO               PIC X(60).
          02 FILLER                   PIC X(09).

      **** ESTADO VIGENTE DE CADA VERSION, RECONSTRUIDO DEL DIARIO
      **** (1 PROPUESTA, 2 ACTIVADA, 3 RECHAZADA); LA VIGENTE DE UN
      **** ARCHIVO ES LA ULTIMA ACTIVADA (MAYOR TVR-SEC-ACT)
       01 TABLA-VERSIONES.
          02 TVR-ENTRADA OCCURS 500 TIMES.
             03 TVR-NRO               PIC 9(06).
             03 TVR-ESTADO            PIC 9(01).
             03 TVR-FECHA             PIC 9(08).
             03 TVR-HORA              PIC 9(06).
             03 TVR-AUTOR             PIC X(10).
             03 TVR-REVISOR           PIC X(10).
             03 TVR-FEC-ACT           PIC 9(08).
             03 TVR-SEC-ACT           PIC 9(06).
             03 TVR-ARCHIVO           PIC X(60).
             03 TVR-MOTIVO            PIC X(60).
          02 TVR-TOPE                 PIC 9(03) VALUE 0.
       01 W-IDX-TVR                PIC 9(03) VALUE 0.
       01 W-IDX-HALLADO            PIC 9(03) VALUE 0.
       01 W-IDX-VIGENTE            PIC 9(03) VALUE 0.
       01 W-SEC-VIGENTE            PIC 9(06) VALUE 0.
       01 CONT-MOVIMIENTOS         PIC 9(06) VALUE 0.
       01 W-NRO-MAYOR              PIC 9(06) VALUE 0.

      **** VENTANAS DE CONGELAMIENTO (CONGELA)
       COPY CONGELA.WS.

      **** AVISO AL CANAL DE OPERACIONES (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "CONFCTL".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Control de cambios de archivos de control     *"
           DISPLAY "*           PROGRAMA : CONFCTL.CBL              *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           MOVE 1 TO W-PUNTERO
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-ACCION W-PARM1 W-PARM2
                    WITH POINTER W-PUNTERO
           END-UNSTRING
           IF W-PUNTERO < 200
              MOVE LINEA-COMANDO(W-PUNTERO:) TO W-RESTO
           END-IF
           PERFORM 1000-CARGAR-DIARIO
           EVALUATE W-ACCION
              WHEN "PROPONER"
                 PERFORM 2000-PROPONER
              WHEN "ACTIVAR"
                 PERFORM 3000-ACTIVAR
              WHEN "RECHAZAR"
                 PERFORM 4000-RECHAZAR
              WHEN "DIFERENCIA"
                 PERFORM 5000-DIFERENCIA
              WHEN "HISTORIA"
                 PERFORM 5500-HISTORIA
              WHEN "EMERGENCIA"
                 PERFORM 5800-REGISTRAR-EMERGENCIA
              WHEN OTHER
                 DISPLAY "Uso: CONFCTL PROPONER <archivo> <autor> "
                         "<motivo>"
                 DISPLAY "     CONFCTL ACTIVAR  <nro> <revisor>"
                 DISPLAY "     CONFCTL RECHAZAR <nro> <revisor>"
                 DISPLAY "     CONFCTL DIFERENCIA <nro> "
                         "[<nro anterior>]"
                 DISPLAY "     CONFCTL HISTORIA [<archivo>]"
                 DISPLAY "     CONFCTL EMERGENCIA <operador> <motivo>"
                 MOVE 16 TO RETURN-CODE
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
      *1000-CARGAR-DIARIO.
      ** REPRODUCE EL DIARIO: EL ULTIMO MOVIMIENTO DE CADA NUMERO
      ** MANDA SOBRE SU ESTADO VIGENTE
      ******************************************************************
       1000-CARGAR-DIARIO.
           OPEN INPUT DIARIO-VERSIONES
           IF COD-RET-JRN NOT = "00"
              DISPLAY "SIN VERSIONES REGISTRADAS (" COD-RET-JRN ")"
           ELSE
              PERFORM UNTIL SW-FIN-JRN = 1
                 READ DIARIO-VERSIONES INTO W-REG-DIARIO
                    AT END MOVE 1 TO SW-FIN-JRN
                 END-READ
                 IF SW-FIN-JRN = 0 AND JRN-NRO IS NUMERIC
                    PERFORM 1100-APLICAR-MOVIMIENTO
                 END-IF
              END-PERFORM
              CLOSE DIARIO-VERSIONES
           END-IF.

      ******************************************************************
      *1100-APLICAR-MOVIMIENTO.
      ** APLICA W-REG-DIARIO A LA TABLA; LO USAN LA CARGA Y CADA
      ** MOVIMIENTO NUEVO QUE SE ANEXA
      ******************************************************************
       1100-APLICAR-MOVIMIENTO.
           ADD 1 TO CONT-MOVIMIENTOS
           IF JRN-NRO > W-NRO-MAYOR
              MOVE JRN-NRO TO W-NRO-MAYOR
           END-IF
           MOVE JRN-NRO TO W-NRO-PEDIDO
           PERFORM 1200-UBICAR-VERSION
           IF W-IDX-HALLADO = 0 AND TVR-TOPE < 500
              ADD 1 TO TVR-TOPE
              MOVE TVR-TOPE TO W-IDX-HALLADO
              MOVE JRN-NRO     TO TVR-NRO(W-IDX-HALLADO)
              MOVE JRN-FECHA   TO TVR-FECHA(W-IDX-HALLADO)
              MOVE JRN-HORA    TO TVR-HORA(W-IDX-HALLADO)
              MOVE JRN-AUTOR   TO TVR-AUTOR(W-IDX-HALLADO)
              MOVE JRN-ARCHIVO TO TVR-ARCHIVO(W-IDX-HALLADO)
              MOVE JRN-MOTIVO  TO TVR-MOTIVO(W-IDX-HALLADO)
              MOVE SPACES      TO TVR-REVISOR(W-IDX-HALLADO)
              MOVE 0           TO TVR-FEC-ACT(W-IDX-HALLADO)
                                  TVR-SEC-ACT(W-IDX-HALLADO)
           END-IF
           IF W-IDX-HALLADO > 0
              EVALUATE TRUE
                 WHEN JRN-PROPUESTA
                    MOVE 1 TO TVR-ESTADO(W-IDX-HALLADO)
                 WHEN JRN-ACTIVADA
                    MOVE 2 TO TVR-ESTADO(W-IDX-HALLADO)
                    MOVE JRN-REVISOR TO TVR-REVISOR(W-IDX-HALLADO)
                    MOVE JRN-FECHA   TO TVR-FEC-ACT(W-IDX-HALLADO)
                    MOVE CONT-MOVIMIENTOS
                      TO TVR-SEC-ACT(W-IDX-HALLADO)
                 WHEN JRN-RECHAZADA
                    MOVE 3 TO TVR-ESTADO(W-IDX-HALLADO)
                    MOVE JRN-REVISOR TO TVR-REVISOR(W-IDX-HALLADO)
              END-EVALUATE
           END-IF.

      ******************************************************************
      *1200-UBICAR-VERSION.
      ******************************************************************
       1200-UBICAR-VERSION.
           MOVE 0 TO W-IDX-HALLADO
           PERFORM VARYING W-IDX-TVR FROM 1 BY 1
              UNTIL W-IDX-TVR > TVR-TOPE OR W-IDX-HALLADO > 0
              IF TVR-NRO(W-IDX-TVR) = W-NRO-PEDIDO
                 MOVE W-IDX-TVR TO W-IDX-HALLADO
              END-IF
           END-PERFORM.

      ******************************************************************
      *1300-UBICAR-VIGENTE.
      ** LA VERSION VIGENTE DE W-PARM1 (EL ARCHIVO), 0 SI NUNCA SE
      ** ACTIVO NINGUNA
      ******************************************************************
       1300-UBICAR-VIGENTE.
           MOVE 0 TO W-IDX-VIGENTE
           MOVE 0 TO W-SEC-VIGENTE
           PERFORM VARYING W-IDX-TVR FROM 1 BY 1
              UNTIL W-IDX-TVR > TVR-TOPE
              IF TVR-ARCHIVO(W-IDX-TVR) = W-PARM1
                 AND TVR-ESTADO(W-IDX-TVR) = 2
                 AND TVR-SEC-ACT(W-IDX-TVR) > W-SEC-VIGENTE
                 MOVE W-IDX-TVR TO W-IDX-VIGENTE
                 MOVE TVR-SEC-ACT(W-IDX-TVR) TO W-SEC-VIGENTE
              END-IF
           END-PERFORM.

      ******************************************************************
      *1400-ARMAR-RUTA.
      ** UN NOMBRE SIN "/" ES UN ARCHIVO DE $TEMPORALES
      ******************************************************************
       1400-ARMAR-RUTA.
           MOVE 0 TO W-CANT-BARRAS
           INSPECT W-PARM1 TALLYING W-CANT-BARRAS FOR ALL "/"
           MOVE SPACES TO W-RUTA
           IF W-CANT-BARRAS > 0
              MOVE W-PARM1 TO W-RUTA
           ELSE
              STRING "$TEMPORALES/" DELIMITED BY SIZE
                     W-PARM1        DELIMITED BY SPACE
                     INTO W-RUTA
              END-STRING
           END-IF.

      ******************************************************************
      *1500-ARMAR-NOMBRE-VERSION.
      ** W-NRO-PEDIDO -> $TEMPORALES/CONFVER/V<nro>
      ******************************************************************
       1500-ARMAR-NOMBRE-VERSION.
           MOVE SPACES TO W-VERSION-NAME
           STRING "$TEMPORALES/CONFVER/V" W-NRO-PEDIDO
                  DELIMITED BY SIZE INTO W-VERSION-NAME
           END-STRING.

      ******************************************************************
      *2000-PROPONER.
      ******************************************************************
       2000-PROPONER.
           IF W-PARM1 = SPACES OR W-PARM2 = SPACES OR W-RESTO = SPACES
              DISPLAY "SE REQUIEREN ARCHIVO, AUTOR Y MOTIVO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE W-RESTO TO W-MOTIVO
           PERFORM 1400-ARMAR-RUTA
           MOVE SPACES TO W-COMANDO-BASE
           STRING "test -f " DELIMITED BY SIZE
                  W-RUTA DELIMITED BY SPACE
                  ".PROP" DELIMITED BY SIZE
                  INTO W-COMANDO-BASE
           END-STRING
           PERFORM 8000-EJECUTAR-COMANDO
           IF NOT CMD-OK
              DISPLAY "NO ESTA LA PROPUESTA " W-RUTA
              DISPLAY "(SE EDITA UNA COPIA <archivo>.PROP Y SE "
                      "PROPONE ESA)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "mkdir -p $TEMPORALES/CONFVER" TO W-COMANDO-BASE
           PERFORM 8000-EJECUTAR-COMANDO
           PERFORM 2100-ASEGURAR-VIGENTE
           COMPUTE W-NRO-NUEVO = W-NRO-MAYOR + 1
           MOVE W-NRO-NUEVO TO W-NRO-PEDIDO
           PERFORM 1500-ARMAR-NOMBRE-VERSION
           MOVE SPACES TO W-COMANDO-BASE
           STRING "cp " DELIMITED BY SIZE
                  W-RUTA DELIMITED BY SPACE
                  ".PROP " DELIMITED BY SIZE
                  W-VERSION-NAME DELIMITED BY SPACE
                  INTO W-COMANDO-BASE
           END-STRING
           PERFORM 8000-EJECUTAR-COMANDO
           IF NOT CMD-OK
              DISPLAY "NO SE PUDO GUARDAR LA PROPUESTA EN "
                      W-VERSION-NAME
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "PROPUESTA" TO JRN-MOVIMIENTO
           MOVE W-PARM2     TO JRN-AUTOR
           MOVE SPACES      TO JRN-REVISOR
           PERFORM 6000-ANEXAR-MOVIMIENTO
           DISPLAY "VERSION " W-NRO-NUEVO " PROPUESTA PARA "
                   W-PARM1
           DISPLAY "  LA ACTIVA OTRO OPERADOR: CONFCTL ACTIVAR "
                   W-NRO-NUEVO " <revisor>"
           PERFORM 1300-UBICAR-VIGENTE
           IF W-IDX-VIGENTE > 0
              MOVE TVR-NRO(W-IDX-VIGENTE) TO W-NRO-ANTERIOR
              PERFORM 5100-COMPARAR-VERSIONES
           END-IF.

      ******************************************************************
      *2100-ASEGURAR-VIGENTE.
      ** ANTES DE CAMBIAR NADA, EL ARCHIVO VIVO TIENE QUE ESTAR
      ** GUARDADO COMO VERSION: LA PRIMERA VEZ COMO INICIAL, Y SI
      ** DIFIERE DE LA VIGENTE COMO EDICION FUERA DEL CONTROL
      ******************************************************************
       2100-ASEGURAR-VIGENTE.
           PERFORM 1300-UBICAR-VIGENTE
           MOVE SPACES TO W-COMANDO-BASE
           IF W-IDX-VIGENTE = 0
              STRING "test -f " DELIMITED BY SIZE
                     W-RUTA DELIMITED BY SPACE
                     INTO W-COMANDO-BASE
              END-STRING
              PERFORM 8000-EJECUTAR-COMANDO
              IF CMD-OK
                 MOVE "INICIAL" TO JRN-REVISOR
                 IF W-PARM2 = SPACES
                    MOVE "SISTEMA" TO JRN-AUTOR
                 ELSE
                    MOVE W-PARM2   TO JRN-AUTOR
                 END-IF
                 MOVE "IMAGEN DEL ARCHIVO AL ENTRAR AL CONTROL"
                   TO W-MOTIVO
                 PERFORM 2200-GUARDAR-VIVO
                 MOVE W-RESTO TO W-MOTIVO
              END-IF
           ELSE
              MOVE TVR-NRO(W-IDX-VIGENTE) TO W-NRO-PEDIDO
              PERFORM 1500-ARMAR-NOMBRE-VERSION
              STRING "[ ! -f " DELIMITED BY SIZE
                     W-RUTA DELIMITED BY SPACE
                     " ] || cmp -s " DELIMITED BY SIZE
                     W-RUTA DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     W-VERSION-NAME DELIMITED BY SPACE
                     INTO W-COMANDO-BASE
              END-STRING
              PERFORM 8000-EJECUTAR-COMANDO
              IF NOT CMD-OK
                 DISPLAY "*** " W-PARM1
                 DISPLAY "*** FUE EDITADO A MANO DESDE LA VERSION "
                         TVR-NRO(W-IDX-VIGENTE)
                         ": SE GUARDA COMO VERSION FUERACTL"
                 MOVE 4 TO RETURN-CODE
                 MOVE "FUERACTL"   TO JRN-REVISOR
                 MOVE "DESCONOCID" TO JRN-AUTOR
                 MOVE "EDICION A MANO FUERA DEL CONTROL DE CAMBIOS"
                   TO W-MOTIVO
                 PERFORM 2200-GUARDAR-VIVO
                 MOVE W-RESTO TO W-MOTIVO
              END-IF
           END-IF.

      ******************************************************************
      *2200-GUARDAR-VIVO.
      ** EL ARCHIVO VIVO QUEDA COMO VERSION NUEVA YA ACTIVADA, CON EL
      ** AUTOR Y REVISOR QUE DEJO 2100
      ******************************************************************
       2200-GUARDAR-VIVO.
           COMPUTE W-NRO-NUEVO = W-NRO-MAYOR + 1
           MOVE W-NRO-NUEVO TO W-NRO-PEDIDO
           PERFORM 1500-ARMAR-NOMBRE-VERSION
           MOVE SPACES TO W-COMANDO-BASE
           STRING "cp " DELIMITED BY SIZE
                  W-RUTA DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  W-VERSION-NAME DELIMITED BY SPACE
                  INTO W-COMANDO-BASE
           END-STRING
           PERFORM 8000-EJECUTAR-COMANDO
           IF CMD-OK
              MOVE "ACTIVADA" TO JRN-MOVIMIENTO
              PERFORM 6000-ANEXAR-MOVIMIENTO
              DISPLAY "VERSION " W-NRO-NUEVO " (" JRN-REVISOR
                      ") GUARDADA DEL ARCHIVO VIVO"
           ELSE
              DISPLAY "NO SE PUDO GUARDAR EL ARCHIVO VIVO " W-RUTA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *3000-ACTIVAR.
      ******************************************************************
       3000-ACTIVAR.
           PERFORM 3100-VALIDAR-PEDIDO
           MOVE "CONFCTL" TO CONG-PROGRAMA
           MOVE W-ACCION  TO CONG-MODO
           PERFORM 0550-VERIFICAR-CONGELAMIENTO
           MOVE TVR-ARCHIVO(W-IDX-HALLADO) TO W-PARM1
           MOVE TVR-MOTIVO(W-IDX-HALLADO)  TO W-RESTO
           PERFORM 1400-ARMAR-RUTA
           MOVE SPACES TO W-PARM2
           MOVE "mkdir -p $TEMPORALES/CONFVER" TO W-COMANDO-BASE
           PERFORM 8000-EJECUTAR-COMANDO
           PERFORM 2100-ASEGURAR-VIGENTE
           MOVE W-NRO-X TO W-NRO-PEDIDO
           PERFORM 1200-UBICAR-VERSION
           PERFORM 1500-ARMAR-NOMBRE-VERSION
           MOVE SPACES TO W-COMANDO-BASE
           STRING "cp " DELIMITED BY SIZE
                  W-VERSION-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  W-RUTA DELIMITED BY SPACE
                  ".NVO && mv " DELIMITED BY SIZE
                  W-RUTA DELIMITED BY SPACE
                  ".NVO " DELIMITED BY SIZE
                  W-RUTA DELIMITED BY SPACE
                  INTO W-COMANDO-BASE
           END-STRING
           PERFORM 8000-EJECUTAR-COMANDO
           IF NOT CMD-OK
              DISPLAY "NO SE PUDO ACTIVAR LA VERSION " W-NRO-PEDIDO
                      " SOBRE " W-RUTA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "ACTIVADA" TO JRN-MOVIMIENTO
           PERFORM 3200-ANEXAR-REVISION
           DISPLAY "VERSION " W-NRO-PEDIDO " ACTIVADA EN " W-RUTA
           DISPLAY "  PROPUSO " TVR-AUTOR(W-IDX-HALLADO)
                   " - ACTIVO " JRN-REVISOR.

      ******************************************************************
      *3100-VALIDAR-PEDIDO.
      ** LA VERSION DEBE EXISTIR, ESTAR PROPUESTA, Y EL REVISOR DEBE
      ** SER UNA PERSONA DISTINTA DEL AUTOR
      ******************************************************************
       3100-VALIDAR-PEDIDO.
           MOVE W-PARM1(1:6) TO W-NRO-X
           IF W-NRO-X NOT NUMERIC OR W-PARM2 = SPACES
              DISPLAY "SE REQUIEREN NUMERO DE VERSION (6 DIGITOS) Y "
                      "REVISOR"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE W-NRO-X TO W-NRO-PEDIDO
           PERFORM 1200-UBICAR-VERSION
           EVALUATE TRUE
              WHEN W-IDX-HALLADO = 0
                 DISPLAY "LA VERSION " W-NRO-PEDIDO " NO EXISTE"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              WHEN TVR-ESTADO(W-IDX-HALLADO) NOT = 1
                 DISPLAY "LA VERSION " W-NRO-PEDIDO
                         " NO ESTA PROPUESTA"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              WHEN W-PARM2 = TVR-AUTOR(W-IDX-HALLADO)
                 DISPLAY "EL REVISOR NO PUEDE SER EL MISMO AUTOR: "
                         "CUATRO OJOS SON DOS PERSONAS"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           MOVE W-PARM2 TO W-REVISOR.

      ******************************************************************
      *3200-ANEXAR-REVISION.
      ** EL MOVIMIENTO DEL REVISOR LLEVA LOS DATOS DE LA PROPUESTA
      ******************************************************************
       3200-ANEXAR-REVISION.
           MOVE TVR-AUTOR(W-IDX-HALLADO)   TO JRN-AUTOR
           MOVE W-REVISOR                  TO JRN-REVISOR
           MOVE TVR-ARCHIVO(W-IDX-HALLADO) TO W-PARM1
           MOVE TVR-MOTIVO(W-IDX-HALLADO)  TO W-MOTIVO
           PERFORM 6000-ANEXAR-MOVIMIENTO.

      ******************************************************************
      *4000-RECHAZAR.
      ******************************************************************
       4000-RECHAZAR.
           PERFORM 3100-VALIDAR-PEDIDO
           MOVE "RECHAZADA" TO JRN-MOVIMIENTO
           PERFORM 3200-ANEXAR-REVISION
           DISPLAY "VERSION " W-NRO-PEDIDO " RECHAZADA POR "
                   JRN-REVISOR.

      ******************************************************************
      *5000-DIFERENCIA.
      ******************************************************************
       5000-DIFERENCIA.
           MOVE W-PARM1(1:6) TO W-NRO-X
           MOVE W-PARM2(1:6) TO W-NRO-ANT-X
           IF W-NRO-X NOT NUMERIC
              DISPLAY "SE REQUIERE NUMERO DE VERSION (6 DIGITOS)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE W-NRO-X TO W-NRO-PEDIDO
           PERFORM 1200-UBICAR-VERSION
           IF W-IDX-HALLADO = 0
              DISPLAY "LA VERSION " W-NRO-PEDIDO " NO EXISTE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TVR-ARCHIVO(W-IDX-HALLADO) TO W-PARM1
           PERFORM 1400-ARMAR-RUTA
           IF W-NRO-ANT-X IS NUMERIC
              MOVE W-NRO-ANT-X TO W-NRO-ANTERIOR
              PERFORM 5100-COMPARAR-VERSIONES
           ELSE
              PERFORM 1300-UBICAR-VIGENTE
              EVALUATE TRUE
                 WHEN W-IDX-VIGENTE = 0
                    DISPLAY W-PARM1 " NO TIENE VERSION VIGENTE"
                    MOVE 8 TO RETURN-CODE
                 WHEN W-IDX-VIGENTE = W-IDX-HALLADO
                    PERFORM 5200-COMPARAR-CON-VIVO
                 WHEN OTHER
                    MOVE TVR-NRO(W-IDX-VIGENTE) TO W-NRO-ANTERIOR
                    PERFORM 5100-COMPARAR-VERSIONES
              END-EVALUATE
           END-IF.

      ******************************************************************
      *5100-COMPARAR-VERSIONES.
      ** W-NRO-ANTERIOR CONTRA W-NRO-PEDIDO
      ******************************************************************
       5100-COMPARAR-VERSIONES.
           PERFORM 1500-ARMAR-NOMBRE-VERSION
           MOVE SPACES TO W-VERSION-ANT-NAME
           STRING "$TEMPORALES/CONFVER/V" W-NRO-ANTERIOR
                  DELIMITED BY SIZE INTO W-VERSION-ANT-NAME
           END-STRING
           DISPLAY "DIFERENCIAS DE LA VERSION " W-NRO-ANTERIOR
                   " (<) A LA " W-NRO-PEDIDO " (>):"
           PERFORM 5300-EJECUTAR-DIFF.

      ******************************************************************
      *5200-COMPARAR-CON-VIVO.
      ******************************************************************
       5200-COMPARAR-CON-VIVO.
           PERFORM 1500-ARMAR-NOMBRE-VERSION
           MOVE W-VERSION-NAME TO W-VERSION-ANT-NAME
           MOVE SPACES TO W-VERSION-NAME
           MOVE W-RUTA TO W-VERSION-NAME
           DISPLAY "DIFERENCIAS DE LA VIGENTE " W-NRO-PEDIDO
                   " (<) AL ARCHIVO VIVO (>):"
           PERFORM 5300-EJECUTAR-DIFF.

      ******************************************************************
      *5300-EJECUTAR-DIFF.
      ** DIFF DE W-VERSION-ANT-NAME A W-VERSION-NAME EN CONFCTL.DIF;
      ** SOLO EL PEDIDO DIFERENCIA AVISA CON RC 4
      ******************************************************************
       5300-EJECUTAR-DIFF.
           MOVE SPACES TO W-COMANDO-BASE
           STRING "diff " DELIMITED BY SIZE
                  W-VERSION-ANT-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  W-VERSION-NAME DELIMITED BY SPACE
                  " > $TEMPORALES/CONFCTL.DIF" DELIMITED BY SIZE
                  INTO W-COMANDO-BASE
           END-STRING
           PERFORM 8000-EJECUTAR-COMANDO
           IF CMD-OK
              DISPLAY "  (SIN DIFERENCIAS)"
           ELSE
              IF W-ACCION = "DIFERENCIA" AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              MOVE 0 TO SW-FIN-DIF
              MOVE 0 TO CONT-LINEAS-DIF
              OPEN INPUT ARCHIVO-DIFERENCIAS
              IF COD-RET-DIF = "00"
                 PERFORM UNTIL SW-FIN-DIF = 1
                    READ ARCHIVO-DIFERENCIAS NEXT RECORD
                       AT END MOVE 1 TO SW-FIN-DIF
                    END-READ
                    IF SW-FIN-DIF = 0
                       ADD 1 TO CONT-LINEAS-DIF
                       IF CONT-LINEAS-DIF NOT > 200
                          DISPLAY "  " REG-DIFERENCIAS
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE ARCHIVO-DIFERENCIAS
              END-IF
              IF CONT-LINEAS-DIF > 200
                 DISPLAY "  ... (COMPLETO EN $TEMPORALES/CONFCTL.DIF)"
              END-IF
           END-IF.

      ******************************************************************
      *5500-HISTORIA.
      ******************************************************************
       5500-HISTORIA.
           DISPLAY "VERSIONES DE ARCHIVOS DE CONTROL (* = VIGENTE):"
           PERFORM VARYING W-IDX-HALLADO FROM 1 BY 1
              UNTIL W-IDX-HALLADO > TVR-TOPE
              IF W-PARM1 = SPACES
                 OR TVR-ARCHIVO(W-IDX-HALLADO) = W-PARM1
                 PERFORM 5600-LISTAR-VERSION
              END-IF
           END-PERFORM
           MOVE SPACES TO W-PARM1
           DISPLAY "Propuestas pendientes..... " CONT-PENDIENTES
           IF CONT-PENDIENTES > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *5600-LISTAR-VERSION.
      ******************************************************************
       5600-LISTAR-VERSION.
           MOVE SPACE TO W-MARCA-VIGENTE
           MOVE W-PARM1 TO W-RESTO
           MOVE TVR-ARCHIVO(W-IDX-HALLADO) TO W-PARM1
           PERFORM 1300-UBICAR-VIGENTE
           MOVE W-RESTO TO W-PARM1
           IF W-IDX-VIGENTE = W-IDX-HALLADO
              MOVE "*" TO W-MARCA-VIGENTE
           END-IF
           EVALUATE TVR-ESTADO(W-IDX-HALLADO)
              WHEN 1
                 MOVE "PROPUESTA" TO W-ESTADO-TEXTO
                 ADD 1 TO CONT-PENDIENTES
              WHEN 2
                 MOVE "ACTIVADA"  TO W-ESTADO-TEXTO
              WHEN OTHER
                 MOVE "RECHAZADA" TO W-ESTADO-TEXTO
           END-EVALUATE
           DISPLAY W-MARCA-VIGENTE TVR-NRO(W-IDX-HALLADO) " "
                   W-ESTADO-TEXTO " "
                   TVR-ARCHIVO(W-IDX-HALLADO)(1:30) " "
                   TVR-FECHA(W-IDX-HALLADO) " "
                   TVR-HORA(W-IDX-HALLADO)
           DISPLAY "         AUTOR " TVR-AUTOR(W-IDX-HALLADO)
                   " REVISOR " TVR-REVISOR(W-IDX-HALLADO)
                   " ACTIVADA " TVR-FEC-ACT(W-IDX-HALLADO)
           DISPLAY "         MOTIVO " TVR-MOTIVO(W-IDX-HALLADO).

      ******************************************************************
      *5800-REGISTRAR-EMERGENCIA.
      ** LA EXCEPCION VALE POR EL DIA PARA TODOS LOS PROGRAMAS QUE
      ** CONSULTAN CONGELA; QUEDA A LA VISTA Y SE AVISA
      ******************************************************************
       5800-REGISTRAR-EMERGENCIA.
           IF W-PARM1 = SPACES OR W-PARM2 = SPACES
              DISPLAY "SE REQUIEREN OPERADOR Y MOTIVO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-MOTIVO
           STRING W-PARM2 DELIMITED BY SPACE
                  " " W-RESTO DELIMITED BY SIZE
                  INTO W-MOTIVO
           END-STRING
           OPEN EXTEND BITACORA-CONGELA
           IF COD-RET-BCG = "35"
              OPEN OUTPUT BITACORA-CONGELA
           END-IF
           IF COD-RET-BCG NOT = "00"
              DISPLAY "NO SE PUDO ABRIR CONGELA.LOG (" COD-RET-BCG ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REG-BITACORA-CONGELA
           MOVE FECHA-SISTEMA    TO BCG-FECHA
           MOVE HORA-SIST-HHMMSS TO BCG-HORA
           MOVE "EMERGENCIA"     TO BCG-MOVIMIENTO
           MOVE "CONFCTL"        TO BCG-PROGRAMA
           MOVE W-ACCION         TO BCG-MODO
           MOVE W-PARM1          TO BCG-OPERADOR
           MOVE W-MOTIVO         TO BCG-MOTIVO
           WRITE REG-BITACORA-CONGELA
           CLOSE BITACORA-CONGELA
           DISPLAY "EMERGENCIA REGISTRADA POR " W-PARM1(1:10)
                   " PARA EL " FECHA-SISTEMA
           DISPLAY "  " W-MOTIVO
           MOVE "AVISO" TO NOTIF-SEVERIDAD
           MOVE SPACES TO NOTIF-MENSAJE
           STRING "EMERGENCIA DE CONGELAMIENTO REGISTRADA POR "
                  DELIMITED BY SIZE
                  W-PARM1 DELIMITED BY SPACE
                  INTO NOTIF-MENSAJE
           END-STRING
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "CONFCTL - NOTIFICAR NO DISPONIBLE"
           END-CALL.

      ******************************************************************
      *6000-ANEXAR-MOVIMIENTO.
      ** ANEXA AL DIARIO EL MOVIMIENTO JRN-MOVIMIENTO DE LA VERSION
      ** W-NRO-PEDIDO (ARCHIVO W-PARM1, MOTIVO W-MOTIVO) Y LO APLICA
      ** A LA TABLA
      ******************************************************************
       6000-ANEXAR-MOVIMIENTO.
           MOVE W-NRO-PEDIDO     TO JRN-NRO
           MOVE FECHA-SISTEMA    TO JRN-FECHA
           MOVE HORA-SIST-HHMMSS TO JRN-HORA
           MOVE W-PARM1          TO JRN-ARCHIVO
           MOVE W-MOTIVO         TO JRN-MOTIVO
           OPEN EXTEND DIARIO-VERSIONES
           IF COD-RET-JRN = "35"
              OPEN OUTPUT DIARIO-VERSIONES
           END-IF
           IF COD-RET-JRN = "00"
              WRITE REG-DIARIO-VERSIONES FROM W-REG-DIARIO
              CLOSE DIARIO-VERSIONES
              PERFORM 1100-APLICAR-MOVIMIENTO
           ELSE
              DISPLAY "NO SE PUDO ANEXAR EL MOVIMIENTO ("
                      COD-RET-JRN ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *8000-EJECUTAR-COMANDO.
      ** CORRE W-COMANDO-BASE POR SHELL Y DEJA "OK" O "ER" EN
      ** W-RESULTADO-CMD, LEIDO DE $TEMPORALES/CONFCTL.RES
      ******************************************************************
       8000-EJECUTAR-COMANDO.
           MOVE SPACES TO W-COMANDO-SYST
           STRING W-COMANDO-BASE DELIMITED BY "  "
                  " && echo OK > $TEMPORALES/CONFCTL.RES"
                  " || echo ER > $TEMPORALES/CONFCTL.RES"
                  DELIMITED BY SIZE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE "ER" TO W-RESULTADO-CMD
           OPEN INPUT ARCHIVO-RESULTADO
           IF COD-RET-RES = "00"
              READ ARCHIVO-RESULTADO NEXT RECORD
                 AT END CONTINUE
                 NOT AT END MOVE REG-RESULTADO TO W-RESULTADO-CMD
              END-READ
              CLOSE ARCHIVO-RESULTADO
           END-IF.

      ******************************************************************
      *0550-VERIFICAR-CONGELAMIENTO.
      ******************************************************************
           COPY CONGELA.PROC.

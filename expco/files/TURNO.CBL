      * TURNO.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TURNO.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Bitacora de turno de los operadores: lo que el operador de
      ** la noche hizo a mano (un reproceso, un HOLD en MONCADENA, un
      ** paso salteado, una llamada al equipo de DB2) quedaba en un
      ** cuaderno o en el chat. Cada anotacion se asienta con fecha,
      ** hora y operador en $TEMPORALES/TURNO.LOG (TURNO.FS/FD) y
      ** puede quedar vinculada a una corrida de BITACORA.COR, a un
      ** paso de la cadena de EJECTRAB o a un incidente de
      ** INCIDENTES.DAT. El turno se abre y se cierra; el cierre
      ** lleva el resumen de relevo y deja el informe de relevo en
      ** $TEMPORALES/TURNO.<nro>. REPMANANA lista las anotaciones del
      ** ultimo turno.
      **
      ** USO:
      **   TURNO ABRIR  <operador> [<comentario>]
      **      abre el turno siguiente y muestra el relevo del turno
      **      anterior; no se abre si hay uno sin cerrar
      **   TURNO ANOTAR <operador> [<vinculo>] <texto>
      **      <vinculo> es uno de:
      **        CORRIDA <programa> <AAAAMMDD> <HHMMSS>
      **        PASO <paso de la cadena>
      **        INCIDENTE <nro>
      **      la corrida y el incidente se verifican contra
      **      BITACORA.COR e INCIDENTES.DAT
      **   TURNO CERRAR <operador> <resumen de relevo>
      **   TURNO LISTAR [<nro de turno>]
      **      por defecto, el ultimo turno
      **
      ** RC 0 bien; RC 4 anotacion asentada con un vinculo que no se
      ** pudo verificar (archivo no disponible) o turno sin
      ** movimientos; RC 8 rechazada (sin turno abierto, turno ya
      ** abierto, corrida o incidente inexistente); RC 16 error de
      ** uso.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TURNO.FS.

           SELECT BITACORA-CORRIDAS
                  ASSIGN TO "$TEMPORALES/BITACORA.COR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BITACORA
                  FILE STATUS IS COD-RET-BITACORA.

      *    registro de incidentes de fallas (lo abre NOTIFICAR, lo
      *    administra INCIDENTES.CBL)
           SELECT REGISTRO-INCIDENTES
                  ASSIGN TO "$TEMPORALES/INCIDENTES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-INCID.

           SELECT INFORME-RELEVO
                  ASSIGN TO DISK W-RELEVO-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY TURNO.FD.

       FD  BITACORA-CORRIDAS.
       01  REG-BITACORA.
           02 LLAVE-BITACORA.
              03 PROG-BITACORA         PIC X(10).
              03 FEC-BITACORA          PIC 9(08).
              03 HORA-BITACORA         PIC 9(06).
           02 PARM-BITACORA            PIC X(40).
           02 CONT-BITACORA            PIC X(80).
           02 RC-BITACORA              PIC 9(04).

       FD  REGISTRO-INCIDENTES.
       01  REG-INCIDENTE.
           02 INC-NRO                  PIC 9(06).
           02 FILLER                   PIC X.
           02 INC-MOVIMIENTO           PIC X(08).
           02 FILLER                   PIC X.
           02 INC-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 INC-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 INC-PROGRAMA             PIC X(10).
           02 FILLER                   PIC X.
           02 INC-OPERADOR             PIC X(10).
           02 FILLER                   PIC X.
           02 INC-MENSAJE              PIC X(80).

       FD  INFORME-RELEVO.
       01  REG-INFORME-RELEVO          PIC X(200).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-TURNO            PIC X(2) VALUE ZEROS.
       01 COD-RET-BITACORA         PIC X(2) VALUE ZEROS.
       01 COD-RET-INCID            PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(250) VALUE SPACES.
       01 W-PUNTERO                PIC 9(03) VALUE 0.
       01 W-PUNTERO-AUX            PIC 9(03) VALUE 0.
       01 W-ACCION                 PIC X(10) VALUE SPACES.
       01 W-OPERADOR               PIC X(10) VALUE SPACES.
       01 W-PALABRA                PIC X(20) VALUE SPACES.
       01 W-TEXTO                  PIC X(120) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 SW-FIN-TURNO             PIC 9(01) VALUE 0.
       01 SW-FIN-INCID             PIC 9(01) VALUE 0.

      **** VINCULO DE LA ANOTACION
       01 W-VINCULO                PIC X(09) VALUE SPACES.
       01 W-REFERENCIA             PIC X(30) VALUE SPACES.
       01 W-REF-PROGRAMA           PIC X(10) VALUE SPACES.
       01 W-REF-FECHA-X            PIC X(08) VALUE SPACES.
       01 W-REF-HORA-X             PIC X(06) VALUE SPACES.
       01 W-REF-PASO               PIC X(20) VALUE SPACES.
       01 W-REF-INCID-X            PIC X(06) VALUE SPACES.
      *    0 VERIFICADO (O SIN VINCULO), 1 NO EXISTE, 2 SIN VERIFICAR
       01 SW-VINCULO               PIC 9(01) VALUE 0.
       01 SW-INCID-HALLADO         PIC 9(01) VALUE 0.

      **** ESTADO DEL ULTIMO TURNO, RECONSTRUIDO DEL DIARIO
       01 W-ULTIMO-TURNO           PIC 9(06) VALUE 0.
       01 SW-TURNO-ABIERTO         PIC 9(01) VALUE 0.
       01 W-APERTURA-OPERADOR      PIC X(10) VALUE SPACES.
       01 W-APERTURA-FECHA         PIC 9(08) VALUE 0.
       01 W-APERTURA-HORA          PIC 9(06) VALUE 0.
       01 W-CANT-ANOTACIONES       PIC 9(05) VALUE 0.
       01 W-RELEVO-ANTERIOR        PIC X(120) VALUE SPACES.
       01 W-RELEVO-OPERADOR        PIC X(10) VALUE SPACES.

      **** LISTADO E INFORME DE RELEVO
       01 W-TURNO-LISTADO          PIC 9(06) VALUE 0.
       01 W-CANT-LISTADOS          PIC 9(05) VALUE 0.
       01 W-LINEA                  PIC X(200) VALUE SPACES.
       01 W-RELEVO-NAME            PIC X(60) VALUE SPACES.
       01 SW-CON-INFORME           PIC 9(01) VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Bitacora de turno de los operadores           *"
           DISPLAY "*           PROGRAMA : TURNO.CBL                *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           MOVE 1 TO W-PUNTERO
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-ACCION W-OPERADOR
                    WITH POINTER W-PUNTERO
           END-UNSTRING
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-CARGAR-TURNO
           EVALUATE W-ACCION
              WHEN "ABRIR"
                 PERFORM 2000-ABRIR-TURNO
              WHEN "ANOTAR"
                 PERFORM 3000-ANOTAR
              WHEN "CERRAR"
                 PERFORM 4000-CERRAR-TURNO
              WHEN "LISTAR"
                 PERFORM 5000-LISTAR-TURNO
              WHEN OTHER
                 PERFORM 0600-MOSTRAR-USO
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
      *0600-MOSTRAR-USO.
      ******************************************************************
       0600-MOSTRAR-USO.
           DISPLAY "Uso: TURNO ABRIR  <operador> [<comentario>]"
           DISPLAY "     TURNO ANOTAR <operador> [<vinculo>] <texto>"
           DISPLAY "     TURNO CERRAR <operador> <resumen de relevo>"
           DISPLAY "     TURNO LISTAR [<nro de turno>]"
           DISPLAY "  <vinculo>: CORRIDA <programa> <AAAAMMDD> <HHMMSS>"
           DISPLAY "             PASO <paso de la cadena>"
           DISPLAY "             INCIDENTE <nro>"
           MOVE 16 TO RETURN-CODE.

      ******************************************************************
      *0700-TOMAR-TEXTO.
      ** EL RESTO DE LA LINEA DE COMANDO, DESDE EL PUNTERO, ES TEXTO
      ** LIBRE
      ******************************************************************
       0700-TOMAR-TEXTO.
           MOVE SPACES TO W-TEXTO
           IF W-PUNTERO NOT > 250
              MOVE LINEA-COMANDO(W-PUNTERO:) TO W-TEXTO
           END-IF.

      ******************************************************************
      *1000-CARGAR-TURNO.
      ** REPRODUCE EL DIARIO: LA ULTIMA APERTURA MANDA; EL TURNO
      ** QUEDA ABIERTO HASTA QUE APAREZCA SU CIERRE
      ******************************************************************
       1000-CARGAR-TURNO.
           MOVE 0 TO SW-FIN-TURNO
           OPEN INPUT BITACORA-TURNO
           IF COD-RET-TURNO = "00"
              PERFORM UNTIL SW-FIN-TURNO = 1
                 READ BITACORA-TURNO NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-TURNO
                 END-READ
                 IF SW-FIN-TURNO = 0 AND TUR-NRO IS NUMERIC
                    PERFORM 1100-APLICAR-MOVIMIENTO
                 END-IF
              END-PERFORM
           END-IF
           CLOSE BITACORA-TURNO.

      ******************************************************************
      *1100-APLICAR-MOVIMIENTO.
      ******************************************************************
       1100-APLICAR-MOVIMIENTO.
           EVALUATE TUR-MOVIMIENTO
              WHEN "APERTURA"
                 MOVE TUR-NRO       TO W-ULTIMO-TURNO
                 MOVE 1             TO SW-TURNO-ABIERTO
                 MOVE TUR-OPERADOR  TO W-APERTURA-OPERADOR
                 MOVE TUR-FECHA     TO W-APERTURA-FECHA
                 MOVE TUR-HORA      TO W-APERTURA-HORA
                 MOVE 0             TO W-CANT-ANOTACIONES
              WHEN "ANOTA"
                 IF TUR-NRO = W-ULTIMO-TURNO
                    ADD 1 TO W-CANT-ANOTACIONES
                 END-IF
              WHEN "CIERRE"
                 IF TUR-NRO = W-ULTIMO-TURNO
                    MOVE 0            TO SW-TURNO-ABIERTO
                    MOVE TUR-TEXTO    TO W-RELEVO-ANTERIOR
                    MOVE TUR-OPERADOR TO W-RELEVO-OPERADOR
                 END-IF
           END-EVALUATE.

      ******************************************************************
      *2000-ABRIR-TURNO.
      ** UN SOLO TURNO ABIERTO A LA VEZ: EL ANTERIOR SE CIERRA CON SU
      ** RELEVO ANTES DE ABRIR EL SIGUIENTE
      ******************************************************************
       2000-ABRIR-TURNO.
           EVALUATE TRUE
              WHEN W-OPERADOR = SPACES
                 PERFORM 0600-MOSTRAR-USO
              WHEN SW-TURNO-ABIERTO = 1
                 DISPLAY "EL TURNO " W-ULTIMO-TURNO " SIGUE ABIERTO ("
                         W-APERTURA-OPERADOR " " W-APERTURA-FECHA " "
                         W-APERTURA-HORA ")"
                 DISPLAY "CERRARLO CON SU RELEVO ANTES DE ABRIR OTRO"
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 IF W-ULTIMO-TURNO > 0
                    DISPLAY "RELEVO DEL TURNO " W-ULTIMO-TURNO
                            " (" W-RELEVO-OPERADOR "):"
                    DISPLAY "  " W-RELEVO-ANTERIOR
                    DISPLAY " "
                 END-IF
                 ADD 1 TO W-ULTIMO-TURNO
                 PERFORM 0700-TOMAR-TEXTO
                 MOVE "APERTURA" TO TUR-MOVIMIENTO
                 MOVE SPACES     TO W-VINCULO W-REFERENCIA
                 PERFORM 8000-GRABAR-MOVIMIENTO
                 IF COD-RET-TURNO = "00"
                    DISPLAY "TURNO " W-ULTIMO-TURNO " ABIERTO POR "
                            W-OPERADOR
                 END-IF
           END-EVALUATE.

      ******************************************************************
      *3000-ANOTAR.
      ******************************************************************
       3000-ANOTAR.
           IF W-OPERADOR = SPACES
              PERFORM 0600-MOSTRAR-USO
           ELSE
              IF SW-TURNO-ABIERTO = 0
                 DISPLAY "NO HAY TURNO ABIERTO: TURNO ABRIR <operador>"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 3100-TOMAR-VINCULO
                 PERFORM 0700-TOMAR-TEXTO
                 EVALUATE TRUE
                    WHEN RETURN-CODE = 16
                       CONTINUE
                    WHEN W-TEXTO = SPACES
                       DISPLAY "LA ANOTACION REQUIERE UN TEXTO"
                       MOVE 16 TO RETURN-CODE
                    WHEN OTHER
                       PERFORM 3500-ASENTAR-ANOTACION
                 END-EVALUATE
              END-IF
           END-IF.

      ******************************************************************
      *3100-TOMAR-VINCULO.
      ** SI LA PALABRA QUE SIGUE AL OPERADOR ES CORRIDA, PASO O
      ** INCIDENTE, SE TOMA SU REFERENCIA; SI NO, ES EL COMIENZO DEL
      ** TEXTO Y EL PUNTERO NO SE MUEVE
      ******************************************************************
       3100-TOMAR-VINCULO.
           MOVE SPACES TO W-VINCULO W-REFERENCIA W-PALABRA
           MOVE W-PUNTERO TO W-PUNTERO-AUX
           IF W-PUNTERO-AUX NOT > 250
              UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                       INTO W-PALABRA
                       WITH POINTER W-PUNTERO-AUX
              END-UNSTRING
           END-IF
           EVALUATE W-PALABRA
              WHEN "CORRIDA"
                 MOVE SPACES TO W-REF-PROGRAMA W-REF-FECHA-X
                                W-REF-HORA-X
                 UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                          INTO W-PALABRA W-REF-PROGRAMA W-REF-FECHA-X
                               W-REF-HORA-X
                          WITH POINTER W-PUNTERO
                 END-UNSTRING
                 IF W-REF-PROGRAMA = SPACES
                    OR W-REF-FECHA-X NOT NUMERIC
                    OR W-REF-HORA-X NOT NUMERIC
                    DISPLAY "CORRIDA REQUIERE <programa> <AAAAMMDD> "
                            "<HHMMSS>"
                    MOVE 16 TO RETURN-CODE
                 ELSE
                    MOVE "CORRIDA" TO W-VINCULO
                    MOVE SPACES TO REG-TURNO
                    MOVE W-REF-PROGRAMA TO TUR-REF-PROGRAMA
                    MOVE W-REF-FECHA-X  TO TUR-REF-FECHA
                    MOVE W-REF-HORA-X   TO TUR-REF-HORA
                    MOVE TUR-REFERENCIA TO W-REFERENCIA
                 END-IF
              WHEN "PASO"
                 MOVE SPACES TO W-REF-PASO
                 UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                          INTO W-PALABRA W-REF-PASO
                          WITH POINTER W-PUNTERO
                 END-UNSTRING
                 IF W-REF-PASO = SPACES
                    DISPLAY "PASO REQUIERE EL PASO DE LA CADENA"
                    MOVE 16 TO RETURN-CODE
                 ELSE
                    MOVE "PASO"     TO W-VINCULO
                    MOVE W-REF-PASO TO W-REFERENCIA
                 END-IF
              WHEN "INCIDENTE"
                 MOVE SPACES TO W-REF-INCID-X
                 UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                          INTO W-PALABRA W-REF-INCID-X
                          WITH POINTER W-PUNTERO
                 END-UNSTRING
                 IF W-REF-INCID-X NOT NUMERIC
                    DISPLAY "INCIDENTE REQUIERE EL NUMERO (6 DIGITOS)"
                    MOVE 16 TO RETURN-CODE
                 ELSE
                    MOVE "INCIDENTE"   TO W-VINCULO
                    MOVE W-REF-INCID-X TO W-REFERENCIA
                 END-IF
           END-EVALUATE.

      ******************************************************************
      *3500-ASENTAR-ANOTACION.
      ** LA CORRIDA Y EL INCIDENTE TIENEN QUE EXISTIR; SI EL ARCHIVO
      ** CONTRA EL QUE SE VERIFICAN NO ESTA, LA ANOTACION SE ASIENTA
      ** IGUAL (ES LO QUE EL OPERADOR HIZO) PERO CON RC 4
      ******************************************************************
       3500-ASENTAR-ANOTACION.
           MOVE 0 TO SW-VINCULO
           EVALUATE W-VINCULO
              WHEN "CORRIDA"
                 PERFORM 3600-VERIFICAR-CORRIDA
              WHEN "INCIDENTE"
                 PERFORM 3700-VERIFICAR-INCIDENTE
           END-EVALUATE
           IF SW-VINCULO = 1
              DISPLAY "ANOTACION RECHAZADA: " W-VINCULO " "
                      W-REFERENCIA " NO EXISTE"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "ANOTA" TO TUR-MOVIMIENTO
              PERFORM 8000-GRABAR-MOVIMIENTO
              IF COD-RET-TURNO = "00"
                 DISPLAY "ANOTADO EN EL TURNO " W-ULTIMO-TURNO
                 IF SW-VINCULO = 2
                    DISPLAY "  (" W-VINCULO " " W-REFERENCIA
                            " SIN VERIFICAR)"
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *3600-VERIFICAR-CORRIDA.
      ******************************************************************
       3600-VERIFICAR-CORRIDA.
           OPEN INPUT BITACORA-CORRIDAS
           IF COD-RET-BITACORA NOT = "00"
              DISPLAY "BITACORA.COR NO DISPONIBLE (" COD-RET-BITACORA
                      ")"
              MOVE 2 TO SW-VINCULO
           ELSE
              MOVE W-REF-PROGRAMA TO PROG-BITACORA
              MOVE W-REF-FECHA-X  TO FEC-BITACORA
              MOVE W-REF-HORA-X   TO HORA-BITACORA
              READ BITACORA-CORRIDAS RECORD
                 KEY IS LLAVE-BITACORA
                 INVALID KEY MOVE 1 TO SW-VINCULO
              END-READ
           END-IF
           CLOSE BITACORA-CORRIDAS.

      ******************************************************************
      *3700-VERIFICAR-INCIDENTE.
      ******************************************************************
       3700-VERIFICAR-INCIDENTE.
           MOVE 0 TO SW-FIN-INCID SW-INCID-HALLADO
           OPEN INPUT REGISTRO-INCIDENTES
           IF COD-RET-INCID NOT = "00"
              DISPLAY "INCIDENTES.DAT NO DISPONIBLE (" COD-RET-INCID
                      ")"
              MOVE 2 TO SW-VINCULO
           ELSE
              PERFORM UNTIL SW-FIN-INCID = 1 OR SW-INCID-HALLADO = 1
                 READ REGISTRO-INCIDENTES NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-INCID
                 END-READ
                 IF SW-FIN-INCID = 0 AND INC-NRO IS NUMERIC
                    AND INC-NRO = W-REF-INCID-X
                    MOVE 1 TO SW-INCID-HALLADO
                 END-IF
              END-PERFORM
              IF SW-INCID-HALLADO = 0
                 MOVE 1 TO SW-VINCULO
              END-IF
           END-IF
           CLOSE REGISTRO-INCIDENTES.

      ******************************************************************
      *4000-CERRAR-TURNO.
      ** EL CIERRE LLEVA OBLIGATORIAMENTE EL RESUMEN DE RELEVO Y DEJA
      ** EL INFORME DE RELEVO DEL TURNO
      ******************************************************************
       4000-CERRAR-TURNO.
           PERFORM 0700-TOMAR-TEXTO
           EVALUATE TRUE
              WHEN W-OPERADOR = SPACES
                 PERFORM 0600-MOSTRAR-USO
              WHEN SW-TURNO-ABIERTO = 0
                 DISPLAY "NO HAY TURNO ABIERTO PARA CERRAR"
                 MOVE 8 TO RETURN-CODE
              WHEN W-TEXTO = SPACES
                 DISPLAY "EL CIERRE REQUIERE EL RESUMEN DE RELEVO"
                 MOVE 16 TO RETURN-CODE
              WHEN OTHER
                 MOVE "CIERRE" TO TUR-MOVIMIENTO
                 MOVE SPACES   TO W-VINCULO W-REFERENCIA
                 PERFORM 8000-GRABAR-MOVIMIENTO
                 IF COD-RET-TURNO = "00"
                    DISPLAY "TURNO " W-ULTIMO-TURNO " CERRADO POR "
                            W-OPERADOR ", " W-CANT-ANOTACIONES
                            " ANOTACIONES"
                    PERFORM 4100-GRABAR-INFORME-RELEVO
                 END-IF
           END-EVALUATE.

      ******************************************************************
      *4100-GRABAR-INFORME-RELEVO.
      ** $TEMPORALES/TURNO.<nro>: TODOS LOS MOVIMIENTOS DEL TURNO, EN
      ** EL ORDEN EN QUE SE ASENTARON, CERRANDO CON EL RELEVO
      ******************************************************************
       4100-GRABAR-INFORME-RELEVO.
           MOVE SPACES TO W-RELEVO-NAME
           STRING "$TEMPORALES/TURNO." DELIMITED BY SIZE
                  W-ULTIMO-TURNO       DELIMITED BY SIZE
                  INTO W-RELEVO-NAME
           END-STRING
           OPEN OUTPUT INFORME-RELEVO
           IF COD-RET-REP NOT = "00"
              DISPLAY "No se pudo abrir el informe " W-RELEVO-NAME
                      " (" COD-RET-REP ")"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE SPACES TO W-LINEA
              STRING "RELEVO DEL TURNO " W-ULTIMO-TURNO
                     " - ABIERTO POR " W-APERTURA-OPERADOR
                     " EL " W-APERTURA-FECHA " " W-APERTURA-HORA
                     ", CERRADO POR " W-OPERADOR
                     " EL " FECHA-SISTEMA " " HORA-SIST-HHMMSS
                     DELIMITED BY SIZE INTO W-LINEA
              END-STRING
              MOVE W-LINEA TO REG-INFORME-RELEVO
              WRITE REG-INFORME-RELEVO
              MOVE SPACES TO REG-INFORME-RELEVO
              WRITE REG-INFORME-RELEVO
              MOVE 1 TO SW-CON-INFORME
              MOVE W-ULTIMO-TURNO TO W-TURNO-LISTADO
              PERFORM 6000-RECORRER-TURNO
              CLOSE INFORME-RELEVO
              MOVE 0 TO SW-CON-INFORME
              DISPLAY "INFORME DE RELEVO EN " W-RELEVO-NAME
           END-IF.

      ******************************************************************
      *5000-LISTAR-TURNO.
      ******************************************************************
       5000-LISTAR-TURNO.
           IF W-OPERADOR = SPACES
              MOVE W-ULTIMO-TURNO TO W-TURNO-LISTADO
           ELSE
              IF W-OPERADOR IS NUMERIC
                 MOVE W-OPERADOR TO W-TURNO-LISTADO
              ELSE
                 COMPUTE W-TURNO-LISTADO = FUNCTION NUMVAL (W-OPERADOR)
              END-IF
           END-IF
           DISPLAY "MOVIMIENTOS DEL TURNO " W-TURNO-LISTADO ":"
           PERFORM 6000-RECORRER-TURNO
           IF W-CANT-LISTADOS = 0
              DISPLAY "  TURNO SIN MOVIMIENTOS"
              MOVE 4 TO RETURN-CODE
           ELSE
              IF W-TURNO-LISTADO = W-ULTIMO-TURNO
                 AND SW-TURNO-ABIERTO = 1
                 DISPLAY "  (TURNO TODAVIA ABIERTO)"
              END-IF
           END-IF.

      ******************************************************************
      *6000-RECORRER-TURNO.
      ** MUESTRA (Y CON INFORME ABIERTO, GRABA) LOS MOVIMIENTOS DEL
      ** TURNO W-TURNO-LISTADO
      ******************************************************************
       6000-RECORRER-TURNO.
           MOVE 0 TO SW-FIN-TURNO W-CANT-LISTADOS
           OPEN INPUT BITACORA-TURNO
           IF COD-RET-TURNO = "00"
              PERFORM UNTIL SW-FIN-TURNO = 1
                 READ BITACORA-TURNO NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-TURNO
                 END-READ
                 IF SW-FIN-TURNO = 0 AND TUR-NRO IS NUMERIC
                    AND TUR-NRO = W-TURNO-LISTADO
                    ADD 1 TO W-CANT-LISTADOS
                    PERFORM 6100-ARMAR-LINEA
                    DISPLAY W-LINEA
                    IF SW-CON-INFORME = 1
                       MOVE W-LINEA TO REG-INFORME-RELEVO
                       WRITE REG-INFORME-RELEVO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           CLOSE BITACORA-TURNO.

      ******************************************************************
      *6100-ARMAR-LINEA.
      ******************************************************************
       6100-ARMAR-LINEA.
           MOVE SPACES TO W-LINEA
           IF TUR-VINCULO = SPACES
              STRING "  " TUR-FECHA " " TUR-HORA " " TUR-OPERADOR
                     " " TUR-MOVIMIENTO " " TUR-TEXTO
                     DELIMITED BY SIZE INTO W-LINEA
              END-STRING
           ELSE
              STRING "  " TUR-FECHA " " TUR-HORA " " TUR-OPERADOR
                     " " TUR-MOVIMIENTO " [" TUR-VINCULO " "
                     TUR-REFERENCIA "] " TUR-TEXTO
                     DELIMITED BY SIZE INTO W-LINEA
              END-STRING
           END-IF.

      ******************************************************************
      *8000-GRABAR-MOVIMIENTO.
      ** ANEXA AL DIARIO EL MOVIMIENTO DE TUR-MOVIMIENTO CON EL
      ** VINCULO Y EL TEXTO YA TOMADOS
      ******************************************************************
       8000-GRABAR-MOVIMIENTO.
           OPEN EXTEND BITACORA-TURNO
           IF COD-RET-TURNO = "35"
              OPEN OUTPUT BITACORA-TURNO
           END-IF
           IF COD-RET-TURNO NOT = "00"
              DISPLAY "NO SE PUDO ESCRIBIR TURNO.LOG (" COD-RET-TURNO
                      ")"
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE TUR-MOVIMIENTO   TO W-PALABRA
              MOVE SPACES           TO REG-TURNO
              MOVE W-ULTIMO-TURNO   TO TUR-NRO
              MOVE W-PALABRA        TO TUR-MOVIMIENTO
              MOVE FECHA-SISTEMA    TO TUR-FECHA
              MOVE HORA-SIST-HHMMSS TO TUR-HORA
              MOVE W-OPERADOR       TO TUR-OPERADOR
              MOVE W-VINCULO        TO TUR-VINCULO
              MOVE W-REFERENCIA     TO TUR-REFERENCIA
              MOVE W-TEXTO          TO TUR-TEXTO
              WRITE REG-TURNO
              CLOSE BITACORA-TURNO
           END-IF.

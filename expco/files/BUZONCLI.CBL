      * BUZONCLI.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUZONCLI.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Despachador de las consultas de score por lote que mandan
      ** los clientes: hasta ahora un operador tomaba el archivo,
      ** corria CONVENT, LEESCORE, EMPAQPER y TRANSMITIR a mano. Este
      ** programa revisa el buzon de entrada de cada cliente y lleva
      ** cada archivo que encuentra de punta a punta como una
      ** solicitud con numero y estado propios (SOLICITUD.FD):
      **   RECIBIDA     - la llegada se registra con RECEPFEED (feed
      **                  = codigo del cliente, historia en
      **                  $TEMPORALES/RECEPCION.<cliente>) y el
      **                  archivo pasa a $TEMPORALES/SOLICITUDES
      **   CONVIRTIENDO - CONVENT al layout de SCOREENT
      **   CONSULTANDO  - LEESCORE REAL, EMPAQPER SC y TRANSMITIR
      **   ENTREGADA    - la respuesta salio al cliente
      **   FALLIDA      - queda el paso, su RC y el motivo, y sale
      **                  NOTIFICAR FALLA para operaciones
      ** Si el archivo no tiene ninguna linea convertible se le
      ** contesta al cliente con un aviso de rechazo (encabezado mas
      ** el reporte CONVENT.REP) por la misma via de entrega; si solo
      ** algunas lineas se rechazan, el aviso sale igual y la
      ** consulta sigue con las convertidas.
      **
      ** Las consultas usan SCOREENT y SCORESAL, de nombre fijo: las
      ** solicitudes se atienden de a una y el despachador toma el
      ** cerrojo BUZONCLI (ver CERROJO.CBL) para no correr dos veces.
      ** Los clientes deben subir el archivo con un nombre que empiece
      ** con punto y renombrarlo al terminar: los nombres con punto
      ** adelante no se levantan.
      **
      ** CONFIGURACION: $TEMPORALES/BUZONES.CFG, un renglon por
      ** cliente: CLIENTE (12) | DIRECTORIO DEL BUZON (60). El mismo
      ** codigo de cliente tiene que estar en CONVENT.CFG, en un
      ** renglon SC de ENTREGAS.CFG (bandeja y prefijo de la
      ** respuesta, ver EMPAQPER.CBL) y como destino en
      ** TRANSMISION.CFG.
      **
      ** USO: BUZONCLI                  (una pasada por los buzones)
      **      BUZONCLI LISTAR [<estado>] (solicitudes, todas o las de
      **                                  un estado, p.ej. FALLIDA)
      ** RC 0 todo entregado o nada que atender; RC 4 hubo rechazos
      ** contestados al cliente o buzones sin configurar; RC 8 hubo
      ** solicitudes FALLIDAS que operaciones tiene que ver; RC 16
      ** error de uso, de archivos o despachador ya corriendo.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SOLICITUD.FS.

           SELECT CONFIG-BUZONES
                  ASSIGN TO "$TEMPORALES/BUZONES.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-BUZ.

           SELECT CONFIG-ENTREGAS
                  ASSIGN TO "$TEMPORALES/ENTREGAS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-ENT.

           SELECT LISTA-BUZON
                  ASSIGN TO "$TEMPORALES/BUZONCLI.LST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-LST.

           SELECT REPORTE-BUZONCLI
                  ASSIGN TO "$TEMPORALES/BUZONCLI.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY SOLICITUD.FD.

       FD  CONFIG-BUZONES.
       01  REG-CONFIG-BUZON.
           02 BUZ-CLIENTE              PIC X(12).
           02 FILLER                   PIC X.
           02 BUZ-DIRECTORIO           PIC X(60).

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

       FD  LISTA-BUZON.
       01  REG-LISTA-BUZON             PIC X(60).

       FD  REPORTE-BUZONCLI.
       01  REG-REP-BUZONCLI            PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-SOL              PIC XX   VALUE ZEROS.
       01 COD-RET-BUZ              PIC X(2) VALUE ZEROS.
       01 COD-RET-ENT              PIC X(2) VALUE ZEROS.
       01 COD-RET-LST              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(40) VALUE SPACES.
       01 W-ACCION-INP             PIC X(10) VALUE SPACES.
       01 W-ESTADO-INP             PIC X(12) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA             PIC 9(08) VALUE 0.
       01 HORA-SIST-R REDEFINES HORA-SISTEMA.
          02 HORA-SIST-HHMMSS         PIC 9(06).
          02 FILLER                   PIC 9(02).
       01 SW-FIN-ARCHIVO           PIC 9(01) VALUE 0.
       01 SW-FIN-LISTA             PIC 9(01) VALUE 0.
       01 SW-SOLICITUD-FALLIDA     PIC 9(01) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(120) VALUE SPACES.
       01 W-COMANDO-SYST           PIC X(300) VALUE SPACES.
       01 W-ULTIMO-RC              PIC S9(08) VALUE 0.
       01 W-ULTIMO-RC-ED           PIC -ZZZ9.

      **** INTERBLOQUEO DEL DESPACHADOR (SUBPROGRAMA CERROJO)
       01 CERR-ACCION              PIC X(08) VALUE SPACES.
       01 CERR-RECURSO             PIC X(10) VALUE "BUZONCLI".
       01 CERR-PROGRAMA            PIC X(10) VALUE "BUZONCLI".
       01 CERR-RESULTADO           PIC 9(01) VALUE 0.
       01 SW-CERROJO-TOMADO        PIC 9(01) VALUE 0.

      **** BUZONES POR CLIENTE (BUZONES.CFG) CON SU ENTREGA SC
      **** (ENTREGAS.CFG)
       01 TABLA-BUZONES.
          02 TBUZ-ENTRADA OCCURS 200 TIMES.
             03 TBUZ-CLIENTE          PIC X(12).
             03 TBUZ-DIRECTORIO       PIC X(60).
             03 TBUZ-PREFIJO          PIC X(20).
             03 TBUZ-BANDEJA          PIC X(40).
          02 TBUZ-TOPE                PIC 9(03) VALUE 0.
       01 W-IDX-BUZ                PIC 9(03) VALUE 0.

      **** SOLICITUD EN CURSO
       01 W-ULTIMO-NRO             PIC 9(08) VALUE 0.
       01 W-NRO-ED                 PIC 9(08) VALUE 0.
       01 W-ARCHIVO                PIC X(60) VALUE SPACES.
       01 W-RUTA-LLEGADA           PIC X(130) VALUE SPACES.
       01 W-RUTA-ENTRADA           PIC X(60) VALUE SPACES.
       01 W-RUTA-ENTREGA           PIC X(90) VALUE SPACES.
       01 W-RUTA-RECHAZO           PIC X(90) VALUE SPACES.
       01 W-TITULO-RECHAZO         PIC X(30) VALUE SPACES.
       01 W-MOTIVO                 PIC X(60) VALUE SPACES.

       01 CONTADORES-BUZONCLI.
          02 CONT-BUZONES             PIC 9(06) VALUE 0.
          02 CONT-SIN-ENTREGA         PIC 9(06) VALUE 0.
          02 CONT-RECIBIDAS           PIC 9(06) VALUE 0.
          02 CONT-ENTREGADAS          PIC 9(06) VALUE 0.
          02 CONT-RECHAZADAS          PIC 9(06) VALUE 0.
          02 CONT-FALLIDAS            PIC 9(06) VALUE 0.
          02 CONT-LISTADAS            PIC 9(06) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS Y AVISO AL OPERADOR
       01 REGC-PROGRAMA            PIC X(10) VALUE "BUZONCLI".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24) VALUE "BUZONCLI.v.01.0001".

       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "BUZONCLI".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Despachador de consultas de score por buzon   *"
           DISPLAY "*           PROGRAMA : BUZONCLI.CBL             *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-ACCION-INP W-ESTADO-INP
           END-UNSTRING
           IF W-ACCION-INP = "LISTAR"
              PERFORM 6000-LISTAR-SOLICITUDES
              STOP RUN
           END-IF
           IF W-ACCION-INP NOT = SPACES
              DISPLAY "Uso: BUZONCLI"
              DISPLAY "     BUZONCLI LISTAR [<estado>]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 0600-TOMAR-CERROJO
           PERFORM 1000-CARGAR-BUZONES
           PERFORM 1100-CARGAR-ENTREGAS
           PERFORM 1200-ABRIR-SOLICITUDES
           OPEN OUTPUT REPORTE-BUZONCLI
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo BUZONCLI.REP " COD-RET-REP
              PERFORM 0700-LIBERAR-CERROJO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "DESPACHO DE BUZONES DE CLIENTES DEL "
                  FECHA-SISTEMA " " HORA-SIST-HHMMSS
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           PERFORM 2000-ATENDER-BUZON
              VARYING W-IDX-BUZ FROM 1 BY 1
              UNTIL W-IDX-BUZ > TBUZ-TOPE
           PERFORM 9000-TOTALES
           CLOSE SOLICITUDES REPORTE-BUZONCLI
           PERFORM 0700-LIBERAR-CERROJO
           EVALUATE TRUE
              WHEN CONT-FALLIDAS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN CONT-RECHAZADAS > 0 OR CONT-SIN-ENTREGA > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE SPACES TO REGC-CONTADORES
           STRING "RECIB " CONT-RECIBIDAS
                  " ENTREG " CONT-ENTREGADAS
                  " RECHAZ " CONT-RECHAZADAS
                  " FALLID " CONT-FALLIDAS
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
      *0600-TOMAR-CERROJO
      *SCOREENT Y SCORESAL SON DE NOMBRE FIJO: DOS DESPACHADORES A LA
      *VEZ SE PISARIAN LAS CONSULTAS. VER CERROJO.CBL
      ******************************************************************
       0600-TOMAR-CERROJO.
           MOVE "TOMAR" TO CERR-ACCION
           CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                CERR-PROGRAMA CERR-RESULTADO
           ON EXCEPTION
              DISPLAY "BUZONCLI - CERROJO NO DISPONIBLE, SE SIGUE "
                      "SIN INTERBLOQUEO"
              MOVE 0 TO CERR-RESULTADO
           END-CALL
           IF CERR-RESULTADO NOT = 0
              DISPLAY "BUZONCLI - OTRO DESPACHO EN CURSO, SE CANCELA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 1 TO SW-CERROJO-TOMADO.

      ******************************************************************
      *0700-LIBERAR-CERROJO
      ******************************************************************
       0700-LIBERAR-CERROJO.
           IF SW-CERROJO-TOMADO = 1
              MOVE "LIBERAR" TO CERR-ACCION
              CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                   CERR-PROGRAMA CERR-RESULTADO
              ON EXCEPTION
                 CONTINUE
              END-CALL
              MOVE 0 TO SW-CERROJO-TOMADO
           END-IF.

      ******************************************************************
      *1000-CARGAR-BUZONES.
      ******************************************************************
       1000-CARGAR-BUZONES.
           OPEN INPUT CONFIG-BUZONES
           IF COD-RET-BUZ NOT = "00"
              DISPLAY "No se pudo abrir BUZONES.CFG (" COD-RET-BUZ ")"
              PERFORM 0700-LIBERAR-CERROJO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO SW-FIN-ARCHIVO
           PERFORM UNTIL SW-FIN-ARCHIVO = 1 OR TBUZ-TOPE = 200
              READ CONFIG-BUZONES NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0 AND BUZ-CLIENTE NOT = SPACES
                 AND BUZ-DIRECTORIO NOT = SPACES
                 ADD 1 TO TBUZ-TOPE
                 MOVE BUZ-CLIENTE    TO TBUZ-CLIENTE(TBUZ-TOPE)
                 MOVE BUZ-DIRECTORIO TO TBUZ-DIRECTORIO(TBUZ-TOPE)
                 MOVE SPACES         TO TBUZ-PREFIJO(TBUZ-TOPE)
                                        TBUZ-BANDEJA(TBUZ-TOPE)
              END-IF
           END-PERFORM
           CLOSE CONFIG-BUZONES.

      ******************************************************************
      *1100-CARGAR-ENTREGAS.
      ** DE ENTREGAS.CFG SOLO INTERESAN LOS RENGLONES SC: PREFIJO Y
      ** BANDEJA DE LA RESPUESTA DE CADA CLIENTE
      ******************************************************************
       1100-CARGAR-ENTREGAS.
           OPEN INPUT CONFIG-ENTREGAS
           IF COD-RET-ENT NOT = "00"
              DISPLAY "No se pudo abrir ENTREGAS.CFG (" COD-RET-ENT
                      ")"
              PERFORM 0700-LIBERAR-CERROJO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO SW-FIN-ARCHIVO
           PERFORM UNTIL SW-FIN-ARCHIVO = 1
              READ CONFIG-ENTREGAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0 AND ENT-PERSO = "SC"
                 PERFORM VARYING W-IDX-BUZ FROM 1 BY 1
                         UNTIL W-IDX-BUZ > TBUZ-TOPE
                    IF TBUZ-CLIENTE(W-IDX-BUZ) = ENT-CLIENTE
                       MOVE ENT-PREFIJO    TO TBUZ-PREFIJO(W-IDX-BUZ)
                       MOVE ENT-DIRECTORIO TO TBUZ-BANDEJA(W-IDX-BUZ)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           CLOSE CONFIG-ENTREGAS.

      ******************************************************************
      *1200-ABRIR-SOLICITUDES.
      ** EL NUMERO DE SOLICITUD SIGUE AL MAS ALTO DEL ARCHIVO: START
      ** MAS ALLA DE LA ULTIMA CLAVE Y UN READ PREVIOUS
      ******************************************************************
       1200-ABRIR-SOLICITUDES.
           OPEN I-O SOLICITUDES
           IF COD-RET-SOL = "35"
              OPEN OUTPUT SOLICITUDES
              IF COD-RET-SOL = "00"
                 CLOSE SOLICITUDES
                 OPEN I-O SOLICITUDES
              END-IF
           END-IF
           IF COD-RET-SOL NOT = "00"
              DISPLAY "Error abriendo SOLICITUD.DAT " COD-RET-SOL
              PERFORM 0700-LIBERAR-CERROJO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO W-ULTIMO-NRO
           MOVE 0 TO SW-FIN-ARCHIVO
           MOVE 99999999 TO NRO-SOLICITUD
           START SOLICITUDES
                 KEY IS LESS THAN LLAVE-SOLICITUD
              INVALID KEY
                 MOVE 1 TO SW-FIN-ARCHIVO
           END-START
           IF SW-FIN-ARCHIVO = 0
              READ SOLICITUDES PREVIOUS RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0
                 MOVE NRO-SOLICITUD TO W-ULTIMO-NRO
              END-IF
           END-IF.

      ******************************************************************
      *2000-ATENDER-BUZON.
      ** UN CLIENTE SIN RENGLON SC EN ENTREGAS.CFG NO TIENE A DONDE
      ** RECIBIR LA RESPUESTA: SU BUZON NO SE TOCA Y SE AVISA
      ******************************************************************
       2000-ATENDER-BUZON.
           ADD 1 TO CONT-BUZONES
           IF TBUZ-BANDEJA(W-IDX-BUZ) = SPACES
              OR TBUZ-PREFIJO(W-IDX-BUZ) = SPACES
              ADD 1 TO CONT-SIN-ENTREGA
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "BUZON " TBUZ-CLIENTE(W-IDX-BUZ)
                     " SIN RENGLON SC EN ENTREGAS.CFG: NO SE ATIENDE"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
              MOVE "AVISO" TO NOTIF-SEVERIDAD
              MOVE W-LINEA-ARMADA TO NOTIF-MENSAJE
              PERFORM 8100-NOTIFICAR
           ELSE
              MOVE SPACES TO W-COMANDO-SYST
              STRING "ls -1p "                DELIMITED BY SIZE
                     TBUZ-DIRECTORIO(W-IDX-BUZ) DELIMITED BY SPACE
                     " 2>/dev/null | grep -v / > "
                                              DELIMITED BY SIZE
                     "$TEMPORALES/BUZONCLI.LST"
                                              DELIMITED BY SIZE
                     INTO W-COMANDO-SYST
              END-STRING
              CALL "SYSTEM" USING W-COMANDO-SYST
              OPEN INPUT LISTA-BUZON
              IF COD-RET-LST = "00"
                 MOVE 0 TO SW-FIN-LISTA
                 PERFORM UNTIL SW-FIN-LISTA = 1
                    READ LISTA-BUZON NEXT RECORD
                       AT END MOVE 1 TO SW-FIN-LISTA
                    END-READ
                    IF SW-FIN-LISTA = 0
                       AND REG-LISTA-BUZON NOT = SPACES
                       MOVE REG-LISTA-BUZON TO W-ARCHIVO
                       PERFORM 3000-ATENDER-SOLICITUD
                    END-IF
                 END-PERFORM
                 CLOSE LISTA-BUZON
              END-IF
           END-IF.

      ******************************************************************
      *3000-ATENDER-SOLICITUD.
      ** UN ARCHIVO DEL BUZON = UNA SOLICITUD. CADA PASO AVANZA EL
      ** ESTADO ANTES DE LANZARSE, ASI UNA CAIDA A MITAD DE CAMINO
      ** DEJA A LA VISTA (BUZONCLI LISTAR) DONDE QUEDO
      ******************************************************************
       3000-ATENDER-SOLICITUD.
           ADD 1 TO CONT-RECIBIDAS
           MOVE 0 TO SW-SOLICITUD-FALLIDA
           MOVE SPACES TO W-RUTA-ENTREGA W-MOTIVO
           ADD 1 TO W-ULTIMO-NRO
           MOVE W-ULTIMO-NRO TO W-NRO-ED
           MOVE SPACES TO W-RUTA-LLEGADA
           STRING TBUZ-DIRECTORIO(W-IDX-BUZ) DELIMITED BY SPACE
                  "/"                        DELIMITED BY SIZE
                  W-ARCHIVO                  DELIMITED BY SPACE
                  INTO W-RUTA-LLEGADA
           END-STRING
           MOVE SPACES TO W-RUTA-ENTRADA
           STRING "$TEMPORALES/SOLICITUDES/" DELIMITED BY SIZE
                  W-NRO-ED                   DELIMITED BY SIZE
                  ".ENT"                     DELIMITED BY SIZE
                  INTO W-RUTA-ENTRADA
           END-STRING
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           INITIALIZE REG-SOLICITUD
           MOVE W-ULTIMO-NRO             TO NRO-SOLICITUD
           MOVE TBUZ-CLIENTE(W-IDX-BUZ)  TO CLIENTE-SOLICITUD
           MOVE W-ARCHIVO                TO ARCHIVO-SOLICITUD
           MOVE FECHA-SISTEMA            TO FEC-RECIBIDA-SOLICITUD
           MOVE HORA-SIST-HHMMSS         TO HORA-RECIBIDA-SOLICITUD
           SET SOL-RECIBIDA TO TRUE
           MOVE "RECEPFEED"              TO PASO-SOLICITUD
           MOVE FECHA-SISTEMA            TO FEC-ESTADO-SOLICITUD
           MOVE HORA-SIST-HHMMSS         TO HORA-ESTADO-SOLICITUD
           WRITE REG-SOLICITUD
              INVALID KEY
                 DISPLAY "BUZONCLI - SOLICITUD " W-NRO-ED
                         " YA EXISTE (" COD-RET-SOL ")"
           END-WRITE
           PERFORM 3100-REGISTRAR-LLEGADA
           IF SW-SOLICITUD-FALLIDA = 0
              PERFORM 3200-CONVERTIR
           END-IF
           IF SW-SOLICITUD-FALLIDA = 0
              PERFORM 3300-CONSULTAR
           END-IF
           IF SW-SOLICITUD-FALLIDA = 0
              PERFORM 3400-EMPAQUETAR-Y-ENVIAR
           END-IF
           IF SW-SOLICITUD-FALLIDA = 0
              ADD 1 TO CONT-ENTREGADAS
              SET SOL-ENTREGADA TO TRUE
              PERFORM 3700-ACTUALIZAR-SOLICITUD
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "SOLICITUD " W-NRO-ED " "
                  TBUZ-CLIENTE(W-IDX-BUZ) " "
                  ESTADO-SOLICITUD " "
                  W-ARCHIVO DELIMITED BY SPACE
                  " "       DELIMITED BY SIZE
                  W-MOTIVO  DELIMITED BY SIZE
                  INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *3100-REGISTRAR-LLEGADA.
      ** RECEPFEED ASIENTA LA LLEGADA Y MUEVE EL ARCHIVO FUERA DEL
      ** BUZON. UN RE-ENVIO (RC 8) YA QUEDA EN LA CUARENTENA; ANTE
      ** UN ERROR SE LO LLEVA A LA CUARENTENA ACA PARA QUE LA PROXIMA
      ** PASADA NO LO VUELVA A LEVANTAR
      ******************************************************************
       3100-REGISTRAR-LLEGADA.
           MOVE SPACES TO W-COMANDO-SYST
           STRING "mkdir -p $TEMPORALES/SOLICITUDES && RECEPFEED "
                                        DELIMITED BY SIZE
                  TBUZ-CLIENTE(W-IDX-BUZ) DELIMITED BY SPACE
                  " "                   DELIMITED BY SIZE
                  W-RUTA-LLEGADA        DELIMITED BY SPACE
                  " "                   DELIMITED BY SIZE
                  W-RUTA-ENTRADA        DELIMITED BY SPACE
                  INTO W-COMANDO-SYST
           END-STRING
           PERFORM 3900-EJECUTAR-PASO
           EVALUATE TRUE
              WHEN W-ULTIMO-RC = 0
                 CONTINUE
              WHEN W-ULTIMO-RC = 8
                 MOVE "RE-ENVIO DE UN ARCHIVO YA RECIBIDO"
                   TO W-MOTIVO
                 PERFORM 3800-MARCAR-FALLIDA
              WHEN OTHER
                 MOVE SPACES TO W-COMANDO-SYST
                 STRING "mkdir -p $TEMPORALES/CUARENTENA && mv "
                                              DELIMITED BY SIZE
                        W-RUTA-LLEGADA        DELIMITED BY SPACE
                        " $TEMPORALES/CUARENTENA/"
                                              DELIMITED BY SIZE
                        INTO W-COMANDO-SYST
                 END-STRING
                 CALL "SYSTEM" USING W-COMANDO-SYST
                 MOVE "NO SE PUDO REGISTRAR LA LLEGADA, EN CUARENTENA"
                   TO W-MOTIVO
                 PERFORM 3800-MARCAR-FALLIDA
           END-EVALUATE.

      ******************************************************************
      *3200-CONVERTIR.
      ** CONVENT RC 8: NINGUNA LINEA CONVERTIBLE - SE LE CONTESTA AL
      ** CLIENTE CON EL RECHAZO Y LA SOLICITUD TERMINA AHI. RC 4:
      ** RECHAZO PARCIAL, SE AVISA Y SE SIGUE CON LO CONVERTIDO
      ******************************************************************
       3200-CONVERTIR.
           SET SOL-CONVIRTIENDO TO TRUE
           MOVE "CONVENT" TO PASO-SOLICITUD
           PERFORM 3700-ACTUALIZAR-SOLICITUD
           MOVE SPACES TO W-COMANDO-SYST
           STRING "CONVENT "              DELIMITED BY SIZE
                  TBUZ-CLIENTE(W-IDX-BUZ) DELIMITED BY SPACE
                  " "                     DELIMITED BY SIZE
                  W-RUTA-ENTRADA          DELIMITED BY SPACE
                  " $TEMPORALES/SCOREENT" DELIMITED BY SIZE
                  INTO W-COMANDO-SYST
           END-STRING
           PERFORM 3900-EJECUTAR-PASO
           EVALUATE TRUE
              WHEN W-ULTIMO-RC = 0
                 CONTINUE
              WHEN W-ULTIMO-RC = 4
                 MOVE "RECHAZOS PARCIALES" TO W-TITULO-RECHAZO
                 PERFORM 3500-AVISAR-RECHAZO
              WHEN W-ULTIMO-RC = 8
                 ADD 1 TO CONT-RECHAZADAS
                 MOVE "SOLICITUD RECHAZADA" TO W-TITULO-RECHAZO
                 PERFORM 3500-AVISAR-RECHAZO
                 MOVE "NINGUNA LINEA CONVERTIBLE, RECHAZO AL CLIENTE"
                   TO W-MOTIVO
                 SET SOL-FALLIDA TO TRUE
                 MOVE W-ULTIMO-RC TO RC-PASO-SOLICITUD
                 MOVE W-RUTA-RECHAZO TO W-RUTA-ENTREGA
                 PERFORM 3700-ACTUALIZAR-SOLICITUD
                 MOVE 1 TO SW-SOLICITUD-FALLIDA
              WHEN OTHER
                 MOVE "CONVENT CON ERROR: VER CONVENT.CFG DEL CLIENTE"
                   TO W-MOTIVO
                 PERFORM 3800-MARCAR-FALLIDA
           END-EVALUATE.

      ******************************************************************
      *3300-CONSULTAR.
      ******************************************************************
       3300-CONSULTAR.
           SET SOL-CONSULTANDO TO TRUE
           MOVE "LEESCORE" TO PASO-SOLICITUD
           PERFORM 3700-ACTUALIZAR-SOLICITUD
           MOVE "LEESCORE REAL" TO W-COMANDO-SYST
           PERFORM 3900-EJECUTAR-PASO
           IF W-ULTIMO-RC > 4
              MOVE "LA CONSULTA DE SCORE TERMINO CON ERROR"
                TO W-MOTIVO
              PERFORM 3800-MARCAR-FALLIDA
           END-IF.

      ******************************************************************
      *3400-EMPAQUETAR-Y-ENVIAR.
      ** EMPAQPER DEJA SCORESAL EN LA BANDEJA SC DEL CLIENTE COMO
      ** PREFIJO-FECHA-NROSOLICITUD.DAT Y TRANSMITIR LA ENVIA
      ******************************************************************
       3400-EMPAQUETAR-Y-ENVIAR.
           MOVE "EMPAQPER" TO PASO-SOLICITUD
           PERFORM 3700-ACTUALIZAR-SOLICITUD
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE SPACES TO W-COMANDO-SYST
           STRING "EMPAQPER $TEMPORALES/SCORESAL SC "
                                          DELIMITED BY SIZE
                  TBUZ-CLIENTE(W-IDX-BUZ) DELIMITED BY SPACE
                  " "                     DELIMITED BY SIZE
                  W-NRO-ED                DELIMITED BY SIZE
                  INTO W-COMANDO-SYST
           END-STRING
           PERFORM 3900-EJECUTAR-PASO
           IF W-ULTIMO-RC NOT = 0
              MOVE "NO SE PUDO EMPAQUETAR LA RESPUESTA" TO W-MOTIVO
              PERFORM 3800-MARCAR-FALLIDA
           ELSE
              MOVE SPACES TO W-RUTA-ENTREGA
              STRING TBUZ-BANDEJA(W-IDX-BUZ) DELIMITED BY SPACE
                     "/"                     DELIMITED BY SIZE
                     TBUZ-PREFIJO(W-IDX-BUZ) DELIMITED BY SPACE
                     "-"                     DELIMITED BY SIZE
                     FECHA-SISTEMA           DELIMITED BY SIZE
                     "-"                     DELIMITED BY SIZE
                     W-NRO-ED                DELIMITED BY SIZE
                     ".DAT"                  DELIMITED BY SIZE
                     INTO W-RUTA-ENTREGA
              END-STRING
              MOVE "TRANSMITIR" TO PASO-SOLICITUD
              MOVE W-RUTA-ENTREGA TO ENTREGA-SOLICITUD
              PERFORM 3700-ACTUALIZAR-SOLICITUD
              MOVE SPACES TO W-COMANDO-SYST
              STRING "TRANSMITIR ENVIAR "      DELIMITED BY SIZE
                     TBUZ-CLIENTE(W-IDX-BUZ)   DELIMITED BY SPACE
                     " "                       DELIMITED BY SIZE
                     W-RUTA-ENTREGA            DELIMITED BY SPACE
                     INTO W-COMANDO-SYST
              END-STRING
              PERFORM 3900-EJECUTAR-PASO
              IF W-ULTIMO-RC NOT = 0
                 MOVE "EL ENVIO AL CLIENTE FALLO: VER TRANSMISION.JRN"
                   TO W-MOTIVO
                 PERFORM 3800-MARCAR-FALLIDA
              END-IF
           END-IF.

      ******************************************************************
      *3500-AVISAR-RECHAZO.
      ** AVISO AL CLIENTE: NUMERO DE SOLICITUD, ARCHIVO Y RESULTADO,
      ** SEGUIDO DEL REPORTE DE RECHAZOS DE CONVENT, COMO
      ** PREFIJO-FECHA-NROSOLICITUD.RCH EN SU BANDEJA SC
      ******************************************************************
       3500-AVISAR-RECHAZO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE SPACES TO W-RUTA-RECHAZO
           STRING TBUZ-BANDEJA(W-IDX-BUZ) DELIMITED BY SPACE
                  "/"                     DELIMITED BY SIZE
                  TBUZ-PREFIJO(W-IDX-BUZ) DELIMITED BY SPACE
                  "-"                     DELIMITED BY SIZE
                  FECHA-SISTEMA           DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  W-NRO-ED                DELIMITED BY SIZE
                  ".RCH"                  DELIMITED BY SIZE
                  INTO W-RUTA-RECHAZO
           END-STRING
           MOVE SPACES TO W-COMANDO-SYST
           STRING "mkdir -p "                DELIMITED BY SIZE
                  TBUZ-BANDEJA(W-IDX-BUZ)    DELIMITED BY SPACE
                  " && ( echo 'SOLICITUD: "  DELIMITED BY SIZE
                  W-NRO-ED                   DELIMITED BY SIZE
                  "' ; echo 'ARCHIVO: "      DELIMITED BY SIZE
                  W-ARCHIVO                  DELIMITED BY SPACE
                  "' ; echo 'RESULTADO: "    DELIMITED BY SIZE
                  W-TITULO-RECHAZO           DELIMITED BY "  "
                  "' ; cat $TEMPORALES/CONVENT.REP ) > "
                                             DELIMITED BY SIZE
                  W-RUTA-RECHAZO             DELIMITED BY SPACE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE SPACES TO W-COMANDO-SYST
           STRING "TRANSMITIR ENVIAR "      DELIMITED BY SIZE
                  TBUZ-CLIENTE(W-IDX-BUZ)   DELIMITED BY SPACE
                  " "                       DELIMITED BY SIZE
                  W-RUTA-RECHAZO            DELIMITED BY SPACE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           IF RETURN-CODE NOT = 0
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "SOLICITUD " W-NRO-ED
                     " EL AVISO DE RECHAZO NO SE PUDO ENVIAR: "
                     W-RUTA-RECHAZO DELIMITED BY SIZE
                     INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
           END-IF
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      *3700-ACTUALIZAR-SOLICITUD.
      ******************************************************************
       3700-ACTUALIZAR-SOLICITUD.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           MOVE FECHA-SISTEMA    TO FEC-ESTADO-SOLICITUD
           MOVE HORA-SIST-HHMMSS TO HORA-ESTADO-SOLICITUD
           MOVE W-MOTIVO         TO MOTIVO-SOLICITUD
           IF W-RUTA-ENTREGA NOT = SPACES
              MOVE W-RUTA-ENTREGA TO ENTREGA-SOLICITUD
           END-IF
           REWRITE REG-SOLICITUD
              INVALID KEY
                 DISPLAY "BUZONCLI - NO SE PUDO ACTUALIZAR LA "
                         "SOLICITUD " W-NRO-ED " (" COD-RET-SOL ")"
           END-REWRITE.

      ******************************************************************
      *3800-MARCAR-FALLIDA.
      ** LA SOLICITUD QUEDA FALLIDA CON EL PASO Y SU RC, Y SE ABRE LA
      ** EXCEPCION PARA OPERACIONES
      ******************************************************************
       3800-MARCAR-FALLIDA.
           ADD 1 TO CONT-FALLIDAS
           MOVE 1 TO SW-SOLICITUD-FALLIDA
           SET SOL-FALLIDA TO TRUE
           IF W-ULTIMO-RC < 0
              MOVE 9999 TO RC-PASO-SOLICITUD
           ELSE
              MOVE W-ULTIMO-RC TO RC-PASO-SOLICITUD
           END-IF
           PERFORM 3700-ACTUALIZAR-SOLICITUD
           MOVE "FALLA" TO NOTIF-SEVERIDAD
           MOVE SPACES TO NOTIF-MENSAJE
           STRING "SOLICITUD " W-NRO-ED " "
                  TBUZ-CLIENTE(W-IDX-BUZ) DELIMITED BY SIZE
                  " " PASO-SOLICITUD DELIMITED BY SIZE
                  ": " W-MOTIVO DELIMITED BY SIZE
                  INTO NOTIF-MENSAJE
           END-STRING
           PERFORM 8100-NOTIFICAR.

      ******************************************************************
      *3900-EJECUTAR-PASO.
      ** MISMO MECANISMO QUE EJECTRAB: EL RC DEL PASO QUEDA EN
      ** W-ULTIMO-RC
      ******************************************************************
       3900-EJECUTAR-PASO.
           DISPLAY "BUZONCLI - SOLICITUD " W-NRO-ED " "
                   PASO-SOLICITUD
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE RETURN-CODE TO W-ULTIMO-RC
           MOVE 0 TO RETURN-CODE
           MOVE W-ULTIMO-RC TO W-ULTIMO-RC-ED
           DISPLAY "BUZONCLI - " PASO-SOLICITUD " RC " W-ULTIMO-RC-ED.

      ******************************************************************
      *6000-LISTAR-SOLICITUDES.
      ** TODAS LAS SOLICITUDES, O SOLO LAS DEL ESTADO PEDIDO
      ******************************************************************
       6000-LISTAR-SOLICITUDES.
           OPEN INPUT SOLICITUDES
           IF COD-RET-SOL NOT = "00"
              DISPLAY "No hay solicitudes (SOLICITUD.DAT " COD-RET-SOL
                      ")"
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY "NUMERO   CLIENTE      ESTADO       RECIBIDA"
                      "       PASO       RC   MOTIVO"
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ SOLICITUDES NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0
                    AND (W-ESTADO-INP = SPACES
                         OR W-ESTADO-INP = ESTADO-SOLICITUD)
                    ADD 1 TO CONT-LISTADAS
                    DISPLAY NRO-SOLICITUD " " CLIENTE-SOLICITUD " "
                            ESTADO-SOLICITUD " "
                            FEC-RECIBIDA-SOLICITUD " "
                            HORA-RECIBIDA-SOLICITUD " "
                            PASO-SOLICITUD " "
                            RC-PASO-SOLICITUD " "
                            MOTIVO-SOLICITUD
                    IF ENTREGA-SOLICITUD NOT = SPACES
                       DISPLAY "         ENTREGA: " ENTREGA-SOLICITUD
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SOLICITUDES
              MOVE CONT-LISTADAS TO W-EDIT-CONTADOR
              DISPLAY "Solicitudes listadas...... " W-EDIT-CONTADOR
              MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *8000-ASENTAR-CORRIDA.
      ** BITACORA CENTRAL Y AVISO AL OPERADOR
      ******************************************************************
       8000-ASENTAR-CORRIDA.
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "BUZONCLI - REGCORRIDA NO DISPONIBLE"
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
           PERFORM 8100-NOTIFICAR
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *8100-NOTIFICAR.
      ******************************************************************
       8100-NOTIFICAR.
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "BUZONCLI - NOTIFICAR NO DISPONIBLE"
           END-CALL.

      ******************************************************************
      *9000-TOTALES.
      ******************************************************************
       9000-TOTALES.
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-BUZONES TO W-EDIT-CONTADOR
           STRING "Buzones revisados......... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-SIN-ENTREGA TO W-EDIT-CONTADOR
           STRING "Buzones sin entrega SC.... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-RECIBIDAS TO W-EDIT-CONTADOR
           STRING "Solicitudes recibidas..... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-ENTREGADAS TO W-EDIT-CONTADOR
           STRING "Solicitudes entregadas.... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-RECHAZADAS TO W-EDIT-CONTADOR
           STRING "Rechazadas al cliente..... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-FALLIDAS TO W-EDIT-CONTADOR
           STRING "Solicitudes fallidas...... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *9100-GRABAR-LINEA.
      ******************************************************************
       9100-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REP-BUZONCLI
           WRITE REG-REP-BUZONCLI
           DISPLAY W-LINEA-ARMADA.

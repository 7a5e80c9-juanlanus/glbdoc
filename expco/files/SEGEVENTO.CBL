      * SEGEVENTO.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SEGEVENTO.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Bitacora de seguridad y bloqueo automatico de los servicios
      ** en linea: las denegaciones de AUTCONSUL, MOTCONSUL y CUPOS
      ** contestaban "denegado" y seguian, y nadie notaba una terminal
      ** probando el servicio cientos de veces con usuarios revocados
      ** o desconocidos. Cada servidor llama aca UNA vez por solicitud
      ** denegada:
      **
      ** CALL "SEGEVENTO" USING EVENTO-SEGURIDAD   (SEGEVENTO.WS)
      **
      **   1. la denegacion queda en $TEMPORALES/SEGEVENTO.LOG con
      **      usuario, terminal, servicio, programa y motivo (layout
      **      en SEGEVENTO.FD); REPSEGUR.CBL arma el reporte diario.
      **   2. las denegaciones de AUTORIZACION (usuario desconocido o
      **      revocado) se cuentan por usuario@terminal en
      **      $TEMPORALES/SEGBLOQ.DAT: al llegar a INTENTOS dentro de
      **      una ventana de MINUTOS el usuario@terminal queda
      **      BLOQUEADO (AUTCONSUL lo rechaza en todos los servicios)
      **      y sale un AVISO por NOTIFICAR. El motivo de consulta y
      **      el cupo agotado se asientan pero no cuentan: son errores
      **      de una sucursal autorizada, no un intento de entrar.
      **      El bloqueo se levanta con MANTAUTCON LIBERAR.
      **
      ** INTENTOS y MINUTOS salen de $TEMPORALES/SEGEVENTO.CFG
      ** (renglones "INTENTOS n" y "MINUTOS n", "*" comentario); por
      ** defecto 5 denegaciones en 10 minutos.
      **
      ** Los dos archivos se abren y se cierran en cada llamada, como
      ** el diario de REGTIEMPO: las instancias del pool y los otros
      ** servidores cuentan sobre el mismo SEGBLOQ.DAT y REPSEGUR lee
      ** la bitacora con los servidores corriendo. Las denegaciones
      ** son pocas frente a las solicitudes atendidas.
      **
      ** El asiento NUNCA voltea al servidor: sin bitacora o sin
      ** registro de bloqueos se avisa una sola vez por consola.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SEGEVENTO.FS.
           COPY SEGBLOQ.FS.

           SELECT OPTIONAL CONFIG-SEGURIDAD
                  ASSIGN TO "$TEMPORALES/SEGEVENTO.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CFG.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY SEGEVENTO.FD.
           COPY SEGBLOQ.FD.

       FD  CONFIG-SEGURIDAD.
       01  REG-CONFIG-SEGURIDAD.
           02 CFG-PARAMETRO            PIC X(10).
           02 FILLER                   PIC X.
           02 CFG-VALOR                PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-SGE              PIC XX VALUE ZEROS.
       01 COD-RET-SBL              PIC XX VALUE ZEROS.
       01 COD-RET-CFG              PIC XX VALUE ZEROS.
       01 SW-CONFIG-LEIDA          PIC 9(01) VALUE 0.
       01 SW-FIN-CONFIG            PIC 9(01) VALUE 0.
       01 SW-AVISO-BITACORA        PIC 9(01) VALUE 0.
       01 SW-AVISO-BLOQUEOS        PIC 9(01) VALUE 0.
       01 SW-BLOQUEO-NUEVO         PIC 9(01) VALUE 0.
       01 UMBRAL-INTENTOS          PIC 9(04) VALUE 5.
       01 MINUTOS-VENTANA          PIC 9(04) VALUE 10.
       01 W-VALOR-CFG              PIC 9(04) VALUE 0.

      **** RELOJ
       01 FECHA-EVENTO             PIC 9(08) VALUE 0.
       01 HORA-EVENTO.
          03 HEV-HH                   PIC 9(02).
          03 HEV-MM                   PIC 9(02).
          03 HEV-SS                   PIC 9(02).
          03 FILLER                   PIC 9(02).
       01 W-MINUTO-ACTUAL          PIC 9(10) VALUE 0.
       01 W-MINUTOS-TRANSCURRIDOS  PIC 9(10) VALUE 0.

      **** USUARIO@TERMINAL SEPARADO PARA LA BITACORA
       01 W-USUARIO                PIC X(10) VALUE SPACES.
       01 W-TERMINAL               PIC X(08) VALUE SPACES.

      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE "AVISO".
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "SEGEVENTO".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
           COPY SEGEVENTO.WS.

      ******************************************************************
       PROCEDURE DIVISION USING EVENTO-SEGURIDAD.
      ******************************************************************
      *0000-ASENTAR-EVENTO.
      ******************************************************************
       0000-ASENTAR-EVENTO.
           IF SW-CONFIG-LEIDA = 0
              PERFORM 1000-LEER-CONFIGURACION
           END-IF
           ACCEPT FECHA-EVENTO FROM DATE YYYYMMDD
           ACCEPT HORA-EVENTO  FROM TIME
           COMPUTE W-MINUTO-ACTUAL =
                   FUNCTION INTEGER-OF-DATE (FECHA-EVENTO) * 1440
                 + HEV-HH * 60 + HEV-MM
           MOVE 0 TO SW-BLOQUEO-NUEVO
           IF SEV-DESCONOCIDO OR SEV-REVOCADO
              PERFORM 2000-CONTAR-DENEGACION
           END-IF
           PERFORM 3000-GRABAR-BITACORA
           IF SW-BLOQUEO-NUEVO = 1
              PERFORM 4000-AVISAR-BLOQUEO
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      *1000-LEER-CONFIGURACION.
      ** UNA SOLA VEZ POR CORRIDA DEL SERVIDOR; SIN ARCHIVO O CON UN
      ** VALOR QUE NO ES NUMERO QUEDA EL DEFECTO
      ******************************************************************
       1000-LEER-CONFIGURACION.
           MOVE 1 TO SW-CONFIG-LEIDA
           MOVE 0 TO SW-FIN-CONFIG
           OPEN INPUT CONFIG-SEGURIDAD
           IF COD-RET-CFG NOT = "00"
              MOVE 1 TO SW-FIN-CONFIG
           END-IF
           PERFORM UNTIL SW-FIN-CONFIG = 1
              MOVE SPACES TO REG-CONFIG-SEGURIDAD
              READ CONFIG-SEGURIDAD NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-CONFIG
              END-READ
              IF SW-FIN-CONFIG = 0
                 AND REG-CONFIG-SEGURIDAD(1:1) NOT = "*"
                 AND CFG-VALOR(1:1) IS NUMERIC
                 COMPUTE W-VALOR-CFG = FUNCTION NUMVAL (CFG-VALOR)
                 IF W-VALOR-CFG > 0
                    EVALUATE CFG-PARAMETRO
                       WHEN "INTENTOS"
                          MOVE W-VALOR-CFG TO UMBRAL-INTENTOS
                       WHEN "MINUTOS"
                          MOVE W-VALOR-CFG TO MINUTOS-VENTANA
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CONFIG-SEGURIDAD.

      ******************************************************************
      *2000-CONTAR-DENEGACION.
      ** UNA VENTANA VENCIDA EMPIEZA DE NUEVO CON ESTA DENEGACION; UN
      ** USUARIO@TERMINAL YA BLOQUEADO SOLO SUMA EL INTENTO
      ******************************************************************
       2000-CONTAR-DENEGACION.
           OPEN I-O SEGBLOQ
           IF COD-RET-SBL = "35"
              OPEN OUTPUT SEGBLOQ
              IF COD-RET-SBL = "00"
                 CLOSE SEGBLOQ
                 OPEN I-O SEGBLOQ
              END-IF
           END-IF
           IF COD-RET-SBL NOT = "00"
              IF SW-AVISO-BLOQUEOS = 0
                 MOVE 1 TO SW-AVISO-BLOQUEOS
                 DISPLAY "SEGEVENTO - SIN REGISTRO DE BLOQUEOS ("
                         COD-RET-SBL "), NO HAY BLOQUEO AUTOMATICO"
              END-IF
           ELSE
              MOVE SEV-USUARIO TO SBL-USUARIO
              READ SEGBLOQ
                 INVALID KEY
                    PERFORM 2100-ABRIR-CUENTA
                 NOT INVALID KEY
                    PERFORM 2200-SUMAR-DENEGACION
              END-READ
              CLOSE SEGBLOQ
           END-IF.

      ******************************************************************
      *2100-ABRIR-CUENTA.
      ******************************************************************
       2100-ABRIR-CUENTA.
           INITIALIZE REG-SEGBLOQ
           MOVE SEV-USUARIO     TO SBL-USUARIO
           SET SBL-VIGILADO     TO TRUE
           MOVE W-MINUTO-ACTUAL TO SBL-VENTANA-DESDE
           MOVE 1               TO SBL-INTENTOS
           PERFORM 2300-VERIFICAR-UMBRAL
           WRITE REG-SEGBLOQ
              INVALID KEY
                 CONTINUE
           END-WRITE.

      ******************************************************************
      *2200-SUMAR-DENEGACION.
      ******************************************************************
       2200-SUMAR-DENEGACION.
           IF SBL-BLOQUEADO
              ADD 1 TO SBL-INTENTOS
           ELSE
              COMPUTE W-MINUTOS-TRANSCURRIDOS =
                      W-MINUTO-ACTUAL - SBL-VENTANA-DESDE
              IF W-MINUTO-ACTUAL < SBL-VENTANA-DESDE
                 OR W-MINUTOS-TRANSCURRIDOS NOT LESS THAN
                    MINUTOS-VENTANA
                 MOVE W-MINUTO-ACTUAL TO SBL-VENTANA-DESDE
                 MOVE 1 TO SBL-INTENTOS
              ELSE
                 ADD 1 TO SBL-INTENTOS
              END-IF
              PERFORM 2300-VERIFICAR-UMBRAL
           END-IF
           REWRITE REG-SEGBLOQ
              INVALID KEY
                 CONTINUE
           END-REWRITE.

      ******************************************************************
      *2300-VERIFICAR-UMBRAL.
      ******************************************************************
       2300-VERIFICAR-UMBRAL.
           IF SBL-INTENTOS NOT LESS THAN UMBRAL-INTENTOS
              SET SBL-BLOQUEADO TO TRUE
              MOVE FECHA-EVENTO TO SBL-FEC-BLOQUEO
              COMPUTE SBL-HORA-BLOQUEO = HEV-HH * 10000
                 + HEV-MM * 100 + HEV-SS
              ADD 1 TO SBL-BLOQUEOS
              MOVE 1 TO SW-BLOQUEO-NUEVO
           END-IF.

      ******************************************************************
      *3000-GRABAR-BITACORA.
      ******************************************************************
       3000-GRABAR-BITACORA.
           MOVE SPACES TO W-USUARIO W-TERMINAL
           UNSTRING SEV-USUARIO DELIMITED BY "@"
                    INTO W-USUARIO W-TERMINAL
           END-UNSTRING
           OPEN EXTEND BITACORA-SEGURIDAD
           IF COD-RET-SGE = "35"
              OPEN OUTPUT BITACORA-SEGURIDAD
           END-IF
           IF COD-RET-SGE NOT = "00"
              IF SW-AVISO-BITACORA = 0
                 MOVE 1 TO SW-AVISO-BITACORA
                 DISPLAY "SEGEVENTO - SIN BITACORA SEGEVENTO.LOG ("
                         COD-RET-SGE "), LAS DENEGACIONES QUEDAN SIN "
                         "ASENTAR"
              END-IF
           ELSE
              MOVE SPACES TO REG-BITACORA-SEGURIDAD
              MOVE FECHA-EVENTO TO SGE-FECHA
              COMPUTE SGE-HORA = HEV-HH * 10000
                 + HEV-MM * 100 + HEV-SS
              MOVE W-USUARIO    TO SGE-USUARIO
              MOVE W-TERMINAL   TO SGE-TERMINAL
              MOVE SEV-SERVICIO TO SGE-SERVICIO
              MOVE SEV-PROGRAMA TO SGE-PROGRAMA
              MOVE SEV-MOTIVO   TO SGE-MOTIVO
              IF SW-BLOQUEO-NUEVO = 1
                 SET SGE-DISPARO-BLOQUEO TO TRUE
              END-IF
              WRITE REG-BITACORA-SEGURIDAD
              CLOSE BITACORA-SEGURIDAD
           END-IF.

      ******************************************************************
      *4000-AVISAR-BLOQUEO.
      ******************************************************************
       4000-AVISAR-BLOQUEO.
           DISPLAY "SEGEVENTO - " SEV-USUARIO " BLOQUEADO POR "
                   UMBRAL-INTENTOS " DENEGACIONES EN "
                   MINUTOS-VENTANA " MINUTOS"
           MOVE SPACES TO NOTIF-MENSAJE
           STRING "BLOQUEADO " SEV-USUARIO
                  " POR " UMBRAL-INTENTOS " DENEGACIONES EN "
                  MINUTOS-VENTANA " MIN (" SEV-SERVICIO ")"
                  DELIMITED BY SIZE INTO NOTIF-MENSAJE
           END-STRING
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              CONTINUE
           END-CALL.

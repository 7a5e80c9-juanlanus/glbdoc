      * CONGELA.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONGELA.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Ventanas de congelamiento: durante el cierre de mes (o la
      ** ventana que se declare) no se activan versiones de archivos
      ** de configuracion (CONFCTL ACTIVAR) ni se corren los
      ** mantenimientos MANT* ni las aprobaciones de APROBAR, salvo
      ** que un operador haya registrado una emergencia para el dia
      ** con CONFCTL EMERGENCIA.
      **
      ** CALL "CONGELA" USING <programa X(10)> <modo X(10)>
      **                      <resultado 9(01)>
      **   resultado: 0 puede seguir, 1 rechazado por congelamiento
      **
      ** Las ventanas estan en $TEMPORALES/CONGELA.CAL, un renglon
      ** por ventana ("*" en la columna 1 es comentario):
      **   F <desde AAAAMMDD> <hasta AAAAMMDD> <motivo>
      **      ventana fija, ambas fechas inclusive
      **   M <dia desde> <dia hasta> <motivo>
      **      ventana de todos los meses; con el dia desde mayor que
      **      el hasta cruza el fin de mes (M 28 03 CIERRE DE MES va
      **      del 28 al 3 del mes siguiente)
      ** Cada rechazo y cada uso de una emergencia quedan en
      ** $TEMPORALES/CONGELA.LOG; el uso avisa ademas por NOTIFICAR.
      ** Sin calendario no hay congelamiento, y como la bitacora de
      ** corridas, un problema propio nunca voltea al llamador.
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

           SELECT CALENDARIO-CONGELA
                  ASSIGN TO "$TEMPORALES/CONGELA.CAL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CONGELA.FD.

       FD  CALENDARIO-CONGELA.
       01  REG-CALENDARIO-CONGELA      PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-BCG              PIC X(2) VALUE ZEROS.
       01 COD-RET-CAL              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 FILLER REDEFINES FECHA-SISTEMA.
          02 FILLER                   PIC 9(06).
          02 DIA-SISTEMA              PIC 9(02).
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 SW-FIN-CAL               PIC 9(01) VALUE 0.
       01 SW-FIN-BCG               PIC 9(01) VALUE 0.
       01 SW-EN-VENTANA            PIC 9(01) VALUE 0.
       01 SW-HAY-EMERGENCIA        PIC 9(01) VALUE 0.
       01 W-PUNTERO                PIC 9(03) VALUE 0.
       01 W-TIPO-VENTANA           PIC X(01) VALUE SPACE.
       01 W-DESDE-X                PIC X(08) VALUE SPACES.
       01 W-HASTA-X                PIC X(08) VALUE SPACES.
       01 W-DIA-DESDE              PIC 9(02) VALUE 0.
       01 W-DIA-HASTA              PIC 9(02) VALUE 0.
       01 W-MOTIVO-VENTANA         PIC X(60) VALUE SPACES.
       01 W-VENTANA                PIC X(60) VALUE SPACES.
       01 W-EMERG-OPERADOR         PIC X(10) VALUE SPACES.
       01 W-EMERG-MOTIVO           PIC X(60) VALUE SPACES.
       01 W-ASI-MOVIMIENTO         PIC X(10) VALUE SPACES.
       01 W-ASI-OPERADOR           PIC X(10) VALUE SPACES.
       01 W-ASI-MOTIVO             PIC X(60) VALUE SPACES.

      **** AVISO AL CANAL DE OPERACIONES (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "CONGELA".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01 PROGRAMA-LK              PIC X(10).
       01 MODO-LK                  PIC X(10).
       01 RESULTADO-LK             PIC 9(01).

      ******************************************************************
       PROCEDURE DIVISION USING PROGRAMA-LK MODO-LK RESULTADO-LK.
      ******************************************************************
      *0000-VERIFICAR-CONGELAMIENTO.
      ******************************************************************
       0000-VERIFICAR-CONGELAMIENTO.
           MOVE 0 TO RESULTADO-LK
           MOVE "TEMPORALES" TO VAR-ENTORNO-CHK
           DISPLAY VAR-ENTORNO-CHK UPON ENVIRONMENT-NAME
           ACCEPT VAR-ENTORNO-CHK FROM ENVIRONMENT-VALUE
           IF VAR-ENTORNO-CHK = "TEMPORALES"
              EXIT PROGRAM
           END-IF
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-BUSCAR-VENTANA
           IF SW-EN-VENTANA = 0
              EXIT PROGRAM
           END-IF
           PERFORM 2000-BUSCAR-EMERGENCIA
           IF SW-HAY-EMERGENCIA = 1
              PERFORM 3000-USAR-EMERGENCIA
           ELSE
              PERFORM 4000-RECHAZAR
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      *1000-BUSCAR-VENTANA.
      ** LA PRIMERA VENTANA DEL CALENDARIO QUE CUBRE EL DIA DE HOY
      ******************************************************************
       1000-BUSCAR-VENTANA.
           MOVE 0 TO SW-EN-VENTANA
           MOVE 0 TO SW-FIN-CAL
           OPEN INPUT CALENDARIO-CONGELA
           IF COD-RET-CAL = "00"
              PERFORM UNTIL SW-FIN-CAL = 1 OR SW-EN-VENTANA = 1
                 READ CALENDARIO-CONGELA NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-CAL
                 END-READ
                 IF SW-FIN-CAL = 0
                    AND REG-CALENDARIO-CONGELA(1:1) NOT = "*"
                    AND REG-CALENDARIO-CONGELA NOT = SPACES
                    PERFORM 1100-EVALUAR-VENTANA
                 END-IF
              END-PERFORM
              CLOSE CALENDARIO-CONGELA
           END-IF.

      ******************************************************************
      *1100-EVALUAR-VENTANA.
      ******************************************************************
       1100-EVALUAR-VENTANA.
           MOVE SPACES TO W-TIPO-VENTANA W-DESDE-X W-HASTA-X
                          W-MOTIVO-VENTANA
           MOVE 1 TO W-PUNTERO
           UNSTRING REG-CALENDARIO-CONGELA DELIMITED BY ALL " "
                    INTO W-TIPO-VENTANA W-DESDE-X W-HASTA-X
                    WITH POINTER W-PUNTERO
           END-UNSTRING
           IF W-PUNTERO < 80
              MOVE REG-CALENDARIO-CONGELA(W-PUNTERO:) TO
                   W-MOTIVO-VENTANA
           END-IF
           EVALUATE W-TIPO-VENTANA
              WHEN "F"
                 IF W-DESDE-X IS NUMERIC AND W-HASTA-X IS NUMERIC
                    AND FECHA-SISTEMA NOT < W-DESDE-X
                    AND FECHA-SISTEMA NOT > W-HASTA-X
                    MOVE 1 TO SW-EN-VENTANA
                 END-IF
              WHEN "M"
                 IF W-DESDE-X(1:1) IS NUMERIC
                    AND W-HASTA-X(1:1) IS NUMERIC
                    COMPUTE W-DIA-DESDE = FUNCTION NUMVAL (W-DESDE-X)
                    COMPUTE W-DIA-HASTA = FUNCTION NUMVAL (W-HASTA-X)
                    IF W-DIA-DESDE NOT > W-DIA-HASTA
                       IF DIA-SISTEMA NOT < W-DIA-DESDE
                          AND DIA-SISTEMA NOT > W-DIA-HASTA
                          MOVE 1 TO SW-EN-VENTANA
                       END-IF
                    ELSE
                       IF DIA-SISTEMA NOT < W-DIA-DESDE
                          OR DIA-SISTEMA NOT > W-DIA-HASTA
                          MOVE 1 TO SW-EN-VENTANA
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE
           IF SW-EN-VENTANA = 1
              MOVE SPACES TO W-VENTANA
              STRING W-TIPO-VENTANA " " DELIMITED BY SIZE
                     W-DESDE-X DELIMITED BY SPACE
                     "-" DELIMITED BY SIZE
                     W-HASTA-X DELIMITED BY SPACE
                     " " W-MOTIVO-VENTANA DELIMITED BY SIZE
                     INTO W-VENTANA
              END-STRING
           END-IF.

      ******************************************************************
      *2000-BUSCAR-EMERGENCIA.
      ** UNA EMERGENCIA REGISTRADA HOY HABILITA EL RESTO DEL DIA; SI
      ** HAY VARIAS MANDA LA ULTIMA
      ******************************************************************
       2000-BUSCAR-EMERGENCIA.
           MOVE 0 TO SW-HAY-EMERGENCIA
           MOVE 0 TO SW-FIN-BCG
           OPEN INPUT BITACORA-CONGELA
           IF COD-RET-BCG = "00"
              PERFORM UNTIL SW-FIN-BCG = 1
                 READ BITACORA-CONGELA NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-BCG
                 END-READ
                 IF SW-FIN-BCG = 0 AND BCG-EMERGENCIA
                    AND BCG-FECHA = FECHA-SISTEMA
                    MOVE 1 TO SW-HAY-EMERGENCIA
                    MOVE BCG-OPERADOR TO W-EMERG-OPERADOR
                    MOVE BCG-MOTIVO   TO W-EMERG-MOTIVO
                 END-IF
              END-PERFORM
              CLOSE BITACORA-CONGELA
           END-IF.

      ******************************************************************
      *3000-USAR-EMERGENCIA.
      ** EL USO DE LA EXCEPCION ES RUIDOSO A PROPOSITO
      ******************************************************************
       3000-USAR-EMERGENCIA.
           DISPLAY "*** CONGELAMIENTO " W-VENTANA
           DISPLAY "*** " PROGRAMA-LK " " MODO-LK " CORRE BAJO LA "
                   "EMERGENCIA DE " W-EMERG-OPERADOR ": "
                   W-EMERG-MOTIVO
           MOVE "USO"            TO W-ASI-MOVIMIENTO
           MOVE W-EMERG-OPERADOR TO W-ASI-OPERADOR
           MOVE W-EMERG-MOTIVO   TO W-ASI-MOTIVO
           PERFORM 5000-ASENTAR
           MOVE "AVISO" TO NOTIF-SEVERIDAD
           MOVE SPACES TO NOTIF-MENSAJE
           STRING PROGRAMA-LK DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  MODO-LK DELIMITED BY SPACE
                  " EN CONGELAMIENTO POR EMERGENCIA DE "
                  DELIMITED BY SIZE
                  W-EMERG-OPERADOR DELIMITED BY SPACE
                  INTO NOTIF-MENSAJE
           END-STRING
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "CONGELA - NOTIFICAR NO DISPONIBLE"
           END-CALL.

      ******************************************************************
      *4000-RECHAZAR.
      ******************************************************************
       4000-RECHAZAR.
           MOVE 1 TO RESULTADO-LK
           DISPLAY "*** CONGELAMIENTO " W-VENTANA
           DISPLAY "*** " PROGRAMA-LK " " MODO-LK " RECHAZADO: "
                   "REGISTRAR UNA EMERGENCIA CON CONFCTL EMERGENCIA "
                   "<operador> <motivo>"
           MOVE "RECHAZO" TO W-ASI-MOVIMIENTO
           MOVE SPACES    TO W-ASI-OPERADOR
           MOVE W-VENTANA TO W-ASI-MOTIVO
           PERFORM 5000-ASENTAR.

      ******************************************************************
      *5000-ASENTAR.
      ******************************************************************
       5000-ASENTAR.
           OPEN EXTEND BITACORA-CONGELA
           IF COD-RET-BCG = "35"
              OPEN OUTPUT BITACORA-CONGELA
           END-IF
           IF COD-RET-BCG = "00"
              MOVE SPACES TO REG-BITACORA-CONGELA
              MOVE FECHA-SISTEMA    TO BCG-FECHA
              MOVE HORA-SIST-HHMMSS TO BCG-HORA
              MOVE W-ASI-MOVIMIENTO TO BCG-MOVIMIENTO
              MOVE PROGRAMA-LK      TO BCG-PROGRAMA
              MOVE MODO-LK          TO BCG-MODO
              MOVE W-ASI-OPERADOR   TO BCG-OPERADOR
              MOVE W-ASI-MOTIVO     TO BCG-MOTIVO
              WRITE REG-BITACORA-CONGELA
              CLOSE BITACORA-CONGELA
           ELSE
              DISPLAY "CONGELA - SIN BITACORA (" COD-RET-BCG ")"
           END-IF.

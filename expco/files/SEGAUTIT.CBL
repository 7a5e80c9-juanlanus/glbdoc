      * SEGAUTIT.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SEGAUTIT.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Seguimiento de los casos de autorizacion faltante que abre
      ** MUESAUTIT.CBL en CASOSAUT, hasta su cierre:
      **   BARRER  corrida diaria: cierra con evidencia (C) todo caso
      **           abierto cuya autorizacion ya figure en AUTTITUL
      **           (la entidad la deposito por CARGAUTIT dentro o
      **           fuera del plazo) y pasa a vencido (V) el pedido (P)
      **           cuyo plazo ya paso
      **   CERRAR  cierre manual de un caso abierto: C cuando la
      **           evidencia llego por otra via (referencia = el
      **           documento recibido), I por incumplimiento
      **   LISTAR  los casos, de todas las entidades o de una
      ** Cada cambio de estado queda en $TEMPORALES/SEGAUTIT.AUD.
      **
      ** USO: SEGAUTIT BARRER
      **      SEGAUTIT CERRAR <caso> <C|I> [referencia]
      **      SEGAUTIT LISTAR [entidad]
      **
      ** RC 0 normal; RC 4 BARRER dejo casos vencidos sin respuesta;
      ** RC 8 caso inexistente o ya cerrado; RC 16 error de uso o
      ** archivo inaccesible.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CASOSAUT.FS.
           COPY AUTTITUL.FS.

           SELECT AUDITORIA-CASOS
                  ASSIGN TO "$TEMPORALES/SEGAUTIT.AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CASOSAUT.FD.
           COPY AUTTITUL.FD.

       FD  AUDITORIA-CASOS.
       01  REG-AUDITORIA.
           02 AUD-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 AUD-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 AUD-ACCION               PIC X(08).
           02 FILLER                   PIC X.
           02 AUD-CASO                 PIC 9(11).
           02 FILLER                   PIC X.
           02 AUD-ENTIDAD              PIC X(20).
           02 FILLER                   PIC X.
           02 AUD-ESTADO-ANT           PIC X(01).
           02 FILLER                   PIC X.
           02 AUD-ESTADO               PIC X(01).
           02 FILLER                   PIC X.
           02 AUD-REFERENCIA           PIC X(30).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-CASOSAUT         PIC XX   VALUE ZEROS.
       01 COD-RET-AUTTITUL         PIC XX   VALUE ZEROS.
       01 COD-RET-AUD              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-PUNTERO                PIC 9(03) VALUE 1.
       01 W-ACCION                 PIC X(08) VALUE SPACES.
       01 W-PARAM-1                PIC X(20) VALUE SPACES.
       01 W-PARAM-2                PIC X(02) VALUE SPACES.
       01 W-CASO                   PIC 9(11) VALUE 0.
       01 W-ESTADO-NUEVO           PIC X(01) VALUE SPACES.
       01 W-ESTADO-ANT             PIC X(01) VALUE SPACES.
       01 W-REFERENCIA             PIC X(30) VALUE SPACES.
       01 W-ENTIDAD-FILTRO         PIC X(20) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 SW-USO-MALO              PIC 9(01) VALUE 0.
       01 SW-FIN-REG               PIC 9(01) VALUE 0.
       01 SW-REGISTRO-AUT          PIC 9(01) VALUE 0.
       01 SW-AUTORIZADA            PIC 9(01) VALUE 0.

       01 CONTADORES-SEGUIMIENTO.
          02 CONT-CASOS               PIC 9(08) VALUE 0.
          02 CONT-ABIERTOS            PIC 9(08) VALUE 0.
          02 CONT-CERRADOS-EVID       PIC 9(08) VALUE 0.
          02 CONT-NUEVOS-VENCIDOS     PIC 9(08) VALUE 0.
          02 CONT-VENCIDOS            PIC 9(08) VALUE 0.
          02 CONT-PEDIDOS             PIC 9(08) VALUE 0.
          02 CONT-CON-EVIDENCIA       PIC 9(08) VALUE 0.
          02 CONT-INCUMPLIDOS         PIC 9(08) VALUE 0.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA), SOLO BARRER
       01 REGC-PROGRAMA            PIC X(10) VALUE "SEGAUTIT".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24) VALUE "SEGAUTIT.v.01.0001".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Seguimiento de autorizaciones faltantes       *"
           DISPLAY "*           PROGRAMA : SEGAUTIT.CBL             *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-INTERPRETAR-COMANDO
           IF SW-USO-MALO = 1
              DISPLAY "Uso: SEGAUTIT BARRER"
              DISPLAY "     SEGAUTIT CERRAR <caso> <C|I> [referencia]"
              DISPLAY "     SEGAUTIT LISTAR [entidad]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 2000-ABRIR-ARCHIVOS
           EVALUATE W-ACCION
              WHEN "BARRER"
                 PERFORM 0900-ASENTAR-INICIO
                 PERFORM 3000-BARRER-CASOS
                 PERFORM 8000-ASENTAR-CORRIDA
              WHEN "CERRAR"
                 PERFORM 4000-CERRAR-CASO
              WHEN "LISTAR"
                 PERFORM 5000-LISTAR-CASOS
           END-EVALUATE
           CLOSE CASOSAUT
           IF SW-REGISTRO-AUT = 1
              CLOSE AUTTITUL
           END-IF
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
      ** ASIENTA EL ARRANQUE DE LA CORRIDA EN LA BITACORA CENTRAL
      ** (CONTADORES "*INICIO*", VER REGCORRIDA.CBL)
      ******************************************************************
       0900-ASENTAR-INICIO.
           MOVE "*INICIO*" TO REGC-CONTADORES
           MOVE 0 TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "SEGAUTIT - REGCORRIDA NO DISPONIBLE"
           END-CALL.

      ******************************************************************
      *1000-INTERPRETAR-COMANDO.
      ** LA REFERENCIA DE CERRAR ES EL RESTO DE LA LINEA, CON SUS
      ** BLANCOS
      ******************************************************************
       1000-INTERPRETAR-COMANDO.
           MOVE 1 TO W-PUNTERO
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-ACCION W-PARAM-1 W-PARAM-2
                    WITH POINTER W-PUNTERO
           END-UNSTRING
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           EVALUATE W-ACCION
              WHEN "BARRER"
                 CONTINUE
              WHEN "CERRAR"
                 IF W-PUNTERO NOT > 80
                    MOVE LINEA-COMANDO(W-PUNTERO:) TO W-REFERENCIA
                 END-IF
                 MOVE W-PARAM-2(1:1) TO W-ESTADO-NUEVO
                 IF W-PARAM-1(1:11) NOT NUMERIC
                    OR W-PARAM-1(12:) NOT = SPACES
                    OR W-PARAM-2(2:1) NOT = SPACE
                    OR (W-ESTADO-NUEVO NOT = "C"
                        AND W-ESTADO-NUEVO NOT = "I")
                    MOVE 1 TO SW-USO-MALO
                 ELSE
                    MOVE W-PARAM-1(1:11) TO W-CASO
                 END-IF
              WHEN "LISTAR"
                 MOVE W-PARAM-1 TO W-ENTIDAD-FILTRO
              WHEN OTHER
                 MOVE 1 TO SW-USO-MALO
           END-EVALUATE.

      ******************************************************************
      *2000-ABRIR-ARCHIVOS.
      ** SIN REGISTRO AUTTITUL BARRER SOLO VENCE PLAZOS
      ******************************************************************
       2000-ABRIR-ARCHIVOS.
           IF W-ACCION = "LISTAR"
              OPEN INPUT CASOSAUT
           ELSE
              OPEN I-O CASOSAUT
           END-IF
           IF COD-RET-CASOSAUT NOT = "00"
              DISPLAY "Error abriendo CASOSAUT " COD-RET-CASOSAUT
                      ": CORRER PRIMERO MUESAUTIT"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF W-ACCION = "BARRER"
              OPEN INPUT AUTTITUL
              IF COD-RET-AUTTITUL = "00"
                 MOVE 1 TO SW-REGISTRO-AUT
              ELSE
                 DISPLAY "SEGAUTIT - SIN REGISTRO AUTTITUL ("
                         COD-RET-AUTTITUL "), SOLO SE VENCEN PLAZOS"
              END-IF
           END-IF.

      ******************************************************************
      *3000-BARRER-CASOS.
      ******************************************************************
       3000-BARRER-CASOS.
           MOVE LOW-VALUES TO NUM-CASO-CASAUT
           START CASOSAUT KEY IS NOT LESS THAN NUM-CASO-CASAUT
              INVALID KEY
                 MOVE 1 TO SW-FIN-REG
           END-START
           PERFORM UNTIL SW-FIN-REG = 1
              READ CASOSAUT NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-REG
              END-READ
              IF SW-FIN-REG = 0
                 ADD 1 TO CONT-CASOS
                 IF CASO-ABIERTO
                    ADD 1 TO CONT-ABIERTOS
                    PERFORM 3100-REVISAR-CASO
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY "Casos leidos.............. " CONT-CASOS
           DISPLAY "Casos abiertos revisados.. " CONT-ABIERTOS
           DISPLAY "Cerrados con evidencia.... " CONT-CERRADOS-EVID
           DISPLAY "Vencidos en esta corrida.. " CONT-NUEVOS-VENCIDOS
           DISPLAY "Vencidos sin respuesta.... " CONT-VENCIDOS.

      ******************************************************************
      *3100-REVISAR-CASO.
      ** EL MISMO CRUCE DE MUESAUTIT: UNA AUTORIZACION DE LA ENTIDAD
      ** PARA LA IDENTIFICACION CON FECHA IGUAL O ANTERIOR A LA
      ** CONSULTA. UNA AUTORIZACION POSTERIOR A LA CONSULTA NO CIERRA
      ** EL CASO
      ******************************************************************
       3100-REVISAR-CASO.
           PERFORM 3200-BUSCAR-AUTORIZACION
           MOVE ESTADO-CASAUT TO W-ESTADO-ANT
           IF SW-AUTORIZADA = 1
              MOVE "C"               TO ESTADO-CASAUT
              MOVE REFERENCIA-AUTTIT TO REFERENCIA-CASAUT
              MOVE FECHA-SISTEMA     TO FEC-ESTADO-CASAUT
              REWRITE REG-CASOSAUT
              ADD 1 TO CONT-CERRADOS-EVID
              PERFORM 7000-GRABAR-AUDITORIA
           ELSE
              IF CASO-PEDIDO AND FECHA-SISTEMA > FEC-LIMITE-CASAUT
                 MOVE "V"           TO ESTADO-CASAUT
                 MOVE FECHA-SISTEMA TO FEC-ESTADO-CASAUT
                 REWRITE REG-CASOSAUT
                 ADD 1 TO CONT-NUEVOS-VENCIDOS
                 PERFORM 7000-GRABAR-AUDITORIA
              END-IF
              IF CASO-VENCIDO
                 ADD 1 TO CONT-VENCIDOS
                 DISPLAY "VENCIDO SIN EVIDENCIA: " NUM-CASO-CASAUT
                         " " ENTIDAD-CASAUT " LIMITE "
                         FEC-LIMITE-CASAUT
              END-IF
           END-IF.

      ******************************************************************
      *3200-BUSCAR-AUTORIZACION.
      ******************************************************************
       3200-BUSCAR-AUTORIZACION.
           MOVE 0 TO SW-AUTORIZADA
           IF SW-REGISTRO-AUT = 1
              MOVE ENTIDAD-CASAUT  TO ENTIDAD-AUTTIT
              MOVE TIPO-IDE-CASAUT TO TIPO-IDE-AUTTIT
              MOVE NUM-IDE-CASAUT  TO NUM-IDE-AUTTIT
              MOVE 0               TO FEC-AUTORIZA-AUTTIT
              START AUTTITUL KEY IS NOT LESS THAN LLAVE-AUTTITUL
                 INVALID KEY
                    MOVE "23" TO COD-RET-AUTTITUL
                 NOT INVALID KEY
                    READ AUTTITUL NEXT RECORD
                       AT END MOVE "10" TO COD-RET-AUTTITUL
                    END-READ
              END-START
              IF COD-RET-AUTTITUL = "00"
                 AND ENTIDAD-AUTTIT  = ENTIDAD-CASAUT
                 AND TIPO-IDE-AUTTIT = TIPO-IDE-CASAUT
                 AND NUM-IDE-AUTTIT  = NUM-IDE-CASAUT
                 AND FEC-AUTORIZA-AUTTIT NOT > FEC-CONSULTA-CASAUT
                 MOVE 1 TO SW-AUTORIZADA
              END-IF
           END-IF.

      ******************************************************************
      *4000-CERRAR-CASO.
      ******************************************************************
       4000-CERRAR-CASO.
           MOVE W-CASO TO NUM-CASO-CASAUT
           READ CASOSAUT
              INVALID KEY
                 DISPLAY "CASO INEXISTENTE: " W-CASO
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 IF NOT CASO-ABIERTO
                    DISPLAY "EL CASO YA ESTA CERRADO: " W-CASO
                            " ESTADO " ESTADO-CASAUT
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE ESTADO-CASAUT  TO W-ESTADO-ANT
                    MOVE W-ESTADO-NUEVO TO ESTADO-CASAUT
                    MOVE W-REFERENCIA   TO REFERENCIA-CASAUT
                    MOVE FECHA-SISTEMA  TO FEC-ESTADO-CASAUT
                    REWRITE REG-CASOSAUT
                    DISPLAY "CASO CERRADO: " W-CASO " "
                            ENTIDAD-CASAUT " ESTADO " ESTADO-CASAUT
                    PERFORM 7000-GRABAR-AUDITORIA
                 END-IF
           END-READ.

      ******************************************************************
      *5000-LISTAR-CASOS.
      ******************************************************************
       5000-LISTAR-CASOS.
           MOVE LOW-VALUES TO NUM-CASO-CASAUT
           START CASOSAUT KEY IS NOT LESS THAN NUM-CASO-CASAUT
              INVALID KEY
                 MOVE 1 TO SW-FIN-REG
           END-START
           PERFORM UNTIL SW-FIN-REG = 1
              READ CASOSAUT NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-REG
              END-READ
              IF SW-FIN-REG = 0
                 IF W-ENTIDAD-FILTRO = SPACES
                    OR W-ENTIDAD-FILTRO = ENTIDAD-CASAUT
                    PERFORM 5100-LISTAR-CASO
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY "Casos listados............ " CONT-CASOS
           DISPLAY "  Pedidos (en plazo)...... " CONT-PEDIDOS
           DISPLAY "  Vencidos................ " CONT-VENCIDOS
           DISPLAY "  Cerrados con evidencia.. " CONT-CON-EVIDENCIA
           DISPLAY "  Cerrados incumplidos.... " CONT-INCUMPLIDOS.

      ******************************************************************
      *5100-LISTAR-CASO.
      ******************************************************************
       5100-LISTAR-CASO.
           ADD 1 TO CONT-CASOS
           EVALUATE TRUE
              WHEN CASO-PEDIDO
                 ADD 1 TO CONT-PEDIDOS
              WHEN CASO-VENCIDO
                 ADD 1 TO CONT-VENCIDOS
              WHEN CASO-CON-EVIDENCIA
                 ADD 1 TO CONT-CON-EVIDENCIA
              WHEN CASO-INCUMPLIDO
                 ADD 1 TO CONT-INCUMPLIDOS
           END-EVALUATE
           DISPLAY NUM-CASO-CASAUT " " ENTIDAD-CASAUT " "
                   TIPO-IDE-CASAUT " " NUM-IDE-CASAUT " CONS "
                   FEC-CONSULTA-CASAUT " LIMITE " FEC-LIMITE-CASAUT
                   " " ESTADO-CASAUT " " FEC-ESTADO-CASAUT " "
                   REFERENCIA-CASAUT.

      ******************************************************************
      *7000-GRABAR-AUDITORIA.
      ******************************************************************
       7000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-CASOS
           IF COD-RET-AUD = "35"
              OPEN OUTPUT AUDITORIA-CASOS
           END-IF
           IF COD-RET-AUD = "00"
              MOVE SPACES TO REG-AUDITORIA
              MOVE FECHA-SISTEMA     TO AUD-FECHA
              MOVE HORA-SIST-HHMMSS  TO AUD-HORA
              MOVE W-ACCION          TO AUD-ACCION
              MOVE NUM-CASO-CASAUT   TO AUD-CASO
              MOVE ENTIDAD-CASAUT    TO AUD-ENTIDAD
              MOVE W-ESTADO-ANT      TO AUD-ESTADO-ANT
              MOVE ESTADO-CASAUT     TO AUD-ESTADO
              MOVE REFERENCIA-CASAUT TO AUD-REFERENCIA
              WRITE REG-AUDITORIA
              CLOSE AUDITORIA-CASOS
           ELSE
              DISPLAY "SIN AUDITORIA (" COD-RET-AUD ")"
           END-IF.

      ******************************************************************
      *8000-ASENTAR-CORRIDA.
      ** RC 4 MIENTRAS QUEDEN CASOS VENCIDOS SIN RESPUESTA: HAY QUE
      ** DECIDIR EL INCUMPLIMIENTO (CERRAR ... I)
      ******************************************************************
       8000-ASENTAR-CORRIDA.
           IF CONT-VENCIDOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "ABIERTOS " CONT-ABIERTOS
                  " CERRADOS " CONT-CERRADOS-EVID
                  " VENCIDOS " CONT-VENCIDOS
                  DELIMITED BY SIZE INTO REGC-CONTADORES
           END-STRING
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "SEGAUTIT - REGCORRIDA NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

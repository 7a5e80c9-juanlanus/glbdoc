      * CARGLISTA.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARGLISTA.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Cargador de las listas restrictivas del SARLAFT al maestro
      ** LISTARES (LISTARES.FD): ONU (sanciones del Consejo de
      ** Seguridad), OFAC (lista SDN) y PEP (personas expuestas
      ** politicamente). Cumplimiento baja cada lista completa de su
      ** fuente y la deja en el feed; CRUCELIST cruza luego el
      ** maestro contra las identificaciones y los nombres oficiales.
      **
      ** Por cada renglon del feed:
      **   - si la entrada (lista + referencia) no existe, se crea
      **   - si existe, se actualizan sus datos; si estaba retirada
      **     vuelve a quedar activa
      ** Cada lista llega COMPLETA: la entrada activa de una lista que
      ** vino en el feed y que esta vez no aparecio se retira (queda
      ** con estado R y la fecha de retiro; nada se borra). Las listas
      ** que no vinieron en el feed no se tocan. Si una lista
      ** retiraria mas del PORC-MAX-RETIRO de sus entradas activas se
      ** sospecha un feed cortado: no se retira nada de esa lista y
      ** se avisa (RC 4), salvo que se corra con FORZAR.
      **
      ** USO: CARGLISTA [FORZAR]
      **
      ** ENTRADA: $TEMPORALES/CARGLISTA.ENT, registros fijos:
      **   lista(4) ONU/OFAC/PEP, referencia(15), tipo documento(1),
      **   numero documento(11), nombre completo(92), categoria(20)
      **   (programa de sancion o cargo del PEP), fecha de inclusion
      **   AAAAMMDD(8)
      ** El documento es opcional (tipo y numero en blanco o ceros);
      ** si viene pasa por el validador unico VALIDID.CBL y se rechaza
      ** con su codigo I01..I06 delante del motivo. El nombre pasa la
      ** validacion basica de nombres (VALNOM.PROC).
      ** RECHAZOS: $TEMPORALES/CARGLISTA.RCH, el renglon y el motivo.
      **
      ** RC 0 feed cargado completo; RC 4 hubo renglones rechazados o
      ** un retiro masivo detenido; RC 16 archivo inaccesible.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LISTARES.FS.

           SELECT ENTRADA-LISTAS
                  ASSIGN TO "$TEMPORALES/CARGLISTA.ENT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-ENT.

           SELECT RECHAZOS-LISTAS
                  ASSIGN TO "$TEMPORALES/CARGLISTA.RCH"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-RCH.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY LISTARES.FD.

       FD  ENTRADA-LISTAS.
       01  REG-ENT-LISTA.
           02 ENT-LISTA                PIC X(04).
           02 ENT-REFERENCIA           PIC X(15).
           02 ENT-TIPO-IDE             PIC X(01).
           02 ENT-NUM-IDE              PIC X(11).
           02 ENT-NOMBRE               PIC X(92).
           02 ENT-CATEGORIA            PIC X(20).
           02 ENT-FEC-INCLUSION        PIC X(08).
           02 ENT-FEC-INCLUSION-R REDEFINES ENT-FEC-INCLUSION.
              03 ENT-INC-ANO           PIC 9(04).
              03 ENT-INC-MES           PIC 9(02).
              03 ENT-INC-DIA           PIC 9(02).

       FD  RECHAZOS-LISTAS.
       01  REG-RECHAZO.
           02 RCH-RENGLON              PIC X(151).
           02 FILLER                   PIC X(01).
           02 RCH-MOTIVO               PIC X(50).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIVIDE.WS.
       COPY VALNOM.WS.
       01 COD-RET-LISTA            PIC XX   VALUE ZEROS.
       01 COD-RET-ENT              PIC X(2) VALUE ZEROS.
       01 COD-RET-RCH              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(20) VALUE SPACES.
       01 W-OPCION                 PIC X(10) VALUE SPACES.
          88 FORZAR-RETIRO                   VALUE "FORZAR".
       01 SW-FIN-ENT               PIC 9(01) VALUE 0.
       01 SW-FIN-LISTARES          PIC 9(01) VALUE 0.
       01 SW-HAY-LISTA             PIC 9(01) VALUE 0.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA             PIC 9(08) VALUE 0.
       01 W-MARCA-CORRIDA          PIC 9(14) VALUE 0.
       01 W-MOTIVO-RECHAZO         PIC X(50) VALUE SPACES.
       01 W-TIPO-IDE               PIC 9(01) VALUE 0.
       01 W-NUM-IDE                PIC 9(11) VALUE 0.
       01 W-FEC-INCLUSION          PIC 9(08) VALUE 0.
       01 W-IMAGEN-ANTES           PIC X(132) VALUE SPACES.
      **** RESULTADO DEL VALIDADOR UNICO DE IDENTIFICACIONES (VALIDID)
       01 W-COD-VALID              PIC X(03) VALUE SPACES.
       01 W-TEXTO-VALID            PIC X(40) VALUE SPACES.

      **** LAS TRES LISTAS: SI VINIERON EN EL FEED, CUANTAS ENTRADAS
      **** ACTIVAS TIENEN Y CUANTAS SE RETIRARIAN
      **** (PORC-MAX-RETIRO = TOPE DEL RETIRO SIN FORZAR)
       01 PORC-MAX-RETIRO          PIC 9(03) VALUE 020.
       01 VALORES-LISTAS.
          03 FILLER                   PIC X(04) VALUE "ONU ".
          03 FILLER                   PIC X(04) VALUE "OFAC".
          03 FILLER                   PIC X(04) VALUE "PEP ".
       01 TABLA-LISTAS-COD REDEFINES VALORES-LISTAS.
          03 TL-CODIGO                PIC X(04) OCCURS 3 TIMES.
       01 TABLA-LISTAS.
          03 TL-LISTA OCCURS 3 TIMES.
             05 TL-RECIBIDA           PIC 9(01).
             05 TL-RETIRO-PERMITIDO   PIC 9(01).
             05 TL-ACTIVAS            PIC 9(08).
             05 TL-A-RETIRAR          PIC 9(08).
       01 IX-LISTA                 PIC 9(01) VALUE 0.
       01 W-IX-HALLADA             PIC 9(01) VALUE 0.
       01 W-PORC-RETIRO            PIC 9(05) VALUE 0.
       01 W-EDIT-PORC              PIC ZZ9.

       01 CONTADORES-CARGA.
          02 CONT-LEIDOS              PIC 9(08) VALUE 0.
          02 CONT-CREADOS             PIC 9(08) VALUE 0.
          02 CONT-ACTUALIZADOS        PIC 9(08) VALUE 0.
          02 CONT-REACTIVADOS         PIC 9(08) VALUE 0.
          02 CONT-SIN-CAMBIO          PIC 9(08) VALUE 0.
          02 CONT-RETIRADOS           PIC 9(08) VALUE 0.
          02 CONT-RETIRO-DETENIDO     PIC 9(08) VALUE 0.
          02 CONT-RECHAZADOS          PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "CARGLISTA".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "CARGLISTA.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "CARGLISTA".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Cargador de listas restrictivas (SARLAFT)     *"
           DISPLAY "*           PROGRAMA : CARGLISTA.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
              INTO W-OPCION
           END-UNSTRING
           IF W-OPCION NOT = SPACES AND NOT FORZAR-RETIRO
              DISPLAY "USO: CARGLISTA [FORZAR]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA FROM TIME
           COMPUTE W-MARCA-CORRIDA = FECHA-SISTEMA * 1000000
                                   + HORA-SISTEMA / 100
           INITIALIZE TABLA-LISTAS
           PERFORM 1000-ABRIR-ARCHIVOS
           PERFORM 2000-PROCESAR-FEED
           PERFORM 3000-CONTAR-AUSENTES
           PERFORM 3100-DECIDIR-RETIROS
           PERFORM 3200-RETIRAR-AUSENTES
           PERFORM 9000-CERRAR-ARCHIVOS
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
      *1000-ABRIR-ARCHIVOS.
      ** LA PRIMERA CARGA CREA EL ARCHIVO (COMO CARGPJREL)
      ******************************************************************
       1000-ABRIR-ARCHIVOS.
           OPEN I-O LISTARES
           IF COD-RET-LISTA = "35"
              OPEN OUTPUT LISTARES
              IF COD-RET-LISTA = "00"
                 CLOSE LISTARES
                 OPEN I-O LISTARES
              END-IF
           END-IF
           IF COD-RET-LISTA NOT = "00"
              DISPLAY "Error Abriendo el Archivo LISTARES "
              COD-RET-LISTA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ENTRADA-LISTAS
           IF COD-RET-ENT NOT = "00"
              DISPLAY "Error Abriendo el Archivo CARGLISTA.ENT "
              COD-RET-ENT
              CLOSE LISTARES
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RECHAZOS-LISTAS
           IF COD-RET-RCH NOT = "00"
              DISPLAY "Error Abriendo el Archivo CARGLISTA.RCH "
              COD-RET-RCH
              CLOSE LISTARES ENTRADA-LISTAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *2000-PROCESAR-FEED.
      ******************************************************************
       2000-PROCESAR-FEED.
           PERFORM UNTIL SW-FIN-ENT = 1
              READ ENTRADA-LISTAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ENT
              END-READ
              IF SW-FIN-ENT = 0 AND REG-ENT-LISTA NOT = SPACES
                 ADD 1 TO CONT-LEIDOS
                 PERFORM 2100-VALIDAR-ENTRADA
                 IF W-MOTIVO-RECHAZO = SPACES
                    PERFORM 2200-APLICAR-ENTRADA
                 ELSE
                    PERFORM 2900-RECHAZAR-ENTRADA
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *2100-VALIDAR-ENTRADA.
      ** DEJA EL MOTIVO DEL PRIMER ERROR EN W-MOTIVO-RECHAZO (BLANCO
      ** = RENGLON BUENO), EL DOCUMENTO EN W-TIPO-IDE/W-NUM-IDE (CEROS
      ** = SIN DOCUMENTO) Y LA FECHA DE INCLUSION EN W-FEC-INCLUSION
      ******************************************************************
       2100-VALIDAR-ENTRADA.
           MOVE SPACES TO W-MOTIVO-RECHAZO
           MOVE 0 TO W-TIPO-IDE W-NUM-IDE W-FEC-INCLUSION
           MOVE SPACES TO W-COD-VALID W-TEXTO-VALID
           MOVE ENT-LISTA TO COD-LISTA
           MOVE ENT-NOMBRE TO NOMBRE-BDIIVIDE
           PERFORM 80200-VALIDAR-NOMBRE
           IF (ENT-TIPO-IDE NOT = SPACE AND ENT-TIPO-IDE NOT = "0")
              OR (ENT-NUM-IDE NOT = SPACES AND ENT-NUM-IDE NOT = ZEROS)
              CALL "VALIDID" USING ENT-TIPO-IDE ENT-NUM-IDE
                                   W-COD-VALID W-TEXTO-VALID
           END-IF
           EVALUATE TRUE
              WHEN NOT LISTA-VALIDA
                 MOVE "LISTA INEXISTENTE (ONU OFAC PEP)"
                   TO W-MOTIVO-RECHAZO
              WHEN ENT-REFERENCIA = SPACES
                 MOVE "REFERENCIA DE LA LISTA EN BLANCO"
                   TO W-MOTIVO-RECHAZO
              WHEN SW-NOMBRE-VALIDO = 0
                 MOVE "NOMBRE EN BLANCO O NUMERICO"
                   TO W-MOTIVO-RECHAZO
              WHEN W-COD-VALID NOT = SPACES
                 STRING W-COD-VALID " DOCUMENTO: " W-TEXTO-VALID
                        DELIMITED BY SIZE INTO W-MOTIVO-RECHAZO
                 END-STRING
              WHEN ENT-FEC-INCLUSION = SPACES
                OR ENT-FEC-INCLUSION = ZEROS
                 CONTINUE
              WHEN ENT-FEC-INCLUSION NOT NUMERIC
                 MOVE "FECHA DE INCLUSION INVALIDA (AAAAMMDD)"
                   TO W-MOTIVO-RECHAZO
              WHEN ENT-INC-ANO < 1900
                OR ENT-INC-MES < 1 OR ENT-INC-MES > 12
                OR ENT-INC-DIA < 1 OR ENT-INC-DIA > 31
                 MOVE "FECHA DE INCLUSION INVALIDA (AAAAMMDD)"
                   TO W-MOTIVO-RECHAZO
              WHEN OTHER
                 MOVE ENT-FEC-INCLUSION TO W-FEC-INCLUSION
           END-EVALUATE
           IF W-MOTIVO-RECHAZO = SPACES
              AND (ENT-TIPO-IDE NOT = SPACE AND ENT-TIPO-IDE NOT = "0")
              MOVE ENT-TIPO-IDE TO W-TIPO-IDE
              MOVE ENT-NUM-IDE  TO W-NUM-IDE
           END-IF.

      ******************************************************************
      *2200-APLICAR-ENTRADA.
      ** LA ENTRADA QUE VIENE EN EL FEED SIEMPRE QUEDA CON LA MARCA DE
      ** ESTA CORRIDA, AUNQUE NO CAMBIE, PARA QUE 3000 NO LA RETIRE
      ******************************************************************
       2200-APLICAR-ENTRADA.
           PERFORM 2210-MARCAR-LISTA-RECIBIDA
           MOVE ENT-LISTA      TO COD-LISTA
           MOVE ENT-REFERENCIA TO REF-LISTA
           MOVE 1 TO SW-HAY-LISTA
           READ LISTARES
              INVALID KEY
                 MOVE 0 TO SW-HAY-LISTA
           END-READ
           IF SW-HAY-LISTA = 0
              INITIALIZE REG-LISTARES
              MOVE ENT-LISTA      TO COD-LISTA
              MOVE ENT-REFERENCIA TO REF-LISTA
              PERFORM 2220-MOVER-DATOS
              MOVE "A"             TO ESTADO-LISTA
              MOVE FECHA-SISTEMA   TO FEC-ALTA-LISTA
              MOVE 0               TO FEC-RETIRO-LISTA
              MOVE W-MARCA-CORRIDA TO MARCA-VISTO-LISTA
              WRITE REG-LISTARES
                 INVALID KEY
                    MOVE "NO SE PUDO GRABAR LA ENTRADA"
                      TO W-MOTIVO-RECHAZO
                    PERFORM 2900-RECHAZAR-ENTRADA
                 NOT INVALID KEY
                    ADD 1 TO CONT-CREADOS
              END-WRITE
           ELSE
              MOVE REG-LISTARES(20:132) TO W-IMAGEN-ANTES
              PERFORM 2220-MOVER-DATOS
              EVALUATE TRUE
                 WHEN LISTA-RETIRADA
                    ADD 1 TO CONT-REACTIVADOS
                    MOVE "A" TO ESTADO-LISTA
                    MOVE 0   TO FEC-RETIRO-LISTA
                 WHEN REG-LISTARES(20:132) NOT = W-IMAGEN-ANTES
                    ADD 1 TO CONT-ACTUALIZADOS
                 WHEN OTHER
                    ADD 1 TO CONT-SIN-CAMBIO
              END-EVALUATE
              MOVE W-MARCA-CORRIDA TO MARCA-VISTO-LISTA
              REWRITE REG-LISTARES
                 INVALID KEY
                    MOVE "NO SE PUDO ACTUALIZAR LA ENTRADA"
                      TO W-MOTIVO-RECHAZO
                    PERFORM 2900-RECHAZAR-ENTRADA
              END-REWRITE
           END-IF.

      ******************************************************************
      *2210-MARCAR-LISTA-RECIBIDA.
      ******************************************************************
       2210-MARCAR-LISTA-RECIBIDA.
           PERFORM VARYING IX-LISTA FROM 1 BY 1 UNTIL IX-LISTA > 3
              IF TL-CODIGO(IX-LISTA) = ENT-LISTA
                 MOVE 1 TO TL-RECIBIDA(IX-LISTA)
              END-IF
           END-PERFORM.

      ******************************************************************
      *2220-MOVER-DATOS.
      ** LOS DATOS DE LA ENTRADA (POSICIONES 20 A 151 DEL REGISTRO,
      ** LO QUE SE COMPARA EN 2200 PARA SABER SI CAMBIO)
      ******************************************************************
       2220-MOVER-DATOS.
           MOVE W-TIPO-IDE      TO TIPO-IDE-LISTA
           MOVE W-NUM-IDE       TO NUM-IDE-LISTA
           MOVE ENT-NOMBRE      TO NOMBRE-LISTA
           MOVE ENT-CATEGORIA   TO CATEGORIA-LISTA
           MOVE W-FEC-INCLUSION TO FEC-INCLUSION-LISTA.

      ******************************************************************
      *2900-RECHAZAR-ENTRADA.
      ******************************************************************
       2900-RECHAZAR-ENTRADA.
           ADD 1 TO CONT-RECHAZADOS
           MOVE SPACES TO REG-RECHAZO
           MOVE REG-ENT-LISTA    TO RCH-RENGLON
           MOVE W-MOTIVO-RECHAZO TO RCH-MOTIVO
           WRITE REG-RECHAZO.

      ******************************************************************
      *3000-CONTAR-AUSENTES.
      ** PRIMERA PASADA POR EL MAESTRO: POR CADA LISTA RECIBIDA,
      ** CUANTAS ENTRADAS ACTIVAS TIENE Y CUANTAS NO VINIERON HOY
      ******************************************************************
       3000-CONTAR-AUSENTES.
           PERFORM 3900-POSICIONAR-MAESTRO
           PERFORM UNTIL SW-FIN-LISTARES = 1
              READ LISTARES NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LISTARES
              END-READ
              IF SW-FIN-LISTARES = 0 AND LISTA-ACTIVA
                 PERFORM 3910-UBICAR-LISTA
                 IF W-IX-HALLADA > 0
                    ADD 1 TO TL-ACTIVAS(W-IX-HALLADA)
                    IF MARCA-VISTO-LISTA < W-MARCA-CORRIDA
                       ADD 1 TO TL-A-RETIRAR(W-IX-HALLADA)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *3100-DECIDIR-RETIROS.
      ** UN RETIRO POR ENCIMA DEL TOPE HUELE A FEED CORTADO: ESA LISTA
      ** QUEDA COMO ESTABA Y SE AVISA AL OPERADOR
      ******************************************************************
       3100-DECIDIR-RETIROS.
           PERFORM VARYING IX-LISTA FROM 1 BY 1 UNTIL IX-LISTA > 3
              IF TL-RECIBIDA(IX-LISTA) = 1
                 AND TL-A-RETIRAR(IX-LISTA) > 0
                 COMPUTE W-PORC-RETIRO = TL-A-RETIRAR(IX-LISTA) * 100
                                       / TL-ACTIVAS(IX-LISTA)
                 IF W-PORC-RETIRO > PORC-MAX-RETIRO
                    AND NOT FORZAR-RETIRO
                    ADD TL-A-RETIRAR(IX-LISTA) TO CONT-RETIRO-DETENIDO
                    MOVE W-PORC-RETIRO TO W-EDIT-PORC
                    MOVE "AVISO" TO NOTIF-SEVERIDAD
                    MOVE SPACES TO NOTIF-MENSAJE
                    STRING "LISTA " TL-CODIGO(IX-LISTA)
                           " RETIRARIA EL " W-EDIT-PORC
                           "% DE SUS ENTRADAS; NO SE RETIRA NADA"
                           " (CORRER CON FORZAR SI ES CORRECTO)"
                           DELIMITED BY SIZE INTO NOTIF-MENSAJE
                    END-STRING
                    DISPLAY NOTIF-MENSAJE
                    CALL "NOTIFICAR" USING NOTIF-SEVERIDAD
                                           NOTIF-PROGRAMA
                                           NOTIF-MENSAJE
                    ON EXCEPTION
                       DISPLAY "CARGLISTA - NOTIFICAR NO DISPONIBLE"
                    END-CALL
                 ELSE
                    MOVE 1 TO TL-RETIRO-PERMITIDO(IX-LISTA)
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *3200-RETIRAR-AUSENTES.
      ******************************************************************
       3200-RETIRAR-AUSENTES.
           PERFORM 3900-POSICIONAR-MAESTRO
           PERFORM UNTIL SW-FIN-LISTARES = 1
              READ LISTARES NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LISTARES
              END-READ
              IF SW-FIN-LISTARES = 0 AND LISTA-ACTIVA
                 AND MARCA-VISTO-LISTA < W-MARCA-CORRIDA
                 PERFORM 3910-UBICAR-LISTA
                 IF W-IX-HALLADA > 0
                    IF TL-RETIRO-PERMITIDO(W-IX-HALLADA) = 1
                       MOVE "R"           TO ESTADO-LISTA
                       MOVE FECHA-SISTEMA TO FEC-RETIRO-LISTA
                       REWRITE REG-LISTARES
                          INVALID KEY
                             DISPLAY "NO SE PUDO RETIRAR " LLAVE-LISTA
                                     " (" COD-RET-LISTA ")"
                          NOT INVALID KEY
                             ADD 1 TO CONT-RETIRADOS
                       END-REWRITE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *3900-POSICIONAR-MAESTRO.
      ******************************************************************
       3900-POSICIONAR-MAESTRO.
           MOVE 0 TO SW-FIN-LISTARES
           MOVE LOW-VALUES TO LLAVE-LISTA
           START LISTARES KEY IS NOT LESS THAN LLAVE-LISTA
              INVALID KEY
                 MOVE 1 TO SW-FIN-LISTARES
           END-START.

      ******************************************************************
      *3910-UBICAR-LISTA.
      ** W-IX-HALLADA = POSICION DE LA LISTA DEL REGISTRO EN LA TABLA,
      ** SOLO SI VINO EN EL FEED DE HOY (0 = NO SE TOCA)
      ******************************************************************
       3910-UBICAR-LISTA.
           MOVE 0 TO W-IX-HALLADA
           PERFORM VARYING IX-LISTA FROM 1 BY 1 UNTIL IX-LISTA > 3
              IF TL-CODIGO(IX-LISTA) = COD-LISTA
                 AND TL-RECIBIDA(IX-LISTA) = 1
                 MOVE IX-LISTA TO W-IX-HALLADA
              END-IF
           END-PERFORM.

      ******************************************************************
      *8000-ASENTAR-CORRIDA.
      ** BITACORA CENTRAL Y AVISO AL OPERADOR
      ******************************************************************
       8000-ASENTAR-CORRIDA.
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "CARGLISTA - REGCORRIDA NO DISPONIBLE"
           END-CALL
           IF REGC-RC = 4
              MOVE "AVISO" TO NOTIF-SEVERIDAD
           ELSE
              MOVE "INFO" TO NOTIF-SEVERIDAD
           END-IF
           MOVE REGC-CONTADORES TO NOTIF-MENSAJE
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "CARGLISTA - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE LISTARES ENTRADA-LISTAS RECHAZOS-LISTAS
           MOVE CONT-LEIDOS TO W-EDIT-CONTADOR
           DISPLAY "Reg. leidos del feed...... " W-EDIT-CONTADOR
           MOVE CONT-CREADOS TO W-EDIT-CONTADOR
           DISPLAY "Entradas creadas.......... " W-EDIT-CONTADOR
           MOVE CONT-ACTUALIZADOS TO W-EDIT-CONTADOR
           DISPLAY "Entradas actualizadas..... " W-EDIT-CONTADOR
           MOVE CONT-REACTIVADOS TO W-EDIT-CONTADOR
           DISPLAY "Entradas reactivadas...... " W-EDIT-CONTADOR
           MOVE CONT-SIN-CAMBIO TO W-EDIT-CONTADOR
           DISPLAY "Entradas sin cambio....... " W-EDIT-CONTADOR
           MOVE CONT-RETIRADOS TO W-EDIT-CONTADOR
           DISPLAY "Entradas retiradas........ " W-EDIT-CONTADOR
           MOVE CONT-RETIRO-DETENIDO TO W-EDIT-CONTADOR
           DISPLAY "Retiros detenidos......... " W-EDIT-CONTADOR
           MOVE CONT-RECHAZADOS TO W-EDIT-CONTADOR
           DISPLAY "Reg. rechazados........... " W-EDIT-CONTADOR
           IF CONT-RECHAZADOS > 0 OR CONT-RETIRO-DETENIDO > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "LEI " CONT-LEIDOS " ALT " CONT-CREADOS
                  " ACT " CONT-ACTUALIZADOS " RET " CONT-RETIRADOS
                  " RCH " CONT-RECHAZADOS
                  DELIMITED BY SIZE INTO REGC-CONTADORES
           END-STRING
           PERFORM 8000-ASENTAR-CORRIDA.

       COPY VALNOM.PROC.

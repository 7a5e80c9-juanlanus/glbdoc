      * CARGPJREL.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARGPJREL.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Cargador de las personas relacionadas con cada persona
      ** juridica (PJRELAC.FD): representantes legales, suplentes,
      ** socios, junta directiva y revisor fiscal de cada NIT, segun
      ** el feed de la camara de comercio. Hasta ahora SCODAPJA y la
      ** ruta PJ de LEESCORE veian a la empresa sola; con este archivo
      ** ESTINTEG e INTESERVER muestran a sus personas relacionadas y
      ** REPPJREL avisa de los representantes con alertas nuevas.
      **
      ** Por cada renglon del feed:
      **   - si la relacion (NIT + persona + rol + fecha de inicio) no
      **     existe, se crea
      **   - si existe, se actualiza la fecha de retiro (la camara
      **     informa el retiro reenviando la relacion con fecha fin)
      ** Una fecha fin en blanco o ceros es relacion vigente
      ** (99991231). Nada se borra: la relacion retirada queda con su
      ** fecha fin y deja de mostrarse.
      **
      ** ENTRADA: $TEMPORALES/CARGPJREL.ENT, registros fijos:
      **   tipo NIT(1) NIT(11) tipo persona(1) persona(11) rol(2)
      **   fecha inicio AAAAMMDD(8) fecha fin AAAAMMDD(8)
      ** El NIT es de tipo 2 o 3 (persona juridica, como en LEESCORE)
      ** y la persona relacionada NO. Roles: RL RS SO JD RF. Las dos
      ** identificaciones pasan por el validador unico VALIDID.CBL
      ** (digito de verificacion del NIT incluido) y se rechazan con
      ** su codigo I01..I06 delante del motivo.
      ** RECHAZOS: $TEMPORALES/CARGPJREL.RCH, el renglon y el motivo.
      **
      ** RC 0 feed cargado completo; RC 4 hubo renglones rechazados;
      ** RC 16 archivo inaccesible.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PJRELAC.FS.

           SELECT ENTRADA-RELACIONES
                  ASSIGN TO "$TEMPORALES/CARGPJREL.ENT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-ENT.

           SELECT RECHAZOS-RELACIONES
                  ASSIGN TO "$TEMPORALES/CARGPJREL.RCH"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-RCH.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY PJRELAC.FD.

       FD  ENTRADA-RELACIONES.
       01  REG-ENT-REL.
           02 ENT-TIPO-NIT             PIC X(01).
           02 ENT-NUM-NIT              PIC X(11).
           02 ENT-TIPO-PER             PIC X(01).
           02 ENT-NUM-PER              PIC X(11).
           02 ENT-ROL                  PIC X(02).
           02 ENT-FEC-INI              PIC X(08).
           02 ENT-FEC-INI-R REDEFINES ENT-FEC-INI.
              03 ENT-INI-ANO           PIC 9(04).
              03 ENT-INI-MES           PIC 9(02).
              03 ENT-INI-DIA           PIC 9(02).
           02 ENT-FEC-FIN              PIC X(08).
           02 ENT-FEC-FIN-R REDEFINES ENT-FEC-FIN.
              03 ENT-FIN-ANO           PIC 9(04).
              03 ENT-FIN-MES           PIC 9(02).
              03 ENT-FIN-DIA           PIC 9(02).

       FD  RECHAZOS-RELACIONES.
       01  REG-RECHAZO.
           02 RCH-RENGLON              PIC X(42).
           02 FILLER                   PIC X(01).
           02 RCH-MOTIVO               PIC X(50).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-PJREL            PIC XX   VALUE ZEROS.
       01 COD-RET-ENT              PIC X(2) VALUE ZEROS.
       01 COD-RET-RCH              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(20) VALUE SPACES.
       01 SW-FIN-ENT               PIC 9(01) VALUE 0.
       01 SW-HAY-PJREL             PIC 9(01) VALUE 0.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 W-FEC-FIN                PIC 9(08) VALUE 0.
       01 W-MOTIVO-RECHAZO         PIC X(50) VALUE SPACES.
      **** RESULTADO DEL VALIDADOR UNICO DE IDENTIFICACIONES (VALIDID)
       01 W-COD-VALID-NIT          PIC X(03) VALUE SPACES.
       01 W-TEXTO-VALID-NIT        PIC X(40) VALUE SPACES.
       01 W-COD-VALID-PER          PIC X(03) VALUE SPACES.
       01 W-TEXTO-VALID-PER        PIC X(40) VALUE SPACES.

       01 CONTADORES-CARGA.
          02 CONT-LEIDOS              PIC 9(08) VALUE 0.
          02 CONT-CREADOS             PIC 9(08) VALUE 0.
          02 CONT-ACTUALIZADOS        PIC 9(08) VALUE 0.
          02 CONT-SIN-CAMBIO          PIC 9(08) VALUE 0.
          02 CONT-RECHAZADOS          PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "CARGPJREL".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "CARGPJREL.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "CARGPJREL".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Cargador de personas relacionadas a las PJ    *"
           DISPLAY "*           PROGRAMA : CARGPJREL.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 1000-ABRIR-ARCHIVOS
           PERFORM 2000-PROCESAR-FEED
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
      ** LA PRIMERA CARGA CREA EL ARCHIVO (COMO CARGSCOPJ)
      ******************************************************************
       1000-ABRIR-ARCHIVOS.
           OPEN I-O PJRELAC
           IF COD-RET-PJREL = "35"
              OPEN OUTPUT PJRELAC
              IF COD-RET-PJREL = "00"
                 CLOSE PJRELAC
                 OPEN I-O PJRELAC
              END-IF
           END-IF
           IF COD-RET-PJREL NOT = "00"
              DISPLAY "Error Abriendo el Archivo PJRELAC "
              COD-RET-PJREL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ENTRADA-RELACIONES
           IF COD-RET-ENT NOT = "00"
              DISPLAY "Error Abriendo el Archivo CARGPJREL.ENT "
              COD-RET-ENT
              CLOSE PJRELAC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RECHAZOS-RELACIONES
           IF COD-RET-RCH NOT = "00"
              DISPLAY "Error Abriendo el Archivo CARGPJREL.RCH "
              COD-RET-RCH
              CLOSE PJRELAC ENTRADA-RELACIONES
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *2000-PROCESAR-FEED.
      ******************************************************************
       2000-PROCESAR-FEED.
           PERFORM UNTIL SW-FIN-ENT = 1
              READ ENTRADA-RELACIONES NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ENT
              END-READ
              IF SW-FIN-ENT = 0 AND REG-ENT-REL NOT = SPACES
                 ADD 1 TO CONT-LEIDOS
                 PERFORM 2100-VALIDAR-RELACION
                 IF W-MOTIVO-RECHAZO = SPACES
                    PERFORM 2200-APLICAR-RELACION
                 ELSE
                    PERFORM 2900-RECHAZAR-RELACION
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *2100-VALIDAR-RELACION.
      ** DEJA EL MOTIVO DEL PRIMER ERROR EN W-MOTIVO-RECHAZO (BLANCO
      ** = RENGLON BUENO) Y LA FECHA FIN YA RESUELTA EN W-FEC-FIN
      ******************************************************************
       2100-VALIDAR-RELACION.
           MOVE SPACES TO W-MOTIVO-RECHAZO
           MOVE 99991231 TO W-FEC-FIN
           MOVE ENT-ROL TO ROL-PJREL
           CALL "VALIDID" USING ENT-TIPO-NIT ENT-NUM-NIT
                                W-COD-VALID-NIT W-TEXTO-VALID-NIT
           CALL "VALIDID" USING ENT-TIPO-PER ENT-NUM-PER
                                W-COD-VALID-PER W-TEXTO-VALID-PER
           EVALUATE TRUE
              WHEN W-COD-VALID-NIT NOT = SPACES
                 STRING W-COD-VALID-NIT " NIT: " W-TEXTO-VALID-NIT
                        DELIMITED BY SIZE INTO W-MOTIVO-RECHAZO
                 END-STRING
              WHEN ENT-TIPO-NIT NOT = "2" AND ENT-TIPO-NIT NOT = "3"
                 MOVE "EL NIT NO ES DE PERSONA JURIDICA (TIPO 2 O 3)"
                   TO W-MOTIVO-RECHAZO
              WHEN W-COD-VALID-PER NOT = SPACES
                 STRING W-COD-VALID-PER " PERSONA: " W-TEXTO-VALID-PER
                        DELIMITED BY SIZE INTO W-MOTIVO-RECHAZO
                 END-STRING
              WHEN ENT-TIPO-PER = "2" OR ENT-TIPO-PER = "3"
                 MOVE "LA PERSONA RELACIONADA NO ES PERSONA NATURAL"
                   TO W-MOTIVO-RECHAZO
              WHEN NOT ROL-VALIDO-PJREL
                 MOVE "ROL INEXISTENTE (RL RS SO JD RF)"
                   TO W-MOTIVO-RECHAZO
              WHEN ENT-FEC-INI NOT NUMERIC
                 MOVE "FECHA DE INICIO INVALIDA (AAAAMMDD)"
                   TO W-MOTIVO-RECHAZO
              WHEN ENT-INI-ANO < 1900
                OR ENT-INI-MES < 1 OR ENT-INI-MES > 12
                OR ENT-INI-DIA < 1 OR ENT-INI-DIA > 31
                 MOVE "FECHA DE INICIO INVALIDA (AAAAMMDD)"
                   TO W-MOTIVO-RECHAZO
              WHEN ENT-FEC-FIN = SPACES OR ENT-FEC-FIN = ZEROS
                 CONTINUE
              WHEN ENT-FEC-FIN NOT NUMERIC
                 MOVE "FECHA DE RETIRO INVALIDA (AAAAMMDD)"
                   TO W-MOTIVO-RECHAZO
              WHEN ENT-FIN-ANO < 1900
                OR ENT-FIN-MES < 1 OR ENT-FIN-MES > 12
                OR ENT-FIN-DIA < 1 OR ENT-FIN-DIA > 31
                 MOVE "FECHA DE RETIRO INVALIDA (AAAAMMDD)"
                   TO W-MOTIVO-RECHAZO
              WHEN ENT-FEC-FIN < ENT-FEC-INI
                 MOVE "FECHA DE RETIRO ANTERIOR AL INICIO"
                   TO W-MOTIVO-RECHAZO
              WHEN OTHER
                 MOVE ENT-FEC-FIN TO W-FEC-FIN
           END-EVALUATE.

      ******************************************************************
      *2200-APLICAR-RELACION.
      ******************************************************************
       2200-APLICAR-RELACION.
           PERFORM 2210-ARMAR-LLAVE
           MOVE 1 TO SW-HAY-PJREL
           READ PJRELAC
              INVALID KEY
                 MOVE 0 TO SW-HAY-PJREL
           END-READ
           IF SW-HAY-PJREL = 0
              INITIALIZE REG-PJRELAC
              PERFORM 2210-ARMAR-LLAVE
              MOVE W-FEC-FIN     TO FEC-FIN-PJREL
              MOVE FECHA-SISTEMA TO FEC-CARGA-PJREL
              WRITE REG-PJRELAC
                 INVALID KEY
                    MOVE "NO SE PUDO GRABAR LA RELACION"
                      TO W-MOTIVO-RECHAZO
                    PERFORM 2900-RECHAZAR-RELACION
                 NOT INVALID KEY
                    ADD 1 TO CONT-CREADOS
              END-WRITE
           ELSE
              IF FEC-FIN-PJREL = W-FEC-FIN
                 ADD 1 TO CONT-SIN-CAMBIO
              ELSE
                 MOVE W-FEC-FIN     TO FEC-FIN-PJREL
                 MOVE FECHA-SISTEMA TO FEC-CARGA-PJREL
                 REWRITE REG-PJRELAC
                    INVALID KEY
                       MOVE "NO SE PUDO ACTUALIZAR LA RELACION"
                         TO W-MOTIVO-RECHAZO
                       PERFORM 2900-RECHAZAR-RELACION
                    NOT INVALID KEY
                       ADD 1 TO CONT-ACTUALIZADOS
                 END-REWRITE
              END-IF
           END-IF.

      ******************************************************************
      *2210-ARMAR-LLAVE.
      ******************************************************************
       2210-ARMAR-LLAVE.
           MOVE ENT-TIPO-NIT TO TIPO-NIT-PJREL
           MOVE ENT-NUM-NIT  TO NUM-NIT-PJREL
           MOVE ENT-TIPO-PER TO TIPO-PER-PJREL
           MOVE ENT-NUM-PER  TO NUM-PER-PJREL
           MOVE ENT-ROL      TO ROL-PJREL
           MOVE ENT-FEC-INI  TO FEC-INI-PJREL.

      ******************************************************************
      *2900-RECHAZAR-RELACION.
      ******************************************************************
       2900-RECHAZAR-RELACION.
           ADD 1 TO CONT-RECHAZADOS
           MOVE SPACES TO REG-RECHAZO
           MOVE REG-ENT-REL      TO RCH-RENGLON
           MOVE W-MOTIVO-RECHAZO TO RCH-MOTIVO
           WRITE REG-RECHAZO.

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
              DISPLAY "CARGPJREL - REGCORRIDA NO DISPONIBLE"
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
              DISPLAY "CARGPJREL - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE PJRELAC ENTRADA-RELACIONES RECHAZOS-RELACIONES
           MOVE CONT-LEIDOS TO W-EDIT-CONTADOR
           DISPLAY "Reg. leidos del feed...... " W-EDIT-CONTADOR
           MOVE CONT-CREADOS TO W-EDIT-CONTADOR
           DISPLAY "Relaciones creadas........ " W-EDIT-CONTADOR
           MOVE CONT-ACTUALIZADOS TO W-EDIT-CONTADOR
           DISPLAY "Relaciones actualizadas... " W-EDIT-CONTADOR
           MOVE CONT-SIN-CAMBIO TO W-EDIT-CONTADOR
           DISPLAY "Relaciones sin cambio..... " W-EDIT-CONTADOR
           MOVE CONT-RECHAZADOS TO W-EDIT-CONTADOR
           DISPLAY "Reg. rechazados........... " W-EDIT-CONTADOR
           IF CONT-RECHAZADOS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "LEI " CONT-LEIDOS " ALT " CONT-CREADOS
                  " ACT " CONT-ACTUALIZADOS " RCH " CONT-RECHAZADOS
                  DELIMITED BY SIZE INTO REGC-CONTADORES
           END-STRING
           PERFORM 8000-ASENTAR-CORRIDA.

      * FOTOALE.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FOTOALE.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Foto diaria de las alertas activas de BDIIALE en un indexado
      ** local de solo lectura ($TEMPORALES/BDIIALE.FOTO, mismo
      ** layout y clave de BDIIALE.FD), para que ALESERVER e
      ** INTESERVER sigan contestando cuando el maestro no abre (ver
      ** ALEFOTO.WS), igual que SCOSNAP lo hace para el score. Entran
      ** solo las alertas visibles y activas a la fecha de la foto:
      ** BLOQUEO distinto de cero, FEC-VEN no pasada y sin aviso
      ** previo pendiente (EST-AVISO distinto de P). La fecha y hora
      ** de la foto y cuantas alertas copio quedan en
      ** $TEMPORALES/BDIIALE.FOTO.FEC (ALEFOTO.FD): es la fecha que
      ** los servidores estampan en cada respuesta.
      **
      ** La foto se toma despues de las actualizaciones nocturnas de
      ** alertas: en la bitacora de corridas (BITACORA.COR, ver
      ** REGCORRIDA.CBL) tiene que haber una corrida de ACTALEJUR
      ** terminada (no el asiento *INICIO*), que no sea FALSO, con RC
      ** menor que 8 y posterior a la foto anterior; si no, la foto
      ** anterior se deja como esta y sale RC 8.
      **
      ** USO: FOTOALE [FORZAR]
      **   FORZAR toma la foto aunque la bitacora no muestre una
      **   actualizacion nueva (o no este disponible).
      **
      ** RC 0 foto tomada; RC 8 no hubo actualizacion nueva de
      ** alertas, o errores al escribir la foto (la fecha no se
      ** cambia); RC 16 BDIIALE, la foto o su fecha inaccesibles.
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
           COPY ALEFOTO.FS.

      *    la foto: mismo layout de BDIIALE, como el extracto
      *    enmascarado de EXTMASCARA
           SELECT FOTO-ALERTAS
                  ASSIGN TO "$TEMPORALES/BDIIALE.FOTO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLASEC-FOTO-ALE
                  FILE STATUS IS COD-RET-FOTO-ALE.

           SELECT BITACORA-CORRIDAS
                  ASSIGN TO "$TEMPORALES/BITACORA.COR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BITACORA
                  FILE STATUS IS COD-RET-BITACORA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY BDIIALE.FD.
           COPY ALEFOTO.FD.

       FD  FOTO-ALERTAS.
       01  REG-FOTO-ALE.
           02 LLASEC-FOTO-ALE.
              03 TIP-IDE-FOTO-ALE      PIC 9(01).
              03 NUM-IDE-FOTO-ALE      PIC 9(11).
              03 FUENTE-FOTO-ALE       PIC 9(06).
              03 COD-ALERTA-FOTO-ALE   PIC 9(03).
              03 OCURRENCIA-FOTO-ALE   PIC 9(03).
           02 RESTO-FOTO-ALE           PIC X(153).

       FD  BITACORA-CORRIDAS.
       01  REG-BITACORA.
           02 LLAVE-BITACORA.
              03 PROG-BITACORA         PIC X(10).
              03 FEC-BITACORA          PIC 9(08).
              03 HORA-BITACORA         PIC 9(06).
           02 PARM-BITACORA            PIC X(40).
           02 CONT-BITACORA            PIC X(80).
           02 RC-BITACORA              PIC 9(04).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       01 COD-RET-FEC-FOTO-ALE     PIC X(2) VALUE ZEROS.
       01 COD-RET-FOTO-ALE         PIC X(2) VALUE ZEROS.
       01 COD-RET-BITACORA         PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(40) VALUE SPACES.
       01 SW-FORZAR                PIC 9(01) VALUE 0.
       01 SW-FIN-ALE               PIC 9(01) VALUE 0.
       01 FIN-BITACORA             PIC 9    VALUE 0.
       01 SW-ACTUALIZADO           PIC 9(01) VALUE 0.
       01 FECHA-PROCESO            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HH             PIC 9(02).
          03 HORA-SIST-MM             PIC 9(02).
          03 HORA-SIST-SS             PIC 9(02).
          03 FILLER                   PIC 9(02).
      *    la foto anterior y la actualizacion que la habilita
       01 W-FEC-FOTO-ANT           PIC 9(08) VALUE 0.
       01 W-HORA-FOTO-ANT          PIC 9(06) VALUE 0.
       01 W-FEC-ACTUALIZACION      PIC 9(08) VALUE 0.
       01 W-HORA-ACTUALIZACION     PIC 9(06) VALUE 0.

       01 CONTADORES-FOTOALE.
          02 CONT-LEIDAS              PIC 9(08) VALUE 0.
          02 CONT-COPIADAS            PIC 9(08) VALUE 0.
          02 CONT-INACTIVAS           PIC 9(08) VALUE 0.
          02 CONT-EN-AVISO            PIC 9(08) VALUE 0.
          02 CONT-ERR-ESCRITURA       PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "FOTOALE".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "FOTOALE.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "FOTOALE".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "*  Foto diaria de alertas activas (BDIIALE)    *"
           DISPLAY "*           PROGRAMA : FOTOALE.CBL             *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           IF LINEA-COMANDO(1:6) = "FORZAR"
              MOVE 1 TO SW-FORZAR
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-PROCESO
           PERFORM 1000-LEER-FOTO-ANTERIOR
           PERFORM 2000-CHEQUEAR-BITACORA
           IF SW-ACTUALIZADO = 0
              IF SW-FORZAR = 0
                 DISPLAY "FOTOALE - SIN ACTUALIZACION DE ALERTAS "
                         "(ACTALEJUR) POSTERIOR A LA FOTO DEL "
                         W-FEC-FOTO-ANT " " W-HORA-FOTO-ANT
                 DISPLAY "FOTOALE - LA FOTO ANTERIOR QUEDA COMO "
                         "ESTA (FORZAR PARA TOMARLA IGUAL)"
                 MOVE 8 TO RETURN-CODE
                 MOVE "SIN ACTUALIZACION NUEVA DE ALERTAS"
                   TO REGC-CONTADORES
                 PERFORM 8000-ASENTAR-CORRIDA
                 STOP RUN
              END-IF
              DISPLAY "FOTOALE - FORZAR: SE TOMA LA FOTO SIN "
                      "ACTUALIZACION NUEVA EN LA BITACORA"
           END-IF
           PERFORM 3000-ABRIR-ARCHIVOS
           PERFORM 4000-COPIAR-ACTIVAS
           CLOSE BDIIALE FOTO-ALERTAS
           IF CONT-ERR-ESCRITURA = 0
              PERFORM 5000-GRABAR-FECHA-FOTO
           ELSE
              MOVE 8 TO RETURN-CODE
              DISPLAY "FOTOALE - ERRORES AL ESCRIBIR LA FOTO: LA "
                      "FECHA NO SE CAMBIA"
           END-IF
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
      *1000-LEER-FOTO-ANTERIOR.
      ** SIN FECHA GUARDADA (PRIMERA FOTO) CUALQUIER ACTUALIZACION
      ** TERMINADA LA HABILITA
      ******************************************************************
       1000-LEER-FOTO-ANTERIOR.
           OPEN INPUT FECHA-FOTO-ALE
           IF COD-RET-FEC-FOTO-ALE = "00"
              READ FECHA-FOTO-ALE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF FEC-FOTO-ALE IS NUMERIC
                       AND HORA-FOTO-ALE IS NUMERIC
                       MOVE FEC-FOTO-ALE  TO W-FEC-FOTO-ANT
                       MOVE HORA-FOTO-ALE TO W-HORA-FOTO-ANT
                    END-IF
              END-READ
              CLOSE FECHA-FOTO-ALE
           END-IF.

      ******************************************************************
      *2000-CHEQUEAR-BITACORA.
      ** LAS CORRIDAS DE ACTALEJUR DESDE LA FOTO ANTERIOR (LA CLAVE ES
      ** PROGRAMA + FECHA + HORA, ASI QUE EL START CAE EN LA PRIMERA
      ** POSTERIOR); SIN BITACORA SOLO SE TOMA CON FORZAR
      ******************************************************************
       2000-CHEQUEAR-BITACORA.
           OPEN INPUT BITACORA-CORRIDAS
           IF COD-RET-BITACORA NOT = "00"
              DISPLAY "SIN BITACORA DE CORRIDAS (" COD-RET-BITACORA
                      "), NO SE PUEDE VERIFICAR LA ACTUALIZACION"
           ELSE
              MOVE "ACTALEJUR"     TO PROG-BITACORA
              MOVE W-FEC-FOTO-ANT  TO FEC-BITACORA
              MOVE W-HORA-FOTO-ANT TO HORA-BITACORA
              START BITACORA-CORRIDAS
                    KEY IS GREATER THAN LLAVE-BITACORA
                 INVALID KEY MOVE 1 TO FIN-BITACORA
              END-START
              PERFORM UNTIL FIN-BITACORA = 1
                 READ BITACORA-CORRIDAS NEXT RECORD
                    AT END MOVE 1 TO FIN-BITACORA
                 END-READ
                 IF FIN-BITACORA = 0
                    IF PROG-BITACORA = "ACTALEJUR"
                       PERFORM 2100-EVALUAR-CORRIDA
                    ELSE
                       MOVE 1 TO FIN-BITACORA
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE BITACORA-CORRIDAS
           END-IF
           IF SW-ACTUALIZADO = 1
              DISPLAY "ACTUALIZACION DE ALERTAS DEL "
                      W-FEC-ACTUALIZACION " " W-HORA-ACTUALIZACION
           END-IF.

      ******************************************************************
      *2100-EVALUAR-CORRIDA.
      ** EL ASIENTO DE ARRANQUE NO DICE QUE TERMINO, FALSO NO TOCA EL
      ** MAESTRO Y UNA CORRIDA CANCELADA NO LO DEJO AL DIA
      ******************************************************************
       2100-EVALUAR-CORRIDA.
           IF CONT-BITACORA(1:8) NOT = "*INICIO*"
              AND PARM-BITACORA(1:6) NOT = "FALSO "
              AND RC-BITACORA < 8
              MOVE 1 TO SW-ACTUALIZADO
              MOVE FEC-BITACORA  TO W-FEC-ACTUALIZACION
              MOVE HORA-BITACORA TO W-HORA-ACTUALIZACION
           END-IF.

      ******************************************************************
      *3000-ABRIR-ARCHIVOS.
      ** LA FOTO SE REGENERA ENTERA EN CADA CORRIDA
      ******************************************************************
       3000-ABRIR-ARCHIVOS.
           OPEN INPUT BDIIALE
           IF COD-RET-BDIIALE NOT = "00"
              DISPLAY "NO SE PUDO ABRIR BDIIALE " COD-RET-BDIIALE
              MOVE 16 TO RETURN-CODE
              PERFORM 8000-ASENTAR-CORRIDA
              STOP RUN
           END-IF
           OPEN OUTPUT FOTO-ALERTAS
           IF COD-RET-FOTO-ALE NOT = "00"
              DISPLAY "Error abriendo BDIIALE.FOTO " COD-RET-FOTO-ALE
              CLOSE BDIIALE
              MOVE 16 TO RETURN-CODE
              PERFORM 8000-ASENTAR-CORRIDA
              STOP RUN
           END-IF.

      ******************************************************************
      *4000-COPIAR-ACTIVAS.
      ** BARRIDO COMPLETO DE BDIIALE (MISMO START/READ NEXT QUE
      ** 2000-RECORRER-BDIIALE DE REGENRES) CON LA REGLA DE ACTIVA Y
      ** VISIBLE DE LOS CONSULTORES
      ******************************************************************
       4000-COPIAR-ACTIVAS.
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
                 ADD 1 TO CONT-LEIDAS
                 EVALUATE TRUE
                    WHEN EST-AVISO-BDIIALE = "P"
                       ADD 1 TO CONT-EN-AVISO
                    WHEN BLOQUEO-BDIIALE = 0
                      OR FEC-VEN-BDIIALE < FECHA-PROCESO
                       ADD 1 TO CONT-INACTIVAS
                    WHEN OTHER
                       PERFORM 4100-GRABAR-EN-FOTO
                 END-EVALUATE
              END-IF
           END-PERFORM.

      ******************************************************************
      *4100-GRABAR-EN-FOTO.
      ******************************************************************
       4100-GRABAR-EN-FOTO.
           MOVE REG-BDIIALE TO REG-FOTO-ALE
           WRITE REG-FOTO-ALE
              INVALID KEY
                 ADD 1 TO CONT-ERR-ESCRITURA
              NOT INVALID KEY
                 ADD 1 TO CONT-COPIADAS
           END-WRITE.

      ******************************************************************
      *5000-GRABAR-FECHA-FOTO.
      ** LA HORA ES LA DEL FIN DE LA COPIA: LA PROXIMA FOTO PIDE UNA
      ** ACTUALIZACION POSTERIOR A ELLA
      ******************************************************************
       5000-GRABAR-FECHA-FOTO.
           OPEN OUTPUT FECHA-FOTO-ALE
           IF COD-RET-FEC-FOTO-ALE NOT = "00"
              DISPLAY "Error abriendo BDIIALE.FOTO.FEC "
                      COD-RET-FEC-FOTO-ALE
              MOVE 16 TO RETURN-CODE
           ELSE
              ACCEPT HORA-SISTEMA FROM TIME
              MOVE SPACES TO REG-FECHA-FOTO-ALE
              MOVE FECHA-PROCESO TO FEC-FOTO-ALE
              COMPUTE HORA-FOTO-ALE = HORA-SIST-HH * 10000
                 + HORA-SIST-MM * 100 + HORA-SIST-SS
              MOVE CONT-COPIADAS TO CANT-FOTO-ALE
              WRITE REG-FECHA-FOTO-ALE
              CLOSE FECHA-FOTO-ALE
              DISPLAY "FOTO DE ALERTAS DEL " FEC-FOTO-ALE " "
                      HORA-FOTO-ALE
           END-IF.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           MOVE CONT-LEIDAS TO W-EDIT-CONTADOR
           DISPLAY "Alertas leidas BDIIALE.... " W-EDIT-CONTADOR
           MOVE CONT-INACTIVAS TO W-EDIT-CONTADOR
           DISPLAY "  inactivas o vencidas.... " W-EDIT-CONTADOR
           MOVE CONT-EN-AVISO TO W-EDIT-CONTADOR
           DISPLAY "  en aviso previo......... " W-EDIT-CONTADOR
           MOVE CONT-COPIADAS TO W-EDIT-CONTADOR
           DISPLAY "Activas copiadas a la foto " W-EDIT-CONTADOR
           MOVE CONT-ERR-ESCRITURA TO W-EDIT-CONTADOR
           DISPLAY "Errores de escritura...... " W-EDIT-CONTADOR
           MOVE SPACES TO REGC-CONTADORES
           STRING "LEIDAS " CONT-LEIDAS
                  " FOTO " CONT-COPIADAS
                  " ERR " CONT-ERR-ESCRITURA
                  DELIMITED BY SIZE
                  INTO REGC-CONTADORES
           END-STRING
           PERFORM 8000-ASENTAR-CORRIDA.

      ******************************************************************
      *8000-ASENTAR-CORRIDA.
      ** BITACORA CENTRAL Y AVISO AL OPERADOR CON LA GRADUACION DE
      ** SEVERIDAD DE 8000-ASENTAR-CORRIDA EN ACTALEJUR: SIN FOTO
      ** NUEVA LOS SERVIDORES CONTESTARIAN CON LA VIEJA
      ******************************************************************
       8000-ASENTAR-CORRIDA.
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "FOTOALE - REGCORRIDA NO DISPONIBLE"
           END-CALL
           EVALUATE TRUE
              WHEN REGC-RC > 4
                 MOVE "FALLA" TO NOTIF-SEVERIDAD
              WHEN REGC-RC = 4 OR SW-FORZAR = 1
                 MOVE "AVISO" TO NOTIF-SEVERIDAD
              WHEN OTHER
                 MOVE "INFO" TO NOTIF-SEVERIDAD
           END-EVALUATE
           MOVE REGC-CONTADORES TO NOTIF-MENSAJE
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "FOTOALE - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

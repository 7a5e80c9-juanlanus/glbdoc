      * OPABDIINO.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPABDIINO.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Carga de las novedades de nombres de la Registraduria
      ** Nacional en el maestro de nombres oficiales BDIINOMB (clave
      ** igual a la de BDIIREGI), contra el que ACTALEJUR verifica el
      ** nombre de cada demandado (80100-VALIDAR-IDENTIFICACION).
      ** Mismo ciclo que OPABDIIRE: cada novedad abre con su codigo
      ** de operacion A = alta, M = cambio de nombre, B = baja, y
      ** antes de tocar el maestro la imagen previa va a la bitacora,
      ** para poder deshacer un feed malo.
      **
      ** USO: OPABDIINO ENTRADA | DESHACER
      **   ENTRADA  aplica $TEMPORALES/BDIINOMBENT (registros fijos:
      **            operacion X(1), tipo 9(1), cedula 9(11), nombres
      **            X(30), apellido paterno X(30), apellido materno
      **            X(30)); los rechazos con su razon quedan en
      **            $TEMPORALES/BDIINOMBRCH y las imagenes previas en
      **            $TEMPORALES/BDIINOMBJRN.
      **   DESHACER restaura el maestro desde BDIINOMBJRN.
      **
      ** RC 0 ok; RC 4 hubo rechazos; RC 8 errores de grabacion en el
      ** maestro; RC 16 error de uso, archivo inaccesible o maestro
      ** ocupado por otra corrida.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BDIINOMB.FS.

      * ENTRADA-BDIINOMB
      *===============================================================
      * NOVEDADES DE NOMBRES ENTREGADAS POR LA REGISTRADURIA
      *===============================================================
           SELECT ENTRADA-BDIINOMB
                  ASSIGN TO DISK ENT-BDIINOMB-TITLE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-ENT.

      * BITACORA-BDIINOMB
      *===============================================================
      * IMAGEN PREVIA DE CADA REGISTRO TOCADO EN MODO ENTRADA, PARA
      * EL MODO DESHACER (MISMO PATRON QUE BDIIREGIJRN)
      *===============================================================
           SELECT BITACORA-BDIINOMB
                  ASSIGN TO DISK JRN-BDIINOMB-TITLE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-JRN.

      * RECHAZOS-BDIINOMB
      *===============================================================
      * NOVEDADES QUE NO PASAN LA VALIDACION, CON SU RAZON
      *===============================================================
           SELECT RECHAZOS-BDIINOMB
                  ASSIGN TO DISK RCH-BDIINOMB-TITLE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-RCH.

      * DUPKEY-BDIINOMB
      *===============================================================
      * CEDULAS YA VISTAS EN EL FEED DE HOY (CEDULA REPETIDA DENTRO
      * DEL MISMO ARCHIVO), COMO DUPKEY-BDIIREGI
      *===============================================================
           SELECT DUPKEY-BDIINOMB
                  ASSIGN TO DISK DUP-BDIINOMB-TITLE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DUP-CLAVE-BDIINOMB
                  FILE STATUS IS COD-RET-DUP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY BDIINOMB.FD.

       FD  ENTRADA-BDIINOMB.
       01  REG-ENT-BDIINOMB.
           02 ENT-OPERACION-BDIINOMB   PIC X(01).
           02 ENT-TIPO-ID-BDIINOMB     PIC X(01).
           02 ENT-CEDULA-BDIINOMB      PIC X(11).
           02 ENT-NOMBRES-BDIINOMB     PIC X(30).
           02 ENT-APELLIDO-PAT-BDIINOMB PIC X(30).
           02 ENT-APELLIDO-MAT-BDIINOMB PIC X(30).

       FD  BITACORA-BDIINOMB.
       01  REG-JRN-BDIINOMB.
      *    operacion de la pasada de ida, para que DESHACER sepa
      *    invertirla: A se deshace borrando, M restaurando la imagen
      *    previa, B re-escribiendo el registro borrado
           02 JRN-OPERACION-BDIINOMB   PIC X(01).
           02 JRN-IMAGEN-BDIINOMB      PIC X(120).

       FD  RECHAZOS-BDIINOMB.
       01  REG-RCH-BDIINOMB.
           02 RCH-TIPO-ID-BDIINOMB     PIC X(01).
           02 FILLER                   PIC X(01).
           02 RCH-CEDULA-BDIINOMB      PIC X(11).
           02 FILLER                   PIC X(01).
           02 RCH-RAZON-BDIINOMB       PIC X(60).

       FD  DUPKEY-BDIINOMB.
       01  REG-DUPKEY-BDIINOMB.
           02 DUP-CLAVE-BDIINOMB.
              03 DUP-TIPO-ID-BDIINOMB  PIC X(01).
              03 DUP-CEDULA-BDIINOMB   PIC X(11).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-BDIINOMB         PIC XX   VALUE ZEROS.
       01 COD-RET-ENT              PIC XX   VALUE ZEROS.
       01 COD-RET-JRN              PIC XX   VALUE ZEROS.
       01 COD-RET-RCH              PIC XX   VALUE ZEROS.
       01 COD-RET-DUP              PIC XX   VALUE ZEROS.
       01 ENT-BDIINOMB-TITLE       PIC X(80)
                                   VALUE "$TEMPORALES/BDIINOMBENT".
       01 JRN-BDIINOMB-TITLE       PIC X(80)
                                   VALUE "$TEMPORALES/BDIINOMBJRN".
       01 RCH-BDIINOMB-TITLE       PIC X(80)
                                   VALUE "$TEMPORALES/BDIINOMBRCH".
       01 DUP-BDIINOMB-TITLE       PIC X(80)
                                   VALUE "$TEMPORALES/BDIINOMBDUP".
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 MODO-EJECUCION           PIC X(08) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 SW-FIN-ENT               PIC 9(01) VALUE 0.
       01 SW-FIN-JRN               PIC 9(01) VALUE 0.
       01 SW-ENT-VALIDA            PIC 9(01) VALUE 0.
       01 W-RAZON-RECHAZO          PIC X(60) VALUE SPACES.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** interbloqueo del recurso BDIINOMB (subprograma CERROJO)
       01 CERR-ACCION              PIC X(08) VALUE SPACES.
       01 CERR-RECURSO             PIC X(10) VALUE "BDIINOMB".
       01 CERR-PROGRAMA            PIC X(10) VALUE "OPABDIINO".
       01 CERR-RESULTADO           PIC 9(01) VALUE 0.
       01 SW-CERROJO-TOMADO        PIC 9(01) VALUE 0.

       01 CONTADORES-BDIINOMB.
          02 CONT-LEIDOS              PIC 9(10) VALUE 0.
          02 CONT-ALTAS               PIC 9(10) VALUE 0.
          02 CONT-CAMBIOS             PIC 9(10) VALUE 0.
          02 CONT-BAJAS               PIC 9(10) VALUE 0.
          02 CONT-SIN-CAMBIO          PIC 9(10) VALUE 0.
          02 CONT-RECHAZADOS          PIC 9(10) VALUE 0.
          02 CONT-ERR-GRABAR          PIC 9(10) VALUE 0.
          02 CONT-RESTAURADOS         PIC 9(10) VALUE 0.
          02 CONT-JRN-NO-HALLADOS     PIC 9(10) VALUE 0.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "OPABDIINO".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "OPABDIINO.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "OPABDIINO".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Novedades del maestro de nombres oficiales   *"
           DISPLAY "* BDIINOMB           PROGRAMA : OPABDIINO.CBL  *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
              INTO MODO-EJECUCION
           END-UNSTRING
           IF MODO-EJECUCION NOT = "ENTRADA"
              AND MODO-EJECUCION NOT = "DESHACER"
              DISPLAY "Uso: OPABDIINO ENTRADA | DESHACER"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 0600-TOMAR-CERROJO-BDIINOMB
           PERFORM 1000-ABRIR-ARCHIVOS
           IF MODO-EJECUCION = "ENTRADA"
              PERFORM 2000-APLICAR-NOVEDADES
           ELSE
              PERFORM 3000-DESHACER-DESDE-BITACORA
           END-IF
           PERFORM 6000-SACAR-RESUMEN
           PERFORM 9000-CERRAR-ARCHIVOS
           PERFORM 0700-LIBERAR-CERROJO-BDIINOMB
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
      *0600-TOMAR-CERROJO-BDIINOMB
      *RECLAMA EL RECURSO BDIINOMB ANTES DE ABRIRLO PARA ACTUALIZAR;
      *SI OTRA CORRIDA VIVA LO TIENE NO SE ARRANCA. VER CERROJO.CBL
      ******************************************************************
       0600-TOMAR-CERROJO-BDIINOMB.
           MOVE "TOMAR" TO CERR-ACCION
           CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                CERR-PROGRAMA CERR-RESULTADO
           ON EXCEPTION
              DISPLAY "OPABDIINO - CERROJO NO DISPONIBLE, SE SIGUE "
                      "SIN INTERBLOQUEO"
              MOVE 0 TO CERR-RESULTADO
           END-CALL
           IF CERR-RESULTADO NOT = 0
              DISPLAY "OPABDIINO - BDIINOMB OCUPADO POR OTRA CORRIDA,"
                      " SE CANCELA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 1 TO SW-CERROJO-TOMADO.

      ******************************************************************
      *0700-LIBERAR-CERROJO-BDIINOMB
      ******************************************************************
       0700-LIBERAR-CERROJO-BDIINOMB.
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
      *1000-ABRIR-ARCHIVOS.
      *EL MAESTRO SE CREA VACIO LA PRIMERA VEZ; LA BITACORA SE ABRE
      *PARA GRABAR EN ENTRADA Y PARA LEER EN DESHACER
      ******************************************************************
       1000-ABRIR-ARCHIVOS.
           OPEN I-O BDIINOMB
           IF COD-RET-BDIINOMB = "35"
              AND MODO-EJECUCION = "ENTRADA"
              OPEN OUTPUT BDIINOMB
              CLOSE BDIINOMB
              OPEN I-O BDIINOMB
           END-IF
           IF COD-RET-BDIINOMB NOT = "00"
              DISPLAY "Error abriendo BDIINOMB " COD-RET-BDIINOMB
              PERFORM 0700-LIBERAR-CERROJO-BDIINOMB
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF MODO-EJECUCION = "ENTRADA"
              OPEN INPUT ENTRADA-BDIINOMB
              IF COD-RET-ENT NOT = "00"
                 DISPLAY "Error abriendo " ENT-BDIINOMB-TITLE
                 DISPLAY "Estado " COD-RET-ENT
                 PERFORM 1900-CANCELAR
              END-IF
              OPEN OUTPUT BITACORA-BDIINOMB
              IF COD-RET-JRN NOT = "00"
                 DISPLAY "Error abriendo " JRN-BDIINOMB-TITLE
                 DISPLAY "Estado " COD-RET-JRN
                 PERFORM 1900-CANCELAR
              END-IF
              OPEN OUTPUT RECHAZOS-BDIINOMB
              IF COD-RET-RCH NOT = "00"
                 DISPLAY "Error abriendo " RCH-BDIINOMB-TITLE
                 DISPLAY "Estado " COD-RET-RCH
                 PERFORM 1900-CANCELAR
              END-IF
              OPEN OUTPUT DUPKEY-BDIINOMB
              IF COD-RET-DUP NOT = "00"
                 DISPLAY "Error abriendo " DUP-BDIINOMB-TITLE
                 DISPLAY "Estado " COD-RET-DUP
                 PERFORM 1900-CANCELAR
              END-IF
           ELSE
              OPEN INPUT BITACORA-BDIINOMB
              IF COD-RET-JRN NOT = "00"
                 DISPLAY "SIN BITACORA BDIINOMBJRN PARA DESHACER ("
                         COD-RET-JRN ")"
                 PERFORM 1900-CANCELAR
              END-IF
           END-IF.

      ******************************************************************
      *1900-CANCELAR.
      ******************************************************************
       1900-CANCELAR.
           CLOSE BDIINOMB
           PERFORM 0700-LIBERAR-CERROJO-BDIINOMB
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *2000-APLICAR-NOVEDADES.
      ******************************************************************
       2000-APLICAR-NOVEDADES.
           PERFORM UNTIL SW-FIN-ENT = 1
              READ ENTRADA-BDIINOMB
                 AT END MOVE 1 TO SW-FIN-ENT
              END-READ
              IF SW-FIN-ENT = 0
                 ADD 1 TO CONT-LEIDOS
                 PERFORM 2100-VALIDAR-NOVEDAD
                 IF SW-ENT-VALIDA = 1
                    EVALUATE ENT-OPERACION-BDIINOMB
                       WHEN "A"
                          PERFORM 2200-APLICAR-ALTA
                       WHEN "M"
                          PERFORM 2300-APLICAR-CAMBIO
                       WHEN "B"
                          PERFORM 2400-APLICAR-BAJA
                    END-EVALUATE
                 ELSE
                    PERFORM 2900-GRABAR-RECHAZO
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *2100-VALIDAR-NOVEDAD.
      *LAS MISMAS REGLAS QUE ACTALEJUR APLICA AL NOMBRE DEL DEMANDADO
      *(4100-VALIDACIONES-BASICAS) MAS LA CEDULA REPETIDA EN EL FEED;
      *LA BAJA SOLO NECESITA LA CLAVE
      ******************************************************************
       2100-VALIDAR-NOVEDAD.
           MOVE 1 TO SW-ENT-VALIDA
           MOVE SPACES TO W-RAZON-RECHAZO
           IF ENT-OPERACION-BDIINOMB NOT = "A"
              AND ENT-OPERACION-BDIINOMB NOT = "M"
              AND ENT-OPERACION-BDIINOMB NOT = "B"
              MOVE 0 TO SW-ENT-VALIDA
              MOVE "CODIGO DE OPERACION INVALIDO (A/M/B)"
                TO W-RAZON-RECHAZO
           END-IF
           IF SW-ENT-VALIDA = 1
              AND ENT-TIPO-ID-BDIINOMB NOT NUMERIC
              MOVE 0 TO SW-ENT-VALIDA
              MOVE "TIPO DE IDENTIFICACION NO NUMERICO"
                TO W-RAZON-RECHAZO
           END-IF
           IF SW-ENT-VALIDA = 1
              AND ENT-CEDULA-BDIINOMB NOT NUMERIC
              MOVE 0 TO SW-ENT-VALIDA
              MOVE "CEDULA NO NUMERICA" TO W-RAZON-RECHAZO
           END-IF
           IF SW-ENT-VALIDA = 1
              AND ENT-OPERACION-BDIINOMB NOT = "B"
              EVALUATE TRUE
                 WHEN ENT-NOMBRES-BDIINOMB = SPACES
                   OR ENT-NOMBRES-BDIINOMB NUMERIC
                    MOVE 0 TO SW-ENT-VALIDA
                    MOVE "NOMBRES EN BLANCO O NUMERICOS"
                      TO W-RAZON-RECHAZO
                 WHEN ENT-APELLIDO-PAT-BDIINOMB NUMERIC
                   OR ENT-APELLIDO-MAT-BDIINOMB NUMERIC
                    MOVE 0 TO SW-ENT-VALIDA
                    MOVE "APELLIDO NUMERICO" TO W-RAZON-RECHAZO
                 WHEN ENT-APELLIDO-PAT-BDIINOMB = SPACES
                  AND ENT-APELLIDO-MAT-BDIINOMB = SPACES
                    MOVE 0 TO SW-ENT-VALIDA
                    MOVE "APELLIDOS EN BLANCO" TO W-RAZON-RECHAZO
              END-EVALUATE
           END-IF
           IF SW-ENT-VALIDA = 1
              MOVE ENT-TIPO-ID-BDIINOMB TO DUP-TIPO-ID-BDIINOMB
              MOVE ENT-CEDULA-BDIINOMB  TO DUP-CEDULA-BDIINOMB
              WRITE REG-DUPKEY-BDIINOMB
                 INVALID KEY
                    MOVE 0 TO SW-ENT-VALIDA
                    MOVE "CEDULA REPETIDA DENTRO DEL FEED"
                      TO W-RAZON-RECHAZO
              END-WRITE
           END-IF.

      ******************************************************************
      *2200-APLICAR-ALTA.
      *LA CEDULA QUE YA TIENE NOMBRE SE RECHAZA; EN LA BITACORA QUEDA
      *LA OPERACION "A" CON LA CLAVE (EL DESHACER LA BORRA)
      ******************************************************************
       2200-APLICAR-ALTA.
           PERFORM 2500-ARMAR-REGISTRO
           WRITE REG-BDIINOMB
              INVALID KEY
                 MOVE "ALTA DE CEDULA QUE YA TIENE NOMBRE OFICIAL"
                   TO W-RAZON-RECHAZO
                 PERFORM 2900-GRABAR-RECHAZO
              NOT INVALID KEY
                 ADD 1 TO CONT-ALTAS
                 MOVE "A" TO JRN-OPERACION-BDIINOMB
                 MOVE REG-BDIINOMB TO JRN-IMAGEN-BDIINOMB
                 WRITE REG-JRN-BDIINOMB
           END-WRITE.

      ******************************************************************
      *2300-APLICAR-CAMBIO.
      *SOLO UNA DIFERENCIA REAL EN EL NOMBRE PAGA EL REWRITE; LA
      *IMAGEN PREVIA VA A LA BITACORA ANTES DE PISAR EL REGISTRO
      ******************************************************************
       2300-APLICAR-CAMBIO.
           MOVE ENT-TIPO-ID-BDIINOMB TO TIPO-ID-BDIINOMB
           MOVE ENT-CEDULA-BDIINOMB  TO CEDULA-BDIINOMB
           READ BDIINOMB
              INVALID KEY
                 MOVE "CAMBIO DE CEDULA SIN NOMBRE OFICIAL"
                   TO W-RAZON-RECHAZO
                 PERFORM 2900-GRABAR-RECHAZO
              NOT INVALID KEY
                 IF NOMBRES-BDIINOMB = ENT-NOMBRES-BDIINOMB
                    AND APELLIDO-PAT-BDIINOMB
                        = ENT-APELLIDO-PAT-BDIINOMB
                    AND APELLIDO-MAT-BDIINOMB
                        = ENT-APELLIDO-MAT-BDIINOMB
                    ADD 1 TO CONT-SIN-CAMBIO
                 ELSE
                    MOVE "M" TO JRN-OPERACION-BDIINOMB
                    MOVE REG-BDIINOMB TO JRN-IMAGEN-BDIINOMB
                    WRITE REG-JRN-BDIINOMB
                    PERFORM 2500-ARMAR-REGISTRO
                    REWRITE REG-BDIINOMB
                       INVALID KEY
                          ADD 1 TO CONT-ERR-GRABAR
                       NOT INVALID KEY
                          ADD 1 TO CONT-CAMBIOS
                    END-REWRITE
                 END-IF
           END-READ.

      ******************************************************************
      *2400-APLICAR-BAJA.
      *LA IMAGEN COMPLETA VA A LA BITACORA CON LA OPERACION "B" ANTES
      *DE BORRAR, PARA QUE DESHACER PUEDA RESTAURAR EL REGISTRO
      ******************************************************************
       2400-APLICAR-BAJA.
           MOVE ENT-TIPO-ID-BDIINOMB TO TIPO-ID-BDIINOMB
           MOVE ENT-CEDULA-BDIINOMB  TO CEDULA-BDIINOMB
           READ BDIINOMB
              INVALID KEY
                 MOVE "BAJA DE CEDULA SIN NOMBRE OFICIAL"
                   TO W-RAZON-RECHAZO
                 PERFORM 2900-GRABAR-RECHAZO
              NOT INVALID KEY
                 MOVE "B" TO JRN-OPERACION-BDIINOMB
                 MOVE REG-BDIINOMB TO JRN-IMAGEN-BDIINOMB
                 WRITE REG-JRN-BDIINOMB
                 DELETE BDIINOMB RECORD
                    INVALID KEY
                       ADD 1 TO CONT-ERR-GRABAR
                    NOT INVALID KEY
                       ADD 1 TO CONT-BAJAS
                 END-DELETE
           END-READ.

      ******************************************************************
      *2500-ARMAR-REGISTRO.
      ******************************************************************
       2500-ARMAR-REGISTRO.
           MOVE SPACES TO REG-BDIINOMB
           MOVE ENT-TIPO-ID-BDIINOMB      TO TIPO-ID-BDIINOMB
           MOVE ENT-CEDULA-BDIINOMB       TO CEDULA-BDIINOMB
           MOVE ENT-NOMBRES-BDIINOMB      TO NOMBRES-BDIINOMB
           MOVE ENT-APELLIDO-PAT-BDIINOMB TO APELLIDO-PAT-BDIINOMB
           MOVE ENT-APELLIDO-MAT-BDIINOMB TO APELLIDO-MAT-BDIINOMB
           MOVE FECHA-SISTEMA             TO FEC-NOV-BDIINOMB.

      ******************************************************************
      *2900-GRABAR-RECHAZO.
      ******************************************************************
       2900-GRABAR-RECHAZO.
           ADD 1 TO CONT-RECHAZADOS
           MOVE SPACES TO REG-RCH-BDIINOMB
           MOVE ENT-TIPO-ID-BDIINOMB TO RCH-TIPO-ID-BDIINOMB
           MOVE ENT-CEDULA-BDIINOMB  TO RCH-CEDULA-BDIINOMB
           MOVE W-RAZON-RECHAZO      TO RCH-RAZON-BDIINOMB
           WRITE REG-RCH-BDIINOMB.

      ******************************************************************
      *3000-DESHACER-DESDE-BITACORA.
      *COMO LAS CEDULAS REPETIDAS DEL FEED SE RECHAZAN, CADA CEDULA
      *APARECE UNA SOLA VEZ EN LA BITACORA Y EL ORDEN ES INDIFERENTE
      ******************************************************************
       3000-DESHACER-DESDE-BITACORA.
           PERFORM UNTIL SW-FIN-JRN = 1
              READ BITACORA-BDIINOMB
                 AT END MOVE 1 TO SW-FIN-JRN
              END-READ
              IF SW-FIN-JRN = 0
                 EVALUATE JRN-OPERACION-BDIINOMB
                    WHEN "A"
                       PERFORM 3100-DESHACER-ALTA
                    WHEN "B"
                       PERFORM 3200-DESHACER-BAJA
                    WHEN OTHER
                       PERFORM 3300-DESHACER-CAMBIO
                 END-EVALUATE
              END-IF
           END-PERFORM.

      ******************************************************************
      *3100-DESHACER-ALTA.
      ******************************************************************
       3100-DESHACER-ALTA.
           MOVE JRN-IMAGEN-BDIINOMB TO REG-BDIINOMB
           DELETE BDIINOMB RECORD
              INVALID KEY
                 ADD 1 TO CONT-JRN-NO-HALLADOS
              NOT INVALID KEY
                 ADD 1 TO CONT-RESTAURADOS
           END-DELETE.

      ******************************************************************
      *3200-DESHACER-BAJA.
      ******************************************************************
       3200-DESHACER-BAJA.
           MOVE JRN-IMAGEN-BDIINOMB TO REG-BDIINOMB
           WRITE REG-BDIINOMB
              INVALID KEY
                 ADD 1 TO CONT-ERR-GRABAR
              NOT INVALID KEY
                 ADD 1 TO CONT-RESTAURADOS
           END-WRITE.

      ******************************************************************
      *3300-DESHACER-CAMBIO.
      ******************************************************************
       3300-DESHACER-CAMBIO.
           MOVE JRN-IMAGEN-BDIINOMB TO REG-BDIINOMB
           REWRITE REG-BDIINOMB
              INVALID KEY
                 ADD 1 TO CONT-JRN-NO-HALLADOS
              NOT INVALID KEY
                 ADD 1 TO CONT-RESTAURADOS
           END-REWRITE.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           MOVE SPACES TO REGC-CONTADORES
           IF MODO-EJECUCION = "ENTRADA"
              MOVE CONT-LEIDOS TO W-EDIT-CONTADOR
              DISPLAY "Novedades leidas.......... " W-EDIT-CONTADOR
              MOVE CONT-ALTAS TO W-EDIT-CONTADOR
              DISPLAY "Altas..................... " W-EDIT-CONTADOR
              MOVE CONT-CAMBIOS TO W-EDIT-CONTADOR
              DISPLAY "Cambios de nombre......... " W-EDIT-CONTADOR
              MOVE CONT-SIN-CAMBIO TO W-EDIT-CONTADOR
              DISPLAY "Cambios sin diferencia.... " W-EDIT-CONTADOR
              MOVE CONT-BAJAS TO W-EDIT-CONTADOR
              DISPLAY "Bajas..................... " W-EDIT-CONTADOR
              MOVE CONT-RECHAZADOS TO W-EDIT-CONTADOR
              DISPLAY "Rechazadas................ " W-EDIT-CONTADOR
              STRING "LEIDOS " CONT-LEIDOS
                     " A " CONT-ALTAS
                     " M " CONT-CAMBIOS
                     " B " CONT-BAJAS
                     " RCH " CONT-RECHAZADOS
                     DELIMITED BY SIZE
                     INTO REGC-CONTADORES
              END-STRING
           ELSE
              MOVE CONT-RESTAURADOS TO W-EDIT-CONTADOR
              DISPLAY "Registros restaurados..... " W-EDIT-CONTADOR
              MOVE CONT-JRN-NO-HALLADOS TO W-EDIT-CONTADOR
              DISPLAY "Bitacora sin registro..... " W-EDIT-CONTADOR
              STRING "DESHACER REST " CONT-RESTAURADOS
                     " NOHALL " CONT-JRN-NO-HALLADOS
                     DELIMITED BY SIZE
                     INTO REGC-CONTADORES
              END-STRING
           END-IF
           MOVE CONT-ERR-GRABAR TO W-EDIT-CONTADOR
           DISPLAY "Errores de grabacion...... " W-EDIT-CONTADOR
           EVALUATE TRUE
              WHEN CONT-ERR-GRABAR > 0
                 MOVE 8 TO RETURN-CODE
              WHEN CONT-RECHAZADOS > 0 OR CONT-JRN-NO-HALLADOS > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 8000-ASENTAR-CORRIDA.

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
              DISPLAY "OPABDIINO - REGCORRIDA NO DISPONIBLE"
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
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "OPABDIINO - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           IF MODO-EJECUCION = "ENTRADA"
              CLOSE ENTRADA-BDIINOMB RECHAZOS-BDIINOMB DUPKEY-BDIINOMB
           END-IF
           CLOSE BDIINOMB BITACORA-BDIINOMB.

      * MIGBDIIREGI.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MIGBDIIREGI.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Migracion por unica vez del maestro de la Registraduria
      ** BDIIREGI al layout con fecha de nacimiento (ver BDIIREGI.FD):
      ** el registro viejo termina en IND-CAMBIO, el nuevo agrega
      ** FEC-NAC-BDIIREGI, asi que el archivo existente no abre contra
      ** el FD nuevo. Cada registro viejo pasa al nuevo con todos sus
      ** campos y la fecha de nacimiento en ceros (desconocida); la
      ** fecha real llega con las novedades del feed de la
      ** Registraduria que aplica OPABDIIRE.
      **
      ** OPERACION (mismo esquema que MIGBDIIALE / MIGBDLSTR): se
      ** corre con el archivo viejo mapeado en la asignacion externa
      ** BDIIREV y el NUEVO (que este programa crea desde cero) en la
      ** asignacion BDIIRE de siempre; recien verificado el resultado
      ** (VERMAESTR BDIIREGI) se retira el viejo. RC 0 migrado
      ** completo; RC 8 hubo registros que no se pudieron escribir (el
      ** detalle sale por consola).
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    el maestro viejo, sin fecha de nacimiento
           SELECT BDIIREGI-VIEJO
                  ASSIGN TO EXTERNAL BDIIREV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-VIEJO
                  FILE STATUS IS COD-RET-VIEJO.

      *    mismo SELECT que BDIIREGI.FS, con FILE STATUS para la
      *    creacion del archivo nuevo (como en OPABDIIRE)
           SELECT BDIIREGI
                  ASSIGN TO EXTERNAL BDIIRE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BDIIREGI
                  FILE STATUS IS COD-RET-BDIIREGI.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  BDIIREGI-VIEJO.
       01  REG-VIEJO.
           02 LLAVE-VIEJO.
              03 TIPO-ID-VIEJO         PIC 9(01).
              03 CEDULA-VIEJO          PIC 9(11).
           02 IND-SEXO-VIEJO           PIC X(01).
           02 BLOQUEO-TUTELA-VIEJO     PIC X(01).
           02 IND-CREACION-VIEJO       PIC X(01).
           02 IND-CAMBIO-VIEJO         PIC X(01).

           COPY BDIIREGI.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-BDIIREGI         PIC X(2) VALUE ZEROS.
       01 COD-RET-VIEJO            PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 SW-FIN-VIEJO             PIC 9(01) VALUE 0.
       01 CONTADORES-MIGRACION.
          02 CONT-LEIDOS              PIC 9(10) VALUE 0.
          02 CONT-MIGRADOS            PIC 9(10) VALUE 0.
          02 CONT-ERRADOS             PIC 9(10) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      * interbloqueo del recurso BDIIREGI (subprograma CERROJO)
       01 CERR-ACCION              PIC X(08) VALUE SPACES.
       01 CERR-RECURSO             PIC X(10) VALUE "BDIIREGI".
       01 CERR-PROGRAMA            PIC X(10) VALUE "MIGBDIIREG".
       01 CERR-RESULTADO           PIC 9(01) VALUE 0.
       01 SW-CERROJO-TOMADO        PIC 9(01) VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Migracion de BDIIREGI al layout con fecha de  *"
           DISPLAY "* nacimiento   PROGRAMA : MIGBDIIREGI.CBL       *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           PERFORM 0600-TOMAR-CERROJO-BDIIREGI
           OPEN INPUT BDIIREGI-VIEJO
           IF COD-RET-VIEJO NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO VIEJO (BDIIREV): "
                      COD-RET-VIEJO
              PERFORM 0700-LIBERAR-CERROJO-BDIIREGI
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT BDIIREGI
           IF COD-RET-BDIIREGI NOT = "00"
              DISPLAY "NO SE PUDO CREAR EL MAESTRO NUEVO (BDIIRE): "
                      COD-RET-BDIIREGI
              PERFORM 0700-LIBERAR-CERROJO-BDIIREGI
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1000-MIGRAR
           CLOSE BDIIREGI-VIEJO BDIIREGI
           PERFORM 0700-LIBERAR-CERROJO-BDIIREGI
           PERFORM 2000-DESPLEGAR-RESUMEN
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
      *0600-TOMAR-CERROJO-BDIIREGI.
      ** NADIE PUEDE TOCAR BDIIREGI MIENTRAS SE MIGRA (VER CERROJO.CBL)
      ******************************************************************
       0600-TOMAR-CERROJO-BDIIREGI.
           MOVE "TOMAR" TO CERR-ACCION
           CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                CERR-PROGRAMA CERR-RESULTADO
           ON EXCEPTION
              DISPLAY "MIGBDIIREGI - CERROJO NO DISPONIBLE, SE SIGUE "
                      "SIN INTERBLOQUEO"
              MOVE 0 TO CERR-RESULTADO
           END-CALL
           IF CERR-RESULTADO NOT = 0
              DISPLAY "MIGBDIIREGI - BDIIREGI OCUPADO POR OTRA "
                      "CORRIDA, SE CANCELA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 1 TO SW-CERROJO-TOMADO.

      ******************************************************************
      *0700-LIBERAR-CERROJO-BDIIREGI.
      ******************************************************************
       0700-LIBERAR-CERROJO-BDIIREGI.
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
      *1000-MIGRAR.
      ******************************************************************
       1000-MIGRAR.
           MOVE LOW-VALUES TO LLAVE-VIEJO
           START BDIIREGI-VIEJO KEY IS NOT LESS THAN LLAVE-VIEJO
              INVALID KEY MOVE 1 TO SW-FIN-VIEJO
           END-START
           PERFORM UNTIL SW-FIN-VIEJO = 1
              READ BDIIREGI-VIEJO NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-VIEJO
              END-READ
              IF SW-FIN-VIEJO = 0
                 ADD 1 TO CONT-LEIDOS
                 PERFORM 1100-MIGRAR-UN-REGISTRO
              END-IF
           END-PERFORM.

      ******************************************************************
      *1100-MIGRAR-UN-REGISTRO.
      ** EL MAESTRO VIEJO NO TRAIA FECHA DE NACIMIENTO: QUEDA EN CEROS
      ** (DESCONOCIDA) HASTA QUE LA INFORME EL FEED
      ******************************************************************
       1100-MIGRAR-UN-REGISTRO.
           INITIALIZE REG-BDIIREGI
           MOVE TIPO-ID-VIEJO        TO TIPO-ID-BDIIREGI
           MOVE CEDULA-VIEJO         TO CEDULA-BDIIREGI
           MOVE IND-SEXO-VIEJO       TO IND-SEXO-BDIIREGI
           MOVE BLOQUEO-TUTELA-VIEJO TO BLOQUEO-TUTELA-BDIIREGI
           MOVE IND-CREACION-VIEJO   TO IND-CREACION-BDIIREGI
           MOVE IND-CAMBIO-VIEJO     TO IND-CAMBIO-BDIIREGI
           MOVE ZEROS                TO FEC-NAC-BDIIREGI
           WRITE REG-BDIIREGI
              INVALID KEY
                 ADD 1 TO CONT-ERRADOS
                 DISPLAY "NO SE PUDO MIGRAR " LLAVE-VIEJO
              NOT INVALID KEY
                 ADD 1 TO CONT-MIGRADOS
           END-WRITE.

      ******************************************************************
      *2000-DESPLEGAR-RESUMEN.
      ******************************************************************
       2000-DESPLEGAR-RESUMEN.
           MOVE CONT-LEIDOS TO W-EDIT-CONTADOR
           DISPLAY "Identificaciones leidas..... " W-EDIT-CONTADOR
           MOVE CONT-MIGRADOS TO W-EDIT-CONTADOR
           DISPLAY "Identificaciones migradas... " W-EDIT-CONTADOR
           MOVE CONT-ERRADOS TO W-EDIT-CONTADOR
           DISPLAY "Identificaciones con error.. " W-EDIT-CONTADOR
           IF CONT-ERRADOS > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

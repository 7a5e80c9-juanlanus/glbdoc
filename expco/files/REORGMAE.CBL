      * REORGMAE.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REORGMAE.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Reorganizacion de un maestro indexado despues de bajas
      ** masivas: PURGARET borra fisicamente de ICBCON y BDIIALE,
      ** DEFUNCION y HABEASDAT borran renglones e INVICBCON rearma
      ** ICBCONENT, pero el archivo indexado conserva su tamano y se
      ** recorre cada mes mas lento. Este programa:
      **   1. toma el CERROJO del maestro durante toda la corrida
      **      (ocupado = no arranca)
      **   2. mide el tamano (du -k) y cuenta los registros con
      **      CONTARREG sobre el maestro vivo
      **   3. lo descarga en orden de clave a
      **      $TEMPORALES/REORGMAE.DES
      **   4. lo recarga en un archivo nuevo, <ruta>.REORG
      **   5. verifica el nuevo: barrido completo de CONTARREG (la
      **      cantidad debe coincidir con la del vivo y con la
      **      descargada) y la regla de VERMAESTR (claves
      **      estrictamente ascendentes)
      **   6. solo si verifica, pone el nuevo en lugar del vivo; si
      **      no, el vivo queda como estaba y el nuevo se descarta
      **   7. asienta el tamano y la cantidad de despues en
      **      CAPACIDAD.HIS marcados REORGMAE, para que CAPMON tome
      **      desde ahi la base de su crecimiento y no confunda el
      **      espacio muerto recuperado con un cambio de tendencia
      ** La ruta del maestro es la que tiene registrada en
      ** $TEMPORALES/CAPACIDAD.CFG (el mismo nombre que mide CAPMON).
      ** Informe con el tamano antes y despues en
      ** $TEMPORALES/REORGMAE.REP y por consola.
      **
      ** USO: REORGMAE <maestro>
      **   maestro: BDIIREGI, BDIIALE, SCORESNAP, SCODAPJA, ICBCON,
      **            ICBCONENT, NOAM21 o BDLSTR (los de CONTARREG)
      **
      ** RC 0 reorganizado; RC 8 maestro ocupado o el archivo nuevo
      ** no verifico (el vivo queda intacto); RC 16 error de uso, de
      ** configuracion o de E/S.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    todos apuntan a W-RUTA-MAESTRO: el vivo para descargar y
      *    el nuevo para recargar y verificar; solo uno se abre por
      *    corrida, segun el maestro pedido
           SELECT BDIIREGI
                  ASSIGN TO DISK W-RUTA-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BDIIREGI
                  FILE STATUS IS COD-RET-MAE.

           SELECT BDIIALE
                  ASSIGN TO DISK W-RUTA-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLASEC-BDIIALE
                  FILE STATUS IS COD-RET-MAE.

           SELECT SCORESNAP
                  ASSIGN TO DISK W-RUTA-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-SCORESNAP
                  FILE STATUS IS COD-RET-MAE.

           SELECT SCODAPJA
                  ASSIGN TO DISK W-RUTA-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-SCODAPJA
                  FILE STATUS IS COD-RET-MAE.

           SELECT ICBCON
                  ASSIGN TO DISK W-RUTA-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLASEC-ICBCON
                  FILE STATUS IS COD-RET-MAE.

           SELECT ICBCONENT
                  ASSIGN TO DISK W-RUTA-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-ICBCONENT
                  FILE STATUS IS COD-RET-MAE.

           SELECT NOAMNISTIA21
                  ASSIGN TO DISK W-RUTA-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-NOAM21
                  FILE STATUS IS COD-RET-MAE.

           SELECT BDLSTR
                  ASSIGN TO DISK W-RUTA-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BDLSTR
                  FILE STATUS IS COD-RET-MAE.

           SELECT DESCARGA-MAESTRO
                  ASSIGN TO "$TEMPORALES/REORGMAE.DES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-DES.

           SELECT CONFIG-CAPACIDAD
                  ASSIGN TO "$TEMPORALES/CAPACIDAD.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CFG.

           SELECT HISTORIA-CAPACIDAD
                  ASSIGN TO "$TEMPORALES/CAPACIDAD.HIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-HIS.

           SELECT MEDIDA-TEMPORAL
                  ASSIGN TO "$TEMPORALES/REORGMAE.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-TMP.

           SELECT REPORTE-REORG
                  ASSIGN TO "$TEMPORALES/REORGMAE.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY BDIIREGI.FD.
           COPY BDIIALE.FD.
           COPY SCORESNAP.FD.
           COPY SCODAPJA.FD.
           COPY ICBCON001.FD.
           COPY ICBCONENT.FD.
           COPY NOAMNISTIA21.FD.
           COPY BDLSTR.FD.

      *    el registro del maestro tal cual, sea cual sea el maestro
       FD  DESCARGA-MAESTRO.
       01  REG-DESCARGA                PIC X(200).

      *    mismos renglones que CAPMON.CBL
       FD  CONFIG-CAPACIDAD.
       01  REG-CONFIG-CAP.
           02 CFG-NOMBRE               PIC X(10).
           02 FILLER                   PIC X.
           02 CFG-RUTA                 PIC X(60).
           02 FILLER                   PIC X.
           02 CFG-TOPE-KB              PIC X(09).

       FD  HISTORIA-CAPACIDAD.
       01  REG-HIS-CAP.
           02 HIS-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 HIS-NOMBRE               PIC X(10).
           02 FILLER                   PIC X.
           02 HIS-KB                   PIC 9(12).
           02 FILLER                   PIC X.
           02 HIS-CANT                 PIC 9(12).
           02 FILLER                   PIC X.
           02 HIS-ORIGEN               PIC X(08).

       FD  MEDIDA-TEMPORAL.
       01  REG-MEDIDA                  PIC X(30).

       FD  REPORTE-REORG.
       01  REG-REP-REORG               PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-MAE              PIC X(2) VALUE ZEROS.
       01 COD-RET-DES              PIC X(2) VALUE ZEROS.
       01 COD-RET-CFG              PIC X(2) VALUE ZEROS.
       01 COD-RET-HIS              PIC X(2) VALUE ZEROS.
       01 COD-RET-TMP              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(40) VALUE SPACES.
       01 W-MAESTRO                PIC X(10) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 W-COMANDO-SYST           PIC X(300) VALUE SPACES.
       01 W-LINEA-ARMADA           PIC X(100) VALUE SPACES.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.
       01 SW-FIN-CONFIG            PIC 9(01) VALUE 0.
       01 SW-FIN-MAESTRO           PIC 9(01) VALUE 0.
       01 SW-FIN-DESCARGA          PIC 9(01) VALUE 0.
       01 SW-ERROR-ES              PIC 9(01) VALUE 0.

      **** RUTAS: LA DEL VIVO (CAPACIDAD.CFG), LA DEL NUEVO Y LA QUE
      **** USAN LOS SELECT EN CADA MOMENTO
       01 W-RUTA-VIVO              PIC X(80) VALUE SPACES.
       01 W-RUTA-NUEVO             PIC X(80) VALUE SPACES.
       01 W-RUTA-ANTERIOR          PIC X(80) VALUE SPACES.
       01 W-RUTA-MAESTRO           PIC X(80) VALUE SPACES.
       01 W-RUTA-MEDIDA            PIC X(80) VALUE SPACES.

      **** MAESTROS QUE SE SABEN RECORRER (LOS DE CONTARREG)
       01 TABLA-MAESTROS-DEF.
          02 FILLER PIC X(10) VALUE "BDIIREGI  ".
          02 FILLER PIC X(10) VALUE "BDIIALE   ".
          02 FILLER PIC X(10) VALUE "SCORESNAP ".
          02 FILLER PIC X(10) VALUE "SCODAPJA  ".
          02 FILLER PIC X(10) VALUE "ICBCON    ".
          02 FILLER PIC X(10) VALUE "ICBCONENT ".
          02 FILLER PIC X(10) VALUE "NOAM21    ".
          02 FILLER PIC X(10) VALUE "BDLSTR    ".
       01 TABLA-MAESTROS REDEFINES TABLA-MAESTROS-DEF.
          02 MAE-NOMBRE               PIC X(10) OCCURS 8 TIMES.
       01 MAE-TOPE                 PIC 9(02) VALUE 8.
       01 W-IDX-MAE                PIC 9(02) VALUE 0.
       01 SW-MAESTRO-CONOCIDO      PIC 9(01) VALUE 0.

      **** RECORRIDO EN ORDEN DE CLAVE: 1 = DESCARGAR (GRABA CADA
      **** REGISTRO EN REORGMAE.DES), 2 = VERIFICAR (SOLO CUENTA Y
      **** CHEQUEA LA SECUENCIA, COMO 1300 DE VERMAESTR)
       01 SW-MODO-RECORRIDO        PIC 9(01) VALUE 0.
       01 W-REGISTRO               PIC X(200) VALUE SPACES.
       01 W-CLAVE-ANTERIOR         PIC X(50) VALUE SPACES.
       01 W-CLAVE-ACTUAL           PIC X(50) VALUE SPACES.
       01 W-CANT-RECORRIDO         PIC 9(12) VALUE 0.
       01 SW-FUERA-DE-ORDEN        PIC 9(01) VALUE 0.

      **** CANTIDADES Y TAMANOS DE ANTES Y DESPUES
       01 W-CANT-ANTES             PIC 9(12) VALUE 0.
       01 W-CANT-DESCARGADOS       PIC 9(12) VALUE 0.
       01 W-CANT-RECARGADOS        PIC 9(12) VALUE 0.
       01 W-CANT-DESPUES           PIC 9(12) VALUE 0.
       01 W-KB-MEDIDO              PIC 9(12) VALUE 0.
       01 W-KB-ANTES               PIC 9(12) VALUE 0.
       01 W-KB-DESPUES             PIC 9(12) VALUE 0.
       01 W-KB-RECUPERADOS         PIC S9(12) VALUE 0.
       01 SW-VERIFICA              PIC 9(01) VALUE 0.

      **** CONTEO/BARRIDO COMPLETO (SUBPROGRAMA CONTARREG)
       01 CREG-RUTA                PIC X(80) VALUE SPACES.
       01 CREG-CANTIDAD            PIC 9(12) VALUE 0.
       01 CREG-RESULTADO           PIC 9(01) VALUE 0.

      **** INTERBLOQUEO DEL MAESTRO REORGANIZADO (CERROJO)
       01 CERR-ACCION              PIC X(08) VALUE SPACES.
       01 CERR-RECURSO             PIC X(10) VALUE SPACES.
       01 CERR-PROGRAMA            PIC X(10) VALUE "REORGMAE".
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
           DISPLAY "* Reorganizacion de maestros indexados          *"
           DISPLAY "*           PROGRAMA : REORGMAE.CBL             *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-MAESTRO
           END-UNSTRING
           PERFORM 0600-VALIDAR-MAESTRO
           PERFORM 1000-BUSCAR-RUTA
           MOVE W-MAESTRO TO CERR-RECURSO
           PERFORM 7000-TOMAR-CERROJO
           IF SW-CERROJO-TOMADO = 0
              DISPLAY "MAESTRO " W-MAESTRO " OCUPADO, NO SE "
                      "REORGANIZA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-REORG
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "REORGANIZACION DE " DELIMITED BY SIZE
                  W-MAESTRO DELIMITED BY SPACE
                  " AL " FECHA-SISTEMA DELIMITED BY SIZE
                  INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
           PERFORM 2000-MEDIR-ANTES
           PERFORM 3000-DESCARGAR
           PERFORM 4000-RECARGAR
           PERFORM 5000-VERIFICAR-NUEVO
           IF SW-VERIFICA = 1
              PERFORM 6000-CAMBIAR-ARCHIVO
           ELSE
              PERFORM 6900-DESCARTAR-NUEVO
           END-IF
           PERFORM 7100-LIBERAR-CERROJO
           CLOSE REPORTE-REORG
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
      *0600-VALIDAR-MAESTRO.
      ******************************************************************
       0600-VALIDAR-MAESTRO.
           MOVE 0 TO SW-MAESTRO-CONOCIDO
           PERFORM VARYING W-IDX-MAE FROM 1 BY 1
              UNTIL W-IDX-MAE > MAE-TOPE
              IF MAE-NOMBRE(W-IDX-MAE) = W-MAESTRO
                 AND W-MAESTRO NOT = SPACES
                 MOVE 1 TO SW-MAESTRO-CONOCIDO
              END-IF
           END-PERFORM
           IF SW-MAESTRO-CONOCIDO = 0
              DISPLAY "Uso: REORGMAE <maestro>"
              DISPLAY "     maestro: BDIIREGI BDIIALE SCORESNAP "
                      "SCODAPJA ICBCON ICBCONENT NOAM21 BDLSTR"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *1000-BUSCAR-RUTA.
      ** LA RUTA DEL VIVO ES LA DE CAPACIDAD.CFG; EL NUEVO SE ARMA AL
      ** LADO (<ruta>.REORG) PARA QUE EL CAMBIO SEA UN mv EN EL MISMO
      ** VOLUMEN
      ******************************************************************
       1000-BUSCAR-RUTA.
           OPEN INPUT CONFIG-CAPACIDAD
           IF COD-RET-CFG NOT = "00"
              DISPLAY "No se pudo abrir CAPACIDAD.CFG (" COD-RET-CFG
                      ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL SW-FIN-CONFIG = 1
              READ CONFIG-CAPACIDAD NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-CONFIG
              END-READ
              IF SW-FIN-CONFIG = 0 AND CFG-NOMBRE = W-MAESTRO
                 MOVE CFG-RUTA TO W-RUTA-VIVO
              END-IF
           END-PERFORM
           CLOSE CONFIG-CAPACIDAD
           IF W-RUTA-VIVO = SPACES
              DISPLAY W-MAESTRO " NO ESTA REGISTRADO EN CAPACIDAD.CFG"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-RUTA-NUEVO W-RUTA-ANTERIOR
           STRING W-RUTA-VIVO DELIMITED BY SPACE
                  ".REORG" DELIMITED BY SIZE
                  INTO W-RUTA-NUEVO
           END-STRING
           STRING W-RUTA-VIVO DELIMITED BY SPACE
                  ".ANT" DELIMITED BY SIZE
                  INTO W-RUTA-ANTERIOR
           END-STRING.

      ******************************************************************
      *2000-MEDIR-ANTES.
      ** TAMANO Y BARRIDO DE CONTARREG DEL VIVO: UN VIVO QUE NO SE
      ** DEJA RECORRER ENTERO NO SE REORGANIZA (SE RESTAURA)
      ******************************************************************
       2000-MEDIR-ANTES.
           MOVE W-RUTA-VIVO TO W-RUTA-MEDIDA
           PERFORM 2100-MEDIR-TAMANO
           MOVE W-KB-MEDIDO TO W-KB-ANTES
           MOVE W-RUTA-VIVO TO CREG-RUTA
           PERFORM 2200-CONTAR-REGISTROS
           IF CREG-RESULTADO NOT = 0
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "EL VIVO NO SE DEJA RECORRER (CONTARREG "
                     CREG-RESULTADO "), NO SE REORGANIZA"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 8000-GRABAR-LINEA
              PERFORM 9000-TERMINAR-CON-ERROR
           END-IF
           MOVE CREG-CANTIDAD TO W-CANT-ANTES
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "ANTES    " W-KB-ANTES " KB  " W-CANT-ANTES
                  " REGISTROS" DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA.

      ******************************************************************
      *2100-MEDIR-TAMANO.
      ** EL TAMANO EN KB SALE DE du -k, COMO EN CAPMON
      ******************************************************************
       2100-MEDIR-TAMANO.
           MOVE SPACES TO W-COMANDO-SYST
           STRING "du -k "           DELIMITED BY SIZE
                  W-RUTA-MEDIDA      DELIMITED BY SPACE
                  " 2>/dev/null | cut -f1 > $TEMPORALES/REORGMAE.TMP"
                                     DELIMITED BY SIZE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO W-KB-MEDIDO
           OPEN INPUT MEDIDA-TEMPORAL
           IF COD-RET-TMP = "00"
              MOVE SPACES TO REG-MEDIDA
              READ MEDIDA-TEMPORAL NEXT RECORD
                 AT END CONTINUE
              END-READ
              IF REG-MEDIDA(1:1) IS NUMERIC
                 MOVE FUNCTION NUMVAL(REG-MEDIDA) TO W-KB-MEDIDO
              END-IF
              CLOSE MEDIDA-TEMPORAL
           END-IF.

      ******************************************************************
      *2200-CONTAR-REGISTROS.
      ** ENTRA LA RUTA EN CREG-RUTA
      ******************************************************************
       2200-CONTAR-REGISTROS.
           MOVE 0 TO CREG-CANTIDAD
           MOVE 9 TO CREG-RESULTADO
           CALL "CONTARREG" USING W-MAESTRO CREG-RUTA
                                  CREG-CANTIDAD CREG-RESULTADO
           ON EXCEPTION
              DISPLAY "REORGMAE - CONTARREG NO DISPONIBLE"
              MOVE 9 TO CREG-RESULTADO
           END-CALL.

      ******************************************************************
      *3000-DESCARGAR.
      ******************************************************************
       3000-DESCARGAR.
           OPEN OUTPUT DESCARGA-MAESTRO
           IF COD-RET-DES NOT = "00"
              DISPLAY "No se pudo crear REORGMAE.DES (" COD-RET-DES
                      ")"
              PERFORM 9000-TERMINAR-CON-ERROR
           END-IF
           MOVE 1 TO SW-MODO-RECORRIDO
           MOVE W-RUTA-VIVO TO W-RUTA-MAESTRO
           PERFORM 3100-RECORRER-MAESTRO
           CLOSE DESCARGA-MAESTRO
           MOVE W-CANT-RECORRIDO TO W-CANT-DESCARGADOS
           IF SW-ERROR-ES = 1
              MOVE "LA DESCARGA DEL VIVO FALLO, NO SE REORGANIZA"
                TO W-LINEA-ARMADA
              PERFORM 8000-GRABAR-LINEA
              PERFORM 9000-TERMINAR-CON-ERROR
           END-IF
           MOVE W-CANT-DESCARGADOS TO W-EDIT-CONTADOR
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "DESCARGADOS  " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA.

      ******************************************************************
      *3100-RECORRER-MAESTRO.
      ** UN RECORRIDO START/READ NEXT EN ORDEN DE CLAVE SOBRE
      ** W-RUTA-MAESTRO; CADA REGISTRO PASA POR 3900
      ******************************************************************
       3100-RECORRER-MAESTRO.
           MOVE 0 TO W-CANT-RECORRIDO
           MOVE 0 TO SW-FUERA-DE-ORDEN
           MOVE 0 TO SW-ERROR-ES
           MOVE 0 TO SW-FIN-MAESTRO
           MOVE LOW-VALUES TO W-CLAVE-ANTERIOR
           EVALUATE W-MAESTRO
              WHEN "BDIIREGI"
                 PERFORM 3110-RECORRER-BDIIREGI
              WHEN "BDIIALE"
                 PERFORM 3120-RECORRER-BDIIALE
              WHEN "SCORESNAP"
                 PERFORM 3130-RECORRER-SCORESNAP
              WHEN "SCODAPJA"
                 PERFORM 3140-RECORRER-SCODAPJA
              WHEN "ICBCON"
                 PERFORM 3150-RECORRER-ICBCON
              WHEN "ICBCONENT"
                 PERFORM 3160-RECORRER-ICBCONENT
              WHEN "NOAM21"
                 PERFORM 3170-RECORRER-NOAM21
              WHEN "BDLSTR"
                 PERFORM 3180-RECORRER-BDLSTR
           END-EVALUATE.

      ******************************************************************
      *3110-RECORRER-BDIIREGI.
      ******************************************************************
       3110-RECORRER-BDIIREGI.
           OPEN INPUT BDIIREGI
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              MOVE LOW-VALUES TO LLAVE-BDIIREGI
              START BDIIREGI KEY IS NOT LESS THAN LLAVE-BDIIREGI
                 INVALID KEY MOVE 1 TO SW-FIN-MAESTRO
              END-START
              PERFORM UNTIL SW-FIN-MAESTRO = 1
                 READ BDIIREGI NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-MAESTRO
                 END-READ
                 IF SW-FIN-MAESTRO = 0
                    MOVE REG-BDIIREGI TO W-REGISTRO
                    MOVE SPACES TO W-CLAVE-ACTUAL
                    MOVE LLAVE-BDIIREGI TO W-CLAVE-ACTUAL
                    PERFORM 3900-TRATAR-REGISTRO
                 END-IF
              END-PERFORM
              PERFORM 3950-VER-FIN-RECORRIDO
              CLOSE BDIIREGI
           END-IF.

      ******************************************************************
      *3120-RECORRER-BDIIALE.
      ******************************************************************
       3120-RECORRER-BDIIALE.
           OPEN INPUT BDIIALE
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              MOVE LOW-VALUES TO LLASEC-BDIIALE
              START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
                 INVALID KEY MOVE 1 TO SW-FIN-MAESTRO
              END-START
              PERFORM UNTIL SW-FIN-MAESTRO = 1
                 READ BDIIALE NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-MAESTRO
                 END-READ
                 IF SW-FIN-MAESTRO = 0
                    MOVE REG-BDIIALE TO W-REGISTRO
                    MOVE SPACES TO W-CLAVE-ACTUAL
                    MOVE LLASEC-BDIIALE TO W-CLAVE-ACTUAL
                    PERFORM 3900-TRATAR-REGISTRO
                 END-IF
              END-PERFORM
              PERFORM 3950-VER-FIN-RECORRIDO
              CLOSE BDIIALE
           END-IF.

      ******************************************************************
      *3130-RECORRER-SCORESNAP.
      ******************************************************************
       3130-RECORRER-SCORESNAP.
           OPEN INPUT SCORESNAP
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              MOVE LOW-VALUES TO LLAVE-SCORESNAP
              START SCORESNAP KEY IS NOT LESS THAN LLAVE-SCORESNAP
                 INVALID KEY MOVE 1 TO SW-FIN-MAESTRO
              END-START
              PERFORM UNTIL SW-FIN-MAESTRO = 1
                 READ SCORESNAP NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-MAESTRO
                 END-READ
                 IF SW-FIN-MAESTRO = 0
                    MOVE REG-SCORESNAP TO W-REGISTRO
                    MOVE SPACES TO W-CLAVE-ACTUAL
                    MOVE LLAVE-SCORESNAP TO W-CLAVE-ACTUAL
                    PERFORM 3900-TRATAR-REGISTRO
                 END-IF
              END-PERFORM
              PERFORM 3950-VER-FIN-RECORRIDO
              CLOSE SCORESNAP
           END-IF.

      ******************************************************************
      *3140-RECORRER-SCODAPJA.
      ******************************************************************
       3140-RECORRER-SCODAPJA.
           OPEN INPUT SCODAPJA
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              MOVE LOW-VALUES TO LLAVE-SCODAPJA
              START SCODAPJA KEY IS NOT LESS THAN LLAVE-SCODAPJA
                 INVALID KEY MOVE 1 TO SW-FIN-MAESTRO
              END-START
              PERFORM UNTIL SW-FIN-MAESTRO = 1
                 READ SCODAPJA NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-MAESTRO
                 END-READ
                 IF SW-FIN-MAESTRO = 0
                    MOVE REG-SCODAPJA TO W-REGISTRO
                    MOVE SPACES TO W-CLAVE-ACTUAL
                    MOVE LLAVE-SCODAPJA TO W-CLAVE-ACTUAL
                    PERFORM 3900-TRATAR-REGISTRO
                 END-IF
              END-PERFORM
              PERFORM 3950-VER-FIN-RECORRIDO
              CLOSE SCODAPJA
           END-IF.

      ******************************************************************
      *3150-RECORRER-ICBCON.
      ******************************************************************
       3150-RECORRER-ICBCON.
           OPEN INPUT ICBCON
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              MOVE LOW-VALUES TO LLASEC-ICBCON
              START ICBCON KEY IS NOT LESS THAN LLASEC-ICBCON
                 INVALID KEY MOVE 1 TO SW-FIN-MAESTRO
              END-START
              PERFORM UNTIL SW-FIN-MAESTRO = 1
                 READ ICBCON NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-MAESTRO
                 END-READ
                 IF SW-FIN-MAESTRO = 0
                    MOVE REG-ICBCON TO W-REGISTRO
                    MOVE SPACES TO W-CLAVE-ACTUAL
                    MOVE LLASEC-ICBCON TO W-CLAVE-ACTUAL
                    PERFORM 3900-TRATAR-REGISTRO
                 END-IF
              END-PERFORM
              PERFORM 3950-VER-FIN-RECORRIDO
              CLOSE ICBCON
           END-IF.

      ******************************************************************
      *3160-RECORRER-ICBCONENT.
      ******************************************************************
       3160-RECORRER-ICBCONENT.
           OPEN INPUT ICBCONENT
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              MOVE LOW-VALUES TO LLAVE-ICBCONENT
              START ICBCONENT KEY IS NOT LESS THAN LLAVE-ICBCONENT
                 INVALID KEY MOVE 1 TO SW-FIN-MAESTRO
              END-START
              PERFORM UNTIL SW-FIN-MAESTRO = 1
                 READ ICBCONENT NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-MAESTRO
                 END-READ
                 IF SW-FIN-MAESTRO = 0
                    MOVE REG-ICBCONENT TO W-REGISTRO
                    MOVE SPACES TO W-CLAVE-ACTUAL
                    MOVE LLAVE-ICBCONENT TO W-CLAVE-ACTUAL
                    PERFORM 3900-TRATAR-REGISTRO
                 END-IF
              END-PERFORM
              PERFORM 3950-VER-FIN-RECORRIDO
              CLOSE ICBCONENT
           END-IF.

      ******************************************************************
      *3170-RECORRER-NOAM21.
      ******************************************************************
       3170-RECORRER-NOAM21.
           OPEN INPUT NOAMNISTIA21
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              MOVE LOW-VALUES TO LLAVE-NOAM21
              START NOAMNISTIA21 KEY IS NOT LESS THAN LLAVE-NOAM21
                 INVALID KEY MOVE 1 TO SW-FIN-MAESTRO
              END-START
              PERFORM UNTIL SW-FIN-MAESTRO = 1
                 READ NOAMNISTIA21 NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-MAESTRO
                 END-READ
                 IF SW-FIN-MAESTRO = 0
                    MOVE REG-NOAM21 TO W-REGISTRO
                    MOVE SPACES TO W-CLAVE-ACTUAL
                    MOVE LLAVE-NOAM21 TO W-CLAVE-ACTUAL
                    PERFORM 3900-TRATAR-REGISTRO
                 END-IF
              END-PERFORM
              PERFORM 3950-VER-FIN-RECORRIDO
              CLOSE NOAMNISTIA21
           END-IF.

      ******************************************************************
      *3180-RECORRER-BDLSTR.
      ******************************************************************
       3180-RECORRER-BDLSTR.
           OPEN INPUT BDLSTR
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              MOVE LOW-VALUES TO LLAVE-BDLSTR
              START BDLSTR KEY IS NOT LESS THAN LLAVE-BDLSTR
                 INVALID KEY MOVE 1 TO SW-FIN-MAESTRO
              END-START
              PERFORM UNTIL SW-FIN-MAESTRO = 1
                 READ BDLSTR NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-MAESTRO
                 END-READ
                 IF SW-FIN-MAESTRO = 0
                    MOVE REG-BDLSTR TO W-REGISTRO
                    MOVE SPACES TO W-CLAVE-ACTUAL
                    MOVE LLAVE-BDLSTR TO W-CLAVE-ACTUAL
                    PERFORM 3900-TRATAR-REGISTRO
                 END-IF
              END-PERFORM
              PERFORM 3950-VER-FIN-RECORRIDO
              CLOSE BDLSTR
           END-IF.

      ******************************************************************
      *3900-TRATAR-REGISTRO.
      ** LA CLAVE DE CADA REGISTRO DEBE SER ESTRICTAMENTE MAYOR QUE
      ** LA DEL ANTERIOR (LA REGLA DE VERMAESTR); EN LA DESCARGA EL
      ** REGISTRO ADEMAS SE GRABA EN REORGMAE.DES
      ******************************************************************
       3900-TRATAR-REGISTRO.
           ADD 1 TO W-CANT-RECORRIDO
           IF W-CANT-RECORRIDO > 1
              AND W-CLAVE-ACTUAL NOT > W-CLAVE-ANTERIOR
              MOVE 1 TO SW-FUERA-DE-ORDEN
           END-IF
           MOVE W-CLAVE-ACTUAL TO W-CLAVE-ANTERIOR
           IF SW-MODO-RECORRIDO = 1
              MOVE W-REGISTRO TO REG-DESCARGA
              WRITE REG-DESCARGA
              IF COD-RET-DES NOT = "00"
                 MOVE 1 TO SW-ERROR-ES
                 MOVE 1 TO SW-FIN-MAESTRO
              END-IF
           END-IF.

      ******************************************************************
      *3950-VER-FIN-RECORRIDO.
      ** UN RECORRIDO QUE NO TERMINA EN FIN DE ARCHIVO FALLO A MITAD
      ******************************************************************
       3950-VER-FIN-RECORRIDO.
           IF COD-RET-MAE NOT = "00"
              AND COD-RET-MAE NOT = "10"
              MOVE 1 TO SW-ERROR-ES
           END-IF.

      ******************************************************************
      *4000-RECARGAR.
      ** EL NUEVO SE CREA VACIO EN <ruta>.REORG Y SE CARGA CON LA
      ** DESCARGA, QUE YA VIENE EN ORDEN DE CLAVE
      ******************************************************************
       4000-RECARGAR.
           PERFORM 6900-DESCARTAR-NUEVO
           MOVE W-RUTA-NUEVO TO W-RUTA-MAESTRO
           MOVE 0 TO W-CANT-RECARGADOS
           MOVE 0 TO SW-ERROR-ES
           MOVE 0 TO SW-FIN-DESCARGA
           OPEN INPUT DESCARGA-MAESTRO
           IF COD-RET-DES NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              EVALUATE W-MAESTRO
                 WHEN "BDIIREGI"
                    PERFORM 4110-RECARGAR-BDIIREGI
                 WHEN "BDIIALE"
                    PERFORM 4120-RECARGAR-BDIIALE
                 WHEN "SCORESNAP"
                    PERFORM 4130-RECARGAR-SCORESNAP
                 WHEN "SCODAPJA"
                    PERFORM 4140-RECARGAR-SCODAPJA
                 WHEN "ICBCON"
                    PERFORM 4150-RECARGAR-ICBCON
                 WHEN "ICBCONENT"
                    PERFORM 4160-RECARGAR-ICBCONENT
                 WHEN "NOAM21"
                    PERFORM 4170-RECARGAR-NOAM21
                 WHEN "BDLSTR"
                    PERFORM 4180-RECARGAR-BDLSTR
              END-EVALUATE
              CLOSE DESCARGA-MAESTRO
           END-IF
           IF SW-ERROR-ES = 1
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "LA RECARGA DEL NUEVO FALLO (" COD-RET-MAE
                     "), EL VIVO QUEDA COMO ESTABA"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 8000-GRABAR-LINEA
              PERFORM 6900-DESCARTAR-NUEVO
              PERFORM 9000-TERMINAR-CON-ERROR
           END-IF
           MOVE W-CANT-RECARGADOS TO W-EDIT-CONTADOR
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "RECARGADOS   " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA.

      ******************************************************************
      *4050-LEER-DESCARGA.
      ******************************************************************
       4050-LEER-DESCARGA.
           READ DESCARGA-MAESTRO NEXT RECORD
              AT END MOVE 1 TO SW-FIN-DESCARGA
           END-READ.

      ******************************************************************
      *4110-RECARGAR-BDIIREGI.
      ******************************************************************
       4110-RECARGAR-BDIIREGI.
           OPEN OUTPUT BDIIREGI
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              PERFORM 4050-LEER-DESCARGA
              PERFORM UNTIL SW-FIN-DESCARGA = 1 OR SW-ERROR-ES = 1
                 MOVE REG-DESCARGA TO REG-BDIIREGI
                 WRITE REG-BDIIREGI
                    INVALID KEY MOVE 1 TO SW-ERROR-ES
                    NOT INVALID KEY ADD 1 TO W-CANT-RECARGADOS
                 END-WRITE
                 PERFORM 4050-LEER-DESCARGA
              END-PERFORM
              CLOSE BDIIREGI
           END-IF.

      ******************************************************************
      *4120-RECARGAR-BDIIALE.
      ******************************************************************
       4120-RECARGAR-BDIIALE.
           OPEN OUTPUT BDIIALE
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              PERFORM 4050-LEER-DESCARGA
              PERFORM UNTIL SW-FIN-DESCARGA = 1 OR SW-ERROR-ES = 1
                 MOVE REG-DESCARGA TO REG-BDIIALE
                 WRITE REG-BDIIALE
                    INVALID KEY MOVE 1 TO SW-ERROR-ES
                    NOT INVALID KEY ADD 1 TO W-CANT-RECARGADOS
                 END-WRITE
                 PERFORM 4050-LEER-DESCARGA
              END-PERFORM
              CLOSE BDIIALE
           END-IF.

      ******************************************************************
      *4130-RECARGAR-SCORESNAP.
      ******************************************************************
       4130-RECARGAR-SCORESNAP.
           OPEN OUTPUT SCORESNAP
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              PERFORM 4050-LEER-DESCARGA
              PERFORM UNTIL SW-FIN-DESCARGA = 1 OR SW-ERROR-ES = 1
                 MOVE REG-DESCARGA TO REG-SCORESNAP
                 WRITE REG-SCORESNAP
                    INVALID KEY MOVE 1 TO SW-ERROR-ES
                    NOT INVALID KEY ADD 1 TO W-CANT-RECARGADOS
                 END-WRITE
                 PERFORM 4050-LEER-DESCARGA
              END-PERFORM
              CLOSE SCORESNAP
           END-IF.

      ******************************************************************
      *4140-RECARGAR-SCODAPJA.
      ******************************************************************
       4140-RECARGAR-SCODAPJA.
           OPEN OUTPUT SCODAPJA
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              PERFORM 4050-LEER-DESCARGA
              PERFORM UNTIL SW-FIN-DESCARGA = 1 OR SW-ERROR-ES = 1
                 MOVE REG-DESCARGA TO REG-SCODAPJA
                 WRITE REG-SCODAPJA
                    INVALID KEY MOVE 1 TO SW-ERROR-ES
                    NOT INVALID KEY ADD 1 TO W-CANT-RECARGADOS
                 END-WRITE
                 PERFORM 4050-LEER-DESCARGA
              END-PERFORM
              CLOSE SCODAPJA
           END-IF.

      ******************************************************************
      *4150-RECARGAR-ICBCON.
      ******************************************************************
       4150-RECARGAR-ICBCON.
           OPEN OUTPUT ICBCON
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              PERFORM 4050-LEER-DESCARGA
              PERFORM UNTIL SW-FIN-DESCARGA = 1 OR SW-ERROR-ES = 1
                 MOVE REG-DESCARGA TO REG-ICBCON
                 WRITE REG-ICBCON
                    INVALID KEY MOVE 1 TO SW-ERROR-ES
                    NOT INVALID KEY ADD 1 TO W-CANT-RECARGADOS
                 END-WRITE
                 PERFORM 4050-LEER-DESCARGA
              END-PERFORM
              CLOSE ICBCON
           END-IF.

      ******************************************************************
      *4160-RECARGAR-ICBCONENT.
      ******************************************************************
       4160-RECARGAR-ICBCONENT.
           OPEN OUTPUT ICBCONENT
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              PERFORM 4050-LEER-DESCARGA
              PERFORM UNTIL SW-FIN-DESCARGA = 1 OR SW-ERROR-ES = 1
                 MOVE REG-DESCARGA TO REG-ICBCONENT
                 WRITE REG-ICBCONENT
                    INVALID KEY MOVE 1 TO SW-ERROR-ES
                    NOT INVALID KEY ADD 1 TO W-CANT-RECARGADOS
                 END-WRITE
                 PERFORM 4050-LEER-DESCARGA
              END-PERFORM
              CLOSE ICBCONENT
           END-IF.

      ******************************************************************
      *4170-RECARGAR-NOAM21.
      ******************************************************************
       4170-RECARGAR-NOAM21.
           OPEN OUTPUT NOAMNISTIA21
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              PERFORM 4050-LEER-DESCARGA
              PERFORM UNTIL SW-FIN-DESCARGA = 1 OR SW-ERROR-ES = 1
                 MOVE REG-DESCARGA TO REG-NOAM21
                 WRITE REG-NOAM21
                    INVALID KEY MOVE 1 TO SW-ERROR-ES
                    NOT INVALID KEY ADD 1 TO W-CANT-RECARGADOS
                 END-WRITE
                 PERFORM 4050-LEER-DESCARGA
              END-PERFORM
              CLOSE NOAMNISTIA21
           END-IF.

      ******************************************************************
      *4180-RECARGAR-BDLSTR.
      ******************************************************************
       4180-RECARGAR-BDLSTR.
           OPEN OUTPUT BDLSTR
           IF COD-RET-MAE NOT = "00"
              MOVE 1 TO SW-ERROR-ES
           ELSE
              PERFORM 4050-LEER-DESCARGA
              PERFORM UNTIL SW-FIN-DESCARGA = 1 OR SW-ERROR-ES = 1
                 MOVE REG-DESCARGA TO REG-BDLSTR
                 WRITE REG-BDLSTR
                    INVALID KEY MOVE 1 TO SW-ERROR-ES
                    NOT INVALID KEY ADD 1 TO W-CANT-RECARGADOS
                 END-WRITE
                 PERFORM 4050-LEER-DESCARGA
              END-PERFORM
              CLOSE BDLSTR
           END-IF.

      ******************************************************************
      *5000-VERIFICAR-NUEVO.
      ** EL NUEVO VERIFICA SI: CONTARREG LO RECORRE ENTERO, SU
      ** CANTIDAD COINCIDE CON LA DEL VIVO, CON LA DESCARGADA Y CON LA
      ** RECARGADA, Y SUS CLAVES VIENEN ESTRICTAMENTE ASCENDENTES
      ******************************************************************
       5000-VERIFICAR-NUEVO.
           MOVE 1 TO SW-VERIFICA
           MOVE W-RUTA-NUEVO TO CREG-RUTA
           PERFORM 2200-CONTAR-REGISTROS
           MOVE CREG-CANTIDAD TO W-CANT-DESPUES
           IF CREG-RESULTADO NOT = 0
              MOVE 0 TO SW-VERIFICA
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "EL NUEVO NO SE DEJA RECORRER (CONTARREG "
                     CREG-RESULTADO ")"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 8000-GRABAR-LINEA
           END-IF
           IF W-CANT-DESPUES NOT = W-CANT-ANTES
              OR W-CANT-DESPUES NOT = W-CANT-DESCARGADOS
              OR W-CANT-DESPUES NOT = W-CANT-RECARGADOS
              MOVE 0 TO SW-VERIFICA
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "CANTIDADES NO COINCIDEN: VIVO " W-CANT-ANTES
                     " NUEVO " W-CANT-DESPUES
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 8000-GRABAR-LINEA
           END-IF
           MOVE 2 TO SW-MODO-RECORRIDO
           MOVE W-RUTA-NUEVO TO W-RUTA-MAESTRO
           PERFORM 3100-RECORRER-MAESTRO
           IF SW-ERROR-ES = 1 OR SW-FUERA-DE-ORDEN = 1
              OR W-CANT-RECORRIDO NOT = W-CANT-DESPUES
              MOVE 0 TO SW-VERIFICA
              MOVE "EL NUEVO NO PASA LA VERIFICACION DE CLAVES "
                   & "(ORDEN ESTRICTO)" TO W-LINEA-ARMADA
              PERFORM 8000-GRABAR-LINEA
           END-IF
           IF SW-VERIFICA = 1
              MOVE "VERIFICACION DEL NUEVO: SANO" TO W-LINEA-ARMADA
           ELSE
              MOVE "VERIFICACION DEL NUEVO: NO VERIFICA, EL VIVO "
                   & "QUEDA COMO ESTABA" TO W-LINEA-ARMADA
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8000-GRABAR-LINEA.

      ******************************************************************
      *6000-CAMBIAR-ARCHIVO.
      ** EL VIVO SE CORRE A <ruta>.ANT, EL NUEVO OCUPA SU LUGAR Y
      ** RECIEN ENTONCES SE BORRA EL ANTERIOR; SI EL SEGUNDO mv
      ** FALLA, EL VIVO VUELVE A SU RUTA
      ******************************************************************
       6000-CAMBIAR-ARCHIVO.
           MOVE SPACES TO W-COMANDO-SYST
           STRING "mv "            DELIMITED BY SIZE
                  W-RUTA-VIVO      DELIMITED BY SPACE
                  " "              DELIMITED BY SIZE
                  W-RUTA-ANTERIOR  DELIMITED BY SPACE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              MOVE "NO SE PUDO APARTAR EL VIVO, NO SE CAMBIA"
                TO W-LINEA-ARMADA
              PERFORM 8000-GRABAR-LINEA
              PERFORM 6900-DESCARTAR-NUEVO
              PERFORM 9000-TERMINAR-CON-ERROR
           END-IF
           MOVE SPACES TO W-COMANDO-SYST
           STRING "mv "            DELIMITED BY SIZE
                  W-RUTA-NUEVO     DELIMITED BY SPACE
                  " "              DELIMITED BY SIZE
                  W-RUTA-VIVO      DELIMITED BY SPACE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              MOVE SPACES TO W-COMANDO-SYST
              STRING "mv "            DELIMITED BY SIZE
                     W-RUTA-ANTERIOR  DELIMITED BY SPACE
                     " "              DELIMITED BY SIZE
                     W-RUTA-VIVO      DELIMITED BY SPACE
                     INTO W-COMANDO-SYST
              END-STRING
              CALL "SYSTEM" USING W-COMANDO-SYST
              MOVE 0 TO RETURN-CODE
              MOVE "NO SE PUDO PONER EL NUEVO, EL VIVO VUELVE A SU "
                   & "RUTA" TO W-LINEA-ARMADA
              PERFORM 8000-GRABAR-LINEA
              PERFORM 6900-DESCARTAR-NUEVO
              PERFORM 9000-TERMINAR-CON-ERROR
           END-IF
           MOVE SPACES TO W-COMANDO-SYST
           STRING "rm -f "         DELIMITED BY SIZE
                  W-RUTA-ANTERIOR  DELIMITED BY SPACE
                  " $TEMPORALES/REORGMAE.DES"
                                   DELIMITED BY SIZE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE 0 TO RETURN-CODE
           MOVE W-RUTA-VIVO TO W-RUTA-MEDIDA
           PERFORM 2100-MEDIR-TAMANO
           MOVE W-KB-MEDIDO TO W-KB-DESPUES
           COMPUTE W-KB-RECUPERADOS = W-KB-ANTES - W-KB-DESPUES
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "DESPUES  " W-KB-DESPUES " KB  " W-CANT-DESPUES
                  " REGISTROS" DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "ESPACIO RECUPERADO " W-KB-RECUPERADOS " KB"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
           PERFORM 6500-ASENTAR-CAPACIDAD.

      ******************************************************************
      *6500-ASENTAR-CAPACIDAD.
      ** LA MEDICION DE DESPUES VA A LA HISTORIA DE CAPMON MARCADA
      ** REORGMAE: CAPMON TOMA DESDE AHI LA BASE DEL CRECIMIENTO
      ******************************************************************
       6500-ASENTAR-CAPACIDAD.
           OPEN EXTEND HISTORIA-CAPACIDAD
           IF COD-RET-HIS = "35"
              OPEN OUTPUT HISTORIA-CAPACIDAD
           END-IF
           IF COD-RET-HIS = "00"
              MOVE SPACES        TO REG-HIS-CAP
              MOVE FECHA-SISTEMA TO HIS-FECHA
              MOVE W-MAESTRO     TO HIS-NOMBRE
              MOVE W-KB-DESPUES  TO HIS-KB
              MOVE W-CANT-DESPUES TO HIS-CANT
              MOVE "REORGMAE"    TO HIS-ORIGEN
              WRITE REG-HIS-CAP
              CLOSE HISTORIA-CAPACIDAD
           ELSE
              DISPLAY "REORGMAE - SIN ASIENTO EN CAPACIDAD.HIS ("
                      COD-RET-HIS ")"
           END-IF.

      ******************************************************************
      *6900-DESCARTAR-NUEVO.
      ******************************************************************
       6900-DESCARTAR-NUEVO.
           MOVE SPACES TO W-COMANDO-SYST
           STRING "rm -f "         DELIMITED BY SIZE
                  W-RUTA-NUEVO     DELIMITED BY SPACE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      *7000-TOMAR-CERROJO.
      ******************************************************************
       7000-TOMAR-CERROJO.
           MOVE 0 TO SW-CERROJO-TOMADO
           MOVE "TOMAR" TO CERR-ACCION
           CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                CERR-PROGRAMA CERR-RESULTADO
           ON EXCEPTION
              DISPLAY "REORGMAE - CERROJO NO DISPONIBLE, SE SIGUE "
                      "SIN INTERBLOQUEO"
              MOVE 0 TO CERR-RESULTADO
           END-CALL
           IF CERR-RESULTADO = 0
              MOVE 1 TO SW-CERROJO-TOMADO
           END-IF.

      ******************************************************************
      *7100-LIBERAR-CERROJO.
      ******************************************************************
       7100-LIBERAR-CERROJO.
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
      *8000-GRABAR-LINEA.
      ******************************************************************
       8000-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REP-REORG
           WRITE REG-REP-REORG
           DISPLAY W-LINEA-ARMADA.

      ******************************************************************
      *9000-TERMINAR-CON-ERROR.
      ** EL CERROJO SE SUELTA ANTES DE CORTAR: UN ERROR DE E/S NO
      ** DEBE DEJAR EL MAESTRO BLOQUEADO HASTA QUE ALGUIEN LO NOTE
      ******************************************************************
       9000-TERMINAR-CON-ERROR.
           PERFORM 7100-LIBERAR-CERROJO
           CLOSE REPORTE-REORG
           MOVE 16 TO RETURN-CODE
           STOP RUN.

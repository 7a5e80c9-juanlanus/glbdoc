      * REPMENOR.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REPMENOR.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Barrido de menores de edad: lista lo que ya se informo sobre
      ** titulares menores de edad (fecha de nacimiento del maestro
      ** de la Registraduria, FEC-NAC-BDIIREGI) para depurarlo por
      ** HABEASDAT. Desde que el maestro trae la fecha ACTALEJUR,
      ** ALESCOCAI y MANTALERTA ya no crean alertas negativas a
      ** menores y LEESCORE/CARACTPER contestan con el codigo de
      ** menor, pero lo anterior sigue ahi:
      **   1. ALERTAS: barrido completo de BDIIALE; toda alerta (activa
      **      o no) de un titular que HOY es menor de edad
      **   2. ENTREGAS: los detalles "D" de las entregas PERxx que
      **      quedan en las bandejas de ENTREGAS.CFG (mismo recorrido
      **      que AVISORECT, incluido el archivo de retencion para
      **      los clientes con entregas cifradas), cuando el titular
      **      era menor de edad a la
      **      fecha de la entrega. Los detalles que ya salieron con el
      **      codigo de menor (sin datos) no se listan.
      ** Sin fecha de nacimiento (ceros) no se presume menor.
      **
      ** USO: REPMENOR [TODO|AAAAMM]
      **   TODO   : la corrida por unica vez, todas las entregas de
      **            las bandejas
      **   AAAAMM : las entregas de ese mes
      **   sin parametro, las entregas del mes anterior (la corrida
      **   mensual de la cadena)
      **   El reporte queda en $TEMPORALES/REPMENOR.<TODO|AAAAMM>.
      **
      ** RC 0 nada que depurar; RC 4 hay alertas o entregas sobre
      ** menores (el reporte tiene algo que mirar); RC 16 error de uso
      ** o archivo inaccesible.
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

      *    mismo SELECT que BDIIREGI.FS, con FILE STATUS para saber si
      *    el maestro abrio (como en OPABDIIRE)
           SELECT BDIIREGI
                  ASSIGN TO EXTERNAL BDIIRE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BDIIREGI
                  FILE STATUS IS COD-RET-BDIIREGI.

           SELECT CONFIG-ENTREGAS
                  ASSIGN TO "$TEMPORALES/ENTREGAS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CONFIG.

           COPY CIFRADO.FS.

           SELECT LISTA-ENTREGAS
                  ASSIGN TO "$TEMPORALES/REPMENOR.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-LISTA.

           SELECT ARCHIVO-PERSO
                  ASSIGN TO DISK ARCH-PERSO-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-PERSO.

           SELECT REPORTE-MENOR
                  ASSIGN TO DISK REP-MENOR-TITLE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY BDIIALE.FD.
           COPY BDIIREGI.FD.

      *    mismo layout que EMPAQPER.CBL / TRAZAIMP.CBL / AVISORECT.CBL
       FD  CONFIG-ENTREGAS.
       01  REG-CONFIG-ENTREGA.
           02 CFG-PERSO                PIC X(02).
           02 FILLER                   PIC X.
           02 CFG-CLIENTE              PIC X(20).
           02 FILLER                   PIC X.
           02 CFG-PREFIJO              PIC X(20).
           02 FILLER                   PIC X.
           02 CFG-DIRECTORIO           PIC X(40).

           COPY CIFRADO.FD.

       FD  LISTA-ENTREGAS.
       01  REG-LISTA                   PIC X(100).

       FD  ARCHIVO-PERSO.
       01  REG-PERSO.
           02 PER-TIPO-REG             PIC X(01).
           02 PER-TIPO-IDE             PIC X(01).
           02 PER-NUM-IDE              PIC X(11).
           02 PER-RESTO                PIC X(237).

       FD  REPORTE-MENOR.
       01  REG-REP-MENOR               PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BDIIALE.WS.
       01 COD-RET-BDIIREGI         PIC XX   VALUE ZEROS.
       01 COD-RET-CONFIG           PIC X(2) VALUE ZEROS.
       01 COD-RET-LISTA            PIC X(2) VALUE ZEROS.
       01 COD-RET-CIF              PIC XX   VALUE ZEROS.
       01 COD-RET-PERSO            PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 REP-MENOR-TITLE          PIC X(80) VALUE SPACES.
       01 ARCH-PERSO-NAME          PIC X(100) VALUE SPACES.
       01 W-COMANDO-SYST           PIC X(300) VALUE SPACES.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-PARAMETRO              PIC X(06) VALUE SPACES.
       01 W-PARAMETRO-R REDEFINES W-PARAMETRO.
          03 W-PARM-AAAA              PIC 9(04).
          03 W-PARM-MM                PIC 9(02).
       01 W-SUFIJO-REPORTE         PIC X(06) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 FECHA-SISTEMA-R REDEFINES FECHA-SISTEMA.
          03 FECHA-SIS-AAAA           PIC 9(04).
          03 FECHA-SIS-MM             PIC 9(02).
          03 FECHA-SIS-DD             PIC 9(02).
       01 FECHA-DESDE              PIC 9(08) VALUE 0.
       01 FECHA-HASTA              PIC 9(08) VALUE 0.
       01 W-MES-AAAA               PIC 9(04) VALUE 0.
       01 W-MES-MM                 PIC 9(02) VALUE 0.
       01 SW-FIN-ALE               PIC 9(01) VALUE 0.
       01 SW-FIN-CONFIG            PIC 9(01) VALUE 0.
       01 SW-FIN-LISTA             PIC 9(01) VALUE 0.
       01 SW-FIN-CIFRADO           PIC 9(01) VALUE 0.
       01 SW-CLIENTE-CIFRADO       PIC 9(01) VALUE 0.
       01 SW-FIN-PERSO             PIC 9(01) VALUE 0.
       01 SW-SIN-BDIIALE           PIC 9(01) VALUE 0.

      **** EDAD A UNA FECHA DE REFERENCIA (CUENTA AAAAMMDD, COMO
      **** VERMENOR.CBL)
       01 W-FECHA-REFERENCIA       PIC 9(08) VALUE 0.
       01 W-EDAD-AAAAMMDD          PIC 9(08) VALUE 0.
       01 W-FEC-NAC                PIC 9(08) VALUE 0.
       01 MENOR-INDICADOR          PIC X(01) VALUE SPACE.
          88 TITULAR-MENOR                   VALUE "M".

      **** LAS ALERTAS VIENEN EN ORDEN DE IDENTIFICACION: EL MAESTRO SE
      **** LEE UNA VEZ POR TITULAR
       01 W-IDE-ANT                PIC X(12) VALUE SPACES.
       01 W-IDE-ACTUAL             PIC X(12) VALUE SPACES.
       01 W-MENOR-ANT              PIC X(01) VALUE SPACE.

      **** ENTREGA EN CURSO
       01 W-LARGO-RUTA             PIC 9(03) VALUE 0.
       01 W-POS-FECHA              PIC 9(03) VALUE 0.
       01 W-FECHA-ENTREGA-X        PIC X(08) VALUE SPACES.
       01 W-FECHA-ENTREGA          PIC 9(08) VALUE 0.
       01 W-CANAL-PER              PIC X(10) VALUE SPACES.
       01 W-RESTO-SIN-CODIGO       PIC X(237) VALUE SPACES.

      *    renglon de detalle de una alerta
       01 LINEA-ALERTA.
          03 FILLER                   PIC X(08) VALUE "ALERTA  ".
          03 ALE-TIPO                 PIC 9(01).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 ALE-NUMERO               PIC 9(11).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 ALE-FUENTE               PIC 9(06).
          03 FILLER                   PIC X(01) VALUE "/".
          03 ALE-CODIGO               PIC 9(03).
          03 FILLER                   PIC X(01) VALUE "/".
          03 ALE-OCURRENCIA           PIC 9(03).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 ALE-ESTADO               PIC X(08).
          03 FILLER                   PIC X(05) VALUE " VEN ".
          03 ALE-FEC-VEN              PIC 9(08).
          03 FILLER                   PIC X(05) VALUE " NAC ".
          03 ALE-FEC-NAC              PIC 9(08).
      *    renglon de detalle de una entrega
       01 LINEA-ENTREGA.
          03 FILLER                   PIC X(08) VALUE "ENTREGA ".
          03 ENT-TIPO                 PIC X(01).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 ENT-NUMERO               PIC X(11).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 ENT-CANAL                PIC X(05).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 ENT-CLIENTE              PIC X(20).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 ENT-FECHA                PIC 9(08).
          03 FILLER                   PIC X(05) VALUE " NAC ".
          03 ENT-FEC-NAC              PIC 9(08).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 ENT-ARCHIVO              PIC X(61).

       01 CONTADORES-MENOR.
          02 CONT-ALERTAS-LEIDAS      PIC 9(08) VALUE 0.
          02 CONT-ALERTAS-MENOR       PIC 9(08) VALUE 0.
          02 CONT-ALERTAS-ACTIVAS     PIC 9(08) VALUE 0.
          02 CONT-ENTREGAS            PIC 9(08) VALUE 0.
          02 CONT-DETALLES            PIC 9(08) VALUE 0.
          02 CONT-DETALLES-MENOR      PIC 9(08) VALUE 0.
          02 CONT-YA-SUPRIMIDOS       PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "REPMENOR".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24) VALUE "REPMENOR.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "REPMENOR".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Alertas y entregas sobre menores de edad     *"
           DISPLAY "*                      PROGRAMA : REPMENOR.CBL *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 2000-ABRIR-ARCHIVOS
           IF SW-SIN-BDIIALE = 0
              PERFORM 3000-RECORRER-ALERTAS
           END-IF
           PERFORM 4000-RECORRER-ENTREGAS
           PERFORM 6000-SACAR-RESUMEN
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
      *1000-VALIDAR-PARAMETROS.
      *TODO = TODAS LAS ENTREGAS; AAAAMM = ESE MES; SIN PARAMETRO EL
      *MES ANTERIOR AL DE LA CORRIDA
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " " INTO
              W-PARAMETRO
           EVALUATE TRUE
              WHEN W-PARAMETRO = "TODO"
                 MOVE 0        TO FECHA-DESDE
                 MOVE 99991231 TO FECHA-HASTA
                 MOVE "TODO"   TO W-SUFIJO-REPORTE
              WHEN W-PARAMETRO = SPACES
                 MOVE FECHA-SIS-AAAA TO W-MES-AAAA
                 IF FECHA-SIS-MM = 1
                    SUBTRACT 1 FROM W-MES-AAAA
                    MOVE 12 TO W-MES-MM
                 ELSE
                    COMPUTE W-MES-MM = FECHA-SIS-MM - 1
                 END-IF
                 PERFORM 1100-ARMAR-VENTANA-MES
              WHEN W-PARAMETRO IS NUMERIC
                 IF W-PARM-MM < 1 OR W-PARM-MM > 12
                    OR W-PARM-AAAA < 1601
                    DISPLAY "Mes invalido: " W-PARAMETRO
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE W-PARM-AAAA TO W-MES-AAAA
                 MOVE W-PARM-MM   TO W-MES-MM
                 PERFORM 1100-ARMAR-VENTANA-MES
              WHEN OTHER
                 DISPLAY "Uso: REPMENOR [TODO|AAAAMM]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           MOVE SPACES TO REP-MENOR-TITLE
           STRING "$TEMPORALES/REPMENOR." DELIMITED BY SIZE
                  W-SUFIJO-REPORTE        DELIMITED BY SPACE
                  INTO REP-MENOR-TITLE
           END-STRING
           DISPLAY "Entregas informadas: " FECHA-DESDE " A "
                   FECHA-HASTA.

      ******************************************************************
      *1100-ARMAR-VENTANA-MES.
      *EL DIA 31 COMO TOPE SIRVE PARA CUALQUIER MES: LAS FECHAS DE
      *ENTREGA SE COMPARAN COMO AAAAMMDD
      ******************************************************************
       1100-ARMAR-VENTANA-MES.
           COMPUTE FECHA-DESDE = W-MES-AAAA * 10000 + W-MES-MM * 100
                                 + 1
           COMPUTE FECHA-HASTA = W-MES-AAAA * 10000 + W-MES-MM * 100
                                 + 31
           MOVE FECHA-DESDE(1:6) TO W-SUFIJO-REPORTE.

      ******************************************************************
      *2000-ABRIR-ARCHIVOS.
      *SIN EL MAESTRO DE LA REGISTRADURIA NO HAY FECHAS DE NACIMIENTO
      *Y NO HAY NADA QUE BARRER; SIN BDIIALE SOLO SE MIRAN ENTREGAS
      ******************************************************************
       2000-ABRIR-ARCHIVOS.
           OPEN INPUT BDIIREGI
           IF COD-RET-BDIIREGI NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO BDIIREGI ("
                      COD-RET-BDIIREGI ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BDIIALE
           IF COD-RET-BDIIALE NOT = "00"
              DISPLAY "SIN BDIIALE (" COD-RET-BDIIALE
                      "): NO SE REVISAN ALERTAS"
              MOVE 1 TO SW-SIN-BDIIALE
           END-IF
           OPEN OUTPUT REPORTE-MENOR
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo " REP-MENOR-TITLE
              DISPLAY "Estado " COD-RET-REP
              CLOSE BDIIREGI
              IF SW-SIN-BDIIALE = 0
                 CLOSE BDIIALE
              END-IF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REG-REP-MENOR
           STRING "ALERTAS Y ENTREGAS SOBRE MENORES DE EDAD, ENTREGAS "
                  "DEL " FECHA-DESDE " AL " FECHA-HASTA
                  DELIMITED BY SIZE INTO REG-REP-MENOR
           END-STRING
           WRITE REG-REP-MENOR
           MOVE SPACES TO REG-REP-MENOR
           STRING "GENERADO EL " FECHA-SISTEMA
                  " - DEPURAR POR HABEASDAT"
                  DELIMITED BY SIZE INTO REG-REP-MENOR
           END-STRING
           WRITE REG-REP-MENOR
           MOVE SPACES TO REG-REP-MENOR
           WRITE REG-REP-MENOR.

      ******************************************************************
      *3000-RECORRER-ALERTAS.
      *BARRIDO COMPLETO DE BDIIALE; LA EDAD SE MIDE A HOY
      ******************************************************************
       3000-RECORRER-ALERTAS.
           MOVE FECHA-SISTEMA TO W-FECHA-REFERENCIA
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
              INVALID KEY MOVE 1 TO SW-FIN-ALE
           END-START
           PERFORM UNTIL SW-FIN-ALE = 1
              READ BDIIALE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ALE
              END-READ
              IF SW-FIN-ALE = 0
                 ADD 1 TO CONT-ALERTAS-LEIDAS
                 PERFORM 3100-VERIFICAR-ALERTA
              END-IF
           END-PERFORM.

      ******************************************************************
      *3100-VERIFICAR-ALERTA.
      ******************************************************************
       3100-VERIFICAR-ALERTA.
           MOVE LLASEC-BDIIALE(1:12) TO W-IDE-ACTUAL
           IF W-IDE-ACTUAL NOT = W-IDE-ANT
              MOVE W-IDE-ACTUAL TO W-IDE-ANT
              MOVE TIP-IDE-BDIIALE TO TIPO-ID-BDIIREGI
              MOVE NUM-IDE-BDIIALE TO CEDULA-BDIIREGI
              PERFORM 5000-VERIFICAR-MENOR
              MOVE MENOR-INDICADOR TO W-MENOR-ANT
           ELSE
              MOVE W-MENOR-ANT TO MENOR-INDICADOR
           END-IF
           IF TITULAR-MENOR
              ADD 1 TO CONT-ALERTAS-MENOR
              MOVE TIP-IDE-BDIIALE    TO ALE-TIPO
              MOVE NUM-IDE-BDIIALE    TO ALE-NUMERO
              MOVE FUENTE-BDIIALE     TO ALE-FUENTE
              MOVE COD-ALERTA-BDIIALE TO ALE-CODIGO
              MOVE OCURRENCIA-BDIIALE TO ALE-OCURRENCIA
              IF BLOQUEO-BDIIALE NOT = 0
                 MOVE "ACTIVA"   TO ALE-ESTADO
                 ADD 1 TO CONT-ALERTAS-ACTIVAS
              ELSE
                 MOVE "INACTIVA" TO ALE-ESTADO
              END-IF
              MOVE FEC-VEN-BDIIALE    TO ALE-FEC-VEN
              MOVE W-FEC-NAC          TO ALE-FEC-NAC
              MOVE LINEA-ALERTA TO REG-REP-MENOR
              WRITE REG-REP-MENOR
           END-IF.

      ******************************************************************
      *4000-RECORRER-ENTREGAS.
      ** MISMO RECORRIDO DE BANDEJAS QUE 3500-BUSCAR-EN-ENTREGAS DE
      ** AVISORECT
      ******************************************************************
       4000-RECORRER-ENTREGAS.
           MOVE 0 TO SW-FIN-CONFIG
           OPEN INPUT CONFIG-ENTREGAS
           IF COD-RET-CONFIG NOT = "00"
              DISPLAY "SIN ENTREGAS.CFG (" COD-RET-CONFIG
                      "): NO SE REVISAN ENTREGAS"
           ELSE
              PERFORM UNTIL SW-FIN-CONFIG = 1
                 READ CONFIG-ENTREGAS NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-CONFIG
                 END-READ
                 IF SW-FIN-CONFIG = 0 AND CFG-DIRECTORIO NOT = SPACES
                    AND CFG-PREFIJO NOT = SPACES
                    PERFORM 4100-REVISAR-UNA-BANDEJA
                 END-IF
              END-PERFORM
              CLOSE CONFIG-ENTREGAS
           END-IF.

      ******************************************************************
      *4100-REVISAR-UNA-BANDEJA.
      ** MISMO LISTADO POR SHELL QUE 3600-REVISAR-UNA-BANDEJA DE
      ** AVISORECT
      ******************************************************************
       4100-REVISAR-UNA-BANDEJA.
           PERFORM 4140-BUSCAR-CIFRADO
           MOVE SPACES TO W-COMANDO-SYST
           IF SW-CLIENTE-CIFRADO = 1
              STRING "ls $TEMPORALES/ENTREGADOS/" DELIMITED BY SIZE
                     CFG-CLIENTE         DELIMITED BY SPACE
                     "/"                 DELIMITED BY SIZE
                     CFG-PREFIJO         DELIMITED BY SPACE
                     "-*.DAT.?????? > $TEMPORALES/REPMENOR.TMP"
                                         DELIMITED BY SIZE
                     " 2>/dev/null"      DELIMITED BY SIZE
                     INTO W-COMANDO-SYST
              END-STRING
           ELSE
              STRING "ls "               DELIMITED BY SIZE
                     CFG-DIRECTORIO      DELIMITED BY SPACE
                     "/"                 DELIMITED BY SIZE
                     CFG-PREFIJO         DELIMITED BY SPACE
                     "-*.DAT > $TEMPORALES/REPMENOR.TMP 2>/dev/null"
                                         DELIMITED BY SIZE
                     INTO W-COMANDO-SYST
              END-STRING
           END-IF
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO SW-FIN-LISTA
           OPEN INPUT LISTA-ENTREGAS
           IF COD-RET-LISTA NOT = "00"
              MOVE 1 TO SW-FIN-LISTA
           END-IF
           PERFORM UNTIL SW-FIN-LISTA = 1
              READ LISTA-ENTREGAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LISTA
              END-READ
              IF SW-FIN-LISTA = 0 AND REG-LISTA NOT = SPACES
                 PERFORM 4150-FECHA-DE-ENTREGA
                 IF W-FECHA-ENTREGA NOT < FECHA-DESDE
                    AND W-FECHA-ENTREGA NOT > FECHA-HASTA
                    AND W-FECHA-ENTREGA > 0
                    PERFORM 4200-LEER-ENTREGA
                 END-IF
              END-IF
           END-PERFORM
           IF COD-RET-LISTA = "00" OR SW-FIN-LISTA = 1
              CLOSE LISTA-ENTREGAS
           END-IF.

      ******************************************************************
      *4140-BUSCAR-CIFRADO.
      ** LAS ENTREGAS DE UN CLIENTE CON CLAVE EN CIFRADO.CFG ESTAN
      ** CIFRADAS EN LA BANDEJA: SE LEEN DE LA COPIA EN CLARO DEL
      ** ARCHIVO DE RETENCION (VER EMPAQPER.CBL)
      ******************************************************************
       4140-BUSCAR-CIFRADO.
           MOVE 0 TO SW-CLIENTE-CIFRADO
           OPEN INPUT CONFIG-CIFRADO
           IF COD-RET-CIF = "00"
              MOVE 0 TO SW-FIN-CIFRADO
              PERFORM UNTIL SW-FIN-CIFRADO = 1
                         OR SW-CLIENTE-CIFRADO = 1
                 READ CONFIG-CIFRADO NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-CIFRADO
                 END-READ
                 IF SW-FIN-CIFRADO = 0 AND CIF-CLIENTE = CFG-CLIENTE
                    MOVE 1 TO SW-CLIENTE-CIFRADO
                 END-IF
              END-PERFORM
              CLOSE CONFIG-CIFRADO
           END-IF.

      ******************************************************************
      *4150-FECHA-DE-ENTREGA.
      ** EMPAQPER NOMBRA LA ENTREGA <prefijo>-AAAAMMDD.DAT O
      ** <prefijo>-AAAAMMDD-<sufijo>.DAT (VER 3650-FECHA-DE-ENTREGA DE
      ** AVISORECT); UN NOMBRE QUE NO CUMPLE
      ** QUEDA CON FECHA CERO Y NO SE REVISA
      ******************************************************************
       4150-FECHA-DE-ENTREGA.
           MOVE 0 TO W-FECHA-ENTREGA
           MOVE 0 TO W-LARGO-RUTA
           INSPECT REG-LISTA TALLYING W-LARGO-RUTA
                   FOR CHARACTERS BEFORE INITIAL ".DAT"
           IF W-LARGO-RUTA > 8 AND W-LARGO-RUTA < 100
              COMPUTE W-POS-FECHA = W-LARGO-RUTA - 7
              MOVE REG-LISTA(W-POS-FECHA:8) TO W-FECHA-ENTREGA-X
              IF W-POS-FECHA > 10
                 AND REG-LISTA(W-POS-FECHA - 1:1) = "-"
                 AND REG-LISTA(W-POS-FECHA - 10:1) = "-"
                 AND REG-LISTA(W-POS-FECHA - 9:8) IS NUMERIC
                 MOVE REG-LISTA(W-POS-FECHA - 9:8) TO W-FECHA-ENTREGA-X
              END-IF
              IF W-FECHA-ENTREGA-X IS NUMERIC
                 MOVE W-FECHA-ENTREGA-X TO W-FECHA-ENTREGA
              END-IF
           END-IF.

      ******************************************************************
      *4200-LEER-ENTREGA.
      ** CADA DETALLE "D" TRAE TIPO + NUMERO EN LAS POSICIONES 2-13;
      ** LA EDAD SE MIDE A LA FECHA DE LA ENTREGA
      ******************************************************************
       4200-LEER-ENTREGA.
           MOVE REG-LISTA TO ARCH-PERSO-NAME
           MOVE SPACES TO W-CANAL-PER
           STRING "PER" CFG-PERSO DELIMITED BY SIZE INTO W-CANAL-PER
           END-STRING
           MOVE W-FECHA-ENTREGA TO W-FECHA-REFERENCIA
           MOVE 0 TO SW-FIN-PERSO
           OPEN INPUT ARCHIVO-PERSO
           IF COD-RET-PERSO NOT = "00"
              DISPLAY "NO SE PUDO LEER LA ENTREGA " ARCH-PERSO-NAME
              MOVE 1 TO SW-FIN-PERSO
           ELSE
              ADD 1 TO CONT-ENTREGAS
           END-IF
           PERFORM UNTIL SW-FIN-PERSO = 1
              READ ARCHIVO-PERSO NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-PERSO
              END-READ
              IF SW-FIN-PERSO = 0 AND PER-TIPO-REG = "D"
                 AND PER-TIPO-IDE IS NUMERIC
                 AND PER-NUM-IDE IS NUMERIC
                 ADD 1 TO CONT-DETALLES
                 PERFORM 4300-VERIFICAR-DETALLE
              END-IF
           END-PERFORM
           IF COD-RET-PERSO = "00" OR SW-FIN-PERSO = 1
              CLOSE ARCHIVO-PERSO
           END-IF.

      ******************************************************************
      *4300-VERIFICAR-DETALLE.
      ** EL DETALLE QUE YA SALIO CON EL CODIGO DE MENOR (TODO EN
      ** BLANCO SALVO LA "M" DE CARACTPER) NO LLEVO DATOS Y NO SE LISTA
      ******************************************************************
       4300-VERIFICAR-DETALLE.
           MOVE PER-TIPO-IDE TO TIPO-ID-BDIIREGI
           MOVE PER-NUM-IDE  TO CEDULA-BDIIREGI
           PERFORM 5000-VERIFICAR-MENOR
           IF TITULAR-MENOR
              MOVE PER-RESTO TO W-RESTO-SIN-CODIGO
              INSPECT W-RESTO-SIN-CODIGO REPLACING ALL "M" BY SPACE
              IF W-RESTO-SIN-CODIGO = SPACES
                 ADD 1 TO CONT-YA-SUPRIMIDOS
              ELSE
                 ADD 1 TO CONT-DETALLES-MENOR
                 MOVE PER-TIPO-IDE    TO ENT-TIPO
                 MOVE PER-NUM-IDE     TO ENT-NUMERO
                 MOVE W-CANAL-PER     TO ENT-CANAL
                 MOVE CFG-CLIENTE     TO ENT-CLIENTE
                 MOVE W-FECHA-ENTREGA TO ENT-FECHA
                 MOVE W-FEC-NAC       TO ENT-FEC-NAC
                 MOVE ARCH-PERSO-NAME TO ENT-ARCHIVO
                 MOVE LINEA-ENTREGA TO REG-REP-MENOR
                 WRITE REG-REP-MENOR
              END-IF
           END-IF.

      ******************************************************************
      *5000-VERIFICAR-MENOR.
      ** CON LA CLAVE YA CARGADA EN LLAVE-BDIIREGI: MENOR DE EDAD A
      ** W-FECHA-REFERENCIA SI LA FECHA DE NACIMIENTO ES CONOCIDA Y
      ** (REFERENCIA - NACIMIENTO) < 180000
      ******************************************************************
       5000-VERIFICAR-MENOR.
           MOVE SPACE TO MENOR-INDICADOR
           MOVE 0 TO W-FEC-NAC
           READ BDIIREGI
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FEC-NAC-BDIIREGI NUMERIC
                    AND FEC-NAC-BDIIREGI > 0
                    AND FEC-NAC-BDIIREGI NOT > W-FECHA-REFERENCIA
                    MOVE FEC-NAC-BDIIREGI TO W-FEC-NAC
                    COMPUTE W-EDAD-AAAAMMDD =
                            W-FECHA-REFERENCIA - FEC-NAC-BDIIREGI
                    IF W-EDAD-AAAAMMDD < 180000
                       MOVE "M" TO MENOR-INDICADOR
                    END-IF
                 END-IF
           END-READ.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           MOVE SPACES TO REG-REP-MENOR
           WRITE REG-REP-MENOR
           MOVE SPACES TO REG-REP-MENOR
           IF CONT-ALERTAS-MENOR = 0 AND CONT-DETALLES-MENOR = 0
              MOVE "SIN ALERTAS NI ENTREGAS SOBRE MENORES DE EDAD"
                TO REG-REP-MENOR
           ELSE
              STRING "TOTAL " CONT-ALERTAS-MENOR
                     " ALERTAS (" CONT-ALERTAS-ACTIVAS
                     " ACTIVAS) Y " CONT-DETALLES-MENOR
                     " DETALLES ENTREGADOS SOBRE MENORES"
                     DELIMITED BY SIZE INTO REG-REP-MENOR
              END-STRING
           END-IF
           WRITE REG-REP-MENOR
           MOVE CONT-ALERTAS-LEIDAS TO W-EDIT-CONTADOR
           DISPLAY "Alertas leidas............ " W-EDIT-CONTADOR
           MOVE CONT-ALERTAS-MENOR TO W-EDIT-CONTADOR
           DISPLAY "Alertas sobre menores..... " W-EDIT-CONTADOR
           MOVE CONT-ALERTAS-ACTIVAS TO W-EDIT-CONTADOR
           DISPLAY "  ... activas............. " W-EDIT-CONTADOR
           MOVE CONT-ENTREGAS TO W-EDIT-CONTADOR
           DISPLAY "Entregas revisadas........ " W-EDIT-CONTADOR
           MOVE CONT-DETALLES TO W-EDIT-CONTADOR
           DISPLAY "Detalles leidos........... " W-EDIT-CONTADOR
           MOVE CONT-DETALLES-MENOR TO W-EDIT-CONTADOR
           DISPLAY "Detalles sobre menores.... " W-EDIT-CONTADOR
           MOVE CONT-YA-SUPRIMIDOS TO W-EDIT-CONTADOR
           DISPLAY "  ... ya sin datos........ " W-EDIT-CONTADOR
           IF CONT-ALERTAS-MENOR = 0 AND CONT-DETALLES-MENOR = 0
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "VENTANA " W-SUFIJO-REPORTE
                  " ALE " CONT-ALERTAS-MENOR
                  " ACT " CONT-ALERTAS-ACTIVAS
                  " ENT " CONT-DETALLES-MENOR
                  DELIMITED BY SIZE
                  INTO REGC-CONTADORES
           END-STRING
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
              DISPLAY "REPMENOR - REGCORRIDA NO DISPONIBLE"
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
              DISPLAY "REPMENOR - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE BDIIREGI REPORTE-MENOR
           IF SW-SIN-BDIIALE = 0
              CLOSE BDIIALE
           END-IF.

      * CRIBADO.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRIBADO.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Cribado de cartera por lote: los clientes mandan la lista de
      ** sus deudores preguntando cuales tienen demandas, restriccion
      ** o amnistia, y eso se contestaba con ESTINTEG de a una
      ** identificacion o con miles de consultas a ALESERVER. Este
      ** programa toma la cartera en el layout de SECUENCIAL-ENTRADA
      ** de LEESCORE (tipo 9(1) + numero 9(11); el resto del renglon
      ** se ignora), tal como la deja CONVENT.CBL a partir del archivo
      ** del cliente, la ordena y la cruza en UNA sola pasada, por
      ** orden de clave, contra BDIIREGI, BDIIALE, BDLSTR y
      ** NOAMNISTIA21. El resultado es un archivo de largo fijo con
      ** encabezado "H", un "D" por identificacion distinta y sumario
      ** "T" (layout en CRIBADO.FD), que VERHDRTRL puede verificar
      ** antes de transmitirlo.
      **
      ** Cada identificacion cribada se asienta en ICBCON por
      ** REGCONSUL con la entidad "CRIBADO/<cliente>", que FACTURCON
      ** factura como a cualquier entidad (tarifa propia en
      ** TARIFAS.CFG o la de "TODAS"). Las repetidas en la cartera se
      ** informan y se asientan una sola vez.
      **
      ** Mismos criterios que ESTINTEG y LEESCORE: la alerta en espera
      ** del aviso previo no cuenta; la tutela y el titular menor de
      ** edad se informan solo como proteccion, sin ningun otro dato.
      **
      ** USO: CRIBADO <cliente> [<cartera>] [<resultado>]
      **      (cartera por defecto: $TEMPORALES/SCOREENT, la salida
      **       de CONVENT; resultado por defecto:
      **       $TEMPORALES/CRIBADO.SAL)
      ** RC 0 todo cribado; RC 4 hubo renglones invalidos en la
      ** cartera (no se criban); RC 16 error de uso o archivo
      ** inaccesible.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NOAMNISTIA21.FS.
           COPY BDLSTR.FS.
           COPY BDIIALE.FS.
      *    mismo SELECT que BDIIREGI.FS, con FILE STATUS para saber si
      *    el maestro abrio (como en VERMENOR)
           SELECT BDIIREGI
                  ASSIGN TO EXTERNAL BDIIRE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BDIIREGI
                  FILE STATUS IS COD-RET-BDIIREGI.

           SELECT ENTRADA-CARTERA
                  ASSIGN TO DISK ARCH-CARTERA-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-ENT.

           SELECT SORT-CARTERA ASSIGN TO DISK SORTWK-TITLE.

           SELECT SALIDA-CRIBADO
                  ASSIGN TO DISK ARCH-SALIDA-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-SAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY NOAMNISTIA21.FD.
           COPY BDLSTR.FD.
           COPY BDIIALE.FD.
           COPY BDIIREGI.FD.

       FD  ENTRADA-CARTERA.
       01  REG-ENT-CARTERA.
           02 ENT-TIP-ID               PIC X(01).
           02 ENT-NUM-ID               PIC X(11).
           02 FILLER                   PIC X(16).

       SD  SORT-CARTERA.
       01  REG-SORT-CARTERA.
           02 SRT-LLAVE.
              03 SRT-TIP-ID            PIC 9(01).
              03 SRT-NUM-ID            PIC 9(11).

           COPY CRIBADO.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY BDIIALE.WS.
       01 COD-RET-NOAMNISTIA21     PIC XX   VALUE ZEROS.
       01 COD-RET-BDLSTR           PIC XX   VALUE ZEROS.
       01 COD-RET-BDIIREGI         PIC XX   VALUE ZEROS.
       01 COD-RET-ENT              PIC X(2) VALUE ZEROS.
       01 COD-RET-SAL              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(220) VALUE SPACES.
       01 W-CLIENTE-INP            PIC X(12) VALUE SPACES.
       01 W-CARTERA-PARM           PIC X(100) VALUE SPACES.
       01 W-SALIDA-PARM            PIC X(100) VALUE SPACES.
       01 ARCH-CARTERA-NAME        PIC X(100)
                                   VALUE "$TEMPORALES/SCOREENT".
       01 ARCH-SALIDA-NAME         PIC X(100)
                                   VALUE "$TEMPORALES/CRIBADO.SAL".
       01 SORTWK-TITLE             PIC X(80)
                                   VALUE "$TEMPORALES/CRIBADO.SRT".
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA             PIC 9(08) VALUE 0.
       01 W-EDAD-AAAAMMDD          PIC 9(08) VALUE 0.
       01 SW-FIN-CARTERA           PIC 9(01) VALUE 0.
       01 SW-FIN-SORT              PIC 9(01) VALUE 0.
       01 W-NRO-RENGLON            PIC 9(08) VALUE 0.

      **** LA IDENTIFICACION QUE SE ESTA CRIBANDO Y LA ANTERIOR (LAS
      **** REPETIDAS SALEN JUNTAS DEL SORT)
       01 W-LLAVE-ID.
          03 W-TIP-ID                 PIC 9(01).
          03 W-NUM-ID                 PIC 9(11).
       01 W-LLAVE-ANT              PIC X(12) VALUE LOW-VALUES.

      **** FIN DE CADA MAESTRO EN LA PASADA POR CLAVE
       01 SW-FIN-REGI              PIC 9(01) VALUE 0.
       01 SW-FIN-ALE               PIC 9(01) VALUE 0.
       01 SW-FIN-LSTR              PIC 9(01) VALUE 0.
       01 SW-FIN-NOAM              PIC 9(01) VALUE 0.
       01 SW-HALLAZGO              PIC 9(01) VALUE 0.

      **** ASIENTO DE LA CONSULTA EN ICBCON (REGCONSUL)
       01 RCON-TIPO                PIC X(01) VALUE SPACE.
       01 RCON-NUMERO              PIC X(11) VALUE SPACES.
       01 RCON-PROGRAMA            PIC X(10) VALUE "CRIBADO".
       01 RCON-USUARIO             PIC X(18) VALUE SPACES.
       01 RCON-MOTIVO              PIC X(30)
                                   VALUE "CRIBADO DE CARTERA POR LOTE".

       01 CONTADORES-CRIBADO.
          02 CONT-LEIDOS              PIC 9(08) VALUE 0.
          02 CONT-INVALIDOS           PIC 9(08) VALUE 0.
          02 CONT-REPETIDOS           PIC 9(08) VALUE 0.
          02 CONT-CRIBADOS            PIC 9(08) VALUE 0.
          02 CONT-HALLAZGOS           PIC 9(08) VALUE 0.
          02 CONT-CON-ALERTA          PIC 9(08) VALUE 0.
          02 CONT-RESTRINGIDOS        PIC 9(08) VALUE 0.
          02 CONT-AMNISTIADOS         PIC 9(08) VALUE 0.
          02 CONT-PROTEGIDOS          PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "CRIBADO".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24) VALUE "CRIBADO.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "CRIBADO".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Cribado de cartera por lote                   *"
           DISPLAY "*           PROGRAMA : CRIBADO.CBL              *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 2000-ABRIR-ARCHIVOS
           SORT SORT-CARTERA
                ASCENDING KEY SRT-LLAVE
                INPUT PROCEDURE IS 3000-LEER-CARTERA
                OUTPUT PROCEDURE IS 4000-CRIBAR-CARTERA
           PERFORM 5000-GRABAR-SUMARIO
           PERFORM 9000-CERRAR-ARCHIVOS
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
      *1000-VALIDAR-PARAMETROS.
      ** EL CLIENTE ES OBLIGATORIO: ES LA ENTIDAD A LA QUE SE LE
      ** FACTURA EL CRIBADO
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-CLIENTE-INP W-CARTERA-PARM W-SALIDA-PARM
           END-UNSTRING
           IF W-CLIENTE-INP = SPACES
              DISPLAY "Uso: CRIBADO <cliente> [<cartera>] [<resultado>]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF W-CARTERA-PARM NOT = SPACES
              MOVE W-CARTERA-PARM TO ARCH-CARTERA-NAME
           END-IF
           IF W-SALIDA-PARM NOT = SPACES
              MOVE W-SALIDA-PARM TO ARCH-SALIDA-NAME
           END-IF
           MOVE W-CLIENTE-INP TO RCON-USUARIO
           DISPLAY "Cliente.......: " W-CLIENTE-INP
           DISPLAY "Cartera.......: " ARCH-CARTERA-NAME
           DISPLAY "Resultado.....: " ARCH-SALIDA-NAME.

      ******************************************************************
      *2000-ABRIR-ARCHIVOS.
      ** LOS CUATRO MAESTROS SE POSICIONAN EN SU PRIMERA CLAVE: LA
      ** CARTERA ORDENADA LOS RECORRE HACIA ADELANTE UNA SOLA VEZ
      ******************************************************************
       2000-ABRIR-ARCHIVOS.
           OPEN INPUT BDIIREGI
           IF COD-RET-BDIIREGI NOT = "00"
              DISPLAY "Error abriendo BDIIREGI " COD-RET-BDIIREGI
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BDIIALE
           IF COD-RET-BDIIALE NOT = "00"
              DISPLAY "Error abriendo BDIIALE " COD-RET-BDIIALE
              CLOSE BDIIREGI
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BDLSTR
           IF COD-RET-BDLSTR NOT = "00"
              DISPLAY "Error abriendo BDLSTR " COD-RET-BDLSTR
              CLOSE BDIIREGI BDIIALE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT NOAMNISTIA21
           IF COD-RET-NOAMNISTIA21 NOT = "00"
              DISPLAY "Error abriendo NOAMNISTIA21 "
                      COD-RET-NOAMNISTIA21
              CLOSE BDIIREGI BDIIALE BDLSTR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT SALIDA-CRIBADO
           IF COD-RET-SAL NOT = "00"
              DISPLAY "Error abriendo " ARCH-SALIDA-NAME
              DISPLAY "Estado " COD-RET-SAL
              CLOSE BDIIREGI BDIIALE BDLSTR NOAMNISTIA21
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE REG-CRIBADO-HDR
           MOVE "H"           TO CRB-HDR-TIPO-REG
           MOVE "CRIBADO"     TO CRB-HDR-PROGRAMA
           MOVE FECHA-SISTEMA TO CRB-HDR-FECHA-PROC
           MOVE HORA-SISTEMA  TO CRB-HDR-HORA-PROC
           MOVE W-CLIENTE-INP TO CRB-HDR-CLIENTE
           WRITE REG-CRIBADO-HDR
           MOVE LOW-VALUES TO LLAVE-BDIIREGI
           START BDIIREGI KEY IS NOT LESS THAN LLAVE-BDIIREGI
              INVALID KEY MOVE 1 TO SW-FIN-REGI
           END-START
           PERFORM 4210-LEER-REGI
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
              INVALID KEY MOVE 1 TO SW-FIN-ALE
           END-START
           PERFORM 4310-LEER-ALE
           MOVE LOW-VALUES TO LLAVE-BDLSTR
           START BDLSTR KEY IS NOT LESS THAN LLAVE-BDLSTR
              INVALID KEY MOVE 1 TO SW-FIN-LSTR
           END-START
           PERFORM 4410-LEER-LSTR
           MOVE LOW-VALUES TO LLAVE-NOAM21
           START NOAMNISTIA21 KEY IS NOT LESS THAN LLAVE-NOAM21
              INVALID KEY MOVE 1 TO SW-FIN-NOAM
           END-START
           PERFORM 4510-LEER-NOAM.

      ******************************************************************
      *3000-LEER-CARTERA.
      ** PROCEDIMIENTO DE ENTRADA DEL SORT: SOLO PASAN LOS RENGLONES
      ** CON TIPO Y NUMERO NUMERICOS; LOS EN BLANCO SE SALTEAN
      ******************************************************************
       3000-LEER-CARTERA.
           OPEN INPUT ENTRADA-CARTERA
           IF COD-RET-ENT NOT = "00"
              DISPLAY "Error abriendo " ARCH-CARTERA-NAME
              DISPLAY "Estado " COD-RET-ENT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL SW-FIN-CARTERA = 1
              READ ENTRADA-CARTERA NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-CARTERA
              END-READ
              IF SW-FIN-CARTERA = 0
                 ADD 1 TO W-NRO-RENGLON
                 IF REG-ENT-CARTERA NOT = SPACES
                    PERFORM 3100-PASAR-UN-RENGLON
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ENTRADA-CARTERA.

      ******************************************************************
      *3100-PASAR-UN-RENGLON.
      ******************************************************************
       3100-PASAR-UN-RENGLON.
           ADD 1 TO CONT-LEIDOS
           IF ENT-TIP-ID NOT NUMERIC OR ENT-NUM-ID NOT NUMERIC
              ADD 1 TO CONT-INVALIDOS
              DISPLAY "RENGLON " W-NRO-RENGLON " INVALIDO, NO SE "
                      "CRIBA: " REG-ENT-CARTERA
           ELSE
              MOVE ENT-TIP-ID TO SRT-TIP-ID
              MOVE ENT-NUM-ID TO SRT-NUM-ID
              RELEASE REG-SORT-CARTERA
           END-IF.

      ******************************************************************
      *4000-CRIBAR-CARTERA.
      ** PROCEDIMIENTO DE SALIDA DEL SORT: LA CARTERA SALE EN ORDEN DE
      ** IDENTIFICACION, EL MISMO DE LA CLAVE DE LOS CUATRO MAESTROS
      ******************************************************************
       4000-CRIBAR-CARTERA.
           PERFORM UNTIL SW-FIN-SORT = 1
              RETURN SORT-CARTERA
                 AT END MOVE 1 TO SW-FIN-SORT
              END-RETURN
              IF SW-FIN-SORT = 0
                 IF SRT-LLAVE = W-LLAVE-ANT
                    ADD 1 TO CONT-REPETIDOS
                 ELSE
                    MOVE SRT-LLAVE TO W-LLAVE-ANT
                    MOVE SRT-LLAVE TO W-LLAVE-ID
                    PERFORM 4100-CRIBAR-UNA-ID
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *4100-CRIBAR-UNA-ID.
      ** CADA MAESTRO AVANZA HASTA LA IDENTIFICACION O LA PRIMERA
      ** CLAVE MAYOR; LA PROTECCION (TUTELA, MENOR DE EDAD) SE DECIDE
      ** CON BDIIREGI Y, SI CORRESPONDE, BORRA LO DEMAS DEL DETALLE
      ******************************************************************
       4100-CRIBAR-UNA-ID.
           ADD 1 TO CONT-CRIBADOS
           INITIALIZE REG-CRIBADO
           MOVE "D"      TO CRB-TIPO-REG
           MOVE W-TIP-ID TO CRB-TIP-ID
           MOVE W-NUM-ID TO CRB-NUM-ID
           MOVE 0 TO SW-HALLAZGO
           PERFORM 4200-CRIBAR-REGISTRADURIA
           PERFORM 4300-CRIBAR-ALERTAS
           PERFORM 4400-CRIBAR-RESTRICCION
           PERFORM 4500-CRIBAR-AMNISTIA
           IF CRB-PROTECCION NOT = SPACES
              PERFORM 4600-APLICAR-PROTECCION
           END-IF
           IF SW-HALLAZGO = 1
              ADD 1 TO CONT-HALLAZGOS
           END-IF
           WRITE REG-CRIBADO
           PERFORM 4700-ASENTAR-CONSULTA.

      ******************************************************************
      *4200-CRIBAR-REGISTRADURIA.
      ** TUTELA PRIMERO Y DESPUES MENOR DE EDAD, COMO LEESCORE; SIN
      ** FECHA DE NACIMIENTO (CEROS) NO SE PRESUME MENOR
      ******************************************************************
       4200-CRIBAR-REGISTRADURIA.
           PERFORM 4210-LEER-REGI
              UNTIL SW-FIN-REGI = 1
                 OR LLAVE-BDIIREGI NOT < W-LLAVE-ID
           MOVE "N" TO CRB-REGISTRADURIA
           IF SW-FIN-REGI = 0 AND LLAVE-BDIIREGI = W-LLAVE-ID
              MOVE "S" TO CRB-REGISTRADURIA
              IF BLOQUEO-TUTELA-BDIIREGI = "1"
                 MOVE "TUTELA" TO CRB-PROTECCION
              ELSE
                 IF FEC-NAC-BDIIREGI NUMERIC
                    AND FEC-NAC-BDIIREGI > 0
                    AND FEC-NAC-BDIIREGI NOT > FECHA-SISTEMA
                    COMPUTE W-EDAD-AAAAMMDD =
                            FECHA-SISTEMA - FEC-NAC-BDIIREGI
                    IF W-EDAD-AAAAMMDD < 180000
                       MOVE "MENOR" TO CRB-PROTECCION
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *4210-LEER-REGI.
      ******************************************************************
       4210-LEER-REGI.
           IF SW-FIN-REGI = 0
              READ BDIIREGI NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-REGI
              END-READ
           END-IF.

      ******************************************************************
      *4300-CRIBAR-ALERTAS.
      ** TODAS LAS FILAS FUENTE/COD/OCURRENCIA DE LA IDENTIFICACION;
      ** VIGENTE ES LA NO VENCIDA CON BLOQUEO (MISMO CRITERIO QUE
      ** ESTINTEG). LA QUE ESPERA EL AVISO PREVIO NO SE CUENTA
      ******************************************************************
       4300-CRIBAR-ALERTAS.
           PERFORM 4310-LEER-ALE
              UNTIL SW-FIN-ALE = 1
                 OR LLASEC-BDIIALE(1:12) NOT < W-LLAVE-ID
           PERFORM 4320-CONTAR-ALERTA
              UNTIL SW-FIN-ALE = 1
                 OR LLASEC-BDIIALE(1:12) NOT = W-LLAVE-ID
           IF CRB-CANT-ALE-ACT > 0
              MOVE 1 TO SW-HALLAZGO
              ADD 1 TO CONT-CON-ALERTA
           END-IF.

      ******************************************************************
      *4310-LEER-ALE.
      ******************************************************************
       4310-LEER-ALE.
           IF SW-FIN-ALE = 0
              READ BDIIALE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ALE
              END-READ
           END-IF.

      ******************************************************************
      *4320-CONTAR-ALERTA.
      ******************************************************************
       4320-CONTAR-ALERTA.
           IF EST-AVISO-BDIIALE NOT = "P"
              IF FEC-VEN-BDIIALE < FECHA-SISTEMA
                 OR BLOQUEO-BDIIALE = 0
                 IF CRB-CANT-ALE-INACT < 999
                    ADD 1 TO CRB-CANT-ALE-INACT
                 END-IF
              ELSE
                 IF CRB-CANT-ALE-ACT < 999
                    ADD 1 TO CRB-CANT-ALE-ACT
                 END-IF
              END-IF
              IF EST-RECLAMO-BDIIALE = "1"
                 MOVE "R" TO CRB-IND-RECLAMO
              END-IF
           END-IF
           PERFORM 4310-LEER-ALE.

      ******************************************************************
      *4400-CRIBAR-RESTRICCION.
      ** ESTADO EN BLANCO (FILAS ANTERIORES A LOS ESTADOS) ES ACTIVA,
      ** COMO EN ESTINTEG
      ******************************************************************
       4400-CRIBAR-RESTRICCION.
           PERFORM 4410-LEER-LSTR
              UNTIL SW-FIN-LSTR = 1
                 OR LLAVE-BDLSTR NOT < W-LLAVE-ID
           IF SW-FIN-LSTR = 0 AND LLAVE-BDLSTR = W-LLAVE-ID
              IF EST-BDLSTR = "A" OR EST-BDLSTR = SPACE
                 MOVE "A" TO CRB-IND-RESTRICCION
                 MOVE 1 TO SW-HALLAZGO
                 ADD 1 TO CONT-RESTRINGIDOS
              ELSE
                 MOVE EST-BDLSTR TO CRB-IND-RESTRICCION
              END-IF
              MOVE FEC-EFEC-BDLSTR TO CRB-FEC-EFEC-RESTR
              MOVE FEC-FIN-BDLSTR  TO CRB-FEC-FIN-RESTR
           END-IF.

      ******************************************************************
      *4410-LEER-LSTR.
      ******************************************************************
       4410-LEER-LSTR.
           IF SW-FIN-LSTR = 0
              READ BDLSTR NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LSTR
              END-READ
           END-IF.

      ******************************************************************
      *4500-CRIBAR-AMNISTIA.
      ** LA AMNISTIA RIGE CUANDO LA FECHA DEL CRIBADO CAE DENTRO DE LA
      ** VENTANA FEC-INI/FEC-FIN DEL BENEFICIARIO
      ******************************************************************
       4500-CRIBAR-AMNISTIA.
           PERFORM 4510-LEER-NOAM
              UNTIL SW-FIN-NOAM = 1
                 OR LLAVE-NOAM21 NOT < W-LLAVE-ID
           IF SW-FIN-NOAM = 0 AND LLAVE-NOAM21 = W-LLAVE-ID
              IF FEC-INI-NOAM21 NOT > FECHA-SISTEMA
                 AND FEC-FIN-NOAM21 NOT < FECHA-SISTEMA
                 MOVE "A" TO CRB-IND-AMNISTIA
                 MOVE 1 TO SW-HALLAZGO
                 ADD 1 TO CONT-AMNISTIADOS
              ELSE
                 MOVE "F" TO CRB-IND-AMNISTIA
              END-IF
              MOVE FEC-INI-NOAM21 TO CRB-FEC-INI-AMN
              MOVE FEC-FIN-NOAM21 TO CRB-FEC-FIN-AMN
           END-IF.

      ******************************************************************
      *4510-LEER-NOAM.
      ******************************************************************
       4510-LEER-NOAM.
           IF SW-FIN-NOAM = 0
              READ NOAMNISTIA21 NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-NOAM
              END-READ
           END-IF.

      ******************************************************************
      *4600-APLICAR-PROTECCION.
      ** EL TITULAR PROTEGIDO SALE SOLO CON SU CODIGO DE PROTECCION;
      ** LOS CONTADORES DE ALERTA, RESTRICCION Y AMNISTIA QUE YA SE
      ** SUMARON PARA EL SE DESCUENTAN
      ******************************************************************
       4600-APLICAR-PROTECCION.
           IF CRB-CANT-ALE-ACT > 0
              SUBTRACT 1 FROM CONT-CON-ALERTA
           END-IF
           IF CRB-IND-RESTRICCION = "A"
              SUBTRACT 1 FROM CONT-RESTRINGIDOS
           END-IF
           IF CRB-IND-AMNISTIA = "A"
              SUBTRACT 1 FROM CONT-AMNISTIADOS
           END-IF
           MOVE 0      TO CRB-CANT-ALE-ACT CRB-CANT-ALE-INACT
           MOVE SPACES TO CRB-IND-RECLAMO CRB-IND-RESTRICCION
                          CRB-FEC-EFEC-RESTR CRB-FEC-FIN-RESTR
                          CRB-IND-AMNISTIA
                          CRB-FEC-INI-AMN CRB-FEC-FIN-AMN
           MOVE 1 TO SW-HALLAZGO
           ADD 1 TO CONT-PROTEGIDOS.

      ******************************************************************
      *4700-ASENTAR-CONSULTA.
      ** RASTRO DE HABEAS DATA Y SOPORTE DE LA FACTURA: REGCONSUL
      ** ASIENTA LA ENTIDAD "CRIBADO/<cliente>" Y NUNCA VOLTEA LA
      ** CORRIDA
      ******************************************************************
       4700-ASENTAR-CONSULTA.
           MOVE W-TIP-ID TO RCON-TIPO
           MOVE W-NUM-ID TO RCON-NUMERO
           CALL "REGCONSUL" USING RCON-TIPO RCON-NUMERO
                                  RCON-PROGRAMA RCON-USUARIO
                                  RCON-MOTIVO
           ON EXCEPTION
              CONTINUE
           END-CALL.

      ******************************************************************
      *5000-GRABAR-SUMARIO.
      ******************************************************************
       5000-GRABAR-SUMARIO.
           INITIALIZE REG-CRIBADO-TRL
           MOVE "T"            TO CRB-TRL-TIPO-REG
           MOVE CONT-CRIBADOS  TO CRB-TRL-CANT-REG
           MOVE CONT-HALLAZGOS TO CRB-TRL-CANT-HALLAZGOS
           WRITE REG-CRIBADO-TRL.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           MOVE CONT-LEIDOS TO W-EDIT-CONTADOR
           DISPLAY "Renglones de la cartera... " W-EDIT-CONTADOR
           MOVE CONT-INVALIDOS TO W-EDIT-CONTADOR
           DISPLAY "Invalidos (no cribados)... " W-EDIT-CONTADOR
           MOVE CONT-REPETIDOS TO W-EDIT-CONTADOR
           DISPLAY "Repetidos................. " W-EDIT-CONTADOR
           MOVE CONT-CRIBADOS TO W-EDIT-CONTADOR
           DISPLAY "Identificaciones cribadas. " W-EDIT-CONTADOR
           MOVE CONT-HALLAZGOS TO W-EDIT-CONTADOR
           DISPLAY "Con algun hallazgo........ " W-EDIT-CONTADOR
           MOVE CONT-CON-ALERTA TO W-EDIT-CONTADOR
           DISPLAY "  con alertas vigentes.... " W-EDIT-CONTADOR
           MOVE CONT-RESTRINGIDOS TO W-EDIT-CONTADOR
           DISPLAY "  restringidas (BDLSTR)... " W-EDIT-CONTADOR
           MOVE CONT-AMNISTIADOS TO W-EDIT-CONTADOR
           DISPLAY "  en amnistia vigente..... " W-EDIT-CONTADOR
           MOVE CONT-PROTEGIDOS TO W-EDIT-CONTADOR
           DISPLAY "  protegidas (tutela/men.) " W-EDIT-CONTADOR
           DISPLAY "RESULTADO LISTO: " ARCH-SALIDA-NAME
           IF CONT-INVALIDOS = 0
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "CLI " W-CLIENTE-INP
                  " CRIB " CONT-CRIBADOS
                  " HALL " CONT-HALLAZGOS
                  " INV " CONT-INVALIDOS
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
              DISPLAY "CRIBADO - REGCORRIDA NO DISPONIBLE"
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
              DISPLAY "CRIBADO - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE BDIIREGI BDIIALE BDLSTR NOAMNISTIA21 SALIDA-CRIBADO.

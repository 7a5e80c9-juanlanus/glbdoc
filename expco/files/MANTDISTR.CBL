      * MANTDISTR.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTDISTR.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Mantenimiento de las listas de distribucion de informes
      ** ($TEMPORALES/DISTRIB.CFG, DISTRIB.FS/FD), las que DISTRIB.CBL
      ** recorre despues de cada paso de EJECTRAB para mandar el
      ** informe recien producido. Cada cambio deja una linea en
      ** $TEMPORALES/DISTRIB.AUD (fecha, hora, accion, renglon y
      ** quien), con el mismo patron de MANTCATSEG/MANTAUTCON.
      **
      ** USO:
      **   MANTDISTR AGREGAR   <programa> <informe> <destinatario>
      **                       <ADJUNTO|AVISO> <quien>
      **                       <DIARIA | SEMANAL <dia 1-7> |
      **                        MENSUAL <dia 1-31>>
      **   MANTDISTR MODIFICAR (mismos parametros: cambia modo y
      **                       frecuencia de un destinatario ya
      **                       cargado)
      **   MANTDISTR QUITAR    <programa> <informe> <destinatario>
      **                       <quien>
      **   MANTDISTR LISTAR    [<programa>]
      ** programa = paso de EJECTRAB que produce el informe (ver
      ** TABLA-PRODUCTORES); informe = nombre del archivo en
      ** $TEMPORALES. SEMANAL cuenta 1 lunes ... 7 domingo.
      **
      ** RC 0 ok; RC 4 el renglon ya estaba (AGREGAR) o no estaba
      ** (MODIFICAR/QUITAR); RC 8 programa que no produce informes o
      ** dato invalido; RC 16 error de uso o lista que no se pudo
      ** grabar.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DISTRIB.FS.

           SELECT LISTA-NUEVA
                  ASSIGN TO "$TEMPORALES/DISTRIB.NVO"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-NVO.

           SELECT AUDITORIA-DISTRIB
                  ASSIGN TO "$TEMPORALES/DISTRIB.AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY DISTRIB.FD.

       FD  LISTA-NUEVA.
       01  REG-DISTRIB-NVO             PIC X(121).

       FD  AUDITORIA-DISTRIB.
       01  REG-AUDITORIA.
           02 AUD-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 AUD-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 AUD-ACCION               PIC X(09).
           02 FILLER                   PIC X.
           02 AUD-PROGRAMA             PIC X(10).
           02 FILLER                   PIC X.
           02 AUD-INFORME              PIC X(30).
           02 FILLER                   PIC X.
           02 AUD-DESTINATARIO         PIC X(60).
           02 FILLER                   PIC X.
           02 AUD-MODO                 PIC X(07).
           02 FILLER                   PIC X.
           02 AUD-FRECUENCIA           PIC X(07).
           02 FILLER                   PIC X.
           02 AUD-DIA                  PIC X(02).
           02 FILLER                   PIC X.
           02 AUD-QUIEN                PIC X(18).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-DIS              PIC X(2) VALUE ZEROS.
       01 COD-RET-NVO              PIC X(2) VALUE ZEROS.
       01 COD-RET-AUD              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(200) VALUE SPACES.
       01 W-ACCION                 PIC X(09) VALUE SPACES.
       01 W-PROGRAMA               PIC X(10) VALUE SPACES.
       01 W-INFORME                PIC X(30) VALUE SPACES.
       01 W-DESTINATARIO           PIC X(60) VALUE SPACES.
       01 W-MODO                   PIC X(07) VALUE SPACES.
       01 W-QUIEN                  PIC X(18) VALUE SPACES.
       01 W-FRECUENCIA             PIC X(07) VALUE SPACES.
       01 W-DIA-X                  PIC X(02) VALUE SPACES.
       01 W-DIA                    PIC 9(02) VALUE 0.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 W-COMANDO-SYST           PIC X(120) VALUE SPACES.
       01 SW-FIN-LISTA             PIC 9(01) VALUE 0.
       01 SW-YA-ESTA               PIC 9(01) VALUE 0.
       01 SW-DATO-VALIDO           PIC 9(01) VALUE 0.
       01 W-CANT-PROHIBIDOS        PIC 9(03) VALUE 0.
       01 CONT-LISTADOS            PIC 9(04) VALUE 0.
      *    renglon anterior de un destinatario modificado o quitado
       01 W-REG-ANTERIOR           PIC X(121) VALUE SPACES.

      **** PASOS DE EJECTRAB QUE PRODUCEN INFORMES PARA DISTRIBUIR;
      **** UN PRODUCTOR NUEVO SE AGREGA AQUI
       01 TABLA-PRODUCTORES-DEF.
          02 FILLER PIC X(10) VALUE "INVBDIIALE".
          02 FILLER PIC X(10) VALUE "ESTICBCON ".
          02 FILLER PIC X(10) VALUE "SCOREDIST ".
          02 FILLER PIC X(10) VALUE "ESTABSCO  ".
          02 FILLER PIC X(10) VALUE "TABLERO   ".
          02 FILLER PIC X(10) VALUE "FACTURCON ".
          02 FILLER PIC X(10) VALUE "DB2ERRRPT ".
          02 FILLER PIC X(10) VALUE "REPMANANA ".
       01 TABLA-PRODUCTORES REDEFINES TABLA-PRODUCTORES-DEF.
          02 PRD-PROGRAMA             PIC X(10) OCCURS 8 TIMES.
       01 PRD-TOPE                 PIC 9(02) VALUE 8.
       01 W-IDX-PRD                PIC 9(02) VALUE 0.
       01 SW-ES-PRODUCTOR          PIC 9(01) VALUE 0.

      **** VENTANAS DE CONGELAMIENTO (CONGELA)
       COPY CONGELA.WS.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Listas de distribucion de informes            *"
           DISPLAY "*           PROGRAMA : MANTDISTR.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-ACCION W-PROGRAMA W-INFORME W-DESTINATARIO
                         W-MODO W-QUIEN W-FRECUENCIA W-DIA-X
           END-UNSTRING
           IF W-ACCION = "QUITAR"
              MOVE W-MODO TO W-QUIEN
              MOVE SPACES TO W-MODO
           END-IF
           PERFORM 0600-VALIDAR-PARAMETROS
           IF W-ACCION NOT = "LISTAR"
              MOVE "MANTDISTR" TO CONG-PROGRAMA
              MOVE W-ACCION    TO CONG-MODO
              PERFORM 0550-VERIFICAR-CONGELAMIENTO
           END-IF
           EVALUATE W-ACCION
              WHEN "AGREGAR"
                 PERFORM 3000-AGREGAR
              WHEN "MODIFICAR"
                 PERFORM 4000-REESCRIBIR-LISTA
              WHEN "QUITAR"
                 PERFORM 4000-REESCRIBIR-LISTA
              WHEN "LISTAR"
                 PERFORM 6000-LISTAR
           END-EVALUATE
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
      *0550-VERIFICAR-CONGELAMIENTO.
      ******************************************************************
           COPY CONGELA.PROC.

      ******************************************************************
      *0600-VALIDAR-PARAMETROS.
      ** USO INCOMPLETO RC 16; DATOS QUE NO SIRVEN RC 8. EL INFORME Y
      ** EL DESTINATARIO VAN AL COMANDO DE CORREO DE DISTRIB: NO SE
      ** ACEPTAN COMILLAS NI CARACTERES DE SHELL
      ******************************************************************
       0600-VALIDAR-PARAMETROS.
           EVALUATE W-ACCION
              WHEN "LISTAR"
                 CONTINUE
              WHEN "AGREGAR"
              WHEN "MODIFICAR"
                 IF W-PROGRAMA = SPACES OR W-INFORME = SPACES
                    OR W-DESTINATARIO = SPACES OR W-MODO = SPACES
                    OR W-QUIEN = SPACES OR W-FRECUENCIA = SPACES
                    PERFORM 0700-MOSTRAR-USO
                 END-IF
              WHEN "QUITAR"
                 IF W-PROGRAMA = SPACES OR W-INFORME = SPACES
                    OR W-DESTINATARIO = SPACES OR W-QUIEN = SPACES
                    PERFORM 0700-MOSTRAR-USO
                 END-IF
              WHEN OTHER
                 PERFORM 0700-MOSTRAR-USO
           END-EVALUATE
           IF W-ACCION = "AGREGAR" OR W-ACCION = "MODIFICAR"
              PERFORM 0610-VALIDAR-PRODUCTOR
              PERFORM 0620-VALIDAR-ENTREGA
              PERFORM 0630-VALIDAR-CARACTERES
           END-IF.

      ******************************************************************
      *0610-VALIDAR-PRODUCTOR.
      ******************************************************************
       0610-VALIDAR-PRODUCTOR.
           MOVE 0 TO SW-ES-PRODUCTOR
           PERFORM VARYING W-IDX-PRD FROM 1 BY 1
              UNTIL W-IDX-PRD > PRD-TOPE
              IF PRD-PROGRAMA(W-IDX-PRD) = W-PROGRAMA
                 MOVE 1 TO SW-ES-PRODUCTOR
              END-IF
           END-PERFORM
           IF SW-ES-PRODUCTOR = 0
              DISPLAY W-PROGRAMA " NO ES UN PASO QUE PRODUZCA INFORMES"
                      " PARA DISTRIBUIR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *0620-VALIDAR-ENTREGA.
      ** MODO ADJUNTO O AVISO; DIARIA SIN DIA, SEMANAL 1 A 7,
      ** MENSUAL 1 A 31
      ******************************************************************
       0620-VALIDAR-ENTREGA.
           MOVE 1 TO SW-DATO-VALIDO
           IF W-MODO NOT = "ADJUNTO" AND W-MODO NOT = "AVISO"
              MOVE 0 TO SW-DATO-VALIDO
           END-IF
           MOVE 0 TO W-DIA
           IF W-DIA-X IS NUMERIC
              MOVE W-DIA-X TO W-DIA
           ELSE
              IF W-DIA-X(1:1) IS NUMERIC AND W-DIA-X(2:1) = SPACE
                 MOVE W-DIA-X(1:1) TO W-DIA
              END-IF
           END-IF
           EVALUATE W-FRECUENCIA
              WHEN "DIARIA"
                 MOVE 0 TO W-DIA
              WHEN "SEMANAL"
                 IF W-DIA < 1 OR W-DIA > 7
                    MOVE 0 TO SW-DATO-VALIDO
                 END-IF
              WHEN "MENSUAL"
                 IF W-DIA < 1 OR W-DIA > 31
                    MOVE 0 TO SW-DATO-VALIDO
                 END-IF
              WHEN OTHER
                 MOVE 0 TO SW-DATO-VALIDO
           END-EVALUATE
           IF SW-DATO-VALIDO = 0
              DISPLAY "MODO (ADJUNTO|AVISO) O FRECUENCIA (DIARIA | "
                      "SEMANAL 1-7 | MENSUAL 1-31) INVALIDOS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE W-DIA TO W-DIA-X.

      ******************************************************************
      *0630-VALIDAR-CARACTERES.
      ******************************************************************
       0630-VALIDAR-CARACTERES.
           MOVE 0 TO W-CANT-PROHIBIDOS
           INSPECT W-INFORME TALLYING W-CANT-PROHIBIDOS
                   FOR ALL "'" ALL '"' ALL ";" ALL "`" ALL "$"
                       ALL "|" ALL "&" ALL "<" ALL ">" ALL "/"
           INSPECT W-DESTINATARIO TALLYING W-CANT-PROHIBIDOS
                   FOR ALL "'" ALL '"' ALL ";" ALL "`" ALL "$"
                       ALL "|" ALL "&" ALL "<" ALL ">" ALL "/"
           IF W-CANT-PROHIBIDOS > 0
              DISPLAY "INFORME O DESTINATARIO CON CARACTERES NO "
                      "PERMITIDOS (COMILLAS, / O DE SHELL)"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *0700-MOSTRAR-USO.
      ******************************************************************
       0700-MOSTRAR-USO.
           DISPLAY "Uso: MANTDISTR AGREGAR|MODIFICAR <programa> "
                   "<informe> <destinatario> <ADJUNTO|AVISO> <quien>"
           DISPLAY "                 <DIARIA | SEMANAL <1-7> | "
                   "MENSUAL <1-31>>"
           DISPLAY "     MANTDISTR QUITAR <programa> <informe> "
                   "<destinatario> <quien>"
           DISPLAY "     MANTDISTR LISTAR [<programa>]"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *2000-BUSCAR-DESTINATARIO.
      ******************************************************************
       2000-BUSCAR-DESTINATARIO.
           MOVE 0 TO SW-YA-ESTA
           MOVE 0 TO SW-FIN-LISTA
           OPEN INPUT LISTA-DISTRIB
           PERFORM UNTIL SW-FIN-LISTA = 1
              READ LISTA-DISTRIB NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LISTA
              END-READ
              IF SW-FIN-LISTA = 0
                 AND DIS-PROGRAMA = W-PROGRAMA
                 AND DIS-INFORME = W-INFORME
                 AND DIS-DESTINATARIO = W-DESTINATARIO
                 MOVE 1 TO SW-YA-ESTA
              END-IF
           END-PERFORM
           CLOSE LISTA-DISTRIB.

      ******************************************************************
      *3000-AGREGAR.
      ******************************************************************
       3000-AGREGAR.
           PERFORM 2000-BUSCAR-DESTINATARIO
           IF SW-YA-ESTA = 1
              DISPLAY W-DESTINATARIO " YA RECIBE " W-INFORME
                      " (USAR MODIFICAR)"
              MOVE 4 TO RETURN-CODE
           ELSE
              OPEN EXTEND LISTA-DISTRIB
              IF COD-RET-DIS NOT = "00" AND COD-RET-DIS NOT = "05"
                 DISPLAY "No se pudo grabar DISTRIB.CFG ("
                         COD-RET-DIS ")"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 3100-ARMAR-RENGLON
              WRITE REG-DISTRIB
              CLOSE LISTA-DISTRIB
              PERFORM 7000-GRABAR-AUDITORIA
              DISPLAY "AGREGADO " W-DESTINATARIO " A " W-INFORME
                      " DE " W-PROGRAMA
           END-IF.

      ******************************************************************
      *3100-ARMAR-RENGLON.
      ******************************************************************
       3100-ARMAR-RENGLON.
           MOVE SPACES         TO REG-DISTRIB
           MOVE W-PROGRAMA     TO DIS-PROGRAMA
           MOVE W-INFORME      TO DIS-INFORME
           MOVE W-DESTINATARIO TO DIS-DESTINATARIO
           MOVE W-MODO         TO DIS-MODO
           MOVE W-FRECUENCIA   TO DIS-FRECUENCIA
           MOVE W-DIA-X        TO DIS-DIA.

      ******************************************************************
      *4000-REESCRIBIR-LISTA.
      ** MODIFICAR Y QUITAR: LA LISTA SE REESCRIBE ENTERA EN
      ** DISTRIB.NVO Y RECIEN AL FINAL SE PISA LA VIGENTE, COMO EN
      ** MANTFERIA QUITAR
      ******************************************************************
       4000-REESCRIBIR-LISTA.
           MOVE 0 TO SW-YA-ESTA
           MOVE 0 TO SW-FIN-LISTA
           OPEN INPUT LISTA-DISTRIB
           OPEN OUTPUT LISTA-NUEVA
           IF COD-RET-NVO NOT = "00"
              DISPLAY "No se pudo abrir DISTRIB.NVO (" COD-RET-NVO ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL SW-FIN-LISTA = 1
              READ LISTA-DISTRIB NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LISTA
              END-READ
              IF SW-FIN-LISTA = 0
                 IF DIS-PROGRAMA = W-PROGRAMA
                    AND DIS-INFORME = W-INFORME
                    AND DIS-DESTINATARIO = W-DESTINATARIO
                    MOVE 1 TO SW-YA-ESTA
                    MOVE REG-DISTRIB TO W-REG-ANTERIOR
                    IF W-ACCION = "MODIFICAR"
                       PERFORM 3100-ARMAR-RENGLON
                       MOVE REG-DISTRIB TO REG-DISTRIB-NVO
                       WRITE REG-DISTRIB-NVO
                    END-IF
                 ELSE
                    MOVE REG-DISTRIB TO REG-DISTRIB-NVO
                    WRITE REG-DISTRIB-NVO
                 END-IF
              END-IF
           END-PERFORM
           CLOSE LISTA-DISTRIB LISTA-NUEVA
           IF SW-YA-ESTA = 0
              DISPLAY W-DESTINATARIO " NO RECIBE " W-INFORME " DE "
                      W-PROGRAMA
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE SPACES TO W-COMANDO-SYST
              STRING "mv $TEMPORALES/DISTRIB.NVO "
                     "$TEMPORALES/DISTRIB.CFG"
                     DELIMITED BY SIZE INTO W-COMANDO-SYST
              END-STRING
              CALL "SYSTEM" USING W-COMANDO-SYST
              MOVE 0 TO RETURN-CODE
              DISPLAY "ANTES:   " W-REG-ANTERIOR
              IF W-ACCION = "QUITAR"
      *          la auditoria de la baja lleva lo que se quito
                 MOVE W-REG-ANTERIOR TO REG-DISTRIB
                 MOVE DIS-MODO       TO W-MODO
                 MOVE DIS-FRECUENCIA TO W-FRECUENCIA
                 MOVE DIS-DIA        TO W-DIA-X
                 DISPLAY "QUITADO " W-DESTINATARIO " DE " W-INFORME
              ELSE
                 PERFORM 3100-ARMAR-RENGLON
                 DISPLAY "DESPUES: " REG-DISTRIB
              END-IF
              PERFORM 7000-GRABAR-AUDITORIA
           END-IF.

      ******************************************************************
      *6000-LISTAR.
      ******************************************************************
       6000-LISTAR.
           MOVE 0 TO SW-FIN-LISTA
           OPEN INPUT LISTA-DISTRIB
           PERFORM UNTIL SW-FIN-LISTA = 1
              READ LISTA-DISTRIB NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LISTA
              END-READ
              IF SW-FIN-LISTA = 0
                 AND (W-PROGRAMA = SPACES OR DIS-PROGRAMA = W-PROGRAMA)
                 ADD 1 TO CONT-LISTADOS
                 DISPLAY REG-DISTRIB
              END-IF
           END-PERFORM
           CLOSE LISTA-DISTRIB
           DISPLAY "Destinatarios............. " CONT-LISTADOS.

      ******************************************************************
      *7000-GRABAR-AUDITORIA.
      ******************************************************************
       7000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-DISTRIB
           IF COD-RET-AUD = "35"
              OPEN OUTPUT AUDITORIA-DISTRIB
           END-IF
           IF COD-RET-AUD = "00"
              MOVE SPACES TO REG-AUDITORIA
              MOVE FECHA-SISTEMA    TO AUD-FECHA
              MOVE HORA-SIST-HHMMSS TO AUD-HORA
              MOVE W-ACCION         TO AUD-ACCION
              MOVE W-PROGRAMA       TO AUD-PROGRAMA
              MOVE W-INFORME        TO AUD-INFORME
              MOVE W-DESTINATARIO   TO AUD-DESTINATARIO
              MOVE W-MODO           TO AUD-MODO
              MOVE W-FRECUENCIA     TO AUD-FRECUENCIA
              MOVE W-DIA-X          TO AUD-DIA
              MOVE W-QUIEN          TO AUD-QUIEN
              WRITE REG-AUDITORIA
              CLOSE AUDITORIA-DISTRIB
           ELSE
              DISPLAY "SIN AUDITORIA (" COD-RET-AUD ")"
           END-IF.

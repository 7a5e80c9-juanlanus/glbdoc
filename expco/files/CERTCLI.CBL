      * CERTCLI.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CERTCLI.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Certificacion de integracion de un cliente nuevo de los
      ** servidores en linea: el cliente depura sus mensajes CCI
      ** contra LEESCORE CERTIFICA, ALESERVER CERTIFICA e INTESERVER
      ** CERTIFICA (foto y extractos enmascarados de EXTMASCARA, solo
      ** identificaciones sinteticas) y no contra produccion. Cada
      ** solicitud que contestan queda en $TEMPORALES/CERTIF.JRN.
      **
      **   CERTCLI GUION
      **      deja en $TEMPORALES/CERTIF.GUI el guion de casos que se
      **      le entrega al cliente: por servidor, la solicitud que
      **      tiene que mandar y lo que se espera que conteste.
      **   CERTCLI INFORME <entidad>
      **      compara contra el guion lo que la entidad (lo que va
      **      antes de la "@" del usuario) mando a cada servidor: de
      **      cada caso cuenta el ULTIMO intento, que queda APROBADO,
      **      FALLIDO o NO EJECUTADO. Un servidor queda certificado
      **      con todos sus casos aprobados. El informe
      **      $TEMPORALES/CERTIF.<entidad>.<AAAAMMDD> es el documento
      **      de conformidad que firman la entidad y EXPCO; por cada
      **      servidor certificado se agrega un renglon a
      **      $TEMPORALES/CERTIF.APR, que MANTAUTCON exige antes del
      **      primer alta de produccion de la entidad en ese servicio.
      **
      ** En el guion, "*" en el motivo acepta cualquier motivo. Las
      ** identificaciones 90000000000 en adelante son las sinteticas
      ** de EXTMASCARA; 99999999999 esta reservada para contestar
      ** cupo agotado y 79513842 es una cedula real que el servidor
      ** tiene que rechazar sin buscarla.
      **
      ** RC 0 los tres servidores certificados; RC 4 alguno; RC 8
      ** ninguno o sin diario; RC 16 error de uso o de archivos.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CERTIF.FS.
           COPY CERTAPR.FS.

           SELECT GUION-CERTIF
                  ASSIGN TO "$TEMPORALES/CERTIF.GUI"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-GUI.

           SELECT INFORME-CERTIF
                  ASSIGN TO DISK W-INFORME-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-INF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CERTIF.FD.
           COPY CERTAPR.FD.

       FD  GUION-CERTIF.
       01  REG-GUION                   PIC X(100).

       FD  INFORME-CERTIF.
       01  REG-INFORME                 PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-CRT              PIC X(2) VALUE ZEROS.
       01 COD-RET-APR              PIC X(2) VALUE ZEROS.
       01 COD-RET-GUI              PIC X(2) VALUE ZEROS.
       01 COD-RET-INF              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(100) VALUE SPACES.
       01 W-ACCION                 PIC X(09) VALUE SPACES.
       01 W-ENTIDAD                PIC X(18) VALUE SPACES.
       01 W-INFORME-NAME           PIC X(80) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(100) VALUE SPACES.
       01 SW-FIN-DIARIO            PIC 9(01) VALUE 0.

      **** EL GUION: LOS MISMOS CINCO CASOS PARA CADA SERVIDOR
       01 TABLA-CASOS-VALORES.
          02 FILLER                   PIC X(20)
                                      VALUE "1 90000000000 *".
          02 FILLER                   PIC X(08) VALUE "ATENDIDA".
          02 FILLER                   PIC X(30)
                                      VALUE "SINTETICA BIEN FORMADA".
          02 FILLER                   PIC X(20) VALUE "X 12AB".
          02 FILLER                   PIC X(08) VALUE "INVALIDA".
          02 FILLER                   PIC X(30)
                                      VALUE "MENSAJE MAL FORMADO".
          02 FILLER                   PIC X(20)
                                      VALUE "1 79513842 *".
          02 FILLER                   PIC X(08) VALUE "REAL".
          02 FILLER                   PIC X(30)
                                      VALUE "CEDULA REAL, SE RECHAZA".
          02 FILLER                   PIC X(20)
                                      VALUE "1 90000000001 ZZZZ".
          02 FILLER                   PIC X(08) VALUE "DENEGADA".
          02 FILLER                   PIC X(30)
                                      VALUE "MOTIVO NO PERMITIDO".
          02 FILLER                   PIC X(20)
                                      VALUE "1 99999999999 *".
          02 FILLER                   PIC X(08) VALUE "SINCUPO".
          02 FILLER                   PIC X(30)
                                      VALUE "CUPO AGOTADO".
       01 TABLA-CASOS REDEFINES TABLA-CASOS-VALORES.
          02 CASO-ENTRADA OCCURS 5 TIMES.
             03 CASO-SOLICITUD        PIC X(20).
             03 CASO-ESPERADO         PIC X(08).
             03 CASO-DESCRIPCION      PIC X(30).
       01 CASO-TOPE                PIC 9(02) VALUE 5.

      **** LOS SERVIDORES Y EL SERVICIO DE AUTCONSUL QUE CERTIFICAN
       01 TABLA-SERVIDORES-VALORES.
          02 FILLER                   PIC X(10) VALUE "LEESCORE".
          02 FILLER                   PIC X(10) VALUE "SCORE".
          02 FILLER                   PIC X(10) VALUE "ALESERVER".
          02 FILLER                   PIC X(10) VALUE "ALERTAS".
          02 FILLER                   PIC X(10) VALUE "INTESERVER".
          02 FILLER                   PIC X(10) VALUE "INTEGRAL".
       01 TABLA-SERVIDORES REDEFINES TABLA-SERVIDORES-VALORES.
          02 SRV-ENTRADA OCCURS 3 TIMES.
             03 SRV-NOMBRE            PIC X(10).
             03 SRV-SERVICIO          PIC X(10).
       01 SRV-TOPE                 PIC 9(02) VALUE 3.

      **** EL ULTIMO INTENTO DE CADA CASO EN CADA SERVIDOR
       01 TABLA-INTENTOS.
          02 INT-SERVIDOR OCCURS 3 TIMES.
             03 INT-CASO OCCURS 5 TIMES.
                04 INT-CANTIDAD       PIC 9(05).
                04 INT-FECHA          PIC 9(08).
                04 INT-HORA           PIC 9(06).
                04 INT-OBTENIDO       PIC X(08).
                04 INT-RESPUESTA      PIC X(80).
       01 IX-SRV                   PIC 9(02) VALUE 0.
       01 IX-CASO                  PIC 9(02) VALUE 0.
       01 IX-BUSCA                 PIC 9(02) VALUE 0.
       01 SW-CASO-HALLADO          PIC 9(01) VALUE 0.

      **** SOLICITUD PARTIDA EN TIPO / NUMERO / MOTIVO PARA COMPARAR
       01 W-ENTIDAD-DIARIO         PIC X(18) VALUE SPACES.
       01 W-SOL-TIPO               PIC X(02) VALUE SPACES.
       01 W-SOL-NUMERO             PIC X(11) VALUE SPACES.
       01 W-SOL-MOTIVO             PIC X(06) VALUE SPACES.
       01 W-CASO-TIPO              PIC X(02) VALUE SPACES.
       01 W-CASO-NUMERO            PIC X(11) VALUE SPACES.
       01 W-CASO-MOTIVO            PIC X(06) VALUE SPACES.
       01 W-VEREDICTO              PIC X(12) VALUE SPACES.

       01 CONTADORES-CERTIF.
          02 CONT-LEIDOS              PIC 9(08) VALUE 0.
          02 CONT-DE-LA-ENTIDAD       PIC 9(08) VALUE 0.
          02 CONT-FUERA-DE-GUION      PIC 9(08) VALUE 0.
          02 CONT-CERTIFICADOS        PIC 9(02) VALUE 0.
          02 CONT-APROBADOS-SRV       PIC 9(02) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZ9.
       01 W-EDIT-INTENTOS          PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Certificacion de integracion de clientes      *"
           DISPLAY "*           PROGRAMA : CERTCLI.CBL              *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-ACCION W-ENTIDAD
           END-UNSTRING
           IF W-ACCION NOT = "GUION"
              AND (W-ACCION NOT = "INFORME" OR W-ENTIDAD = SPACES)
              DISPLAY "Uso: CERTCLI GUION"
              DISPLAY "     CERTCLI INFORME <entidad>"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           EVALUATE W-ACCION
              WHEN "GUION"
                 PERFORM 1000-EMITIR-GUION
              WHEN "INFORME"
                 PERFORM 2000-LEER-DIARIO
                 PERFORM 3000-EMITIR-INFORME
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
      *1000-EMITIR-GUION.
      ** EL GUION QUE SE LE ENTREGA AL CLIENTE, UN RENGLON POR CASO
      ******************************************************************
       1000-EMITIR-GUION.
           OPEN OUTPUT GUION-CERTIF
           IF COD-RET-GUI NOT = "00"
              DISPLAY "Error abriendo CERTIF.GUI " COD-RET-GUI
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "GUION DE CERTIFICACION DE INTEGRACION - SERVIDORES "
             & "EN MODO CERTIFICA" TO REG-GUION
           WRITE REG-GUION
           MOVE "SOLICITUD: <TIPO> <NUMERO> <MOTIVO>; MOTIVO * = "
             & "CUALQUIER MOTIVO DEL CATALOGO" TO REG-GUION
           WRITE REG-GUION
           MOVE SPACES TO REG-GUION
           WRITE REG-GUION
           MOVE "SERVIDOR   CASO SOLICITUD            ESPERADO "
             & "DESCRIPCION" TO REG-GUION
           WRITE REG-GUION
           PERFORM VARYING IX-SRV FROM 1 BY 1 UNTIL IX-SRV > SRV-TOPE
              PERFORM 1100-GUION-DE-UN-CASO
                 VARYING IX-CASO FROM 1 BY 1
                 UNTIL IX-CASO > CASO-TOPE
           END-PERFORM
           CLOSE GUION-CERTIF
           DISPLAY "GUION GRABADO EN $TEMPORALES/CERTIF.GUI".

       1100-GUION-DE-UN-CASO.
           MOVE SPACES TO REG-GUION
           STRING SRV-NOMBRE(IX-SRV)         DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  IX-CASO                    DELIMITED BY SIZE
                  "   "                      DELIMITED BY SIZE
                  CASO-SOLICITUD(IX-CASO)    DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  CASO-ESPERADO(IX-CASO)     DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  CASO-DESCRIPCION(IX-CASO)  DELIMITED BY SIZE
                  INTO REG-GUION
           END-STRING
           WRITE REG-GUION.

      ******************************************************************
      *2000-LEER-DIARIO.
      ** DE CERTIF.JRN SOLO CUENTAN LOS RENGLONES DE LA ENTIDAD; EL
      ** DIARIO VA EN ORDEN DE LLEGADA, ASI QUE EL ULTIMO QUE CALZA
      ** CON UN CASO ES EL QUE QUEDA
      ******************************************************************
       2000-LEER-DIARIO.
           INITIALIZE TABLA-INTENTOS
           OPEN INPUT DIARIO-CERTIF
           IF COD-RET-CRT NOT = "00"
              DISPLAY "SIN DIARIO DE CERTIFICACION CERTIF.JRN ("
                      COD-RET-CRT ")"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO SW-FIN-DIARIO
           PERFORM UNTIL SW-FIN-DIARIO = 1
              READ DIARIO-CERTIF
                 AT END MOVE 1 TO SW-FIN-DIARIO
              END-READ
              IF SW-FIN-DIARIO = 0
                 ADD 1 TO CONT-LEIDOS
                 PERFORM 2100-EVALUAR-RENGLON
              END-IF
           END-PERFORM
           CLOSE DIARIO-CERTIF.

      ******************************************************************
      *2100-EVALUAR-RENGLON.
      ******************************************************************
       2100-EVALUAR-RENGLON.
           MOVE SPACES TO W-ENTIDAD-DIARIO
           UNSTRING CRT-USUARIO DELIMITED BY "@"
                    INTO W-ENTIDAD-DIARIO
           END-UNSTRING
           IF W-ENTIDAD-DIARIO = W-ENTIDAD
              ADD 1 TO CONT-DE-LA-ENTIDAD
              MOVE 0 TO IX-SRV
              PERFORM VARYING IX-BUSCA FROM 1 BY 1
                        UNTIL IX-BUSCA > SRV-TOPE
                 IF SRV-NOMBRE(IX-BUSCA) = CRT-SERVIDOR
                    MOVE IX-BUSCA TO IX-SRV
                 END-IF
              END-PERFORM
              IF IX-SRV = 0
                 ADD 1 TO CONT-FUERA-DE-GUION
              ELSE
                 PERFORM 2200-UBICAR-CASO
              END-IF
           END-IF.

      ******************************************************************
      *2200-UBICAR-CASO.
      ** LA SOLICITUD SE COMPARA POR TIPO, NUMERO Y, SI EL CASO NO
      ** DICE "*", MOTIVO; LO QUE NO ES NINGUN CASO SOLO SE CUENTA
      ******************************************************************
       2200-UBICAR-CASO.
           MOVE SPACES TO W-SOL-TIPO W-SOL-NUMERO W-SOL-MOTIVO
           UNSTRING CRT-SOLICITUD DELIMITED BY ALL " "
                    INTO W-SOL-TIPO W-SOL-NUMERO W-SOL-MOTIVO
           END-UNSTRING
           MOVE 0 TO SW-CASO-HALLADO
           MOVE 1 TO IX-CASO
           PERFORM UNTIL IX-CASO > CASO-TOPE OR SW-CASO-HALLADO = 1
              MOVE SPACES TO W-CASO-TIPO W-CASO-NUMERO W-CASO-MOTIVO
              UNSTRING CASO-SOLICITUD(IX-CASO) DELIMITED BY ALL " "
                       INTO W-CASO-TIPO W-CASO-NUMERO W-CASO-MOTIVO
              END-UNSTRING
              IF W-SOL-TIPO = W-CASO-TIPO
                 AND W-SOL-NUMERO = W-CASO-NUMERO
                 AND (W-CASO-MOTIVO = "*"
                      OR W-SOL-MOTIVO = W-CASO-MOTIVO)
                 ADD 1 TO INT-CANTIDAD(IX-SRV IX-CASO)
                 MOVE CRT-FECHA     TO INT-FECHA(IX-SRV IX-CASO)
                 MOVE CRT-HORA      TO INT-HORA(IX-SRV IX-CASO)
                 MOVE CRT-RESULTADO TO INT-OBTENIDO(IX-SRV IX-CASO)
                 MOVE CRT-RESPUESTA TO INT-RESPUESTA(IX-SRV IX-CASO)
                 MOVE 1 TO SW-CASO-HALLADO
              ELSE
                 ADD 1 TO IX-CASO
              END-IF
           END-PERFORM
           IF SW-CASO-HALLADO = 0
              ADD 1 TO CONT-FUERA-DE-GUION
           END-IF.

      ******************************************************************
      *3000-EMITIR-INFORME.
      ** EL DOCUMENTO DE CONFORMIDAD: CASO POR CASO, EL VEREDICTO DE
      ** CADA SERVIDOR Y LAS FIRMAS; CADA SERVIDOR CERTIFICADO DEJA SU
      ** APROBACION EN CERTIF.APR
      ******************************************************************
       3000-EMITIR-INFORME.
           STRING "$TEMPORALES/CERTIF."  DELIMITED BY SIZE
                  W-ENTIDAD              DELIMITED BY SPACE
                  "."                    DELIMITED BY SIZE
                  FECHA-SISTEMA          DELIMITED BY SIZE
                  INTO W-INFORME-NAME
           END-STRING
           OPEN OUTPUT INFORME-CERTIF
           IF COD-RET-INF NOT = "00"
              DISPLAY "Error abriendo " W-INFORME-NAME " " COD-RET-INF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND APROBACION-CERTIF
           IF COD-RET-APR = "35"
              OPEN OUTPUT APROBACION-CERTIF
           END-IF
           IF COD-RET-APR NOT = "00"
              DISPLAY "Error abriendo CERTIF.APR " COD-RET-APR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "INFORME DE CERTIFICACION DE INTEGRACION"
             TO REG-INFORME
           WRITE REG-INFORME
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "ENTIDAD: " W-ENTIDAD "  FECHA: " FECHA-SISTEMA
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           WRITE REG-INFORME FROM W-LINEA-ARMADA
           MOVE SPACES TO REG-INFORME
           WRITE REG-INFORME
           MOVE 0 TO CONT-CERTIFICADOS
           PERFORM 3100-INFORME-DE-UN-SERVIDOR
              VARYING IX-SRV FROM 1 BY 1 UNTIL IX-SRV > SRV-TOPE
           PERFORM 3300-FIRMAS
           CLOSE INFORME-CERTIF APROBACION-CERTIF
           MOVE CONT-LEIDOS TO W-EDIT-CONTADOR
           DISPLAY "Renglones del diario...... " W-EDIT-CONTADOR
           MOVE CONT-DE-LA-ENTIDAD TO W-EDIT-CONTADOR
           DISPLAY "De la entidad............. " W-EDIT-CONTADOR
           MOVE CONT-FUERA-DE-GUION TO W-EDIT-CONTADOR
           DISPLAY "Fuera del guion........... " W-EDIT-CONTADOR
           MOVE CONT-CERTIFICADOS TO W-EDIT-CONTADOR
           DISPLAY "Servidores certificados... " W-EDIT-CONTADOR
           DISPLAY "INFORME EN " W-INFORME-NAME
           EVALUATE TRUE
              WHEN CONT-CERTIFICADOS = SRV-TOPE
                 MOVE 0 TO RETURN-CODE
              WHEN CONT-CERTIFICADOS > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      *3100-INFORME-DE-UN-SERVIDOR.
      ******************************************************************
       3100-INFORME-DE-UN-SERVIDOR.
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "SERVIDOR " SRV-NOMBRE(IX-SRV)
                  " (SERVICIO " SRV-SERVICIO(IX-SRV) ")"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           WRITE REG-INFORME FROM W-LINEA-ARMADA
           MOVE "  CASO SOLICITUD            ESPERADO OBTENIDO "
             & "INTENTOS FECHA    HORA   VEREDICTO"
             TO REG-INFORME
           WRITE REG-INFORME
           MOVE 0 TO CONT-APROBADOS-SRV
           PERFORM 3200-INFORME-DE-UN-CASO
              VARYING IX-CASO FROM 1 BY 1 UNTIL IX-CASO > CASO-TOPE
           MOVE SPACES TO W-LINEA-ARMADA
           IF CONT-APROBADOS-SRV = CASO-TOPE
              ADD 1 TO CONT-CERTIFICADOS
              STRING "  => " SRV-NOMBRE(IX-SRV) " CERTIFICADO; "
                     "HABILITA EL ALTA EN " SRV-SERVICIO(IX-SRV)
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              MOVE W-ENTIDAD            TO APR-ENTIDAD
              MOVE SRV-SERVICIO(IX-SRV) TO APR-SERVICIO
              MOVE FECHA-SISTEMA        TO APR-FECHA
              WRITE REG-APROBACION-CERTIF
           ELSE
              STRING "  => " SRV-NOMBRE(IX-SRV) " NO CERTIFICADO"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           END-IF
           WRITE REG-INFORME FROM W-LINEA-ARMADA
           MOVE SPACES TO REG-INFORME
           WRITE REG-INFORME.

      ******************************************************************
      *3200-INFORME-DE-UN-CASO.
      ******************************************************************
       3200-INFORME-DE-UN-CASO.
           EVALUATE TRUE
              WHEN INT-CANTIDAD(IX-SRV IX-CASO) = 0
                 MOVE "NO EJECUTADO" TO W-VEREDICTO
              WHEN INT-OBTENIDO(IX-SRV IX-CASO) =
                   CASO-ESPERADO(IX-CASO)
                 MOVE "APROBADO" TO W-VEREDICTO
                 ADD 1 TO CONT-APROBADOS-SRV
              WHEN OTHER
                 MOVE "FALLIDO" TO W-VEREDICTO
           END-EVALUATE
           MOVE INT-CANTIDAD(IX-SRV IX-CASO) TO W-EDIT-INTENTOS
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "  " IX-CASO "   " CASO-SOLICITUD(IX-CASO) " "
                  CASO-ESPERADO(IX-CASO) " "
                  INT-OBTENIDO(IX-SRV IX-CASO) " "
                  W-EDIT-INTENTOS "    "
                  INT-FECHA(IX-SRV IX-CASO) " "
                  INT-HORA(IX-SRV IX-CASO) " "
                  W-VEREDICTO
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           WRITE REG-INFORME FROM W-LINEA-ARMADA
           IF W-VEREDICTO = "FALLIDO"
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "        RESPUESTA: "
                     INT-RESPUESTA(IX-SRV IX-CASO)
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              WRITE REG-INFORME FROM W-LINEA-ARMADA
           END-IF.

      ******************************************************************
      *3300-FIRMAS.
      ******************************************************************
       3300-FIRMAS.
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "SERVIDORES CERTIFICADOS: " CONT-CERTIFICADOS
                  " DE " SRV-TOPE
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           WRITE REG-INFORME FROM W-LINEA-ARMADA
           MOVE SPACES TO REG-INFORME
           WRITE REG-INFORME
           MOVE "CONFORME ENTIDAD: ______________________________"
             TO REG-INFORME
           WRITE REG-INFORME
           MOVE SPACES TO REG-INFORME
           WRITE REG-INFORME
           MOVE "CONFORME EXPCO:   ______________________________"
             TO REG-INFORME
           WRITE REG-INFORME.

      **   TRANSMITIR CONFIRMAR <destino> <archivo>
      **      verifica que la confirmacion del destino haya vuelto;
      **      RC 4 si todavia no esta
      **   TRANSMITIR VERIFICAR <destino|TODOS> <archivo>
      **      para el cliente o el auditor: calcula el sello SHA-256
      **      del archivo recibido y lo busca entre los envios del
      **      diario; RC 0 si es exactamente uno de los enviados
      **      (lista cuando y con que nombre), RC 8 si no
      **
      ** Cada envio asienta en el diario el sello SHA-256 del archivo
      ** tal como salio (el mismo que EMPAQPER deja en el manifiesto
      ** del paquete).
      **
      ** RC 0 enviado/confirmado; RC 4 confirmacion pendiente; RC 8
      ** el envio fallo tras los reintentos (queda FALLIDO en el
           02 TRX-RESULTADO            PIC X(10).
           02 FILLER                   PIC X.
           02 TRX-ARCHIVO              PIC X(80).
           02 FILLER                   PIC X.
           02 TRX-SELLO                PIC X(64).

       FD  ARCHIVO-CHEQUEO.
       01  REG-CHEQUEO                 PIC X(64).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-CFG              PIC X(2) VALUE ZEROS.
       01 SW-CONFIG-HALLADA        PIC 9(01) VALUE 0.
       01 W-COMANDO-DESTINO        PIC X(60) VALUE SPACES.
       01 W-DIR-CONFIRMA           PIC X(40) VALUE SPACES.
       01 W-SELLO                  PIC X(64) VALUE SPACES.
       01 SW-FIN-DIARIO            PIC 9(01) VALUE 0.
       01 CONT-COINCIDENCIAS       PIC 9(06) VALUE 0.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
           END-UNSTRING
           IF (W-ACCION NOT = "ENVIAR"
               AND W-ACCION NOT = "REENVIAR"
               AND W-ACCION NOT = "CONFIRMAR"
               AND W-ACCION NOT = "VERIFICAR")
              OR W-DESTINO-INP = SPACES OR W-ARCHIVO-INP = SPACES
              DISPLAY "Uso: TRANSMITIR ENVIAR|REENVIAR|CONFIRMAR "
                      "<destino> <archivo>"
              DISPLAY "     TRANSMITIR VERIFICAR <destino|TODOS> "
                      "<archivo>"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF W-ACCION = "VERIFICAR"
              PERFORM 6000-VERIFICAR-SELLO
              STOP RUN
           END-IF
           PERFORM 1000-BUSCAR-CONFIGURACION
           PERFORM 1500-ARMAR-NOMBRE-BASE
           IF W-ACCION = "CONFIRMAR"
              MOVE W-ARCHIVO-INP(W-IDX-RUTA:) TO W-NOMBRE-BASE
           END-IF.

      ******************************************************************
      *2000-CALCULAR-SELLO.
      ** SHA-256 DEL ARCHIVO POR SHELL, MISMO MECANISMO QUE EL TEST DE
      ** LA CONFIRMACION; ARCHIVO ILEGIBLE = SELLO EN BLANCO
      ******************************************************************
       2000-CALCULAR-SELLO.
           MOVE SPACES TO W-COMANDO-SYST
           STRING "sha256sum "     DELIMITED BY SIZE
                  W-ARCHIVO-INP    DELIMITED BY SPACE
                  " 2>/dev/null | cut -c1-64"
                                   DELIMITED BY SIZE
                  " > $TEMPORALES/TRANSMITIR.TMP"
                                   DELIMITED BY SIZE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO W-SELLO
           OPEN INPUT ARCHIVO-CHEQUEO
           IF COD-RET-CHK = "00"
              MOVE SPACES TO REG-CHEQUEO
              READ ARCHIVO-CHEQUEO NEXT RECORD
                 AT END MOVE SPACES TO REG-CHEQUEO
              END-READ
              MOVE REG-CHEQUEO TO W-SELLO
              CLOSE ARCHIVO-CHEQUEO
           END-IF.

      ******************************************************************
      *3000-ENVIAR-CON-REINTENTOS.
      ** HASTA MAX-INTENTOS ENVIOS CON PAUSA ENTRE ELLOS, CADA UNO
      ** ASENTADO EN EL DIARIO; EL FALLIDO FINAL AVISA CON FALLA
      ******************************************************************
       3000-ENVIAR-CON-REINTENTOS.
           PERFORM 2000-CALCULAR-SELLO
           MOVE 0 TO SW-ENVIO-OK
           PERFORM UNTIL SW-ENVIO-OK = 1
                      OR CONT-INTENTO NOT LESS THAN MAX-INTENTOS
              MOVE CONT-INTENTO        TO TRX-INTENTO
              MOVE W-RESULTADO-ASIENTO TO TRX-RESULTADO
              MOVE W-ARCHIVO-INP       TO TRX-ARCHIVO
              MOVE W-SELLO             TO TRX-SELLO
              WRITE REG-DIARIO-TRX
              CLOSE DIARIO-TRANSMISION
           ELSE
              DISPLAY "NO SE PUDO ASENTAR EN TRANSMISION.JRN ("
                      COD-RET-JRN ")"
           END-IF.

      ******************************************************************
      *6000-VERIFICAR-SELLO.
      ** EL ARCHIVO RECIBIDO ES EL ENVIADO SI SU SELLO COINCIDE CON EL
      ** DE ALGUN ENVIO DEL DIARIO (AL DESTINO DADO, O A CUALQUIERA CON
      ** TODOS); EL NOMBRE NO IMPORTA, EL CLIENTE PUDO RENOMBRARLO
      ******************************************************************
       6000-VERIFICAR-SELLO.
           PERFORM 2000-CALCULAR-SELLO
           IF W-SELLO = SPACES
              DISPLAY "NO SE PUDO LEER " W-ARCHIVO-INP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "SELLO SHA256: " W-SELLO
           OPEN INPUT DIARIO-TRANSMISION
           IF COD-RET-JRN NOT = "00"
              DISPLAY "No se pudo abrir TRANSMISION.JRN (" COD-RET-JRN
                      ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO SW-FIN-DIARIO
           PERFORM UNTIL SW-FIN-DIARIO = 1
              READ DIARIO-TRANSMISION NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-DIARIO
              END-READ
              IF SW-FIN-DIARIO = 0
                 AND TRX-RESULTADO = "ENVIADO"
                 AND TRX-SELLO = W-SELLO
                 AND (W-DESTINO-INP = "TODOS"
                      OR TRX-DESTINO = W-DESTINO-INP)
                 ADD 1 TO CONT-COINCIDENCIAS
                 DISPLAY "ENVIADO A " TRX-DESTINO " EL " TRX-FECHA
                         " " TRX-HORA " COMO " TRX-ARCHIVO
              END-IF
           END-PERFORM
           CLOSE DIARIO-TRANSMISION
           IF CONT-COINCIDENCIAS > 0
              DISPLAY "EL ARCHIVO ES EXACTAMENTE EL ENVIADO"
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY "EL ARCHIVO NO COINCIDE CON NINGUN ENVIO "
                      "ASENTADO"
              MOVE 8 TO RETURN-CODE
           END-IF.

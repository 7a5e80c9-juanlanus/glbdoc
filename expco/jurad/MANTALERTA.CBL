      ** pero es ruidoso: USO "MANTALERTA EMERGENCIA" aplica directo,
      ** marca la auditoria con *EMERGENCIA* y dispara NOTIFICAR
      ** AVISO en el momento.
      **
      ** SOPORTE: el cambio se acepta solo con el numero del
      ** documento que lo respalda (la orden de legales, el oficio)
      ** ya registrado con MANTSOPOR y a nombre de la misma
      ** identificacion. Queda vinculado a la orden encolada (clase
      ** ORDN) o, en emergencia, a la alerta (clase ALER), y viaja
      ** en la orden para que APROBAR lo vincule a la alerta al
      ** aplicarla (ver SOPVINC.FD).
      **
      ** MENORES DE EDAD: si el titular es menor de edad segun la
      ** Registraduria (VERMENOR.CBL) no se acepta activar la alerta
      ** ni extender su vigencia; bajarla o acortarla si se puede.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       COPY RESALERTA.WS.
       COPY SOPORTE.WS.
       01 COD-RET-AUD              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 W-BLOQUEO-ANTERIOR       PIC 9(01) VALUE 0.
       01 W-FEC-VEN-ANTERIOR       PIC 9(08) VALUE 0.
       01 W-MOTIVO                 PIC X(60) VALUE SPACES.
       01 W-SOPORTE                PIC 9(08) VALUE 0.
       01 W-OPERADOR               PIC X(10) VALUE SPACES.
       01 W-CONFIRMA               PIC X(01) VALUE SPACE.
       01 W-SEGUIR                 PIC X(01) VALUE "S".
      * titular menor de edad (VERMENOR.CBL)
       01 MENOR-INDICADOR          PIC X(01) VALUE SPACE.
          88 TITULAR-MENOR                   VALUE "M".
       01 LINEA-COMANDO            PIC X(20) VALUE SPACES.
       01 SW-EMERGENCIA            PIC 9(01) VALUE 0.
       01 COD-RET-ORD              PIC X(2) VALUE ZEROS.
       01 CERR-RESULTADO           PIC 9(01) VALUE 0.
       01 SW-CERROJO-TOMADO        PIC 9(01) VALUE 0.

      **** VENTANAS DE CONGELAMIENTO (CONGELA)
       COPY CONGELA.WS.

       SCREEN SECTION.
       01 PANTALLA-CLAVE.
          05 BLANK SCREEN.
          05 LINE 16 COL 22 PIC 9(08) USING W-FEC-VEN-NUEVA.
          05 LINE 17 COL 5  VALUE "MOTIVO........:".
          05 LINE 17 COL 22 PIC X(60) USING W-MOTIVO.
          05 LINE 18 COL 5  VALUE "SOPORTE.......:".
          05 LINE 18 COL 22 PIC 9(08) USING W-SOPORTE.
          05 LINE 19 COL 5  VALUE "CONFIRMA (S/N):".
          05 LINE 19 COL 22 PIC X(01) USING W-CONFIRMA.

              DISPLAY "*** MODO EMERGENCIA DE UN SOLO OPERADOR: EL"
                      " CAMBIO SE APLICA DIRECTO Y QUEDA AVISADO ***"
           END-IF
           MOVE "MANTALERTA" TO CONG-PROGRAMA
                                RALE-PROGRAMA
                                SOPO-PROGRAMA
           IF SW-EMERGENCIA = 1
              MOVE "EMERGENCIA" TO CONG-MODO
           ELSE
              MOVE "ATENDER"    TO CONG-MODO
           END-IF
           PERFORM 0550-VERIFICAR-CONGELAMIENTO
           PERFORM 0600-TOMAR-CERROJO-BDIIALE
           OPEN I-O BDIIALE
           PERFORM UNTIL W-SEGUIR NOT = "S"
              ACCEPT W-SEGUIR FROM CONSOLE
           END-PERFORM
           CLOSE BDIIALE
           PERFORM 9860-CERRAR-RESUMEN
           PERFORM 9880-CERRAR-SOPORTE
           PERFORM 0700-LIBERAR-CERROJO-BDIIALE
           STOP RUN.

              STOP RUN
           END-IF.

      ******************************************************************
      *0550-VERIFICAR-CONGELAMIENTO.
      ******************************************************************
           COPY CONGELA.PROC.

      ******************************************************************
      *1000-ATENDER-UNA-ALERTA.
      ******************************************************************

      ******************************************************************
      *2000-EDITAR-ALERTA.
      ** SOLO BLOQUEO Y VENCIMIENTO SON EDITABLES; EL MOTIVO Y EL
      ** DOCUMENTO SOPORTE SON OBLIGATORIOS O EL CAMBIO NO SE APLICA
      ******************************************************************
       2000-EDITAR-ALERTA.
           MOVE BLOQUEO-BDIIALE TO W-BLOQUEO-ANTERIOR
           MOVE FEC-VEN-BDIIALE TO W-FEC-VEN-ANTERIOR
                                   W-FEC-VEN-NUEVA
           MOVE SPACES TO W-MOTIVO
           MOVE 0      TO W-SOPORTE
           MOVE SPACE  TO W-CONFIRMA
           DISPLAY PANTALLA-ALERTA
           ACCEPT PANTALLA-ALERTA
                    AND W-FEC-VEN-NUEVA = W-FEC-VEN-ANTERIOR
                    DISPLAY "NADA QUE CAMBIAR"
                 ELSE
                    PERFORM 2200-VERIFICAR-SOPORTE
                    PERFORM 2100-VERIFICAR-MENOR
                    EVALUATE TRUE
                       WHEN NOT SOPORTE-ACEPTADO
                          DISPLAY "SIN SOPORTE VALIDO NO HAY CAMBIO"
                       WHEN TITULAR-MENOR
                        AND W-BLOQUEO-NUEVO NOT = 0
                        AND (W-BLOQUEO-ANTERIOR = 0
                         OR W-FEC-VEN-NUEVA > W-FEC-VEN-ANTERIOR)
                          DISPLAY "TITULAR MENOR DE EDAD: NO SE "
                                  "ACTIVA NI SE EXTIENDE LA ALERTA"
                       WHEN OTHER
                          PERFORM 3000-APLICAR-CAMBIO
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *2200-VERIFICAR-SOPORTE.
      ** EL DOCUMENTO TIENE QUE ESTAR REGISTRADO (MANTSOPOR), VIGENTE
      ** Y A NOMBRE DEL TITULAR DE LA ALERTA
      ******************************************************************
       2200-VERIFICAR-SOPORTE.
           MOVE W-SOPORTE    TO SOPO-NUMERO
           MOVE W-TIPO-INP   TO SOPO-TIPO
           MOVE W-NUMERO-INP TO SOPO-IDENT
           PERFORM 9870-VERIFICAR-SOPORTE.

      ******************************************************************
      *2100-VERIFICAR-MENOR.
      ** SIN EL SUBPROGRAMA SE ATIENDE COMO SIEMPRE
      ******************************************************************
       2100-VERIFICAR-MENOR.
           CALL "VERMENOR" USING W-TIPO-INP W-NUMERO-INP
                                 MENOR-INDICADOR
           ON EXCEPTION
              MOVE SPACE TO MENOR-INDICADOR
           END-CALL.

      ******************************************************************
      *3000-APLICAR-CAMBIO.
      ******************************************************************
                 INVALID KEY
                    DISPLAY "ERROR AL REESCRIBIR LA ALERTA"
                 NOT INVALID KEY
                    PERFORM 9850-ACTUALIZAR-RESUMEN
                    PERFORM 4000-GRABAR-AUDITORIA
                    MOVE "ALER"         TO SOPO-CLASE
                    MOVE LLASEC-BDIIALE TO SOPO-OBJETO
                    PERFORM 9875-VINCULAR-SOPORTE
                    PERFORM 4500-AVISAR-EMERGENCIA
                    DISPLAY "ALERTA ACTUALIZADA (EMERGENCIA)"
              END-REWRITE
      *3500-ENCOLAR-ORDEN.
      ** LA ORDEN LLEVA LA IMAGEN PREVIA COMPLETA DE LA ALERTA Y LOS
      ** VALORES NUEVOS; EL NUMERO NUEVO ES EL MAYOR ASENTADO MAS
      ** UNO (EL ARCHIVO ES UN DIARIO, COMO EL DE INCIDENTES). EL
      ** SOPORTE VA EN ORD-DATOS (23:8) Y QUEDA VINCULADO A LA ORDEN
      ******************************************************************
       3500-ENCOLAR-ORDEN.
           MOVE 0 TO W-NRO-ORDEN
              STRING W-BLOQUEO-NUEVO W-FEC-VEN-NUEVA
                     DELIMITED BY SIZE INTO ORD-DATOS
              END-STRING
              MOVE W-SOPORTE        TO ORD-DATOS(23:8)
              MOVE REG-BDIIALE      TO ORD-IMAGEN-ANTES
              MOVE W-MOTIVO         TO ORD-MOTIVO
              WRITE REG-ORDEN
              CLOSE ORDENES-PENDIENTES
              MOVE "ORDN"           TO SOPO-CLASE
              MOVE W-NRO-ORDEN      TO SOPO-OBJETO
              PERFORM 9875-VINCULAR-SOPORTE
              DISPLAY "ORDEN " W-NRO-ORDEN " ENCOLADA: LA APLICA UN"
                      " SEGUNDO OPERADOR CON APROBAR"
           END-IF.
              DISPLAY "SIN AUDITORIA (" COD-RET-AUD "), EL CAMBIO "
                      "QUEDO APLICADO IGUAL: REVISAR"
           END-IF.

       COPY RESALERTA.PROC.

       COPY SOPORTE.PROC.

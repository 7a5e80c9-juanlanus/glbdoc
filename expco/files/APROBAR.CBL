       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Cola de aprobacion a cuatro ojos de los cambios manuales
      ** sobre los maestros: MANTALERTA, HABEASDAT y MANTSUPL no
      ** aplican solos - dejan la orden PENDIENTE en
      ** $TEMPORALES/ORDENES.PEN con la imagen previa completa, y
      ** recien este programa, en manos de un segundo operador
      ** DISTINTO del solicitante, la aplica o la rechaza. Las dos
      ** identidades quedan en la auditoria del maestro tocado
      ** (MANTALERTA.AUD, HABEASDAT.AUD o SUPLANTA.AUD). El archivo
      ** de ordenes es un diario: cada
      ** aprobacion/rechazo/vencimiento se anexa como movimiento y el
      ** estado vigente se reconstruye reproduciendolo, como en el
      ** registro de incidentes.
      **
      ** Las ordenes de MANTALERTA y HABEASDAT traen en ORD-DATOS
      ** (23:8) el documento soporte que exigieron al encolar: si ese
      ** documento fue anulado despues, la orden no se aplica; si se
      ** aplica, el documento queda vinculado tambien a la alerta, al
      ** acta o al bloqueo por tutela resultante (ver SOPVINC.FD).
      **
      ** USO:
      **   APROBAR LISTAR
      **      ordenes pendientes con su antiguedad en dias y la
           COPY BDIIALE.FS.
           COPY BDIIREGI.FS.
           COPY SCORESNAP.FS.
           COPY SUPLANTA.FS.

           SELECT ORDENES-PENDIENTES
                  ASSIGN TO "$TEMPORALES/ORDENES.PEN"
                  ASSIGN TO "$TEMPORALES/HABEASDAT.AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUDH.

           SELECT AUDITORIA-SUPLANTA
                  ASSIGN TO "$TEMPORALES/SUPLANTA.AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUDS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY BDIIALE.FD.
           COPY BDIIREGI.FD.
           COPY SCORESNAP.FD.
           COPY SUPLANTA.FD.

       FD  ORDENES-PENDIENTES.
       01  REG-ORDEN.
           02 AUH-IMAGEN-ANTES         PIC X(200).
           02 FILLER                   PIC X.
           02 AUH-IMAGEN-DESPUES       PIC X(200).

      *    mismo renglon que HABEASDAT.AUD, aparte para que el
      *    registro de suplantaciones no se mezcle con las
      *    intervenciones de habeas data (REPSIC, AVISORECT)
       FD  AUDITORIA-SUPLANTA.
       01  REG-AUD-SUPLANTA.
           02 AUS-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 AUS-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 AUS-ACCION               PIC X(10).
           02 FILLER                   PIC X.
           02 AUS-ARCHIVO              PIC X(10).
           02 FILLER                   PIC X.
           02 AUS-IMAGEN-ANTES         PIC X(200).
           02 FILLER                   PIC X.
           02 AUS-IMAGEN-DESPUES       PIC X(200).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       COPY RESALERTA.WS.
       COPY SOPORTE.WS.
       01 COD-RET-SNAP             PIC X(2) VALUE ZEROS.
       01 COD-RET-ORD              PIC X(2) VALUE ZEROS.
       01 COD-RET-AUDM             PIC X(2) VALUE ZEROS.
       01 COD-RET-AUDH             PIC X(2) VALUE ZEROS.
       01 COD-RET-AUDS             PIC X(2) VALUE ZEROS.
       01 COD-RET-SUPL             PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(40) VALUE SPACES.
       01 W-ACCION                 PIC X(10) VALUE SPACES.
       01 W-FEC-VEN-ANT            PIC 9(08) VALUE 0.
       01 CONT-ALERTAS-TOCADAS     PIC 9(06) VALUE 0.
       01 CONT-FOTO-TOCADAS        PIC 9(06) VALUE 0.
       01 W-SOPORTE-ORDEN          PIC 9(08) VALUE 0.
       01 SW-REGI-RECTIFICADO      PIC 9(01) VALUE 0.

      **** INTERBLOQUEO DE LOS RECURSOS ACTUALIZADOS (CERROJO)
       01 CERR-ACCION              PIC X(08) VALUE SPACES.
       01 CERR-PROGRAMA            PIC X(10) VALUE "APROBAR".
       01 CERR-RESULTADO           PIC 9(01) VALUE 0.

      **** VENTANAS DE CONGELAMIENTO (CONGELA)
       COPY CONGELA.WS.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
              WHEN "LISTAR"
                 PERFORM 2000-LISTAR-PENDIENTES
              WHEN "APROBAR"
                 MOVE "APROBAR" TO CONG-PROGRAMA
                                   RALE-PROGRAMA
                                   SOPO-PROGRAMA
                 MOVE W-ACCION  TO CONG-MODO
                 PERFORM 0550-VERIFICAR-CONGELAMIENTO
                 PERFORM 3000-APROBAR-ORDEN
              WHEN "RECHAZAR"
                 PERFORM 4000-RECHAZAR-ORDEN
                 DISPLAY "     APROBAR VENCER [<dias>]"
                 MOVE 16 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9860-CERRAR-RESUMEN
           PERFORM 9880-CERRAR-SOPORTE
           STOP RUN.

      ******************************************************************
              STOP RUN
           END-IF.

      ******************************************************************
      *0550-VERIFICAR-CONGELAMIENTO.
      ******************************************************************
           COPY CONGELA.PROC.

      ******************************************************************
      *1000-CARGAR-ORDENES.
      ** REPRODUCE EL DIARIO: EL ULTIMO MOVIMIENTO DE CADA NUMERO
      ******************************************************************
       3000-APROBAR-ORDEN.
           PERFORM 3100-VALIDAR-PEDIDO
           IF W-IDX-HALLADO > 0
              AND (TOR-ARCHIVO(W-IDX-HALLADO) = "BDIIALE"
                OR TOR-ARCHIVO(W-IDX-HALLADO) = "HABEASDAT")
              PERFORM 3150-VERIFICAR-SOPORTE
           END-IF
           IF W-IDX-HALLADO > 0
              EVALUATE TOR-ARCHIVO(W-IDX-HALLADO)
                 WHEN "BDIIALE"
                    PERFORM 3200-APLICAR-EN-BDIIALE
                 WHEN "HABEASDAT"
                    PERFORM 3400-APLICAR-HABEAS
                 WHEN "SUPLANTA"
                    PERFORM 3800-APLICAR-SUPLANTA
                 WHEN OTHER
                    DISPLAY "ARCHIVO DESCONOCIDO EN LA ORDEN: "
                            TOR-ARCHIVO(W-IDX-HALLADO)
              END-EVALUATE
           END-IF.

      ******************************************************************
      *3150-VERIFICAR-SOPORTE.
      ** EL DOCUMENTO QUE RESPALDO EL PEDIDO TIENE QUE SEGUIR VIGENTE.
      ** LAS ORDENES ENCOLADAS ANTES DEL REGISTRO DE SOPORTES NO LO
      ** TRAEN: SE APLICAN CON UN AVISO Y SALEN EN REPSOPOR
      ******************************************************************
       3150-VERIFICAR-SOPORTE.
           MOVE 0 TO W-SOPORTE-ORDEN
           IF TOR-DATOS(W-IDX-HALLADO)(23:8) IS NUMERIC
              MOVE TOR-DATOS(W-IDX-HALLADO)(23:8) TO W-SOPORTE-ORDEN
           END-IF
           IF W-SOPORTE-ORDEN = 0
              DISPLAY "ORDEN " W-NRO-PEDIDO " SIN DOCUMENTO SOPORTE:"
                      " VINCULARLO CON MANTSOPOR (VER REPSOPOR)"
           ELSE
              MOVE W-SOPORTE-ORDEN TO SOPO-NUMERO
              MOVE TOR-CLAVE(W-IDX-HALLADO)(1:1)  TO SOPO-TIPO
              MOVE TOR-CLAVE(W-IDX-HALLADO)(2:11) TO SOPO-IDENT
              PERFORM 9870-VERIFICAR-SOPORTE
              IF NOT SOPORTE-ACEPTADO
                 DISPLAY "LA ORDEN " W-NRO-PEDIDO " NO SE APLICA: "
                         "SU DOCUMENTO SOPORTE YA NO ES VALIDO"
                 MOVE 0 TO W-IDX-HALLADO
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

      ******************************************************************
      *3200-APLICAR-EN-BDIIALE.
      ** ORDEN DE MANTALERTA: BLOQUEO Y VENCIMIENTO NUEVOS VIENEN EN
                       DISPLAY "ERROR AL REESCRIBIR LA ALERTA"
                       MOVE 8 TO RETURN-CODE
                    NOT INVALID KEY
                       PERFORM 9850-ACTUALIZAR-RESUMEN
                       PERFORM 3300-AUDITAR-MANTALERTA
                       IF W-SOPORTE-ORDEN > 0
                          MOVE "ALER"         TO SOPO-CLASE
                          MOVE LLASEC-BDIIALE TO SOPO-OBJETO
                          PERFORM 9875-VINCULAR-SOPORTE
                       END-IF
                       PERFORM 6000-ANEXAR-MOVIMIENTO
                       DISPLAY "ORDEN " W-NRO-PEDIDO " APROBADA Y "
                               "APLICADA"
           ELSE
              PERFORM 3600-RECTIFICAR-REGI
           END-IF
           IF W-SOPORTE-ORDEN > 0
              PERFORM 3650-VINCULAR-SOPORTE-HABEAS
           END-IF
           MOVE "BDIIREGI" TO CERR-RECURSO
           PERFORM 7100-LIBERAR-CERROJO.

                 END-IF
              END-IF
           END-PERFORM
      *    sin alertas la identificacion sale tambien del resumen
           MOVE W-TIPO-X   TO TIP-IDE-BDIIALE
           MOVE W-NUMERO-X TO NUM-IDE-BDIIALE
           PERFORM 9850-ACTUALIZAR-RESUMEN
           MOVE W-TIPO-X   TO TIPO-ID-BDIIREGI
           MOVE W-NUMERO-X TO CEDULA-BDIIREGI
           READ BDIIREGI
      *3600-RECTIFICAR-REGI.
      ******************************************************************
       3600-RECTIFICAR-REGI.
           MOVE 0 TO SW-REGI-RECTIFICADO
           OPEN I-O BDIIREGI
           MOVE W-TIPO-X   TO TIPO-ID-BDIIREGI
           MOVE W-NUMERO-X TO CEDULA-BDIIREGI
                 MOVE REG-BDIIREGI TO AUH-IMAGEN-DESPUES
                 REWRITE REG-BDIIREGI
                 END-REWRITE
                 MOVE 1 TO SW-REGI-RECTIFICADO
                 PERFORM 3700-AUDITAR-HABEAS
                 PERFORM 6000-ANEXAR-MOVIMIENTO
                 DISPLAY "ORDEN " W-NRO-PEDIDO " APROBADA Y "
           END-READ
           CLOSE BDIIREGI.

      ******************************************************************
      *3650-VINCULAR-SOPORTE-HABEAS.
      ** MISMAS CLASES QUE LA CORRIDA DIRECTA DE HABEASDAT: EL ACTA
      ** (FECHA Y HORA DE SUS RENGLONES EN HABEASDAT.AUD) Y EL
      ** BLOQUEO POR TUTELA QUE DEJA LA RECTIFICACION
      ******************************************************************
       3650-VINCULAR-SOPORTE-HABEAS.
           MOVE "ACTA" TO SOPO-CLASE
           MOVE SPACES TO SOPO-OBJETO
           STRING FECHA-SISTEMA HORA-SIST-HHMMSS W-TIPO-X W-NUMERO-X
                  DELIMITED BY SIZE INTO SOPO-OBJETO
           END-STRING
           PERFORM 9875-VINCULAR-SOPORTE
           IF TOR-ACCION(W-IDX-HALLADO) = "RECTIFICAR"
              AND W-TUTELA-NUEVA = "1"
              AND SW-REGI-RECTIFICADO = 1
              MOVE "TUTE" TO SOPO-CLASE
              MOVE SPACES TO SOPO-OBJETO
              STRING W-TIPO-X W-NUMERO-X
                     DELIMITED BY SIZE INTO SOPO-OBJETO
              END-STRING
              PERFORM 9875-VINCULAR-SOPORTE
           END-IF.

      ******************************************************************
      *3700-AUDITAR-HABEAS.
      ** LA ACCION QUEDA CON LAS DOS IDENTIDADES A LA VISTA
                      "QUEDO APLICADO IGUAL: REVISAR"
           END-IF.

      ******************************************************************
      *3800-APLICAR-SUPLANTA.
      ** ORDEN DE MANTSUPL: ALTA (O REEMPLAZO) CON FEC-DENUNCIA (8) +
      ** FEC-VENCE (8) + TELEFONO (14) EN ORD-DATOS Y EL NUMERO DE
      ** DENUNCIA EN EL MOTIVO, O BAJA DE LA VICTIMA. EL REGISTRO SE
      ** CREA EN LA PRIMERA ALTA
      ******************************************************************
       3800-APLICAR-SUPLANTA.
           MOVE "SUPLANTA" TO CERR-RECURSO
           PERFORM 7000-TOMAR-CERROJO
           OPEN I-O SUPLANTA
           IF COD-RET-SUPL = "35"
              OPEN OUTPUT SUPLANTA
              IF COD-RET-SUPL = "00"
                 CLOSE SUPLANTA
                 OPEN I-O SUPLANTA
              END-IF
           END-IF
           IF COD-RET-SUPL NOT = "00"
              DISPLAY "NO SE PUDO ABRIR SUPLANTA (" COD-RET-SUPL ")"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE TOR-CLAVE(W-IDX-HALLADO)(1:1)  TO TIPO-IDE-SUPL
              MOVE TOR-CLAVE(W-IDX-HALLADO)(2:11) TO NUM-IDE-SUPL
              MOVE "SUPLANTA" TO AUS-ARCHIVO
              READ SUPLANTA
                 INVALID KEY
                    MOVE "*** SIN REGISTRO ***" TO AUS-IMAGEN-ANTES
                    IF TOR-ACCION(W-IDX-HALLADO) = "ALTA"
                       PERFORM 3810-ARMAR-VICTIMA
                       WRITE REG-SUPLANTA
                       END-WRITE
                    END-IF
                 NOT INVALID KEY
                    MOVE REG-SUPLANTA TO AUS-IMAGEN-ANTES
                    IF TOR-ACCION(W-IDX-HALLADO) = "ALTA"
                       PERFORM 3810-ARMAR-VICTIMA
                       REWRITE REG-SUPLANTA
                       END-REWRITE
                    ELSE
                       DELETE SUPLANTA RECORD
                       END-DELETE
                    END-IF
              END-READ
              IF TOR-ACCION(W-IDX-HALLADO) = "BAJA"
                 AND AUS-IMAGEN-ANTES(1:3) = "***"
                 DISPLAY "LA VICTIMA DE LA ORDEN YA NO ESTA EN EL "
                         "REGISTRO"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF COD-RET-SUPL NOT = "00"
                    DISPLAY "ERROR AL GRABAR SUPLANTA ("
                            COD-RET-SUPL ")"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    IF TOR-ACCION(W-IDX-HALLADO) = "ALTA"
                       MOVE REG-SUPLANTA TO AUS-IMAGEN-DESPUES
                    ELSE
                       MOVE "*** SUPRIMIDO ***" TO AUS-IMAGEN-DESPUES
                    END-IF
                    PERFORM 3900-AUDITAR-SUPLANTA
                    PERFORM 6000-ANEXAR-MOVIMIENTO
                    DISPLAY "ORDEN " W-NRO-PEDIDO " APROBADA Y "
                            "APLICADA"
                 END-IF
              END-IF
              CLOSE SUPLANTA
           END-IF
           PERFORM 7100-LIBERAR-CERROJO.

      ******************************************************************
      *3810-ARMAR-VICTIMA.
      ******************************************************************
       3810-ARMAR-VICTIMA.
           MOVE TOR-MOTIVO(W-IDX-HALLADO)(10:21) TO NRO-DENUNCIA-SUPL
           MOVE TOR-DATOS(W-IDX-HALLADO)(1:8)    TO FEC-DENUNCIA-SUPL
           MOVE TOR-DATOS(W-IDX-HALLADO)(9:8)    TO FEC-VENCE-SUPL
           MOVE TOR-DATOS(W-IDX-HALLADO)(17:14)  TO TELEFONO-SUPL
           MOVE FECHA-SISTEMA                  TO FEC-ALTA-SUPL
           MOVE TOR-SOLICITANTE(W-IDX-HALLADO) TO SOLICITANTE-SUPL
           MOVE W-REVISOR                      TO REVISOR-SUPL.

      ******************************************************************
      *3900-AUDITAR-SUPLANTA.
      ** COMO 3700-AUDITAR-HABEAS, CON LAS DOS IDENTIDADES
      ******************************************************************
       3900-AUDITAR-SUPLANTA.
           OPEN EXTEND AUDITORIA-SUPLANTA
           IF COD-RET-AUDS = "35"
              OPEN OUTPUT AUDITORIA-SUPLANTA
           END-IF
           IF COD-RET-AUDS = "00"
              MOVE FECHA-SISTEMA    TO AUS-FECHA
              MOVE HORA-SIST-HHMMSS TO AUS-HORA
              MOVE SPACES TO AUS-ACCION
              STRING TOR-SOLICITANTE(W-IDX-HALLADO)(1:4) "+"
                     W-REVISOR(1:4)
                     DELIMITED BY SIZE INTO AUS-ACCION
              END-STRING
              WRITE REG-AUD-SUPLANTA
              CLOSE AUDITORIA-SUPLANTA
           ELSE
              DISPLAY "SIN AUDITORIA (" COD-RET-AUDS "), EL CAMBIO "
                      "QUEDO APLICADO IGUAL: REVISAR"
           END-IF.

      ******************************************************************
      *4000-RECHAZAR-ORDEN.
      ******************************************************************
           ON EXCEPTION
              CONTINUE
           END-CALL.

       COPY RESALERTA.PROC.

       COPY SOPORTE.PROC.

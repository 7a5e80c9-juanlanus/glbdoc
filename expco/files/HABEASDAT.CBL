      **
      ** USO:
      **   HABEASDAT SUPRIMIR   <tipo> <numero> <solicitante>
      **             <soporte>
      **      elimina de BDIIALE (todas las alertas de la
      **      identificacion), BDIIREGI y la foto local SCORESNAP
      **      (todas sus filas, si la foto existe)
      **   HABEASDAT RECTIFICAR <tipo> <numero> <sexo> <bloqueo>
      **             <solicitante> <soporte>
      **      reemplaza IND-SEXO-BDIIREGI y BLOQUEO-TUTELA-BDIIREGI
      **      por los valores indicados
      **   <soporte> es el numero, en el registro de documentos
      **   (MANTSOPOR REGISTRAR), de la orden judicial o el reclamo
      **   que obliga a intervenir: sin un soporte vigente de la misma
      **   identificacion no hay intervencion. Queda vinculado a la
      **   orden encolada (clase ORDN) o, en emergencia, al acta
      **   (clase ACTA) y, si la rectificacion deja el bloqueo por
      **   tutela, tambien a ese bloqueo (clase TUTE, ver SOPVINC.FD)
      **
      ** CUATRO OJOS: desde la observacion de auditoria, la
      ** intervencion ya NO se aplica sola: queda como orden
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       COPY SOPORTE.WS.
       COPY RESALERTA.WS.
       01 COD-RET-SNAP             PIC X(2) VALUE ZEROS.
       01 COD-RET-AUD              PIC X(2) VALUE ZEROS.
       01 COD-RET-ACTA             PIC X(2) VALUE ZEROS.
       01 W-PARM5                  PIC X(10) VALUE SPACES.
       01 W-PARM6                  PIC X(10) VALUE SPACES.
       01 W-PARM7                  PIC X(10) VALUE SPACES.
       01 W-PARM8                  PIC X(10) VALUE SPACES.
       01 W-SOPORTE-X              PIC X(10) VALUE SPACES.
       01 W-LARGO-SOP              PIC 9(02) VALUE 0.
       01 W-SOLICITANTE            PIC X(10) VALUE SPACES.
       01 SW-EMERGENCIA            PIC 9(01) VALUE 0.
       01 COD-RET-ORD              PIC X(2) VALUE ZEROS.
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           MOVE "HABEASDAT" TO SOPO-PROGRAMA
                               RALE-PROGRAMA
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 1100-VALIDAR-SOPORTE
      *    sin EMERGENCIA la intervencion solo se ENCOLA: la aplica
      *    un segundo operador distinto con APROBAR.CBL
           IF SW-EMERGENCIA = 0
              PERFORM 9800-ENCOLAR-ORDEN
              PERFORM 9880-CERRAR-SOPORTE
              STOP RUN
           END-IF
           DISPLAY "*** MODO EMERGENCIA DE UN SOLO OPERADOR: LA"
              PERFORM 7000-RECTIFICAR-BDIIREGI
           END-IF
           PERFORM 8000-CERRAR-ACTA
           PERFORM 8700-VINCULAR-SOPORTE
           PERFORM 9000-CERRAR-ARCHIVOS
           PERFORM 9500-LIBERAR-CERROJOS
           PERFORM 9700-AVISAR-EMERGENCIA
           PERFORM 9880-CERRAR-SOPORTE
           STOP RUN.

      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-ACCION W-TIPO-X W-NUMERO-X
                         W-PARM4 W-PARM5 W-PARM6 W-PARM7 W-PARM8
           END-UNSTRING
           INSPECT W-NUMERO-X REPLACING ALL " " BY "0"
           IF (W-ACCION NOT = "SUPRIMIR"
              OR W-TIPO-X NOT NUMERIC
              OR W-NUMERO-X NOT NUMERIC
              DISPLAY "Uso: HABEASDAT SUPRIMIR <tipo> <numero>"
                      " <solicitante> <soporte> [EMERGENCIA]"
              DISPLAY "     HABEASDAT RECTIFICAR <tipo> <numero>"
                      " <sexo> <bloqueo> <solicitante> <soporte>"
                      " [EMERGENCIA]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF W-ACCION = "SUPRIMIR"
              MOVE W-PARM4 TO W-SOLICITANTE
              MOVE W-PARM5 TO W-SOPORTE-X
              IF W-PARM6 = "EMERGENCIA"
                 MOVE 1 TO SW-EMERGENCIA
              END-IF
           ELSE
              MOVE W-PARM4(1:1) TO W-SEXO-NUEVO
              MOVE W-PARM5(1:1) TO W-BLOQUEO-NUEVO
              MOVE W-PARM6      TO W-SOLICITANTE
              MOVE W-PARM7      TO W-SOPORTE-X
              IF W-PARM8 = "EMERGENCIA"
                 MOVE 1 TO SW-EMERGENCIA
              END-IF
           END-IF
              STOP RUN
           END-IF.

      ******************************************************************
      *1100-VALIDAR-SOPORTE.
      ** LA ORDEN JUDICIAL O EL RECLAMO QUE OBLIGA A INTERVENIR TIENE
      ** QUE ESTAR REGISTRADO (MANTSOPOR), VIGENTE Y A NOMBRE DE LA
      ** MISMA IDENTIFICACION; SE VERIFICA ANTES DE ENCOLAR O DE
      ** TOMAR LOS CERROJOS
      ******************************************************************
       1100-VALIDAR-SOPORTE.
           MOVE 0 TO W-LARGO-SOP
           INSPECT W-SOPORTE-X TALLYING W-LARGO-SOP
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-LARGO-SOP = 0 OR W-LARGO-SOP > 8
              OR W-SOPORTE-X = "EMERGENCIA"
              DISPLAY "EL NUMERO DE SOPORTE ES OBLIGATORIO "
                      "(MANTSOPOR REGISTRAR)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF W-SOPORTE-X(1:W-LARGO-SOP) NOT NUMERIC
              DISPLAY "NUMERO DE SOPORTE INVALIDO: " W-SOPORTE-X
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE W-SOPORTE-X(1:W-LARGO-SOP) TO SOPO-NUMERO
           MOVE W-TIPO-X   TO SOPO-TIPO
           MOVE W-NUMERO-X TO SOPO-IDENT
           PERFORM 9870-VERIFICAR-SOPORTE
           IF NOT SOPORTE-ACEPTADO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *9700-AVISAR-EMERGENCIA.
      ** EL MODO DE UN SOLO OPERADOR ES RUIDOSO A PROPOSITO
                 MOVE "*** SIN REGISTRO EN BDIIREGI ***"
                   TO ORD-IMAGEN-ANTES
              END-IF
              MOVE SOPO-NUMERO      TO ORD-DATOS(23:8)
              MOVE "INTERVENCION HABEAS DATA" TO ORD-MOTIVO
              WRITE REG-ORDEN
              CLOSE ORDENES-PENDIENTES
              MOVE "ORDN"           TO SOPO-CLASE
              MOVE W-NRO-ORDEN      TO SOPO-OBJETO
              PERFORM 9875-VINCULAR-SOPORTE
              DISPLAY "ORDEN " W-NRO-ORDEN " ENCOLADA: LA APLICA UN"
                      " SEGUNDO OPERADOR CON APROBAR"
           END-IF.
                  DELIMITED BY SIZE INTO W-LINEA-ACTA
           END-STRING
           MOVE W-LINEA-ACTA TO REG-ACTA
           WRITE REG-ACTA
           MOVE SPACES TO W-LINEA-ACTA
           STRING "DOCUMENTO SOPORTE " SOPO-NUMERO
                  " (VER MANTSOPOR CONSULTAR)"
                  DELIMITED BY SIZE INTO W-LINEA-ACTA
           END-STRING
           MOVE W-LINEA-ACTA TO REG-ACTA
           WRITE REG-ACTA.

      ******************************************************************
                    MOVE REG-BDIIALE TO AUD-IMAGEN-ANTES
                    MOVE "*** SUPRIMIDO ***" TO AUD-IMAGEN-DESPUES
                    DELETE BDIIALE RECORD
                       NOT INVALID KEY
                          PERFORM 9850-ACTUALIZAR-RESUMEN
                    END-DELETE
                    ADD 1 TO CONT-ALERTAS-TOCADAS
                    PERFORM 8500-GRABAR-AUDITORIA
           DISPLAY "REGISTROS REGI............ " CONT-REGI-TOCADOS
           DISPLAY "FILAS DE FOTO............. " CONT-FOTO-TOCADAS.

      ******************************************************************
      *8700-VINCULAR-SOPORTE.
      ** EL ACTA SE IDENTIFICA POR LA FECHA Y HORA DE LA CORRIDA (LAS
      ** DE SUS RENGLONES EN HABEASDAT.AUD) Y LA IDENTIFICACION; EL
      ** BLOQUEO POR TUTELA QUE DEJA LA RECTIFICACION QUEDA TAMBIEN
      ** RESPALDADO
      ******************************************************************
       8700-VINCULAR-SOPORTE.
           MOVE "ACTA" TO SOPO-CLASE
           MOVE SPACES TO SOPO-OBJETO
           STRING FECHA-SISTEMA HORA-SIST-HHMMSS W-TIPO-X W-NUMERO-X
                  DELIMITED BY SIZE INTO SOPO-OBJETO
           END-STRING
           PERFORM 9875-VINCULAR-SOPORTE
           IF W-ACCION = "RECTIFICAR" AND W-BLOQUEO-NUEVO = "1"
              AND CONT-REGI-TOCADOS > 0
              MOVE "TUTE" TO SOPO-CLASE
              MOVE SPACES TO SOPO-OBJETO
              STRING W-TIPO-X W-NUMERO-X
                     DELIMITED BY SIZE INTO SOPO-OBJETO
              END-STRING
              PERFORM 9875-VINCULAR-SOPORTE
           END-IF.

      ******************************************************************
      *8500-GRABAR-AUDITORIA.
      ******************************************************************
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           CLOSE BDIIALE BDIIREGI AUDITORIA-HABEAS ACTA-HABEAS
           PERFORM 9860-CERRAR-RESUMEN
           IF SW-SNAP-ABIERTA = 1
              CLOSE SCORESNAP
           END-IF.

       COPY RESALERTA.PROC.

       COPY SOPORTE.PROC.

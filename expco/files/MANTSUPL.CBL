      * MANTSUPL.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTSUPL.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Mantenimiento del registro de victimas de suplantacion de
      ** identidad ($TEMPORALES/SUPLANTA.DAT, ver SUPLANTA.FD): hasta
      ** ahora lo unico que se podia hacer con una denuncia era una
      ** alerta de texto libre cargada a mano. Las altas y bajas NO
      ** se aplican aca: quedan PENDIENTES en $TEMPORALES/ORDENES.PEN
      ** con la imagen previa del registro, como las de MANTALERTA y
      ** HABEASDAT, y las aplica APROBAR en manos de un segundo
      ** operador distinto del solicitante.
      **
      ** USO:
      **   MANTSUPL ALTA <tipo> <numero> <nro-denuncia> <fec-denuncia>
      **                 <fec-vence> <telefono> <solicitante>
      **      nro-denuncia hasta 21 posiciones, fechas AAAAMMDD,
      **      telefono de contacto para verificar la identidad hasta
      **      14 posiciones. Sobre una victima ya registrada la alta
      **      reemplaza denuncia, vencimiento y telefono
      **   MANTSUPL BAJA <tipo> <numero> <solicitante>
      **   MANTSUPL LISTAR
      **      victimas registradas, VIGENTE o VENCIDA a la fecha
      ** RC 16 parametros invalidos, 8 sin cola de ordenes o baja de
      ** una identificacion no registrada.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SUPLANTA.FS.

      *    cola de ordenes pendientes de aprobacion (ver APROBAR.CBL)
           SELECT OPTIONAL ORDENES-PENDIENTES
                  ASSIGN TO "$TEMPORALES/ORDENES.PEN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-ORD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY SUPLANTA.FD.

       FD  ORDENES-PENDIENTES.
       01  REG-ORDEN.
           02 ORD-NRO                  PIC 9(06).
           02 FILLER                   PIC X.
           02 ORD-MOVIMIENTO           PIC X(09).
           02 FILLER                   PIC X.
           02 ORD-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 ORD-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 ORD-SOLICITANTE          PIC X(10).
           02 FILLER                   PIC X.
           02 ORD-REVISOR              PIC X(10).
           02 FILLER                   PIC X.
           02 ORD-ARCHIVO              PIC X(10).
           02 FILLER                   PIC X.
           02 ORD-ACCION               PIC X(10).
           02 FILLER                   PIC X.
           02 ORD-CLAVE                PIC X(24).
           02 FILLER                   PIC X.
           02 ORD-DATOS                PIC X(30).
           02 FILLER                   PIC X.
           02 ORD-IMAGEN-ANTES         PIC X(180).
           02 FILLER                   PIC X.
           02 ORD-MOTIVO               PIC X(60).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-SUPL             PIC X(2) VALUE ZEROS.
       01 COD-RET-ORD              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(120) VALUE SPACES.
       01 W-ACCION                 PIC X(08) VALUE SPACES.
       01 W-TIPO-X                 PIC X(01) VALUE SPACE.
       01 W-TIPO-LARGO             PIC X(11) VALUE SPACES.
       01 W-NUMERO-X               PIC X(11) VALUE SPACES.
       01 W-NUMERO-ENT             PIC X(12) VALUE SPACES.
       01 W-DENUNCIA               PIC X(22) VALUE SPACES.
       01 W-FEC-DENUNCIA-X         PIC X(09) VALUE SPACES.
       01 W-FEC-VENCE-X            PIC X(09) VALUE SPACES.
       01 W-TELEFONO               PIC X(15) VALUE SPACES.
       01 W-SOLICITANTE            PIC X(11) VALUE SPACES.
       01 W-LARGO                  PIC 9(02) VALUE 0.
       01 W-DESDE                  PIC 9(02) VALUE 0.
       01 W-NRO-ORDEN              PIC 9(06) VALUE 0.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 SW-USO-MALO              PIC 9(01) VALUE 0.
       01 SW-FIN-ORD               PIC 9(01) VALUE 0.
       01 SW-FIN-REG               PIC 9(01) VALUE 0.
       01 SW-REGISTRADA            PIC 9(01) VALUE 0.
       01 CONT-VIGENTES            PIC 9(06) VALUE 0.
       01 CONT-VENCIDAS            PIC 9(06) VALUE 0.
       01 W-ESTADO-LISTA           PIC X(07) VALUE SPACES.

      **** VALIDACION DE LAS FECHAS AAAAMMDD DE LA LINEA DE COMANDO
       01 W-FECHA-VAL              PIC X(08) VALUE SPACES.
       01 W-FECHA-VAL-R REDEFINES W-FECHA-VAL.
          02 ANO-VAL-X                PIC 9(04).
             88 ANO-VAL  VALUE 1900 THRU 2099.
          02 MES-VAL-X                PIC 9(02).
             88 MES-VAL  VALUE 01   THRU 12.
          02 DIA-VAL-X                PIC 9(02).
             88 DIA-VAL  VALUE 01   THRU 31.
       01 SW-FECHA-MALA            PIC 9(01) VALUE 0.

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
           DISPLAY "* Registro de victimas de suplantacion          *"
           DISPLAY "*           PROGRAMA : MANTSUPL.CBL             *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-INTERPRETAR-COMANDO
           IF SW-USO-MALO = 1
              DISPLAY "Uso: MANTSUPL ALTA <tipo> <numero> "
                      "<nro-denuncia> <fec-denuncia> <fec-vence> "
                      "<telefono> <solicitante>"
              DISPLAY "     MANTSUPL BAJA <tipo> <numero> "
                      "<solicitante>"
              DISPLAY "     MANTSUPL LISTAR"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF W-ACCION NOT = "LISTAR"
              MOVE "MANTSUPL" TO CONG-PROGRAMA
              MOVE W-ACCION TO CONG-MODO
              PERFORM 0550-VERIFICAR-CONGELAMIENTO
           END-IF
           EVALUATE W-ACCION
              WHEN "ALTA"
                 PERFORM 2000-LEER-REGISTRO
                 PERFORM 3000-ENCOLAR-ORDEN
              WHEN "BAJA"
                 PERFORM 2000-LEER-REGISTRO
                 IF SW-REGISTRADA = 0
                    DISPLAY "LA IDENTIFICACION " W-TIPO-X " "
                            W-NUMERO-X " NO ESTA EN EL REGISTRO"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM 3000-ENCOLAR-ORDEN
                 END-IF
              WHEN "LISTAR"
                 PERFORM 4000-LISTAR
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
      *1000-INTERPRETAR-COMANDO.
      ** CADA PARAMETRO SE RECIBE UNA POSICION MAS LARGO QUE SU
      ** CAMPO PARA DETECTAR EL QUE VIENE DE MAS
      ******************************************************************
       1000-INTERPRETAR-COMANDO.
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-ACCION W-TIPO-LARGO W-NUMERO-ENT
                         W-DENUNCIA W-FEC-DENUNCIA-X W-FEC-VENCE-X
                         W-TELEFONO W-SOLICITANTE
           END-UNSTRING
           EVALUATE W-ACCION
              WHEN "ALTA"
                 PERFORM 1100-VALIDAR-IDENTIFICACION
                 IF W-DENUNCIA = SPACES OR W-DENUNCIA(22:1) NOT = SPACE
                    OR W-TELEFONO = SPACES
                    OR W-TELEFONO(15:1) NOT = SPACE
                    OR W-SOLICITANTE = SPACES
                    OR W-SOLICITANTE(11:1) NOT = SPACE
                    MOVE 1 TO SW-USO-MALO
                 END-IF
                 MOVE W-FEC-DENUNCIA-X TO W-FECHA-VAL
                 PERFORM 1200-VALIDAR-FECHA
                 IF W-FEC-DENUNCIA-X(9:1) NOT = SPACE
                    OR W-FECHA-VAL > FECHA-SISTEMA
                    MOVE 1 TO SW-FECHA-MALA
                 END-IF
                 MOVE W-FEC-VENCE-X TO W-FECHA-VAL
                 PERFORM 1200-VALIDAR-FECHA
      *          una denuncia ya vencida no tiene sentido registrarla
                 IF W-FEC-VENCE-X(9:1) NOT = SPACE
                    OR W-FECHA-VAL < FECHA-SISTEMA
                    OR W-FEC-VENCE-X(1:8) < W-FEC-DENUNCIA-X(1:8)
                    MOVE 1 TO SW-FECHA-MALA
                 END-IF
                 IF SW-FECHA-MALA = 1
                    DISPLAY "FECHAS INVALIDAS: LA DENUNCIA NO PUEDE "
                            "SER FUTURA NI EL VENCIMIENTO ANTERIOR A "
                            "HOY O A LA DENUNCIA"
                    MOVE 1 TO SW-USO-MALO
                 END-IF
              WHEN "BAJA"
      *          la baja lleva el solicitante en el cuarto lugar
                 MOVE W-DENUNCIA TO W-SOLICITANTE
                 PERFORM 1100-VALIDAR-IDENTIFICACION
                 IF W-SOLICITANTE = SPACES
                    OR W-DENUNCIA(11:) NOT = SPACES
                    OR W-FEC-DENUNCIA-X NOT = SPACES
                    MOVE 1 TO SW-USO-MALO
                 END-IF
              WHEN "LISTAR"
                 CONTINUE
              WHEN OTHER
                 MOVE 1 TO SW-USO-MALO
           END-EVALUATE.

      ******************************************************************
      *1100-VALIDAR-IDENTIFICACION.
      ** EL NUMERO SE ACEPTA SIN LOS CEROS A LA IZQUIERDA Y SE
      ** ALINEA A LAS 11 POSICIONES DE LA CLAVE
      ******************************************************************
       1100-VALIDAR-IDENTIFICACION.
           MOVE W-TIPO-LARGO(1:1) TO W-TIPO-X
           IF W-TIPO-X NOT NUMERIC OR W-TIPO-LARGO(2:) NOT = SPACES
              MOVE 1 TO SW-USO-MALO
           END-IF
           MOVE 0 TO W-LARGO
           INSPECT W-NUMERO-ENT TALLYING W-LARGO
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-LARGO = 0 OR W-LARGO > 11
              MOVE 1 TO SW-USO-MALO
           ELSE
              IF W-NUMERO-ENT(1:W-LARGO) NOT NUMERIC
                 MOVE 1 TO SW-USO-MALO
              ELSE
                 MOVE ALL "0" TO W-NUMERO-X
                 COMPUTE W-DESDE = 12 - W-LARGO
                 MOVE W-NUMERO-ENT(1:W-LARGO)
                   TO W-NUMERO-X(W-DESDE:W-LARGO)
              END-IF
           END-IF.

      ******************************************************************
      *1200-VALIDAR-FECHA.
      ******************************************************************
       1200-VALIDAR-FECHA.
           IF W-FECHA-VAL NOT NUMERIC
              MOVE 1 TO SW-FECHA-MALA
           ELSE
              IF NOT ANO-VAL OR NOT MES-VAL OR NOT DIA-VAL
                 MOVE 1 TO SW-FECHA-MALA
              END-IF
           END-IF.

      ******************************************************************
      *2000-LEER-REGISTRO.
      ** IMAGEN PREVIA PARA LA ORDEN; SIN REGISTRO TODAVIA (NUNCA
      ** HUBO ALTAS) LA IDENTIFICACION NO ESTA REGISTRADA
      ******************************************************************
       2000-LEER-REGISTRO.
           MOVE 0 TO SW-REGISTRADA
           OPEN INPUT SUPLANTA
           IF COD-RET-SUPL = "00"
              MOVE W-TIPO-X   TO TIPO-IDE-SUPL
              MOVE W-NUMERO-X TO NUM-IDE-SUPL
              READ SUPLANTA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO SW-REGISTRADA
              END-READ
              CLOSE SUPLANTA
           END-IF.

      ******************************************************************
      *3000-ENCOLAR-ORDEN.
      ** MISMO ENCOLADO QUE MANTALERTA: EL NUMERO NUEVO ES EL MAYOR
      ** ASENTADO MAS UNO. ORD-DATOS LLEVA FEC-DENUNCIA (8) +
      ** FEC-VENCE (8) + TELEFONO (14) Y ORD-MOTIVO "DENUNCIA <nro>"
      ******************************************************************
       3000-ENCOLAR-ORDEN.
           MOVE 0 TO W-NRO-ORDEN
           MOVE 0 TO SW-FIN-ORD
           OPEN INPUT ORDENES-PENDIENTES
           IF COD-RET-ORD = "00"
              PERFORM UNTIL SW-FIN-ORD = 1
                 READ ORDENES-PENDIENTES NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ORD
                 END-READ
                 IF SW-FIN-ORD = 0
                    AND ORD-NRO IS NUMERIC
                    AND ORD-NRO > W-NRO-ORDEN
                    MOVE ORD-NRO TO W-NRO-ORDEN
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ORDENES-PENDIENTES
           OPEN EXTEND ORDENES-PENDIENTES
           IF COD-RET-ORD = "35"
              OPEN OUTPUT ORDENES-PENDIENTES
           END-IF
           IF COD-RET-ORD NOT = "00"
              DISPLAY "NO SE PUDO ENCOLAR LA ORDEN (" COD-RET-ORD
                      "), EL CAMBIO NO SE APLICO"
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO W-NRO-ORDEN
              MOVE SPACES TO REG-ORDEN
              MOVE W-NRO-ORDEN      TO ORD-NRO
              MOVE "PENDIENTE"      TO ORD-MOVIMIENTO
              MOVE FECHA-SISTEMA    TO ORD-FECHA
              MOVE HORA-SIST-HHMMSS TO ORD-HORA
              MOVE W-SOLICITANTE    TO ORD-SOLICITANTE
              MOVE SPACES           TO ORD-REVISOR
              MOVE "SUPLANTA"       TO ORD-ARCHIVO
              MOVE W-ACCION         TO ORD-ACCION
              STRING W-TIPO-X W-NUMERO-X
                     DELIMITED BY SIZE INTO ORD-CLAVE
              END-STRING
              IF SW-REGISTRADA = 1
                 MOVE REG-SUPLANTA  TO ORD-IMAGEN-ANTES
              ELSE
                 MOVE "*** SIN REGISTRO EN SUPLANTA ***"
                   TO ORD-IMAGEN-ANTES
              END-IF
              IF W-ACCION = "ALTA"
                 STRING W-FEC-DENUNCIA-X(1:8) W-FEC-VENCE-X(1:8)
                        W-TELEFONO(1:14)
                        DELIMITED BY SIZE INTO ORD-DATOS
                 END-STRING
                 STRING "DENUNCIA " W-DENUNCIA(1:21)
                        DELIMITED BY SIZE INTO ORD-MOTIVO
                 END-STRING
              ELSE
                 STRING "DENUNCIA " NRO-DENUNCIA-SUPL
                        " (BAJA)"
                        DELIMITED BY SIZE INTO ORD-MOTIVO
                 END-STRING
              END-IF
              WRITE REG-ORDEN
              CLOSE ORDENES-PENDIENTES
              DISPLAY "ORDEN " W-NRO-ORDEN " ENCOLADA: LA APLICA UN"
                      " SEGUNDO OPERADOR CON APROBAR"
           END-IF.

      ******************************************************************
      *4000-LISTAR.
      ******************************************************************
       4000-LISTAR.
           OPEN INPUT SUPLANTA
           IF COD-RET-SUPL NOT = "00"
              DISPLAY "SIN REGISTRO DE SUPLANTACIONES (" COD-RET-SUPL
                      ")"
           ELSE
              PERFORM UNTIL SW-FIN-REG = 1
                 READ SUPLANTA NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-REG
                 END-READ
                 IF SW-FIN-REG = 0
                    IF FEC-VENCE-SUPL < FECHA-SISTEMA
                       MOVE "VENCIDA" TO W-ESTADO-LISTA
                       ADD 1 TO CONT-VENCIDAS
                    ELSE
                       MOVE "VIGENTE" TO W-ESTADO-LISTA
                       ADD 1 TO CONT-VIGENTES
                    END-IF
                    DISPLAY TIPO-IDE-SUPL " " NUM-IDE-SUPL " "
                            W-ESTADO-LISTA " DENUNCIA "
                            NRO-DENUNCIA-SUPL " DEL "
                            FEC-DENUNCIA-SUPL " VENCE "
                            FEC-VENCE-SUPL
                    DISPLAY "    TEL " TELEFONO-SUPL " ALTA "
                            FEC-ALTA-SUPL " " SOLICITANTE-SUPL "+"
                            REVISOR-SUPL
                 END-IF
              END-PERFORM
              CLOSE SUPLANTA
           END-IF
           DISPLAY "Victimas vigentes......... " CONT-VIGENTES
           DISPLAY "Registros vencidos........ " CONT-VENCIDAS.

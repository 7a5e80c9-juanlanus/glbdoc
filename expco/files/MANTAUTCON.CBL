      **   MANTAUTCON AGREGAR   <usuario> <servicio>
      **   MANTAUTCON REVOCAR   <usuario> <servicio>
      **   MANTAUTCON REACTIVAR <usuario> <servicio>
      **   MANTAUTCON LIBERAR   <usuario>
      **   MANTAUTCON LISTAR
      ** usuario = "usuario@terminal" tal como llega en el encabezado
      ** CCI; servicio = SCORE / DIAN / ALERTAS / INTEGRAL /
      ** CERTIFICA (los servidores en modo CERTIFICA, ambiente de
      ** certificacion de integracion de clientes nuevos).
      **
      ** El PRIMER alta de una entidad (lo que va antes de la "@")
      ** en SCORE, ALERTAS o INTEGRAL exige que la entidad haya
      ** certificado el servidor correspondiente: un renglon suyo en
      ** $TEMPORALES/CERTIF.APR, que graba CERTCLI INFORME. Sin el,
      ** RC 8. Las altas siguientes de la misma entidad y servicio
      ** (otras terminales) no lo piden.
      **
      ** LIBERAR levanta el bloqueo automatico que SEGEVENTO.CBL puso
      ** al usuario@terminal por denegaciones repetidas
      ** ($TEMPORALES/SEGBLOQ.DAT): vuelve a contar desde cero. La
      ** auditoria lo registra con servicio SEGBLOQ. LISTAR muestra
      ** ademas los bloqueos vigentes.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
                  ASSIGN TO "$TEMPORALES/AUTCONSUL.AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUD.

           COPY SEGBLOQ.FS.
           COPY CERTAPR.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           02 AUD-USUARIO              PIC X(18).
           02 FILLER                   PIC X.
           02 AUD-SERVICIO             PIC X(10).

           COPY SEGBLOQ.FD.
           COPY CERTAPR.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-AUT              PIC X(2) VALUE ZEROS.
       01 COD-RET-AUD              PIC X(2) VALUE ZEROS.
       01 COD-RET-SBL              PIC X(2) VALUE ZEROS.
       01 COD-RET-APR              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(60) VALUE SPACES.
       01 W-ACCION                 PIC X(09) VALUE SPACES.
          03 FILLER                   PIC 9(02).
       01 SW-FIN-REG               PIC 9(01) VALUE 0.
       01 CONT-LISTADOS            PIC 9(04) VALUE 0.
       01 CONT-BLOQUEADOS          PIC 9(04) VALUE 0.

      **** CERTIFICACION PREVIA AL PRIMER ALTA DE LA ENTIDAD
       01 W-ENTIDAD                PIC X(18) VALUE SPACES.
       01 W-ENTIDAD-REGISTRO       PIC X(18) VALUE SPACES.
       01 SW-ENTIDAD-HABILITADA    PIC 9(01) VALUE 0.

      **** VENTANAS DE CONGELAMIENTO (CONGELA)
       COPY CONGELA.WS.

      ******************************************************************
       PROCEDURE DIVISION.
                    INTO W-ACCION W-USUARIO W-SERVICIO
           END-UNSTRING
           IF W-ACCION NOT = "LISTAR"
              AND (W-ACCION NOT = "LIBERAR" OR W-USUARIO = SPACES)
              AND (W-ACCION NOT = "AGREGAR"
                   AND W-ACCION NOT = "REVOCAR"
                   AND W-ACCION NOT = "REACTIVAR"
                   OR W-USUARIO = SPACES OR W-SERVICIO = SPACES)
              DISPLAY "Uso: MANTAUTCON AGREGAR|REVOCAR|REACTIVAR "
                      "<usuario> <servicio>"
              DISPLAY "     MANTAUTCON LIBERAR <usuario>"
              DISPLAY "     MANTAUTCON LISTAR"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF W-ACCION NOT = "LISTAR"
              MOVE "MANTAUTCON" TO CONG-PROGRAMA
              MOVE W-ACCION TO CONG-MODO
              PERFORM 0550-VERIFICAR-CONGELAMIENTO
           END-IF
           PERFORM 2000-ABRIR-REGISTRO
           EVALUATE W-ACCION
              WHEN "AGREGAR"
                 PERFORM 4000-CAMBIAR-ESTADO
              WHEN "REACTIVAR"
                 PERFORM 4000-CAMBIAR-ESTADO
              WHEN "LIBERAR"
                 PERFORM 5000-LIBERAR-BLOQUEO
              WHEN "LISTAR"
                 PERFORM 6000-LISTAR
                 PERFORM 6100-LISTAR-BLOQUEOS
           END-EVALUATE
           CLOSE REGISTRO-AUTORIZA
           STOP RUN.
              STOP RUN
           END-IF.

      ******************************************************************
      *0550-VERIFICAR-CONGELAMIENTO.
      ******************************************************************
           COPY CONGELA.PROC.

      ******************************************************************
      *2000-ABRIR-REGISTRO.
      ** EL REGISTRO SE CREA EN EL PRIMER USO, COMO CATSEGEX
      *3000-AGREGAR.
      ******************************************************************
       3000-AGREGAR.
           MOVE 1 TO SW-ENTIDAD-HABILITADA
           IF W-SERVICIO = "SCORE" OR W-SERVICIO = "ALERTAS"
              OR W-SERVICIO = "INTEGRAL"
              PERFORM 3100-VERIFICAR-CERTIFICACION
           END-IF
           IF SW-ENTIDAD-HABILITADA = 0
              DISPLAY "ENTIDAD SIN CERTIFICACION APROBADA (CERTCLI "
                      "INFORME): " W-ENTIDAD " " W-SERVICIO
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 3200-GRABAR-ALTA
           END-IF.

      ******************************************************************
      *3100-VERIFICAR-CERTIFICACION.
      ** SI LA ENTIDAD YA TIENE ALGUNA AUTORIZACION EN EL SERVICIO
      ** (ACTIVA O REVOCADA) YA PASO POR AQUI; SI NO, TIENE QUE
      ** ESTAR APROBADA EN CERTIF.APR
      ******************************************************************
       3100-VERIFICAR-CERTIFICACION.
           MOVE 0 TO SW-ENTIDAD-HABILITADA
           MOVE SPACES TO W-ENTIDAD
           UNSTRING W-USUARIO DELIMITED BY "@" INTO W-ENTIDAD
           END-UNSTRING
           MOVE 0 TO SW-FIN-REG
           MOVE LOW-VALUES TO LLAVE-AUTORIZA
           START REGISTRO-AUTORIZA
                 KEY IS NOT LESS THAN LLAVE-AUTORIZA
              INVALID KEY
                 MOVE 1 TO SW-FIN-REG
           END-START
           PERFORM UNTIL SW-FIN-REG = 1 OR SW-ENTIDAD-HABILITADA = 1
              READ REGISTRO-AUTORIZA NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-REG
              END-READ
              IF SW-FIN-REG = 0 AND AUT-SERVICIO = W-SERVICIO
                 MOVE SPACES TO W-ENTIDAD-REGISTRO
                 UNSTRING AUT-USUARIO DELIMITED BY "@"
                          INTO W-ENTIDAD-REGISTRO
                 END-UNSTRING
                 IF W-ENTIDAD-REGISTRO = W-ENTIDAD
                    MOVE 1 TO SW-ENTIDAD-HABILITADA
                 END-IF
              END-IF
           END-PERFORM
           IF SW-ENTIDAD-HABILITADA = 0
              MOVE 0 TO SW-FIN-REG
              OPEN INPUT APROBACION-CERTIF
              IF COD-RET-APR NOT = "00"
                 MOVE 1 TO SW-FIN-REG
              END-IF
              PERFORM UNTIL SW-FIN-REG = 1
                         OR SW-ENTIDAD-HABILITADA = 1
                 READ APROBACION-CERTIF
                    AT END MOVE 1 TO SW-FIN-REG
                 END-READ
                 IF SW-FIN-REG = 0 AND APR-ENTIDAD = W-ENTIDAD
                    AND APR-SERVICIO = W-SERVICIO
                    MOVE 1 TO SW-ENTIDAD-HABILITADA
                    DISPLAY "CERTIFICACION APROBADA EL " APR-FECHA
                 END-IF
              END-PERFORM
              IF COD-RET-APR = "00" OR COD-RET-APR = "10"
                 CLOSE APROBACION-CERTIF
              END-IF
           END-IF.

      ******************************************************************
      *3200-GRABAR-ALTA.
      ******************************************************************
       3200-GRABAR-ALTA.
           INITIALIZE REG-AUTORIZA
           MOVE W-USUARIO      TO AUT-USUARIO
           MOVE W-SERVICIO     TO AUT-SERVICIO
                 PERFORM 7000-GRABAR-AUDITORIA
           END-READ.

      ******************************************************************
      *5000-LIBERAR-BLOQUEO.
      ** EL USUARIO@TERMINAL BLOQUEADO QUEDA "L" Y SIN INTENTOS: LAS
      ** PROXIMAS DENEGACIONES CUENTAN DESDE CERO. LA HISTORIA DE
      ** BLOQUEOS (SBL-BLOQUEOS) SE CONSERVA
      ******************************************************************
       5000-LIBERAR-BLOQUEO.
           MOVE "SEGBLOQ" TO W-SERVICIO
           OPEN I-O SEGBLOQ
           IF COD-RET-SBL NOT = "00"
              DISPLAY "SIN REGISTRO DE BLOQUEOS SEGBLOQ.DAT ("
                      COD-RET-SBL ")"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE W-USUARIO TO SBL-USUARIO
              READ SEGBLOQ
                 INVALID KEY
                    DISPLAY "SIN BLOQUEO REGISTRADO: " W-USUARIO
                    MOVE 8 TO RETURN-CODE
                 NOT INVALID KEY
                    IF SBL-BLOQUEADO
                       SET SBL-LIBERADO TO TRUE
                       MOVE 0             TO SBL-INTENTOS
                       MOVE 0             TO SBL-VENTANA-DESDE
                       MOVE FECHA-SISTEMA TO SBL-FEC-LIBERA
                       REWRITE REG-SEGBLOQ
                       DISPLAY "BLOQUEO LIBERADO: " W-USUARIO
                       PERFORM 7000-GRABAR-AUDITORIA
                    ELSE
                       DISPLAY "NO ESTA BLOQUEADO: " W-USUARIO
                       MOVE 4 TO RETURN-CODE
                    END-IF
              END-READ
              CLOSE SEGBLOQ
           END-IF.

      ******************************************************************
      *6000-LISTAR.
      ******************************************************************
           END-PERFORM
           DISPLAY "Autorizaciones............ " CONT-LISTADOS.

      ******************************************************************
      *6100-LISTAR-BLOQUEOS.
      ******************************************************************
       6100-LISTAR-BLOQUEOS.
           MOVE 0 TO SW-FIN-REG
           OPEN INPUT SEGBLOQ
           IF COD-RET-SBL NOT = "00"
              MOVE 1 TO SW-FIN-REG
           ELSE
              MOVE LOW-VALUES TO LLAVE-SEGBLOQ
              START SEGBLOQ KEY IS NOT LESS THAN LLAVE-SEGBLOQ
                 INVALID KEY
                    MOVE 1 TO SW-FIN-REG
              END-START
           END-IF
           PERFORM UNTIL SW-FIN-REG = 1
              READ SEGBLOQ NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-REG
              END-READ
              IF SW-FIN-REG = 0 AND SBL-BLOQUEADO
                 ADD 1 TO CONT-BLOQUEADOS
                 DISPLAY "BLOQUEADO " SBL-USUARIO
                         " DESDE " SBL-FEC-BLOQUEO " " SBL-HORA-BLOQUEO
                         " INTENTOS " SBL-INTENTOS
              END-IF
           END-PERFORM
           IF COD-RET-SBL = "00" OR COD-RET-SBL = "10"
              CLOSE SEGBLOQ
           END-IF
           DISPLAY "Bloqueos vigentes......... " CONT-BLOQUEADOS.

      ******************************************************************
      *7000-GRABAR-AUDITORIA.
      ******************************************************************

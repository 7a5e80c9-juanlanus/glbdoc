      * MANTMOTCON.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTMOTCON.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Mantenimiento del catalogo de motivos de consulta y de los
      ** motivos que cada entidad tiene permitidos (los archivos que
      ** consulta MOTCONSUL.CBL desde los servidores en linea), con
      ** el mismo patron auditado de MANTAUTCON: cada cambio deja una
      ** linea en $TEMPORALES/MOTCONSUL.AUD (fecha, hora, accion,
      ** entidad, codigo, descripcion).
      **
      ** USO:
      **   MANTMOTCON AGREGAR   <codigo> <descripcion>
      **   MANTMOTCON RETIRAR   <codigo>
      **   MANTMOTCON REACTIVAR <codigo>
      **   MANTMOTCON PERMITIR  <entidad> <codigo>
      **   MANTMOTCON REVOCAR   <entidad> <codigo>
      **   MANTMOTCON LISTAR
      ** codigo = 4 posiciones (ej. ORIG originacion de credito, COBR
      ** gestion de cobranza); la descripcion es el resto de la linea
      ** (hasta 25 posiciones) y es lo que QUIENCONS le muestra al
      ** titular. entidad = HEADER-USUARIO, la misma entidad de CUPOS.
      ** Un codigo retirado deja de servir para todas las entidades.
      ** Ningun registro se borra.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-MOTIVOS
                  ASSIGN TO "$TEMPORALES/MOTCONSUL.CAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOT-CODIGO
                  FILE STATUS IS COD-RET-MOT.

           SELECT MOTIVOS-ENTIDAD
                  ASSIGN TO "$TEMPORALES/MOTCONSUL.ENT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-MOTENT
                  FILE STATUS IS COD-RET-MEN.

           SELECT AUDITORIA-MOTIVOS
                  ASSIGN TO "$TEMPORALES/MOTCONSUL.AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-MOTIVOS.
       01  REG-MOTIVO.
           02 MOT-CODIGO               PIC X(04).
           02 MOT-DESCRIPCION          PIC X(25).
           02 MOT-ESTADO               PIC X(01).
           02 MOT-FEC-ALTA             PIC 9(08).
           02 MOT-FEC-ESTADO           PIC 9(08).

       FD  MOTIVOS-ENTIDAD.
       01  REG-MOTENT.
           02 LLAVE-MOTENT.
              03 MEN-ENTIDAD           PIC X(18).
              03 MEN-CODIGO            PIC X(04).
           02 MEN-ESTADO               PIC X(01).
           02 MEN-FEC-ALTA             PIC 9(08).
           02 MEN-FEC-ESTADO           PIC 9(08).

       FD  AUDITORIA-MOTIVOS.
       01  REG-AUDITORIA.
           02 AUD-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 AUD-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 AUD-ACCION               PIC X(09).
           02 FILLER                   PIC X.
           02 AUD-ENTIDAD              PIC X(18).
           02 FILLER                   PIC X.
           02 AUD-CODIGO               PIC X(04).
           02 FILLER                   PIC X.
           02 AUD-DESCRIPCION          PIC X(25).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-MOT              PIC X(2) VALUE ZEROS.
       01 COD-RET-MEN              PIC X(2) VALUE ZEROS.
       01 COD-RET-AUD              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-PUNTERO                PIC 9(03) VALUE 1.
       01 W-ACCION                 PIC X(09) VALUE SPACES.
       01 W-PARAM-1                PIC X(18) VALUE SPACES.
       01 W-PARAM-2                PIC X(18) VALUE SPACES.
       01 W-ENTIDAD                PIC X(18) VALUE SPACES.
       01 W-CODIGO                 PIC X(04) VALUE SPACES.
       01 W-DESCRIPCION            PIC X(25) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 SW-USO-MALO              PIC 9(01) VALUE 0.
       01 SW-FIN-REG               PIC 9(01) VALUE 0.
       01 CONT-LISTADOS            PIC 9(04) VALUE 0.
       01 CONT-LISTADOS-ENT        PIC 9(04) VALUE 0.

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
           DISPLAY "* Mantenimiento de motivos de consulta          *"
           DISPLAY "*           PROGRAMA : MANTMOTCON.CBL           *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-INTERPRETAR-COMANDO
           IF SW-USO-MALO = 1
              DISPLAY "Uso: MANTMOTCON AGREGAR <codigo> <descripcion>"
              DISPLAY "     MANTMOTCON RETIRAR|REACTIVAR <codigo>"
              DISPLAY "     MANTMOTCON PERMITIR|REVOCAR <entidad> "
                      "<codigo>"
              DISPLAY "     MANTMOTCON LISTAR"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF W-ACCION NOT = "LISTAR"
              MOVE "MANTMOTCON" TO CONG-PROGRAMA
              MOVE W-ACCION TO CONG-MODO
              PERFORM 0550-VERIFICAR-CONGELAMIENTO
           END-IF
           PERFORM 2000-ABRIR-ARCHIVOS
           EVALUATE W-ACCION
              WHEN "AGREGAR"
                 PERFORM 3000-AGREGAR-MOTIVO
              WHEN "RETIRAR"
                 PERFORM 4000-CAMBIAR-ESTADO-MOTIVO
              WHEN "REACTIVAR"
                 PERFORM 4000-CAMBIAR-ESTADO-MOTIVO
              WHEN "PERMITIR"
                 PERFORM 5000-PERMITIR-ENTIDAD
              WHEN "REVOCAR"
                 PERFORM 5500-REVOCAR-ENTIDAD
              WHEN "LISTAR"
                 PERFORM 6000-LISTAR
           END-EVALUATE
           CLOSE CATALOGO-MOTIVOS
           CLOSE MOTIVOS-ENTIDAD
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
      ** LA DESCRIPCION DE AGREGAR ES EL RESTO DE LA LINEA, CON SUS
      ** BLANCOS; EL RESTO DE LAS ACCIONES LLEVA PALABRAS SUELTAS
      ******************************************************************
       1000-INTERPRETAR-COMANDO.
           MOVE 1 TO W-PUNTERO
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-ACCION W-PARAM-1
                    WITH POINTER W-PUNTERO
           END-UNSTRING
           EVALUATE W-ACCION
              WHEN "AGREGAR"
                 MOVE W-PARAM-1 TO W-CODIGO
                 IF W-PUNTERO NOT > 80
                    MOVE LINEA-COMANDO(W-PUNTERO:) TO W-DESCRIPCION
                 END-IF
                 IF W-PARAM-1(5:) NOT = SPACES
                    OR W-DESCRIPCION = SPACES
                    MOVE 1 TO SW-USO-MALO
                 END-IF
              WHEN "RETIRAR"
              WHEN "REACTIVAR"
                 MOVE W-PARAM-1 TO W-CODIGO
                 IF W-PARAM-1(5:) NOT = SPACES OR W-CODIGO = SPACES
                    MOVE 1 TO SW-USO-MALO
                 END-IF
              WHEN "PERMITIR"
              WHEN "REVOCAR"
                 UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                          INTO W-ACCION W-ENTIDAD W-PARAM-2
                 END-UNSTRING
                 MOVE W-PARAM-2 TO W-CODIGO
                 IF W-ENTIDAD = SPACES OR W-CODIGO = SPACES
                    OR W-PARAM-2(5:) NOT = SPACES
                    MOVE 1 TO SW-USO-MALO
                 END-IF
              WHEN "LISTAR"
                 CONTINUE
              WHEN OTHER
                 MOVE 1 TO SW-USO-MALO
           END-EVALUATE.

      ******************************************************************
      *2000-ABRIR-ARCHIVOS.
      ** LOS ARCHIVOS SE CREAN EN EL PRIMER USO, COMO AUTCONSUL.DAT
      ******************************************************************
       2000-ABRIR-ARCHIVOS.
           OPEN I-O CATALOGO-MOTIVOS
           IF COD-RET-MOT = "35"
              OPEN OUTPUT CATALOGO-MOTIVOS
              IF COD-RET-MOT = "00"
                 CLOSE CATALOGO-MOTIVOS
                 OPEN I-O CATALOGO-MOTIVOS
              END-IF
           END-IF
           IF COD-RET-MOT NOT = "00"
              DISPLAY "Error abriendo MOTCONSUL.CAT " COD-RET-MOT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O MOTIVOS-ENTIDAD
           IF COD-RET-MEN = "35"
              OPEN OUTPUT MOTIVOS-ENTIDAD
              IF COD-RET-MEN = "00"
                 CLOSE MOTIVOS-ENTIDAD
                 OPEN I-O MOTIVOS-ENTIDAD
              END-IF
           END-IF
           IF COD-RET-MEN NOT = "00"
              DISPLAY "Error abriendo MOTCONSUL.ENT " COD-RET-MEN
              CLOSE CATALOGO-MOTIVOS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *3000-AGREGAR-MOTIVO.
      ******************************************************************
       3000-AGREGAR-MOTIVO.
           INITIALIZE REG-MOTIVO
           MOVE W-CODIGO       TO MOT-CODIGO
           MOVE W-DESCRIPCION  TO MOT-DESCRIPCION
           MOVE "A"            TO MOT-ESTADO
           MOVE FECHA-SISTEMA  TO MOT-FEC-ALTA
           MOVE FECHA-SISTEMA  TO MOT-FEC-ESTADO
           WRITE REG-MOTIVO
              INVALID KEY
                 DISPLAY "EL MOTIVO YA EXISTE: " W-CODIGO
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 DISPLAY "MOTIVO AGREGADO: " W-CODIGO " "
                         W-DESCRIPCION
                 PERFORM 7000-GRABAR-AUDITORIA
           END-WRITE.

      ******************************************************************
      *4000-CAMBIAR-ESTADO-MOTIVO.
      ** RETIRAR DEJA "R" (LOS SERVIDORES LO RECHAZAN COMO
      ** DESCONOCIDO PARA TODAS LAS ENTIDADES); REACTIVAR VUELVE A
      ** "A". LA DESCRIPCION SE CONSERVA PARA QUE QUIENCONS SIGA
      ** MOSTRANDO LAS CONSULTAS VIEJAS
      ******************************************************************
       4000-CAMBIAR-ESTADO-MOTIVO.
           MOVE W-CODIGO TO MOT-CODIGO
           READ CATALOGO-MOTIVOS
              INVALID KEY
                 DISPLAY "MOTIVO INEXISTENTE: " W-CODIGO
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 IF W-ACCION = "RETIRAR"
                    MOVE "R" TO MOT-ESTADO
                 ELSE
                    MOVE "A" TO MOT-ESTADO
                 END-IF
                 MOVE FECHA-SISTEMA   TO MOT-FEC-ESTADO
                 REWRITE REG-MOTIVO
                 MOVE MOT-DESCRIPCION TO W-DESCRIPCION
                 DISPLAY "MOTIVO " W-ACCION ": " W-CODIGO " "
                         W-DESCRIPCION
                 PERFORM 7000-GRABAR-AUDITORIA
           END-READ.

      ******************************************************************
      *5000-PERMITIR-ENTIDAD.
      ** SOLO SE PERMITEN CODIGOS VIGENTES DEL CATALOGO; SI LA
      ** ENTIDAD YA LO TUVO Y FUE REVOCADO, SE REACTIVA
      ******************************************************************
       5000-PERMITIR-ENTIDAD.
           MOVE W-CODIGO TO MOT-CODIGO
           READ CATALOGO-MOTIVOS
              INVALID KEY
                 MOVE SPACES TO MOT-ESTADO
           END-READ
           IF MOT-ESTADO NOT = "A"
              DISPLAY "MOTIVO INEXISTENTE O RETIRADO: " W-CODIGO
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE MOT-DESCRIPCION TO W-DESCRIPCION
              MOVE W-ENTIDAD TO MEN-ENTIDAD
              MOVE W-CODIGO  TO MEN-CODIGO
              READ MOTIVOS-ENTIDAD
                 INVALID KEY
                    INITIALIZE REG-MOTENT
                    MOVE W-ENTIDAD      TO MEN-ENTIDAD
                    MOVE W-CODIGO       TO MEN-CODIGO
                    MOVE "A"            TO MEN-ESTADO
                    MOVE FECHA-SISTEMA  TO MEN-FEC-ALTA
                    MOVE FECHA-SISTEMA  TO MEN-FEC-ESTADO
                    WRITE REG-MOTENT
                    DISPLAY "MOTIVO PERMITIDO: " W-ENTIDAD " "
                            W-CODIGO
                    PERFORM 7000-GRABAR-AUDITORIA
                 NOT INVALID KEY
                    IF MEN-ESTADO = "A"
                       DISPLAY "EL PERMISO YA EXISTE: " W-ENTIDAD
                               " " W-CODIGO
                       MOVE 8 TO RETURN-CODE
                    ELSE
                       MOVE "A"           TO MEN-ESTADO
                       MOVE FECHA-SISTEMA TO MEN-FEC-ESTADO
                       REWRITE REG-MOTENT
                       DISPLAY "MOTIVO PERMITIDO: " W-ENTIDAD " "
                               W-CODIGO
                       PERFORM 7000-GRABAR-AUDITORIA
                    END-IF
              END-READ
           END-IF.

      ******************************************************************
      *5500-REVOCAR-ENTIDAD.
      ******************************************************************
       5500-REVOCAR-ENTIDAD.
           MOVE W-ENTIDAD TO MEN-ENTIDAD
           MOVE W-CODIGO  TO MEN-CODIGO
           READ MOTIVOS-ENTIDAD
              INVALID KEY
                 DISPLAY "PERMISO INEXISTENTE: " W-ENTIDAD " "
                         W-CODIGO
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 MOVE "R"           TO MEN-ESTADO
                 MOVE FECHA-SISTEMA TO MEN-FEC-ESTADO
                 REWRITE REG-MOTENT
                 DISPLAY "MOTIVO REVOCADO: " W-ENTIDAD " " W-CODIGO
                 PERFORM 7000-GRABAR-AUDITORIA
           END-READ.

      ******************************************************************
      *6000-LISTAR.
      ******************************************************************
       6000-LISTAR.
           MOVE LOW-VALUES TO MOT-CODIGO
           START CATALOGO-MOTIVOS
                 KEY IS NOT LESS THAN MOT-CODIGO
              INVALID KEY
                 MOVE 1 TO SW-FIN-REG
           END-START
           PERFORM UNTIL SW-FIN-REG = 1
              READ CATALOGO-MOTIVOS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-REG
              END-READ
              IF SW-FIN-REG = 0
                 ADD 1 TO CONT-LISTADOS
                 DISPLAY MOT-CODIGO " " MOT-DESCRIPCION " "
                         MOT-ESTADO " ALTA " MOT-FEC-ALTA
                         " ESTADO " MOT-FEC-ESTADO
              END-IF
           END-PERFORM
           DISPLAY "Motivos del catalogo...... " CONT-LISTADOS
           MOVE 0 TO SW-FIN-REG
           MOVE LOW-VALUES TO LLAVE-MOTENT
           START MOTIVOS-ENTIDAD
                 KEY IS NOT LESS THAN LLAVE-MOTENT
              INVALID KEY
                 MOVE 1 TO SW-FIN-REG
           END-START
           PERFORM UNTIL SW-FIN-REG = 1
              READ MOTIVOS-ENTIDAD NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-REG
              END-READ
              IF SW-FIN-REG = 0
                 ADD 1 TO CONT-LISTADOS-ENT
                 DISPLAY MEN-ENTIDAD " " MEN-CODIGO " "
                         MEN-ESTADO " ALTA " MEN-FEC-ALTA
                         " ESTADO " MEN-FEC-ESTADO
              END-IF
           END-PERFORM
           DISPLAY "Permisos por entidad...... " CONT-LISTADOS-ENT.

      ******************************************************************
      *7000-GRABAR-AUDITORIA.
      ******************************************************************
       7000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-MOTIVOS
           IF COD-RET-AUD = "35"
              OPEN OUTPUT AUDITORIA-MOTIVOS
           END-IF
           IF COD-RET-AUD = "00"
              MOVE SPACES TO REG-AUDITORIA
              MOVE FECHA-SISTEMA    TO AUD-FECHA
              MOVE HORA-SIST-HHMMSS TO AUD-HORA
              MOVE W-ACCION         TO AUD-ACCION
              MOVE W-ENTIDAD        TO AUD-ENTIDAD
              MOVE W-CODIGO         TO AUD-CODIGO
              MOVE W-DESCRIPCION    TO AUD-DESCRIPCION
              WRITE REG-AUDITORIA
              CLOSE AUDITORIA-MOTIVOS
           ELSE
              DISPLAY "SIN AUDITORIA (" COD-RET-AUD ")"
           END-IF.

      * REPSEGUR.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REPSEGUR.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Reporte diario de seguridad de los servicios en linea: lee la
      ** bitacora $TEMPORALES/SEGEVENTO.LOG (ver SEGEVENTO.CBL) y
      ** resume las denegaciones del dia pedido por usuario@terminal:
      **   - cantidad por motivo: desconocido, revocado, ya
      **     bloqueado, motivo de consulta y cupo agotado
      **   - primera y ultima hora y ultimo servicio intentado
      **   - bloqueos automaticos que disparo en el dia
      ** con los totales del dia por motivo, y al pie la lista de los
      ** usuario@terminal que siguen BLOQUEADOS en
      ** $TEMPORALES/SEGBLOQ.DAT (se liberan con MANTAUTCON LIBERAR).
      **
      ** USO: REPSEGUR [<AAAAMMDD>]   (por defecto, ayer)
      ** Reporte en $TEMPORALES/REPSEGUR.<fecha> y por consola.
      ** RC 0 sin bloqueos; RC 4 hubo bloqueos en el dia o quedan
      ** bloqueos vigentes; RC 8 la bitacora no se pudo leer; RC 16
      ** error de uso o de archivos.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SEGEVENTO.FS.
           COPY SEGBLOQ.FS.

           SELECT REPORTE-SEGURIDAD
                  ASSIGN TO DISK W-REPORTE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY SEGEVENTO.FD.

           COPY SEGBLOQ.FD.

       FD  REPORTE-SEGURIDAD.
       01  REG-REPORTE                 PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-SGE              PIC X(2) VALUE ZEROS.
       01 COD-RET-SBL              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-REPORTE-NAME           PIC X(80) VALUE SPACES.
       01 W-FECHA-INP              PIC X(08) VALUE SPACES.
       01 W-FECHA-PEDIDA           PIC 9(08) VALUE 0.
       01 W-DIAS-AUX               PIC 9(08) VALUE 0.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 SW-FIN-ARCHIVO           PIC 9(01) VALUE 0.
       01 SW-FIN-BLOQ              PIC 9(01) VALUE 0.
       01 SW-BITACORA-ILEGIBLE     PIC 9(01) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(100) VALUE SPACES.

      **** USUARIO@TERMINAL DEL DIA, EN EL ORDEN EN QUE APARECEN
       01 USR-TOPE                 PIC 9(04) VALUE 0.
       01 USR-MAXIMO               PIC 9(04) VALUE 500.
       01 IX-USR                   PIC 9(04) VALUE 0.
       01 TABLA-USUARIOS.
          02 USR-ENTRADA OCCURS 500 TIMES.
             03 USR-USUARIO           PIC X(10).
             03 USR-TERMINAL          PIC X(08).
             03 USR-DESCONOCIDO       PIC 9(06).
             03 USR-REVOCADO          PIC 9(06).
             03 USR-YA-BLOQUEADO      PIC 9(06).
             03 USR-MOTIVO            PIC 9(06).
             03 USR-CUPO              PIC 9(06).
             03 USR-BLOQUEOS          PIC 9(04).
             03 USR-PRIMERA           PIC 9(06).
             03 USR-ULTIMA            PIC 9(06).
             03 USR-SERVICIO          PIC X(10).

      **** TOTALES DEL DIA
       01 CONTADORES-SEGURIDAD.
          02 CONT-LEIDOS              PIC 9(10) VALUE 0.
          02 CONT-DEL-DIA             PIC 9(10) VALUE 0.
          02 CONT-SIN-LUGAR           PIC 9(10) VALUE 0.
          02 CONT-DESCONOCIDO         PIC 9(10) VALUE 0.
          02 CONT-REVOCADO            PIC 9(10) VALUE 0.
          02 CONT-YA-BLOQUEADO        PIC 9(10) VALUE 0.
          02 CONT-MOTIVO              PIC 9(10) VALUE 0.
          02 CONT-CUPO                PIC 9(10) VALUE 0.
          02 CONT-BLOQUEOS-DIA        PIC 9(10) VALUE 0.
          02 CONT-BLOQUEOS-VIGENTES   PIC 9(10) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** CAMPOS EDITADOS DEL RENGLON POR USUARIO@TERMINAL
       01 ED-DESCONOCIDO           PIC ZZZ,ZZ9.
       01 ED-REVOCADO              PIC ZZZ,ZZ9.
       01 ED-YA-BLOQUEADO          PIC ZZZ,ZZ9.
       01 ED-MOTIVO                PIC ZZZ,ZZ9.
       01 ED-CUPO                  PIC ZZZ,ZZ9.
       01 ED-BLOQUEOS              PIC Z,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Reporte diario de seguridad en linea         *"
           DISPLAY "*           PROGRAMA : REPSEGUR.CBL             *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-VALIDAR-PARAMETROS
           INITIALIZE TABLA-USUARIOS
           MOVE SPACES TO W-REPORTE-NAME
           STRING "$TEMPORALES/REPSEGUR." W-FECHA-PEDIDA
                  DELIMITED BY SIZE INTO W-REPORTE-NAME
           END-STRING
           OPEN OUTPUT REPORTE-SEGURIDAD
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo " W-REPORTE-NAME " "
                      COD-RET-REP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "DENEGACIONES DE LOS SERVICIOS EN LINEA - DIA "
                  W-FECHA-PEDIDA
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "GENERADO " FECHA-SISTEMA " " HORA-SIST-HHMMSS
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           PERFORM 2000-LEER-BITACORA
           PERFORM 3000-LISTAR-USUARIOS
           PERFORM 4000-LISTAR-BLOQUEOS-VIGENTES
           PERFORM 8000-PIE-DEL-REPORTE
           CLOSE REPORTE-SEGURIDAD
           DISPLAY "REPORTE EN " W-REPORTE-NAME
           EVALUATE TRUE
              WHEN SW-BITACORA-ILEGIBLE = 1
                 MOVE 8 TO RETURN-CODE
              WHEN CONT-BLOQUEOS-DIA > 0 OR CONT-BLOQUEOS-VIGENTES > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
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
      *1000-VALIDAR-PARAMETROS.
      ** SIN FECHA SE RESUME AYER, EL ULTIMO DIA COMPLETO
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-FECHA-INP
           END-UNSTRING
           IF W-FECHA-INP = SPACES
              COMPUTE W-DIAS-AUX =
                      FUNCTION INTEGER-OF-DATE (FECHA-SISTEMA) - 1
              COMPUTE W-FECHA-PEDIDA =
                      FUNCTION DATE-OF-INTEGER (W-DIAS-AUX)
           ELSE
              IF W-FECHA-INP IS NOT NUMERIC
                 DISPLAY "Uso: REPSEGUR [<AAAAMMDD>]   (por defecto,"
                         " ayer)"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE W-FECHA-INP TO W-FECHA-PEDIDA
           END-IF.

      ******************************************************************
      *2000-LEER-BITACORA.
      ** SIN BITACORA NO HUBO DENEGACIONES ASENTADAS; UNA BITACORA QUE
      ** NO SE PUEDE LEER DEJA EL REPORTE SIN DETALLE CON RC 8
      ******************************************************************
       2000-LEER-BITACORA.
           OPEN INPUT BITACORA-SEGURIDAD
           EVALUATE COD-RET-SGE
              WHEN "00"
                 PERFORM 2010-RECORRER-BITACORA
                 CLOSE BITACORA-SEGURIDAD
              WHEN "35"
                 DISPLAY "SIN BITACORA SEGEVENTO.LOG: NINGUN SERVIDOR "
                         "ASENTO DENEGACIONES"
              WHEN OTHER
                 DISPLAY "NO SE PUDO LEER SEGEVENTO.LOG ("
                         COD-RET-SGE ")"
                 MOVE 1 TO SW-BITACORA-ILEGIBLE
           END-EVALUATE.

      ******************************************************************
      *2010-RECORRER-BITACORA.
      ******************************************************************
       2010-RECORRER-BITACORA.
           MOVE 0 TO SW-FIN-ARCHIVO
           PERFORM UNTIL SW-FIN-ARCHIVO = 1
              READ BITACORA-SEGURIDAD NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0
                 ADD 1 TO CONT-LEIDOS
                 IF SGE-FECHA = W-FECHA-PEDIDA
                    PERFORM 2100-ACUMULAR-DENEGACION
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *2100-ACUMULAR-DENEGACION.
      ** LOS TOTALES POR MOTIVO CUENTAN TODO EL DIA; EL DETALLE DE UN
      ** USUARIO@TERMINAL QUE YA NO ENTRA EN LA TABLA SE PIERDE Y SE
      ** CUENTA APARTE
      ******************************************************************
       2100-ACUMULAR-DENEGACION.
           ADD 1 TO CONT-DEL-DIA
           EVALUATE SGE-MOTIVO
              WHEN "DESCONOCID"
                 ADD 1 TO CONT-DESCONOCIDO
              WHEN "REVOCADO"
                 ADD 1 TO CONT-REVOCADO
              WHEN "BLOQUEADO"
                 ADD 1 TO CONT-YA-BLOQUEADO
              WHEN "MOTIVO"
                 ADD 1 TO CONT-MOTIVO
              WHEN OTHER
                 ADD 1 TO CONT-CUPO
           END-EVALUATE
           IF SGE-DISPARO-BLOQUEO
              ADD 1 TO CONT-BLOQUEOS-DIA
           END-IF
           MOVE 1 TO IX-USR
           PERFORM UNTIL IX-USR > USR-TOPE
                      OR (USR-USUARIO(IX-USR)  = SGE-USUARIO
                      AND USR-TERMINAL(IX-USR) = SGE-TERMINAL)
              ADD 1 TO IX-USR
           END-PERFORM
           IF IX-USR > USR-TOPE
              IF USR-TOPE < USR-MAXIMO
                 ADD 1 TO USR-TOPE
                 MOVE USR-TOPE     TO IX-USR
                 MOVE SGE-USUARIO  TO USR-USUARIO(IX-USR)
                 MOVE SGE-TERMINAL TO USR-TERMINAL(IX-USR)
                 MOVE SGE-HORA     TO USR-PRIMERA(IX-USR)
              ELSE
                 ADD 1 TO CONT-SIN-LUGAR
              END-IF
           END-IF
           IF IX-USR NOT > USR-TOPE
              PERFORM 2110-SUMAR-USUARIO
           END-IF.

      ******************************************************************
      *2110-SUMAR-USUARIO.
      ******************************************************************
       2110-SUMAR-USUARIO.
           EVALUATE SGE-MOTIVO
              WHEN "DESCONOCID"
                 ADD 1 TO USR-DESCONOCIDO(IX-USR)
              WHEN "REVOCADO"
                 ADD 1 TO USR-REVOCADO(IX-USR)
              WHEN "BLOQUEADO"
                 ADD 1 TO USR-YA-BLOQUEADO(IX-USR)
              WHEN "MOTIVO"
                 ADD 1 TO USR-MOTIVO(IX-USR)
              WHEN OTHER
                 ADD 1 TO USR-CUPO(IX-USR)
           END-EVALUATE
           IF SGE-DISPARO-BLOQUEO
              ADD 1 TO USR-BLOQUEOS(IX-USR)
           END-IF
           IF SGE-HORA < USR-PRIMERA(IX-USR)
              MOVE SGE-HORA TO USR-PRIMERA(IX-USR)
           END-IF
           IF SGE-HORA NOT < USR-ULTIMA(IX-USR)
              MOVE SGE-HORA     TO USR-ULTIMA(IX-USR)
              MOVE SGE-SERVICIO TO USR-SERVICIO(IX-USR)
           END-IF.

      ******************************************************************
      *3000-LISTAR-USUARIOS.
      ******************************************************************
       3000-LISTAR-USUARIOS.
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           MOVE "USUARIO    TERMINAL DESCON REVOCA BLOQUE MOTIVO   CUPO"
             TO W-LINEA-ARMADA
           MOVE "  PRIMER ULTIMA SERVICIO  BLOQ."
             TO W-LINEA-ARMADA(55:)
           PERFORM 9100-GRABAR-LINEA
           IF USR-TOPE = 0
              MOVE "  (SIN DENEGACIONES EN EL DIA)" TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
           END-IF
           PERFORM VARYING IX-USR FROM 1 BY 1 UNTIL IX-USR > USR-TOPE
              PERFORM 3100-RENGLON-USUARIO
           END-PERFORM.

      ******************************************************************
      *3100-RENGLON-USUARIO.
      ******************************************************************
       3100-RENGLON-USUARIO.
           MOVE USR-DESCONOCIDO(IX-USR)  TO ED-DESCONOCIDO
           MOVE USR-REVOCADO(IX-USR)     TO ED-REVOCADO
           MOVE USR-YA-BLOQUEADO(IX-USR) TO ED-YA-BLOQUEADO
           MOVE USR-MOTIVO(IX-USR)       TO ED-MOTIVO
           MOVE USR-CUPO(IX-USR)         TO ED-CUPO
           MOVE USR-BLOQUEOS(IX-USR)     TO ED-BLOQUEOS
           STRING USR-USUARIO(IX-USR) " " USR-TERMINAL(IX-USR)
                  ED-DESCONOCIDO ED-REVOCADO ED-YA-BLOQUEADO
                  ED-MOTIVO ED-CUPO "  "
                  USR-PRIMERA(IX-USR) " " USR-ULTIMA(IX-USR) " "
                  USR-SERVICIO(IX-USR) ED-BLOQUEOS
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *4000-LISTAR-BLOQUEOS-VIGENTES.
      ** LA FOTO DEL MOMENTO DE LA CORRIDA, NO DEL DIA PEDIDO: SIN
      ** REGISTRO DE BLOQUEOS NUNCA SE BLOQUEO A NADIE
      ******************************************************************
       4000-LISTAR-BLOQUEOS-VIGENTES.
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           MOVE "BLOQUEOS VIGENTES (SE LIBERAN CON MANTAUTCON LIBERAR)"
             TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           MOVE 0 TO SW-FIN-BLOQ
           OPEN INPUT SEGBLOQ
           IF COD-RET-SBL NOT = "00"
              MOVE 1 TO SW-FIN-BLOQ
           ELSE
              MOVE LOW-VALUES TO LLAVE-SEGBLOQ
              START SEGBLOQ KEY IS NOT LESS THAN LLAVE-SEGBLOQ
                 INVALID KEY
                    MOVE 1 TO SW-FIN-BLOQ
              END-START
           END-IF
           PERFORM UNTIL SW-FIN-BLOQ = 1
              READ SEGBLOQ NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-BLOQ
              END-READ
              IF SW-FIN-BLOQ = 0 AND SBL-BLOQUEADO
                 ADD 1 TO CONT-BLOQUEOS-VIGENTES
                 MOVE SBL-BLOQUEOS TO ED-BLOQUEOS
                 STRING "  " SBL-USUARIO " DESDE " SBL-FEC-BLOQUEO
                        " " SBL-HORA-BLOQUEO " BLOQUEOS HISTORICOS"
                        ED-BLOQUEOS
                        DELIMITED BY SIZE INTO W-LINEA-ARMADA
                 END-STRING
                 PERFORM 9100-GRABAR-LINEA
              END-IF
           END-PERFORM
           IF COD-RET-SBL = "00" OR COD-RET-SBL = "10"
              CLOSE SEGBLOQ
           END-IF
           IF CONT-BLOQUEOS-VIGENTES = 0
              MOVE "  (NINGUNO)" TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
           END-IF.

      ******************************************************************
      *8000-PIE-DEL-REPORTE.
      ******************************************************************
       8000-PIE-DEL-REPORTE.
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-LEIDOS TO W-EDIT-CONTADOR
           STRING "RENGLONES DE LA BITACORA LEIDOS. " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-DEL-DIA TO W-EDIT-CONTADOR
           STRING "DENEGACIONES DEL DIA............ " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-DESCONOCIDO TO W-EDIT-CONTADOR
           STRING "  USUARIO DESCONOCIDO........... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-REVOCADO TO W-EDIT-CONTADOR
           STRING "  AUTORIZACION REVOCADA......... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-YA-BLOQUEADO TO W-EDIT-CONTADOR
           STRING "  USUARIO YA BLOQUEADO.......... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-MOTIVO TO W-EDIT-CONTADOR
           STRING "  MOTIVO DE CONSULTA............ " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-CUPO TO W-EDIT-CONTADOR
           STRING "  CUPO AGOTADO.................. " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-BLOQUEOS-DIA TO W-EDIT-CONTADOR
           STRING "BLOQUEOS AUTOMATICOS DEL DIA.... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-BLOQUEOS-VIGENTES TO W-EDIT-CONTADOR
           STRING "BLOQUEOS VIGENTES............... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           IF CONT-SIN-LUGAR > 0
              MOVE CONT-SIN-LUGAR TO W-EDIT-CONTADOR
              STRING "DENEGACIONES SIN DETALLE........ " W-EDIT-CONTADOR
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
           END-IF
           IF SW-BITACORA-ILEGIBLE = 1
              MOVE "*** REPORTE INCOMPLETO: SEGEVENTO.LOG ILEGIBLE"
                TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
           END-IF
           MOVE "FIN DEL REPORTE" TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *9100-GRABAR-LINEA.
      ******************************************************************
       9100-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REPORTE
           WRITE REG-REPORTE
           DISPLAY W-LINEA-ARMADA
           MOVE SPACES TO W-LINEA-ARMADA.

      **
      ** USO:
      **   RECLAMOS ABRIR <tipo> <numero> <fuente> <cod> <ocurr>
      **            <reclamante> <soporte>
      **            [<dias habiles para responder>]
      **      marca la alerta EN RECLAMACION y calcula el plazo
      **      legal en dias habiles (15 por defecto) con el mismo
      **      calendario FERIADOS.CAL de EJECTRAB. <soporte> es el
      **      numero del escrito del titular en el registro de
      **      documentos (MANTSOPOR REGISTRAR): sin un soporte vigente
      **      de la misma identificacion el reclamo no se abre
      **   RECLAMOS CERRAR <tipo> <numero> <fuente> <cod> <ocurr>
      **            <resolucion hasta fin de linea>
      **      cierra el reclamo dejando la resolucion en la
      **      auditoria. Si la resolucion empieza con la palabra
      **      FAVOR el reclamo se resolvio a favor del titular: queda
      **      en estado 3 y la auditoria lo asienta como CERRFAV (o
      **      CERRDFAV para una demanda), que es lo que toma
      **      AVISORECT para avisar a quienes recibieron el dato
      **   RECLAMOS BARRER
      **      barrido diario: NOTIFICAR AVISO para los reclamos a 2
      **      dias o menos del plazo, NOTIFICAR FALLA (escalado)
      **      para los ya vencidos; RC 4 si hay alguno vencido.
      **      Tambien barre las demandas en reclamacion de BDIIDEM
      **   RECLAMOS ABRIRDEM <tipo> <numero> <radicado> <reclamante>
      **            <soporte> [<dias habiles para responder>]
      **   RECLAMOS CERRDEM <tipo> <numero> <radicado>
      **            <resolucion hasta fin de linea>
      **      lo mismo que ABRIR/CERRAR pero sobre UNA demanda del
      **      detalle BDIIDEM (ver ACTALEJUR.CBL): el titular puede
      **      disputar un proceso puntual sin contestar la alerta
      **      entera. La auditoria lleva como clave la alerta a la
      **      que pertenece la demanda y el radicado en el detalle
      **
      ** Cada movimiento queda en $TEMPORALES/RECLAMOS.AUD con la
      ** imagen de la alerta, como MANTALERTA.AUD, y el reclamo
      ** abierto queda vinculado a su soporte en SOPVINC (clase RECL
      ** o RDEM, ver SOPVINC.FD).
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BDIIALE.FS.
           COPY BDIIDEM.FS.

           SELECT OPTIONAL ARCHIVO-FERIADOS
                  ASSIGN TO "$TEMPORALES/FERIADOS.CAL"
       DATA DIVISION.
       FILE SECTION.
           COPY BDIIALE.FD.
           COPY BDIIDEM.FD.

       FD  ARCHIVO-FERIADOS.
       01  REG-FERIADO.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       COPY RESALERTA.WS.
       COPY SOPORTE.WS.
       01 COD-RET-FERIADOS         PIC X(2) VALUE ZEROS.
       01 COD-RET-AUD              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 W-COD-X                  PIC X(03) VALUE SPACES.
       01 W-OCURR-X                PIC X(03) VALUE SPACES.
       01 W-RECLAMANTE             PIC X(30) VALUE SPACES.
       01 W-SOPORTE-X              PIC X(09) VALUE SPACES.
       01 W-LARGO-SOP              PIC 9(02) VALUE 0.
       01 W-DIAS-X                 PIC X(03) VALUE SPACES.
       01 W-DIAS-PLAZO             PIC 9(03) VALUE 15.
       01 W-PTR                    PIC 9(03) VALUE 1.
       01 W-DETALLE                PIC X(60) VALUE SPACES.
      *    resolucion a favor del titular (primera palabra FAVOR)
       01 SW-A-FAVOR               PIC 9(01) VALUE 0.
       01 FECHA-PROCESO            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 FIN-BDIIALE              PIC 9    VALUE 0.
      *    reclamo sobre una demanda puntual (BDIIDEM)
       01 COD-RET-BDIIDEM          PIC X(2) VALUE ZEROS.
       01 W-RADICADO-X             PIC X(23) VALUE SPACES.
       01 FIN-BDIIDEM              PIC 9    VALUE 0.

      *** CALENDARIO DE FERIADOS Y SUMA DE DIAS HABILES (MISMO
      *** 3062-ES-DIA-HABIL DE EJECTRAB.CBL)
          02 CONT-ABIERTOS            PIC 9(06) VALUE 0.
          02 CONT-POR-VENCER          PIC 9(06) VALUE 0.
          02 CONT-VENCIDOS            PIC 9(06) VALUE 0.
          02 CONT-DEM-ABIERTOS        PIC 9(06) VALUE 0.

      *** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           MOVE "RECLAMOS" TO RALE-PROGRAMA
                              SOPO-PROGRAMA
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-PROCESO
           ACCEPT HORA-SISTEMA FROM TIME
           MOVE 1 TO W-PTR
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-ACCION W-TIPO-X W-NUMERO-X W-FUENTE-X
                         W-COD-X W-OCURR-X W-RECLAMANTE W-SOPORTE-X
                         W-DIAS-X
                    WITH POINTER W-PTR
           END-UNSTRING
           EVALUATE W-ACCION
              WHEN "ABRIR"
                 PERFORM 1000-VALIDAR-CLAVE
                 PERFORM 1200-VALIDAR-SOPORTE
                 PERFORM 0600-TOMAR-CERROJO-BDIIALE
                 OPEN I-O BDIIALE
                 PERFORM 2000-ABRIR-RECLAMO
                 PERFORM 1000-VALIDAR-CLAVE
      *          CERRAR se reparsea deteniendose en el reclamante:
      *          el resto de la linea es la resolucion completa (el
      *          parseo general ya habia consumido sus primeras
      *          palabras en W-SOPORTE-X y W-DIAS-X, que CERRAR no
      *          usa)
                 MOVE 1 TO W-PTR
                 UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                          INTO W-ACCION W-TIPO-X W-NUMERO-X
                               W-RECLAMANTE
                          WITH POINTER W-PTR
                 END-UNSTRING
                 IF W-RECLAMANTE = "FAVOR"
                    MOVE 1 TO SW-A-FAVOR
                 END-IF
                 PERFORM 0600-TOMAR-CERROJO-BDIIALE
                 OPEN I-O BDIIALE
                 PERFORM 3000-CERRAR-RECLAMO
                 CLOSE BDIIALE
                 PERFORM 0700-LIBERAR-CERROJO-BDIIALE
              WHEN "ABRIRDEM"
                 MOVE 1 TO W-PTR
                 UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                          INTO W-ACCION W-TIPO-X W-NUMERO-X
                               W-RADICADO-X W-RECLAMANTE W-SOPORTE-X
                               W-DIAS-X
                          WITH POINTER W-PTR
                 END-UNSTRING
                 PERFORM 1100-VALIDAR-CLAVE-DEMANDA
                 PERFORM 1200-VALIDAR-SOPORTE
                 PERFORM 0600-TOMAR-CERROJO-BDIIALE
                 OPEN I-O BDIIDEM
                 PERFORM 2500-ABRIR-RECLAMO-DEMANDA
                 CLOSE BDIIDEM
                 PERFORM 0700-LIBERAR-CERROJO-BDIIALE
              WHEN "CERRDEM"
                 MOVE 1 TO W-PTR
                 UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                          INTO W-ACCION W-TIPO-X W-NUMERO-X
                               W-RADICADO-X
                          WITH POINTER W-PTR
                 END-UNSTRING
                 PERFORM 1100-VALIDAR-CLAVE-DEMANDA
                 IF W-PTR <= 155
                    AND LINEA-COMANDO(W-PTR:6) = "FAVOR "
                    MOVE 1 TO SW-A-FAVOR
                 END-IF
                 PERFORM 0600-TOMAR-CERROJO-BDIIALE
                 OPEN I-O BDIIDEM
                 PERFORM 3500-CERRAR-RECLAMO-DEMANDA
                 CLOSE BDIIDEM
                 PERFORM 0700-LIBERAR-CERROJO-BDIIALE
              WHEN "BARRER"
                 OPEN INPUT BDIIALE
                 PERFORM 4000-BARRER-RECLAMOS
              WHEN OTHER
                 DISPLAY "Uso: RECLAMOS ABRIR <tipo> <numero> "
                         "<fuente> <cod> <ocurr> <reclamante> "
                         "<soporte> [<dias habiles>]"
                 DISPLAY "     RECLAMOS CERRAR <tipo> <numero> "
                         "<fuente> <cod> <ocurr> [FAVOR] <resolucion>"
                 DISPLAY "     RECLAMOS ABRIRDEM <tipo> <numero> "
                         "<radicado> <reclamante> <soporte> "
                         "[<dias habiles>]"
                 DISPLAY "     RECLAMOS CERRDEM <tipo> <numero> "
                         "<radicado> [FAVOR] <resolucion>"
                 DISPLAY "     RECLAMOS BARRER"
                 MOVE 16 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9860-CERRAR-RESUMEN
           PERFORM 9880-CERRAR-SOPORTE
           STOP RUN.

      ******************************************************************
           MOVE W-COD-X    TO COD-ALERTA-BDIIALE
           MOVE W-OCURR-X  TO OCURRENCIA-BDIIALE.

      ******************************************************************
      *1100-VALIDAR-CLAVE-DEMANDA.
      ******************************************************************
       1100-VALIDAR-CLAVE-DEMANDA.
           INSPECT W-NUMERO-X REPLACING ALL " " BY "0"
           IF W-TIPO-X NOT NUMERIC OR W-NUMERO-X NOT NUMERIC
              OR W-RADICADO-X = SPACES
              DISPLAY "CLAVE INVALIDA: TIPO/NUMERO/RADICADO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE W-TIPO-X     TO TIP-IDE-BDIIDEM
           MOVE W-NUMERO-X   TO NUM-IDE-BDIIDEM
           MOVE W-RADICADO-X TO RADICADO-BDIIDEM.

      ******************************************************************
      *1200-VALIDAR-SOPORTE.
      ** EL RECLAMO SE ABRE CON EL ESCRITO DEL TITULAR YA REGISTRADO
      ** (MANTSOPOR) Y A NOMBRE DE LA MISMA IDENTIFICACION; SE
      ** VERIFICA ANTES DE TOMAR EL CERROJO
      ******************************************************************
       1200-VALIDAR-SOPORTE.
           MOVE 0 TO W-LARGO-SOP
           INSPECT W-SOPORTE-X TALLYING W-LARGO-SOP
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-LARGO-SOP = 0 OR W-LARGO-SOP > 8
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
      *2000-ABRIR-RECLAMO.
      ** EL PLAZO LEGAL SE CALCULA EN DIAS HABILES CON EL CALENDARIO
                    NOT INVALID KEY
                       DISPLAY "RECLAMO ABIERTO, PLAZO HASTA "
                               W-FECHA-LIMITE
                       PERFORM 9850-ACTUALIZAR-RESUMEN
                       MOVE W-RECLAMANTE TO W-DETALLE
                       PERFORM 8000-GRABAR-AUDITORIA
                       MOVE "RECL"         TO SOPO-CLASE
                       MOVE LLASEC-BDIIALE TO SOPO-OBJETO
                       PERFORM 9875-VINCULAR-SOPORTE
                 END-REWRITE
           END-READ.

      ******************************************************************
      *2500-ABRIR-RECLAMO-DEMANDA.
      ** MISMO PLAZO LEGAL QUE EL RECLAMO SOBRE LA ALERTA ENTERA
      ******************************************************************
       2500-ABRIR-RECLAMO-DEMANDA.
           IF W-RECLAMANTE = SPACES
              DISPLAY "EL RECLAMANTE ES OBLIGATORIO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF W-DIAS-X IS NUMERIC
              MOVE W-DIAS-X TO W-DIAS-PLAZO
           END-IF
           READ BDIIDEM
              INVALID KEY
                 DISPLAY "LA DEMANDA NO EXISTE"
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 PERFORM 2200-SUMAR-DIAS-HABILES
                 MOVE "1" TO EST-RECLAMO-BDIIDEM
                 MOVE W-FECHA-LIMITE TO FEC-LIM-RECLAMO-BDIIDEM
                 REWRITE REG-BDIIDEM
                    INVALID KEY
                       DISPLAY "ERROR AL REESCRIBIR LA DEMANDA"
                       MOVE 8 TO RETURN-CODE
                    NOT INVALID KEY
                       DISPLAY "RECLAMO DE DEMANDA ABIERTO, PLAZO "
                               "HASTA " W-FECHA-LIMITE
                       MOVE SPACES TO W-DETALLE
                       STRING RADICADO-BDIIDEM " " W-RECLAMANTE
                              DELIMITED BY SIZE INTO W-DETALLE
                       END-STRING
                       PERFORM 8100-GRABAR-AUDITORIA-DEM
                       MOVE "RDEM"        TO SOPO-CLASE
                       MOVE LLAVE-BDIIDEM TO SOPO-OBJETO
                       PERFORM 9875-VINCULAR-SOPORTE
                 END-REWRITE
           END-READ.

                    DISPLAY "LA ALERTA NO ESTA EN RECLAMACION"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    IF SW-A-FAVOR = 1
                       MOVE "3"       TO EST-RECLAMO-BDIIALE
                       MOVE "CERRFAV" TO W-ACCION
                    ELSE
                       MOVE "2" TO EST-RECLAMO-BDIIALE
                    END-IF
                    REWRITE REG-BDIIALE
                       INVALID KEY
                          DISPLAY "ERROR AL REESCRIBIR LA ALERTA"
                          MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                          DISPLAY "RECLAMO CERRADO"
                          PERFORM 9850-ACTUALIZAR-RESUMEN
                          PERFORM 8000-GRABAR-AUDITORIA
                    END-REWRITE
                 END-IF
           END-READ.

      ******************************************************************
      *3500-CERRAR-RECLAMO-DEMANDA.
      ** LA RESOLUCION ES EL RESTO DE LA LINEA, DETRAS DEL RADICADO
      ******************************************************************
       3500-CERRAR-RECLAMO-DEMANDA.
           MOVE SPACES TO W-DETALLE
           IF W-PTR <= 160 AND LINEA-COMANDO(W-PTR:) NOT = SPACES
              STRING W-RADICADO-X DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     LINEA-COMANDO(W-PTR:) DELIMITED BY SIZE
                     INTO W-DETALLE
              END-STRING
           ELSE
              MOVE W-RADICADO-X TO W-DETALLE
           END-IF
           READ BDIIDEM
              INVALID KEY
                 DISPLAY "LA DEMANDA NO EXISTE"
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 IF EST-RECLAMO-BDIIDEM NOT = "1"
                    DISPLAY "LA DEMANDA NO ESTA EN RECLAMACION"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    IF SW-A-FAVOR = 1
                       MOVE "3"        TO EST-RECLAMO-BDIIDEM
                       MOVE "CERRDFAV" TO W-ACCION
                    ELSE
                       MOVE "2" TO EST-RECLAMO-BDIIDEM
                    END-IF
                    REWRITE REG-BDIIDEM
                       INVALID KEY
                          DISPLAY "ERROR AL REESCRIBIR LA DEMANDA"
                          MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                          DISPLAY "RECLAMO DE DEMANDA CERRADO"
                          PERFORM 8100-GRABAR-AUDITORIA-DEM
                    END-REWRITE
                 END-IF
           END-READ.

      ******************************************************************
      *4000-BARRER-RECLAMOS.
      ** BARRIDO DIARIO DE LOS RECLAMOS ABIERTOS: AVISO ANTES DEL
                 PERFORM 4100-EVALUAR-PLAZO
              END-IF
           END-PERFORM
      *    las demandas en reclamacion de BDIIDEM, si el detalle
      *    existe, entran en los mismos contadores
           OPEN INPUT BDIIDEM
           IF COD-RET-BDIIDEM = "00"
              PERFORM 4300-BARRER-DEMANDAS
              CLOSE BDIIDEM
           END-IF
           DISPLAY "Reclamos abiertos......... " CONT-ABIERTOS
           DISPLAY "  de ellos sobre demandas. " CONT-DEM-ABIERTOS
           DISPLAY "Por vencer (2 dias)....... " CONT-POR-VENCER
           DISPLAY "Vencidos (escalados)...... " CONT-VENCIDOS
           IF CONT-VENCIDOS > 0
              END-IF
           END-IF.

      ******************************************************************
      *4300-BARRER-DEMANDAS.
      ******************************************************************
       4300-BARRER-DEMANDAS.
           MOVE 0 TO FIN-BDIIDEM
           MOVE LOW-VALUES TO LLAVE-BDIIDEM
           START BDIIDEM KEY IS NOT LESS THAN LLAVE-BDIIDEM
              INVALID KEY MOVE 1 TO FIN-BDIIDEM
           END-START
           PERFORM UNTIL FIN-BDIIDEM = 1
              READ BDIIDEM NEXT RECORD
                 AT END MOVE 1 TO FIN-BDIIDEM
              END-READ
              IF FIN-BDIIDEM = 0
                 AND EST-RECLAMO-BDIIDEM = "1"
                 ADD 1 TO CONT-ABIERTOS
                 ADD 1 TO CONT-DEM-ABIERTOS
                 PERFORM 4400-EVALUAR-PLAZO-DEMANDA
              END-IF
           END-PERFORM.

      ******************************************************************
      *4400-EVALUAR-PLAZO-DEMANDA.
      ** MISMOS UMBRALES QUE 4100-EVALUAR-PLAZO
      ******************************************************************
       4400-EVALUAR-PLAZO-DEMANDA.
           COMPUTE W-DIAS-LIMITE =
                   FUNCTION INTEGER-OF-DATE (FEC-LIM-RECLAMO-BDIIDEM)
           COMPUTE W-DIAS-RESTAN = W-DIAS-LIMITE - W-DIAS-HOY
           IF W-DIAS-RESTAN < 0
              ADD 1 TO CONT-VENCIDOS
              MOVE "FALLA" TO NOTIF-SEVERIDAD
              MOVE SPACES TO NOTIF-MENSAJE
              STRING "RECLAMO DEM VENCIDO: " TIP-IDE-BDIIDEM
                     NUM-IDE-BDIIDEM " RAD " RADICADO-BDIIDEM
                     " PLAZO " FEC-LIM-RECLAMO-BDIIDEM
                     DELIMITED BY SIZE INTO NOTIF-MENSAJE
              END-STRING
              PERFORM 4200-NOTIFICAR
           ELSE
              IF W-DIAS-RESTAN NOT GREATER THAN 2
                 ADD 1 TO CONT-POR-VENCER
                 MOVE "AVISO" TO NOTIF-SEVERIDAD
                 MOVE SPACES TO NOTIF-MENSAJE
                 STRING "RECLAMO DEM POR VENCER: " TIP-IDE-BDIIDEM
                        NUM-IDE-BDIIDEM " RAD " RADICADO-BDIIDEM
                        " PLAZO " FEC-LIM-RECLAMO-BDIIDEM
                        DELIMITED BY SIZE INTO NOTIF-MENSAJE
                 END-STRING
                 PERFORM 4200-NOTIFICAR
              END-IF
           END-IF.

      ******************************************************************
      *4200-NOTIFICAR.
      ******************************************************************
              DISPLAY "SIN AUDITORIA (" COD-RET-AUD "), EL CAMBIO "
                      "QUEDO APLICADO IGUAL: REVISAR"
           END-IF.

      ******************************************************************
      *8100-GRABAR-AUDITORIA-DEM.
      ** LA CLAVE DE AUDITORIA ES LA DE LA ALERTA DUENA DE LA DEMANDA
      ** (IDENTIFICACION + FUENTE/COD/OCURRENCIA); EL RADICADO VA AL
      ** PRINCIPIO DEL DETALLE
      ******************************************************************
       8100-GRABAR-AUDITORIA-DEM.
           OPEN EXTEND AUDITORIA-RECLAMOS
           IF COD-RET-AUD = "35"
              OPEN OUTPUT AUDITORIA-RECLAMOS
           END-IF
           IF COD-RET-AUD = "00"
              MOVE SPACES TO REG-AUD-RECLAMO
              MOVE FECHA-PROCESO    TO AUD-FECHA
              MOVE HORA-SIST-HHMMSS TO AUD-HORA
              MOVE W-ACCION         TO AUD-ACCION
              STRING TIP-IDE-BDIIDEM NUM-IDE-BDIIDEM
                     ENLACE-ALE-BDIIDEM
                     DELIMITED BY SIZE INTO AUD-CLAVE
              END-STRING
              MOVE FEC-LIM-RECLAMO-BDIIDEM TO AUD-FEC-LIMITE
              MOVE W-DETALLE        TO AUD-DETALLE
              WRITE REG-AUD-RECLAMO
              CLOSE AUDITORIA-RECLAMOS
           ELSE
              DISPLAY "SIN AUDITORIA (" COD-RET-AUD "), EL CAMBIO "
                      "QUEDO APLICADO IGUAL: REVISAR"
           END-IF.

       COPY RESALERTA.PROC.

       COPY SOPORTE.PROC.

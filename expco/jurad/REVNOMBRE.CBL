      * REVNOMBRE.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REVNOMBRE.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Pantalla del analista para la cola de revision de nombres de
      ** ACTALEJUR ($TEMPORALES/REVNOMBRE.DAT, ver REVNOMBRE.FD): los
      ** demandados del feed de JURISCOOP cuyo nombre quedo apenas por
      ** debajo del umbral de similitud (un acento, un segundo
      ** apellido que falta) ya no se devuelven rechazados sino que
      ** esperan aqui. Por cada caso PENDIENTE se muestran el nombre
      ** del feed, el registrado y la similitud, y el analista decide:
      **   A = aceptar (es la misma persona)
      **   R = rechazar (no es la misma persona)
      **   en blanco = dejarlo pendiente     F = terminar
      ** La decision queda en la cola con el analista y la fecha; la
      ** aplica la siguiente corrida REAL de ACTALEJUR: lo aceptado
      ** entra a BDIIALE con el nombre del analista en BDIIALEHIS y
      ** lo rechazado vuelve a JURISCOOP con E31 (RETJURIS).
      **
      ** USO: REVNOMBRE
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REVNOMBRE.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY REVNOMBRE.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-REVNOM           PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 W-ANALISTA               PIC X(10) VALUE SPACES.
       01 W-DECISION               PIC X(01) VALUE SPACE.
       01 SW-FIN-COLA              PIC 9(01) VALUE 0.
       01 W-FEC-ENCOLA-VISTA       PIC 9(08) VALUE 0.
       01 W-NOMBRE-FEED            PIC X(92) VALUE SPACES.
       01 FILLER REDEFINES W-NOMBRE-FEED.
          03 W-NOMBRE-FEED-1          PIC X(70).
          03 W-NOMBRE-FEED-2          PIC X(22).
       01 W-NOMBRE-REGISTRADO      PIC X(92) VALUE SPACES.
       01 FILLER REDEFINES W-NOMBRE-REGISTRADO.
          03 W-NOMBRE-REG-1           PIC X(70).
          03 W-NOMBRE-REG-2           PIC X(22).

       01 CONTADORES-REVISION.
          03 CONT-VISTOS              PIC 9(06) VALUE 0.
          03 CONT-ACEPTADOS           PIC 9(06) VALUE 0.
          03 CONT-RECHAZADOS          PIC 9(06) VALUE 0.
          03 CONT-CAMBIADOS           PIC 9(06) VALUE 0.

       SCREEN SECTION.
       01 PANTALLA-ANALISTA.
          05 BLANK SCREEN.
          05 LINE 2 COL 10
             VALUE "REVISION DE NOMBRES CASI COINCIDENTES (ACTALEJUR)".
          05 LINE 4 COL 5  VALUE "ANALISTA......:".
          05 LINE 4 COL 22 PIC X(10) USING W-ANALISTA.

       01 PANTALLA-CASO.
          05 BLANK SCREEN.
          05 LINE 2 COL 10
             VALUE "REVISION DE NOMBRES CASI COINCIDENTES (ACTALEJUR)".
          05 LINE 4 COL 5  VALUE "TIPO IDE......:".
          05 LINE 4 COL 22 PIC 9(01) FROM TIPO-IDE-REVNOM.
          05 LINE 4 COL 30 VALUE "NUMERO IDE:".
          05 LINE 4 COL 42 PIC 9(11) FROM NUM-IDE-REVNOM.
          05 LINE 5 COL 5  VALUE "FUENTE........:".
          05 LINE 5 COL 22 PIC 9(06) FROM FUENTE-REVNOM.
          05 LINE 5 COL 30 VALUE "COD ALERTA:".
          05 LINE 5 COL 42 PIC 9(03) FROM COD-ALERTA-REVNOM.
          05 LINE 6 COL 5  VALUE "ENCOLADO EL...:".
          05 LINE 6 COL 22 PIC 9(08) FROM FEC-ENCOLA-REVNOM.
          05 LINE 8 COL 5  VALUE "NOMBRE EN EL FEED DE JURISCOOP:".
          05 LINE 9 COL 5  PIC X(70) FROM W-NOMBRE-FEED-1.
          05 LINE 10 COL 5 PIC X(22) FROM W-NOMBRE-FEED-2.
          05 LINE 12 COL 5 VALUE "NOMBRE REGISTRADO (OFICIAL):".
          05 LINE 13 COL 5 PIC X(70) FROM W-NOMBRE-REG-1.
          05 LINE 14 COL 5 PIC X(22) FROM W-NOMBRE-REG-2.
          05 LINE 16 COL 5 VALUE "SIMILITUD.....:".
          05 LINE 16 COL 22 PIC 9(03) FROM SIMILITUD-REVNOM.
          05 LINE 16 COL 30 VALUE "UMBRAL:".
          05 LINE 16 COL 42 PIC 9(03) FROM UMBRAL-REVNOM.
          05 LINE 18 COL 5 VALUE "DECISION......:".
          05 LINE 18 COL 22 PIC X(01) USING W-DECISION.
          05 LINE 19 COL 5
             VALUE "A=ACEPTAR R=RECHAZAR BLANCO=DEJAR PENDIENTE F=FIN".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           DISPLAY PANTALLA-ANALISTA
           ACCEPT PANTALLA-ANALISTA
           IF W-ANALISTA = SPACES
              DISPLAY "EL ANALISTA ES OBLIGATORIO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O REVISION-NOMBRES
           IF COD-RET-REVNOM NOT = "00"
              DISPLAY "NO HAY COLA DE REVISION DE NOMBRES ("
                      COD-RET-REVNOM "); AUN NO SE ENCOLO NADA?"
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1000-RECORRER-COLA
           CLOSE REVISION-NOMBRES
           DISPLAY "CASOS VISTOS.............. " CONT-VISTOS
           DISPLAY "ACEPTADOS................. " CONT-ACEPTADOS
           DISPLAY "RECHAZADOS................ " CONT-RECHAZADOS
           DISPLAY "CAMBIADOS MIENTRAS TANTO.. " CONT-CAMBIADOS
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
      *1000-RECORRER-COLA.
      ** SOLO SE MUESTRAN LOS CASOS PENDIENTES; LOS YA DECIDIDOS
      ** ESPERAN A ACTALEJUR Y LOS APLICADOS QUEDAN DE ANTECEDENTE
      ******************************************************************
       1000-RECORRER-COLA.
           MOVE LOW-VALUES TO LLAVE-REVNOM
           START REVISION-NOMBRES KEY IS NOT LESS THAN LLAVE-REVNOM
              INVALID KEY
                 MOVE 1 TO SW-FIN-COLA
           END-START
           PERFORM UNTIL SW-FIN-COLA = 1
              READ REVISION-NOMBRES NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-COLA
              END-READ
              IF SW-FIN-COLA = 0 AND REVNOM-PENDIENTE
                 PERFORM 2000-ATENDER-UN-CASO
              END-IF
           END-PERFORM.

      ******************************************************************
      *2000-ATENDER-UN-CASO.
      ******************************************************************
       2000-ATENDER-UN-CASO.
           ADD 1 TO CONT-VISTOS
           MOVE NOMBRE-ENT-REVNOM TO W-NOMBRE-FEED
           MOVE NOMBRE-REG-REVNOM TO W-NOMBRE-REGISTRADO
           MOVE SPACE TO W-DECISION
           DISPLAY PANTALLA-CASO
           ACCEPT PANTALLA-CASO
           EVALUATE W-DECISION
              WHEN "A"
              WHEN "a"
                 MOVE "A" TO W-DECISION
                 PERFORM 3000-GRABAR-DECISION
              WHEN "R"
              WHEN "r"
                 MOVE "R" TO W-DECISION
                 PERFORM 3000-GRABAR-DECISION
              WHEN "F"
              WHEN "f"
                 MOVE 1 TO SW-FIN-COLA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      *3000-GRABAR-DECISION.
      ** EL CASO SE RELEE ANTES DE GRABAR: SI ACTALEJUR LO REEMPLAZO
      ** MIENTRAS EL ANALISTA LO MIRABA (OTRO ENCOLADO) LA DECISION
      ** NO SE GRABA Y EL CASO SIGUE PENDIENTE CON LOS DATOS NUEVOS
      ******************************************************************
       3000-GRABAR-DECISION.
           MOVE FEC-ENCOLA-REVNOM TO W-FEC-ENCOLA-VISTA
           READ REVISION-NOMBRES
              INVALID KEY
                 MOVE "23" TO COD-RET-REVNOM
           END-READ
           IF COD-RET-REVNOM NOT = "00"
              OR NOT REVNOM-PENDIENTE
              OR FEC-ENCOLA-REVNOM NOT = W-FEC-ENCOLA-VISTA
              OR NOMBRE-ENT-REVNOM NOT = W-NOMBRE-FEED
              ADD 1 TO CONT-CAMBIADOS
              DISPLAY "EL CASO CAMBIO MIENTRAS SE REVISABA, NO SE GRABO"
           ELSE
              ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
              MOVE W-DECISION    TO ESTADO-REVNOM
              MOVE W-ANALISTA    TO ANALISTA-REVNOM
              MOVE FECHA-SISTEMA TO FEC-DECISION-REVNOM
              REWRITE REG-REVNOM
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR LA DECISION ("
                            COD-RET-REVNOM ")"
                 NOT INVALID KEY
                    IF REVNOM-ACEPTADO
                       ADD 1 TO CONT-ACEPTADOS
                    ELSE
                       ADD 1 TO CONT-RECHAZADOS
                    END-IF
              END-REWRITE
           END-IF.

      * REVLISTA.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REVLISTA.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Pantalla del analista de cumplimiento para las coincidencias
      ** con las listas restrictivas del SARLAFT que encuentra
      ** CRUCELIST ($TEMPORALES/COINCLIS.DAT, ver COINCLIS.FD). Por
      ** cada caso se muestran la identificacion, la entrada de la
      ** lista, el nombre como viene en ella, el nombre oficial, la
      ** forma de la coincidencia (documento o nombre) y la similitud,
      ** y el analista decide:
      **   V = verdadera coincidencia (es la persona de la lista)
      **   F = falso positivo (homonimo, no es la persona)
      **   en blanco = dejarlo como esta     S = salir
      ** La decision queda en el caso con el analista y la fecha, y en
      ** la bitacora $TEMPORALES/REVLISTA.JRN (estado anterior y
      ** nuevo). Desde ese momento VERLISTA informa la verdadera
      ** coincidencia a los servicios de consulta; el falso positivo
      ** no vuelve a la cola en las siguientes corridas de CRUCELIST.
      **
      ** USO: REVLISTA              solo los casos pendientes
      **      REVLISTA DECIDIDAS    tambien los ya decididos (V y F),
      **                            para corregir una decision
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COINCLIS.FS.

           SELECT BITACORA-REVISION
                  ASSIGN TO "$TEMPORALES/REVLISTA.JRN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-JRN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY COINCLIS.FD.

       FD  BITACORA-REVISION.
       01  REG-BITACORA-REV.
           02 JRN-FECHA                PIC 9(08).
           02 FILLER                   PIC X(01).
           02 JRN-HORA                 PIC 9(06).
           02 FILLER                   PIC X(01).
           02 JRN-ANALISTA             PIC X(10).
           02 FILLER                   PIC X(01).
           02 JRN-LLAVE                PIC X(31).
           02 FILLER                   PIC X(01).
           02 JRN-ESTADO-ANTES         PIC X(01).
           02 FILLER                   PIC X(01).
           02 JRN-ESTADO-DESPUES       PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-COINCLIS         PIC X(2) VALUE ZEROS.
       01 COD-RET-JRN              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(20) VALUE SPACES.
       01 W-OPCION                 PIC X(10) VALUE SPACES.
          88 VER-DECIDIDAS                   VALUE "DECIDIDAS".
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA             PIC 9(08) VALUE 0.
       01 W-ANALISTA               PIC X(10) VALUE SPACES.
       01 W-DECISION               PIC X(01) VALUE SPACE.
       01 W-ESTADO-VISTO           PIC X(01) VALUE SPACE.
       01 W-FEC-DETECCION-VISTA    PIC 9(08) VALUE 0.
       01 SW-FIN-COLA              PIC 9(01) VALUE 0.
       01 W-FORMA-TEXTO            PIC X(12) VALUE SPACES.
       01 W-ESTADO-TEXTO           PIC X(22) VALUE SPACES.
       01 W-NOMBRE-LISTA           PIC X(92) VALUE SPACES.
       01 FILLER REDEFINES W-NOMBRE-LISTA.
          03 W-NOMBRE-LISTA-1         PIC X(70).
          03 W-NOMBRE-LISTA-2         PIC X(22).
       01 W-NOMBRE-OFICIAL         PIC X(92) VALUE SPACES.
       01 FILLER REDEFINES W-NOMBRE-OFICIAL.
          03 W-NOMBRE-OFIC-1          PIC X(70).
          03 W-NOMBRE-OFIC-2          PIC X(22).

       01 CONTADORES-REVISION.
          03 CONT-VISTOS              PIC 9(06) VALUE 0.
          03 CONT-VERDADERAS          PIC 9(06) VALUE 0.
          03 CONT-FALSAS              PIC 9(06) VALUE 0.
          03 CONT-CAMBIADOS           PIC 9(06) VALUE 0.

       SCREEN SECTION.
       01 PANTALLA-ANALISTA.
          05 BLANK SCREEN.
          05 LINE 2 COL 10
             VALUE "COINCIDENCIAS CON LISTAS RESTRICTIVAS (SARLAFT)".
          05 LINE 4 COL 5  VALUE "ANALISTA......:".
          05 LINE 4 COL 22 PIC X(10) USING W-ANALISTA.

       01 PANTALLA-CASO.
          05 BLANK SCREEN.
          05 LINE 2 COL 10
             VALUE "COINCIDENCIAS CON LISTAS RESTRICTIVAS (SARLAFT)".
          05 LINE 4 COL 5  VALUE "TIPO IDE......:".
          05 LINE 4 COL 22 PIC 9(01) FROM TIPO-IDE-COINCLIS.
          05 LINE 4 COL 30 VALUE "NUMERO IDE:".
          05 LINE 4 COL 42 PIC 9(11) FROM NUM-IDE-COINCLIS.
          05 LINE 5 COL 5  VALUE "LISTA.........:".
          05 LINE 5 COL 22 PIC X(04) FROM COD-LISTA-COINCLIS.
          05 LINE 5 COL 30 VALUE "REFERENCIA:".
          05 LINE 5 COL 42 PIC X(15) FROM REF-LISTA-COINCLIS.
          05 LINE 6 COL 5  VALUE "CATEGORIA.....:".
          05 LINE 6 COL 22 PIC X(20) FROM CATEGORIA-COINCLIS.
          05 LINE 7 COL 5  VALUE "DETECTADA EL..:".
          05 LINE 7 COL 22 PIC 9(08) FROM FEC-DETECCION-COINCLIS.
          05 LINE 7 COL 30 VALUE "ESTADO....:".
          05 LINE 7 COL 42 PIC X(22) FROM W-ESTADO-TEXTO.
          05 LINE 9 COL 5  VALUE "NOMBRE EN LA LISTA:".
          05 LINE 10 COL 5 PIC X(70) FROM W-NOMBRE-LISTA-1.
          05 LINE 11 COL 5 PIC X(22) FROM W-NOMBRE-LISTA-2.
          05 LINE 13 COL 5 VALUE "NOMBRE OFICIAL (REGISTRADURIA):".
          05 LINE 14 COL 5 PIC X(70) FROM W-NOMBRE-OFIC-1.
          05 LINE 15 COL 5 PIC X(22) FROM W-NOMBRE-OFIC-2.
          05 LINE 17 COL 5 VALUE "COINCIDE POR..:".
          05 LINE 17 COL 22 PIC X(12) FROM W-FORMA-TEXTO.
          05 LINE 17 COL 36 VALUE "SIMILITUD:".
          05 LINE 17 COL 47 PIC 9(03) FROM SIMILITUD-COINCLIS.
          05 LINE 17 COL 52 VALUE "UMBRAL:".
          05 LINE 17 COL 60 PIC 9(03) FROM UMBRAL-COINCLIS.
          05 LINE 19 COL 5 VALUE "DECISION......:".
          05 LINE 19 COL 22 PIC X(01) USING W-DECISION.
          05 LINE 20 COL 5
             VALUE "V=VERDADERA F=FALSO POSITIVO BLANCO=DEJAR S=SALIR".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
              INTO W-OPCION
           END-UNSTRING
           IF W-OPCION NOT = SPACES AND NOT VER-DECIDIDAS
              DISPLAY "USO: REVLISTA [DECIDIDAS]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY PANTALLA-ANALISTA
           ACCEPT PANTALLA-ANALISTA
           IF W-ANALISTA = SPACES
              DISPLAY "EL ANALISTA ES OBLIGATORIO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O COINCIDENCIAS-LISTAS
           IF COD-RET-COINCLIS NOT = "00"
              DISPLAY "NO HAY COINCIDENCIAS CON LISTAS ("
                      COD-RET-COINCLIS "); AUN NO CORRIO CRUCELIST?"
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND BITACORA-REVISION
           IF COD-RET-JRN = "35"
              OPEN OUTPUT BITACORA-REVISION
           END-IF
           IF COD-RET-JRN NOT = "00"
              DISPLAY "Error Abriendo el Archivo REVLISTA.JRN "
                      COD-RET-JRN
              CLOSE COINCIDENCIAS-LISTAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1000-RECORRER-COLA
           CLOSE COINCIDENCIAS-LISTAS BITACORA-REVISION
           DISPLAY "CASOS VISTOS.............. " CONT-VISTOS
           DISPLAY "VERDADERAS COINCIDENCIAS.. " CONT-VERDADERAS
           DISPLAY "FALSOS POSITIVOS.......... " CONT-FALSAS
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
      ** POR OMISION SOLO LOS PENDIENTES; CON DECIDIDAS TAMBIEN LOS V
      ** Y F. LOS QUE SALIERON DE LA LISTA (R) NO SE MUESTRAN
      ******************************************************************
       1000-RECORRER-COLA.
           MOVE LOW-VALUES TO LLAVE-COINCLIS
           START COINCIDENCIAS-LISTAS
              KEY IS NOT LESS THAN LLAVE-COINCLIS
              INVALID KEY
                 MOVE 1 TO SW-FIN-COLA
           END-START
           PERFORM UNTIL SW-FIN-COLA = 1
              READ COINCIDENCIAS-LISTAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-COLA
              END-READ
              IF SW-FIN-COLA = 0
                 IF COINCLIS-PENDIENTE
                    OR (VER-DECIDIDAS
                        AND (COINCLIS-VERDADERA OR COINCLIS-FALSA))
                    PERFORM 2000-ATENDER-UN-CASO
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *2000-ATENDER-UN-CASO.
      ******************************************************************
       2000-ATENDER-UN-CASO.
           ADD 1 TO CONT-VISTOS
           MOVE NOMBRE-LISTA-COINCLIS TO W-NOMBRE-LISTA
           IF NOMBRE-OFIC-COINCLIS = SPACES
              MOVE "(SIN NOMBRE OFICIAL EN BDIINOMB)"
                TO W-NOMBRE-OFICIAL
           ELSE
              MOVE NOMBRE-OFIC-COINCLIS TO W-NOMBRE-OFICIAL
           END-IF
           IF COINCLIS-POR-DOCUMENTO
              MOVE "DOCUMENTO"    TO W-FORMA-TEXTO
           ELSE
              MOVE "NOMBRE"       TO W-FORMA-TEXTO
           END-IF
           EVALUATE TRUE
              WHEN COINCLIS-VERDADERA
                 MOVE "VERDADERA COINCIDENCIA" TO W-ESTADO-TEXTO
              WHEN COINCLIS-FALSA
                 MOVE "FALSO POSITIVO"         TO W-ESTADO-TEXTO
              WHEN OTHER
                 MOVE "PENDIENTE"              TO W-ESTADO-TEXTO
           END-EVALUATE
           MOVE SPACE TO W-DECISION
           DISPLAY PANTALLA-CASO
           ACCEPT PANTALLA-CASO
           EVALUATE W-DECISION
              WHEN "V"
              WHEN "v"
                 MOVE "V" TO W-DECISION
                 PERFORM 3000-GRABAR-DECISION
              WHEN "F"
              WHEN "f"
                 MOVE "F" TO W-DECISION
                 PERFORM 3000-GRABAR-DECISION
              WHEN "S"
              WHEN "s"
                 MOVE 1 TO SW-FIN-COLA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      *3000-GRABAR-DECISION.
      ** EL CASO SE RELEE ANTES DE GRABAR: SI CRUCELIST LO CAMBIO
      ** MIENTRAS EL ANALISTA LO MIRABA (SALIO DE LA LISTA O SE
      ** VOLVIO A ENCOLAR) LA DECISION NO SE GRABA. DECIDIR LO MISMO
      ** QUE YA ESTABA NO DEJA RASTRO
      ******************************************************************
       3000-GRABAR-DECISION.
           MOVE ESTADO-COINCLIS        TO W-ESTADO-VISTO
           MOVE FEC-DETECCION-COINCLIS TO W-FEC-DETECCION-VISTA
           READ COINCIDENCIAS-LISTAS
              INVALID KEY
                 MOVE "23" TO COD-RET-COINCLIS
           END-READ
           IF COD-RET-COINCLIS NOT = "00"
              OR ESTADO-COINCLIS NOT = W-ESTADO-VISTO
              OR FEC-DETECCION-COINCLIS NOT = W-FEC-DETECCION-VISTA
              ADD 1 TO CONT-CAMBIADOS
              DISPLAY "EL CASO CAMBIO MIENTRAS SE REVISABA, NO SE GRABO"
           ELSE
              IF W-DECISION NOT = ESTADO-COINCLIS
                 ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
                 ACCEPT HORA-SISTEMA FROM TIME
                 MOVE W-DECISION    TO ESTADO-COINCLIS
                 MOVE W-ANALISTA    TO ANALISTA-COINCLIS
                 MOVE FECHA-SISTEMA TO FEC-DECISION-COINCLIS
                 REWRITE REG-COINCLIS
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA DECISION ("
                               COD-RET-COINCLIS ")"
                    NOT INVALID KEY
                       IF COINCLIS-VERDADERA
                          ADD 1 TO CONT-VERDADERAS
                       ELSE
                          ADD 1 TO CONT-FALSAS
                       END-IF
                       PERFORM 3100-ASENTAR-DECISION
                 END-REWRITE
              END-IF
           END-IF.

      ******************************************************************
      *3100-ASENTAR-DECISION.
      ******************************************************************
       3100-ASENTAR-DECISION.
           MOVE SPACES             TO REG-BITACORA-REV
           MOVE FECHA-SISTEMA      TO JRN-FECHA
           MOVE HORA-SISTEMA(1:6)  TO JRN-HORA
           MOVE W-ANALISTA         TO JRN-ANALISTA
           MOVE LLAVE-COINCLIS     TO JRN-LLAVE
           MOVE W-ESTADO-VISTO     TO JRN-ESTADO-ANTES
           MOVE ESTADO-COINCLIS    TO JRN-ESTADO-DESPUES
           WRITE REG-BITACORA-REV.

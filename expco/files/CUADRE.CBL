      * CUADRE.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUADRE.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Cuadre de totales de control de la cadena nocturna: toma los
      ** totales que cada paso asento en el libro comun
      ** $TEMPORALES/TOTCTL.DAT (ver TOTCTL.CBL) y les aplica las
      ** reglas de balanceo de cada cadena, para que un traspaso que
      ** no cierra (lo que RECEPFEED registro contra lo que ACTALEJUR
      ** leyo, lo leido contra lo aplicado mas lo rechazado) se vea
      ** con los dos numeros en la mano en vez de aparecer semanas
      ** despues en una conciliacion.
      **
      ** USO: CUADRE [<noche AAAAMMDD>] [<cadena>]
      **   noche : por defecto la noche en curso o recien terminada
      **           (antes del mediodia, la de ayer), el mismo corte
      **           con que TOTCTL fecha los asientos
      **   cadena: solo las reglas de esa cadena
      **
      ** Las reglas estan en $TEMPORALES/CUADRE.CFG, una por renglon
      ** ("*" en la columna 1 es comentario), con los terminos
      ** separados por espacios:
      **   <cadena> <termino> [+ <termino> ...] = <termino> [+ ...]
      ** donde cada termino es PROGRAMA.CONCEPTO tal como se asento
      ** en el libro; los asientos repetidos de la noche se suman.
      ** Por ejemplo:
      **   JURISCOOP RECEPFEED.JURISCOOP = ACTALEJUR.LEIDOS
      **   JURISCOOP ACTALEJUR.LEIDOS = ACTALEJUR.APLICADOS
      **             + ACTALEJUR.RECHAZADOS + ACTALEJUR.RECICLADOS
      **             + ACTALEJUR.SALTADOS          (en un renglon)
      **
      ** Cada regla sale CUADRA, DESCUADRE (con la izquierda, la
      ** derecha y la diferencia), INCOMPLETA (algun paso de la regla
      ** no asento esa noche) o NO CORRIO (ninguno asento: la cadena
      ** no tuvo movimiento). Informe en $TEMPORALES/CUADRE.<noche>.
      **
      ** RC 0 todo cuadra; RC 4 reglas incompletas o mal escritas, o
      ** libro sin asientos de la noche; RC 8 algun descuadre (con
      ** aviso FALLA por NOTIFICAR); RC 16 error de uso o sin reglas.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TOTCTL.FS.

           SELECT REGLAS-CUADRE
                  ASSIGN TO "$TEMPORALES/CUADRE.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CFG.

           SELECT REPORTE-CUADRE
                  ASSIGN TO DISK W-REPORTE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY TOTCTL.FD.

       FD  REGLAS-CUADRE.
       01  REG-REGLA                   PIC X(200).

       FD  REPORTE-CUADRE.
       01  REG-REPORTE                 PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-TCT              PIC X(2) VALUE ZEROS.
       01 COD-RET-CFG              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-NOCHE-X                PIC X(08) VALUE SPACES.
       01 W-CADENA-PARM            PIC X(12) VALUE SPACES.
       01 W-FECHA-NOCHE            PIC 9(08) VALUE 0.
       01 W-HORA-CORTE             PIC 9(06) VALUE 120000.
       01 W-REPORTE-NAME           PIC X(60) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 SW-FIN-TCT               PIC 9(01) VALUE 0.
       01 SW-FIN-CFG               PIC 9(01) VALUE 0.
       01 SW-FIN-TOKENS            PIC 9(01) VALUE 0.
       01 SW-MAL-FORMADA           PIC 9(01) VALUE 0.
       01 SW-HALLADO               PIC 9(01) VALUE 0.

      **** TOTALES DE LA NOCHE POR PROGRAMA Y CONCEPTO
       01 W-CANT-TOT               PIC 9(04) VALUE 0.
       01 W-IDX-TOT                PIC 9(04) VALUE 0.
       01 TABLA-TOTALES.
          03 TOT OCCURS 400.
             05 TOT-PROGRAMA          PIC X(10).
             05 TOT-CONCEPTO          PIC X(12).
             05 TOT-VALOR             PIC 9(15).
             05 TOT-ASIENTOS          PIC 9(05).

      **** TERMINOS DE LA REGLA EN CURSO
       01 W-CANT-TRM               PIC 9(02) VALUE 0.
       01 W-IDX-TRM                PIC 9(02) VALUE 0.
       01 TABLA-TERMINOS.
          03 TRM OCCURS 20.
             05 TRM-LADO              PIC 9(01).
             05 TRM-NOMBRE            PIC X(30).
             05 TRM-VALOR             PIC 9(15).
             05 TRM-HALLADO           PIC 9(01).
       01 W-PUNTERO                PIC 9(03) VALUE 0.
       01 W-TOKEN                  PIC X(30) VALUE SPACES.
       01 W-CADENA-REGLA           PIC X(12) VALUE SPACES.
       01 W-LADO                   PIC 9(01) VALUE 0.
       01 W-TERM-PROGRAMA          PIC X(10) VALUE SPACES.
       01 W-TERM-CONCEPTO          PIC X(12) VALUE SPACES.
       01 W-TERM-RESTO             PIC X(10) VALUE SPACES.
       01 W-SUMA-IZQ               PIC 9(15) VALUE 0.
       01 W-SUMA-DER               PIC 9(15) VALUE 0.
       01 W-DIFERENCIA             PIC S9(15) VALUE 0.
       01 W-CANT-FALTAN            PIC 9(02) VALUE 0.
       01 W-CANT-IZQ               PIC 9(02) VALUE 0.
       01 W-CANT-DER               PIC 9(02) VALUE 0.
       01 W-RESULTADO              PIC X(12) VALUE SPACES.
       01 W-RC-FINAL               PIC 9(04) VALUE 0.

      **** CONTADORES DEL CUADRE
       01 CONT-ASIENTOS-NOCHE      PIC 9(08) VALUE 0.
       01 CONT-TOT-DESBORDE        PIC 9(08) VALUE 0.
       01 CONT-REGLAS              PIC 9(04) VALUE 0.
       01 CONT-CUADRAN             PIC 9(04) VALUE 0.
       01 CONT-DESCUADRES          PIC 9(04) VALUE 0.
       01 CONT-INCOMPLETAS         PIC 9(04) VALUE 0.
       01 CONT-NO-CORRIO           PIC 9(04) VALUE 0.
       01 CONT-MAL-FORMADAS        PIC 9(04) VALUE 0.

      **** LINEAS DEL INFORME
       01 W-LINEA                  PIC X(132) VALUE SPACES.
       01 W-EDIT-IZQ               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 W-EDIT-DER               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 W-EDIT-DIF               PIC ---,---,---,---,--9.
       01 W-EDIT-CANT              PIC ZZZ9.

      **** AVISO AL CANAL DE OPERACIONES (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "CUADRE".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Cuadre de totales de control de la noche     *"
           DISPLAY "*           PROGRAMA : CUADRE.CBL              *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 2000-CARGAR-LIBRO
           PERFORM 3000-ABRIR-REPORTE
           PERFORM 4000-EVALUAR-REGLAS
           PERFORM 5000-SACAR-RESUMEN
           CLOSE REPORTE-CUADRE
           PERFORM 6000-NOTIFICAR-RESULTADO
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
      ** SIN NOCHE SE TOMA LA EN CURSO O RECIEN TERMINADA, CON EL
      ** MISMO CORTE DEL MEDIODIA QUE USA TOTCTL AL ASENTAR
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-NOCHE-X W-CADENA-PARM
           END-UNSTRING
           EVALUATE TRUE
              WHEN W-NOCHE-X = SPACES
                 MOVE FECHA-SISTEMA TO W-FECHA-NOCHE
                 IF HORA-SIST-HHMMSS < W-HORA-CORTE
                    COMPUTE W-FECHA-NOCHE = FUNCTION DATE-OF-INTEGER
                         (FUNCTION INTEGER-OF-DATE (FECHA-SISTEMA) - 1)
                 END-IF
              WHEN W-NOCHE-X IS NUMERIC
                 MOVE W-NOCHE-X TO W-FECHA-NOCHE
              WHEN OTHER
                 DISPLAY "Uso: CUADRE [<noche AAAAMMDD>] [<cadena>]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           MOVE SPACES TO W-REPORTE-NAME
           STRING "$TEMPORALES/CUADRE." DELIMITED BY SIZE
                  W-FECHA-NOCHE         DELIMITED BY SIZE
                  INTO W-REPORTE-NAME
           END-STRING
           DISPLAY "NOCHE  : " W-FECHA-NOCHE
           IF W-CADENA-PARM NOT = SPACES
              DISPLAY "CADENA : " W-CADENA-PARM
           END-IF.

      ******************************************************************
      *2000-CARGAR-LIBRO.
      ** SUMA POR PROGRAMA+CONCEPTO LOS ASIENTOS DE LA NOCHE; SIN
      ** LIBRO TODAS LAS REGLAS SALEN SIN MOVIMIENTO
      ******************************************************************
       2000-CARGAR-LIBRO.
           OPEN INPUT LIBRO-TOTALES
           IF COD-RET-TCT NOT = "00"
              DISPLAY "NO HAY LIBRO DE TOTALES (TOTCTL.DAT, "
                      COD-RET-TCT ")"
           ELSE
              PERFORM UNTIL SW-FIN-TCT = 1
                 READ LIBRO-TOTALES NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-TCT
                 END-READ
                 IF SW-FIN-TCT = 0 AND TCT-NOCHE = W-FECHA-NOCHE
                    AND TCT-VALOR IS NUMERIC
                    PERFORM 2100-ACUMULAR-ASIENTO
                 END-IF
              END-PERFORM
              CLOSE LIBRO-TOTALES
           END-IF
           DISPLAY "ASIENTOS DE LA NOCHE: " CONT-ASIENTOS-NOCHE
           IF CONT-TOT-DESBORDE > 0
              DISPLAY "TOTALES SIN LUGAR EN LA TABLA: "
                      CONT-TOT-DESBORDE
           END-IF.

      ******************************************************************
      *2100-ACUMULAR-ASIENTO.
      ******************************************************************
       2100-ACUMULAR-ASIENTO.
           ADD 1 TO CONT-ASIENTOS-NOCHE
           MOVE TCT-PROGRAMA TO W-TERM-PROGRAMA
           MOVE TCT-CONCEPTO TO W-TERM-CONCEPTO
           PERFORM 4300-BUSCAR-TOTAL
           IF SW-HALLADO = 1
              ADD TCT-VALOR TO TOT-VALOR(W-IDX-TOT)
              ADD 1 TO TOT-ASIENTOS(W-IDX-TOT)
           ELSE
              IF W-CANT-TOT < 400
                 ADD 1 TO W-CANT-TOT
                 MOVE TCT-PROGRAMA TO TOT-PROGRAMA(W-CANT-TOT)
                 MOVE TCT-CONCEPTO TO TOT-CONCEPTO(W-CANT-TOT)
                 MOVE TCT-VALOR    TO TOT-VALOR(W-CANT-TOT)
                 MOVE 1            TO TOT-ASIENTOS(W-CANT-TOT)
              ELSE
                 ADD 1 TO CONT-TOT-DESBORDE
              END-IF
           END-IF.

      ******************************************************************
      *3000-ABRIR-REPORTE.
      ******************************************************************
       3000-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE-CUADRE
           IF COD-RET-REP NOT = "00"
              DISPLAY "No se pudo abrir el informe " W-REPORTE-NAME
                      " (" COD-RET-REP ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-LINEA
           STRING "CUADRE DE TOTALES DE CONTROL - NOCHE "
                                          DELIMITED BY SIZE
                  W-FECHA-NOCHE           DELIMITED BY SIZE
                  "   CORRIDO EL "        DELIMITED BY SIZE
                  FECHA-SISTEMA           DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  HORA-SIST-HHMMSS        DELIMITED BY SIZE
                  INTO W-LINEA
           END-STRING
           PERFORM 8000-ESCRIBIR-LINEA
           IF W-CADENA-PARM NOT = SPACES
              MOVE SPACES TO W-LINEA
              STRING "SOLO LA CADENA " DELIMITED BY SIZE
                     W-CADENA-PARM     DELIMITED BY SPACE
                     INTO W-LINEA
              END-STRING
              PERFORM 8000-ESCRIBIR-LINEA
           END-IF
           MOVE ALL "=" TO W-LINEA(1:100)
           PERFORM 8000-ESCRIBIR-LINEA.

      ******************************************************************
      *4000-EVALUAR-REGLAS.
      ******************************************************************
       4000-EVALUAR-REGLAS.
           OPEN INPUT REGLAS-CUADRE
           IF COD-RET-CFG NOT = "00"
              DISPLAY "No se pudo abrir las reglas CUADRE.CFG ("
                      COD-RET-CFG ")"
              MOVE "NO HAY REGLAS DE CUADRE (CUADRE.CFG)" TO W-LINEA
              PERFORM 8000-ESCRIBIR-LINEA
              CLOSE REPORTE-CUADRE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL SW-FIN-CFG = 1
              READ REGLAS-CUADRE NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-CFG
              END-READ
              IF SW-FIN-CFG = 0
                 AND REG-REGLA(1:1) NOT = "*"
                 AND REG-REGLA NOT = SPACES
                 PERFORM 4100-EVALUAR-REGLA
              END-IF
           END-PERFORM
           CLOSE REGLAS-CUADRE.

      ******************************************************************
      *4100-EVALUAR-REGLA.
      ** EL PRIMER TOKEN ES LA CADENA; DESPUES, TERMINOS UNIDOS POR
      ** "+" Y UN UNICO "=" QUE SEPARA LA IZQUIERDA DE LA DERECHA
      ******************************************************************
       4100-EVALUAR-REGLA.
           MOVE SPACES TO W-CADENA-REGLA
           MOVE 1 TO W-PUNTERO
           UNSTRING REG-REGLA DELIMITED BY ALL " "
                    INTO W-CADENA-REGLA
                    WITH POINTER W-PUNTERO
           END-UNSTRING
           IF W-CADENA-PARM NOT = SPACES
              AND W-CADENA-REGLA NOT = W-CADENA-PARM
              CONTINUE
           ELSE
              ADD 1 TO CONT-REGLAS
              MOVE 0 TO SW-MAL-FORMADA SW-FIN-TOKENS
              MOVE 0 TO W-CANT-TRM W-CANT-IZQ W-CANT-DER
              MOVE 0 TO W-SUMA-IZQ W-SUMA-DER W-CANT-FALTAN
              MOVE 1 TO W-LADO
              PERFORM UNTIL SW-FIN-TOKENS = 1 OR W-PUNTERO > 200
                 MOVE SPACES TO W-TOKEN
                 UNSTRING REG-REGLA DELIMITED BY ALL " "
                          INTO W-TOKEN
                          WITH POINTER W-PUNTERO
                 END-UNSTRING
                 EVALUATE TRUE
                    WHEN W-TOKEN = SPACES
                       MOVE 1 TO SW-FIN-TOKENS
                    WHEN W-TOKEN = "="
                       IF W-LADO = 2
                          MOVE 1 TO SW-MAL-FORMADA
                       END-IF
                       MOVE 2 TO W-LADO
                    WHEN W-TOKEN = "+"
                       CONTINUE
                    WHEN OTHER
                       PERFORM 4200-TOMAR-TERMINO
                 END-EVALUATE
              END-PERFORM
              IF W-LADO NOT = 2 OR W-CANT-IZQ = 0 OR W-CANT-DER = 0
                 MOVE 1 TO SW-MAL-FORMADA
              END-IF
              PERFORM 4400-CALIFICAR-REGLA
              PERFORM 4500-INFORMAR-REGLA
           END-IF.

      ******************************************************************
      *4200-TOMAR-TERMINO.
      ** PROGRAMA.CONCEPTO; UN TERMINO QUE NO ESTA EN EL LIBRO DE LA
      ** NOCHE SE ANOTA COMO FALTANTE (NO COMO CERO)
      ******************************************************************
       4200-TOMAR-TERMINO.
           IF W-CANT-TRM NOT < 20
              MOVE 1 TO SW-MAL-FORMADA
           ELSE
              MOVE SPACES TO W-TERM-PROGRAMA W-TERM-CONCEPTO
                             W-TERM-RESTO
              UNSTRING W-TOKEN DELIMITED BY "."
                       INTO W-TERM-PROGRAMA W-TERM-CONCEPTO
                            W-TERM-RESTO
              END-UNSTRING
              IF W-TERM-PROGRAMA = SPACES OR W-TERM-CONCEPTO = SPACES
                 OR W-TERM-RESTO NOT = SPACES
                 MOVE 1 TO SW-MAL-FORMADA
              END-IF
              ADD 1 TO W-CANT-TRM
              MOVE W-LADO  TO TRM-LADO(W-CANT-TRM)
              MOVE W-TOKEN TO TRM-NOMBRE(W-CANT-TRM)
              MOVE 0       TO TRM-VALOR(W-CANT-TRM)
              PERFORM 4300-BUSCAR-TOTAL
              IF SW-HALLADO = 1
                 MOVE 1 TO TRM-HALLADO(W-CANT-TRM)
                 MOVE TOT-VALOR(W-IDX-TOT) TO TRM-VALOR(W-CANT-TRM)
              ELSE
                 MOVE 0 TO TRM-HALLADO(W-CANT-TRM)
                 ADD 1 TO W-CANT-FALTAN
              END-IF
              IF W-LADO = 1
                 ADD 1 TO W-CANT-IZQ
                 ADD TRM-VALOR(W-CANT-TRM) TO W-SUMA-IZQ
              ELSE
                 ADD 1 TO W-CANT-DER
                 ADD TRM-VALOR(W-CANT-TRM) TO W-SUMA-DER
              END-IF
           END-IF.

      ******************************************************************
      *4300-BUSCAR-TOTAL.
      ** BUSCA W-TERM-PROGRAMA + W-TERM-CONCEPTO EN LA TABLA DE
      ** TOTALES; DEJA SW-HALLADO Y W-IDX-TOT
      ******************************************************************
       4300-BUSCAR-TOTAL.
           MOVE 0 TO SW-HALLADO
           MOVE 0 TO W-IDX-TOT
           PERFORM UNTIL SW-HALLADO = 1 OR W-IDX-TOT NOT < W-CANT-TOT
              ADD 1 TO W-IDX-TOT
              IF TOT-PROGRAMA(W-IDX-TOT) = W-TERM-PROGRAMA
                 AND TOT-CONCEPTO(W-IDX-TOT) = W-TERM-CONCEPTO
                 MOVE 1 TO SW-HALLADO
              END-IF
           END-PERFORM.

      ******************************************************************
      *4400-CALIFICAR-REGLA.
      ******************************************************************
       4400-CALIFICAR-REGLA.
           COMPUTE W-DIFERENCIA = W-SUMA-IZQ - W-SUMA-DER
           EVALUATE TRUE
              WHEN SW-MAL-FORMADA = 1
                 MOVE "MAL ESCRITA" TO W-RESULTADO
                 ADD 1 TO CONT-MAL-FORMADAS
              WHEN W-CANT-FALTAN = W-CANT-TRM
                 MOVE "NO CORRIO" TO W-RESULTADO
                 ADD 1 TO CONT-NO-CORRIO
              WHEN W-CANT-FALTAN > 0
                 MOVE "INCOMPLETA" TO W-RESULTADO
                 ADD 1 TO CONT-INCOMPLETAS
              WHEN W-DIFERENCIA = 0
                 MOVE "CUADRA" TO W-RESULTADO
                 ADD 1 TO CONT-CUADRAN
              WHEN OTHER
                 MOVE "DESCUADRE" TO W-RESULTADO
                 ADD 1 TO CONT-DESCUADRES
           END-EVALUATE.

      ******************************************************************
      *4500-INFORMAR-REGLA.
      ** LA REGLA TAL COMO ESTA ESCRITA, CADA TERMINO CON SU VALOR Y
      ** EL RESULTADO CON LOS DOS NUMEROS DEL TRASPASO
      ******************************************************************
       4500-INFORMAR-REGLA.
           MOVE SPACES TO W-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE SPACES TO W-LINEA
           STRING "REGLA: " DELIMITED BY SIZE
                  REG-REGLA(1:120) DELIMITED BY SIZE
                  INTO W-LINEA
           END-STRING
           PERFORM 8000-ESCRIBIR-LINEA
           PERFORM 4510-INFORMAR-TERMINO
                   VARYING W-IDX-TRM FROM 1 BY 1
                   UNTIL W-IDX-TRM > W-CANT-TRM
           MOVE W-SUMA-IZQ   TO W-EDIT-IZQ
           MOVE W-SUMA-DER   TO W-EDIT-DER
           MOVE W-DIFERENCIA TO W-EDIT-DIF
           MOVE SPACES TO W-LINEA
           STRING "   => " DELIMITED BY SIZE
                  W-RESULTADO DELIMITED BY SIZE
                  " IZQUIERDA " DELIMITED BY SIZE
                  W-EDIT-IZQ DELIMITED BY SIZE
                  "  DERECHA " DELIMITED BY SIZE
                  W-EDIT-DER DELIMITED BY SIZE
                  "  DIFERENCIA " DELIMITED BY SIZE
                  W-EDIT-DIF DELIMITED BY SIZE
                  INTO W-LINEA
           END-STRING
           PERFORM 8000-ESCRIBIR-LINEA
           IF W-RESULTADO = "DESCUADRE"
              DISPLAY "DESCUADRE " W-CADENA-REGLA ": IZQUIERDA "
                      W-EDIT-IZQ " DERECHA " W-EDIT-DER
           END-IF.

      ******************************************************************
      *4510-INFORMAR-TERMINO.
      ******************************************************************
       4510-INFORMAR-TERMINO.
           MOVE TRM-VALOR(W-IDX-TRM) TO W-EDIT-IZQ
           MOVE SPACES TO W-LINEA
           IF TRM-LADO(W-IDX-TRM) = 1
              MOVE "   IZQ " TO W-LINEA(1:7)
           ELSE
              MOVE "   DER " TO W-LINEA(1:7)
           END-IF
           MOVE TRM-NOMBRE(W-IDX-TRM) TO W-LINEA(8:30)
           IF TRM-HALLADO(W-IDX-TRM) = 1
              MOVE W-EDIT-IZQ TO W-LINEA(39:19)
           ELSE
              MOVE "SIN ASIENTO EN LA NOCHE" TO W-LINEA(39:23)
           END-IF
           PERFORM 8000-ESCRIBIR-LINEA.

      ******************************************************************
      *5000-SACAR-RESUMEN.
      ******************************************************************
       5000-SACAR-RESUMEN.
           MOVE SPACES TO W-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE ALL "=" TO W-LINEA(1:100)
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE CONT-REGLAS TO W-EDIT-CANT
           MOVE SPACES TO W-LINEA
           STRING "REGLAS EVALUADAS : " W-EDIT-CANT
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE CONT-CUADRAN TO W-EDIT-CANT
           MOVE SPACES TO W-LINEA
           STRING "  CUADRAN        : " W-EDIT-CANT
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE CONT-DESCUADRES TO W-EDIT-CANT
           MOVE SPACES TO W-LINEA
           STRING "  DESCUADRES     : " W-EDIT-CANT
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE CONT-INCOMPLETAS TO W-EDIT-CANT
           MOVE SPACES TO W-LINEA
           STRING "  INCOMPLETAS    : " W-EDIT-CANT
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE CONT-NO-CORRIO TO W-EDIT-CANT
           MOVE SPACES TO W-LINEA
           STRING "  NO CORRIERON   : " W-EDIT-CANT
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE CONT-MAL-FORMADAS TO W-EDIT-CANT
           MOVE SPACES TO W-LINEA
           STRING "  MAL ESCRITAS   : " W-EDIT-CANT
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           PERFORM 8000-ESCRIBIR-LINEA
           IF CONT-ASIENTOS-NOCHE = 0
              MOVE "EL LIBRO NO TIENE ASIENTOS DE ESTA NOCHE"
                TO W-LINEA
              PERFORM 8000-ESCRIBIR-LINEA
           END-IF
           EVALUATE TRUE
              WHEN CONT-DESCUADRES > 0
                 MOVE 8 TO W-RC-FINAL
              WHEN CONT-INCOMPLETAS > 0 OR CONT-MAL-FORMADAS > 0
                OR CONT-ASIENTOS-NOCHE = 0
                 MOVE 4 TO W-RC-FINAL
              WHEN OTHER
                 MOVE 0 TO W-RC-FINAL
           END-EVALUATE
           DISPLAY "REGLAS " CONT-REGLAS " CUADRAN " CONT-CUADRAN
                   " DESCUADRES " CONT-DESCUADRES " INCOMPLETAS "
                   CONT-INCOMPLETAS
           DISPLAY "INFORME EN " W-REPORTE-NAME.

      ******************************************************************
      *6000-NOTIFICAR-RESULTADO.
      ** UN DESCUADRE ES FALLA: HAY REGISTROS QUE SE PERDIERON O SE
      ** DUPLICARON ENTRE DOS PASOS. UNA REGLA INCOMPLETA ES AVISO
      ******************************************************************
       6000-NOTIFICAR-RESULTADO.
           IF W-RC-FINAL > 0
              MOVE SPACES TO NOTIF-MENSAJE
              IF W-RC-FINAL = 8
                 MOVE "FALLA" TO NOTIF-SEVERIDAD
                 MOVE CONT-DESCUADRES TO W-EDIT-CANT
                 STRING "NOCHE "            DELIMITED BY SIZE
                        W-FECHA-NOCHE       DELIMITED BY SIZE
                        ":"                 DELIMITED BY SIZE
                        W-EDIT-CANT         DELIMITED BY SIZE
                        " TRASPASOS NO CUADRAN, VER CUADRE."
                                            DELIMITED BY SIZE
                        W-FECHA-NOCHE       DELIMITED BY SIZE
                        INTO NOTIF-MENSAJE
                 END-STRING
              END-IF
              IF W-RC-FINAL = 4 AND CONT-ASIENTOS-NOCHE = 0
                 MOVE "AVISO" TO NOTIF-SEVERIDAD
                 STRING "NOCHE "            DELIMITED BY SIZE
                        W-FECHA-NOCHE       DELIMITED BY SIZE
                        ": EL LIBRO DE TOTALES NO TIENE ASIENTOS"
                                            DELIMITED BY SIZE
                        INTO NOTIF-MENSAJE
                 END-STRING
              END-IF
              IF W-RC-FINAL = 4 AND CONT-ASIENTOS-NOCHE > 0
                 MOVE "AVISO" TO NOTIF-SEVERIDAD
                 COMPUTE W-EDIT-CANT = CONT-INCOMPLETAS
                                     + CONT-MAL-FORMADAS
                 STRING "NOCHE "            DELIMITED BY SIZE
                        W-FECHA-NOCHE       DELIMITED BY SIZE
                        ":"                 DELIMITED BY SIZE
                        W-EDIT-CANT         DELIMITED BY SIZE
                        " REGLAS SIN EVALUAR, VER CUADRE."
                                            DELIMITED BY SIZE
                        W-FECHA-NOCHE       DELIMITED BY SIZE
                        INTO NOTIF-MENSAJE
                 END-STRING
              END-IF
              CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                     NOTIF-MENSAJE
              ON EXCEPTION
                 DISPLAY "CUADRE - NOTIFICAR NO DISPONIBLE"
              END-CALL
           END-IF
           MOVE W-RC-FINAL TO RETURN-CODE.

      ******************************************************************
      *8000-ESCRIBIR-LINEA.
      ******************************************************************
       8000-ESCRIBIR-LINEA.
           MOVE W-LINEA TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO W-LINEA.

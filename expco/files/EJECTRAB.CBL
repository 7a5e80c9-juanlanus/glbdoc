      **
      ** PARAMETROS DE LINEA DE COMANDOS:
      **   EJECTRAB <archivo de control> [REINICIO] [ANIDADA]
      **   EJECTRAB <archivo de control> PREVIA [<AAAAMMDD>]
      ** Cada paso que termina OK queda asentado, con su numero de
      ** orden, en el archivo de avance $TEMPORALES/EJECTRAB.PRG. Con
      ** el parametro REINICIO los pasos ya asentados OK en la corrida
      ** anterior se saltean (estado REINICIO en el log, contados
      ** aparte en el resumen) y la cadena retoma en el paso que habia
      ** fallado, sin volver a ejecutar lo que ya estaba bien.
      **
      ** MODO PREVIA: no lanza nada ni toca el log, el avance, la
      ** bitacora ni la distribucion; recorre el archivo de control
      ** como si la cadena corriera el dia indicado (hoy si no se
      ** indica) y lista cada paso que correria o se omitiria y por
      ** que: reglas de calendario contra esa fecha y FERIADOS.CAL,
      ** simbolos de fecha resueltos para esa fecha, condicion y
      ** ventana horaria del paso, y las sub-cadenas expandidas (una
      ** instancia hija en PREVIA ANIDADA deja <archivo>.PRV, que se
      ** copia sangrado debajo del paso SUBCADENA). Cada paso lleva
      ** la duracion proyectada: el promedio del ultimo mes que
      ** DURCORR tiene del programa (se corre DURCORR al arrancar y
      ** se lee DURCORR.REP); un grupo paralelo suma el paso mas
      ** largo de cada ola de MAXPARALELO miembros. Se supone que
      ** cada paso termina OK, asi que SI-OK/SI-AVISO quedan como
      ** condicion anotada; la ventana horaria tambien se anota,
      ** porque depende de la hora real de llegada. La lista queda
      ** en $TEMPORALES/EJECTRAB.PRV y por consola - sirve para
      ** revisar con una semana de anticipacion las noches de fin
      ** de mes y de feriado.
      **
      ** DISTRIBUCION DE INFORMES: cada resultado de paso asentado en
      ** el log se pasa tambien a DISTRIB.CBL, que manda el informe
      ** recien producido a su lista de distribucion
      ** ($TEMPORALES/DISTRIB.CFG, ver MANTDISTR) y avisa si un
      ** informe que tocaba hoy no se produjo.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
                  ASSIGN TO DISK W-AVANCE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AVANCE.

      *    modo PREVIA: lista de lo que correria la cadena, la que
      *    deja una sub-cadena prevista por una instancia hija, y el
      *    reporte de duraciones de DURCORR para proyectar los pasos
           SELECT ARCHIVO-PREVIA
                  ASSIGN TO DISK W-PREVIA-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-PREVIA.

           SELECT ARCHIVO-PREVIA-SUB
                  ASSIGN TO DISK W-PREVIA-SUB-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-PREVIA-SUB.

           SELECT OPTIONAL ARCHIVO-DURACIONES
                  ASSIGN TO "$TEMPORALES/DURCORR.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-DURACIONES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           02 AVA-NRO-PASO             PIC 9(06).
           02 FILLER                   PIC X      VALUE SPACE.
           02 AVA-PROGRAMA             PIC X(20).

       FD  ARCHIVO-PREVIA.
       01  REG-PREVIA                  PIC X(160).

       FD  ARCHIVO-PREVIA-SUB.
       01  REG-PREVIA-SUB.
           02 PSB-MARCA                PIC X(08).
           02 PSB-TOTAL-SEG            PIC X(08).
           02 FILLER                   PIC X(144).

      *    renglon de DURCORR.REP (ver 3100-GRABAR-UNA-ENTRADA de
      *    DURCORR.CBL)
       FD  ARCHIVO-DURACIONES.
       01  REG-DURACION.
           02 DRP-PROGRAMA             PIC X(10).
           02 FILLER                   PIC X(01).
           02 DRP-PERIODO              PIC X(06).
           02 FILLER                   PIC X(02).
           02 DRP-CORRIDAS             PIC X(06).
           02 FILLER                   PIC X(01).
           02 DRP-PROMEDIO             PIC X(08).
           02 FILLER                   PIC X(66).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-TRABAJOS         PIC X(2) VALUE ZEROS.
       01 W-NRO-PASO-AVA           PIC 9(06) VALUE 0.
       01 SW-FIN-AVANCE            PIC 9(01) VALUE 0.

      *** MODO PREVIA: LA CADENA SE RECORRE PARA UNA FECHA SIN
      *** LANZAR NADA Y QUEDA LA LISTA DE LO QUE CORRERIA
       01 W-PARM-CUARTO            PIC X(10) VALUE SPACES.
       01 SW-MODO-PREVIA           PIC 9(01) VALUE 0.
       01 W-FECHA-PREVIA           PIC 9(08) VALUE 0.
       01 W-PREVIA-NAME            PIC X(110)
                                   VALUE "$TEMPORALES/EJECTRAB.PRV".
       01 W-PREVIA-SUB-NAME        PIC X(110) VALUE SPACES.
       01 COD-RET-PREVIA           PIC X(2) VALUE ZEROS.
       01 COD-RET-PREVIA-SUB       PIC X(2) VALUE ZEROS.
       01 COD-RET-DURACIONES       PIC X(2) VALUE ZEROS.
       01 SW-FIN-PREVIA-SUB        PIC 9(01) VALUE 0.
       01 SW-FIN-DURACIONES        PIC 9(01) VALUE 0.
       01 SW-SUB-PREVISTA          PIC 9(01) VALUE 0.
      *    promedio del ultimo mes de cada programa en DURCORR.REP
       01 TABLA-DURACION-PROG.
          02 DPR-ENTRADA OCCURS 300 TIMES.
             03 DPR-PROGRAMA          PIC X(10).
             03 DPR-PROMEDIO          PIC 9(08).
          02 DPR-TOPE                 PIC 9(03) VALUE 0.
       01 W-IDX-DPR                PIC 9(03) VALUE 0.
       01 W-DPR-HALLADO            PIC 9(03) VALUE 0.
       01 W-PRV-DURACION           PIC 9(08) VALUE 0.
       01 W-PRV-TOTAL-SEG          PIC 9(08) VALUE 0.
       01 W-PRV-HORAS              PIC 9(04) VALUE 0.
       01 W-PRV-MINUTOS            PIC 9(02) VALUE 0.
       01 W-GRUPO-PREVIO           PIC X(08) VALUE SPACES.
       01 W-PRV-MIEMBROS-OLA       PIC 9(02) VALUE 0.
       01 W-PRV-MAX-OLA            PIC 9(08) VALUE 0.
       01 W-PTR-MOTIVO             PIC 9(03) VALUE 0.
       01 W-LINEA-PREVIA.
          02 PRV-NRO-PASO             PIC ZZZ9.
          02 FILLER                   PIC X(01).
          02 PRV-PROGRAMA             PIC X(20).
          02 FILLER                   PIC X(01).
          02 PRV-ESTADO               PIC X(10).
          02 FILLER                   PIC X(01).
          02 PRV-DURACION             PIC ZZZZZZZ9.
          02 PRV-DURACION-X REDEFINES PRV-DURACION
                                      PIC X(08).
          02 FILLER                   PIC X(01).
          02 PRV-GRUPO                PIC X(08).
          02 FILLER                   PIC X(01).
          02 PRV-MOTIVO               PIC X(105).
       01 CONTADORES-PREVIA.
          02 CONT-PRV-CORREN          PIC 9(06) VALUE 0.
          02 CONT-PRV-FUERA-CAL       PIC 9(06) VALUE 0.
          02 CONT-PRV-SIN-HISTORIA    PIC 9(06) VALUE 0.

      *** CALENDARIO: FERIADOS CARGADOS AL ARRANQUE Y EVALUACION DE
      *** LA REGLA DE CALENDARIO Y LA VENTANA HORARIA DE CADA PASO
       01 COD-RET-FERIADOS         PIC X(2) VALUE ZEROS.
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24) VALUE "EJECTRAB.v.01.0001".

      *** DISTRIBUCION DE INFORMES DESPUES DE CADA PASO (DISTRIB):
      *** UN INFORME ES DE ESTA CORRIDA SI SE MODIFICO DESDE EL INICIO
       01 W-INICIO-CADENA          PIC 9(14) VALUE 0.

      *** AVISO AL OPERADOR AL FIN DE LA CADENA (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           PERFORM 1000-VALIDAR-PARAMETROS
           IF SW-MODO-PREVIA = 1
              PERFORM 5000-PREVER-CADENA
              STOP RUN
           END-IF
           PERFORM 9400-ASENTAR-INICIO
           PERFORM 2000-ABRIR-ARCHIVOS
           PERFORM 3000-EJECUTAR-TRABAJOS
       1000-VALIDAR-PARAMETROS.
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO ARCH-TRABAJOS-NAME W-PARM-REINICIO
                         W-PARM-ANIDADA W-PARM-CUARTO
           END-UNSTRING
           IF ARCH-TRABAJOS-NAME = SPACES
              DISPLAY "Uso: EJECTRAB <archivo de control de trabajos>"
                      " [REINICIO] [ANIDADA]"
              DISPLAY "     EJECTRAB <archivo de control de trabajos>"
                      " PREVIA [<AAAAMMDD>]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF W-PARM-REINICIO = "PREVIA"
              PERFORM 1200-VALIDAR-PREVIA
           END-IF
      *    los dos parametros opcionales pueden venir en cualquier
      *    orden (el paso SUBCADENA relanza "ANIDADA REINICIO")
           IF W-PARM-REINICIO = "REINICIO"
                  INTO W-AVANCE-NAME
           END-STRING.

      ******************************************************************
      *1200-VALIDAR-PREVIA.
      ** PREVIA SIN FECHA ES PARA HOY. LA INSTANCIA HIJA QUE PREVE
      ** UNA SUB-CADENA VIENE CON ANIDADA Y DEJA SU LISTA EN
      ** <archivo>.PRV PARA QUE LA MADRE LA COPIE
      ******************************************************************
       1200-VALIDAR-PREVIA.
           MOVE 1 TO SW-MODO-PREVIA
           ACCEPT W-FECHA-PREVIA FROM DATE YYYYMMDD
           IF W-PARM-ANIDADA NOT = SPACES
              AND W-PARM-ANIDADA NOT = "ANIDADA"
              IF W-PARM-ANIDADA(1:8) NOT NUMERIC
                 OR W-PARM-ANIDADA(9:2) NOT = SPACES
                 OR W-PARM-ANIDADA(5:2) < "01"
                 OR W-PARM-ANIDADA(5:2) > "12"
                 OR W-PARM-ANIDADA(7:2) < "01"
                 OR W-PARM-ANIDADA(7:2) > "31"
                 DISPLAY "Uso: EJECTRAB <archivo de control de "
                         "trabajos> PREVIA [<AAAAMMDD>]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE W-PARM-ANIDADA(1:8) TO W-FECHA-PREVIA
           END-IF
           IF W-PARM-ANIDADA = "ANIDADA"
              OR W-PARM-CUARTO = "ANIDADA"
              MOVE 1 TO SW-MODO-ANIDADA
              MOVE SPACES TO W-PREVIA-NAME
              STRING ARCH-TRABAJOS-NAME DELIMITED BY SPACE
                     ".PRV"             DELIMITED BY SIZE
                     INTO W-PREVIA-NAME
              END-STRING
           END-IF.

      ******************************************************************
      *2000-ABRIR-ARCHIVOS.
      ******************************************************************
      ******************************************************************
       2300-CALCULAR-SIMBOLOS.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           IF SW-MODO-PREVIA = 1
              MOVE W-FECHA-PREVIA TO FECHA-SISTEMA
           END-IF
           MOVE FECHA-SISTEMA TO W-SIM-FECHA
           MOVE FECHA-SISTEMA(1:6) TO W-SIM-PERIODO
           MOVE FECHA-SISTEMA(1:4) TO W-SIM-ANO
                 UNTIL W-IDX-PARM > 100
              IF SW-HUBO-SIMBOLO = 1
                 MOVE W-PARM-RESUELTO TO TRAB-PARAMETROS
              END-IF
              IF SW-HUBO-SIMBOLO = 1 AND SW-MODO-PREVIA = 0
                 MOVE SPACES TO REG-LOG-EJEC
                 STRING "                 " DELIMITED BY SIZE
                        TRAB-NOMBRE-PROG    DELIMITED BY SPACE
      ** APLICA LA REGLA DE CALENDARIO Y LA VENTANA HORARIA DEL PASO
      ** EN CURSO. SI AUN NO ES LA HORA DE TRAB-HORA-DESDE, ESPERA.
      ** DEJA EN SW-CALENDARIO: 0 EJECUTAR, 1 FUERA DE REGLA DE DIAS,
      ** 2 VENTANA HORARIA YA VENCIDA. EN PREVIA LA REGLA SE EVALUA
      ** CONTRA LA FECHA PEDIDA Y LA VENTANA NO SE ESPERA
      ******************************************************************
       3060-EVALUAR-CALENDARIO.
           MOVE 0 TO SW-CALENDARIO
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           IF SW-MODO-PREVIA = 1
              MOVE W-FECHA-PREVIA TO FECHA-SISTEMA
           END-IF
           EVALUATE TRAB-CALENDARIO
              WHEN SPACES
                 CONTINUE
                         ", SE OMITE EL PASO"
                 MOVE 1 TO SW-CALENDARIO
           END-EVALUATE
           IF SW-CALENDARIO = 0 AND SW-MODO-PREVIA = 0
              PERFORM 3066-EVALUAR-VENTANA-HORARIA
           END-IF.

                  W-ESTADO-PASO        DELIMITED BY SIZE
                  INTO REG-LOG-EJEC
           END-STRING
           WRITE REG-LOG-EJEC
           PERFORM 3310-DISTRIBUIR-INFORMES.

      ******************************************************************
      *3310-DISTRIBUIR-INFORMES.
      ** DISTRIB DECIDE POR EL ESTADO SI HAY ALGO QUE MANDAR O QUE
      ** RECLAMAR; SIN EL MODULO LA CADENA SIGUE SIN DISTRIBUCION
      ******************************************************************
       3310-DISTRIBUIR-INFORMES.
           CALL "DISTRIB" USING TRAB-NOMBRE-PROG W-ESTADO-PASO
                                W-INICIO-CADENA
           ON EXCEPTION
              CONTINUE
           END-CALL.

      ******************************************************************
      *3400-ESPERAR-ARCHIVO.
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      *5000-PREVER-CADENA.
      ** MODO PREVIA: RECORRE EL ARCHIVO DE CONTROL PARA LA FECHA
      ** PEDIDA SIN LANZAR NADA. NO SE ABREN EL LOG NI EL AVANCE NI
      ** SE ASIENTA LA CORRIDA, ASI UNA PREVIA NO PISA NADA DE LA
      ** ULTIMA CORRIDA REAL
      ******************************************************************
       5000-PREVER-CADENA.
           OPEN INPUT ARCHIVO-TRABAJOS
           IF COD-RET-TRABAJOS NOT = "00"
              DISPLAY "Error abriendo " ARCH-TRABAJOS-NAME
                      " " COD-RET-TRABAJOS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVO-PREVIA
           IF COD-RET-PREVIA NOT = "00"
              DISPLAY "Error abriendo " W-PREVIA-NAME
                      " " COD-RET-PREVIA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 2200-CARGAR-FERIADOS
           PERFORM 2300-CALCULAR-SIMBOLOS
           PERFORM 5050-CARGAR-DURACIONES
           PERFORM 5060-ENCABEZAR-PREVIA
           PERFORM UNTIL SW-FIN-LECTURA = 1
              READ ARCHIVO-TRABAJOS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LECTURA
              END-READ
              IF SW-FIN-LECTURA = 0 AND REG-TRABAJO NOT = SPACES
                 PERFORM 5100-PREVER-PASO
              END-IF
           END-PERFORM
           PERFORM 5190-CERRAR-OLA-PREVIA
           PERFORM 5800-TOTALIZAR-PREVIA
           CLOSE ARCHIVO-TRABAJOS ARCHIVO-PREVIA.

      ******************************************************************
      *5050-CARGAR-DURACIONES.
      ** LA CADENA MADRE CORRE DURCORR SOBRE LA BITACORA VIVA Y TOMA
      ** DE DURCORR.REP EL PROMEDIO DEL ULTIMO MES DE CADA PROGRAMA
      ** (EL REPORTE VIENE CRONOLOGICO DENTRO DE CADA PROGRAMA, ASI
      ** QUE EL ULTIMO RENGLON LEIDO ES EL QUE QUEDA). LAS HIJAS DE
      ** UNA SUB-CADENA LEEN EL REPORTE QUE YA DEJO LA MADRE
      ******************************************************************
       5050-CARGAR-DURACIONES.
           IF SW-MODO-ANIDADA = 0
              MOVE SPACES TO W-COMANDO-SYST
              STRING "DURCORR > /dev/null 2>&1" DELIMITED BY SIZE
                     INTO W-COMANDO-SYST
              END-STRING
              CALL "SYSTEM" USING W-COMANDO-SYST
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 0 TO DPR-TOPE
           MOVE 0 TO SW-FIN-DURACIONES
           OPEN INPUT ARCHIVO-DURACIONES
           IF COD-RET-DURACIONES NOT = "00"
              MOVE 1 TO SW-FIN-DURACIONES
           END-IF
           PERFORM UNTIL SW-FIN-DURACIONES = 1
              READ ARCHIVO-DURACIONES NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-DURACIONES
              END-READ
              IF SW-FIN-DURACIONES = 0
                 AND DRP-PERIODO IS NUMERIC
                 AND DRP-PROMEDIO IS NUMERIC
                 PERFORM 5055-ANOTAR-DURACION
              END-IF
           END-PERFORM
           CLOSE ARCHIVO-DURACIONES.

      ******************************************************************
      *5055-ANOTAR-DURACION.
      ******************************************************************
       5055-ANOTAR-DURACION.
           MOVE 0 TO W-DPR-HALLADO
           PERFORM VARYING W-IDX-DPR FROM 1 BY 1
              UNTIL W-IDX-DPR > DPR-TOPE OR W-DPR-HALLADO > 0
              IF DPR-PROGRAMA(W-IDX-DPR) = DRP-PROGRAMA
                 MOVE W-IDX-DPR TO W-DPR-HALLADO
              END-IF
           END-PERFORM
           IF W-DPR-HALLADO = 0 AND DPR-TOPE < 300
              ADD 1 TO DPR-TOPE
              MOVE DPR-TOPE TO W-DPR-HALLADO
              MOVE DRP-PROGRAMA TO DPR-PROGRAMA(W-DPR-HALLADO)
           END-IF
           IF W-DPR-HALLADO > 0
              MOVE DRP-PROMEDIO TO DPR-PROMEDIO(W-DPR-HALLADO)
           END-IF.

      ******************************************************************
      *5060-ENCABEZAR-PREVIA.
      ******************************************************************
       5060-ENCABEZAR-PREVIA.
           MOVE W-FECHA-PREVIA TO W-FECHA-EVAL
           PERFORM 3062-ES-DIA-HABIL
           MOVE SPACES TO W-LINEA-PREVIA
           IF SW-ES-HABIL = 1
              STRING "PREVIA DE "        DELIMITED BY SIZE
                     ARCH-TRABAJOS-NAME  DELIMITED BY SPACE
                     " PARA EL " W-FECHA-PREVIA " (DIA HABIL)"
                                  DELIMITED BY SIZE
                     INTO W-LINEA-PREVIA
              END-STRING
           ELSE
              STRING "PREVIA DE "        DELIMITED BY SIZE
                     ARCH-TRABAJOS-NAME  DELIMITED BY SPACE
                     " PARA EL " W-FECHA-PREVIA " (DIA NO HABIL)"
                                  DELIMITED BY SIZE
                     INTO W-LINEA-PREVIA
              END-STRING
           END-IF
           PERFORM 5900-GRABAR-PREVIA
           MOVE SPACES TO W-LINEA-PREVIA
           STRING "SIMBOLOS: &FECHA=" W-SIM-FECHA
                  " &PERIODO=" W-SIM-PERIODO
                  " &PERIODO-ANT=" W-SIM-PERIODO-ANT
                  " &FECHA-HABIL-ANT=" W-SIM-HABIL-ANT
                  DELIMITED BY SIZE INTO W-LINEA-PREVIA
           END-STRING
           PERFORM 5900-GRABAR-PREVIA
           MOVE SPACES TO W-LINEA-PREVIA
           STRING "SE SUPONE QUE CADA PASO TERMINA OK; DURACION EN "
                  "SEG, PROMEDIO DEL ULTIMO MES EN DURCORR"
                  DELIMITED BY SIZE INTO W-LINEA-PREVIA
           END-STRING
           PERFORM 5900-GRABAR-PREVIA
           MOVE SPACES TO W-LINEA-PREVIA
           MOVE "PROGRAMA" TO PRV-PROGRAMA
           MOVE "ESTADO" TO PRV-ESTADO
           MOVE "DURACION" TO PRV-DURACION-X
           MOVE "GRUPO" TO PRV-GRUPO
           MOVE "MOTIVO" TO PRV-MOTIVO
           PERFORM 5900-GRABAR-PREVIA.

      ******************************************************************
      *5100-PREVER-PASO.
      ** UN RENGLON DEL ARCHIVO DE CONTROL: SIMBOLOS Y REGLA DE
      ** CALENDARIO CONTRA LA FECHA PEDIDA, MOTIVO Y DURACION
      ** PROYECTADA; DEBAJO LOS PARAMETROS YA RESUELTOS Y, SI ES UNA
      ** SUB-CADENA, SU PROPIA PREVIA SANGRADA
      ******************************************************************
       5100-PREVER-PASO.
           ADD 1 TO CONT-PASOS-LEIDOS
           PERFORM 3070-RESOLVER-SIMBOLOS
           IF TRAB-GRUPO NOT = W-GRUPO-PREVIO
              PERFORM 5190-CERRAR-OLA-PREVIA
              MOVE TRAB-GRUPO TO W-GRUPO-PREVIO
           END-IF
           MOVE SPACES TO W-LINEA-PREVIA
           MOVE CONT-PASOS-LEIDOS TO PRV-NRO-PASO
           MOVE TRAB-NOMBRE-PROG TO PRV-PROGRAMA
           MOVE TRAB-GRUPO TO PRV-GRUPO
           MOVE 1 TO W-PTR-MOTIVO
           MOVE 0 TO W-PRV-DURACION
           MOVE 0 TO SW-SUB-PREVISTA
           PERFORM 3060-EVALUAR-CALENDARIO
           IF SW-CALENDARIO NOT = 0
              PERFORM 5110-PREVER-FUERA-CAL
           ELSE
              PERFORM 5120-PREVER-CORRIDA
           END-IF
           PERFORM 5900-GRABAR-PREVIA
           IF TRAB-PARAMETROS NOT = SPACES
              MOVE SPACES TO W-LINEA-PREVIA
              STRING "     PARM: " TRAB-PARAMETROS
                     DELIMITED BY SIZE INTO W-LINEA-PREVIA
              END-STRING
              PERFORM 5900-GRABAR-PREVIA
           END-IF
           IF SW-SUB-PREVISTA = 1
              PERFORM 5170-COPIAR-SUBCADENA
           END-IF.

      ******************************************************************
      *5110-PREVER-FUERA-CAL.
      ******************************************************************
       5110-PREVER-FUERA-CAL.
           ADD 1 TO CONT-PRV-FUERA-CAL
           MOVE "FUERA-CAL" TO PRV-ESTADO
           MOVE "-" TO PRV-DURACION-X(8:1)
           MOVE W-FECHA-PREVIA TO W-FECHA-EVAL
           PERFORM 3062-ES-DIA-HABIL
           EVALUATE TRUE
              WHEN TRAB-CALENDARIO NOT = "DIA-HABIL"
                   AND TRAB-CALENDARIO NOT = "ULT-DIA-MES"
                 STRING "REGLA DE CALENDARIO DESCONOCIDA "
                        TRAB-CALENDARIO
                        DELIMITED BY SIZE INTO PRV-MOTIVO
                 END-STRING
              WHEN SW-ES-HABIL = 0
                 STRING TRAB-CALENDARIO DELIMITED BY SPACE
                        ": EL " W-FECHA-PREVIA " NO ES DIA HABIL"
                        DELIMITED BY SIZE INTO PRV-MOTIVO
                 END-STRING
              WHEN OTHER
                 STRING "ULT-DIA-MES: QUEDAN DIAS HABILES EN EL MES"
                        DELIMITED BY SIZE INTO PRV-MOTIVO
                 END-STRING
           END-EVALUATE.

      ******************************************************************
      *5120-PREVER-CORRIDA.
      ** EL PASO CORRERIA: REGLA CUMPLIDA, CONDICION CONTRA EL PASO
      ** ANTERIOR, VENTANA HORARIA Y DURACION PROYECTADA
      ******************************************************************
       5120-PREVER-CORRIDA.
           ADD 1 TO CONT-PRV-CORREN
           MOVE "CORRE" TO PRV-ESTADO
           EVALUATE TRAB-CALENDARIO
              WHEN "DIA-HABIL"
                 STRING "DIA HABIL" DELIMITED BY SIZE
                        INTO PRV-MOTIVO WITH POINTER W-PTR-MOTIVO
                 END-STRING
              WHEN "ULT-DIA-MES"
                 STRING "ULTIMO DIA HABIL DEL MES" DELIMITED BY SIZE
                        INTO PRV-MOTIVO WITH POINTER W-PTR-MOTIVO
                 END-STRING
              WHEN OTHER
                 STRING "CUALQUIER DIA" DELIMITED BY SIZE
                        INTO PRV-MOTIVO WITH POINTER W-PTR-MOTIVO
                 END-STRING
           END-EVALUATE
           EVALUATE TRAB-CONDICION
              WHEN "SI-OK"
                 STRING "; SI EL ANTERIOR TERMINA OK"
                        DELIMITED BY SIZE
                        INTO PRV-MOTIVO WITH POINTER W-PTR-MOTIVO
                 END-STRING
              WHEN "SI-AVISO"
                 STRING "; SI EL ANTERIOR TERMINA CON RC 4 O MENOS"
                        DELIMITED BY SIZE
                        INTO PRV-MOTIVO WITH POINTER W-PTR-MOTIVO
                 END-STRING
              WHEN "OBLIGATORIO"
                 STRING "; OBLIGATORIO (SI FALLA SE DETIENE)"
                        DELIMITED BY SIZE
                        INTO PRV-MOTIVO WITH POINTER W-PTR-MOTIVO
                 END-STRING
           END-EVALUATE
           IF TRAB-HORA-DESDE IS NUMERIC
              STRING "; NO ANTES DE " TRAB-HORA-DESDE
                     DELIMITED BY SIZE
                     INTO PRV-MOTIVO WITH POINTER W-PTR-MOTIVO
              END-STRING
           END-IF
           IF TRAB-HORA-HASTA IS NUMERIC
              STRING "; OMITIDO SI LLEGA DESPUES DE " TRAB-HORA-HASTA
                     DELIMITED BY SIZE
                     INTO PRV-MOTIVO WITH POINTER W-PTR-MOTIVO
              END-STRING
           END-IF
           EVALUATE TRAB-NOMBRE-PROG
              WHEN "ESPERARCH"
                 PERFORM 5130-PREVER-ESPERA
              WHEN "SUBCADENA"
                 PERFORM 5150-PREVER-SUBCADENA
              WHEN OTHER
                 PERFORM 5140-PREVER-DURACION
           END-EVALUATE
           PERFORM 5180-ACUMULAR-DURACION.

      ******************************************************************
      *5130-PREVER-ESPERA.
      ** UN ESPERARCH NO TIENE HISTORIA: DEPENDE DE CUANDO LLEGUE EL
      ** ARCHIVO. SE ANOTA EL ARCHIVO Y EL TIMEOUT (VER 3400)
      ******************************************************************
       5130-PREVER-ESPERA.
           MOVE SPACES TO W-ESP-ARCHIVO W-ESP-INTERVALO-X
                          W-ESP-TIMEOUT-X
           UNSTRING TRAB-PARAMETROS DELIMITED BY ALL " "
                    INTO W-ESP-ARCHIVO W-ESP-INTERVALO-X
                         W-ESP-TIMEOUT-X
           END-UNSTRING
           MOVE 600 TO W-ESP-TIMEOUT
           IF W-ESP-TIMEOUT-X(1:1) IS NUMERIC
              COMPUTE W-ESP-TIMEOUT =
                      FUNCTION NUMVAL (W-ESP-TIMEOUT-X)
           END-IF
           MOVE "ESPERA" TO PRV-DURACION-X
           STRING "; ESPERA "    DELIMITED BY SIZE
                  W-ESP-ARCHIVO  DELIMITED BY SPACE
                  " HASTA " W-ESP-TIMEOUT " SEG" DELIMITED BY SIZE
                  INTO PRV-MOTIVO WITH POINTER W-PTR-MOTIVO
           END-STRING.

      ******************************************************************
      *5140-PREVER-DURACION.
      ******************************************************************
       5140-PREVER-DURACION.
           MOVE 0 TO W-DPR-HALLADO
           PERFORM VARYING W-IDX-DPR FROM 1 BY 1
              UNTIL W-IDX-DPR > DPR-TOPE OR W-DPR-HALLADO > 0
              IF DPR-PROGRAMA(W-IDX-DPR) = TRAB-NOMBRE-PROG
                 MOVE W-IDX-DPR TO W-DPR-HALLADO
              END-IF
           END-PERFORM
           IF W-DPR-HALLADO > 0
              MOVE DPR-PROMEDIO(W-DPR-HALLADO) TO W-PRV-DURACION
              MOVE W-PRV-DURACION TO PRV-DURACION
           ELSE
              ADD 1 TO CONT-PRV-SIN-HISTORIA
              MOVE "SIN HIST" TO PRV-DURACION-X
           END-IF.

      ******************************************************************
      *5150-PREVER-SUBCADENA.
      ** LA SUB-CADENA SE PREVE CON UNA INSTANCIA HIJA EN PREVIA
      ** ANIDADA PARA LA MISMA FECHA (ASI SE EXPANDEN TAMBIEN SUS
      ** PROPIAS SUB-CADENAS); SU DURACION ES EL TOTAL QUE LA HIJA
      ** DEJA EN EL ULTIMO RENGLON DE <archivo>.PRV
      ******************************************************************
       5150-PREVER-SUBCADENA.
           MOVE SPACES TO W-SUB-ARCHIVO
           UNSTRING TRAB-PARAMETROS DELIMITED BY ALL " "
                    INTO W-SUB-ARCHIVO
           END-UNSTRING
           IF W-SUB-ARCHIVO = SPACES
              MOVE "FALLARIA" TO PRV-ESTADO
              STRING "; SUBCADENA SIN ARCHIVO DE CONTROL"
                     DELIMITED BY SIZE
                     INTO PRV-MOTIVO WITH POINTER W-PTR-MOTIVO
              END-STRING
           ELSE
              MOVE SPACES TO W-PREVIA-SUB-NAME
              STRING W-SUB-ARCHIVO DELIMITED BY SPACE
                     ".PRV"        DELIMITED BY SIZE
                     INTO W-PREVIA-SUB-NAME
              END-STRING
              MOVE SPACES TO W-COMANDO-SYST
              STRING "rm -f "          DELIMITED BY SIZE
                     W-PREVIA-SUB-NAME DELIMITED BY SPACE
                     "; EJECTRAB "     DELIMITED BY SIZE
                     W-SUB-ARCHIVO     DELIMITED BY SPACE
                     " PREVIA "        DELIMITED BY SIZE
                     W-FECHA-PREVIA    DELIMITED BY SIZE
                     " ANIDADA > /dev/null 2>&1" DELIMITED BY SIZE
                     INTO W-COMANDO-SYST
              END-STRING
              CALL "SYSTEM" USING W-COMANDO-SYST
              MOVE 0 TO RETURN-CODE
              PERFORM 5160-LEER-TOTAL-SUBCADENA
              IF SW-SUB-PREVISTA = 1
                 MOVE W-PRV-DURACION TO PRV-DURACION
                 STRING "; SUBCADENA " DELIMITED BY SIZE
                        W-SUB-ARCHIVO  DELIMITED BY SPACE
                        INTO PRV-MOTIVO WITH POINTER W-PTR-MOTIVO
                 END-STRING
              ELSE
                 MOVE "FALLARIA" TO PRV-ESTADO
                 STRING "; NO SE PUDO PREVER " DELIMITED BY SIZE
                        W-SUB-ARCHIVO          DELIMITED BY SPACE
                        INTO PRV-MOTIVO WITH POINTER W-PTR-MOTIVO
                 END-STRING
              END-IF
           END-IF.

      ******************************************************************
      *5160-LEER-TOTAL-SUBCADENA.
      ******************************************************************
       5160-LEER-TOTAL-SUBCADENA.
           MOVE 0 TO SW-FIN-PREVIA-SUB
           OPEN INPUT ARCHIVO-PREVIA-SUB
           IF COD-RET-PREVIA-SUB NOT = "00"
              MOVE 1 TO SW-FIN-PREVIA-SUB
           END-IF
           PERFORM UNTIL SW-FIN-PREVIA-SUB = 1
              READ ARCHIVO-PREVIA-SUB NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-PREVIA-SUB
              END-READ
              IF SW-FIN-PREVIA-SUB = 0
                 AND PSB-MARCA = "*TOTAL* "
                 AND PSB-TOTAL-SEG IS NUMERIC
                 MOVE PSB-TOTAL-SEG TO W-PRV-DURACION
                 MOVE 1 TO SW-SUB-PREVISTA
              END-IF
           END-PERFORM
           IF COD-RET-PREVIA-SUB = "00" OR SW-FIN-PREVIA-SUB = 1
              CLOSE ARCHIVO-PREVIA-SUB
           END-IF.

      ******************************************************************
      *5170-COPIAR-SUBCADENA.
      ** LA PREVIA DE LA HIJA VA SANGRADA DEBAJO DEL PASO, MENOS SU
      ** RENGLON DE TOTAL, QUE YA QUEDO COMO DURACION DEL PASO
      ******************************************************************
       5170-COPIAR-SUBCADENA.
           MOVE 0 TO SW-FIN-PREVIA-SUB
           OPEN INPUT ARCHIVO-PREVIA-SUB
           IF COD-RET-PREVIA-SUB NOT = "00"
              MOVE 1 TO SW-FIN-PREVIA-SUB
           END-IF
           PERFORM UNTIL SW-FIN-PREVIA-SUB = 1
              READ ARCHIVO-PREVIA-SUB NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-PREVIA-SUB
              END-READ
              IF SW-FIN-PREVIA-SUB = 0
                 AND PSB-MARCA NOT = "*TOTAL* "
                 MOVE SPACES TO W-LINEA-PREVIA
                 STRING "     |  " REG-PREVIA-SUB
                        DELIMITED BY SIZE INTO W-LINEA-PREVIA
                 END-STRING
                 PERFORM 5900-GRABAR-PREVIA
              END-IF
           END-PERFORM
           IF COD-RET-PREVIA-SUB = "00" OR SW-FIN-PREVIA-SUB = 1
              CLOSE ARCHIVO-PREVIA-SUB
           END-IF.

      ******************************************************************
      *5180-ACUMULAR-DURACION.
      ** UN PASO SOLO SUMA SU DURACION; LOS MIEMBROS DE UN GRUPO
      ** PARALELO CORREN EN OLAS DE MAX-PARALELO (VER 3530) Y CADA
      ** OLA SUMA LO QUE DURA SU MIEMBRO MAS LARGO
      ******************************************************************
       5180-ACUMULAR-DURACION.
           IF TRAB-GRUPO = SPACES
              ADD W-PRV-DURACION TO W-PRV-TOTAL-SEG
           ELSE
              ADD 1 TO W-PRV-MIEMBROS-OLA
              IF W-PRV-DURACION > W-PRV-MAX-OLA
                 MOVE W-PRV-DURACION TO W-PRV-MAX-OLA
              END-IF
              IF W-PRV-MIEMBROS-OLA NOT < MAX-PARALELO
                 PERFORM 5190-CERRAR-OLA-PREVIA
              END-IF
           END-IF.

      ******************************************************************
      *5190-CERRAR-OLA-PREVIA.
      ******************************************************************
       5190-CERRAR-OLA-PREVIA.
           ADD W-PRV-MAX-OLA TO W-PRV-TOTAL-SEG
           MOVE 0 TO W-PRV-MAX-OLA
           MOVE 0 TO W-PRV-MIEMBROS-OLA.

      ******************************************************************
      *5800-TOTALIZAR-PREVIA.
      ** EL ULTIMO RENGLON (*TOTAL*) ES EL QUE LEE LA CADENA MADRE
      ** CUANDO ESTA PREVIA ES LA DE UNA SUB-CADENA
      ******************************************************************
       5800-TOTALIZAR-PREVIA.
           COMPUTE W-PRV-HORAS = W-PRV-TOTAL-SEG / 3600
           COMPUTE W-PRV-MINUTOS =
                   (W-PRV-TOTAL-SEG - W-PRV-HORAS * 3600) / 60
           MOVE SPACES TO W-LINEA-PREVIA
           STRING "PASOS " CONT-PASOS-LEIDOS
                  "  CORREN " CONT-PRV-CORREN
                  "  FUERA-CAL " CONT-PRV-FUERA-CAL
                  "  SIN HISTORIA " CONT-PRV-SIN-HISTORIA
                  "  DURACION PROYECTADA " W-PRV-TOTAL-SEG
                  " SEG (" W-PRV-HORAS ":" W-PRV-MINUTOS ")"
                  DELIMITED BY SIZE INTO W-LINEA-PREVIA
           END-STRING
           PERFORM 5900-GRABAR-PREVIA
           MOVE SPACES TO REG-PREVIA
           STRING "*TOTAL* " W-PRV-TOTAL-SEG
                  DELIMITED BY SIZE INTO REG-PREVIA
           END-STRING
           WRITE REG-PREVIA
           IF SW-MODO-ANIDADA = 0
              DISPLAY "EJECTRAB - PREVIA EN " W-PREVIA-NAME
           END-IF.

      ******************************************************************
      *5900-GRABAR-PREVIA.
      ******************************************************************
       5900-GRABAR-PREVIA.
           MOVE W-LINEA-PREVIA TO REG-PREVIA
           WRITE REG-PREVIA
           DISPLAY W-LINEA-PREVIA.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ******************************************************************
      ** UNA CORRIDA LARGA DE UNA QUE NUNCA ARRANCO
      ******************************************************************
       9400-ASENTAR-INICIO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           COMPUTE W-INICIO-CADENA = FECHA-SISTEMA * 1000000
                   + HORA-SIST-HH * 10000 + HORA-SIST-MM * 100
                   + HORA-SIST-SS
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE "*INICIO*" TO REGC-CONTADORES
           MOVE 0 TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "EJECTRAB - REGCORRIDA NO DISPONIBLE"
           END-CALL.
           END-STRING
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "EJECTRAB - REGCORRIDA NO DISPONIBLE"
           END-CALL

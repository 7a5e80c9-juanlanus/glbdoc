      * MUESAUTIT.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MUESAUTIT.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Auditoria mensual por muestreo de las autorizaciones del
      ** titular: la entidad debe tener la autorizacion previa del
      ** titular antes de consultar. De las consultas del mes que
      ** REGCONSUL asento en ICBCON (recorridas por el espejo por
      ** entidad ICBCONENT, como FACTURCON) se toma al azar una
      ** muestra por ENTIDAD-ICBCON y cada consulta muestreada se
      ** cruza contra el registro de evidencias AUTTITUL (lo carga
      ** CARGAUTIT.CBL): tiene que haber una autorizacion de esa
      ** entidad para esa identificacion con fecha igual o anterior
      ** a la consulta. Deja:
      **   - $TEMPORALES/MUESAUTIT.REP, por entidad: consultas del
      **     mes, muestra, con y sin autorizacion, y la lista de las
      **     faltantes
      **   - $TEMPORALES/MUESAUTIT.SOL, la solicitud formal de
      **     evidencia a cada entidad con faltantes, con el plazo
      **   - un caso por faltante en CASOSAUT (estado P), que sigue
      **     SEGAUTIT.CBL hasta su cierre
      ** Las consultas de nuestros propios programas se excluyen con
      ** la misma tabla de FACTURCON: lo interno no requiere
      ** autorizacion de una entidad.
      **
      ** La muestra es de tamano fijo por entidad (todas las
      ** consultas si la entidad tuvo menos) y sale de un generador
      ** congruencial con semilla: la semilla queda en el reporte y
      ** pasandola de nuevo se reproduce la misma muestra. Un periodo
      ** ya muestreado no se vuelve a muestrear.
      **
      ** USO: MUESAUTIT <AAAAMM> [muestra por entidad, 1-50, def 10]
      **                [semilla]
      **
      ** RC 0 sin faltantes; RC 4 hubo faltantes (casos abiertos);
      ** RC 16 error de uso, archivo inaccesible o periodo repetido.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ICBCONENT.FS.
           COPY AUTTITUL.FS.
           COPY CASOSAUT.FS.

           SELECT REPORTE-MUESTREO
                  ASSIGN TO "$TEMPORALES/MUESAUTIT.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.

           SELECT SOLICITUDES-EVIDENCIA
                  ASSIGN TO "$TEMPORALES/MUESAUTIT.SOL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-SOL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY ICBCONENT.FD.
           COPY AUTTITUL.FD.
           COPY CASOSAUT.FD.

       FD  REPORTE-MUESTREO.
       01  REG-REP-MUESTREO            PIC X(100).

       FD  SOLICITUDES-EVIDENCIA.
       01  REG-SOLICITUD               PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-ICBENT           PIC XX   VALUE ZEROS.
       01 COD-RET-AUTTITUL         PIC XX   VALUE ZEROS.
       01 COD-RET-CASOSAUT         PIC XX   VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 COD-RET-SOL              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(40) VALUE SPACES.
       01 W-PERIODO-INP            PIC X(06) VALUE SPACES.
       01 W-PERIODO                PIC 9(06) VALUE 0.
       01 W-MUESTRA-INP            PIC X(02) VALUE SPACES.
       01 W-SEMILLA-INP            PIC X(10) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA             PIC 9(08) VALUE 0.
       01 FIN-ICBCON               PIC 9    VALUE 0.
       01 SW-FIN-CASOS             PIC 9(01) VALUE 0.
       01 SW-ES-INTERNA            PIC 9(01) VALUE 0.
       01 SW-REGISTRO-AUT          PIC 9(01) VALUE 0.
       01 SW-AUTORIZADA            PIC 9(01) VALUE 0.
       01 W-PREFIJO-ENT            PIC X(10) VALUE SPACES.
       01 W-IDX-AUX                PIC 9(03) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(100) VALUE SPACES.

      **** PROGRAMAS INTERNOS CUYAS CONSULTAS NO SE AUDITAN (LA
      **** MISMA TABLA DE FACTURCON: LA PARTE ANTES DE LA "/" DE
      **** ENTIDAD-ICBCON)
       01 TABLA-INTERNOS-DATA.
          02 FILLER PIC X(10) VALUE "LEESCORE".
          02 FILLER PIC X(10) VALUE "ALESERVER".
          02 FILLER PIC X(10) VALUE "CONSNOAM21".
          02 FILLER PIC X(10) VALUE "CONSBDLSTR".
          02 FILLER PIC X(10) VALUE "ESTINTEG".
          02 FILLER PIC X(10) VALUE "INTESERVER".
          02 FILLER PIC X(10) VALUE "QUIENCONS".
          02 FILLER PIC X(10) VALUE "REPCONT".
       01 FILLER REDEFINES TABLA-INTERNOS-DATA.
          02 PROGRAMA-INTERNO      PIC X(10) OCCURS 8 TIMES.

      **** GENERADOR CONGRUENCIAL (MULTIPLICADOR 16807, MODULO
      **** 2147483647): CADA LLAMADA DEJA LA SEMILLA NUEVA
       01 W-SEMILLA                PIC 9(10) VALUE 0.
       01 W-PRODUCTO               PIC 9(15) VALUE 0.
       01 W-COCIENTE               PIC 9(15) VALUE 0.
       01 W-AZAR                   PIC 9(10) VALUE 0.
       01 W-SEMILLA-INICIAL        PIC 9(10) VALUE 0.

      **** MUESTRA DE LA ENTIDAD EN CURSO (MUESTREO DE RESERVORIO:
      **** CADA CONSULTA TIENE LA MISMA PROBABILIDAD DE QUEDAR)
       01 W-TAMANO-MUESTRA         PIC 9(02) VALUE 10.
       01 TABLA-MUESTRA.
          02 MUE-ENTRADA OCCURS 50 TIMES.
             03 MUE-TIPO-IDE          PIC 9(01).
             03 MUE-NUM-IDE           PIC 9(11).
             03 MUE-FEC-CONSULTA      PIC 9(08).
             03 MUE-SEC-CONSULTA      PIC 9(06).
             03 MUE-MOTIVO            PIC X(30).
             03 MUE-AUTORIZADA        PIC 9(01).
             03 MUE-NUM-CASO          PIC 9(11).
       01 MUE-TOPE                 PIC 9(02) VALUE 0.
       01 IX-MUE                   PIC 9(02) VALUE 0.

      **** CORTE DE CONTROL POR ENTIDAD
       01 W-ENTIDAD-ACTUAL         PIC X(20) VALUE SPACES.
       01 SW-HAY-ENTIDAD           PIC 9(01) VALUE 0.
       01 W-CONS-ENTIDAD           PIC 9(08) VALUE 0.
       01 W-CON-AUT-ENTIDAD        PIC 9(02) VALUE 0.
       01 W-SIN-AUT-ENTIDAD        PIC 9(02) VALUE 0.

      **** CASOS Y PLAZO DE LA SOLICITUD (DIAS HABILES, DIAHABIL)
       01 W-SEC-CASO               PIC 9(05) VALUE 0.
       01 W-NUM-CASO.
          02 W-NUM-CASO-PERIODO       PIC 9(06).
          02 W-NUM-CASO-SEC           PIC 9(05).
       01 W-NUM-CASO-9 REDEFINES W-NUM-CASO PIC 9(11).
       01 PLAZO-EVIDENCIA-DIAS     PIC 9(03) VALUE 10.
       01 DH-ACCION                PIC X(10) VALUE SPACES.
       01 DH-FECHA                 PIC 9(08) VALUE 0.
       01 DH-RESULTADO             PIC 9(01) VALUE 0.
       01 W-FEC-LIMITE             PIC 9(08) VALUE 0.

       01 CONTADORES-MUESTREO.
          02 CONT-LEIDAS              PIC 9(10) VALUE 0.
          02 CONT-DEL-PERIODO         PIC 9(10) VALUE 0.
          02 CONT-INTERNAS            PIC 9(10) VALUE 0.
          02 CONT-ENTIDADES           PIC 9(06) VALUE 0.
          02 CONT-MUESTREADAS         PIC 9(08) VALUE 0.
          02 CONT-CON-AUTORIZACION    PIC 9(08) VALUE 0.
          02 CONT-SIN-AUTORIZACION    PIC 9(08) VALUE 0.
          02 CONT-ENTIDADES-FALTA     PIC 9(06) VALUE 0.
          02 CONT-ERR-CASOS           PIC 9(06) VALUE 0.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "MUESAUTIT".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "MUESAUTIT.v.01.0001".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Muestreo de autorizaciones del titular        *"
           DISPLAY "*           PROGRAMA : MUESAUTIT.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 0900-ASENTAR-INICIO
           PERFORM 1100-ABRIR-ARCHIVOS
           PERFORM 1200-VERIFICAR-PERIODO
           PERFORM 1300-CALCULAR-PLAZO
           PERFORM 1400-GRABAR-ENCABEZADO
           PERFORM 2000-RECORRER-CONSULTAS
           PERFORM 7000-GRABAR-TOTALES
           CLOSE ICBCONENT CASOSAUT
           IF SW-REGISTRO-AUT = 1
              CLOSE AUTTITUL
           END-IF
           CLOSE REPORTE-MUESTREO SOLICITUDES-EVIDENCIA
           PERFORM 8000-ASENTAR-CORRIDA
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
      *0900-ASENTAR-INICIO.
      ** ASIENTA EL ARRANQUE DE LA CORRIDA EN LA BITACORA CENTRAL
      ** (CONTADORES "*INICIO*", VER REGCORRIDA.CBL)
      ******************************************************************
       0900-ASENTAR-INICIO.
           MOVE "*INICIO*" TO REGC-CONTADORES
           MOVE 0 TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "MUESAUTIT - REGCORRIDA NO DISPONIBLE"
           END-CALL.

      ******************************************************************
      *1000-VALIDAR-PARAMETROS.
      ** SIN SEMILLA SE TOMA LA HORA DEL ARRANQUE; EN CUALQUIER CASO
      ** QUEDA EN EL REPORTE PARA PODER REPRODUCIR LA MUESTRA
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-PERIODO-INP W-MUESTRA-INP W-SEMILLA-INP
           END-UNSTRING
           IF W-PERIODO-INP NOT NUMERIC
              OR W-PERIODO-INP(5:2) < "01" OR W-PERIODO-INP(5:2) > "12"
              DISPLAY "Uso: MUESAUTIT <AAAAMM> [muestra 1-50] "
                      "[semilla]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE W-PERIODO-INP TO W-PERIODO
           IF W-MUESTRA-INP NOT = SPACES
              IF W-MUESTRA-INP(2:1) = SPACE
                 MOVE W-MUESTRA-INP(1:1) TO W-MUESTRA-INP(2:1)
                 MOVE "0"               TO W-MUESTRA-INP(1:1)
              END-IF
              IF W-MUESTRA-INP NOT NUMERIC
                 OR W-MUESTRA-INP = "00" OR W-MUESTRA-INP > "50"
                 DISPLAY "TAMANO DE MUESTRA INVALIDO (1-50): "
                         W-MUESTRA-INP
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE W-MUESTRA-INP TO W-TAMANO-MUESTRA
           END-IF
           IF W-SEMILLA-INP NOT = SPACES
              INSPECT W-SEMILLA-INP REPLACING TRAILING " " BY "0"
              IF W-SEMILLA-INP NOT NUMERIC
                 DISPLAY "SEMILLA INVALIDA: " W-SEMILLA-INP
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE W-SEMILLA-INP TO W-SEMILLA
           ELSE
              COMPUTE W-SEMILLA = HORA-SISTEMA + FECHA-SISTEMA
           END-IF
           DIVIDE W-SEMILLA BY 2147483647
                  GIVING W-COCIENTE REMAINDER W-SEMILLA
           IF W-SEMILLA = 0
              MOVE 1 TO W-SEMILLA
           END-IF
           MOVE W-SEMILLA TO W-SEMILLA-INICIAL.

      ******************************************************************
      *1100-ABRIR-ARCHIVOS.
      ** SIN REGISTRO AUTTITUL TODAVIA CARGADO NINGUNA CONSULTA TIENE
      ** EVIDENCIA: SE AVISA Y SE SIGUE (TODA LA MUESTRA SALE COMO
      ** FALTANTE). LOS CASOS SE CREAN EN EL PRIMER USO
      ******************************************************************
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT ICBCONENT
           IF COD-RET-ICBENT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ESPEJO ICBCONENT ("
                      COD-RET-ICBENT "): CORRER INVICBCON"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT AUTTITUL
           IF COD-RET-AUTTITUL = "00"
              MOVE 1 TO SW-REGISTRO-AUT
           ELSE
              DISPLAY "MUESAUTIT - SIN REGISTRO AUTTITUL ("
                      COD-RET-AUTTITUL "), NINGUNA CONSULTA TIENE "
                      "EVIDENCIA"
           END-IF
           OPEN I-O CASOSAUT
           IF COD-RET-CASOSAUT = "35"
              OPEN OUTPUT CASOSAUT
              IF COD-RET-CASOSAUT = "00"
                 CLOSE CASOSAUT
                 OPEN I-O CASOSAUT
              END-IF
           END-IF
           IF COD-RET-CASOSAUT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR CASOSAUT " COD-RET-CASOSAUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-MUESTREO
           OPEN OUTPUT SOLICITUDES-EVIDENCIA
           IF COD-RET-REP NOT = "00" OR COD-RET-SOL NOT = "00"
              DISPLAY "Error abriendo MUESAUTIT.REP/.SOL " COD-RET-REP
                      " " COD-RET-SOL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *1200-VERIFICAR-PERIODO.
      ** UN PERIODO SE MUESTREA UNA SOLA VEZ: SI YA TIENE CASOS NO SE
      ** SORTEA OTRA MUESTRA (LA AUDITORIA NO SE REPITE HASTA QUE
      ** SALGA A GUSTO)
      ******************************************************************
       1200-VERIFICAR-PERIODO.
           MOVE W-PERIODO TO PERIODO-CASAUT
           MOVE 0         TO SEC-CASAUT
           START CASOSAUT KEY IS NOT LESS THAN NUM-CASO-CASAUT
              INVALID KEY
                 MOVE 1 TO SW-FIN-CASOS
           END-START
           IF SW-FIN-CASOS = 0
              READ CASOSAUT NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-CASOS
              END-READ
           END-IF
           IF SW-FIN-CASOS = 0 AND PERIODO-CASAUT = W-PERIODO
              DISPLAY "EL PERIODO " W-PERIODO " YA FUE MUESTREADO: "
                      "VER SEGAUTIT LISTAR"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *1300-CALCULAR-PLAZO.
      ** LA ENTIDAD TIENE PLAZO-EVIDENCIA-DIAS HABILES DESDE HOY PARA
      ** DEPOSITAR O REMITIR LA EVIDENCIA (VER DIAHABIL.CBL)
      ******************************************************************
       1300-CALCULAR-PLAZO.
           MOVE "SUMAR"       TO DH-ACCION
           MOVE FECHA-SISTEMA TO DH-FECHA
           CALL "DIAHABIL" USING DH-ACCION DH-FECHA
                                 PLAZO-EVIDENCIA-DIAS DH-RESULTADO
           ON EXCEPTION
              MOVE 9 TO DH-RESULTADO
           END-CALL
           IF DH-RESULTADO = 9
              COMPUTE DH-FECHA = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (FECHA-SISTEMA)
                  + PLAZO-EVIDENCIA-DIAS)
           END-IF
           MOVE DH-FECHA TO W-FEC-LIMITE.

      ******************************************************************
      *1400-GRABAR-ENCABEZADO.
      ******************************************************************
       1400-GRABAR-ENCABEZADO.
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "MUESTREO DE AUTORIZACIONES DEL TITULAR - PERIODO "
                  W-PERIODO "  EMITIDO " FECHA-SISTEMA
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9000-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "MUESTRA POR ENTIDAD " W-TAMANO-MUESTRA
                  "  SEMILLA " W-SEMILLA-INICIAL
                  "  PLAZO DE EVIDENCIA " W-FEC-LIMITE
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9000-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9000-GRABAR-LINEA.

      ******************************************************************
      *2000-RECORRER-CONSULTAS.
      ** EL ESPEJO ICBCONENT YA VIENE EN ORDEN DE ENTIDAD: CADA CAMBIO
      ** DE ENTIDAD CIERRA LA MUESTRA DE LA ANTERIOR
      ******************************************************************
       2000-RECORRER-CONSULTAS.
           MOVE LOW-VALUES TO LLAVE-ICBCONENT
           START ICBCONENT KEY IS NOT LESS THAN LLAVE-ICBCONENT
               INVALID KEY
                 MOVE 1 TO FIN-ICBCON
           END-START
           PERFORM UNTIL FIN-ICBCON = 1
             READ ICBCONENT NEXT RECORD
                 AT END MOVE 1 TO FIN-ICBCON
             END-READ
             IF FIN-ICBCON = 0
                ADD 1 TO CONT-LEIDAS
                IF FEC-CONSULTA-ICBENT(1:6) = W-PERIODO-INP
                   ADD 1 TO CONT-DEL-PERIODO
                   PERFORM 2100-EVALUAR-CONSULTA
                END-IF
             END-IF
           END-PERFORM
           IF SW-HAY-ENTIDAD = 1
              PERFORM 2500-CERRAR-ENTIDAD
           END-IF.

      ******************************************************************
      *2100-EVALUAR-CONSULTA.
      ******************************************************************
       2100-EVALUAR-CONSULTA.
           PERFORM 2200-ES-CONSULTA-INTERNA
           IF SW-ES-INTERNA = 1
              ADD 1 TO CONT-INTERNAS
           ELSE
              IF SW-HAY-ENTIDAD = 0
                 OR ENTIDAD-ICBENT NOT = W-ENTIDAD-ACTUAL
                 IF SW-HAY-ENTIDAD = 1
                    PERFORM 2500-CERRAR-ENTIDAD
                 END-IF
                 PERFORM 2400-ABRIR-ENTIDAD
              END-IF
              PERFORM 2300-MUESTREAR-CONSULTA
           END-IF.

      ******************************************************************
      *2200-ES-CONSULTA-INTERNA.
      ** MISMO CRITERIO QUE 2200-ES-CONSULTA-INTERNA DE FACTURCON
      ******************************************************************
       2200-ES-CONSULTA-INTERNA.
           MOVE 0 TO SW-ES-INTERNA
           MOVE SPACES TO W-PREFIJO-ENT
           UNSTRING ENTIDAD-ICBENT DELIMITED BY "/"
                    INTO W-PREFIJO-ENT
           END-UNSTRING
           PERFORM VARYING W-IDX-AUX FROM 1 BY 1
              UNTIL W-IDX-AUX > 8 OR SW-ES-INTERNA = 1
              IF W-PREFIJO-ENT = PROGRAMA-INTERNO(W-IDX-AUX)
                 MOVE 1 TO SW-ES-INTERNA
              END-IF
           END-PERFORM.

      ******************************************************************
      *2300-MUESTREAR-CONSULTA.
      ** MUESTREO DE RESERVORIO: LAS PRIMERAS N CONSULTAS ENTRAN; LA
      ** K-ESIMA SIGUIENTE REEMPLAZA A UNA AL AZAR CON PROBABILIDAD
      ** N/K, ASI TODA LA ENTIDAD SE MUESTREA EN UNA SOLA PASADA
      ******************************************************************
       2300-MUESTREAR-CONSULTA.
           ADD 1 TO W-CONS-ENTIDAD
           MOVE 0 TO IX-MUE
           IF W-CONS-ENTIDAD NOT > W-TAMANO-MUESTRA
              ADD 1 TO MUE-TOPE
              MOVE MUE-TOPE TO IX-MUE
           ELSE
              PERFORM 2350-SIGUIENTE-AZAR
              DIVIDE W-SEMILLA BY W-CONS-ENTIDAD
                     GIVING W-COCIENTE REMAINDER W-AZAR
              IF W-AZAR < W-TAMANO-MUESTRA
                 COMPUTE IX-MUE = W-AZAR + 1
              END-IF
           END-IF
           IF IX-MUE > 0
              MOVE TIPO-IDE-ICBENT     TO MUE-TIPO-IDE(IX-MUE)
              MOVE NUM-IDE-ICBENT      TO MUE-NUM-IDE(IX-MUE)
              MOVE FEC-CONSULTA-ICBENT TO MUE-FEC-CONSULTA(IX-MUE)
              MOVE SEC-CONSULTA-ICBENT TO MUE-SEC-CONSULTA(IX-MUE)
              MOVE MOTIVO-ICBENT       TO MUE-MOTIVO(IX-MUE)
           END-IF.

      ******************************************************************
      *2350-SIGUIENTE-AZAR.
      ******************************************************************
       2350-SIGUIENTE-AZAR.
           COMPUTE W-PRODUCTO = W-SEMILLA * 16807
           DIVIDE W-PRODUCTO BY 2147483647
                  GIVING W-COCIENTE REMAINDER W-SEMILLA.

      ******************************************************************
      *2400-ABRIR-ENTIDAD.
      ******************************************************************
       2400-ABRIR-ENTIDAD.
           MOVE ENTIDAD-ICBENT TO W-ENTIDAD-ACTUAL
           MOVE 1 TO SW-HAY-ENTIDAD
           MOVE 0 TO W-CONS-ENTIDAD MUE-TOPE
           MOVE 0 TO W-CON-AUT-ENTIDAD W-SIN-AUT-ENTIDAD
           ADD 1 TO CONT-ENTIDADES.

      ******************************************************************
      *2500-CERRAR-ENTIDAD.
      ** PRIMERO SE CRUZA TODA LA MUESTRA CONTRA EL REGISTRO Y SE
      ** ABREN LOS CASOS; DESPUES SALE LA LINEA DE LA ENTIDAD CON SUS
      ** TOTALES, LAS FALTANTES Y, SI LAS HUBO, SU SOLICITUD FORMAL
      ******************************************************************
       2500-CERRAR-ENTIDAD.
           PERFORM 2600-VERIFICAR-MUESTRA
              VARYING IX-MUE FROM 1 BY 1 UNTIL IX-MUE > MUE-TOPE
           ADD MUE-TOPE          TO CONT-MUESTREADAS
           ADD W-CON-AUT-ENTIDAD TO CONT-CON-AUTORIZACION
           ADD W-SIN-AUT-ENTIDAD TO CONT-SIN-AUTORIZACION
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "ENTIDAD " W-ENTIDAD-ACTUAL
                  "  CONSULTAS " W-CONS-ENTIDAD
                  "  MUESTRA " MUE-TOPE
                  "  CON AUTORIZACION " W-CON-AUT-ENTIDAD
                  "  SIN " W-SIN-AUT-ENTIDAD
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9000-GRABAR-LINEA
           IF W-SIN-AUT-ENTIDAD > 0
              ADD 1 TO CONT-ENTIDADES-FALTA
              PERFORM 2800-ENCABEZAR-SOLICITUD
              PERFORM 2650-LISTAR-FALTANTE
                 VARYING IX-MUE FROM 1 BY 1 UNTIL IX-MUE > MUE-TOPE
              PERFORM 2900-CERRAR-SOLICITUD
           END-IF
           MOVE 0 TO SW-HAY-ENTIDAD.

      ******************************************************************
      *2600-VERIFICAR-MUESTRA.
      ** LA CONSULTA ESTA CUBIERTA SI LA ENTIDAD DEPOSITO UNA
      ** AUTORIZACION DE ESA IDENTIFICACION CON FECHA IGUAL O ANTERIOR
      ** A LA CONSULTA: LA CLAVE DE AUTTITUL VA EN ORDEN DE FECHA, LA
      ** PRIMERA DE LA IDENTIFICACION ES LA MAS ANTIGUA
      ******************************************************************
       2600-VERIFICAR-MUESTRA.
           MOVE 0 TO SW-AUTORIZADA
           IF SW-REGISTRO-AUT = 1
              MOVE W-ENTIDAD-ACTUAL       TO ENTIDAD-AUTTIT
              MOVE MUE-TIPO-IDE(IX-MUE)   TO TIPO-IDE-AUTTIT
              MOVE MUE-NUM-IDE(IX-MUE)    TO NUM-IDE-AUTTIT
              MOVE 0                      TO FEC-AUTORIZA-AUTTIT
              START AUTTITUL KEY IS NOT LESS THAN LLAVE-AUTTITUL
                 INVALID KEY
                    MOVE "23" TO COD-RET-AUTTITUL
                 NOT INVALID KEY
                    READ AUTTITUL NEXT RECORD
                       AT END MOVE "10" TO COD-RET-AUTTITUL
                    END-READ
              END-START
              IF COD-RET-AUTTITUL = "00"
                 AND ENTIDAD-AUTTIT  = W-ENTIDAD-ACTUAL
                 AND TIPO-IDE-AUTTIT = MUE-TIPO-IDE(IX-MUE)
                 AND NUM-IDE-AUTTIT  = MUE-NUM-IDE(IX-MUE)
                 AND FEC-AUTORIZA-AUTTIT NOT >
                     MUE-FEC-CONSULTA(IX-MUE)
                 MOVE 1 TO SW-AUTORIZADA
              END-IF
           END-IF
           MOVE SW-AUTORIZADA TO MUE-AUTORIZADA(IX-MUE)
           MOVE 0 TO MUE-NUM-CASO(IX-MUE)
           IF SW-AUTORIZADA = 1
              ADD 1 TO W-CON-AUT-ENTIDAD
           ELSE
              ADD 1 TO W-SIN-AUT-ENTIDAD
              PERFORM 2700-ABRIR-CASO
           END-IF.

      ******************************************************************
      *2650-LISTAR-FALTANTE.
      ** UNA LINEA EN EL REPORTE Y OTRA EN LA SOLICITUD POR CADA
      ** CONSULTA MUESTREADA SIN AUTORIZACION
      ******************************************************************
       2650-LISTAR-FALTANTE.
           IF MUE-AUTORIZADA(IX-MUE) = 0
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "   SIN AUTORIZACION  CASO " MUE-NUM-CASO(IX-MUE)
                     "  " MUE-TIPO-IDE(IX-MUE)
                     " " MUE-NUM-IDE(IX-MUE)
                     "  CONSULTADO " MUE-FEC-CONSULTA(IX-MUE)
                     "  " MUE-MOTIVO(IX-MUE)
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9000-GRABAR-LINEA
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "  " MUE-NUM-CASO(IX-MUE)
                     "   " MUE-TIPO-IDE(IX-MUE)
                     "    " MUE-NUM-IDE(IX-MUE)
                     "  " MUE-FEC-CONSULTA(IX-MUE)
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-SOLICITUD
           END-IF.

      ******************************************************************
      *2700-ABRIR-CASO.
      ******************************************************************
       2700-ABRIR-CASO.
           ADD 1 TO W-SEC-CASO
           MOVE W-PERIODO  TO W-NUM-CASO-PERIODO
           MOVE W-SEC-CASO TO W-NUM-CASO-SEC
           INITIALIZE REG-CASOSAUT
           MOVE W-NUM-CASO-9             TO NUM-CASO-CASAUT
           MOVE W-ENTIDAD-ACTUAL         TO ENTIDAD-CASAUT
           MOVE MUE-TIPO-IDE(IX-MUE)     TO TIPO-IDE-CASAUT
           MOVE MUE-NUM-IDE(IX-MUE)      TO NUM-IDE-CASAUT
           MOVE MUE-FEC-CONSULTA(IX-MUE) TO FEC-CONSULTA-CASAUT
           MOVE MUE-SEC-CONSULTA(IX-MUE) TO SEC-CONSULTA-CASAUT
           MOVE MUE-MOTIVO(IX-MUE)       TO MOTIVO-CASAUT
           MOVE FECHA-SISTEMA            TO FEC-SOLICITUD-CASAUT
           MOVE W-FEC-LIMITE             TO FEC-LIMITE-CASAUT
           MOVE "P"                      TO ESTADO-CASAUT
           MOVE FECHA-SISTEMA            TO FEC-ESTADO-CASAUT
           WRITE REG-CASOSAUT
              INVALID KEY
                 ADD 1 TO CONT-ERR-CASOS
                 DISPLAY "MUESAUTIT - NO SE PUDO ABRIR EL CASO "
                         W-NUM-CASO-9 " (" COD-RET-CASOSAUT ")"
              NOT INVALID KEY
                 MOVE W-NUM-CASO-9 TO MUE-NUM-CASO(IX-MUE)
           END-WRITE.

      ******************************************************************
      *2800-ENCABEZAR-SOLICITUD.
      ** LA SOLICITUD FORMAL DE EVIDENCIA DE CADA ENTIDAD, LISTA PARA
      ** SU ENVIO: ENCABEZADO, TEXTO, UNA LINEA POR CASO Y CIERRE
      ******************************************************************
       2800-ENCABEZAR-SOLICITUD.
           MOVE "SOLICITUD DE EVIDENCIA DE AUTORIZACION PREVIA DEL "
             & "TITULAR" TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-SOLICITUD
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "ENTIDAD: " W-ENTIDAD-ACTUAL
                  "          FECHA: " FECHA-SISTEMA
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-SOLICITUD
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-SOLICITUD
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "EN LA AUDITORIA POR MUESTREO DE LAS CONSULTAS DEL "
                  "PERIODO " W-PERIODO " NO SE"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-SOLICITUD
           MOVE "ENCONTRO EN EL REGISTRO DE AUTORIZACIONES LA "
             & "AUTORIZACION PREVIA DEL TITULAR" TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-SOLICITUD
           MOVE "PARA LAS CONSULTAS SIGUIENTES. SE SOLICITA "
             & "DEPOSITARLA O REMITIR LA EVIDENCIA" TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-SOLICITUD
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "A MAS TARDAR EL " W-FEC-LIMITE
                  ", CITANDO EL NUMERO DE CASO."
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-SOLICITUD
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-SOLICITUD
           MOVE "  CASO          TIPO NUMERO       CONSULTADO"
             TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-SOLICITUD.

      ******************************************************************
      *2900-CERRAR-SOLICITUD.
      ******************************************************************
       2900-CERRAR-SOLICITUD.
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-SOLICITUD
           MOVE "CENTRAL DE INFORMACION - AREA DE CUMPLIMIENTO HABEAS "
             & "DATA" TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-SOLICITUD
           MOVE "========================================"
             & "========================================"
             TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-SOLICITUD.

      ******************************************************************
      *7000-GRABAR-TOTALES.
      ******************************************************************
       7000-GRABAR-TOTALES.
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9000-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "CONSULTAS DEL PERIODO " CONT-DEL-PERIODO
                  "  INTERNAS EXCLUIDAS " CONT-INTERNAS
                  "  ENTIDADES " CONT-ENTIDADES
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9000-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "MUESTREADAS " CONT-MUESTREADAS
                  "  CON AUTORIZACION " CONT-CON-AUTORIZACION
                  "  SIN AUTORIZACION " CONT-SIN-AUTORIZACION
                  "  ENTIDADES CON FALTANTES " CONT-ENTIDADES-FALTA
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9000-GRABAR-LINEA
           DISPLAY "Consultas leidas.......... " CONT-LEIDAS
           DISPLAY "Consultas del periodo..... " CONT-DEL-PERIODO
           DISPLAY "Internas excluidas........ " CONT-INTERNAS
           DISPLAY "Entidades................. " CONT-ENTIDADES
           DISPLAY "Consultas muestreadas..... " CONT-MUESTREADAS
           DISPLAY "Con autorizacion.......... " CONT-CON-AUTORIZACION
           DISPLAY "Sin autorizacion (casos).. " CONT-SIN-AUTORIZACION
           DISPLAY "Casos no grabados......... " CONT-ERR-CASOS
           DISPLAY "Semilla del muestreo...... " W-SEMILLA-INICIAL.

      ******************************************************************
      *8000-ASENTAR-CORRIDA.
      ** CONVENCION GRADUADA: RC 4 CUANDO HUBO FALTANTES (CASOS QUE
      ** SEGUIR), RC 8 SI ALGUN CASO NO SE PUDO GRABAR
      ******************************************************************
       8000-ASENTAR-CORRIDA.
           EVALUATE TRUE
              WHEN CONT-ERR-CASOS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN CONT-SIN-AUTORIZACION > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           MOVE SPACES TO REGC-CONTADORES
           STRING "MUESTRA " CONT-MUESTREADAS
                  " CON-AUT " CONT-CON-AUTORIZACION
                  " SIN-AUT " CONT-SIN-AUTORIZACION
                  DELIMITED BY SIZE INTO REGC-CONTADORES
           END-STRING
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "MUESAUTIT - REGCORRIDA NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-GRABAR-LINEA.
      ******************************************************************
       9000-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REP-MUESTREO
           WRITE REG-REP-MUESTREO.

      ******************************************************************
      *9100-GRABAR-SOLICITUD.
      ******************************************************************
       9100-GRABAR-SOLICITUD.
           MOVE W-LINEA-ARMADA TO REG-SOLICITUD
           WRITE REG-SOLICITUD.

      * REPSIC.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REPSIC.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Informe trimestral de habeas data para la Superintendencia
      ** de Industria y Comercio: reclamos recibidos, resueltos en
      ** termino y fuera de termino, tiempo promedio de respuesta en
      ** dias habiles, rectificaciones y supresiones aplicadas y
      ** extractos de "quien me consulto" emitidos, con un anexo de
      ** cada caso fuera de termino con sus fechas, para que juridica
      ** lo firme sin rearmar los numeros a mano.
      **
      ** Las cifras salen de los rastros que ya se llevan:
      **   - $TEMPORALES/RECLAMOS.AUD (RECLAMOS.CBL): cada ABRIR/
      **     ABRIRDEM es un reclamo recibido con su plazo legal, cada
      **     CERRAR/CERRFAV/CERRDEM/CERRDFAV su resolucion. El reclamo
      **     sobre una demanda se distingue por el radicado al frente
      **     del detalle
      **   - $TEMPORALES/HABEASDAT.AUD (HABEASDAT.CBL y APROBAR.CBL):
      **     una intervencion son las filas de una misma corrida
      **     (fecha, hora, accion e identificacion); es supresion si
      **     la imagen nueva dice "*** SUPRIMIDO ***", rectificacion
      **     si no. La accion con "+" (solicitante+revisor) la aplico
      **     APROBAR; sin "+" fue de emergencia
      **   - el espejo ICBCONENT: cada extracto de QUIENCONS queda
      **     asentado en el rastro bajo la entidad "QUIENCONS/..."
      **     con la marca de cobro de la consulta propia
      ** Los dias habiles los cuenta DIAHABIL, con el mismo
      ** calendario FERIADOS.CAL con que RECLAMOS fija el plazo.
      **
      ** USO: REPSIC [AAAAT]
      **   T es el trimestre (1 a 4); sin parametro informa el
      **   trimestre anterior al de la fecha del sistema (el ya
      **   cerrado). El informe queda en $TEMPORALES/REPSIC.AAAAT.
      **
      ** RC 0 ok; RC 4 no hubo movimiento en el trimestre; RC 8 el
      ** informe quedo incompleto (tabla de reclamos llena o sin el
      ** espejo ICBCONENT); RC 16 error de uso o archivo inaccesible.
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

           SELECT OPTIONAL AUDITORIA-RECLAMOS
                  ASSIGN TO "$TEMPORALES/RECLAMOS.AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUDR.

           SELECT OPTIONAL AUDITORIA-HABEAS
                  ASSIGN TO "$TEMPORALES/HABEASDAT.AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUDH.

           SELECT REPORTE-SIC
                  ASSIGN TO DISK REP-SIC-TITLE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY ICBCONENT.FD.

      *    mismo layout que RECLAMOS.CBL
       FD  AUDITORIA-RECLAMOS.
       01  REG-AUD-RECLAMO.
           02 AUR-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 AUR-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 AUR-ACCION               PIC X(08).
           02 FILLER                   PIC X.
           02 AUR-CLAVE.
              03 AUR-TIPO-IDE          PIC X(01).
              03 AUR-NUM-IDE           PIC X(11).
              03 AUR-FUENTE            PIC X(06).
              03 AUR-COD-ALERTA        PIC X(03).
              03 AUR-OCURRENCIA        PIC X(03).
           02 FILLER                   PIC X.
           02 AUR-FEC-LIMITE           PIC 9(08).
           02 FILLER                   PIC X.
           02 AUR-DETALLE              PIC X(60).

      *    mismo layout que HABEASDAT.CBL / APROBAR.CBL
       FD  AUDITORIA-HABEAS.
       01  REG-AUD-HABEAS.
           02 AUH-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 AUH-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 AUH-ACCION               PIC X(10).
           02 FILLER                   PIC X.
           02 AUH-ARCHIVO              PIC X(10).
           02 FILLER                   PIC X.
           02 AUH-IMAGEN-ANTES         PIC X(200).
           02 FILLER                   PIC X.
           02 AUH-IMAGEN-DESPUES       PIC X(200).

       FD  REPORTE-SIC.
       01  REG-REP-SIC                 PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-ICBENT           PIC XX   VALUE ZEROS.
       01 COD-RET-AUDR             PIC X(2) VALUE ZEROS.
       01 COD-RET-AUDH             PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 REP-SIC-TITLE            PIC X(80) VALUE SPACES.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-TRIMESTRE-X            PIC X(05) VALUE SPACES.
       01 W-TRIMESTRE              PIC 9(05) VALUE 0.
       01 W-TRIMESTRE-R REDEFINES W-TRIMESTRE.
          03 W-TRIM-AAAA              PIC 9(04).
          03 W-TRIM-T                 PIC 9(01).
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 FECHA-SISTEMA-R REDEFINES FECHA-SISTEMA.
          03 SIST-ANO                 PIC 9(04).
          03 SIST-MES                 PIC 9(02).
          03 SIST-DIA                 PIC 9(02).
       01 FECHA-INICIO             PIC 9(08) VALUE 0.
       01 FECHA-INICIO-R REDEFINES FECHA-INICIO.
          03 INI-ANO                  PIC 9(04).
          03 INI-MES                  PIC 9(02).
          03 INI-DIA                  PIC 9(02).
       01 FECHA-FIN                PIC 9(08) VALUE 0.
       01 FECHA-FIN-R REDEFINES FECHA-FIN.
          03 FIN-ANO                  PIC 9(04).
          03 FIN-MES                  PIC 9(02).
          03 FIN-DIA                  PIC 9(02).
       01 SW-FIN-AUD               PIC 9(01) VALUE 0.
       01 SW-FIN-ICBENT            PIC 9(01) VALUE 0.
       01 SW-SIN-ICBCONENT         PIC 9(01) VALUE 0.
       01 SW-TABLA-LLENA           PIC 9(01) VALUE 0.

      **** RECLAMOS RECONSTRUIDOS DESDE LA AUDITORIA. LOS CERRADOS
      **** ANTES DEL TRIMESTRE SE SACAN DE LA TABLA AL LEER SU CIERRE,
      **** ASI QUE SOLO QUEDAN LOS QUE ESTABAN ABIERTOS AL EMPEZAR Y
      **** LOS QUE SE MOVIERON EN EL TRIMESTRE
       01 CANT-CASOS               PIC 9(05) VALUE 0.
       01 MAX-CASOS                PIC 9(05) VALUE 5000.
       01 I-CAS                    PIC 9(05) VALUE 0.
       01 TABLA-CASOS.
          02 CASO-TAB OCCURS 5000 TIMES.
             03 CAS-CLAVE             PIC X(24).
             03 CAS-RADICADO          PIC X(23).
      *       fecha 0: el cierre no tiene apertura en la auditoria
             03 CAS-FEC-APERTURA      PIC 9(08).
             03 CAS-FEC-LIMITE        PIC 9(08).
             03 CAS-FEC-CIERRE        PIC 9(08).
             03 CAS-A-FAVOR           PIC X(01).
       01 W-RADICADO               PIC X(23) VALUE SPACES.

      **** INTERVENCION DE HABEAS DATA EN CURSO (FILAS DE UNA CORRIDA)
       01 W-INTERV-ANTERIOR.
          03 ANT-FECHA                PIC 9(08).
          03 ANT-HORA                 PIC 9(06).
          03 ANT-ACCION               PIC X(10).
          03 ANT-IDENTIFICACION       PIC X(12).
       01 W-INTERV-ACTUAL.
          03 ACT-FECHA                PIC 9(08).
          03 ACT-HORA                 PIC 9(06).
          03 ACT-ACCION               PIC X(10).
          03 ACT-IDENTIFICACION       PIC X(12).
       01 W-CANT-MAS               PIC 9(02) VALUE 0.

      **** DIAS HABILES ENTRE DOS FECHAS (DIAHABIL SIGUIENTE)
       01 DHAB-ACCION              PIC X(10) VALUE "SIGUIENTE".
       01 DHAB-CANTIDAD            PIC 9(03) VALUE 1.
       01 DHAB-RESULTADO           PIC 9(01) VALUE 0.
       01 W-FECHA-DESDE            PIC 9(08) VALUE 0.
       01 W-FECHA-HASTA            PIC 9(08) VALUE 0.
       01 W-FECHA-PASO             PIC 9(08) VALUE 0.
       01 W-HABILES                PIC 9(03) VALUE 0.
       01 W-DIAS-RESPUESTA         PIC 9(03) VALUE 0.
       01 W-DIAS-ATRASO            PIC 9(03) VALUE 0.
       01 SW-SIN-DIAHABIL          PIC 9(01) VALUE 0.

       01 CONTADORES-SIC.
          02 CONT-RECIBIDOS           PIC 9(06) VALUE 0.
          02 CONT-RESUELTOS           PIC 9(06) VALUE 0.
          02 CONT-EN-TERMINO          PIC 9(06) VALUE 0.
          02 CONT-FUERA-TERMINO       PIC 9(06) VALUE 0.
          02 CONT-A-FAVOR             PIC 9(06) VALUE 0.
          02 CONT-CON-APERTURA        PIC 9(06) VALUE 0.
          02 CONT-PENDIENTES          PIC 9(06) VALUE 0.
          02 CONT-PEND-VENCIDOS       PIC 9(06) VALUE 0.
          02 CONT-NO-CABEN            PIC 9(06) VALUE 0.
          02 CONT-RECTIFICACIONES     PIC 9(06) VALUE 0.
          02 CONT-SUPRESIONES         PIC 9(06) VALUE 0.
          02 CONT-EMERGENCIA          PIC 9(06) VALUE 0.
          02 CONT-EXTRACTOS           PIC 9(06) VALUE 0.
          02 CONT-EXT-GRATUITOS       PIC 9(06) VALUE 0.
          02 CONT-EXT-COBRABLES       PIC 9(06) VALUE 0.
          02 CONT-ANEXO               PIC 9(06) VALUE 0.
       01 SUMA-DIAS-RESPUESTA      PIC 9(09) VALUE 0.
       01 PROMEDIO-RESPUESTA       PIC 9(05)V9 VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** RENGLON DEL FORMATO: CODIGO, CONCEPTO Y VALOR
       01 LINEA-FORMATO.
          03 FMT-CODIGO               PIC X(05).
          03 FMT-CONCEPTO             PIC X(60).
          03 FMT-VALOR                PIC ZZZ,ZZ9.
       01 LINEA-PROMEDIO.
          03 PRO-CODIGO               PIC X(05).
          03 PRO-CONCEPTO             PIC X(60).
          03 PRO-VALOR                PIC ZZ,ZZ9.9.

      **** RENGLON DEL ANEXO DE CASOS FUERA DE TERMINO
       01 LINEA-ANEXO.
          03 ANX-TIPO-IDE             PIC X(01).
          03 FILLER                   PIC X(01) VALUE SPACE.
          03 ANX-NUM-IDE              PIC X(11).
          03 FILLER                   PIC X(02) VALUE SPACES.
          03 ANX-RECLAMO              PIC X(23).
          03 FILLER                   PIC X(02) VALUE SPACES.
          03 ANX-FEC-APERTURA         PIC X(08).
          03 FILLER                   PIC X(02) VALUE SPACES.
          03 ANX-FEC-LIMITE           PIC 9(08).
          03 FILLER                   PIC X(02) VALUE SPACES.
          03 ANX-FEC-CIERRE           PIC X(09).
          03 FILLER                   PIC X(02) VALUE SPACES.
          03 ANX-DIAS-RESPUESTA       PIC X(04).
          03 FILLER                   PIC X(02) VALUE SPACES.
          03 ANX-DIAS-ATRASO          PIC ZZ9.
       01 W-DIAS-EDIT              PIC ZZ9.

      **** BITACORA CENTRAL DE CORRIDAS (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "REPSIC".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24) VALUE "REPSIC.v.01.0001".
      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "REPSIC".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Informe trimestral de habeas data (SIC)      *"
           DISPLAY "*           PROGRAMA : REPSIC.CBL               *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 2000-ABRIR-REPORTE
           PERFORM 3000-LEER-RECLAMOS
           PERFORM 3500-EVALUAR-CASOS
           PERFORM 4000-LEER-HABEAS
           PERFORM 4500-CONTAR-EXTRACTOS
           PERFORM 5000-GRABAR-FORMATO
           PERFORM 5500-GRABAR-ANEXO
           PERFORM 6000-SACAR-RESUMEN
           CLOSE REPORTE-SIC
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
      *SIN TRIMESTRE SE TOMA EL ANTERIOR AL DE LA FECHA DEL SISTEMA
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " " INTO
              W-TRIMESTRE-X
           IF W-TRIMESTRE-X = SPACES
              MOVE SIST-ANO TO W-TRIM-AAAA
              COMPUTE W-TRIM-T = (SIST-MES + 2) / 3
              IF W-TRIM-T = 1
                 MOVE 4 TO W-TRIM-T
                 SUBTRACT 1 FROM W-TRIM-AAAA
              ELSE
                 SUBTRACT 1 FROM W-TRIM-T
              END-IF
           ELSE
              IF W-TRIMESTRE-X NOT NUMERIC
                 DISPLAY "Uso: REPSIC [AAAAT]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE W-TRIMESTRE-X TO W-TRIMESTRE
              IF W-TRIM-T < 1 OR W-TRIM-T > 4
                 DISPLAY "Trimestre invalido: " W-TRIMESTRE-X
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           MOVE W-TRIM-AAAA TO INI-ANO FIN-ANO
           COMPUTE INI-MES = (W-TRIM-T * 3) - 2
           MOVE 01 TO INI-DIA
           COMPUTE FIN-MES = W-TRIM-T * 3
           IF FIN-MES = 6 OR FIN-MES = 9
              MOVE 30 TO FIN-DIA
           ELSE
              MOVE 31 TO FIN-DIA
           END-IF
           MOVE SPACES TO REP-SIC-TITLE
           STRING "$TEMPORALES/REPSIC." W-TRIMESTRE
                  DELIMITED BY SIZE INTO REP-SIC-TITLE
           END-STRING
           DISPLAY "Trimestre informado: " W-TRIMESTRE
                   " (" FECHA-INICIO " a " FECHA-FIN ")".

      ******************************************************************
      *2000-ABRIR-REPORTE.
      ******************************************************************
       2000-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE-SIC
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo " REP-SIC-TITLE
              DISPLAY "Estado " COD-RET-REP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REG-REP-SIC
           STRING "INFORME TRIMESTRAL DE HABEAS DATA - "
                  "SUPERINTENDENCIA DE INDUSTRIA Y COMERCIO"
                  DELIMITED BY SIZE INTO REG-REP-SIC
           END-STRING
           WRITE REG-REP-SIC
           MOVE SPACES TO REG-REP-SIC
           STRING "PERIODO " W-TRIM-AAAA " TRIMESTRE " W-TRIM-T
                  " (DEL " FECHA-INICIO " AL " FECHA-FIN ")"
                  DELIMITED BY SIZE INTO REG-REP-SIC
           END-STRING
           WRITE REG-REP-SIC
           MOVE SPACES TO REG-REP-SIC
           STRING "GENERADO EL " FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-REP-SIC
           END-STRING
           WRITE REG-REP-SIC
           MOVE SPACES TO REG-REP-SIC
           WRITE REG-REP-SIC.

      ******************************************************************
      *3000-LEER-RECLAMOS.
      *LA AUDITORIA ESTA EN ORDEN CRONOLOGICO: LA APERTURA ENTRA A LA
      *TABLA Y EL CIERRE BUSCA LA APERTURA AUN ABIERTA DE LA MISMA
      *CLAVE (Y RADICADO). LO POSTERIOR AL TRIMESTRE NO CUENTA
      ******************************************************************
       3000-LEER-RECLAMOS.
           MOVE 0 TO SW-FIN-AUD
           OPEN INPUT AUDITORIA-RECLAMOS
           IF COD-RET-AUDR NOT = "00"
              DISPLAY "SIN RECLAMOS.AUD (" COD-RET-AUDR ")"
              MOVE 1 TO SW-FIN-AUD
           END-IF
           PERFORM UNTIL SW-FIN-AUD = 1
              READ AUDITORIA-RECLAMOS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-AUD
              END-READ
              IF SW-FIN-AUD = 0
                 AND AUR-FECHA NOT > FECHA-FIN
                 MOVE SPACES TO W-RADICADO
                 IF AUR-ACCION = "ABRIRDEM" OR AUR-ACCION = "CERRDEM"
                    OR AUR-ACCION = "CERRDFAV"
                    UNSTRING AUR-DETALLE DELIMITED BY SPACE
                             INTO W-RADICADO
                    END-UNSTRING
                 END-IF
                 EVALUATE AUR-ACCION
                    WHEN "ABRIR"
                    WHEN "ABRIRDEM"
                       PERFORM 3100-ALTA-CASO
                    WHEN "CERRAR"
                    WHEN "CERRFAV"
                    WHEN "CERRDEM"
                    WHEN "CERRDFAV"
                       PERFORM 3200-CIERRE-CASO
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           CLOSE AUDITORIA-RECLAMOS
           IF CONT-NO-CABEN > 0
              MOVE 1 TO SW-TABLA-LLENA
              DISPLAY "*** " CONT-NO-CABEN " RECLAMOS NO ENTRARON EN "
                      "LA TABLA (" MAX-CASOS "): INFORME INCOMPLETO"
           END-IF.

      ******************************************************************
      *3100-ALTA-CASO.
      ******************************************************************
       3100-ALTA-CASO.
           IF CANT-CASOS < MAX-CASOS
              ADD 1 TO CANT-CASOS
              MOVE AUR-CLAVE      TO CAS-CLAVE(CANT-CASOS)
              MOVE W-RADICADO     TO CAS-RADICADO(CANT-CASOS)
              MOVE AUR-FECHA      TO CAS-FEC-APERTURA(CANT-CASOS)
              MOVE AUR-FEC-LIMITE TO CAS-FEC-LIMITE(CANT-CASOS)
              MOVE 0              TO CAS-FEC-CIERRE(CANT-CASOS)
              MOVE "N"            TO CAS-A-FAVOR(CANT-CASOS)
           ELSE
              ADD 1 TO CONT-NO-CABEN
           END-IF.

      ******************************************************************
      *3200-CIERRE-CASO.
      *UN CIERRE ANTERIOR AL TRIMESTRE SACA EL CASO DE LA TABLA (EL
      *ULTIMO OCUPA SU LUGAR). UN CIERRE SIN APERTURA REGISTRADA (LA
      *AUDITORIA EMPEZO DESPUES) ENTRA CON FECHA DE APERTURA CERO
      ******************************************************************
       3200-CIERRE-CASO.
           MOVE 1 TO I-CAS
           PERFORM UNTIL I-CAS > CANT-CASOS
                      OR (CAS-CLAVE(I-CAS) = AUR-CLAVE
                      AND CAS-RADICADO(I-CAS) = W-RADICADO
                      AND CAS-FEC-CIERRE(I-CAS) = 0)
              ADD 1 TO I-CAS
           END-PERFORM
           IF AUR-FECHA < FECHA-INICIO
              IF I-CAS NOT > CANT-CASOS
                 MOVE CASO-TAB(CANT-CASOS) TO CASO-TAB(I-CAS)
                 SUBTRACT 1 FROM CANT-CASOS
              END-IF
           ELSE
              IF I-CAS > CANT-CASOS
                 PERFORM 3100-ALTA-CASO
                 IF I-CAS = CANT-CASOS
                    MOVE 0 TO CAS-FEC-APERTURA(I-CAS)
                 END-IF
              END-IF
              IF I-CAS NOT > CANT-CASOS
                 MOVE AUR-FECHA TO CAS-FEC-CIERRE(I-CAS)
                 IF AUR-ACCION = "CERRFAV" OR AUR-ACCION = "CERRDFAV"
                    MOVE "S" TO CAS-A-FAVOR(I-CAS)
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *3500-EVALUAR-CASOS.
      *RECIBIDO: APERTURA EN EL TRIMESTRE. RESUELTO: CIERRE EN EL
      *TRIMESTRE, EN TERMINO SI NO PASO LA FECHA LIMITE. PENDIENTE:
      *SIN CIERRE AL FIN DEL TRIMESTRE, VENCIDO SI EL PLAZO YA PASO
      ******************************************************************
       3500-EVALUAR-CASOS.
           PERFORM VARYING I-CAS FROM 1 BY 1 UNTIL I-CAS > CANT-CASOS
              IF CAS-FEC-APERTURA(I-CAS) NOT < FECHA-INICIO
                 ADD 1 TO CONT-RECIBIDOS
              END-IF
              IF CAS-FEC-CIERRE(I-CAS) = 0
                 ADD 1 TO CONT-PENDIENTES
                 IF CAS-FEC-LIMITE(I-CAS) < FECHA-FIN
                    ADD 1 TO CONT-PEND-VENCIDOS
                 END-IF
              ELSE
                 ADD 1 TO CONT-RESUELTOS
                 IF CAS-FEC-CIERRE(I-CAS) > CAS-FEC-LIMITE(I-CAS)
                    ADD 1 TO CONT-FUERA-TERMINO
                 ELSE
                    ADD 1 TO CONT-EN-TERMINO
                 END-IF
                 IF CAS-A-FAVOR(I-CAS) = "S"
                    ADD 1 TO CONT-A-FAVOR
                 END-IF
                 IF CAS-FEC-APERTURA(I-CAS) NOT = 0
                    MOVE CAS-FEC-APERTURA(I-CAS) TO W-FECHA-DESDE
                    MOVE CAS-FEC-CIERRE(I-CAS)   TO W-FECHA-HASTA
                    PERFORM 5800-CONTAR-HABILES
                    ADD 1 TO CONT-CON-APERTURA
                    ADD W-HABILES TO SUMA-DIAS-RESPUESTA
                 END-IF
              END-IF
           END-PERFORM
           IF CONT-CON-APERTURA > 0
              COMPUTE PROMEDIO-RESPUESTA ROUNDED =
                      SUMA-DIAS-RESPUESTA / CONT-CON-APERTURA
           END-IF.

      ******************************************************************
      *4000-LEER-HABEAS.
      *UNA INTERVENCION SON LAS FILAS SEGUIDAS DE UNA MISMA CORRIDA:
      *LA SUPRESION DEJA UNA FILA POR ALERTA, OTRA POR BDIIREGI Y LAS
      *DE LA FOTO, TODAS CON LA MISMA FECHA, HORA E IDENTIFICACION
      ******************************************************************
       4000-LEER-HABEAS.
           MOVE 0 TO SW-FIN-AUD
           MOVE LOW-VALUES TO W-INTERV-ANTERIOR
           OPEN INPUT AUDITORIA-HABEAS
           IF COD-RET-AUDH NOT = "00"
              DISPLAY "SIN HABEASDAT.AUD (" COD-RET-AUDH ")"
              MOVE 1 TO SW-FIN-AUD
           END-IF
           PERFORM UNTIL SW-FIN-AUD = 1
              READ AUDITORIA-HABEAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-AUD
              END-READ
              IF SW-FIN-AUD = 0
                 AND AUH-FECHA NOT < FECHA-INICIO
                 AND AUH-FECHA NOT > FECHA-FIN
                 MOVE AUH-FECHA              TO ACT-FECHA
                 MOVE AUH-HORA               TO ACT-HORA
                 MOVE AUH-ACCION             TO ACT-ACCION
                 MOVE AUH-IMAGEN-ANTES(1:12) TO ACT-IDENTIFICACION
                 IF W-INTERV-ACTUAL NOT = W-INTERV-ANTERIOR
                    MOVE W-INTERV-ACTUAL TO W-INTERV-ANTERIOR
                    PERFORM 4100-CONTAR-INTERVENCION
                 END-IF
              END-IF
           END-PERFORM
           CLOSE AUDITORIA-HABEAS.

      ******************************************************************
      *4100-CONTAR-INTERVENCION.
      ******************************************************************
       4100-CONTAR-INTERVENCION.
           IF AUH-IMAGEN-DESPUES(1:17) = "*** SUPRIMIDO ***"
              ADD 1 TO CONT-SUPRESIONES
           ELSE
              ADD 1 TO CONT-RECTIFICACIONES
           END-IF
           MOVE 0 TO W-CANT-MAS
           INSPECT AUH-ACCION TALLYING W-CANT-MAS FOR ALL "+"
           IF W-CANT-MAS = 0
              ADD 1 TO CONT-EMERGENCIA
           END-IF.

      ******************************************************************
      *4500-CONTAR-EXTRACTOS.
      *START PARCIAL EN LA ENTIDAD "QUIENCONS/" DEL ESPEJO: CADA
      *EXTRACTO EMITIDO ES UN ASIENTO DEL RASTRO
      ******************************************************************
       4500-CONTAR-EXTRACTOS.
           OPEN INPUT ICBCONENT
           IF COD-RET-ICBENT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ESPEJO ICBCONENT ("
                      COD-RET-ICBENT "): CORRER INVICBCON"
              MOVE 1 TO SW-SIN-ICBCONENT
           ELSE
              MOVE 0 TO SW-FIN-ICBENT
              MOVE LOW-VALUES TO LLAVE-ICBCONENT
              MOVE "QUIENCONS/" TO ENTIDAD-ICBENT
              START ICBCONENT KEY IS NOT LESS THAN LLAVE-ICBCONENT
                 INVALID KEY MOVE 1 TO SW-FIN-ICBENT
              END-START
              PERFORM UNTIL SW-FIN-ICBENT = 1
                 READ ICBCONENT NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ICBENT
                 END-READ
                 IF SW-FIN-ICBENT = 0
                    IF ENTIDAD-ICBENT(1:10) NOT = "QUIENCONS/"
                       MOVE 1 TO SW-FIN-ICBENT
                    ELSE
                       IF FEC-CONSULTA-ICBENT NOT < FECHA-INICIO
                          AND FEC-CONSULTA-ICBENT NOT > FECHA-FIN
                          ADD 1 TO CONT-EXTRACTOS
                          IF MOTIVO-CODIFICADO-ICBENT
                             AND PROPIA-COBRABLE-ICBENT
                             ADD 1 TO CONT-EXT-COBRABLES
                          ELSE
                             ADD 1 TO CONT-EXT-GRATUITOS
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ICBCONENT
           END-IF.

      ******************************************************************
      *5000-GRABAR-FORMATO.
      *UN RENGLON POR CONCEPTO DEL FORMATO: CODIGO, CONCEPTO, VALOR
      ******************************************************************
       5000-GRABAR-FORMATO.
           MOVE "1. RECLAMOS DE LOS TITULARES" TO REG-REP-SIC
           WRITE REG-REP-SIC
           MOVE "1.1" TO FMT-CODIGO
           MOVE "RECLAMOS RECIBIDOS EN EL TRIMESTRE" TO FMT-CONCEPTO
           MOVE CONT-RECIBIDOS TO FMT-VALOR
           PERFORM 7000-GRABAR-RENGLON
           MOVE "1.2" TO FMT-CODIGO
           MOVE "RECLAMOS RESUELTOS EN EL TRIMESTRE" TO FMT-CONCEPTO
           MOVE CONT-RESUELTOS TO FMT-VALOR
           PERFORM 7000-GRABAR-RENGLON
           MOVE "1.3" TO FMT-CODIGO
           MOVE "  RESUELTOS DENTRO DEL TERMINO LEGAL" TO FMT-CONCEPTO
           MOVE CONT-EN-TERMINO TO FMT-VALOR
           PERFORM 7000-GRABAR-RENGLON
           MOVE "1.4" TO FMT-CODIGO
           MOVE "  RESUELTOS FUERA DEL TERMINO LEGAL (VER ANEXO)"
             TO FMT-CONCEPTO
           MOVE CONT-FUERA-TERMINO TO FMT-VALOR
           PERFORM 7000-GRABAR-RENGLON
           MOVE "1.5" TO FMT-CODIGO
           MOVE "  RESUELTOS A FAVOR DEL TITULAR" TO FMT-CONCEPTO
           MOVE CONT-A-FAVOR TO FMT-VALOR
           PERFORM 7000-GRABAR-RENGLON
           MOVE "1.6" TO PRO-CODIGO
           MOVE "TIEMPO PROMEDIO DE RESPUESTA (DIAS HABILES)"
             TO PRO-CONCEPTO
           MOVE PROMEDIO-RESPUESTA TO PRO-VALOR
           MOVE LINEA-PROMEDIO TO REG-REP-SIC
           WRITE REG-REP-SIC
           MOVE "1.7" TO FMT-CODIGO
           MOVE "RECLAMOS PENDIENTES AL CIERRE DEL TRIMESTRE"
             TO FMT-CONCEPTO
           MOVE CONT-PENDIENTES TO FMT-VALOR
           PERFORM 7000-GRABAR-RENGLON
           MOVE "1.8" TO FMT-CODIGO
           MOVE "  PENDIENTES CON TERMINO VENCIDO (VER ANEXO)"
             TO FMT-CONCEPTO
           MOVE CONT-PEND-VENCIDOS TO FMT-VALOR
           PERFORM 7000-GRABAR-RENGLON
           MOVE SPACES TO REG-REP-SIC
           WRITE REG-REP-SIC
           MOVE "2. RECTIFICACIONES Y SUPRESIONES APLICADAS"
             TO REG-REP-SIC
           WRITE REG-REP-SIC
           MOVE "2.1" TO FMT-CODIGO
           MOVE "RECTIFICACIONES APLICADAS" TO FMT-CONCEPTO
           MOVE CONT-RECTIFICACIONES TO FMT-VALOR
           PERFORM 7000-GRABAR-RENGLON
           MOVE "2.2" TO FMT-CODIGO
           MOVE "SUPRESIONES APLICADAS" TO FMT-CONCEPTO
           MOVE CONT-SUPRESIONES TO FMT-VALOR
           PERFORM 7000-GRABAR-RENGLON
           MOVE "2.3" TO FMT-CODIGO
           MOVE "  APLICADAS EN EMERGENCIA POR UN SOLO OPERADOR"
             TO FMT-CONCEPTO
           MOVE CONT-EMERGENCIA TO FMT-VALOR
           PERFORM 7000-GRABAR-RENGLON
           MOVE SPACES TO REG-REP-SIC
           WRITE REG-REP-SIC
           MOVE "3. EXTRACTOS DE CONSULTAS (QUIEN ME CONSULTO)"
             TO REG-REP-SIC
           WRITE REG-REP-SIC
           IF SW-SIN-ICBCONENT = 1
              MOVE "     SIN EL ESPEJO ICBCONENT: CIFRA NO DISPONIBLE"
                TO REG-REP-SIC
              WRITE REG-REP-SIC
           ELSE
              MOVE "3.1" TO FMT-CODIGO
              MOVE "EXTRACTOS EMITIDOS" TO FMT-CONCEPTO
              MOVE CONT-EXTRACTOS TO FMT-VALOR
              PERFORM 7000-GRABAR-RENGLON
              MOVE "3.2" TO FMT-CODIGO
              MOVE "  GRATUITOS (PRIMERA CONSULTA PROPIA DEL MES)"
                TO FMT-CONCEPTO
              MOVE CONT-EXT-GRATUITOS TO FMT-VALOR
              PERFORM 7000-GRABAR-RENGLON
              MOVE "3.3" TO FMT-CODIGO
              MOVE "  COBRABLES" TO FMT-CONCEPTO
              MOVE CONT-EXT-COBRABLES TO FMT-VALOR
              PERFORM 7000-GRABAR-RENGLON
           END-IF
           IF SW-TABLA-LLENA = 1
              MOVE SPACES TO REG-REP-SIC
              WRITE REG-REP-SIC
              STRING "*** INFORME INCOMPLETO: HAY RECLAMOS QUE NO "
                     "SE PUDIERON CONTAR ***"
                     DELIMITED BY SIZE INTO REG-REP-SIC
              END-STRING
              WRITE REG-REP-SIC
           END-IF.

      ******************************************************************
      *5500-GRABAR-ANEXO.
      *CADA RECLAMO RESUELTO FUERA DE TERMINO EN EL TRIMESTRE Y CADA
      *PENDIENTE CON EL PLAZO VENCIDO AL CIERRE, CON SUS FECHAS; EL
      *ATRASO SE CUENTA EN DIAS HABILES DESDE LA FECHA LIMITE
      ******************************************************************
       5500-GRABAR-ANEXO.
           MOVE SPACES TO REG-REP-SIC
           WRITE REG-REP-SIC
           MOVE "ANEXO - CASOS FUERA DE TERMINO" TO REG-REP-SIC
           WRITE REG-REP-SIC
           MOVE SPACES TO REG-REP-SIC
           STRING "T NUMERO       ALERTA/RADICADO          "
                  "RECIBIDO  VENCE     RESUELTO   DIAS  ATRASO"
                  DELIMITED BY SIZE INTO REG-REP-SIC
           END-STRING
           WRITE REG-REP-SIC
           PERFORM VARYING I-CAS FROM 1 BY 1 UNTIL I-CAS > CANT-CASOS
              IF (CAS-FEC-CIERRE(I-CAS) = 0
                  AND CAS-FEC-LIMITE(I-CAS) < FECHA-FIN)
                 OR CAS-FEC-CIERRE(I-CAS) > CAS-FEC-LIMITE(I-CAS)
                 PERFORM 5600-GRABAR-CASO-ANEXO
              END-IF
           END-PERFORM
           IF CONT-ANEXO = 0
              MOVE "     SIN CASOS FUERA DE TERMINO EN EL TRIMESTRE"
                TO REG-REP-SIC
              WRITE REG-REP-SIC
           END-IF.

      ******************************************************************
      *5600-GRABAR-CASO-ANEXO.
      ******************************************************************
       5600-GRABAR-CASO-ANEXO.
           MOVE CAS-CLAVE(I-CAS)(1:1)  TO ANX-TIPO-IDE
           MOVE CAS-CLAVE(I-CAS)(2:11) TO ANX-NUM-IDE
           IF CAS-RADICADO(I-CAS) NOT = SPACES
              MOVE CAS-RADICADO(I-CAS) TO ANX-RECLAMO
           ELSE
              MOVE SPACES TO ANX-RECLAMO
              STRING CAS-CLAVE(I-CAS)(13:6) "-"
                     CAS-CLAVE(I-CAS)(19:3) "-"
                     CAS-CLAVE(I-CAS)(22:3)
                     DELIMITED BY SIZE INTO ANX-RECLAMO
              END-STRING
           END-IF
           IF CAS-FEC-APERTURA(I-CAS) = 0
              MOVE "S/REGIST" TO ANX-FEC-APERTURA
           ELSE
              MOVE CAS-FEC-APERTURA(I-CAS) TO ANX-FEC-APERTURA
           END-IF
           MOVE CAS-FEC-LIMITE(I-CAS) TO ANX-FEC-LIMITE
           MOVE SPACES TO ANX-DIAS-RESPUESTA
           IF CAS-FEC-CIERRE(I-CAS) = 0
              MOVE "PENDIENTE" TO ANX-FEC-CIERRE
              MOVE FECHA-FIN TO W-FECHA-HASTA
           ELSE
              MOVE CAS-FEC-CIERRE(I-CAS) TO ANX-FEC-CIERRE
              MOVE CAS-FEC-CIERRE(I-CAS) TO W-FECHA-HASTA
              IF CAS-FEC-APERTURA(I-CAS) NOT = 0
                 MOVE CAS-FEC-APERTURA(I-CAS) TO W-FECHA-DESDE
                 PERFORM 5800-CONTAR-HABILES
                 MOVE W-HABILES TO W-DIAS-EDIT
                 MOVE W-DIAS-EDIT TO ANX-DIAS-RESPUESTA
              END-IF
           END-IF
           MOVE CAS-FEC-LIMITE(I-CAS) TO W-FECHA-DESDE
           PERFORM 5800-CONTAR-HABILES
           MOVE W-HABILES TO ANX-DIAS-ATRASO
           MOVE LINEA-ANEXO TO REG-REP-SIC
           WRITE REG-REP-SIC
           ADD 1 TO CONT-ANEXO.

      ******************************************************************
      *5800-CONTAR-HABILES.
      *DIAS HABILES DESDE W-FECHA-DESDE HASTA LLEGAR A W-FECHA-HASTA,
      *DE A UN HABIL SIGUIENTE POR VEZ (EL MISMO DIA ES CERO). SIN EL
      *MODULO DIAHABIL SE CUENTAN DIAS CORRIDOS Y SE AVISA UNA VEZ
      ******************************************************************
       5800-CONTAR-HABILES.
           MOVE 0 TO W-HABILES
           MOVE W-FECHA-DESDE TO W-FECHA-PASO
           PERFORM UNTIL W-FECHA-PASO NOT < W-FECHA-HASTA
                      OR W-HABILES = 999
              IF SW-SIN-DIAHABIL = 1
                 PERFORM 5850-CONTAR-CORRIDOS
              ELSE
                 CALL "DIAHABIL" USING DHAB-ACCION W-FECHA-PASO
                                       DHAB-CANTIDAD DHAB-RESULTADO
                 ON EXCEPTION
                    DISPLAY "REPSIC - DIAHABIL NO DISPONIBLE, SE "
                            "CUENTAN DIAS CORRIDOS"
                    MOVE 1 TO SW-SIN-DIAHABIL
                    PERFORM 5850-CONTAR-CORRIDOS
                 NOT ON EXCEPTION
                    IF DHAB-RESULTADO = 9
                       MOVE W-FECHA-HASTA TO W-FECHA-PASO
                    ELSE
                       ADD 1 TO W-HABILES
                    END-IF
                 END-CALL
              END-IF
           END-PERFORM.

       5850-CONTAR-CORRIDOS.
           COMPUTE W-HABILES =
                   FUNCTION INTEGER-OF-DATE (W-FECHA-HASTA)
                 - FUNCTION INTEGER-OF-DATE (W-FECHA-PASO)
           MOVE W-FECHA-HASTA TO W-FECHA-PASO.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           MOVE CONT-RECIBIDOS TO W-EDIT-CONTADOR
           DISPLAY "Reclamos recibidos........ " W-EDIT-CONTADOR
           MOVE CONT-RESUELTOS TO W-EDIT-CONTADOR
           DISPLAY "Reclamos resueltos........ " W-EDIT-CONTADOR
           MOVE CONT-FUERA-TERMINO TO W-EDIT-CONTADOR
           DISPLAY "  fuera de termino........ " W-EDIT-CONTADOR
           MOVE CONT-PENDIENTES TO W-EDIT-CONTADOR
           DISPLAY "Pendientes al cierre...... " W-EDIT-CONTADOR
           MOVE CONT-RECTIFICACIONES TO W-EDIT-CONTADOR
           DISPLAY "Rectificaciones........... " W-EDIT-CONTADOR
           MOVE CONT-SUPRESIONES TO W-EDIT-CONTADOR
           DISPLAY "Supresiones............... " W-EDIT-CONTADOR
           MOVE CONT-EXTRACTOS TO W-EDIT-CONTADOR
           DISPLAY "Extractos emitidos........ " W-EDIT-CONTADOR
           MOVE CONT-ANEXO TO W-EDIT-CONTADOR
           DISPLAY "Casos en el anexo......... " W-EDIT-CONTADOR
           DISPLAY "Informe en " REP-SIC-TITLE
           EVALUATE TRUE
              WHEN SW-TABLA-LLENA = 1 OR SW-SIN-ICBCONENT = 1
                 MOVE 8 TO RETURN-CODE
              WHEN CONT-RECIBIDOS = 0 AND CONT-RESUELTOS = 0
                   AND CONT-PENDIENTES = 0
                   AND CONT-RECTIFICACIONES = 0
                   AND CONT-SUPRESIONES = 0 AND CONT-EXTRACTOS = 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE SPACES TO REGC-CONTADORES
           STRING "TRIM " W-TRIMESTRE
                  " REC " CONT-RECIBIDOS
                  " RES " CONT-RESUELTOS
                  " FT " CONT-FUERA-TERMINO
                  " RS " CONT-RECTIFICACIONES "/" CONT-SUPRESIONES
                  " EXT " CONT-EXTRACTOS
                  DELIMITED BY SIZE
                  INTO REGC-CONTADORES
           END-STRING
           PERFORM 8000-ASENTAR-CORRIDA.

      ******************************************************************
      *7000-GRABAR-RENGLON.
      ******************************************************************
       7000-GRABAR-RENGLON.
           MOVE LINEA-FORMATO TO REG-REP-SIC
           WRITE REG-REP-SIC.

      ******************************************************************
      *8000-ASENTAR-CORRIDA.
      ** BITACORA CENTRAL Y AVISO AL OPERADOR
      ******************************************************************
       8000-ASENTAR-CORRIDA.
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "REPSIC - REGCORRIDA NO DISPONIBLE"
           END-CALL
           EVALUATE REGC-RC
              WHEN 8
                 MOVE "FALLA" TO NOTIF-SEVERIDAD
              WHEN 4
                 MOVE "AVISO" TO NOTIF-SEVERIDAD
              WHEN OTHER
                 MOVE "INFO" TO NOTIF-SEVERIDAD
           END-EVALUATE
           MOVE REGC-CONTADORES TO NOTIF-MENSAJE
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "REPSIC - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

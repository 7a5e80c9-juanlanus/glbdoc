      * ARCHMES.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARCHMES.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Pase mensual a archivo de los diarios operativos: la
      ** bitacora de corridas, DB2ERRJRN, TRANSMISION.JRN,
      ** INCIDENTES.DAT, BDIIALEHIS y los .AUD crecian sin fin, las
      ** consultas (CONSCORR, DURCORR, HISBDIIALE, REPMANANA) eran
      ** cada mes mas lentas y LIMPIATMP no los puede tocar porque
      ** son archivos vivos. Este programa pasa los meses cerrados
      ** de cada diario a un archivo mensual
      **   $TEMPORALES/<diario>.<AAAAMM>
      ** (uno por mes, que se agrega si ya existe) y deja en el vivo
      ** solo lo posterior. Los archivos mensuales quedan al alcance
      ** de las consultas que reciben un rango de fechas (ver
      ** MESARCH.CBL) y, como ya no cambian, de una regla de
      ** retencion de LIMPIATMP.
      **
      ** Los diarios se leen de $TEMPORALES/ARCHMES.CFG, un renglon
      ** por diario:
      **   ARCHIVO     (20)  nombre del diario en $TEMPORALES
      **   COLUMNA      (3)  posicion de la fecha AAAAMMDD en el
      **                     renglon (001 si se omite; 001 en los
      **                     .AUD, DB2ERRJRN, TRANSMISION.JRN y
      **                     BDIIALEHIS)
      **   RECURSO     (10)  opcional: CERROJO que se toma mientras
      **                     se reescribe el vivo (ej: BDIIALE para
      **                     BDIIALEHIS, que escribe ACTALEJUR);
      **                     ocupado, el diario se omite esta vez
      ** Casos con regla propia (la columna no se usa):
      **   BITACORA.COR   indexado: el archivo mensual es secuencial
      **                  con el mismo renglon, y en el vivo queda
      **                  siempre la ultima corrida de cada programa
      **                  para que CONSCORR VIGILAR, REPMANANA y
      **                  MONCADENA sigan viendo a los de frecuencia
      **                  larga
      **   INCIDENTES.DAT solo se archivan los incidentes CERRADOS
      **                  en un mes cerrado, con todos sus
      **                  movimientos juntos en el archivo del mes
      **                  del cierre; los abiertos siguen en el vivo
      **                  (INCIDENTES los reconstruye de ahi) y el de
      **                  numero mas alto tambien, porque NOTIFICAR
      **                  numera a partir de el
      **   ORDENES.PEN y SCORECONT.LOG no se archivan: el primero es
      **                  la cola de pedidos de APROBAR y el segundo
      **                  lo archiva REPCONT LIMPIAR despues del
      **                  replay
      ** Un renglon sin fecha valida en su columna (encabezado,
      ** renglon danado) se queda en el vivo. El vivo se reescribe
      ** en <diario>.NVO y se cambia con un mv; ante cualquier error
      ** de E/S el vivo queda como estaba.
      ** Pensado como primer paso de la cadena del primer dia habil
      ** del mes, con el resto de la cadena detenida: los programas
      ** que asientan en estos diarios no toman cerrojo.
      **
      ** USO: ARCHMES [<AAAAMM>]
      **   archiva todo lo fechado hasta el mes indicado, inclusive
      **   (por defecto el mes anterior); el mes en curso no se
      **   archiva nunca.
      ** Informe por diario (leidos, archivados, conservados) en
      ** $TEMPORALES/ARCHMES.REP y por consola.
      ** RC 0 todo archivado; RC 4 algun diario omitido por cerrojo
      ** ocupado; RC 16 error de uso, de configuracion o de E/S en
      ** algun diario (ese vivo queda intacto).
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-ARCHIVO
                  ASSIGN TO "$TEMPORALES/ARCHMES.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CFG.

      *    el vivo y su reescritura: secuenciales o, para la
      *    bitacora de corridas, indexados; solo uno de cada par se
      *    abre por diario
           SELECT DIARIO-VIVO
                  ASSIGN TO DISK W-RUTA-VIVO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-VIVO.

           SELECT DIARIO-NUEVO
                  ASSIGN TO DISK W-RUTA-NUEVO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-NVO.

           SELECT BITACORA-VIVA
                  ASSIGN TO DISK W-RUTA-VIVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BITACORA
                  FILE STATUS IS COD-RET-VIVO.

           SELECT BITACORA-NUEVA
                  ASSIGN TO DISK W-RUTA-NUEVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BITNVA
                  FILE STATUS IS COD-RET-NVO.

      *    el archivo mensual en el que se esta agregando
           SELECT DIARIO-MES
                  ASSIGN TO DISK W-RUTA-MES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-MES.

           SELECT REPORTE-ARCHMES
                  ASSIGN TO "$TEMPORALES/ARCHMES.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-ARCHIVO.
       01  REG-CONFIG.
           02 CFG-ARCHIVO              PIC X(20).
           02 FILLER                   PIC X.
           02 CFG-COLUMNA              PIC X(03).
           02 FILLER                   PIC X.
           02 CFG-RECURSO              PIC X(10).

       FD  DIARIO-VIVO.
       01  REG-VIVO                    PIC X(1000).
      *    INCIDENTES.DAT (NOTIFICAR.CBL / INCIDENTES.CBL)
       01  REG-VIVO-INCIDENTE.
           02 VIN-NRO                  PIC 9(06).
           02 FILLER                   PIC X.
           02 VIN-MOVIMIENTO           PIC X(08).
           02 FILLER                   PIC X.
           02 VIN-FECHA                PIC 9(08).
           02 FILLER                   PIC X(976).

       FD  DIARIO-NUEVO.
       01  REG-NUEVO                   PIC X(1000).

      *    mismo renglon que REGCORRIDA.CBL
       FD  BITACORA-VIVA.
       01  REG-BITACORA.
           02 LLAVE-BITACORA.
              03 PROG-BITACORA         PIC X(10).
              03 FEC-BITACORA          PIC 9(08).
              03 HORA-BITACORA         PIC 9(06).
           02 PARM-BITACORA            PIC X(40).
           02 CONT-BITACORA            PIC X(80).
           02 RC-BITACORA              PIC 9(04).

       FD  BITACORA-NUEVA.
       01  REG-BITNVA.
           02 LLAVE-BITNVA             PIC X(24).
           02 FILLER                   PIC X(124).

       FD  DIARIO-MES.
       01  REG-MES                     PIC X(1000).

       FD  REPORTE-ARCHMES.
       01  REG-REP-ARCHMES             PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-CFG              PIC X(2) VALUE ZEROS.
       01 COD-RET-VIVO             PIC X(2) VALUE ZEROS.
       01 COD-RET-NVO              PIC X(2) VALUE ZEROS.
       01 COD-RET-MES              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(20) VALUE SPACES.
       01 W-COMANDO-SYST           PIC X(300) VALUE SPACES.
       01 W-LINEA-ARMADA           PIC X(132) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 SW-FIN-CONFIG            PIC 9(01) VALUE 0.
       01 SW-FIN-VIVO              PIC 9(01) VALUE 0.
       01 SW-ERROR-ES              PIC 9(01) VALUE 0.
       01 SW-OMITIDO               PIC 9(01) VALUE 0.
       01 SW-SIN-VIVO              PIC 9(01) VALUE 0.
       01 W-RC-FINAL               PIC 9(02) VALUE 0.

      **** MES DE CORTE: SE ARCHIVA TODO LO FECHADO HASTA EL
       01 W-MES-ACTUAL             PIC 9(06) VALUE 0.
       01 W-MES-CORTE              PIC 9(06) VALUE 0.
       01 W-MES-CORTE-R REDEFINES W-MES-CORTE.
          03 CORTE-ANO                PIC 9(04).
          03 CORTE-MES                PIC 9(02).

      **** RUTAS DEL DIARIO EN CURSO
       01 W-RUTA-VIVO              PIC X(80) VALUE SPACES.
       01 W-RUTA-NUEVO             PIC X(80) VALUE SPACES.
       01 W-RUTA-MES               PIC X(80) VALUE SPACES.

      **** DESTINO DE CADA RENGLON: FECHA EN SU COLUMNA Y ARCHIVO
      **** MENSUAL ABIERTO (0 = NINGUNO)
       01 W-COLUMNA                PIC 9(03) VALUE 1.
       01 W-FECHA-REG              PIC X(08) VALUE SPACES.
       01 W-MES-REG                PIC 9(06) VALUE 0.
       01 W-MES-ABIERTO            PIC 9(06) VALUE 0.
       01 W-REG-ARCHIVAR           PIC X(1000) VALUE SPACES.
       01 W-RESULTADO-DIARIO       PIC X(40) VALUE SPACES.

      **** BITACORA DE CORRIDAS: EL RENGLON ANTERIOR QUEDA RETENIDO
      **** HASTA SABER SI ES EL ULTIMO DE SU PROGRAMA
       01 W-REG-RETENIDO.
          02 W-RET-LLAVE.
             03 W-RET-PROGRAMA        PIC X(10).
             03 W-RET-FECHA           PIC 9(08).
             03 W-RET-HORA            PIC 9(06).
          02 FILLER                   PIC X(124).
       01 SW-HAY-RETENIDO          PIC 9(01) VALUE 0.

      **** INCIDENTES: ESTADO FINAL DE CADA NUMERO (1 = CERRADO) Y
      **** MES DEL CIERRE, MAS EL NUMERO MAS ALTO
       01 TABLA-INCIDENTES.
          02 TIN-ENTRADA OCCURS 5000 TIMES.
             03 TIN-NRO               PIC 9(06).
             03 TIN-CERRADO           PIC 9(01).
             03 TIN-MES-CIERRE        PIC 9(06).
          02 TIN-TOPE                 PIC 9(04) VALUE 0.
       01 W-IDX-TIN                PIC 9(04) VALUE 0.
       01 W-IDX-HALLADO            PIC 9(04) VALUE 0.
       01 W-NRO-MAXIMO             PIC 9(06) VALUE 0.

      **** CANTIDADES DEL DIARIO EN CURSO Y DE LA CORRIDA
       01 CONTADORES-DIARIO.
          02 CONT-LEIDOS              PIC 9(09) VALUE 0.
          02 CONT-ARCHIVADOS          PIC 9(09) VALUE 0.
          02 CONT-CONSERVADOS         PIC 9(09) VALUE 0.
          02 CONT-MESES               PIC 9(03) VALUE 0.
       01 CONTADORES-CORRIDA.
          02 CONT-DIARIOS             PIC 9(03) VALUE 0.
          02 CONT-OMITIDOS            PIC 9(03) VALUE 0.
          02 CONT-CON-ERROR           PIC 9(03) VALUE 0.

      **** INTERBLOQUEO DEL DIARIO REESCRITO (CERROJO)
       01 CERR-ACCION              PIC X(08) VALUE SPACES.
       01 CERR-RECURSO             PIC X(10) VALUE SPACES.
       01 CERR-PROGRAMA            PIC X(10) VALUE "ARCHMES".
       01 CERR-RESULTADO           PIC 9(01) VALUE 0.
       01 SW-CERROJO-TOMADO        PIC 9(01) VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Pase mensual a archivo de los diarios         *"
           DISPLAY "*           PROGRAMA : ARCHMES.CBL              *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           PERFORM 0600-VALIDAR-MES
           OPEN OUTPUT REPORTE-ARCHMES
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo ARCHMES.REP " COD-RET-REP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "ARCHIVO DE DIARIOS HASTA EL MES " W-MES-CORTE
                  " (CORRIDA DEL " FECHA-SISTEMA ")"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
           PERFORM 1000-PROCESAR-CONFIG
           PERFORM 8500-GRABAR-RESUMEN
           CLOSE REPORTE-ARCHMES
           MOVE W-RC-FINAL TO RETURN-CODE
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
      *0600-VALIDAR-MES.
      ** SIN MES SE TOMA EL ANTERIOR AL EN CURSO; EL INDICADO TIENE
      ** QUE SER UN MES YA CERRADO
      ******************************************************************
       0600-VALIDAR-MES.
           MOVE FECHA-SISTEMA(1:6) TO W-MES-ACTUAL
           IF LINEA-COMANDO(1:6) = SPACES
              MOVE W-MES-ACTUAL TO W-MES-CORTE
              IF CORTE-MES = 1
                 MOVE 12 TO CORTE-MES
                 SUBTRACT 1 FROM CORTE-ANO
              ELSE
                 SUBTRACT 1 FROM CORTE-MES
              END-IF
           ELSE
              IF LINEA-COMANDO(1:6) IS NUMERIC
                 AND LINEA-COMANDO(7:1) = SPACE
                 MOVE LINEA-COMANDO(1:6) TO W-MES-CORTE
              ELSE
                 MOVE 0 TO W-MES-CORTE
              END-IF
              IF CORTE-MES < 1 OR CORTE-MES > 12
                 OR W-MES-CORTE NOT < W-MES-ACTUAL
                 DISPLAY "Uso: ARCHMES [<AAAAMM>]"
                 DISPLAY "     AAAAMM: ultimo mes a archivar, anterior"
                         " al mes en curso (por defecto el mes "
                         "anterior)"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      ******************************************************************
      *1000-PROCESAR-CONFIG.
      ******************************************************************
       1000-PROCESAR-CONFIG.
           OPEN INPUT CONFIG-ARCHIVO
           IF COD-RET-CFG NOT = "00"
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "NO SE PUDO ABRIR ARCHMES.CFG (" COD-RET-CFG ")"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 8000-GRABAR-LINEA
              CLOSE REPORTE-ARCHMES
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL SW-FIN-CONFIG = 1
              READ CONFIG-ARCHIVO NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-CONFIG
              END-READ
              IF SW-FIN-CONFIG = 0 AND CFG-ARCHIVO NOT = SPACES
                 ADD 1 TO CONT-DIARIOS
                 PERFORM 1100-PROCESAR-DIARIO
              END-IF
           END-PERFORM
           CLOSE CONFIG-ARCHIVO.

      ******************************************************************
      *1100-PROCESAR-DIARIO.
      ******************************************************************
       1100-PROCESAR-DIARIO.
           INITIALIZE CONTADORES-DIARIO
           MOVE 0 TO SW-ERROR-ES SW-OMITIDO SW-SIN-VIVO W-MES-ABIERTO
           MOVE SPACES TO W-RESULTADO-DIARIO
           MOVE SPACES TO W-RUTA-VIVO W-RUTA-NUEVO
           STRING "$TEMPORALES/" DELIMITED BY SIZE
                  CFG-ARCHIVO    DELIMITED BY SPACE
                  INTO W-RUTA-VIVO
           END-STRING
           STRING W-RUTA-VIVO    DELIMITED BY SPACE
                  ".NVO"         DELIMITED BY SIZE
                  INTO W-RUTA-NUEVO
           END-STRING
           MOVE 1 TO W-COLUMNA
           IF CFG-COLUMNA IS NUMERIC
              MOVE CFG-COLUMNA TO W-COLUMNA
           END-IF
           IF W-COLUMNA = 0 OR W-COLUMNA > 993
              MOVE 1 TO W-COLUMNA
           END-IF
           EVALUATE CFG-ARCHIVO
              WHEN "ORDENES.PEN"
                 MOVE 1 TO SW-OMITIDO
                 MOVE "OMITIDO: ES LA COLA DE APROBAR"
                   TO W-RESULTADO-DIARIO
              WHEN "SCORECONT.LOG"
                 MOVE 1 TO SW-OMITIDO
                 MOVE "OMITIDO: LO ARCHIVA REPCONT LIMPIAR"
                   TO W-RESULTADO-DIARIO
           END-EVALUATE
           IF SW-OMITIDO = 0 AND CFG-RECURSO NOT = SPACES
              MOVE CFG-RECURSO TO CERR-RECURSO
              PERFORM 7000-TOMAR-CERROJO
              IF SW-CERROJO-TOMADO = 0
                 MOVE 1 TO SW-OMITIDO
                 ADD 1 TO CONT-OMITIDOS
                 STRING "OMITIDO: RECURSO " CFG-RECURSO " OCUPADO"
                        DELIMITED BY SIZE INTO W-RESULTADO-DIARIO
                 END-STRING
              END-IF
           END-IF
           IF SW-OMITIDO = 0
              EVALUATE CFG-ARCHIVO
                 WHEN "BITACORA.COR"
                    PERFORM 3000-ARCHIVAR-BITACORA
                 WHEN "INCIDENTES.DAT"
                    PERFORM 4000-ARCHIVAR-INCIDENTES
                 WHEN OTHER
                    PERFORM 2000-ARCHIVAR-SECUENCIAL
              END-EVALUATE
              PERFORM 7100-LIBERAR-CERROJO
           END-IF
           PERFORM 8100-INFORMAR-DIARIO.

      ******************************************************************
      *2000-ARCHIVAR-SECUENCIAL.
      ** CADA RENGLON VA AL ARCHIVO DEL MES DE SU FECHA SI ESE MES
      ** YA CERRO; LO DEMAS PASA AL VIVO NUEVO
      ******************************************************************
       2000-ARCHIVAR-SECUENCIAL.
           PERFORM 2050-ABRIR-SECUENCIAL
           IF SW-SIN-VIVO = 0 AND SW-ERROR-ES = 0
              MOVE 0 TO SW-FIN-VIVO
              PERFORM UNTIL SW-FIN-VIVO = 1 OR SW-ERROR-ES = 1
                 READ DIARIO-VIVO NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-VIVO
                 END-READ
                 IF SW-FIN-VIVO = 0
                    PERFORM 2100-DESTINAR-RENGLON
                 END-IF
              END-PERFORM
              CLOSE DIARIO-VIVO DIARIO-NUEVO
              PERFORM 2900-CERRAR-MES
              PERFORM 2950-CAMBIAR-O-DESCARTAR
           END-IF.

      ******************************************************************
      *2050-ABRIR-SECUENCIAL.
      ** UN DIARIO QUE NO EXISTE (NADIE ASENTO NUNCA) NO ES ERROR
      ******************************************************************
       2050-ABRIR-SECUENCIAL.
           OPEN INPUT DIARIO-VIVO
           EVALUATE COD-RET-VIVO
              WHEN "00"
                 OPEN OUTPUT DIARIO-NUEVO
                 IF COD-RET-NVO NOT = "00"
                    MOVE 1 TO SW-ERROR-ES
                    STRING "ERROR CREANDO .NVO (" COD-RET-NVO ")"
                           DELIMITED BY SIZE INTO W-RESULTADO-DIARIO
                    END-STRING
                    CLOSE DIARIO-VIVO
                 END-IF
              WHEN "35"
                 MOVE 1 TO SW-SIN-VIVO
                 MOVE "SIN ARCHIVO, NADA QUE ARCHIVAR"
                   TO W-RESULTADO-DIARIO
              WHEN OTHER
                 MOVE 1 TO SW-ERROR-ES
                 STRING "ERROR ABRIENDO EL VIVO (" COD-RET-VIVO ")"
                        DELIMITED BY SIZE INTO W-RESULTADO-DIARIO
                 END-STRING
           END-EVALUATE.

      ******************************************************************
      *2100-DESTINAR-RENGLON.
      ******************************************************************
       2100-DESTINAR-RENGLON.
           ADD 1 TO CONT-LEIDOS
           MOVE REG-VIVO(W-COLUMNA:8) TO W-FECHA-REG
           MOVE 0 TO W-MES-REG
           IF W-FECHA-REG IS NUMERIC
              MOVE W-FECHA-REG(1:6) TO W-MES-REG
           END-IF
           IF W-MES-REG > 0 AND W-MES-REG NOT > W-MES-CORTE
              MOVE REG-VIVO TO W-REG-ARCHIVAR
              PERFORM 2800-GRABAR-EN-MES
           ELSE
              MOVE REG-VIVO TO REG-NUEVO
              PERFORM 2200-GRABAR-EN-VIVO
           END-IF.

      ******************************************************************
      *2200-GRABAR-EN-VIVO.
      ******************************************************************
       2200-GRABAR-EN-VIVO.
           WRITE REG-NUEVO
           IF COD-RET-NVO = "00"
              ADD 1 TO CONT-CONSERVADOS
           ELSE
              MOVE 1 TO SW-ERROR-ES
              STRING "ERROR GRABANDO .NVO (" COD-RET-NVO ")"
                     DELIMITED BY SIZE INTO W-RESULTADO-DIARIO
              END-STRING
           END-IF.

      ******************************************************************
      *2800-GRABAR-EN-MES.
      ** EL ARCHIVO DEL MES SE ABRE EXTEND (OUTPUT SI TODAVIA NO
      ** EXISTE) Y QUEDA ABIERTO MIENTRAS LOS RENGLONES SIGAN SIENDO
      ** DEL MISMO MES, QUE ES LO NORMAL EN UN DIARIO CRONOLOGICO
      ******************************************************************
       2800-GRABAR-EN-MES.
           IF W-MES-REG NOT = W-MES-ABIERTO
              PERFORM 2900-CERRAR-MES
              MOVE SPACES TO W-RUTA-MES
              STRING W-RUTA-VIVO  DELIMITED BY SPACE
                     "."          DELIMITED BY SIZE
                     W-MES-REG    DELIMITED BY SIZE
                     INTO W-RUTA-MES
              END-STRING
              OPEN EXTEND DIARIO-MES
              IF COD-RET-MES = "35"
                 OPEN OUTPUT DIARIO-MES
              END-IF
              IF COD-RET-MES = "00"
                 MOVE W-MES-REG TO W-MES-ABIERTO
                 ADD 1 TO CONT-MESES
              ELSE
                 MOVE 1 TO SW-ERROR-ES
                 STRING "ERROR ABRIENDO EL MES " W-MES-REG " ("
                        COD-RET-MES ")"
                        DELIMITED BY SIZE INTO W-RESULTADO-DIARIO
                 END-STRING
              END-IF
           END-IF
           IF SW-ERROR-ES = 0
              MOVE W-REG-ARCHIVAR TO REG-MES
              WRITE REG-MES
              IF COD-RET-MES = "00"
                 ADD 1 TO CONT-ARCHIVADOS
              ELSE
                 MOVE 1 TO SW-ERROR-ES
                 STRING "ERROR GRABANDO EL MES " W-MES-REG " ("
                        COD-RET-MES ")"
                        DELIMITED BY SIZE INTO W-RESULTADO-DIARIO
                 END-STRING
              END-IF
           END-IF.

      ******************************************************************
      *2900-CERRAR-MES.
      ******************************************************************
       2900-CERRAR-MES.
           IF W-MES-ABIERTO > 0
              CLOSE DIARIO-MES
              MOVE 0 TO W-MES-ABIERTO
           END-IF.

      ******************************************************************
      *2950-CAMBIAR-O-DESCARTAR.
      ** CON ERROR O SIN NADA ARCHIVADO EL NUEVO SE BORRA Y EL VIVO
      ** NO SE TOCA; SI NO, EL NUEVO PASA A SER EL VIVO
      ******************************************************************
       2950-CAMBIAR-O-DESCARTAR.
           MOVE SPACES TO W-COMANDO-SYST
           IF SW-ERROR-ES = 1 OR CONT-ARCHIVADOS = 0
              STRING "rm -f "        DELIMITED BY SIZE
                     W-RUTA-NUEVO    DELIMITED BY SPACE
                     INTO W-COMANDO-SYST
              END-STRING
              CALL "SYSTEM" USING W-COMANDO-SYST
              IF SW-ERROR-ES = 0
                 MOVE "NADA PARA ARCHIVAR" TO W-RESULTADO-DIARIO
              END-IF
           ELSE
              STRING "mv "           DELIMITED BY SIZE
                     W-RUTA-NUEVO    DELIMITED BY SPACE
                     " "             DELIMITED BY SIZE
                     W-RUTA-VIVO     DELIMITED BY SPACE
                     INTO W-COMANDO-SYST
              END-STRING
              CALL "SYSTEM" USING W-COMANDO-SYST
              IF RETURN-CODE = 0
                 MOVE "ARCHIVADO" TO W-RESULTADO-DIARIO
              ELSE
                 MOVE 1 TO SW-ERROR-ES
                 MOVE "NO SE PUDO CAMBIAR EL VIVO (QUEDA EL .NVO)"
                   TO W-RESULTADO-DIARIO
              END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      *3000-ARCHIVAR-BITACORA.
      ** RECORRIDO EN ORDEN DE CLAVE (PROGRAMA, FECHA, HORA): UN
      ** RENGLON SE RESUELVE AL LEER EL SIGUIENTE; SI EL SIGUIENTE ES
      ** DE OTRO PROGRAMA (O NO HAY SIGUIENTE) ERA LA ULTIMA CORRIDA
      ** DE SU PROGRAMA Y SE QUEDA EN EL VIVO, SEA DEL MES QUE SEA
      ******************************************************************
       3000-ARCHIVAR-BITACORA.
           PERFORM 3050-ABRIR-BITACORA
           IF SW-SIN-VIVO = 0 AND SW-ERROR-ES = 0
              MOVE 0 TO SW-FIN-VIVO SW-HAY-RETENIDO
              MOVE LOW-VALUES TO LLAVE-BITACORA
              START BITACORA-VIVA
                    KEY IS NOT LESS THAN LLAVE-BITACORA
                 INVALID KEY MOVE 1 TO SW-FIN-VIVO
              END-START
              PERFORM UNTIL SW-FIN-VIVO = 1 OR SW-ERROR-ES = 1
                 READ BITACORA-VIVA NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-VIVO
                 END-READ
                 IF SW-FIN-VIVO = 0
                    ADD 1 TO CONT-LEIDOS
                    PERFORM 3100-RESOLVER-RETENIDO
                    MOVE REG-BITACORA TO W-REG-RETENIDO
                    MOVE 1 TO SW-HAY-RETENIDO
                 END-IF
              END-PERFORM
              IF SW-HAY-RETENIDO = 1 AND SW-ERROR-ES = 0
                 PERFORM 3300-CONSERVAR-RETENIDO
              END-IF
              CLOSE BITACORA-VIVA BITACORA-NUEVA
              PERFORM 2900-CERRAR-MES
              PERFORM 2950-CAMBIAR-O-DESCARTAR
           END-IF.

      ******************************************************************
      *3050-ABRIR-BITACORA.
      ******************************************************************
       3050-ABRIR-BITACORA.
           OPEN INPUT BITACORA-VIVA
           EVALUATE COD-RET-VIVO
              WHEN "00"
                 OPEN OUTPUT BITACORA-NUEVA
                 IF COD-RET-NVO NOT = "00"
                    MOVE 1 TO SW-ERROR-ES
                    STRING "ERROR CREANDO .NVO (" COD-RET-NVO ")"
                           DELIMITED BY SIZE INTO W-RESULTADO-DIARIO
                    END-STRING
                    CLOSE BITACORA-VIVA
                 END-IF
              WHEN "35"
                 MOVE 1 TO SW-SIN-VIVO
                 MOVE "SIN ARCHIVO, NADA QUE ARCHIVAR"
                   TO W-RESULTADO-DIARIO
              WHEN OTHER
                 MOVE 1 TO SW-ERROR-ES
                 STRING "ERROR ABRIENDO EL VIVO (" COD-RET-VIVO ")"
                        DELIMITED BY SIZE INTO W-RESULTADO-DIARIO
                 END-STRING
           END-EVALUATE.

      ******************************************************************
      *3100-RESOLVER-RETENIDO.
      ** EL RETENIDO TIENE UNA CORRIDA POSTERIOR DE SU MISMO PROGRAMA:
      ** SE ARCHIVA SI ES DE UN MES CERRADO
      ******************************************************************
       3100-RESOLVER-RETENIDO.
           IF SW-HAY-RETENIDO = 1
              IF W-RET-PROGRAMA = PROG-BITACORA
                 MOVE W-RET-FECHA(1:6) TO W-MES-REG
                 IF W-MES-REG NOT > W-MES-CORTE
                    MOVE W-REG-RETENIDO TO W-REG-ARCHIVAR
                    PERFORM 2800-GRABAR-EN-MES
                 ELSE
                    PERFORM 3300-CONSERVAR-RETENIDO
                 END-IF
              ELSE
                 PERFORM 3300-CONSERVAR-RETENIDO
              END-IF
           END-IF.

      ******************************************************************
      *3300-CONSERVAR-RETENIDO.
      ** LAS CLAVES LLEGAN ASCENDENTES, ASI QUE LA CARGA DEL NUEVO ES
      ** SECUENCIAL
      ******************************************************************
       3300-CONSERVAR-RETENIDO.
           WRITE REG-BITNVA FROM W-REG-RETENIDO
              INVALID KEY
                 MOVE 1 TO SW-ERROR-ES
                 STRING "ERROR GRABANDO .NVO (" COD-RET-NVO ")"
                        DELIMITED BY SIZE INTO W-RESULTADO-DIARIO
                 END-STRING
              NOT INVALID KEY
                 ADD 1 TO CONT-CONSERVADOS
           END-WRITE.

      ******************************************************************
      *4000-ARCHIVAR-INCIDENTES.
      ** PRIMERA PASADA: ESTADO FINAL DE CADA INCIDENTE (COMO
      ** 1000-CARGAR-ESTADOS DE INCIDENTES.CBL) Y EL NUMERO MAS ALTO;
      ** SEGUNDA PASADA: LOS MOVIMIENTOS DE LOS CERRADOS EN UN MES
      ** CERRADO VAN AL ARCHIVO DEL MES DEL CIERRE
      ******************************************************************
       4000-ARCHIVAR-INCIDENTES.
           MOVE 0 TO TIN-TOPE W-NRO-MAXIMO
           OPEN INPUT DIARIO-VIVO
           EVALUATE COD-RET-VIVO
              WHEN "00"
                 MOVE 0 TO SW-FIN-VIVO
                 PERFORM UNTIL SW-FIN-VIVO = 1
                    READ DIARIO-VIVO NEXT RECORD
                       AT END MOVE 1 TO SW-FIN-VIVO
                    END-READ
                    IF SW-FIN-VIVO = 0 AND VIN-NRO IS NUMERIC
                       PERFORM 4100-ANOTAR-MOVIMIENTO
                    END-IF
                 END-PERFORM
                 CLOSE DIARIO-VIVO
              WHEN "35"
                 MOVE 1 TO SW-SIN-VIVO
                 MOVE "SIN ARCHIVO, NADA QUE ARCHIVAR"
                   TO W-RESULTADO-DIARIO
              WHEN OTHER
                 MOVE 1 TO SW-ERROR-ES
                 STRING "ERROR ABRIENDO EL VIVO (" COD-RET-VIVO ")"
                        DELIMITED BY SIZE INTO W-RESULTADO-DIARIO
                 END-STRING
           END-EVALUATE
           IF SW-SIN-VIVO = 0 AND SW-ERROR-ES = 0
              PERFORM 2050-ABRIR-SECUENCIAL
           END-IF
           IF SW-SIN-VIVO = 0 AND SW-ERROR-ES = 0
              MOVE 0 TO SW-FIN-VIVO
              PERFORM UNTIL SW-FIN-VIVO = 1 OR SW-ERROR-ES = 1
                 READ DIARIO-VIVO NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-VIVO
                 END-READ
                 IF SW-FIN-VIVO = 0
                    PERFORM 4200-DESTINAR-MOVIMIENTO
                 END-IF
              END-PERFORM
              CLOSE DIARIO-VIVO DIARIO-NUEVO
              PERFORM 2900-CERRAR-MES
              PERFORM 2950-CAMBIAR-O-DESCARTAR
           END-IF.

      ******************************************************************
      *4100-ANOTAR-MOVIMIENTO.
      ** EL ULTIMO MOVIMIENTO MANDA: UN CERRADO DEJA EL INCIDENTE
      ** CERRADO EN SU MES; CUALQUIER MOVIMIENTO POSTERIOR LO
      ** VUELVE A DEJAR SIN CERRAR. CON LA TABLA LLENA LOS NUMEROS
      ** NUEVOS NO SE ANOTAN Y QUEDAN EN EL VIVO HASTA EL PROXIMO MES
      ******************************************************************
       4100-ANOTAR-MOVIMIENTO.
           IF VIN-NRO > W-NRO-MAXIMO
              MOVE VIN-NRO TO W-NRO-MAXIMO
           END-IF
           PERFORM 4300-UBICAR-INCIDENTE
           IF W-IDX-HALLADO = 0 AND TIN-TOPE < 5000
              ADD 1 TO TIN-TOPE
              MOVE TIN-TOPE TO W-IDX-HALLADO
              MOVE VIN-NRO  TO TIN-NRO(W-IDX-HALLADO)
           END-IF
           IF W-IDX-HALLADO > 0
              IF VIN-MOVIMIENTO = "CERRADO"
                 MOVE 1 TO TIN-CERRADO(W-IDX-HALLADO)
                 MOVE VIN-FECHA(1:6) TO TIN-MES-CIERRE(W-IDX-HALLADO)
              ELSE
                 MOVE 0 TO TIN-CERRADO(W-IDX-HALLADO)
                 MOVE 0 TO TIN-MES-CIERRE(W-IDX-HALLADO)
              END-IF
           END-IF.

      ******************************************************************
      *4200-DESTINAR-MOVIMIENTO.
      ******************************************************************
       4200-DESTINAR-MOVIMIENTO.
           ADD 1 TO CONT-LEIDOS
           MOVE 0 TO W-IDX-HALLADO
           IF VIN-NRO IS NUMERIC AND VIN-NRO NOT = W-NRO-MAXIMO
              PERFORM 4300-UBICAR-INCIDENTE
           END-IF
           MOVE 0 TO W-MES-REG
           IF W-IDX-HALLADO > 0
              IF TIN-CERRADO(W-IDX-HALLADO) = 1
                 MOVE TIN-MES-CIERRE(W-IDX-HALLADO) TO W-MES-REG
              END-IF
           END-IF
           IF W-MES-REG > 0 AND W-MES-REG NOT > W-MES-CORTE
              MOVE REG-VIVO TO W-REG-ARCHIVAR
              PERFORM 2800-GRABAR-EN-MES
           ELSE
              MOVE REG-VIVO TO REG-NUEVO
              PERFORM 2200-GRABAR-EN-VIVO
           END-IF.

      ******************************************************************
      *4300-UBICAR-INCIDENTE.
      ******************************************************************
       4300-UBICAR-INCIDENTE.
           MOVE 0 TO W-IDX-HALLADO
           PERFORM VARYING W-IDX-TIN FROM 1 BY 1
              UNTIL W-IDX-TIN > TIN-TOPE OR W-IDX-HALLADO > 0
              IF TIN-NRO(W-IDX-TIN) = VIN-NRO
                 MOVE W-IDX-TIN TO W-IDX-HALLADO
              END-IF
           END-PERFORM.

      ******************************************************************
      *7000-TOMAR-CERROJO.
      ******************************************************************
       7000-TOMAR-CERROJO.
           MOVE 0 TO SW-CERROJO-TOMADO
           MOVE "TOMAR" TO CERR-ACCION
           CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                CERR-PROGRAMA CERR-RESULTADO
           ON EXCEPTION
              DISPLAY "ARCHMES - CERROJO NO DISPONIBLE, SE SIGUE "
                      "SIN INTERBLOQUEO"
              MOVE 0 TO CERR-RESULTADO
           END-CALL
           IF CERR-RESULTADO = 0
              MOVE 1 TO SW-CERROJO-TOMADO
           END-IF.

      ******************************************************************
      *7100-LIBERAR-CERROJO.
      ******************************************************************
       7100-LIBERAR-CERROJO.
           IF SW-CERROJO-TOMADO = 1
              MOVE "LIBERAR" TO CERR-ACCION
              CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                   CERR-PROGRAMA CERR-RESULTADO
              ON EXCEPTION
                 CONTINUE
              END-CALL
              MOVE 0 TO SW-CERROJO-TOMADO
           END-IF.

      ******************************************************************
      *8000-GRABAR-LINEA.
      ******************************************************************
       8000-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REP-ARCHMES
           WRITE REG-REP-ARCHMES
           DISPLAY W-LINEA-ARMADA.

      ******************************************************************
      *8100-INFORMAR-DIARIO.
      ******************************************************************
       8100-INFORMAR-DIARIO.
           IF SW-ERROR-ES = 1
              ADD 1 TO CONT-CON-ERROR
              MOVE 16 TO W-RC-FINAL
           ELSE
              IF SW-OMITIDO = 1 AND CFG-RECURSO NOT = SPACES
                 AND W-RC-FINAL < 4
                 MOVE 4 TO W-RC-FINAL
              END-IF
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING CFG-ARCHIVO " " W-RESULTADO-DIARIO
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA
           IF SW-OMITIDO = 0 AND SW-SIN-VIVO = 0
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "    LEIDOS " CONT-LEIDOS
                     "  ARCHIVADOS " CONT-ARCHIVADOS
                     "  CONSERVADOS " CONT-CONSERVADOS
                     "  MESES " CONT-MESES
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 8000-GRABAR-LINEA
           END-IF.

      ******************************************************************
      *8500-GRABAR-RESUMEN.
      ******************************************************************
       8500-GRABAR-RESUMEN.
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "DIARIOS " CONT-DIARIOS
                  "  OMITIDOS POR CERROJO " CONT-OMITIDOS
                  "  CON ERROR " CONT-CON-ERROR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 8000-GRABAR-LINEA.

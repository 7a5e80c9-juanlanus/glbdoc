      * RECUPENT.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RECUPENT.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Recuperacion de lo entregado a los clientes: para contestar
      ** "que nos mandaron de esta cedula el 3 de marzo" sin buscar
      ** paquetes viejos que LIMPIATMP ya pudo haber borrado. Busca
      ** la identificacion en el indice ENTREGAIDX.DAT que deja
      ** EMPAQPER.CBL y, por cada entrega dentro del rango de fechas,
      ** va al paquete en el archivo de retencion
      ** ($TEMPORALES/ENTREGADOS/<cliente>/) y reproduce el registro
      ** tal cual se entrego, junto con el manifiesto del paquete.
      **
      ** SALIDAS:
      **   $TEMPORALES/RECUPENT.REP - por cada entrega: cliente,
      **     fecha, paquete y renglon, el registro entregado y el
      **     manifiesto
      **   $TEMPORALES/RECUPENT.DAT - solo los registros entregados,
      **     byte a byte, para remitirlos si se piden
      **
      ** USO: RECUPENT <tipo id> <nro id> [<desde> [<hasta>]]
      **               [<cliente>]
      **      fechas AAAAMMDD; sin fechas, toda la historia; sin
      **      cliente, todos los clientes
      ** RC 0 entregas halladas y reproducidas; RC 4 la
      ** identificacion no figura entregada en el rango; RC 8 hay
      ** entregas en el indice cuyo paquete ya no esta en el archivo
      ** de retencion; RC 16 error de uso o de archivos.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ENTREGAIDX.FS.

           SELECT PAQUETE-ARCHIVADO
                  ASSIGN TO DISK W-PAQUETE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-PAQ.

           SELECT MANIFIESTO-ARCHIVADO
                  ASSIGN TO DISK W-MANIFIESTO-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-MAN.

           SELECT REPORTE-RECUPENT
                  ASSIGN TO "$TEMPORALES/RECUPENT.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.

           SELECT REGISTROS-RECUPENT
                  ASSIGN TO "$TEMPORALES/RECUPENT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-DAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY ENTREGAIDX.FD.

      *    mismo largo de registro que EMPAQPER.CBL
       FD  PAQUETE-ARCHIVADO.
       01  REG-PAQUETE                 PIC X(250).

       FD  MANIFIESTO-ARCHIVADO.
       01  REG-MANIFIESTO              PIC X(120).

       FD  REPORTE-RECUPENT.
       01  REG-REP-RECUPENT            PIC X(260).

       FD  REGISTROS-RECUPENT.
       01  REG-DAT-RECUPENT            PIC X(250).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-EIDX             PIC XX   VALUE ZEROS.
       01 COD-RET-PAQ              PIC X(2) VALUE ZEROS.
       01 COD-RET-MAN              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 COD-RET-DAT              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-TIP-ID-INP             PIC X(01) VALUE SPACES.
       01 W-NUM-ID-INP             PIC X(11) JUSTIFIED RIGHT
                                             VALUE SPACES.
       01 W-TERCER-INP             PIC X(20) VALUE SPACES.
       01 W-CUARTO-INP             PIC X(20) VALUE SPACES.
       01 W-QUINTO-INP             PIC X(20) VALUE SPACES.
       01 W-FECHA-DESDE            PIC 9(08) VALUE 0.
       01 W-FECHA-HASTA            PIC 9(08) VALUE 99999999.
       01 W-CLIENTE-INP            PIC X(20) VALUE SPACES.
       01 W-PAQUETE-NAME           PIC X(90) VALUE SPACES.
       01 W-MANIFIESTO-NAME        PIC X(90) VALUE SPACES.
       01 SW-FIN-INDICE            PIC 9(01) VALUE 0.
       01 SW-FIN-ARCHIVO           PIC 9(01) VALUE 0.
       01 SW-FALTA-PAQUETE         PIC 9(01) VALUE 0.
       01 W-RENGLON                PIC 9(08) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(260) VALUE SPACES.

       01 CONTADORES-RECUPENT.
          02 CONT-ENTREGAS            PIC 9(06) VALUE 0.
          02 CONT-SIN-PAQUETE         PIC 9(06) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Recuperacion de registros entregados          *"
           DISPLAY "*           PROGRAMA : RECUPENT.CBL             *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           PERFORM 1000-VALIDAR-PARAMETROS
           OPEN INPUT INDICE-ENTREGAS
           IF COD-RET-EIDX NOT = "00"
              DISPLAY "Error abriendo ENTREGAIDX.DAT " COD-RET-EIDX
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-RECUPENT REGISTROS-RECUPENT
           IF COD-RET-REP NOT = "00" OR COD-RET-DAT NOT = "00"
              DISPLAY "Error abriendo RECUPENT.REP/.DAT " COD-RET-REP
                      " " COD-RET-DAT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "ENTREGAS DE LA IDENTIFICACION " W-TIP-ID-INP "-"
                  W-NUM-ID-INP " DEL " W-FECHA-DESDE
                  " AL " W-FECHA-HASTA
                  " CLIENTE: " W-CLIENTE-INP
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           PERFORM 2000-RECORRER-INDICE
           PERFORM 9000-TOTALES
           CLOSE INDICE-ENTREGAS REPORTE-RECUPENT REGISTROS-RECUPENT
           EVALUATE TRUE
              WHEN CONT-SIN-PAQUETE > 0
                 MOVE 8 TO RETURN-CODE
              WHEN CONT-ENTREGAS = 0
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
      ** DESPUES DE LA IDENTIFICACION VIENEN HASTA DOS FECHAS Y UN
      ** CLIENTE: LO NUMERICO DE 8 POSICIONES ES FECHA, EL RESTO ES
      ** EL CLIENTE. EL NUMERO SE COMPLETA CON CEROS A IZQUIERDA, COMO
      ** VIAJA EN LOS PAQUETES
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-TIP-ID-INP W-NUM-ID-INP W-TERCER-INP
                         W-CUARTO-INP W-QUINTO-INP
           END-UNSTRING
           IF W-TIP-ID-INP NOT NUMERIC OR W-NUM-ID-INP = SPACES
              PERFORM 1900-INFORMAR-USO
           END-IF
           INSPECT W-NUM-ID-INP REPLACING LEADING SPACES BY ZEROS
           IF W-NUM-ID-INP NOT NUMERIC
              PERFORM 1900-INFORMAR-USO
           END-IF
           IF W-TERCER-INP(1:8) IS NUMERIC
              AND W-TERCER-INP(9:1) = SPACE
              MOVE W-TERCER-INP(1:8) TO W-FECHA-DESDE
              IF W-CUARTO-INP(1:8) IS NUMERIC
                 AND W-CUARTO-INP(9:1) = SPACE
                 MOVE W-CUARTO-INP(1:8) TO W-FECHA-HASTA
                 MOVE W-QUINTO-INP TO W-CLIENTE-INP
              ELSE
                 MOVE W-CUARTO-INP TO W-CLIENTE-INP
              END-IF
           ELSE
              MOVE W-TERCER-INP TO W-CLIENTE-INP
           END-IF
           IF W-FECHA-DESDE > W-FECHA-HASTA
              PERFORM 1900-INFORMAR-USO
           END-IF.

      ******************************************************************
      *1900-INFORMAR-USO.
      ******************************************************************
       1900-INFORMAR-USO.
           DISPLAY "Uso: RECUPENT <tipo id> <nro id>"
                   " [<desde> [<hasta>]]"
           DISPLAY "              [<cliente>]   (fechas AAAAMMDD)"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *2000-RECORRER-INDICE.
      ** EL INDICE ESTA ORDENADO POR IDENTIFICACION: SE POSICIONA EN
      ** LA PRIMERA ENTRADA DE LA IDENTIFICACION Y SE LEE HASTA QUE
      ** CAMBIA
      ******************************************************************
       2000-RECORRER-INDICE.
           MOVE LOW-VALUES    TO LLAVE-ENTIDX
           MOVE W-TIP-ID-INP  TO TIP-ID-ENTIDX
           MOVE W-NUM-ID-INP      TO NUM-ID-ENTIDX
           MOVE 0 TO SW-FIN-INDICE
           START INDICE-ENTREGAS
                 KEY IS NOT LESS THAN LLAVE-ENTIDX
              INVALID KEY
                 MOVE 1 TO SW-FIN-INDICE
           END-START
           PERFORM UNTIL SW-FIN-INDICE = 1
              READ INDICE-ENTREGAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-INDICE
              END-READ
              IF SW-FIN-INDICE = 0
                 IF TIP-ID-ENTIDX NOT = W-TIP-ID-INP
                    OR NUM-ID-ENTIDX NOT = W-NUM-ID-INP
                    MOVE 1 TO SW-FIN-INDICE
                 ELSE
                    IF FECHA-ENTIDX NOT < W-FECHA-DESDE
                       AND FECHA-ENTIDX NOT > W-FECHA-HASTA
                       AND (W-CLIENTE-INP = SPACES
                            OR W-CLIENTE-INP = CLIENTE-ENTIDX)
                       PERFORM 3000-REPRODUCIR-ENTREGA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *3000-REPRODUCIR-ENTREGA.
      ******************************************************************
       3000-REPRODUCIR-ENTREGA.
           ADD 1 TO CONT-ENTREGAS
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           STRING "CLIENTE " CLIENTE-ENTIDX
                  " FECHA " FECHA-ENTIDX " HORA " HORA-ENTIDX
                  " PRODUCTO " PRODUCTO-ENTIDX
                  " ENTREGA " ENTREGA-ENTIDX
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "  PAQUETE ARCHIVADO " RUTA-ENTIDX
                  DELIMITED BY SPACE
                  " RENGLON " POSICION-ENTIDX
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           PERFORM 3100-LEER-REGISTRO
           PERFORM 3200-LEER-MANIFIESTO.

      ******************************************************************
      *3100-LEER-REGISTRO.
      ** EL REGISTRO ENTREGADO ES EL RENGLON INDICADO DEL PAQUETE
      ** ARCHIVADO; SIN PAQUETE NO HAY REPRODUCCION Y SE AVISA
      ******************************************************************
       3100-LEER-REGISTRO.
           MOVE RUTA-ENTIDX TO W-PAQUETE-NAME
           MOVE 0 TO SW-FALTA-PAQUETE
           OPEN INPUT PAQUETE-ARCHIVADO
           IF COD-RET-PAQ NOT = "00"
              MOVE 1 TO SW-FALTA-PAQUETE
           ELSE
              MOVE 0 TO W-RENGLON
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                         OR W-RENGLON = POSICION-ENTIDX
                 READ PAQUETE-ARCHIVADO NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0
                    ADD 1 TO W-RENGLON
                 END-IF
              END-PERFORM
              CLOSE PAQUETE-ARCHIVADO
              IF W-RENGLON NOT = POSICION-ENTIDX
                 MOVE 1 TO SW-FALTA-PAQUETE
              END-IF
           END-IF
           IF SW-FALTA-PAQUETE = 1
              ADD 1 TO CONT-SIN-PAQUETE
              MOVE "  *** EL PAQUETE YA NO ESTA EN EL ARCHIVO"
                TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
           ELSE
              MOVE "  REGISTRO ENTREGADO:" TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
              MOVE REG-PAQUETE TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
              MOVE REG-PAQUETE TO REG-DAT-RECUPENT
              WRITE REG-DAT-RECUPENT
           END-IF.

      ******************************************************************
      *3200-LEER-MANIFIESTO.
      ******************************************************************
       3200-LEER-MANIFIESTO.
           MOVE MANIFIESTO-ENTIDX TO W-MANIFIESTO-NAME
           OPEN INPUT MANIFIESTO-ARCHIVADO
           IF COD-RET-MAN NOT = "00"
              MOVE "  *** SIN MANIFIESTO EN EL ARCHIVO DE RETENCION"
                TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
           ELSE
              MOVE "  MANIFIESTO DEL PAQUETE:" TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ MANIFIESTO-ARCHIVADO NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0
                    MOVE SPACES TO W-LINEA-ARMADA
                    STRING "    " REG-MANIFIESTO
                           DELIMITED BY SIZE INTO W-LINEA-ARMADA
                    END-STRING
                    PERFORM 9100-GRABAR-LINEA
                 END-IF
              END-PERFORM
              CLOSE MANIFIESTO-ARCHIVADO
           END-IF.

      ******************************************************************
      *9000-TOTALES.
      ******************************************************************
       9000-TOTALES.
           MOVE SPACES TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-ENTREGAS TO W-EDIT-CONTADOR
           STRING "Entregas halladas......... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-SIN-PAQUETE TO W-EDIT-CONTADOR
           STRING "Sin paquete archivado..... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *9100-GRABAR-LINEA.
      ******************************************************************
       9100-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REP-RECUPENT
           WRITE REG-REP-RECUPENT
           DISPLAY W-LINEA-ARMADA.

      * MESARCH.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MESARCH.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Meses archivados de un diario operativo: ARCHMES pasa cada
      ** mes cerrado de un diario a $TEMPORALES/<diario>.<AAAAMM> y
      ** deja en el vivo solo lo reciente. Las consultas que reciben
      ** un rango de fechas llaman a este subprograma para saber que
      ** archivos mensuales existen dentro del rango, los leen en
      ** orden y despues leen el vivo - asi la historia sigue a mano
      ** sin recorrer anos de diario en cada consulta.
      **
      ** CALL "MESARCH" USING <diario X(20)> <desde 9(8)>
      **                      <hasta 9(8)> <meses>
      **   diario : nombre del diario en $TEMPORALES (DB2ERRJRN,
      **            BDIIALEHIS, BITACORA.COR, MANTFERIA.AUD, ...)
      **   desde  : AAAAMMDD; 0 = sin limite
      **   hasta  : AAAAMMDD; 99999999 = sin limite
      **   meses  : cantidad 9(3) y hasta 240 meses AAAAMM, en orden
      **            ascendente, con archivo mensual presente cuyo mes
      **            toca el rango (ver MESARCH.WS)
      ** Sin archivos mensuales la cantidad vuelve en cero y el
      ** llamador lee solo el vivo, como siempre.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-MESES
                  ASSIGN TO DISK W-LISTA-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-LISTA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-MESES.
       01  REG-LISTA                   PIC X(60).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-LISTA            PIC X(2) VALUE ZEROS.
       01 W-LISTA-NAME             PIC X(60) VALUE SPACES.
       01 W-COMANDO-SYST           PIC X(300) VALUE SPACES.
       01 SW-FIN-LISTA             PIC 9(01) VALUE 0.
       01 W-LARGO-DIARIO           PIC 9(02) VALUE 0.
       01 W-POS-MES                PIC 9(02) VALUE 0.
       01 W-MES-X                  PIC X(06) VALUE SPACES.
       01 W-MES-HALLADO            PIC 9(06) VALUE 0.
       01 W-MES-DESDE              PIC 9(06) VALUE 0.
       01 W-MES-HASTA              PIC 9(06) VALUE 0.

       LINKAGE SECTION.
       01 DIARIO-LK                PIC X(20).
       01 DESDE-LK                 PIC 9(08).
       01 HASTA-LK                 PIC 9(08).
       01 MESES-LK.
          03 CANTIDAD-LK              PIC 9(03).
          03 MES-LK                   PIC 9(06) OCCURS 240 TIMES.

      ******************************************************************
       PROCEDURE DIVISION USING DIARIO-LK DESDE-LK HASTA-LK MESES-LK.
      ******************************************************************
      *0000-ATENDER-PEDIDO.
      ******************************************************************
       0000-ATENDER-PEDIDO.
           MOVE 0 TO CANTIDAD-LK
           MOVE 0 TO SW-FIN-LISTA
           MOVE DESDE-LK(1:6) TO W-MES-DESDE
           MOVE HASTA-LK(1:6) TO W-MES-HASTA
           MOVE 0 TO W-LARGO-DIARIO
           INSPECT DIARIO-LK TALLYING W-LARGO-DIARIO
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-LARGO-DIARIO > 0
              PERFORM 1000-LISTAR-ARCHIVOS
              PERFORM 2000-LEER-LISTA
              PERFORM 3000-BORRAR-LISTA
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      *1000-LISTAR-ARCHIVOS.
      ** SOLO LOS <diario>.<AAAAMM> QUE DEJA ARCHMES: SEIS DIGITOS
      ** JUSTOS, ASI NO ENTRAN LOS <diario>.<AAAAMMDD> DE OTROS
      ** ARCHIVADOS (REPCONT) NI EL .NVO DE UNA CORRIDA EN CURSO. EL
      ** ls DEJA LOS NOMBRES EN ORDEN, QUE ES EL ORDEN DE LOS MESES
      ******************************************************************
       1000-LISTAR-ARCHIVOS.
           MOVE SPACES TO W-LISTA-NAME
           STRING "$TEMPORALES/MESARCH." DELIMITED BY SIZE
                  DIARIO-LK              DELIMITED BY SPACE
                  ".TMP"                 DELIMITED BY SIZE
                  INTO W-LISTA-NAME
           END-STRING
           MOVE SPACES TO W-COMANDO-SYST
           STRING "cd $TEMPORALES && ls -1 " DELIMITED BY SIZE
                  DIARIO-LK                  DELIMITED BY SPACE
                  ".[0-9][0-9][0-9][0-9][0-9][0-9] > "
                                             DELIMITED BY SIZE
                  W-LISTA-NAME               DELIMITED BY SPACE
                  " 2>/dev/null"             DELIMITED BY SIZE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      *2000-LEER-LISTA.
      ******************************************************************
       2000-LEER-LISTA.
           COMPUTE W-POS-MES = W-LARGO-DIARIO + 2
           OPEN INPUT LISTA-MESES
           IF COD-RET-LISTA NOT = "00"
              MOVE 1 TO SW-FIN-LISTA
           END-IF
           PERFORM UNTIL SW-FIN-LISTA = 1
              READ LISTA-MESES NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LISTA
              END-READ
              IF SW-FIN-LISTA = 0
                 PERFORM 2100-TOMAR-MES
              END-IF
           END-PERFORM
           IF COD-RET-LISTA = "00" OR SW-FIN-LISTA = 1
              CLOSE LISTA-MESES
           END-IF.

      ******************************************************************
      *2100-TOMAR-MES.
      ******************************************************************
       2100-TOMAR-MES.
           MOVE REG-LISTA(W-POS-MES:6) TO W-MES-X
           IF W-MES-X IS NUMERIC
              MOVE W-MES-X TO W-MES-HALLADO
              IF W-MES-HALLADO NOT < W-MES-DESDE
                 AND W-MES-HALLADO NOT > W-MES-HASTA
                 AND CANTIDAD-LK < 240
                 ADD 1 TO CANTIDAD-LK
                 MOVE W-MES-HALLADO TO MES-LK(CANTIDAD-LK)
              END-IF
           END-IF.

      ******************************************************************
      *3000-BORRAR-LISTA.
      ******************************************************************
       3000-BORRAR-LISTA.
           MOVE SPACES TO W-COMANDO-SYST
           STRING "rm -f "      DELIMITED BY SIZE
                  W-LISTA-NAME  DELIMITED BY SPACE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE 0 TO RETURN-CODE.

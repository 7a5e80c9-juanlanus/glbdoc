      * TOTCTL.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TOTCTL.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Libro comun de totales de control: cada paso de la cadena
      ** nocturna que recibe o aplica un feed asienta aqui sus cuentas
      ** (leidos, aplicados, rechazados, ...) para que CUADRE.CBL
      ** pueda balancearlas de un paso al siguiente despues de la
      ** noche - cada programa ya valida sus propios contadores, pero
      ** nada comparaba lo que un paso entrega con lo que el
      ** siguiente recibe.
      **
      ** CALL "TOTCTL" USING <programa X(10)> <concepto X(12)>
      **                     <valor 9(12)>
      **
      ** El asiento queda en $TEMPORALES/TOTCTL.DAT (TOTCTL.FS/FD),
      ** con la fecha de la noche a la que pertenece: lo asentado
      ** antes del mediodia se carga a la noche anterior.
      **
      ** Como la bitacora de corridas (REGCORRIDA), el libro nunca
      ** debe voltear al batch que lo escribe: si $TEMPORALES no esta
      ** fijada o el archivo no se puede abrir, se avisa por consola
      ** y se retorna sin novedad.
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY TOTCTL.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-TCT              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 W-FECHA-NOCHE            PIC 9(08) VALUE 0.
      **** HORA A PARTIR DE LA CUAL EL ASIENTO ES DE LA NOCHE DE HOY
       01 W-HORA-CORTE             PIC 9(06) VALUE 120000.

       LINKAGE SECTION.
       01 PROGRAMA-LK              PIC X(10).
       01 CONCEPTO-LK              PIC X(12).
       01 VALOR-LK                 PIC 9(12).

      ******************************************************************
       PROCEDURE DIVISION USING PROGRAMA-LK CONCEPTO-LK VALOR-LK.
      ******************************************************************
      *0000-ASENTAR-TOTAL.
      ******************************************************************
       0000-ASENTAR-TOTAL.
           MOVE "TEMPORALES" TO VAR-ENTORNO-CHK
           DISPLAY VAR-ENTORNO-CHK UPON ENVIRONMENT-NAME
           ACCEPT VAR-ENTORNO-CHK FROM ENVIRONMENT-VALUE
           IF VAR-ENTORNO-CHK = "TEMPORALES"
              DISPLAY "TOTCTL - No se ha fijado: $TEMPORALES, EL "
                      "TOTAL " CONCEPTO-LK " DE " PROGRAMA-LK
                      " QUEDA SIN ASENTAR"
              EXIT PROGRAM
           END-IF
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-FECHA-DE-LA-NOCHE
           PERFORM 2000-GRABAR-ASIENTO
           EXIT PROGRAM.

      ******************************************************************
      *1000-FECHA-DE-LA-NOCHE.
      ** LA CADENA NOCTURNA CRUZA LA MEDIANOCHE: LO QUE CORRE ANTES
      ** DEL MEDIODIA ES DE LA NOCHE QUE EMPEZO AYER
      ******************************************************************
       1000-FECHA-DE-LA-NOCHE.
           MOVE FECHA-SISTEMA TO W-FECHA-NOCHE
           IF HORA-SIST-HHMMSS < W-HORA-CORTE
              COMPUTE W-FECHA-NOCHE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (FECHA-SISTEMA) - 1)
           END-IF.

      ******************************************************************
      *2000-GRABAR-ASIENTO.
      ******************************************************************
       2000-GRABAR-ASIENTO.
           OPEN EXTEND LIBRO-TOTALES
           IF COD-RET-TCT = "35"
              OPEN OUTPUT LIBRO-TOTALES
           END-IF
           IF COD-RET-TCT NOT = "00"
              DISPLAY "TOTCTL - NO SE PUDO ABRIR TOTCTL.DAT ("
                      COD-RET-TCT "), EL TOTAL " CONCEPTO-LK " DE "
                      PROGRAMA-LK " QUEDA SIN ASENTAR"
           ELSE
              MOVE SPACES TO REG-LIBRO-TOTALES
              MOVE W-FECHA-NOCHE    TO TCT-NOCHE
              MOVE FECHA-SISTEMA    TO TCT-FECHA
              MOVE HORA-SIST-HHMMSS TO TCT-HORA
              MOVE PROGRAMA-LK      TO TCT-PROGRAMA
              MOVE CONCEPTO-LK      TO TCT-CONCEPTO
              MOVE VALOR-LK         TO TCT-VALOR
              WRITE REG-LIBRO-TOTALES
              IF COD-RET-TCT NOT = "00"
                 DISPLAY "TOTCTL - NO SE PUDO ASENTAR EL TOTAL "
                         CONCEPTO-LK " DE " PROGRAMA-LK " ("
                         COD-RET-TCT ")"
              END-IF
              CLOSE LIBRO-TOTALES
           END-IF.

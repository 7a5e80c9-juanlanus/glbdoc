      * VERMENOR.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VERMENOR.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Titular menor de edad: dice, con la fecha de nacimiento que
      ** trae el maestro de la Registraduria (FEC-NAC-BDIIREGI), si la
      ** identificacion es de una persona que todavia no cumplio 18
      ** anos, para que no se le creen alertas negativas. Lo llaman
      ** ALESCOCAI y MANTALERTA, que no leen BDIIREGI por su cuenta
      ** (ACTALEJUR, LEESCORE y CARACTPER ya tienen el registro leido
      ** y hacen la misma cuenta en linea).
      **
      ** CALL "VERMENOR" USING <tipo X(1)> <numero X(11)>
      **                       <indicador X(1)>
      **   indicador "M" = menor de edad a la fecha del dia
      **             " " = mayor de edad, fecha de nacimiento
      **                   desconocida (ceros) o identificacion que no
      **                   esta en el maestro
      **
      ** La cuenta de edad es la de siempre sobre fechas AAAAMMDD:
      ** (hoy - nacimiento) < 180000 es menos de 18 anos cumplidos.
      **
      ** El maestro se abre en SOLO LECTURA desde la primera llamada y
      ** queda abierto, como VERSUPL. NUNCA voltea al llamador: sin
      ** maestro la identificacion sale sin indicador y el problema se
      ** avisa una sola vez por consola.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    mismo SELECT que BDIIREGI.FS, con FILE STATUS para saber si
      *    el maestro abrio (como en OPABDIIRE)
           SELECT BDIIREGI
                  ASSIGN TO EXTERNAL BDIIRE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BDIIREGI
                  FILE STATUS IS COD-RET-BDIIREGI.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY BDIIREGI.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-BDIIREGI         PIC XX   VALUE ZEROS.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 W-EDAD-AAAAMMDD          PIC 9(08) VALUE 0.
       01 SW-REGI-ABIERTO          PIC 9(01) VALUE 0.
       01 SW-REGI-MALO             PIC 9(01) VALUE 0.
       01 SW-AVISO-DADO            PIC 9(01) VALUE 0.

       LINKAGE SECTION.
       01 TIPO-IDE-LK              PIC X(01).
       01 NUM-IDE-LK               PIC X(11).
       01 INDICADOR-LK             PIC X(01).

      ******************************************************************
       PROCEDURE DIVISION USING TIPO-IDE-LK NUM-IDE-LK INDICADOR-LK.
      ******************************************************************
      *0000-VERIFICAR-MENOR.
      ******************************************************************
       0000-VERIFICAR-MENOR.
           MOVE SPACE TO INDICADOR-LK
           IF TIPO-IDE-LK NOT NUMERIC OR NUM-IDE-LK NOT NUMERIC
              EXIT PROGRAM
           END-IF
           IF SW-REGI-MALO = 1
              EXIT PROGRAM
           END-IF
           IF SW-REGI-ABIERTO = 0
              PERFORM 0100-ABRIR-MAESTRO
              IF SW-REGI-MALO = 1
                 PERFORM 2000-AVISAR-SIN-MAESTRO
                 EXIT PROGRAM
              END-IF
           END-IF
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 1000-BUSCAR-NACIMIENTO
           EXIT PROGRAM.

      ******************************************************************
      *0100-ABRIR-MAESTRO.
      ******************************************************************
       0100-ABRIR-MAESTRO.
           OPEN INPUT BDIIREGI
           IF COD-RET-BDIIREGI = "00"
              MOVE 1 TO SW-REGI-ABIERTO
           ELSE
              MOVE 1 TO SW-REGI-MALO
           END-IF.

      ******************************************************************
      *1000-BUSCAR-NACIMIENTO.
      ** SIN FECHA DE NACIMIENTO NO SE PRESUME MENOR: EL MAESTRO
      ** MIGRADO LA TRAE EN CEROS HASTA QUE LA INFORME EL FEED
      ******************************************************************
       1000-BUSCAR-NACIMIENTO.
           MOVE TIPO-IDE-LK TO TIPO-ID-BDIIREGI
           MOVE NUM-IDE-LK  TO CEDULA-BDIIREGI
           READ BDIIREGI
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FEC-NAC-BDIIREGI NUMERIC
                    AND FEC-NAC-BDIIREGI > 0
                    AND FEC-NAC-BDIIREGI NOT > FECHA-SISTEMA
                    COMPUTE W-EDAD-AAAAMMDD =
                            FECHA-SISTEMA - FEC-NAC-BDIIREGI
                    IF W-EDAD-AAAAMMDD < 180000
                       MOVE "M" TO INDICADOR-LK
                    END-IF
                 END-IF
           END-READ.

      ******************************************************************
      *2000-AVISAR-SIN-MAESTRO.
      ** UN SOLO AVISO POR CORRIDA, COMO VERSUPL
      ******************************************************************
       2000-AVISAR-SIN-MAESTRO.
           IF SW-AVISO-DADO = 0
              MOVE 1 TO SW-AVISO-DADO
              DISPLAY "VERMENOR - MAESTRO BDIIREGI NO DISPONIBLE ("
                      COD-RET-BDIIREGI "), SE RESPONDE SIN INDICADOR"
           END-IF.

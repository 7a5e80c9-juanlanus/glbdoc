      * VERSUPL.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VERSUPL.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Victima de suplantacion de identidad: dice si la
      ** identificacion esta en el registro SUPLANTA con la denuncia
      ** vigente, para que toda respuesta sobre ella salga con el
      ** indicador fijo "V" (verificar identidad) y el telefono de
      ** contacto de la victima. Lo llaman LEESCORE (todos los
      ** modos), ALESERVER, INTESERVER y CARACTPER (PER22/PER29).
      **
      ** CALL "VERSUPL" USING <tipo X(1)> <numero X(11)>
      **                      <indicador X(1)> <telefono X(14)>
      **   indicador "V" = victima con la denuncia vigente (la fecha
      **                   del dia no paso FEC-VENCE-SUPL)
      **             " " = no registrada o registro vencido
      **   telefono  : el de verificacion (blancos si no es victima)
      **
      ** El registro se abre en SOLO LECTURA desde la primera llamada
      ** y queda abierto, como MOTCONSUL. NUNCA voltea al llamador:
      ** sin registro (todavia no hubo altas) la identificacion sale
      ** sin indicador y el problema se avisa una sola vez por
      ** consola.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SUPLANTA.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY SUPLANTA.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-SUPL             PIC XX   VALUE ZEROS.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 SW-SUPL-ABIERTO          PIC 9(01) VALUE 0.
       01 SW-SUPL-MALO             PIC 9(01) VALUE 0.
       01 SW-AVISO-DADO            PIC 9(01) VALUE 0.

       LINKAGE SECTION.
       01 TIPO-IDE-LK              PIC X(01).
       01 NUM-IDE-LK               PIC X(11).
       01 INDICADOR-LK             PIC X(01).
       01 TELEFONO-LK              PIC X(14).

      ******************************************************************
       PROCEDURE DIVISION USING TIPO-IDE-LK NUM-IDE-LK INDICADOR-LK
                                TELEFONO-LK.
      ******************************************************************
      *0000-VERIFICAR-SUPLANTACION.
      ******************************************************************
       0000-VERIFICAR-SUPLANTACION.
           MOVE SPACE  TO INDICADOR-LK
           MOVE SPACES TO TELEFONO-LK
           IF TIPO-IDE-LK NOT NUMERIC OR NUM-IDE-LK NOT NUMERIC
              EXIT PROGRAM
           END-IF
           IF SW-SUPL-MALO = 1
              EXIT PROGRAM
           END-IF
           IF SW-SUPL-ABIERTO = 0
              PERFORM 0100-ABRIR-REGISTRO
              IF SW-SUPL-MALO = 1
                 PERFORM 2000-AVISAR-SIN-REGISTRO
                 EXIT PROGRAM
              END-IF
           END-IF
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 1000-BUSCAR-VICTIMA
           EXIT PROGRAM.

      ******************************************************************
      *0100-ABRIR-REGISTRO.
      ******************************************************************
       0100-ABRIR-REGISTRO.
           OPEN INPUT SUPLANTA
           IF COD-RET-SUPL = "00"
              MOVE 1 TO SW-SUPL-ABIERTO
           ELSE
              MOVE 1 TO SW-SUPL-MALO
           END-IF.

      ******************************************************************
      *1000-BUSCAR-VICTIMA.
      ** EL REGISTRO VENCIDO SE DEJA DE INFORMAR AUNQUE NADIE LO
      ** HAYA DADO DE BAJA
      ******************************************************************
       1000-BUSCAR-VICTIMA.
           MOVE TIPO-IDE-LK TO TIPO-IDE-SUPL
           MOVE NUM-IDE-LK  TO NUM-IDE-SUPL
           READ SUPLANTA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FEC-VENCE-SUPL NOT < FECHA-SISTEMA
                    MOVE "V"           TO INDICADOR-LK
                    MOVE TELEFONO-SUPL TO TELEFONO-LK
                 END-IF
           END-READ.

      ******************************************************************
      *2000-AVISAR-SIN-REGISTRO.
      ** UN SOLO AVISO POR CORRIDA, COMO CONSPROP
      ******************************************************************
       2000-AVISAR-SIN-REGISTRO.
           IF SW-AVISO-DADO = 0
              MOVE 1 TO SW-AVISO-DADO
              DISPLAY "VERSUPL - REGISTRO DE SUPLANTACIONES NO "
                      "DISPONIBLE (" COD-RET-SUPL "), SE RESPONDE "
                      "SIN INDICADOR"
           END-IF.

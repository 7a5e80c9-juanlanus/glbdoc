      * CONSPROP.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONSPROP.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Consulta propia del titular: la ley le da a cada persona una
      ** consulta gratuita de sus propios datos por mes calendario,
      ** por cualquier canal. Los canales que atienden al titular
      ** (INTESERVER y ALESERVER en sucursal con el motivo "PROP",
      ** QUIENCONS con el extracto, LEESCORE SERVER con "PROP")
      ** llaman aca al SERVIR la consulta, antes de asentarla con
      ** REGCONSUL; con la respuesta marcan el motivo del rastro
      ** "PROP:GRATUITA ..." o "PROP:COBRABLE ..." (ver
      ** PROPIA-ICBCON en ICBCON001.FD), que es lo que miran
      ** FACTURCON y REPCONPROP.
      **
      ** CALL "CONSPROP" USING <tipo X(1)> <numero X(11)>
      **                       <canal X(10)> <resultado 9(1)>
      **                       <cantidad 9(3)>
      **   canal     : el programa que sirve la consulta
      **   resultado 1 = gratuita (la primera del mes), 2 = cobrable
      **   cantidad  : numero de consulta propia del titular en el mes,
      **               contando esta (0 si no se pudo contar)
      **
      ** Lleva $TEMPORALES/CONSPROP.DAT (CONSPROP.FS/FD), que se crea
      ** en el primer uso y queda abierto desde la primera llamada,
      ** como MOTCONSUL. NUNCA voltea al llamador: sin archivo, o con
      ** una identificacion no numerica, la consulta sale gratuita
      ** (a favor del titular) y el problema se avisa una sola vez
      ** por consola.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CONSPROP.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CONSPROP.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-CONSPROP         PIC XX   VALUE ZEROS.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 SW-CONSPROP-ABIERTO      PIC 9(01) VALUE 0.
       01 SW-CONSPROP-MALO         PIC 9(01) VALUE 0.
       01 SW-AVISO-DADO            PIC 9(01) VALUE 0.

       LINKAGE SECTION.
       01 TIPO-IDE-LK              PIC X(01).
       01 NUM-IDE-LK               PIC X(11).
       01 CANAL-LK                 PIC X(10).
       01 RESULTADO-LK             PIC 9(01).
       01 CANTIDAD-LK              PIC 9(03).

      ******************************************************************
       PROCEDURE DIVISION USING TIPO-IDE-LK NUM-IDE-LK CANAL-LK
                                RESULTADO-LK CANTIDAD-LK.
      ******************************************************************
      *0000-CONTAR-CONSULTA-PROPIA.
      ******************************************************************
       0000-CONTAR-CONSULTA-PROPIA.
           MOVE 1 TO RESULTADO-LK
           MOVE 0 TO CANTIDAD-LK
           IF TIPO-IDE-LK NOT NUMERIC OR NUM-IDE-LK NOT NUMERIC
              EXIT PROGRAM
           END-IF
           IF SW-CONSPROP-MALO = 1
              PERFORM 2000-AVISAR-SIN-REGISTRO
              EXIT PROGRAM
           END-IF
           IF SW-CONSPROP-ABIERTO = 0
              PERFORM 0100-ABRIR-REGISTRO
              IF SW-CONSPROP-MALO = 1
                 PERFORM 2000-AVISAR-SIN-REGISTRO
                 EXIT PROGRAM
              END-IF
           END-IF
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 1000-ASENTAR-CONSULTA
           EXIT PROGRAM.

      ******************************************************************
      *0100-ABRIR-REGISTRO.
      ** SE CREA EN EL PRIMER USO
      ******************************************************************
       0100-ABRIR-REGISTRO.
           OPEN I-O CONSPROP
           IF COD-RET-CONSPROP = "35"
              OPEN OUTPUT CONSPROP
              IF COD-RET-CONSPROP = "00"
                 CLOSE CONSPROP
                 OPEN I-O CONSPROP
              END-IF
           END-IF
           IF COD-RET-CONSPROP = "00"
              MOVE 1 TO SW-CONSPROP-ABIERTO
           ELSE
              MOVE 1 TO SW-CONSPROP-MALO
           END-IF.

      ******************************************************************
      *1000-ASENTAR-CONSULTA.
      ** PRIMERA DEL MES: ALTA CON CANTIDAD 1 (GRATUITA); LAS
      ** SIGUIENTES SUMAN Y SALEN COBRABLES
      ******************************************************************
       1000-ASENTAR-CONSULTA.
           MOVE TIPO-IDE-LK        TO TIPO-IDE-CPROP
           MOVE NUM-IDE-LK         TO NUM-IDE-CPROP
           MOVE FECHA-SISTEMA(1:6) TO PERIODO-CPROP
           READ CONSPROP
              INVALID KEY
                 INITIALIZE REG-CONSPROP
                 MOVE TIPO-IDE-LK        TO TIPO-IDE-CPROP
                 MOVE NUM-IDE-LK         TO NUM-IDE-CPROP
                 MOVE FECHA-SISTEMA(1:6) TO PERIODO-CPROP
                 MOVE 1                  TO CANT-CPROP
                 MOVE FECHA-SISTEMA      TO FEC-PRIMERA-CPROP
                 MOVE CANAL-LK           TO CANAL-PRIMERA-CPROP
                 MOVE FECHA-SISTEMA      TO FEC-ULTIMA-CPROP
                 MOVE CANAL-LK           TO CANAL-ULTIMA-CPROP
                 WRITE REG-CONSPROP
              NOT INVALID KEY
                 IF CANT-CPROP < 999
                    ADD 1 TO CANT-CPROP
                 END-IF
                 MOVE FECHA-SISTEMA      TO FEC-ULTIMA-CPROP
                 MOVE CANAL-LK           TO CANAL-ULTIMA-CPROP
                 REWRITE REG-CONSPROP
           END-READ
           IF COD-RET-CONSPROP NOT = "00"
              MOVE 1 TO SW-CONSPROP-MALO
              PERFORM 2000-AVISAR-SIN-REGISTRO
           ELSE
              MOVE CANT-CPROP TO CANTIDAD-LK
              IF CANT-CPROP > 1
                 MOVE 2 TO RESULTADO-LK
              END-IF
           END-IF.

      ******************************************************************
      *2000-AVISAR-SIN-REGISTRO.
      ** UN SOLO AVISO POR CORRIDA, COMO REGCONSUL
      ******************************************************************
       2000-AVISAR-SIN-REGISTRO.
           IF SW-AVISO-DADO = 0
              MOVE 1 TO SW-AVISO-DADO
              DISPLAY "CONSPROP - REGISTRO DE CONSULTAS PROPIAS NO "
                      "DISPONIBLE (" COD-RET-CONSPROP "), SE "
                      "ATIENDEN COMO GRATUITAS"
           END-IF.

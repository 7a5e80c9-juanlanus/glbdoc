      * VERLISTA.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VERLISTA.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Listas restrictivas del SARLAFT: dice si la identificacion
      ** tiene una coincidencia CONFIRMADA por el analista de
      ** cumplimiento (COINCLIS, estado V) con una entrada vigente de
      ** las listas ONU, OFAC o PEP, para que toda respuesta sobre ella
      ** salga con el indicador fijo "L" y la lista. Lo llaman
      ** LEESCORE (todos los modos), ALESERVER e INTESERVER.
      **
      ** CALL "VERLISTA" USING <tipo X(1)> <numero X(11)>
      **                       <indicador X(1)> <lista X(4)>
      **   indicador "L" = coincidencia confirmada vigente
      **             " " = sin coincidencia, pendiente del analista,
      **                   falso positivo o entrada retirada
      **   lista     : la primera lista confirmada (blancos si no hay)
      **
      ** Las coincidencias pendientes NO se informan: hasta que el
      ** analista no decide, puede ser un homonimo. La coincidencia
      ** cuya entrada salio de la lista la pasa CRUCELIST a R y deja
      ** de informarse en su siguiente corrida.
      **
      ** El archivo se abre en SOLO LECTURA desde la primera llamada
      ** y queda abierto, como VERSUPL. NUNCA voltea al llamador: sin
      ** archivo (todavia no corrio CRUCELIST) la identificacion sale
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
           COPY COINCLIS.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY COINCLIS.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-COINCLIS         PIC XX   VALUE ZEROS.
       01 SW-COINCLIS-ABIERTO      PIC 9(01) VALUE 0.
       01 SW-COINCLIS-MALO         PIC 9(01) VALUE 0.
       01 SW-AVISO-DADO            PIC 9(01) VALUE 0.
       01 SW-FIN-ID                PIC 9(01) VALUE 0.
       01 W-LLAVE-ID.
          03 W-TIPO-IDE               PIC 9(01).
          03 W-NUM-IDE                PIC 9(11).

       LINKAGE SECTION.
       01 TIPO-IDE-LK              PIC X(01).
       01 NUM-IDE-LK               PIC X(11).
       01 INDICADOR-LK             PIC X(01).
       01 LISTA-LK                 PIC X(04).

      ******************************************************************
       PROCEDURE DIVISION USING TIPO-IDE-LK NUM-IDE-LK INDICADOR-LK
                                LISTA-LK.
      ******************************************************************
      *0000-VERIFICAR-LISTAS.
      ******************************************************************
       0000-VERIFICAR-LISTAS.
           MOVE SPACE  TO INDICADOR-LK
           MOVE SPACES TO LISTA-LK
           IF TIPO-IDE-LK NOT NUMERIC OR NUM-IDE-LK NOT NUMERIC
              EXIT PROGRAM
           END-IF
           IF SW-COINCLIS-MALO = 1
              EXIT PROGRAM
           END-IF
           IF SW-COINCLIS-ABIERTO = 0
              PERFORM 0100-ABRIR-COINCIDENCIAS
              IF SW-COINCLIS-MALO = 1
                 PERFORM 2000-AVISAR-SIN-ARCHIVO
                 EXIT PROGRAM
              END-IF
           END-IF
           PERFORM 1000-BUSCAR-CONFIRMADA
           EXIT PROGRAM.

      ******************************************************************
      *0100-ABRIR-COINCIDENCIAS.
      ******************************************************************
       0100-ABRIR-COINCIDENCIAS.
           OPEN INPUT COINCIDENCIAS-LISTAS
           IF COD-RET-COINCLIS = "00"
              MOVE 1 TO SW-COINCLIS-ABIERTO
           ELSE
              MOVE 1 TO SW-COINCLIS-MALO
           END-IF.

      ******************************************************************
      *1000-BUSCAR-CONFIRMADA.
      ** LAS COINCIDENCIAS DE UNA IDENTIFICACION ESTAN JUNTAS (LA
      ** CLAVE EMPIEZA POR ELLA): SE RECORREN HASTA LA PRIMERA V
      ******************************************************************
       1000-BUSCAR-CONFIRMADA.
           MOVE TIPO-IDE-LK TO W-TIPO-IDE
           MOVE NUM-IDE-LK  TO W-NUM-IDE
           MOVE 0 TO SW-FIN-ID
           MOVE LOW-VALUES  TO LLAVE-COINCLIS
           MOVE W-TIPO-IDE  TO TIPO-IDE-COINCLIS
           MOVE W-NUM-IDE   TO NUM-IDE-COINCLIS
           START COINCIDENCIAS-LISTAS
              KEY IS NOT LESS THAN LLAVE-COINCLIS
              INVALID KEY
                 MOVE 1 TO SW-FIN-ID
           END-START
           PERFORM UNTIL SW-FIN-ID = 1
              READ COINCIDENCIAS-LISTAS NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ID
              END-READ
              IF SW-FIN-ID = 0
                 IF TIPO-IDE-COINCLIS NOT = W-TIPO-IDE
                    OR NUM-IDE-COINCLIS NOT = W-NUM-IDE
                    MOVE 1 TO SW-FIN-ID
                 ELSE
                    IF COINCLIS-VERDADERA
                       MOVE "L"                TO INDICADOR-LK
                       MOVE COD-LISTA-COINCLIS TO LISTA-LK
                       MOVE 1 TO SW-FIN-ID
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      *2000-AVISAR-SIN-ARCHIVO.
      ** UN SOLO AVISO POR CORRIDA, COMO VERSUPL
      ******************************************************************
       2000-AVISAR-SIN-ARCHIVO.
           IF SW-AVISO-DADO = 0
              MOVE 1 TO SW-AVISO-DADO
              DISPLAY "VERLISTA - COINCIDENCIAS CON LISTAS NO "
                      "DISPONIBLES (" COD-RET-COINCLIS "), SE RESPONDE "
                      "SIN INDICADOR"
           END-IF.

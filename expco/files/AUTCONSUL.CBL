      **   usuario : "usuario@terminal", como lo arma el servidor
      **             para REGCONSUL
      **   servicio: SCORE / DIAN / ALERTAS / INTEGRAL
      **   resultado 0 = autorizado, 1 = desconocido, 2 = revocado,
      **             3 = bloqueado por denegaciones repetidas
      **
      ** El registro es el archivo indexado $TEMPORALES/AUTCONSUL.DAT
      ** (clave usuario+servicio, estado A activo / R revocado) que
      ** autoriza con un aviso unico por consola: la puesta en marcha
      ** no puede dejar a todas las sucursales afuera de un dia para
      ** el otro.
      **
      ** El bloqueo automatico (SEGEVENTO.CBL, $TEMPORALES/SEGBLOQ.DAT)
      ** manda sobre la autorizacion, y tambien rige sin el registro
      ** cargado. Ese archivo se abre y se cierra en cada consulta:
      ** lo escribe otro proceso y el bloqueo tiene que verse en la
      ** solicitud siguiente. Sin archivo no hay nadie bloqueado.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-AUTORIZA
                  FILE STATUS IS COD-RET-AUT.

           COPY SEGBLOQ.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           02 AUT-ESTADO               PIC X(01).
           02 AUT-FEC-ALTA             PIC 9(08).
           02 AUT-FEC-ESTADO           PIC 9(08).

           COPY SEGBLOQ.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-AUT              PIC X(2) VALUE ZEROS.
       01 SW-REGISTRO-ABIERTO      PIC 9(01) VALUE 0.
       01 SW-REGISTRO-MALO         PIC 9(01) VALUE 0.
       01 SW-AVISO-DADO            PIC 9(01) VALUE 0.
       01 COD-RET-SBL              PIC X(2) VALUE ZEROS.

       LINKAGE SECTION.
       01 USUARIO-LK               PIC X(18).
           MOVE 0 TO RESULTADO-LK
           IF SW-REGISTRO-MALO = 1
              PERFORM 2000-AVISAR-SIN-REGISTRO
              PERFORM 3000-VERIFICAR-BLOQUEO
              EXIT PROGRAM
           END-IF
           IF SW-REGISTRO-ABIERTO = 0
              IF COD-RET-AUT NOT = "00"
                 MOVE 1 TO SW-REGISTRO-MALO
                 PERFORM 2000-AVISAR-SIN-REGISTRO
                 PERFORM 3000-VERIFICAR-BLOQUEO
                 EXIT PROGRAM
              END-IF
              MOVE 1 TO SW-REGISTRO-ABIERTO
                    MOVE 2 TO RESULTADO-LK
                 END-IF
           END-READ
           PERFORM 3000-VERIFICAR-BLOQUEO
           EXIT PROGRAM.

      ******************************************************************
              DISPLAY "AUTCONSUL - SIN REGISTRO DE AUTORIZACIONES ("
                      COD-RET-AUT "), SE ATIENDE SIN VERIFICAR"
           END-IF.

      ******************************************************************
      *3000-VERIFICAR-BLOQUEO.
      ** USUARIO@TERMINAL BLOQUEADO POR SEGEVENTO: RECHAZO EN TODOS
      ** LOS SERVICIOS HASTA QUE MANTAUTCON LO DESBLOQUEE
      ******************************************************************
       3000-VERIFICAR-BLOQUEO.
           OPEN INPUT SEGBLOQ
           IF COD-RET-SBL = "00"
              MOVE USUARIO-LK TO SBL-USUARIO
              READ SEGBLOQ
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SBL-BLOQUEADO
                       MOVE 3 TO RESULTADO-LK
                    END-IF
              END-READ
              CLOSE SEGBLOQ
           END-IF.

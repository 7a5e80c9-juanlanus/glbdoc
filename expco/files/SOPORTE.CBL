      * SOPORTE.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SOPORTE.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Respaldo documental de las intervenciones manuales: verifica
      ** que el documento soporte citado por el operador este en el
      ** registro SOPORTES (ver SOPORTES.FD), vigente y a nombre de la
      ** misma identificacion, y deja el vinculo entre el documento y
      ** el objeto que respalda en SOPVINC (ver SOPVINC.FD). Lo llaman
      ** MANTALERTA, RECLAMOS, HABEASDAT y APROBAR a traves de
      ** SOPORTE.PROC, y MANTSOPOR para los vinculos hechos a mano.
      **
      ** CALL "SOPORTE" USING <accion X(10)> <numero 9(8)>
      **                      <tipo X(1)> <numero ide X(11)>
      **                      <clase X(4)> <objeto X(40)>
      **                      <programa X(10)> <resultado 9(1)>
      **   accion   : VERIFICAR - solo verifica el documento
      **              VINCULAR  - lo verifica y graba el vinculo con
      **                          <clase> + <objeto> (si ya existia
      **                          queda como estaba)
      **              CERRAR    - cierra los archivos (fin de la
      **                          corrida del llamador)
      **   tipo/numero ide: la identificacion del caso; en espacios no
      **              se compara y el vinculo toma la del documento
      **   programa : el llamador, queda en PROGRAMA-SOPVINC
      **   resultado: 0 documento aceptado (y vinculado)
      **              1 documento no registrado
      **              2 documento anulado
      **              3 documento de otra identificacion
      **              8 no se pudo grabar el vinculo
      **              9 accion o clase invalida, o SOPORTES o SOPVINC
      **                inaccesibles
      **
      ** Los archivos se abren en la primera llamada y quedan
      ** abiertos, como RESALERTA: SOPORTES en SOLO LECTURA y SOPVINC
      ** en I-O solo si se pide VINCULAR (se crea vacio la primera
      ** vez).
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SOPORTES.FS.
           COPY SOPVINC.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY SOPORTES.FD.
           COPY SOPVINC.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-SOPORTES         PIC XX   VALUE ZEROS.
       01 COD-RET-SOPVINC          PIC XX   VALUE ZEROS.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 SW-SOP-ABIERTO           PIC 9(01) VALUE 0.
       01 SW-SOP-MALO              PIC 9(01) VALUE 0.
       01 SW-VIN-ABIERTO           PIC 9(01) VALUE 0.
       01 SW-VIN-MALO              PIC 9(01) VALUE 0.
       01 SW-AVISO-DADO            PIC 9(01) VALUE 0.
       01 W-TIPO-DOC-IDE           PIC X(01) VALUE SPACE.
       01 W-NUM-DOC-IDE            PIC X(11) VALUE SPACES.

       LINKAGE SECTION.
       01 ACCION-LK                PIC X(10).
       01 NUMERO-LK                PIC 9(08).
       01 TIPO-IDE-LK              PIC X(01).
       01 NUM-IDE-LK               PIC X(11).
       01 CLASE-LK                 PIC X(04).
       01 OBJETO-LK                PIC X(40).
       01 PROGRAMA-LK              PIC X(10).
       01 RESULTADO-LK             PIC 9(01).

      ******************************************************************
       PROCEDURE DIVISION USING ACCION-LK NUMERO-LK TIPO-IDE-LK
                                NUM-IDE-LK CLASE-LK OBJETO-LK
                                PROGRAMA-LK RESULTADO-LK.
      ******************************************************************
      *0000-ATENDER-PEDIDO.
      ******************************************************************
       0000-ATENDER-PEDIDO.
           MOVE 0 TO RESULTADO-LK
           IF ACCION-LK = "CERRAR"
              PERFORM 9000-CERRAR-ARCHIVOS
              EXIT PROGRAM
           END-IF
           IF ACCION-LK NOT = "VERIFICAR" AND
              ACCION-LK NOT = "VINCULAR"
              MOVE 9 TO RESULTADO-LK
              EXIT PROGRAM
           END-IF
           IF NUMERO-LK NOT NUMERIC OR NUMERO-LK = 0
              MOVE 1 TO RESULTADO-LK
              EXIT PROGRAM
           END-IF
           PERFORM 1000-ABRIR-REGISTRO
           IF SW-SOP-MALO = 1
              MOVE 9 TO RESULTADO-LK
              EXIT PROGRAM
           END-IF
           PERFORM 2000-VERIFICAR-DOCUMENTO
           IF ACCION-LK = "VINCULAR" AND RESULTADO-LK = 0
              IF CLASE-LK = SPACES OR OBJETO-LK = SPACES
                 MOVE 9 TO RESULTADO-LK
                 EXIT PROGRAM
              END-IF
              PERFORM 1100-ABRIR-VINCULOS
              IF SW-VIN-MALO = 1
                 MOVE 9 TO RESULTADO-LK
                 EXIT PROGRAM
              END-IF
              PERFORM 3000-GRABAR-VINCULO
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      *1000-ABRIR-REGISTRO.
      ** SIN REGISTRO NO HAY SOPORTE QUE ACEPTAR
      ******************************************************************
       1000-ABRIR-REGISTRO.
           IF SW-SOP-ABIERTO = 0 AND SW-SOP-MALO = 0
              OPEN INPUT SOPORTES
              IF COD-RET-SOPORTES = "00"
                 MOVE 1 TO SW-SOP-ABIERTO
              ELSE
                 MOVE 1 TO SW-SOP-MALO
                 PERFORM 8000-AVISAR-SIN-ARCHIVO
              END-IF
           END-IF.

      ******************************************************************
      *1100-ABRIR-VINCULOS.
      ** LOS VINCULOS SE CREAN VACIOS EN EL PRIMER VINCULO (MISMO
      ** 1100-ABRIR-RESUMEN DE RESALERTA)
      ******************************************************************
       1100-ABRIR-VINCULOS.
           IF SW-VIN-ABIERTO = 0 AND SW-VIN-MALO = 0
              OPEN I-O SOPORTES-VINCULOS
              IF COD-RET-SOPVINC = "35"
                 OPEN OUTPUT SOPORTES-VINCULOS
                 IF COD-RET-SOPVINC = "00"
                    CLOSE SOPORTES-VINCULOS
                    OPEN I-O SOPORTES-VINCULOS
                 END-IF
              END-IF
              IF COD-RET-SOPVINC = "00"
                 MOVE 1 TO SW-VIN-ABIERTO
              ELSE
                 MOVE 1 TO SW-VIN-MALO
                 PERFORM 8000-AVISAR-SIN-ARCHIVO
              END-IF
           END-IF.

      ******************************************************************
      *2000-VERIFICAR-DOCUMENTO.
      ** EL DOCUMENTO EXISTE, NO ESTA ANULADO Y ES DE LA MISMA
      ** IDENTIFICACION DEL CASO (CUANDO EL LLAMADOR LA INFORMA)
      ******************************************************************
       2000-VERIFICAR-DOCUMENTO.
           MOVE NUMERO-LK TO NUM-SOPORTES
           READ SOPORTES
              INVALID KEY
                 MOVE 1 TO RESULTADO-LK
              NOT INVALID KEY
                 MOVE TIP-IDE-SOPORTES TO W-TIPO-DOC-IDE
                 MOVE NUM-IDE-SOPORTES TO W-NUM-DOC-IDE
                 EVALUATE TRUE
                    WHEN NOT SOPORTE-VIGENTE
                       MOVE 2 TO RESULTADO-LK
                    WHEN TIPO-IDE-LK = SPACES
                       CONTINUE
                    WHEN TIPO-IDE-LK NOT = W-TIPO-DOC-IDE
                      OR NUM-IDE-LK NOT = W-NUM-DOC-IDE
                       MOVE 3 TO RESULTADO-LK
                 END-EVALUATE
           END-READ.

      ******************************************************************
      *3000-GRABAR-VINCULO.
      ** EL VINCULO REPETIDO (LA MISMA ORDEN APROBADA DOS VECES, EL
      ** REPROCESO DE UN ABRIR) NO ES ERROR
      ******************************************************************
       3000-GRABAR-VINCULO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           INITIALIZE REG-SOPVINC
           MOVE CLASE-LK          TO CLASE-SOPVINC
           MOVE OBJETO-LK         TO OBJETO-SOPVINC
           MOVE NUMERO-LK         TO NUM-SOP-SOPVINC
           MOVE TIP-IDE-SOPORTES  TO TIP-IDE-SOPVINC
           MOVE NUM-IDE-SOPORTES  TO NUM-IDE-SOPVINC
           MOVE FECHA-SISTEMA     TO FEC-SOPVINC
           MOVE PROGRAMA-LK       TO PROGRAMA-SOPVINC
           WRITE REG-SOPVINC
              INVALID KEY
                 IF COD-RET-SOPVINC NOT = "22"
                    MOVE 8 TO RESULTADO-LK
                 END-IF
           END-WRITE.

      ******************************************************************
      *8000-AVISAR-SIN-ARCHIVO.
      ** UN SOLO AVISO POR CORRIDA, COMO RESALERTA
      ******************************************************************
       8000-AVISAR-SIN-ARCHIVO.
           IF SW-AVISO-DADO = 0
              MOVE 1 TO SW-AVISO-DADO
              DISPLAY "SOPORTE - SOPORTES (" COD-RET-SOPORTES
                      ") O SOPVINC (" COD-RET-SOPVINC
                      ") NO DISPONIBLE"
           END-IF.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ** LA PROXIMA LLAMADA VUELVE A ABRIR
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           IF SW-SOP-ABIERTO = 1
              CLOSE SOPORTES
           END-IF
           IF SW-VIN-ABIERTO = 1
              CLOSE SOPORTES-VINCULOS
           END-IF
           MOVE 0 TO SW-SOP-ABIERTO SW-SOP-MALO SW-VIN-ABIERTO
                     SW-VIN-MALO SW-AVISO-DADO.

      * RESALERTA.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RESALERTA.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Resumen de alertas por identificacion: calcula, a partir de
      ** las filas de BDIIALE de una persona, cuantas alertas tiene
      ** visibles y activas por fuente, la mas grave, las fechas
      ** extremas y los indicadores de reclamo, restriccion y
      ** victima de suplantacion (ver RESALERTA.FD), para que los
      ** consultores no tengan que recorrer BDIIALE en cada pedido.
      ** Lo llaman los que graban BDIIALE (ACTALEJUR, ALESCOCAI,
      ** CAIDAPJA, MANTALERTA, APROBAR, RECLAMOS, AVISOPREV) despues
      ** de cada cambio, a traves de RESALERTA.PROC, y la
      ** reconstruccion REGENRES.
      **
      ** CALL "RESALERTA" USING <accion X(10)> <tipo X(1)>
      **                        <numero X(11)> <programa X(10)>
      **                        <resultado 9(1)> <registro X(245)>
      **   accion   : CALCULAR   - arma el resumen en <registro> sin
      **                           grabar nada
      **              ACTUALIZAR - lo arma y lo graba en RESALERTA
      **                           (alta, cambio, o baja si la
      **                           identificacion ya no tiene
      **                           alertas visibles)
      **              CERRAR     - cierra los archivos (fin de la
      **                           corrida del llamador)
      **   programa : el llamador, queda en PROGRAMA-ACT-RESALERTA
      **   resultado: 0 resumen calculado (y grabado)
      **              1 sin alertas visibles (y sin fila)
      **              8 no se pudo grabar el resumen
      **              9 accion o identificacion invalida, o BDIIALE
      **                o RESALERTA inaccesibles
      **
      ** Los archivos se abren en la primera llamada y quedan
      ** abiertos, como VERSUPL: BDIIALE y BDLSTR en SOLO LECTURA y el
      ** resumen en I-O solo si se pide ACTUALIZAR (se crea vacio la
      ** primera vez, como el seguimiento de AVISOPREV). NUNCA voltea
      ** al llamador: el resumen que no se pudo grabar lo pone al dia
      ** REGENRES.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BDIIALE.FS.
           COPY BDLSTR.FS.
           COPY RESALERTA.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY BDIIALE.FD.
           COPY BDLSTR.FD.
           COPY RESALERTA.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BDIIALE.WS.
       01 COD-RET-BDLSTR           PIC XX   VALUE ZEROS.
       01 COD-RET-RESALERTA        PIC XX   VALUE ZEROS.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 SW-ALE-ABIERTO           PIC 9(01) VALUE 0.
       01 SW-ALE-MALO              PIC 9(01) VALUE 0.
       01 SW-LSTR-ABIERTO          PIC 9(01) VALUE 0.
       01 SW-RES-ABIERTO           PIC 9(01) VALUE 0.
       01 SW-RES-MALO              PIC 9(01) VALUE 0.
       01 SW-AVISO-DADO            PIC 9(01) VALUE 0.
       01 SW-FIN-ALE               PIC 9(01) VALUE 0.
       01 SW-HAY-RESUMEN           PIC 9(01) VALUE 0.
       01 SW-FTE-NUEVA             PIC 9(01) VALUE 0.
       01 W-IDX-FTE                PIC 9(02) VALUE 0.
       01 W-TIPO-IDE               PIC 9(01) VALUE 0.
       01 W-NUM-IDE                PIC 9(11) VALUE 0.
       01 W-REG-CALCULADO          PIC X(245) VALUE SPACES.

      *    llamada al registro de suplantaciones (VERSUPL.CBL)
       01 SUPL-INDICADOR           PIC X(01) VALUE SPACE.
       01 SUPL-TELEFONO            PIC X(14) VALUE SPACES.

       LINKAGE SECTION.
       01 ACCION-LK                PIC X(10).
       01 TIPO-IDE-LK              PIC X(01).
       01 NUM-IDE-LK               PIC X(11).
       01 PROGRAMA-LK              PIC X(10).
       01 RESULTADO-LK             PIC 9(01).
       01 REGISTRO-LK              PIC X(245).

      ******************************************************************
       PROCEDURE DIVISION USING ACCION-LK TIPO-IDE-LK NUM-IDE-LK
                                PROGRAMA-LK RESULTADO-LK REGISTRO-LK.
      ******************************************************************
      *0000-ATENDER-PEDIDO.
      ******************************************************************
       0000-ATENDER-PEDIDO.
           MOVE 0 TO RESULTADO-LK
           IF ACCION-LK = "CERRAR"
              PERFORM 9000-CERRAR-ARCHIVOS
              EXIT PROGRAM
           END-IF
           IF (ACCION-LK NOT = "CALCULAR" AND
               ACCION-LK NOT = "ACTUALIZAR")
              OR TIPO-IDE-LK NOT NUMERIC OR NUM-IDE-LK NOT NUMERIC
              MOVE 9 TO RESULTADO-LK
              EXIT PROGRAM
           END-IF
           PERFORM 1000-ABRIR-LECTURA
           IF SW-ALE-MALO = 1
              MOVE 9 TO RESULTADO-LK
              EXIT PROGRAM
           END-IF
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE TIPO-IDE-LK TO W-TIPO-IDE
           MOVE NUM-IDE-LK  TO W-NUM-IDE
           PERFORM 2000-CALCULAR-RESUMEN
           MOVE W-REG-CALCULADO TO REGISTRO-LK
           IF ACCION-LK = "ACTUALIZAR"
              PERFORM 1100-ABRIR-RESUMEN
              IF SW-RES-MALO = 1
                 MOVE 9 TO RESULTADO-LK
                 EXIT PROGRAM
              END-IF
              PERFORM 3000-GRABAR-RESUMEN
           ELSE
              IF CANT-VISIBLES-RESALERTA = 0
                 MOVE 1 TO RESULTADO-LK
              END-IF
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      *1000-ABRIR-LECTURA.
      ** SIN BDIIALE NO HAY RESUMEN; SIN LA LISTA DE RESTRICCION EL
      ** INDICADOR SALE EN "N" (LOS CONSULTORES LA LEEN IGUAL EN LINEA)
      ******************************************************************
       1000-ABRIR-LECTURA.
           IF SW-ALE-ABIERTO = 0 AND SW-ALE-MALO = 0
              OPEN INPUT BDIIALE
              IF COD-RET-BDIIALE = "00"
                 MOVE 1 TO SW-ALE-ABIERTO
              ELSE
                 MOVE 1 TO SW-ALE-MALO
                 PERFORM 8000-AVISAR-SIN-ARCHIVO
              END-IF
              OPEN INPUT BDLSTR
              IF COD-RET-BDLSTR = "00"
                 MOVE 1 TO SW-LSTR-ABIERTO
              END-IF
           END-IF.

      ******************************************************************
      *1100-ABRIR-RESUMEN.
      ** EL RESUMEN SE CREA VACIO EN LA PRIMERA ACTUALIZACION (MISMO
      ** 1000-ABRIR-ARCHIVOS DE AVISOPREV)
      ******************************************************************
       1100-ABRIR-RESUMEN.
           IF SW-RES-ABIERTO = 0 AND SW-RES-MALO = 0
              OPEN I-O RESUMEN-ALERTAS
              IF COD-RET-RESALERTA = "35"
                 OPEN OUTPUT RESUMEN-ALERTAS
                 IF COD-RET-RESALERTA = "00"
                    CLOSE RESUMEN-ALERTAS
                    OPEN I-O RESUMEN-ALERTAS
                 END-IF
              END-IF
              IF COD-RET-RESALERTA = "00"
                 MOVE 1 TO SW-RES-ABIERTO
              ELSE
                 MOVE 1 TO SW-RES-MALO
                 PERFORM 8000-AVISAR-SIN-ARCHIVO
              END-IF
           END-IF.

      ******************************************************************
      *2000-CALCULAR-RESUMEN.
      ** TODAS LAS FILAS DE LA IDENTIFICACION, CON EL MISMO START/READ
      ** NEXT POR IDENTIFICACION DE 2020-SERVIR-ALERTAS EN ALESERVER
      ******************************************************************
       2000-CALCULAR-RESUMEN.
           INITIALIZE REG-RESALERTA
           MOVE W-TIPO-IDE    TO TIP-IDE-RESALERTA
           MOVE W-NUM-IDE     TO NUM-IDE-RESALERTA
           MOVE 99999999      TO FEC-PROX-VEN-RESALERTA
           MOVE "N"           TO IND-RECLAMO-RESALERTA
                                 IND-RESTRICCION-RESALERTA
                                 IND-VICTIMA-RESALERTA
           MOVE FECHA-SISTEMA TO FEC-ACT-RESALERTA
           MOVE PROGRAMA-LK   TO PROGRAMA-ACT-RESALERTA
           MOVE 0 TO SW-FIN-ALE W-IDX-FTE
           MOVE LOW-VALUES TO LLASEC-BDIIALE
           MOVE W-TIPO-IDE TO TIP-IDE-BDIIALE
           MOVE W-NUM-IDE  TO NUM-IDE-BDIIALE
           START BDIIALE KEY IS NOT LESS THAN LLASEC-BDIIALE
              INVALID KEY MOVE 1 TO SW-FIN-ALE
           END-START
           PERFORM 2050-LEER-ALERTA UNTIL SW-FIN-ALE = 1
           IF CANT-VISIBLES-RESALERTA > 0
              PERFORM 2200-VERIFICAR-RESTRICCION
              PERFORM 2300-VERIFICAR-VICTIMA
           END-IF
           MOVE REG-RESALERTA TO W-REG-CALCULADO.

      ******************************************************************
      *2050-LEER-ALERTA.
      ******************************************************************
       2050-LEER-ALERTA.
           READ BDIIALE NEXT RECORD
              AT END MOVE 1 TO SW-FIN-ALE
           END-READ
           IF SW-FIN-ALE = 0
              IF TIP-IDE-BDIIALE NOT = W-TIPO-IDE
                 OR NUM-IDE-BDIIALE NOT = W-NUM-IDE
                 MOVE 1 TO SW-FIN-ALE
              ELSE
                 PERFORM 2100-ACUMULAR-ALERTA
              END-IF
           END-IF.

      ******************************************************************
      *2100-ACUMULAR-ALERTA.
      ** LA EN ESPERA DE AVISO PREVIO NO CUENTA (LOS CONSULTORES NO LA
      ** MUESTRAN); ACTIVA CON LA REGLA DE LOS CONSULTORES. LAS FILAS
      ** VIENEN EN ORDEN DE FUENTE/COD: UNA FUENTE NUEVA ABRE FILA EN
      ** LA TABLA Y PASADAS LAS 10 SOLO SE CUENTA EN LOS TOTALES
      ******************************************************************
       2100-ACUMULAR-ALERTA.
           IF EST-AVISO-BDIIALE NOT = "P"
              ADD 1 TO CANT-VISIBLES-RESALERTA
              MOVE 1 TO SW-FTE-NUEVA
              IF W-IDX-FTE > 0
                 IF FUENTE-FTE-RESALERTA(W-IDX-FTE) = FUENTE-BDIIALE
                    AND COD-FTE-RESALERTA(W-IDX-FTE) =
                        COD-ALERTA-BDIIALE
                    MOVE 0 TO SW-FTE-NUEVA
                 END-IF
              END-IF
              IF SW-FTE-NUEVA = 1
                 IF CANT-FUENTES-RESALERTA < 10
                    ADD 1 TO CANT-FUENTES-RESALERTA
                    MOVE CANT-FUENTES-RESALERTA TO W-IDX-FTE
                    MOVE FUENTE-BDIIALE
                      TO FUENTE-FTE-RESALERTA(W-IDX-FTE)
                    MOVE COD-ALERTA-BDIIALE
                      TO COD-FTE-RESALERTA(W-IDX-FTE)
                 ELSE
                    MOVE 0 TO W-IDX-FTE
                 END-IF
              END-IF
              IF W-IDX-FTE > 0
                 ADD 1 TO VISIBLES-FTE-RESALERTA(W-IDX-FTE)
              END-IF
              IF EST-RECLAMO-BDIIALE = "1"
                 MOVE "S" TO IND-RECLAMO-RESALERTA
              END-IF
              IF BLOQUEO-BDIIALE NOT = 0
                 AND FEC-VEN-BDIIALE NOT < FECHA-SISTEMA
                 PERFORM 2110-ACUMULAR-ACTIVA
              END-IF
           END-IF.

      ******************************************************************
      *2110-ACUMULAR-ACTIVA.
      ******************************************************************
       2110-ACUMULAR-ACTIVA.
           ADD 1 TO CANT-ACTIVAS-RESALERTA
           IF W-IDX-FTE > 0
              ADD 1 TO ACTIVAS-FTE-RESALERTA(W-IDX-FTE)
           END-IF
           IF BLOQUEO-BDIIALE > BLOQUEO-MAX-RESALERTA
              MOVE BLOQUEO-BDIIALE    TO BLOQUEO-MAX-RESALERTA
              MOVE FUENTE-BDIIALE     TO FUENTE-MAX-RESALERTA
              MOVE COD-ALERTA-BDIIALE TO COD-MAX-RESALERTA
           END-IF
           IF FEC-PRIMERA-RESALERTA = 0
              OR FEC-NOV-BDIIALE < FEC-PRIMERA-RESALERTA
              MOVE FEC-NOV-BDIIALE TO FEC-PRIMERA-RESALERTA
           END-IF
           IF FEC-REP-BDIIALE > FEC-ULTIMA-RESALERTA
              MOVE FEC-REP-BDIIALE TO FEC-ULTIMA-RESALERTA
           END-IF
           IF FEC-VEN-BDIIALE < FEC-PROX-VEN-RESALERTA
              MOVE FEC-VEN-BDIIALE TO FEC-PROX-VEN-RESALERTA
           END-IF.

      ******************************************************************
      *2200-VERIFICAR-RESTRICCION.
      ** MISMO CRITERIO QUE 2060 DE ALESERVER: ESTADO A, O ESPACIO EN
      ** LAS FILAS DEL LAYOUT ANTERIOR A VENBDLSTR
      ******************************************************************
       2200-VERIFICAR-RESTRICCION.
           IF SW-LSTR-ABIERTO = 1
              MOVE W-TIPO-IDE TO TIPO-IDE-BDLSTR
              MOVE W-NUM-IDE  TO NUM-IDE-BDLSTR
              READ BDLSTR
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF EST-BDLSTR = "A" OR EST-BDLSTR = SPACE
                       MOVE "S" TO IND-RESTRICCION-RESALERTA
                    END-IF
              END-READ
           END-IF.

      ******************************************************************
      *2300-VERIFICAR-VICTIMA.
      ******************************************************************
       2300-VERIFICAR-VICTIMA.
           MOVE SPACE TO SUPL-INDICADOR
           CALL "VERSUPL" USING TIPO-IDE-LK NUM-IDE-LK
                                SUPL-INDICADOR SUPL-TELEFONO
           ON EXCEPTION
              MOVE SPACE TO SUPL-INDICADOR
           END-CALL
           IF SUPL-INDICADOR = "V"
              MOVE "S" TO IND-VICTIMA-RESALERTA
           END-IF.

      ******************************************************************
      *3000-GRABAR-RESUMEN.
      ** ALTA O CAMBIO CON ALERTAS VISIBLES; SIN ELLAS LA FILA SE DA
      ** DE BAJA (NO QUEDAN RESUMENES HUERFANOS)
      ******************************************************************
       3000-GRABAR-RESUMEN.
           MOVE W-TIPO-IDE TO TIP-IDE-RESALERTA
           MOVE W-NUM-IDE  TO NUM-IDE-RESALERTA
           MOVE 1 TO SW-HAY-RESUMEN
           READ RESUMEN-ALERTAS
              INVALID KEY
                 MOVE 0 TO SW-HAY-RESUMEN
           END-READ
           MOVE W-REG-CALCULADO TO REG-RESALERTA
           IF CANT-VISIBLES-RESALERTA = 0
              MOVE 1 TO RESULTADO-LK
              IF SW-HAY-RESUMEN = 1
                 DELETE RESUMEN-ALERTAS RECORD
                    INVALID KEY
                       MOVE 8 TO RESULTADO-LK
                 END-DELETE
              END-IF
           ELSE
              IF SW-HAY-RESUMEN = 1
                 REWRITE REG-RESALERTA
                    INVALID KEY
                       MOVE 8 TO RESULTADO-LK
                 END-REWRITE
              ELSE
                 WRITE REG-RESALERTA
                    INVALID KEY
                       MOVE 8 TO RESULTADO-LK
                 END-WRITE
              END-IF
           END-IF.

      ******************************************************************
      *8000-AVISAR-SIN-ARCHIVO.
      ** UN SOLO AVISO POR CORRIDA, COMO VERSUPL
      ******************************************************************
       8000-AVISAR-SIN-ARCHIVO.
           IF SW-AVISO-DADO = 0
              MOVE 1 TO SW-AVISO-DADO
              DISPLAY "RESALERTA - BDIIALE (" COD-RET-BDIIALE
                      ") O RESUMEN (" COD-RET-RESALERTA
                      ") NO DISPONIBLE, EL RESUMEN QUEDA PENDIENTE"
           END-IF.

      ******************************************************************
      *9000-CERRAR-ARCHIVOS.
      ** LA PROXIMA LLAMADA VUELVE A ABRIR (UN SERVIDOR O UNA CADENA
      ** PUEDEN LLAMAR DE NUEVO DESPUES DE CERRAR)
      ******************************************************************
       9000-CERRAR-ARCHIVOS.
           IF SW-ALE-ABIERTO = 1
              CLOSE BDIIALE
           END-IF
           IF SW-LSTR-ABIERTO = 1
              CLOSE BDLSTR
           END-IF
           IF SW-RES-ABIERTO = 1
              CLOSE RESUMEN-ALERTAS
           END-IF
           MOVE 0 TO SW-ALE-ABIERTO SW-ALE-MALO SW-LSTR-ABIERTO
                     SW-RES-ABIERTO SW-RES-MALO SW-AVISO-DADO.

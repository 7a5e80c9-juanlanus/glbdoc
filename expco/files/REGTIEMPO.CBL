      * REGTIEMPO.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REGTIEMPO.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Tiempos de respuesta de los servidores residentes: los
      ** latidos dicen que ALESERVER, INTESERVER y LEESCORE SERVER/
      ** DIAN estan vivos pero no cuanto tardan en contestar. Cada
      ** servidor llama aca UNA vez por solicitud, recien enviada la
      ** respuesta, con la hora en que la recibio y la de su primera
      ** lectura; este subprograma toma la hora de respuesta, calcula
      ** la demora en centesimas y asienta el renglon en
      ** $TEMPORALES/TIEMPOSRV.JRN (layout en TIEMPOSRV.FD). El
      ** resumen diario por servidor y por hora lo arma REPTIEMPO.CBL.
      **
      ** CALL "REGTIEMPO" USING TIEMPO-SOLICITUD   (TIEMPOSRV.WS)
      **
      ** A diferencia de REGCONSUL el diario se abre y se cierra en
      ** cada llamada: los servidores quedan arriba dias enteros y
      ** REPTIEMPO lo lee con ellos corriendo; con el archivo abierto
      ** la cola del dia quedaria en el buffer. Un renglon secuencial
      ** por solicitud no pesa frente a la respuesta misma, y la
      ** demora ya quedo medida antes de abrir.
      **
      ** El asiento NUNCA voltea al servidor: si el diario no se puede
      ** abrir se avisa una sola vez por consola y la solicitud queda
      ** sin asentar.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TIEMPOSRV.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY TIEMPOSRV.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-TSR              PIC XX VALUE ZEROS.
       01 SW-AVISO-DADO            PIC 9(01) VALUE 0.
       01 HORA-RESPUESTA           PIC 9(08) VALUE 0.
       01 W-HORA-CALCULO           PIC 9(08) VALUE 0.
       01 W-HORA-CALCULO-R REDEFINES W-HORA-CALCULO.
          03 CALC-HH                  PIC 9(02).
          03 CALC-MM                  PIC 9(02).
          03 CALC-SS                  PIC 9(02).
          03 CALC-CC                  PIC 9(02).
       01 W-CENT-CALCULO           PIC 9(08) VALUE 0.
       01 W-CENT-RECIBIDA          PIC 9(08) VALUE 0.
       01 W-CENT-RESPUESTA         PIC 9(08) VALUE 0.
       01 CENTESIMAS-DIA           PIC 9(08) VALUE 8640000.

       LINKAGE SECTION.
           COPY TIEMPOSRV.WS.

      ******************************************************************
       PROCEDURE DIVISION USING TIEMPO-SOLICITUD.
      ******************************************************************
      *0000-ASENTAR-TIEMPO.
      ******************************************************************
       0000-ASENTAR-TIEMPO.
           ACCEPT HORA-RESPUESTA FROM TIME
           MOVE TSOL-HORA-RECIBIDA TO W-HORA-CALCULO
           PERFORM 1000-PASAR-A-CENTESIMAS
           MOVE W-CENT-CALCULO TO W-CENT-RECIBIDA
           MOVE HORA-RESPUESTA TO W-HORA-CALCULO
           PERFORM 1000-PASAR-A-CENTESIMAS
           MOVE W-CENT-CALCULO TO W-CENT-RESPUESTA
      *    una solicitud recibida antes de la medianoche y contestada
      *    despues queda con la fecha de recepcion
           IF W-CENT-RESPUESTA < W-CENT-RECIBIDA
              ADD CENTESIMAS-DIA TO W-CENT-RESPUESTA
           END-IF
           OPEN EXTEND DIARIO-TIEMPOS
           IF COD-RET-TSR = "35"
              OPEN OUTPUT DIARIO-TIEMPOS
           END-IF
           IF COD-RET-TSR NOT = "00"
              PERFORM 2000-AVISAR-SIN-ASIENTO
              EXIT PROGRAM
           END-IF
           MOVE SPACES TO REG-DIARIO-TIEMPOS
           MOVE TSOL-FECHA          TO TSR-FECHA
           MOVE TSOL-SERVIDOR       TO TSR-SERVIDOR
           MOVE TSOL-HORA-RECIBIDA  TO TSR-HORA-RECIBIDA
           MOVE TSOL-HORA-LECTURA   TO TSR-HORA-LECTURA
           MOVE HORA-RESPUESTA      TO TSR-HORA-RESPUESTA
           MOVE TSOL-RESULTADO      TO TSR-RESULTADO
           COMPUTE TSR-DEMORA = W-CENT-RESPUESTA - W-CENT-RECIBIDA
           WRITE REG-DIARIO-TIEMPOS
           CLOSE DIARIO-TIEMPOS
           EXIT PROGRAM.

      ******************************************************************
      *1000-PASAR-A-CENTESIMAS.
      ** HHMMSSCC DE W-HORA-CALCULO A CENTESIMAS DESDE LA MEDIANOCHE
      ******************************************************************
       1000-PASAR-A-CENTESIMAS.
           COMPUTE W-CENT-CALCULO = CALC-HH * 360000
                                  + CALC-MM * 6000
                                  + CALC-SS * 100
                                  + CALC-CC.

      ******************************************************************
      *2000-AVISAR-SIN-ASIENTO.
      ** EL AVISO SALE UNA SOLA VEZ POR CORRIDA DEL SERVIDOR PARA NO
      ** INUNDAR LA CONSOLA
      ******************************************************************
       2000-AVISAR-SIN-ASIENTO.
           IF SW-AVISO-DADO = 0
              MOVE 1 TO SW-AVISO-DADO
              DISPLAY "REGTIEMPO - SIN DIARIO TIEMPOSRV.JRN ("
                      COD-RET-TSR "), LOS TIEMPOS DE ESTA CORRIDA "
                      "QUEDAN SIN ASENTAR"
           END-IF.

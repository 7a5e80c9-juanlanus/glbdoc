      * REGCONSUMO.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REGCONSUMO.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Consumo de los servicios en linea por entidad: CUPOS lleva
      ** solo el total del dia y del mes, SEGEVENTO solo las
      ** denegaciones y TIEMPOSRV.JRN no sabe de entidades, asi que
      ** nadie podia decirle a un cliente cuanto consumio de cada
      ** servicio. Cada servidor (LEESCORE SERVER/DIAN, ALESERVER,
      ** INTESERVER) llama aca UNA vez por solicitud, recien enviada
      ** la respuesta, y este subprograma asienta el renglon con la
      ** fecha y la hora en $TEMPORALES/CONSUMO.JRN (layout en
      ** CONSUMO.FD). El estado de consumo diario por entidad lo arma
      ** ESTCONSUMO.CBL.
      **
      ** CALL "REGCONSUMO" USING CONSUMO-SOLICITUD   (CONSUMO.WS)
      **
      ** Como REGTIEMPO, el diario se abre y se cierra en cada
      ** llamada (ESTCONSUMO AVISAR lo lee con los servidores
      ** corriendo) y el asiento NUNCA voltea al servidor: si el
      ** diario no se puede abrir se avisa una sola vez por consola y
      ** la solicitud queda sin asentar.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CONSUMO.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CONSUMO.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-CNS              PIC XX VALUE ZEROS.
       01 SW-AVISO-DADO            PIC 9(01) VALUE 0.
       01 FECHA-ASIENTO            PIC 9(08) VALUE 0.
       01 HORA-ASIENTO             PIC 9(08) VALUE 0.

       LINKAGE SECTION.
           COPY CONSUMO.WS.

      ******************************************************************
       PROCEDURE DIVISION USING CONSUMO-SOLICITUD.
      ******************************************************************
      *0000-ASENTAR-CONSUMO.
      ******************************************************************
       0000-ASENTAR-CONSUMO.
           ACCEPT FECHA-ASIENTO FROM DATE YYYYMMDD
           ACCEPT HORA-ASIENTO  FROM TIME
           OPEN EXTEND DIARIO-CONSUMO
           IF COD-RET-CNS = "35"
              OPEN OUTPUT DIARIO-CONSUMO
           END-IF
           IF COD-RET-CNS NOT = "00"
              PERFORM 2000-AVISAR-SIN-ASIENTO
              EXIT PROGRAM
           END-IF
           MOVE SPACES TO REG-DIARIO-CONSUMO
           MOVE FECHA-ASIENTO       TO CNS-FECHA
           MOVE HORA-ASIENTO(1:6)   TO CNS-HORA
           MOVE CSM-ENTIDAD         TO CNS-ENTIDAD
           MOVE CSM-SERVICIO        TO CNS-SERVICIO
           MOVE CSM-PROGRAMA        TO CNS-PROGRAMA
           MOVE CSM-RESULTADO       TO CNS-RESULTADO
           IF CSM-DENEGADA
              MOVE CSM-MOTIVO       TO CNS-MOTIVO
           END-IF
           WRITE REG-DIARIO-CONSUMO
           CLOSE DIARIO-CONSUMO
           EXIT PROGRAM.

      ******************************************************************
      *2000-AVISAR-SIN-ASIENTO.
      ** EL AVISO SALE UNA SOLA VEZ POR CORRIDA DEL SERVIDOR PARA NO
      ** INUNDAR LA CONSOLA
      ******************************************************************
       2000-AVISAR-SIN-ASIENTO.
           IF SW-AVISO-DADO = 0
              MOVE 1 TO SW-AVISO-DADO
              DISPLAY "REGCONSUMO - SIN DIARIO CONSUMO.JRN ("
                      COD-RET-CNS "), EL CONSUMO DE ESTA CORRIDA "
                      "QUEDA SIN ASENTAR"
           END-IF.

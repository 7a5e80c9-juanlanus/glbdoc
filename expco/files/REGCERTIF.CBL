      * REGCERTIF.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REGCERTIF.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Diario de la certificacion de integracion de clientes nuevos:
      ** ALESERVER, INTESERVER y LEESCORE corriendo en modo CERTIFICA
      ** llaman aca UNA vez por solicitud, recien enviada la
      ** respuesta, con el usuario@terminal, la solicitud tal como
      ** llego, el resultado y la ultima linea contestada; este
      ** subprograma le pone fecha y hora y asienta el renglon en
      ** $TEMPORALES/CERTIF.JRN (layout en CERTIF.FD). CERTCLI.CBL
      ** lo compara contra el guion de casos y arma el informe de
      ** certificacion por cliente.
      **
      ** CALL "REGCERTIF" USING CERTIF-SOLICITUD   (CERTIF.WS)
      **
      ** Como REGTIEMPO, el diario se abre y se cierra en cada
      ** llamada para que CERTCLI lo pueda leer con el servidor
      ** arriba. El asiento NUNCA voltea al servidor: si el diario no
      ** se puede abrir se avisa una sola vez por consola.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CERTIF.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CERTIF.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-CRT              PIC XX VALUE ZEROS.
       01 SW-AVISO-DADO            PIC 9(01) VALUE 0.
       01 FECHA-ASIENTO            PIC 9(08) VALUE 0.
       01 HORA-ASIENTO.
          03 HORA-ASIENTO-HHMMSS      PIC 9(06).
          03 FILLER                   PIC 9(02).

       LINKAGE SECTION.
           COPY CERTIF.WS.

      ******************************************************************
       PROCEDURE DIVISION USING CERTIF-SOLICITUD.
      ******************************************************************
      *0000-ASENTAR-SOLICITUD.
      ******************************************************************
       0000-ASENTAR-SOLICITUD.
           ACCEPT FECHA-ASIENTO FROM DATE YYYYMMDD
           ACCEPT HORA-ASIENTO  FROM TIME
           OPEN EXTEND DIARIO-CERTIF
           IF COD-RET-CRT = "35"
              OPEN OUTPUT DIARIO-CERTIF
           END-IF
           IF COD-RET-CRT NOT = "00"
              PERFORM 2000-AVISAR-SIN-ASIENTO
              EXIT PROGRAM
           END-IF
           MOVE SPACES TO REG-DIARIO-CERTIF
           MOVE FECHA-ASIENTO       TO CRT-FECHA
           MOVE HORA-ASIENTO-HHMMSS TO CRT-HORA
           MOVE CSOL-SERVIDOR       TO CRT-SERVIDOR
           MOVE CSOL-USUARIO        TO CRT-USUARIO
           MOVE CSOL-SOLICITUD      TO CRT-SOLICITUD
           MOVE CSOL-RESULTADO      TO CRT-RESULTADO
           MOVE CSOL-RESPUESTA      TO CRT-RESPUESTA
           WRITE REG-DIARIO-CERTIF
           CLOSE DIARIO-CERTIF
           EXIT PROGRAM.

      ******************************************************************
      *2000-AVISAR-SIN-ASIENTO.
      ** EL AVISO SALE UNA SOLA VEZ POR CORRIDA DEL SERVIDOR
      ******************************************************************
       2000-AVISAR-SIN-ASIENTO.
           IF SW-AVISO-DADO = 0
              MOVE 1 TO SW-AVISO-DADO
              DISPLAY "REGCERTIF - SIN DIARIO CERTIF.JRN ("
                      COD-RET-CRT "), LAS SOLICITUDES DE ESTA CORRIDA "
                      "QUEDAN SIN ASENTAR"
           END-IF.

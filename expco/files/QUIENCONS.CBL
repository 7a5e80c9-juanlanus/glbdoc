      **   - la entidad decodificada contra el catalogo
      **     $TEMPORALES/ENTIDADES.CFG (renglones "codigo;nombre");
      **     un codigo sin catalogo sale tal cual
      **   - el motivo codificado (ver MOTCONSUL.CBL) con la
      **     descripcion del catalogo, el proposito que declaro la
      **     entidad; los asientos de texto libre salen tal cual
      **   - encabezado, detalle fechado y total al pie
      ** El extracto queda en $TEMPORALES/EXTRACTO.<numero> y la
      ** propia emision queda asentada en el rastro (REGCONSUL),
      ** porque tambien es un acceso al dato: es una consulta propia
      ** del titular, contada en CONSPROP.CBL (la primera del mes es
      ** gratuita) y el pie del extracto dice si se cobra.
      **
      ** USO: QUIENCONS <tipo> <numero> <solicitante> [meses]
      **      QUIENCONS LOTE   (pedidos en $TEMPORALES/QUIENCONS.ENT,

       01 CONT-PEDIDOS-ATENDIDOS   PIC 9(06) VALUE 0.

      **** DESCRIPCION DEL MOTIVO CODIFICADO (MOTCONSUL, ENTIDAD EN
      **** BLANCO = SOLO DESCRIBIR)
       01 MOT-ENTIDAD              PIC X(18) VALUE SPACES.
       01 MOT-RESULTADO            PIC 9(01) VALUE 0.
       01 MOT-DESCRIPCION          PIC X(25) VALUE SPACES.
       01 W-MOTIVO-LEGIBLE         PIC X(30) VALUE SPACES.

      **** RASTRO DE LA EMISION DEL EXTRACTO (REGCONSUL), COMO
      **** CONSULTA PROPIA ("PROP:GRATUITA ..." / "PROP:COBRABLE ...")
       01 RCON-PROGRAMA            PIC X(10) VALUE "QUIENCONS".
       01 RCON-MOTIVO              PIC X(30) VALUE SPACES.
       01 RCON-TEXTO-EXTRACTO      PIC X(16)
                                   VALUE "EXTRACTO TITULAR".

      **** CONSULTA PROPIA DEL TITULAR DEL MES (CONSPROP)
       01 CPROP-RESULTADO          PIC 9(01) VALUE 0.
       01 CPROP-CANTIDAD           PIC 9(03) VALUE 0.
       01 CONT-PROPIAS-GRATUITAS   PIC 9(06) VALUE 0.
       01 CONT-PROPIAS-COBRABLES   PIC 9(06) VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
           END-IF
           CLOSE ICBCON
           DISPLAY "Extractos emitidos........ " CONT-PEDIDOS-ATENDIDOS
           DISPLAY "  gratuitos del mes....... " CONT-PROPIAS-GRATUITAS
           DISPLAY "  cobrables............... " CONT-PROPIAS-COBRABLES
           STOP RUN.

      ******************************************************************
           PERFORM 3100-GRABAR-ENCABEZADO
           MOVE 0 TO W-CANT-CONSULTAS
           PERFORM 3200-LISTAR-CONSULTAS
           PERFORM 3290-CONTAR-CONSULTA-PROPIA
           PERFORM 3300-GRABAR-PIE
           CLOSE EXTRACTO-SALIDA
           ADD 1 TO CONT-PEDIDOS-ATENDIDOS
       3250-GRABAR-UNA-CONSULTA.
           ADD 1 TO W-CANT-CONSULTAS
           PERFORM 3260-DECODIFICAR-ENTIDAD
           PERFORM 3280-DESCRIBIR-MOTIVO
           MOVE SPACES TO W-LINEA-ARMADA
           STRING FEC-CONSULTA-ICBCON "  "
                  W-NOMBRE-ENTIDAD "  "
                  W-MOTIVO-LEGIBLE
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 7000-GRABAR-LINEA.
              MOVE 1 TO SW-CAT-HALLADO
           END-IF.

      ******************************************************************
      *3280-DESCRIBIR-MOTIVO.
      ** EL ASIENTO CODIFICADO ("CODIGO:TEXTO") SALE CON LA
      ** DESCRIPCION DEL CATALOGO DE MOTIVOS; UN CODIGO QUE YA NO
      ** ESTA EN EL CATALOGO SALE CON EL TEXTO DEL SERVIDOR
      ******************************************************************
       3280-DESCRIBIR-MOTIVO.
           MOVE MOTIVO-ICBCON TO W-MOTIVO-LEGIBLE
           IF MOTIVO-CODIFICADO-ICBCON
              MOVE TEXTO-MOTIVO-ICBCON TO W-MOTIVO-LEGIBLE
              CALL "MOTCONSUL" USING MOT-ENTIDAD COD-MOTIVO-ICBCON
                                     MOT-RESULTADO MOT-DESCRIPCION
              ON EXCEPTION
                 MOVE SPACES TO MOT-DESCRIPCION
              END-CALL
              IF MOT-DESCRIPCION NOT = SPACES
                 MOVE MOT-DESCRIPCION TO W-MOTIVO-LEGIBLE
              END-IF
           END-IF.

      ******************************************************************
      *3290-CONTAR-CONSULTA-PROPIA.
      ** EL EXTRACTO ES EL TITULAR CONSULTANDO SUS PROPIOS DATOS: SE
      ** CUENTA EN CONSPROP Y EL MOTIVO DEL RASTRO LLEVA LA MARCA DE
      ** COBRO (VER PROPIA-ICBCON EN ICBCON001.FD)
      ******************************************************************
       3290-CONTAR-CONSULTA-PROPIA.
           CALL "CONSPROP" USING W-TIPO-X W-NUMERO-X RCON-PROGRAMA
                                 CPROP-RESULTADO CPROP-CANTIDAD
           ON EXCEPTION
              MOVE 1 TO CPROP-RESULTADO
              MOVE 0 TO CPROP-CANTIDAD
           END-CALL
           MOVE SPACES TO RCON-MOTIVO
           IF CPROP-RESULTADO = 2
              ADD 1 TO CONT-PROPIAS-COBRABLES
              STRING "PROP:COBRABLE " RCON-TEXTO-EXTRACTO
                     DELIMITED BY SIZE INTO RCON-MOTIVO
              END-STRING
           ELSE
              ADD 1 TO CONT-PROPIAS-GRATUITAS
              STRING "PROP:GRATUITA " RCON-TEXTO-EXTRACTO
                     DELIMITED BY SIZE INTO RCON-MOTIVO
              END-STRING
           END-IF.

      ******************************************************************
      *3300-GRABAR-PIE.
      ******************************************************************
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 7000-GRABAR-LINEA
           MOVE SPACES TO W-LINEA-ARMADA
           IF CPROP-RESULTADO = 2
              STRING "CONSULTA PROPIA NRO " CPROP-CANTIDAD
                     " DEL MES: COBRABLE"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           ELSE
              MOVE "CONSULTA PROPIA GRATUITA DEL MES"
                TO W-LINEA-ARMADA
           END-IF
           PERFORM 7000-GRABAR-LINEA
           MOVE "=================================================="
             TO W-LINEA-ARMADA
           PERFORM 7000-GRABAR-LINEA.

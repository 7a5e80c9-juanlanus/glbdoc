      * MANTMAECLI.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTMAECLI.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Mantenimiento del maestro unico de clientes
      ** ($TEMPORALES/MAECLI.DAT, ver MAECLI.FD): razon social, NIT,
      ** vigencia del contrato, personas de contacto, servicios
      ** contratados y el codigo con que el cliente figura en cada
      ** archivo de configuracion (AUTCONSUL/CUPOS, TARIFAS,
      ** ENTREGAS/TRANSMISION, SUSCRIP, CARTERAS), que hasta ahora
      ** nadie cruzaba. Mismo patron auditado que MANTAUTCON: cada
      ** cambio deja una linea en $TEMPORALES/MAECLI.AUD con fecha,
      ** hora, accion, cliente y el dato anterior y el nuevo. El
      ** cruce nocturno contra las configuraciones es VERMAECLI.CBL.
      **
      ** USO:
      **   MANTMAECLI ALTA      <cliente> <nit> <fec-ini> <fec-fin>
      **              <razon social hasta fin de linea>
      **   MANTMAECLI MODIFICAR <cliente> <nit> <fec-ini> <fec-fin>
      **              <razon social hasta fin de linea>
      **   MANTMAECLI CODIGO    <cliente> <archivo> <codigo>
      **      archivo: ACCESO TARIFA ENTREGA SUSCRIP CARTERA
      **   MANTMAECLI SERVICIO  <cliente> <servicio> <S|N>
      **      servicio: ENLINEA PERSO SUSCRIP CARTERA
      **   MANTMAECLI CONTACTO  <cliente> <1-3> <telefono> <correo>
      **              <nombre hasta fin de linea>
      **   MANTMAECLI CANAL     <cliente> <T|C|N>
      **      por donde recibe el estado de consumo diario
      **      (ESTCONSUMO): T TRANSMITIR, C correo al contacto 1,
      **      N sin envio
      **   MANTMAECLI RETIRAR   <cliente>
      **   MANTMAECLI REACTIVAR <cliente>
      **   MANTMAECLI LISTAR    [<cliente>]
      ** nit: con su digito de verificacion, validado con VALIDID.CBL
      ** (tipo 2). Fechas AAAAMMDD; fec-fin 99991231 = sin
      ** vencimiento. Un contrato se renueva con MODIFICAR. En el alta
      ** todos los codigos de archivo son el del cliente; CODIGO los
      ** cambia donde el archivo lo llama distinto. Ningun cliente se
      ** borra.
      ** RC 0 hecho; RC 8 cliente inexistente/ya existente o dato
      ** invalido (no se graba nada); RC 16 error de uso o archivo.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MAECLI.FS.

           SELECT AUDITORIA-MAECLI
                  ASSIGN TO "$TEMPORALES/MAECLI.AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY MAECLI.FD.

       FD  AUDITORIA-MAECLI.
       01  REG-AUDITORIA.
           02 AUD-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 AUD-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 AUD-ACCION               PIC X(09).
           02 FILLER                   PIC X.
           02 AUD-CLIENTE              PIC X(12).
           02 FILLER                   PIC X.
           02 AUD-CAMPO                PIC X(10).
           02 FILLER                   PIC X.
           02 AUD-ANTERIOR             PIC X(60).
           02 FILLER                   PIC X.
           02 AUD-NUEVO                PIC X(60).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-MAECLI           PIC XX   VALUE ZEROS.
       01 COD-RET-AUD              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(160) VALUE SPACES.
       01 W-PTR                    PIC 9(03) VALUE 1.
       01 W-ACCION                 PIC X(09) VALUE SPACES.
       01 W-CLIENTE                PIC X(12) VALUE SPACES.
       01 W-PARM-1                 PIC X(20) VALUE SPACES.
       01 W-PARM-2                 PIC X(40) VALUE SPACES.
       01 W-PARM-3                 PIC X(40) VALUE SPACES.
       01 W-RESTO                  PIC X(60) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 SW-FIN-REG               PIC 9(01) VALUE 0.
       01 SW-DATO-MALO             PIC 9(01) VALUE 0.
       01 CONT-LISTADOS            PIC 9(04) VALUE 0.
       01 W-IDX-SRV                PIC 9(01) VALUE 0.
       01 W-IDX-CTO                PIC 9(01) VALUE 0.

      **** NIT Y FECHAS DEL ALTA/MODIFICACION
       01 W-NIT                    PIC X(11) JUSTIFIED RIGHT
                                   VALUE SPACES.
       01 W-TIPO-NIT               PIC X(01) VALUE "2".
       01 W-COD-VALID-NIT          PIC X(03) VALUE SPACES.
       01 W-TEXTO-VALID-NIT        PIC X(40) VALUE SPACES.
       01 W-FEC-INI-X              PIC X(08) VALUE SPACES.
       01 W-FEC-INI REDEFINES W-FEC-INI-X PIC 9(08).
       01 W-FEC-FIN-X              PIC X(08) VALUE SPACES.
       01 W-FEC-FIN REDEFINES W-FEC-FIN-X PIC 9(08).

      **** UNA LINEA DE AUDITORIA (CAMPO, VALOR ANTERIOR Y NUEVO)
       01 W-AUD-CAMPO              PIC X(10) VALUE SPACES.
       01 W-AUD-ANTERIOR           PIC X(60) VALUE SPACES.
       01 W-AUD-NUEVO              PIC X(60) VALUE SPACES.
       01 W-CONTRATO-ARMADO        PIC X(17) VALUE SPACES.

      **** VENTANAS DE CONGELAMIENTO (CONGELA)
       COPY CONGELA.WS.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Mantenimiento del maestro de clientes         *"
           DISPLAY "*           PROGRAMA : MANTMAECLI.CBL           *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-VALIDAR-PARAMETROS
           IF W-ACCION NOT = "LISTAR"
              MOVE "MANTMAECLI" TO CONG-PROGRAMA
              MOVE W-ACCION TO CONG-MODO
              PERFORM 0550-VERIFICAR-CONGELAMIENTO
           END-IF
           PERFORM 2000-ABRIR-MAESTRO
           EVALUATE W-ACCION
              WHEN "ALTA"
                 PERFORM 3000-ALTA
              WHEN "MODIFICAR"
                 PERFORM 3500-MODIFICAR
              WHEN "CODIGO"
                 PERFORM 4000-CAMBIAR-CODIGO
              WHEN "SERVICIO"
                 PERFORM 4200-CAMBIAR-SERVICIO
              WHEN "CONTACTO"
                 PERFORM 4400-CAMBIAR-CONTACTO
              WHEN "CANAL"
                 PERFORM 4500-CAMBIAR-CANAL
              WHEN "RETIRAR"
                 PERFORM 4600-CAMBIAR-ESTADO
              WHEN "REACTIVAR"
                 PERFORM 4600-CAMBIAR-ESTADO
              WHEN "LISTAR"
                 PERFORM 6000-LISTAR
           END-EVALUATE
           CLOSE MAESTRO-CLIENTES
           STOP RUN.

      ******************************************************************
      *0500-VALIDAR-VARIABLES-ENTORNO
      *VALIDA, ANTES DE ABRIR EL PRIMER ARCHIVO, QUE LA VARIABLE DE
      *AMBIENTE $TEMPORALES ESTE DEFINIDA. VER
      *expco/entorno/VARIABLES-ENTORNO.txt
      ******************************************************************
       0500-VALIDAR-VARIABLES-ENTORNO.
           MOVE "TEMPORALES" TO VAR-ENTORNO-CHK
           DISPLAY VAR-ENTORNO-CHK UPON ENVIRONMENT-NAME
           ACCEPT VAR-ENTORNO-CHK FROM ENVIRONMENT-VALUE
           IF VAR-ENTORNO-CHK = "TEMPORALES"
              DISPLAY "No se ha fijado: $TEMPORALES!!!!! "
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *0550-VERIFICAR-CONGELAMIENTO.
      ******************************************************************
           COPY CONGELA.PROC.

      ******************************************************************
      *1000-VALIDAR-PARAMETROS.
      ** EL ULTIMO DATO DE ALTA/MODIFICAR/CONTACTO ES EL RESTO DE LA
      ** LINEA (RAZON SOCIAL O NOMBRE, CON SUS BLANCOS)
      ******************************************************************
       1000-VALIDAR-PARAMETROS.
           MOVE 1 TO W-PTR
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-ACCION W-CLIENTE
                    WITH POINTER W-PTR
           END-UNSTRING
           EVALUATE W-ACCION
              WHEN "ALTA"
              WHEN "MODIFICAR"
                 UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                          INTO W-NIT W-FEC-INI-X W-FEC-FIN-X
                          WITH POINTER W-PTR
                 END-UNSTRING
                 PERFORM 1100-TOMAR-RESTO
                 IF W-RESTO = SPACES
                    MOVE 1 TO SW-DATO-MALO
                 END-IF
              WHEN "CODIGO"
              WHEN "SERVICIO"
              WHEN "CANAL"
                 UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                          INTO W-PARM-1 W-PARM-2
                          WITH POINTER W-PTR
                 END-UNSTRING
                 IF W-PARM-1 = SPACES
                    OR (W-PARM-2 = SPACES AND W-ACCION NOT = "CANAL")
                    MOVE 1 TO SW-DATO-MALO
                 END-IF
              WHEN "CONTACTO"
                 UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                          INTO W-PARM-1 W-PARM-2 W-PARM-3
                          WITH POINTER W-PTR
                 END-UNSTRING
                 PERFORM 1100-TOMAR-RESTO
                 IF W-PARM-1 NOT = "1" AND W-PARM-1 NOT = "2"
                    AND W-PARM-1 NOT = "3"
                    MOVE 1 TO SW-DATO-MALO
                 END-IF
              WHEN "RETIRAR"
              WHEN "REACTIVAR"
              WHEN "LISTAR"
                 CONTINUE
              WHEN OTHER
                 MOVE 1 TO SW-DATO-MALO
           END-EVALUATE
           IF W-CLIENTE = SPACES AND W-ACCION NOT = "LISTAR"
              MOVE 1 TO SW-DATO-MALO
           END-IF
           IF SW-DATO-MALO = 1
              PERFORM 1200-MOSTRAR-USO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *1100-TOMAR-RESTO.
      ******************************************************************
       1100-TOMAR-RESTO.
           MOVE SPACES TO W-RESTO
           IF W-PTR <= 160
              MOVE LINEA-COMANDO(W-PTR:) TO W-RESTO
           END-IF.

      ******************************************************************
      *1200-MOSTRAR-USO.
      ******************************************************************
       1200-MOSTRAR-USO.
           DISPLAY "Uso: MANTMAECLI ALTA|MODIFICAR <cliente> <nit> "
                   "<fec-ini> <fec-fin> <razon social>"
           DISPLAY "     MANTMAECLI CODIGO <cliente> "
                   "ACCESO|TARIFA|ENTREGA|SUSCRIP|CARTERA <codigo>"
           DISPLAY "     MANTMAECLI SERVICIO <cliente> "
                   "ENLINEA|PERSO|SUSCRIP|CARTERA <S|N>"
           DISPLAY "     MANTMAECLI CONTACTO <cliente> <1-3> "
                   "<telefono> <correo> <nombre>"
           DISPLAY "     MANTMAECLI CANAL <cliente> <T|C|N>"
           DISPLAY "     MANTMAECLI RETIRAR|REACTIVAR <cliente>"
           DISPLAY "     MANTMAECLI LISTAR [<cliente>]".

      ******************************************************************
      *2000-ABRIR-MAESTRO.
      ** EL MAESTRO SE CREA EN EL PRIMER USO, COMO AUTCONSUL.DAT
      ******************************************************************
       2000-ABRIR-MAESTRO.
           OPEN I-O MAESTRO-CLIENTES
           IF COD-RET-MAECLI = "35"
              OPEN OUTPUT MAESTRO-CLIENTES
              IF COD-RET-MAECLI = "00"
                 CLOSE MAESTRO-CLIENTES
                 OPEN I-O MAESTRO-CLIENTES
              END-IF
           END-IF
           IF COD-RET-MAECLI NOT = "00"
              DISPLAY "Error abriendo MAECLI.DAT " COD-RET-MAECLI
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *2100-VALIDAR-DATOS-CONTRATO.
      ** NIT CON EL VALIDADOR UNICO; FECHAS NUMERICAS Y EL FIN NO
      ** ANTERIOR AL INICIO
      ******************************************************************
       2100-VALIDAR-DATOS-CONTRATO.
           INSPECT W-NIT REPLACING LEADING SPACES BY ZEROS
           CALL "VALIDID" USING W-TIPO-NIT W-NIT
                                W-COD-VALID-NIT W-TEXTO-VALID-NIT
           EVALUATE TRUE
              WHEN W-COD-VALID-NIT NOT = SPACES
                 DISPLAY "NIT RECHAZADO: " W-COD-VALID-NIT " "
                         W-TEXTO-VALID-NIT
                 MOVE 1 TO SW-DATO-MALO
              WHEN W-FEC-INI-X NOT NUMERIC
                 OR W-FEC-FIN-X NOT NUMERIC
                 DISPLAY "FECHAS DE CONTRATO INVALIDAS (AAAAMMDD)"
                 MOVE 1 TO SW-DATO-MALO
              WHEN W-FEC-FIN < W-FEC-INI
                 DISPLAY "EL CONTRATO TERMINA ANTES DE EMPEZAR"
                 MOVE 1 TO SW-DATO-MALO
           END-EVALUATE
           IF SW-DATO-MALO = 1
              MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *3000-ALTA.
      ** TODOS LOS CODIGOS DE ARCHIVO ARRANCAN CON EL DEL CLIENTE Y
      ** NINGUN SERVICIO CONTRATADO
      ******************************************************************
       3000-ALTA.
           PERFORM 2100-VALIDAR-DATOS-CONTRATO
           IF SW-DATO-MALO = 0
              INITIALIZE REG-MAECLI
              MOVE W-CLIENTE      TO CODIGO-MAECLI
              MOVE "A"            TO ESTADO-MAECLI
              MOVE W-RESTO        TO RAZON-SOCIAL-MAECLI
              MOVE W-NIT          TO NIT-MAECLI
              MOVE W-FEC-INI      TO FEC-INI-CONTRATO-MAECLI
              MOVE W-FEC-FIN      TO FEC-FIN-CONTRATO-MAECLI
              MOVE W-CLIENTE      TO COD-ACCESO-MAECLI
                                     COD-TARIFA-MAECLI
                                     COD-ENTREGA-MAECLI
                                     COD-SUSCRIP-MAECLI
                                     COD-CARTERA-MAECLI
              MOVE "NNNN"         TO SERVICIOS-MAECLI
              MOVE FECHA-SISTEMA  TO FEC-ALTA-MAECLI
                                     FEC-ULT-MOD-MAECLI
              WRITE REG-MAECLI
                 INVALID KEY
                    DISPLAY "EL CLIENTE YA EXISTE: " W-CLIENTE
                    MOVE 8 TO RETURN-CODE
                 NOT INVALID KEY
                    DISPLAY "CLIENTE DADO DE ALTA: " W-CLIENTE
                    MOVE "CLIENTE"   TO W-AUD-CAMPO
                    MOVE SPACES      TO W-AUD-ANTERIOR
                    MOVE W-RESTO     TO W-AUD-NUEVO
                    PERFORM 7000-GRABAR-AUDITORIA
                    PERFORM 3900-AUDITAR-CONTRATO
              END-WRITE
           END-IF.

      ******************************************************************
      *3500-MODIFICAR.
      ** CADA DATO QUE CAMBIA DEJA SU PROPIA LINEA DE AUDITORIA
      ******************************************************************
       3500-MODIFICAR.
           PERFORM 2100-VALIDAR-DATOS-CONTRATO
           IF SW-DATO-MALO = 0
              PERFORM 5000-LEER-CLIENTE
           END-IF
           IF SW-DATO-MALO = 0
              IF RAZON-SOCIAL-MAECLI NOT = W-RESTO
                 MOVE "RAZON"             TO W-AUD-CAMPO
                 MOVE RAZON-SOCIAL-MAECLI TO W-AUD-ANTERIOR
                 MOVE W-RESTO             TO W-AUD-NUEVO
                 MOVE W-RESTO             TO RAZON-SOCIAL-MAECLI
                 PERFORM 7000-GRABAR-AUDITORIA
              END-IF
              IF NIT-MAECLI NOT = W-NIT
                 MOVE "NIT"               TO W-AUD-CAMPO
                 MOVE NIT-MAECLI          TO W-AUD-ANTERIOR
                 MOVE W-NIT               TO W-AUD-NUEVO
                 MOVE W-NIT               TO NIT-MAECLI
                 PERFORM 7000-GRABAR-AUDITORIA
              END-IF
              IF FEC-INI-CONTRATO-MAECLI NOT = W-FEC-INI
                 OR FEC-FIN-CONTRATO-MAECLI NOT = W-FEC-FIN
                 PERFORM 3800-ARMAR-CONTRATO
                 MOVE W-CONTRATO-ARMADO   TO W-AUD-ANTERIOR
                 MOVE W-FEC-INI TO FEC-INI-CONTRATO-MAECLI
                 MOVE W-FEC-FIN TO FEC-FIN-CONTRATO-MAECLI
                 PERFORM 3800-ARMAR-CONTRATO
                 MOVE "CONTRATO"          TO W-AUD-CAMPO
                 MOVE W-CONTRATO-ARMADO   TO W-AUD-NUEVO
                 PERFORM 7000-GRABAR-AUDITORIA
              END-IF
              PERFORM 5100-REGRABAR-CLIENTE
           END-IF.

      ******************************************************************
      *3800-ARMAR-CONTRATO.
      ******************************************************************
       3800-ARMAR-CONTRATO.
           MOVE SPACES TO W-CONTRATO-ARMADO
           STRING FEC-INI-CONTRATO-MAECLI "-" FEC-FIN-CONTRATO-MAECLI
                  DELIMITED BY SIZE INTO W-CONTRATO-ARMADO
           END-STRING.

      ******************************************************************
      *3900-AUDITAR-CONTRATO.
      ** EN EL ALTA: NIT Y VIGENCIA SIN VALOR ANTERIOR
      ******************************************************************
       3900-AUDITAR-CONTRATO.
           MOVE "NIT"             TO W-AUD-CAMPO
           MOVE SPACES            TO W-AUD-ANTERIOR
           MOVE NIT-MAECLI        TO W-AUD-NUEVO
           PERFORM 7000-GRABAR-AUDITORIA
           PERFORM 3800-ARMAR-CONTRATO
           MOVE "CONTRATO"        TO W-AUD-CAMPO
           MOVE W-CONTRATO-ARMADO TO W-AUD-NUEVO
           PERFORM 7000-GRABAR-AUDITORIA.

      ******************************************************************
      *4000-CAMBIAR-CODIGO.
      ** EL CODIGO CON QUE EL CLIENTE FIGURA EN UN ARCHIVO DE
      ** CONFIGURACION (EL CRUCE DE VERMAECLI LO BUSCA CON ESE)
      ******************************************************************
       4000-CAMBIAR-CODIGO.
           PERFORM 5000-LEER-CLIENTE
           IF SW-DATO-MALO = 0
              MOVE W-PARM-1 TO W-AUD-CAMPO
              MOVE W-PARM-2 TO W-AUD-NUEVO
              EVALUATE W-PARM-1
                 WHEN "ACCESO"
                    MOVE COD-ACCESO-MAECLI  TO W-AUD-ANTERIOR
                    MOVE W-PARM-2           TO COD-ACCESO-MAECLI
                 WHEN "TARIFA"
                    MOVE COD-TARIFA-MAECLI  TO W-AUD-ANTERIOR
                    MOVE W-PARM-2           TO COD-TARIFA-MAECLI
                 WHEN "ENTREGA"
                    MOVE COD-ENTREGA-MAECLI TO W-AUD-ANTERIOR
                    MOVE W-PARM-2           TO COD-ENTREGA-MAECLI
                 WHEN "SUSCRIP"
                    MOVE COD-SUSCRIP-MAECLI TO W-AUD-ANTERIOR
                    MOVE W-PARM-2           TO COD-SUSCRIP-MAECLI
                 WHEN "CARTERA"
                    MOVE COD-CARTERA-MAECLI TO W-AUD-ANTERIOR
                    MOVE W-PARM-2           TO COD-CARTERA-MAECLI
                 WHEN OTHER
                    DISPLAY "ARCHIVO DESCONOCIDO: " W-PARM-1
                    MOVE 1 TO SW-DATO-MALO
                    MOVE 8 TO RETURN-CODE
              END-EVALUATE
           END-IF
           IF SW-DATO-MALO = 0
              PERFORM 5100-REGRABAR-CLIENTE
              PERFORM 7000-GRABAR-AUDITORIA
           END-IF.

      ******************************************************************
      *4200-CAMBIAR-SERVICIO.
      ******************************************************************
       4200-CAMBIAR-SERVICIO.
           EVALUATE W-PARM-1
              WHEN "ENLINEA"
                 MOVE 1 TO W-IDX-SRV
              WHEN "PERSO"
                 MOVE 2 TO W-IDX-SRV
              WHEN "SUSCRIP"
                 MOVE 3 TO W-IDX-SRV
              WHEN "CARTERA"
                 MOVE 4 TO W-IDX-SRV
              WHEN OTHER
                 DISPLAY "SERVICIO DESCONOCIDO: " W-PARM-1
                 MOVE 1 TO SW-DATO-MALO
           END-EVALUATE
           IF W-PARM-2 NOT = "S" AND W-PARM-2 NOT = "N"
              DISPLAY "EL SERVICIO SE CONTRATA CON S O N"
              MOVE 1 TO SW-DATO-MALO
           END-IF
           IF SW-DATO-MALO = 1
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 5000-LEER-CLIENTE
           END-IF
           IF SW-DATO-MALO = 0
              MOVE W-PARM-1             TO W-AUD-CAMPO
              MOVE SRV-MAECLI(W-IDX-SRV) TO W-AUD-ANTERIOR
              MOVE W-PARM-2             TO W-AUD-NUEVO
              MOVE W-PARM-2(1:1)        TO SRV-MAECLI(W-IDX-SRV)
              PERFORM 5100-REGRABAR-CLIENTE
              PERFORM 7000-GRABAR-AUDITORIA
           END-IF.

      ******************************************************************
      *4400-CAMBIAR-CONTACTO.
      ** UN CONTACTO SIN NOMBRE QUEDA VACIO (ASI SE QUITA)
      ******************************************************************
       4400-CAMBIAR-CONTACTO.
           PERFORM 5000-LEER-CLIENTE
           IF SW-DATO-MALO = 0
              MOVE W-PARM-1(1:1) TO W-IDX-CTO
              MOVE SPACES TO W-AUD-CAMPO
              STRING "CONTACTO" W-PARM-1(1:1)
                     DELIMITED BY SIZE INTO W-AUD-CAMPO
              END-STRING
              MOVE CTO-NOMBRE-MAECLI(W-IDX-CTO) TO W-AUD-ANTERIOR
              MOVE W-RESTO                      TO W-AUD-NUEVO
              IF W-RESTO = SPACES
                 MOVE SPACES TO CONTACTO-MAECLI(W-IDX-CTO)
              ELSE
                 MOVE W-RESTO  TO CTO-NOMBRE-MAECLI(W-IDX-CTO)
                 MOVE W-PARM-2 TO CTO-TELEFONO-MAECLI(W-IDX-CTO)
                 MOVE W-PARM-3 TO CTO-CORREO-MAECLI(W-IDX-CTO)
              END-IF
              PERFORM 5100-REGRABAR-CLIENTE
              PERFORM 7000-GRABAR-AUDITORIA
           END-IF.

      ******************************************************************
      *4500-CAMBIAR-CANAL.
      ** CANAL DEL ESTADO DE CONSUMO DIARIO; N LO DEJA EN BLANCO (EL
      ** ESTADO SE ARMA IGUAL PERO NO SE ENVIA)
      ******************************************************************
       4500-CAMBIAR-CANAL.
           IF W-PARM-1 NOT = "T" AND W-PARM-1 NOT = "C"
              AND W-PARM-1 NOT = "N"
              DISPLAY "EL CANAL ES T (TRANSMITIR), C (CORREO) O N"
              MOVE 1 TO SW-DATO-MALO
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 5000-LEER-CLIENTE
           END-IF
           IF SW-DATO-MALO = 0
              MOVE "CANAL"              TO W-AUD-CAMPO
              MOVE CANAL-CONSUMO-MAECLI TO W-AUD-ANTERIOR
              IF W-PARM-1 = "N"
                 MOVE SPACES            TO CANAL-CONSUMO-MAECLI
              ELSE
                 MOVE W-PARM-1(1:1)     TO CANAL-CONSUMO-MAECLI
              END-IF
              MOVE CANAL-CONSUMO-MAECLI TO W-AUD-NUEVO
              PERFORM 5100-REGRABAR-CLIENTE
              PERFORM 7000-GRABAR-AUDITORIA
           END-IF.

      ******************************************************************
      *4600-CAMBIAR-ESTADO.
      ** RETIRAR DEJA "R"; EL CLIENTE NUNCA SE BORRA: QUIEN FUE
      ** CLIENTE Y CUANDO TAMBIEN ES DATO
      ******************************************************************
       4600-CAMBIAR-ESTADO.
           PERFORM 5000-LEER-CLIENTE
           IF SW-DATO-MALO = 0
              MOVE "ESTADO"      TO W-AUD-CAMPO
              MOVE ESTADO-MAECLI TO W-AUD-ANTERIOR
              IF W-ACCION = "RETIRAR"
                 MOVE "R" TO ESTADO-MAECLI
              ELSE
                 MOVE "A" TO ESTADO-MAECLI
              END-IF
              MOVE ESTADO-MAECLI TO W-AUD-NUEVO
              PERFORM 5100-REGRABAR-CLIENTE
              PERFORM 7000-GRABAR-AUDITORIA
           END-IF.

      ******************************************************************
      *5000-LEER-CLIENTE.
      ******************************************************************
       5000-LEER-CLIENTE.
           MOVE W-CLIENTE TO CODIGO-MAECLI
           READ MAESTRO-CLIENTES
              INVALID KEY
                 DISPLAY "CLIENTE INEXISTENTE: " W-CLIENTE
                 MOVE 1 TO SW-DATO-MALO
                 MOVE 8 TO RETURN-CODE
           END-READ.

      ******************************************************************
      *5100-REGRABAR-CLIENTE.
      ******************************************************************
       5100-REGRABAR-CLIENTE.
           MOVE FECHA-SISTEMA TO FEC-ULT-MOD-MAECLI
           REWRITE REG-MAECLI
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR EL CLIENTE (" COD-RET-MAECLI
                         ")"
                 MOVE 16 TO RETURN-CODE
              NOT INVALID KEY
                 DISPLAY "CLIENTE " W-ACCION ": " W-CLIENTE
           END-REWRITE.

      ******************************************************************
      *6000-LISTAR.
      ******************************************************************
       6000-LISTAR.
           MOVE LOW-VALUES TO LLAVE-MAECLI
           IF W-CLIENTE NOT = SPACES
              MOVE W-CLIENTE TO CODIGO-MAECLI
           END-IF
           START MAESTRO-CLIENTES
                 KEY IS NOT LESS THAN LLAVE-MAECLI
              INVALID KEY
                 MOVE 1 TO SW-FIN-REG
           END-START
           PERFORM UNTIL SW-FIN-REG = 1
              READ MAESTRO-CLIENTES NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-REG
              END-READ
              IF SW-FIN-REG = 0 AND W-CLIENTE NOT = SPACES
                 AND CODIGO-MAECLI NOT = W-CLIENTE
                 MOVE 1 TO SW-FIN-REG
              END-IF
              IF SW-FIN-REG = 0
                 ADD 1 TO CONT-LISTADOS
                 PERFORM 6100-MOSTRAR-CLIENTE
              END-IF
           END-PERFORM
           DISPLAY "Clientes.................. " CONT-LISTADOS.

      ******************************************************************
      *6100-MOSTRAR-CLIENTE.
      ******************************************************************
       6100-MOSTRAR-CLIENTE.
           DISPLAY CODIGO-MAECLI " " ESTADO-MAECLI " "
                   RAZON-SOCIAL-MAECLI
           DISPLAY "   NIT " NIT-MAECLI
                   " CONTRATO " FEC-INI-CONTRATO-MAECLI
                   "-" FEC-FIN-CONTRATO-MAECLI
                   " SERVICIOS EL/PE/SU/CA " SRV-MAECLI(1) "/"
                   SRV-MAECLI(2) "/" SRV-MAECLI(3) "/"
                   SRV-MAECLI(4)
           DISPLAY "   ACCESO " COD-ACCESO-MAECLI
                   " TARIFA " COD-TARIFA-MAECLI
           DISPLAY "   ENTREGA " COD-ENTREGA-MAECLI
                   " SUSCRIP " COD-SUSCRIP-MAECLI
                   " CARTERA " COD-CARTERA-MAECLI
           DISPLAY "   CANAL DEL ESTADO DE CONSUMO "
                   CANAL-CONSUMO-MAECLI
           PERFORM VARYING W-IDX-CTO FROM 1 BY 1 UNTIL W-IDX-CTO > 3
              IF CTO-NOMBRE-MAECLI(W-IDX-CTO) NOT = SPACES
                 DISPLAY "   CONTACTO " CTO-NOMBRE-MAECLI(W-IDX-CTO)
                         " " CTO-TELEFONO-MAECLI(W-IDX-CTO)
                         " " CTO-CORREO-MAECLI(W-IDX-CTO)
              END-IF
           END-PERFORM.

      ******************************************************************
      *7000-GRABAR-AUDITORIA.
      ******************************************************************
       7000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-MAECLI
           IF COD-RET-AUD = "35"
              OPEN OUTPUT AUDITORIA-MAECLI
           END-IF
           IF COD-RET-AUD = "00"
              MOVE SPACES TO REG-AUDITORIA
              MOVE FECHA-SISTEMA    TO AUD-FECHA
              MOVE HORA-SIST-HHMMSS TO AUD-HORA
              MOVE W-ACCION         TO AUD-ACCION
              MOVE W-CLIENTE        TO AUD-CLIENTE
              MOVE W-AUD-CAMPO      TO AUD-CAMPO
              MOVE W-AUD-ANTERIOR   TO AUD-ANTERIOR
              MOVE W-AUD-NUEVO      TO AUD-NUEVO
              WRITE REG-AUDITORIA
              CLOSE AUDITORIA-MAECLI
           ELSE
              DISPLAY "SIN AUDITORIA (" COD-RET-AUD ")"
           END-IF.

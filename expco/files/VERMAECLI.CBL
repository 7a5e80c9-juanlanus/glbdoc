      * VERMAECLI.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VERMAECLI.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Cruce nocturno del maestro de clientes ($TEMPORALES/
      ** MAECLI.DAT, ver MANTMAECLI.CBL) contra los archivos de
      ** configuracion de cada servicio, que cada uno llama a la
      ** entidad a su manera y que nadie comparaba entre si:
      **   AUTCONSUL.DAT   autorizaciones activas en linea (la entidad
      **                   es lo que va antes de la "@")
      **   CUPOS.CFG       cupos de consulta por entidad
      **   TARIFAS.CFG     tarifas de FACTURCON (menos TODAS,
      **                   CONSULTAS PROPIAS y CRIBADO/...)
      **   ENTREGAS.CFG    clientes de las entregas de EMPAQPER
      **   SUSCRIP.CFG     entidades con listas de vigilancia
      **   CARTERAS.CFG    clientes con corte del MASIVO
      ** Por cada codigo de esos archivos se busca el cliente por el
      ** codigo que el maestro tiene para ese archivo y se informa:
      **   SIN CLIENTE       el codigo no figura en el maestro
      **   CLIENTE RETIRADO  el cliente esta retirado
      **   SIN CONTRATO      el contrato no esta vigente hoy
      **   SIN SERVICIO      el servicio del archivo no esta contratado
      ** y, al reves, por cada cliente con contrato vigente:
      **   servicio contratado sin su configuracion, tarifa propia
      **   faltante y cliente sin persona de contacto.
      ** Ademas, cada personalizacion activa de PERSONALIZACIONES.CFG
      ** debe tener su entrega en ENTREGAS.CFG y el cliente de esa
      ** entrega su destino en TRANSMISION.CFG.
      ** Un archivo de configuracion que no esta se informa y se sigue.
      **
      ** USO: VERMAECLI
      ** Reporte en $TEMPORALES/VERMAECLI.REP y por consola.
      ** RC 0 todo consistente; RC 4 hay hallazgos; RC 16 sin maestro.
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

           SELECT REGISTRO-AUTORIZA
                  ASSIGN TO "$TEMPORALES/AUTCONSUL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-AUTORIZA
                  FILE STATUS IS COD-RET-AUT.

           SELECT CONFIG-CUPOS
                  ASSIGN TO "$TEMPORALES/CUPOS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CUP.

           SELECT CONFIG-TARIFAS
                  ASSIGN TO "$TEMPORALES/TARIFAS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-TAR.

           SELECT CONFIG-PERSOS
                  ASSIGN TO "$TEMPORALES/PERSONALIZACIONES.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-PER.

           SELECT CONFIG-ENTREGAS
                  ASSIGN TO "$TEMPORALES/ENTREGAS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-ENT.

           SELECT CONFIG-TRANSMISION
                  ASSIGN TO "$TEMPORALES/TRANSMISION.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-TRX.

           SELECT CONFIG-SUSCRIP
                  ASSIGN TO "$TEMPORALES/SUSCRIP.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-SUS.

           SELECT CONFIG-CARTERAS
                  ASSIGN TO "$TEMPORALES/CARTERAS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CAR.

           SELECT REPORTE-VERMAECLI
                  ASSIGN TO "$TEMPORALES/VERMAECLI.REP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY MAECLI.FD.

      *    mismo layout que MANTAUTCON.CBL / AUTCONSUL.CBL
       FD  REGISTRO-AUTORIZA.
       01  REG-AUTORIZA.
           02 LLAVE-AUTORIZA.
              03 AUT-USUARIO           PIC X(18).
              03 AUT-SERVICIO          PIC X(10).
           02 AUT-ESTADO               PIC X(01).
           02 AUT-FEC-ALTA             PIC 9(08).
           02 AUT-FEC-ESTADO           PIC 9(08).

      *    mismo layout que CUPOS.CBL
       FD  CONFIG-CUPOS.
       01  REG-CONFIG-CUPO.
           02 CUP-ENTIDAD              PIC X(18).
           02 FILLER                   PIC X.
           02 CUP-LIMITE-DIA           PIC X(06).
           02 FILLER                   PIC X.
           02 CUP-LIMITE-MES           PIC X(06).

      *    mismo layout que FACTURCON.CBL
       FD  CONFIG-TARIFAS.
       01  REG-CONFIG-TARIFA.
           02 TAR-ENTIDAD              PIC X(20).
           02 FILLER                   PIC X.
           02 TAR-DESDE                PIC X(08).
           02 FILLER                   PIC X.
           02 TAR-PRECIO               PIC X(08).

      *    mismo layout que GENCADENA.CBL
       FD  CONFIG-PERSOS.
       01  REG-CONFIG-PERSO.
           02 PER-PERSO                PIC X(02).
           02 FILLER                   PIC X.
           02 PER-ACTIVA               PIC X(01).

      *    mismo layout que EMPAQPER.CBL
       FD  CONFIG-ENTREGAS.
       01  REG-CONFIG-ENTREGA.
           02 ENT-PERSO                PIC X(02).
           02 FILLER                   PIC X.
           02 ENT-CLIENTE              PIC X(20).
           02 FILLER                   PIC X.
           02 ENT-PREFIJO              PIC X(20).
           02 FILLER                   PIC X.
           02 ENT-DIRECTORIO           PIC X(40).

      *    mismo layout que TRANSMITIR.CBL
       FD  CONFIG-TRANSMISION.
       01  REG-CONFIG-TRANSMISION.
           02 TRX-DESTINO              PIC X(12).
           02 FILLER                   PIC X.
           02 TRX-COMANDO              PIC X(60).
           02 FILLER                   PIC X.
           02 TRX-DIR-CONFIRMA         PIC X(40).

      *    mismo layout que NOVSUSCR.CBL
       FD  CONFIG-SUSCRIP.
       01  REG-CONFIG-SUS.
           02 SUS-ENTIDAD              PIC X(12).
           02 FILLER                   PIC X.
           02 SUS-TIPO-ID              PIC X(01).
           02 FILLER                   PIC X.
           02 SUS-NUM-ID               PIC X(11).
           02 FILLER                   PIC X.
           02 SUS-VIGILA               PIC X(06).

      *    mismo layout que DISTMASIVO.CBL
       FD  CONFIG-CARTERAS.
       01  REG-CONFIG-CARTERA.
           02 CAR-CLIENTE              PIC X(12).
           02 FILLER                   PIC X.
           02 CAR-ARCHIVO              PIC X(60).

       FD  REPORTE-VERMAECLI.
       01  REG-REP-VERMAECLI           PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-MAECLI           PIC XX   VALUE ZEROS.
       01 COD-RET-AUT              PIC X(2) VALUE ZEROS.
       01 COD-RET-CUP              PIC X(2) VALUE ZEROS.
       01 COD-RET-TAR              PIC X(2) VALUE ZEROS.
       01 COD-RET-PER              PIC X(2) VALUE ZEROS.
       01 COD-RET-ENT              PIC X(2) VALUE ZEROS.
       01 COD-RET-TRX              PIC X(2) VALUE ZEROS.
       01 COD-RET-SUS              PIC X(2) VALUE ZEROS.
       01 COD-RET-CAR              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 SW-FIN-ARCHIVO           PIC 9(01) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(120) VALUE SPACES.

      **** CLIENTES DEL MAESTRO. LOS CODIGOS POR ARCHIVO VAN EN EL
      **** ORDEN DE CODIGOS-MAECLI: 1 ACCESO, 2 TARIFA, 3 ENTREGA,
      **** 4 SUSCRIP, 5 CARTERA; LOS SERVICIOS EN EL DE
      **** SERVICIOS-MAECLI: 1 ENLINEA, 2 PERSO, 3 SUSCRIP, 4 CARTERA
       01 TABLA-CLIENTES.
          02 TCLI-ENTRADA OCCURS 500 TIMES.
             03 TCLI-CODIGO           PIC X(12).
             03 TCLI-ESTADO           PIC X(01).
             03 TCLI-FEC-INI          PIC 9(08).
             03 TCLI-FEC-FIN          PIC 9(08).
             03 TCLI-COD              PIC X(20) OCCURS 5 TIMES.
             03 TCLI-SRV              PIC X(01) OCCURS 4 TIMES.
             03 TCLI-CON-CONTACTO     PIC 9(01).
      *          1 = ya aparecio en el archivo (uno por archivo
      *          cruzado, en el orden de TABLA-ARCHIVOS)
             03 TCLI-VISTO            PIC 9(01) OCCURS 6 TIMES.
          02 TCLI-TOPE                PIC 9(03) VALUE 0.
       01 W-IDX-CLI                PIC 9(03) VALUE 0.
       01 W-IDX-HALLADO            PIC 9(03) VALUE 0.

      **** ARCHIVOS CRUZADOS: NOMBRE, CODIGO DEL MAESTRO CON QUE SE
      **** BUSCA Y SERVICIO QUE EXIGEN
       01 TABLA-ARCHIVOS-VALORES.
          02 FILLER PIC X(16) VALUE "AUTCONSUL.DAT 11".
          02 FILLER PIC X(16) VALUE "CUPOS.CFG     11".
          02 FILLER PIC X(16) VALUE "TARIFAS.CFG   20".
          02 FILLER PIC X(16) VALUE "ENTREGAS.CFG  32".
          02 FILLER PIC X(16) VALUE "SUSCRIP.CFG   43".
          02 FILLER PIC X(16) VALUE "CARTERAS.CFG  54".
       01 TABLA-ARCHIVOS REDEFINES TABLA-ARCHIVOS-VALORES.
          02 TARC-ENTRADA OCCURS 6 TIMES.
             03 TARC-NOMBRE           PIC X(14).
             03 TARC-IDX-COD          PIC 9(01).
      *          0 = el archivo no exige un servicio en particular
             03 TARC-IDX-SRV          PIC 9(01).
       01 W-IDX-ARC                PIC 9(01) VALUE 0.
       01 W-IDX-COD                PIC 9(01) VALUE 0.
       01 W-IDX-SRV                PIC 9(01) VALUE 0.
       01 W-COD-BUSCADO            PIC X(20) VALUE SPACES.

       01 TABLA-NOMBRES-SRV-VALORES.
          02 FILLER PIC X(40)
             VALUE "EN LINEA  PERSONALIZSUSCRIPCIONCARTERA   ".
       01 TABLA-NOMBRES-SRV REDEFINES TABLA-NOMBRES-SRV-VALORES.
          02 NOMBRE-SRV               PIC X(10) OCCURS 4 TIMES.

      **** CODIGOS SIN CLIENTE YA INFORMADOS (UNA VEZ POR ARCHIVO)
       01 TABLA-SIN-CLIENTE.
          02 TSIN-ENTRADA OCCURS 500 TIMES.
             03 TSIN-IDX-ARC          PIC 9(01).
             03 TSIN-CODIGO           PIC X(20).
          02 TSIN-TOPE                PIC 9(03) VALUE 0.
       01 W-IDX-SIN                PIC 9(03) VALUE 0.
       01 SW-YA-INFORMADO          PIC 9(01) VALUE 0.

      **** ENTREGAS Y DESTINOS, PARA LAS PERSONALIZACIONES
       01 TABLA-ENTREGAS.
          02 TENT-ENTRADA OCCURS 100 TIMES.
             03 TENT-PERSO            PIC X(02).
             03 TENT-CLIENTE          PIC X(20).
          02 TENT-TOPE                PIC 9(03) VALUE 0.
       01 TABLA-DESTINOS.
          02 TDES-DESTINO             PIC X(12) OCCURS 100 TIMES.
          02 TDES-TOPE                PIC 9(03) VALUE 0.
       01 W-IDX-ENT                PIC 9(03) VALUE 0.
       01 W-IDX-DES                PIC 9(03) VALUE 0.
       01 SW-HALLADO               PIC 9(01) VALUE 0.

       01 CONTADORES-VERMAECLI.
          02 CONT-CLIENTES            PIC 9(06) VALUE 0.
          02 CONT-VIGENTES            PIC 9(06) VALUE 0.
          02 CONT-HALLAZGOS           PIC 9(06) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      **** BITACORA CENTRAL DE CORRIDAS Y AVISO AL OPERADOR
       01 REGC-PROGRAMA            PIC X(10) VALUE "VERMAECLI".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "VERMAECLI.v.01.0001".

       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "VERMAECLI".
       01 NOTIF-MENSAJE            PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Consistencia maestro de clientes / config.    *"
           DISPLAY "*           PROGRAMA : VERMAECLI.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 1000-CARGAR-MAESTRO
           OPEN OUTPUT REPORTE-VERMAECLI
           IF COD-RET-REP NOT = "00"
              DISPLAY "Error abriendo VERMAECLI.REP " COD-RET-REP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "CONSISTENCIA DEL MAESTRO DE CLIENTES AL "
                  FECHA-SISTEMA
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           PERFORM 2000-CRUZAR-AUTORIZACIONES
           PERFORM 2100-CRUZAR-CUPOS
           PERFORM 2200-CRUZAR-TARIFAS
           PERFORM 2300-CRUZAR-ENTREGAS
           PERFORM 2400-CRUZAR-SUSCRIPCIONES
           PERFORM 2500-CRUZAR-CARTERAS
           PERFORM 2600-CRUZAR-PERSONALIZACIONES
           PERFORM 4000-REVISAR-CLIENTES
           PERFORM 6000-SACAR-RESUMEN
           CLOSE REPORTE-VERMAECLI
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
      *1000-CARGAR-MAESTRO.
      ** UN CODIGO DE ARCHIVO EN BLANCO ES EL CODIGO DEL CLIENTE
      ******************************************************************
       1000-CARGAR-MAESTRO.
           OPEN INPUT MAESTRO-CLIENTES
           IF COD-RET-MAECLI NOT = "00"
              DISPLAY "No se pudo abrir MAECLI.DAT (" COD-RET-MAECLI
                      "); SE DA DE ALTA CON MANTMAECLI"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO SW-FIN-ARCHIVO
           PERFORM UNTIL SW-FIN-ARCHIVO = 1
              READ MAESTRO-CLIENTES NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-ARCHIVO
              END-READ
              IF SW-FIN-ARCHIVO = 0
                 IF TCLI-TOPE < 500
                    PERFORM 1100-CARGAR-UN-CLIENTE
                 ELSE
                    DISPLAY "MAS DE 500 CLIENTES: " CODIGO-MAECLI
                            " Y SIGUIENTES NO SE CRUZAN"
                    MOVE 1 TO SW-FIN-ARCHIVO
                 END-IF
              END-IF
           END-PERFORM
           CLOSE MAESTRO-CLIENTES.

      ******************************************************************
      *1100-CARGAR-UN-CLIENTE.
      ******************************************************************
       1100-CARGAR-UN-CLIENTE.
           ADD 1 TO TCLI-TOPE
           ADD 1 TO CONT-CLIENTES
           INITIALIZE TCLI-ENTRADA(TCLI-TOPE)
           MOVE CODIGO-MAECLI           TO TCLI-CODIGO(TCLI-TOPE)
           MOVE ESTADO-MAECLI           TO TCLI-ESTADO(TCLI-TOPE)
           MOVE FEC-INI-CONTRATO-MAECLI TO TCLI-FEC-INI(TCLI-TOPE)
           MOVE FEC-FIN-CONTRATO-MAECLI TO TCLI-FEC-FIN(TCLI-TOPE)
           MOVE COD-ACCESO-MAECLI       TO TCLI-COD(TCLI-TOPE, 1)
           MOVE COD-TARIFA-MAECLI       TO TCLI-COD(TCLI-TOPE, 2)
           MOVE COD-ENTREGA-MAECLI      TO TCLI-COD(TCLI-TOPE, 3)
           MOVE COD-SUSCRIP-MAECLI      TO TCLI-COD(TCLI-TOPE, 4)
           MOVE COD-CARTERA-MAECLI      TO TCLI-COD(TCLI-TOPE, 5)
           PERFORM VARYING W-IDX-COD FROM 1 BY 1 UNTIL W-IDX-COD > 5
              IF TCLI-COD(TCLI-TOPE, W-IDX-COD) = SPACES
                 MOVE CODIGO-MAECLI TO TCLI-COD(TCLI-TOPE, W-IDX-COD)
              END-IF
           END-PERFORM
           PERFORM VARYING W-IDX-SRV FROM 1 BY 1 UNTIL W-IDX-SRV > 4
              MOVE SRV-MAECLI(W-IDX-SRV)
                TO TCLI-SRV(TCLI-TOPE, W-IDX-SRV)
           END-PERFORM
           IF CTO-NOMBRE-MAECLI(1) NOT = SPACES
              OR CTO-NOMBRE-MAECLI(2) NOT = SPACES
              OR CTO-NOMBRE-MAECLI(3) NOT = SPACES
              MOVE 1 TO TCLI-CON-CONTACTO(TCLI-TOPE)
           END-IF.

      ******************************************************************
      *2000-CRUZAR-AUTORIZACIONES.
      ** SOLO LAS ACTIVAS; LA ENTIDAD ES EL USUARIO SIN LA TERMINAL
      ******************************************************************
       2000-CRUZAR-AUTORIZACIONES.
           MOVE 1 TO W-IDX-ARC
           OPEN INPUT REGISTRO-AUTORIZA
           IF COD-RET-AUT NOT = "00"
              PERFORM 9200-INFORMAR-SIN-ARCHIVO
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ REGISTRO-AUTORIZA NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND AUT-ESTADO = "A"
                    MOVE SPACES TO W-COD-BUSCADO
                    UNSTRING AUT-USUARIO DELIMITED BY "@"
                             INTO W-COD-BUSCADO
                    END-UNSTRING
                    PERFORM 3000-VERIFICAR-CODIGO
                 END-IF
              END-PERFORM
              CLOSE REGISTRO-AUTORIZA
           END-IF.

      ******************************************************************
      *2100-CRUZAR-CUPOS.
      ******************************************************************
       2100-CRUZAR-CUPOS.
           MOVE 2 TO W-IDX-ARC
           OPEN INPUT CONFIG-CUPOS
           IF COD-RET-CUP NOT = "00"
              PERFORM 9200-INFORMAR-SIN-ARCHIVO
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ CONFIG-CUPOS NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND CUP-ENTIDAD NOT = SPACES
                    MOVE CUP-ENTIDAD TO W-COD-BUSCADO
                    PERFORM 3000-VERIFICAR-CODIGO
                 END-IF
              END-PERFORM
              CLOSE CONFIG-CUPOS
           END-IF.

      ******************************************************************
      *2200-CRUZAR-TARIFAS.
      ** LA TARIFA POR DEFECTO Y LAS ENTIDADES QUE ARMA EL PROPIO
      ** SISTEMA NO SON CLIENTES (VER FACTURCON.CBL)
      ******************************************************************
       2200-CRUZAR-TARIFAS.
           MOVE 3 TO W-IDX-ARC
           OPEN INPUT CONFIG-TARIFAS
           IF COD-RET-TAR NOT = "00"
              PERFORM 9200-INFORMAR-SIN-ARCHIVO
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ CONFIG-TARIFAS NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND TAR-ENTIDAD NOT = SPACES
                    AND TAR-ENTIDAD NOT = "TODAS"
                    AND TAR-ENTIDAD NOT = "CONSULTAS PROPIAS"
                    AND TAR-ENTIDAD(1:8) NOT = "CRIBADO/"
                    MOVE TAR-ENTIDAD TO W-COD-BUSCADO
                    PERFORM 3000-VERIFICAR-CODIGO
                 END-IF
              END-PERFORM
              CLOSE CONFIG-TARIFAS
           END-IF.

      ******************************************************************
      *2300-CRUZAR-ENTREGAS.
      ** LOS RENGLONES CC SON EL REPORTE DE CALIDAD DE CARTERA, QUE SE
      ** CONTRATA CON EL SERVICIO CARTERA Y NO CON PERSONALIZACION;
      ** LOS SC (RESPUESTAS DE CONSULTA POR BUZON, BUZONCLI) SON
      ** CONSULTAS Y EXIGEN EL SERVICIO ENLINEA.
      ** LAS ENTREGAS QUEDAN EN TABLA PARA LAS PERSONALIZACIONES
      ******************************************************************
       2300-CRUZAR-ENTREGAS.
           MOVE 4 TO W-IDX-ARC
           OPEN INPUT CONFIG-ENTREGAS
           IF COD-RET-ENT NOT = "00"
              PERFORM 9200-INFORMAR-SIN-ARCHIVO
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ CONFIG-ENTREGAS NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND ENT-CLIENTE NOT = SPACES
                    IF TENT-TOPE < 100
                       ADD 1 TO TENT-TOPE
                       MOVE ENT-PERSO   TO TENT-PERSO(TENT-TOPE)
                       MOVE ENT-CLIENTE TO TENT-CLIENTE(TENT-TOPE)
                    END-IF
                    MOVE ENT-CLIENTE TO W-COD-BUSCADO
                    EVALUATE ENT-PERSO
                       WHEN "CC"
                          MOVE 4 TO TARC-IDX-SRV(4)
                       WHEN "SC"
                          MOVE 1 TO TARC-IDX-SRV(4)
                       WHEN OTHER
                          MOVE 2 TO TARC-IDX-SRV(4)
                    END-EVALUATE
                    PERFORM 3000-VERIFICAR-CODIGO
                 END-IF
              END-PERFORM
              CLOSE CONFIG-ENTREGAS
           END-IF.

      ******************************************************************
      *2400-CRUZAR-SUSCRIPCIONES.
      ******************************************************************
       2400-CRUZAR-SUSCRIPCIONES.
           MOVE 5 TO W-IDX-ARC
           OPEN INPUT CONFIG-SUSCRIP
           IF COD-RET-SUS NOT = "00"
              PERFORM 9200-INFORMAR-SIN-ARCHIVO
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ CONFIG-SUSCRIP NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND SUS-ENTIDAD NOT = SPACES
                    MOVE SUS-ENTIDAD TO W-COD-BUSCADO
                    PERFORM 3000-VERIFICAR-CODIGO
                 END-IF
              END-PERFORM
              CLOSE CONFIG-SUSCRIP
           END-IF.

      ******************************************************************
      *2500-CRUZAR-CARTERAS.
      ******************************************************************
       2500-CRUZAR-CARTERAS.
           MOVE 6 TO W-IDX-ARC
           OPEN INPUT CONFIG-CARTERAS
           IF COD-RET-CAR NOT = "00"
              PERFORM 9200-INFORMAR-SIN-ARCHIVO
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ CONFIG-CARTERAS NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND CAR-CLIENTE NOT = SPACES
                    MOVE CAR-CLIENTE TO W-COD-BUSCADO
                    PERFORM 3000-VERIFICAR-CODIGO
                 END-IF
              END-PERFORM
              CLOSE CONFIG-CARTERAS
           END-IF.

      ******************************************************************
      *2600-CRUZAR-PERSONALIZACIONES.
      ** CADA PERSONALIZACION ACTIVA NECESITA SU ENTREGA, Y EL
      ** CLIENTE DE LA ENTREGA SU DESTINO DE TRANSMISION (GENCADENA
      ** ARMA EL ENVIO CON ESE CLIENTE)
      ******************************************************************
       2600-CRUZAR-PERSONALIZACIONES.
           OPEN INPUT CONFIG-TRANSMISION
           IF COD-RET-TRX NOT = "00"
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "SIN TRANSMISION.CFG (" COD-RET-TRX
                     "): NO SE CRUZAN LOS DESTINOS"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ CONFIG-TRANSMISION NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND TRX-DESTINO NOT = SPACES
                    AND TDES-TOPE < 100
                    ADD 1 TO TDES-TOPE
                    MOVE TRX-DESTINO TO TDES-DESTINO(TDES-TOPE)
                 END-IF
              END-PERFORM
              CLOSE CONFIG-TRANSMISION
           END-IF
           OPEN INPUT CONFIG-PERSOS
           IF COD-RET-PER NOT = "00"
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "SIN PERSONALIZACIONES.CFG (" COD-RET-PER
                     "): NO SE CRUZAN LAS PERSONALIZACIONES"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
           ELSE
              MOVE 0 TO SW-FIN-ARCHIVO
              PERFORM UNTIL SW-FIN-ARCHIVO = 1
                 READ CONFIG-PERSOS NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-ARCHIVO
                 END-READ
                 IF SW-FIN-ARCHIVO = 0 AND PER-ACTIVA = "S"
                    PERFORM 2700-VERIFICAR-UNA-PERSO
                 END-IF
              END-PERFORM
              CLOSE CONFIG-PERSOS
           END-IF.

      ******************************************************************
      *2700-VERIFICAR-UNA-PERSO.
      ******************************************************************
       2700-VERIFICAR-UNA-PERSO.
           MOVE 0 TO SW-HALLADO
           PERFORM VARYING W-IDX-ENT FROM 1 BY 1
              UNTIL W-IDX-ENT > TENT-TOPE OR SW-HALLADO = 1
              IF TENT-PERSO(W-IDX-ENT) = PER-PERSO
                 MOVE 1 TO SW-HALLADO
                 PERFORM 2800-BUSCAR-DESTINO
              END-IF
           END-PERFORM
           IF SW-HALLADO = 0
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "  PERSONALIZACIONES.CFG PER" PER-PERSO
                     " - ACTIVA SIN ENTREGA EN ENTREGAS.CFG"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9000-GRABAR-HALLAZGO
           END-IF.

      ******************************************************************
      *2800-BUSCAR-DESTINO.
      ******************************************************************
       2800-BUSCAR-DESTINO.
           MOVE 0 TO SW-YA-INFORMADO
           PERFORM VARYING W-IDX-DES FROM 1 BY 1
              UNTIL W-IDX-DES > TDES-TOPE OR SW-YA-INFORMADO = 1
              IF TDES-DESTINO(W-IDX-DES) = TENT-CLIENTE(W-IDX-ENT)
                 MOVE 1 TO SW-YA-INFORMADO
              END-IF
           END-PERFORM
           IF SW-YA-INFORMADO = 0
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "  PERSONALIZACIONES.CFG PER" PER-PERSO
                     " - CLIENTE " TENT-CLIENTE(W-IDX-ENT)
                     " SIN DESTINO EN TRANSMISION.CFG"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9000-GRABAR-HALLAZGO
           END-IF.

      ******************************************************************
      *3000-VERIFICAR-CODIGO.
      ** BUSCA EL CLIENTE DEL CODIGO W-COD-BUSCADO DEL ARCHIVO
      ** W-IDX-ARC. CADA CLIENTE SE JUZGA UNA VEZ POR ARCHIVO Y CADA
      ** CODIGO DESCONOCIDO SE INFORMA UNA VEZ POR ARCHIVO (LAS
      ** TARIFAS, LAS AUTORIZACIONES Y LAS SUSCRIPCIONES TIENEN
      ** VARIOS RENGLONES POR ENTIDAD)
      ******************************************************************
       3000-VERIFICAR-CODIGO.
           MOVE TARC-IDX-COD(W-IDX-ARC) TO W-IDX-COD
           MOVE 0 TO W-IDX-HALLADO
           PERFORM VARYING W-IDX-CLI FROM 1 BY 1
              UNTIL W-IDX-CLI > TCLI-TOPE OR W-IDX-HALLADO > 0
              IF TCLI-COD(W-IDX-CLI, W-IDX-COD) = W-COD-BUSCADO
                 MOVE W-IDX-CLI TO W-IDX-HALLADO
              END-IF
           END-PERFORM
           IF W-IDX-HALLADO = 0
              PERFORM 3100-INFORMAR-SIN-CLIENTE
           ELSE
              IF TCLI-VISTO(W-IDX-HALLADO, W-IDX-ARC) = 0
                 MOVE 1 TO TCLI-VISTO(W-IDX-HALLADO, W-IDX-ARC)
                 PERFORM 3200-JUZGAR-CLIENTE
              END-IF
           END-IF.

      ******************************************************************
      *3100-INFORMAR-SIN-CLIENTE.
      ******************************************************************
       3100-INFORMAR-SIN-CLIENTE.
           MOVE 0 TO SW-YA-INFORMADO
           PERFORM VARYING W-IDX-SIN FROM 1 BY 1
              UNTIL W-IDX-SIN > TSIN-TOPE OR SW-YA-INFORMADO = 1
              IF TSIN-IDX-ARC(W-IDX-SIN) = W-IDX-ARC
                 AND TSIN-CODIGO(W-IDX-SIN) = W-COD-BUSCADO
                 MOVE 1 TO SW-YA-INFORMADO
              END-IF
           END-PERFORM
           IF SW-YA-INFORMADO = 0
              IF TSIN-TOPE < 500
                 ADD 1 TO TSIN-TOPE
                 MOVE W-IDX-ARC     TO TSIN-IDX-ARC(TSIN-TOPE)
                 MOVE W-COD-BUSCADO TO TSIN-CODIGO(TSIN-TOPE)
              END-IF
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "  " TARC-NOMBRE(W-IDX-ARC) W-COD-BUSCADO
                     " - SIN CLIENTE EN EL MAESTRO"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9000-GRABAR-HALLAZGO
           END-IF.

      ******************************************************************
      *3200-JUZGAR-CLIENTE.
      ** RETIRADO, CONTRATO NO VIGENTE HOY O SERVICIO NO CONTRATADO
      ******************************************************************
       3200-JUZGAR-CLIENTE.
           MOVE TARC-IDX-SRV(W-IDX-ARC) TO W-IDX-SRV
           MOVE SPACES TO W-LINEA-ARMADA
           EVALUATE TRUE
              WHEN TCLI-ESTADO(W-IDX-HALLADO) = "R"
                 STRING "  " TARC-NOMBRE(W-IDX-ARC) W-COD-BUSCADO
                        " - CLIENTE RETIRADO "
                        TCLI-CODIGO(W-IDX-HALLADO)
                        DELIMITED BY SIZE INTO W-LINEA-ARMADA
                 END-STRING
              WHEN TCLI-FEC-FIN(W-IDX-HALLADO) < FECHA-SISTEMA
                 STRING "  " TARC-NOMBRE(W-IDX-ARC) W-COD-BUSCADO
                        " - SIN CONTRATO: VENCIO EL "
                        TCLI-FEC-FIN(W-IDX-HALLADO)
                        DELIMITED BY SIZE INTO W-LINEA-ARMADA
                 END-STRING
              WHEN TCLI-FEC-INI(W-IDX-HALLADO) > FECHA-SISTEMA
                 STRING "  " TARC-NOMBRE(W-IDX-ARC) W-COD-BUSCADO
                        " - SIN CONTRATO: EMPIEZA EL "
                        TCLI-FEC-INI(W-IDX-HALLADO)
                        DELIMITED BY SIZE INTO W-LINEA-ARMADA
                 END-STRING
              WHEN W-IDX-SRV > 0
                 AND TCLI-SRV(W-IDX-HALLADO, W-IDX-SRV) NOT = "S"
                 STRING "  " TARC-NOMBRE(W-IDX-ARC) W-COD-BUSCADO
                        " - SIN SERVICIO: "
                        NOMBRE-SRV(W-IDX-SRV) " NO CONTRATADO"
                        DELIMITED BY SIZE INTO W-LINEA-ARMADA
                 END-STRING
           END-EVALUATE
           IF W-LINEA-ARMADA NOT = SPACES
              PERFORM 9000-GRABAR-HALLAZGO
           END-IF.

      ******************************************************************
      *4000-REVISAR-CLIENTES.
      ** AL REVES: LO QUE EL CLIENTE CON CONTRATO VIGENTE TIENE
      ** CONTRATADO Y NO APARECE CONFIGURADO
      ******************************************************************
       4000-REVISAR-CLIENTES.
           PERFORM VARYING W-IDX-CLI FROM 1 BY 1
              UNTIL W-IDX-CLI > TCLI-TOPE
              IF TCLI-ESTADO(W-IDX-CLI) NOT = "R"
                 AND TCLI-FEC-INI(W-IDX-CLI) NOT > FECHA-SISTEMA
                 AND TCLI-FEC-FIN(W-IDX-CLI) NOT < FECHA-SISTEMA
                 ADD 1 TO CONT-VIGENTES
                 PERFORM 4100-REVISAR-UN-CLIENTE
              END-IF
           END-PERFORM.

      ******************************************************************
      *4100-REVISAR-UN-CLIENTE.
      ******************************************************************
       4100-REVISAR-UN-CLIENTE.
           IF TCLI-SRV(W-IDX-CLI, 1) = "S"
              AND TCLI-VISTO(W-IDX-CLI, 1) = 0
              MOVE 1 TO W-IDX-SRV
              MOVE 1 TO W-IDX-ARC
              PERFORM 4200-INFORMAR-SIN-CONFIG
           END-IF
           IF TCLI-SRV(W-IDX-CLI, 2) = "S"
              AND TCLI-VISTO(W-IDX-CLI, 4) = 0
              MOVE 2 TO W-IDX-SRV
              MOVE 4 TO W-IDX-ARC
              PERFORM 4200-INFORMAR-SIN-CONFIG
           END-IF
           IF TCLI-SRV(W-IDX-CLI, 3) = "S"
              AND TCLI-VISTO(W-IDX-CLI, 5) = 0
              MOVE 3 TO W-IDX-SRV
              MOVE 5 TO W-IDX-ARC
              PERFORM 4200-INFORMAR-SIN-CONFIG
           END-IF
           IF TCLI-SRV(W-IDX-CLI, 4) = "S"
              AND TCLI-VISTO(W-IDX-CLI, 6) = 0
              MOVE 4 TO W-IDX-SRV
              MOVE 6 TO W-IDX-ARC
              PERFORM 4200-INFORMAR-SIN-CONFIG
           END-IF
           IF TCLI-VISTO(W-IDX-CLI, 3) = 0
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "  MAESTRO       " TCLI-CODIGO(W-IDX-CLI)
                     " - SIN TARIFA PROPIA EN TARIFAS.CFG (SE"
                     " FACTURA CON TODAS)"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9000-GRABAR-HALLAZGO
           END-IF
           IF TCLI-CON-CONTACTO(W-IDX-CLI) = 0
              MOVE SPACES TO W-LINEA-ARMADA
              STRING "  MAESTRO       " TCLI-CODIGO(W-IDX-CLI)
                     " - SIN PERSONA DE CONTACTO"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9000-GRABAR-HALLAZGO
           END-IF.

      ******************************************************************
      *4200-INFORMAR-SIN-CONFIG.
      ******************************************************************
       4200-INFORMAR-SIN-CONFIG.
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "  MAESTRO       " TCLI-CODIGO(W-IDX-CLI)
                  " - " NOMBRE-SRV(W-IDX-SRV)
                  " CONTRATADO SIN CONFIGURAR EN "
                  TARC-NOMBRE(W-IDX-ARC)
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9000-GRABAR-HALLAZGO.

      ******************************************************************
      *6000-SACAR-RESUMEN.
      ******************************************************************
       6000-SACAR-RESUMEN.
           MOVE CONT-CLIENTES TO W-EDIT-CONTADOR
           DISPLAY "Clientes en el maestro.... " W-EDIT-CONTADOR
           MOVE CONT-VIGENTES TO W-EDIT-CONTADOR
           DISPLAY "Con contrato vigente...... " W-EDIT-CONTADOR
           MOVE CONT-HALLAZGOS TO W-EDIT-CONTADOR
           DISPLAY "Hallazgos................. " W-EDIT-CONTADOR
           IF CONT-HALLAZGOS = 0
              MOVE "SIN HALLAZGOS: MAESTRO Y CONFIGURACIONES DE ACUERDO"
                TO W-LINEA-ARMADA
              PERFORM 9100-GRABAR-LINEA
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REGC-CONTADORES
           STRING "CLI " CONT-CLIENTES
                  " VIG " CONT-VIGENTES
                  " HALL " CONT-HALLAZGOS
                  DELIMITED BY SIZE
                  INTO REGC-CONTADORES
           END-STRING
           PERFORM 8000-ASENTAR-CORRIDA.

      ******************************************************************
      *8000-ASENTAR-CORRIDA.
      ** BITACORA CENTRAL Y AVISO AL OPERADOR
      ******************************************************************
       8000-ASENTAR-CORRIDA.
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "VERMAECLI - REGCORRIDA NO DISPONIBLE"
           END-CALL
           IF REGC-RC = 4
              MOVE "AVISO" TO NOTIF-SEVERIDAD
           ELSE
              MOVE "INFO" TO NOTIF-SEVERIDAD
           END-IF
           MOVE REGC-CONTADORES TO NOTIF-MENSAJE
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "VERMAECLI - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

      ******************************************************************
      *9000-GRABAR-HALLAZGO.
      ******************************************************************
       9000-GRABAR-HALLAZGO.
           ADD 1 TO CONT-HALLAZGOS
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *9100-GRABAR-LINEA.
      ******************************************************************
       9100-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-REP-VERMAECLI
           WRITE REG-REP-VERMAECLI
           DISPLAY W-LINEA-ARMADA.

      ******************************************************************
      *9200-INFORMAR-SIN-ARCHIVO.
      ** UN ARCHIVO DE CONFIGURACION QUE NO ESTA NO VOLTEA EL CRUCE
      ******************************************************************
       9200-INFORMAR-SIN-ARCHIVO.
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "SIN " TARC-NOMBRE(W-IDX-ARC)
                  " (NO SE CRUZA)"
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA.

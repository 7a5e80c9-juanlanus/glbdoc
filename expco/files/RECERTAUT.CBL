      * RECERTAUT.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RECERTAUT.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Recertificacion trimestral de las autorizaciones en linea:
      ** AUTCONSUL.DAT solo crece, y el usuario que se fue de la
      ** entidad sigue autorizado porque nadie nos avisa. Cada
      ** trimestre cada entidad confirma por escrito quienes siguen:
      **
      **   RECERTAUT EMITIR [<plazo AAAAMMDD>]
      **      abre el ciclo del trimestre (AAAATn) y deja por entidad
      **      (lo que va antes de la "@" del usuario, el codigo de
      **      acceso de MAECLI) la lista de sus autorizaciones
      **      activas en $TEMPORALES/RECERT.<ciclo>.<entidad>, con el
      **      contacto de seguridad (el primer contacto del maestro de
      **      clientes con correo) a quien se le manda. Plazo por
      **      defecto: 30 dias.
      **   RECERTAUT CARGAR <archivo>
      **      carga la lista devuelta por la entidad: C en la ultima
      **      columna confirma, R revoca en el acto. El archivo tiene
      **      que traer el renglon "APROBADO POR" lleno (la firma del
      **      contacto de seguridad); sin el se rechaza entero. Solo
      **      cuentan los renglones de la entidad del encabezado.
      **   RECERTAUT CERRAR
      **      pasado el plazo, revoca todo lo que quedo sin confirmar
      **      y cierra el ciclo.
      **   RECERTAUT RESUMEN
      **      quien se mantuvo, quien revoco la entidad y quien nunca
      **      contesto, por entidad (preliminar con el ciclo abierto).
      **
      ** Cada revocacion deja su renglon en $TEMPORALES/AUTCONSUL.AUD
      ** como las de MANTAUTCON, con accion RECERTREV (la pidio la
      ** entidad) o RECERTVEN (vencio el plazo); las confirmaciones
      ** quedan como RECERTCON. El estado de cada autorizacion en el
      ** ciclo va en $TEMPORALES/RECERT.DAT y el ciclo en
      ** $TEMPORALES/RECERT.CIC; el resumen sale en
      ** $TEMPORALES/RECERT.<ciclo>.RES y por consola.
      **
      ** RC 0 bien; RC 4 renglones rechazados al cargar o
      ** autorizaciones revocadas por falta de respuesta; RC 8 archivo
      ** de respuesta rechazado entero; RC 16 error de uso, de
      ** archivos o de ciclo (abierto, ya hecho, plazo vigente).
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-AUTORIZA
                  ASSIGN TO "$TEMPORALES/AUTCONSUL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-AUTORIZA
                  FILE STATUS IS COD-RET-AUT.

           SELECT AUDITORIA-AUTORIZA
                  ASSIGN TO "$TEMPORALES/AUTCONSUL.AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-AUD.

           COPY MAECLI.FS.

           SELECT ESTADO-RECERT
                  ASSIGN TO "$TEMPORALES/RECERT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-RECERT
                  FILE STATUS IS COD-RET-RCE.

           SELECT CICLO-RECERT
                  ASSIGN TO "$TEMPORALES/RECERT.CIC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CIC.

           SELECT LISTA-RECERT
                  ASSIGN TO DISK W-LISTA-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-LST.

           SELECT RESUMEN-RECERT
                  ASSIGN TO DISK W-RESUMEN-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-RES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-AUTORIZA.
       01  REG-AUTORIZA.
           02 LLAVE-AUTORIZA.
              03 AUT-USUARIO           PIC X(18).
              03 AUT-SERVICIO          PIC X(10).
           02 AUT-ESTADO               PIC X(01).
           02 AUT-FEC-ALTA             PIC 9(08).
           02 AUT-FEC-ESTADO           PIC 9(08).

       FD  AUDITORIA-AUTORIZA.
       01  REG-AUDITORIA.
           02 AUD-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 AUD-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 AUD-ACCION               PIC X(09).
           02 FILLER                   PIC X.
           02 AUD-USUARIO              PIC X(18).
           02 FILLER                   PIC X.
           02 AUD-SERVICIO             PIC X(10).

           COPY MAECLI.FD.

      *    una autorizacion activa al emitir el ciclo y lo que paso
      *    con ella: P pendiente, C confirmada, R revocada por la
      *    entidad, V vencida (revocada al cerrar sin respuesta)
       FD  ESTADO-RECERT.
       01  REG-RECERT.
           02 LLAVE-RECERT.
              03 RCE-USUARIO           PIC X(18).
              03 RCE-SERVICIO          PIC X(10).
           02 RCE-ENTIDAD              PIC X(18).
           02 RCE-ESTADO               PIC X(01).
              88 RCE-PENDIENTE                 VALUE "P".
              88 RCE-CONFIRMADA                VALUE "C".
              88 RCE-REVOCADA                  VALUE "R".
              88 RCE-VENCIDA                   VALUE "V".
           02 RCE-FEC-ALTA             PIC 9(08).
           02 RCE-FEC-RESPUESTA        PIC 9(08).
           02 RCE-APROBADOR            PIC X(30).
           02 FILLER                   PIC X(20).

      *    un solo renglon: el ultimo ciclo emitido
       FD  CICLO-RECERT.
       01  REG-CICLO.
           02 CIC-CICLO                PIC X(06).
           02 FILLER                   PIC X.
           02 CIC-FEC-EMISION          PIC 9(08).
           02 FILLER                   PIC X.
           02 CIC-PLAZO                PIC 9(08).
           02 FILLER                   PIC X.
           02 CIC-ESTADO               PIC X(01).
              88 CIC-ABIERTO                   VALUE "A".
              88 CIC-CERRADO                   VALUE "C".
           02 FILLER                   PIC X.
           02 CIC-FEC-CIERRE           PIC 9(08).

      *    la lista que va a la entidad y vuelve firmada: renglones
      *    con "*" adelante son encabezado; la decision va en la
      *    ultima columna
       FD  LISTA-RECERT.
       01  REG-LISTA-TEXTO             PIC X(100).
       01  REG-LISTA.
           02 LST-USUARIO              PIC X(18).
           02 FILLER                   PIC X.
           02 LST-SERVICIO             PIC X(10).
           02 FILLER                   PIC X.
           02 LST-FEC-ALTA             PIC X(08).
           02 FILLER                   PIC X.
           02 LST-DECISION             PIC X(01).
           02 FILLER                   PIC X(60).
       01  REG-LISTA-ENCABEZADO.
           02 LST-ETIQUETA             PIC X(23).
           02 LST-VALOR                PIC X(77).

       FD  RESUMEN-RECERT.
       01  REG-RESUMEN                 PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-AUT              PIC X(2) VALUE ZEROS.
       01 COD-RET-AUD              PIC X(2) VALUE ZEROS.
       01 COD-RET-MAECLI           PIC X(2) VALUE ZEROS.
       01 COD-RET-RCE              PIC X(2) VALUE ZEROS.
       01 COD-RET-CIC              PIC X(2) VALUE ZEROS.
       01 COD-RET-LST              PIC X(2) VALUE ZEROS.
       01 COD-RET-RES              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(100) VALUE SPACES.
       01 W-ACCION                 PIC X(09) VALUE SPACES.
       01 W-PARAMETRO              PIC X(80) VALUE SPACES.
       01 W-USUARIO                PIC X(18) VALUE SPACES.
       01 W-SERVICIO               PIC X(10) VALUE SPACES.
       01 W-LISTA-NAME             PIC X(80) VALUE SPACES.
       01 W-RESUMEN-NAME           PIC X(80) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 FECHA-SISTEMA-R REDEFINES FECHA-SISTEMA.
          03 FEC-SIST-AAAA            PIC 9(04).
          03 FEC-SIST-MM              PIC 9(02).
          03 FEC-SIST-DD              PIC 9(02).
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 W-DIAS-AUX               PIC 9(08) VALUE 0.
       01 W-TRIMESTRE              PIC 9(01) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(100) VALUE SPACES.

      **** EL CICLO VIGENTE (RECERT.CIC) Y EL DEL TRIMESTRE EN CURSO
       01 SW-HAY-CICLO             PIC 9(01) VALUE 0.
       01 W-CICLO-ACTUAL           PIC X(06) VALUE SPACES.
       01 W-PLAZO                  PIC 9(08) VALUE 0.
       01 W-PLAZO-INP              PIC X(08) VALUE SPACES.

      **** ENTIDAD EN CURSO AL EMITIR Y AL RESUMIR
       01 W-ENTIDAD                PIC X(18) VALUE SPACES.
       01 W-ENTIDAD-ANTERIOR       PIC X(18) VALUE SPACES.
       01 W-RESTO-USUARIO          PIC X(18) VALUE SPACES.
       01 SW-LISTA-ABIERTA         PIC 9(01) VALUE 0.
       01 SW-FIN-REG               PIC 9(01) VALUE 0.
       01 SW-FIN-LISTA             PIC 9(01) VALUE 0.

      **** CONTACTOS DE SEGURIDAD POR CODIGO DE ACCESO (MAECLI)
       01 CTO-TOPE                 PIC 9(04) VALUE 0.
       01 CTO-MAXIMO               PIC 9(04) VALUE 300.
       01 IX-CTO                   PIC 9(04) VALUE 0.
       01 IX-CONTACTO              PIC 9(01) VALUE 0.
       01 TABLA-CONTACTOS.
          02 CTO-ENTRADA OCCURS 300 TIMES.
             03 CTO-ACCESO            PIC X(18).
             03 CTO-RAZON             PIC X(40).
             03 CTO-NOMBRE            PIC X(30).
             03 CTO-CORREO            PIC X(40).
       01 W-CTO-RAZON              PIC X(40) VALUE SPACES.
       01 W-CTO-NOMBRE             PIC X(30) VALUE SPACES.
       01 W-CTO-CORREO             PIC X(40) VALUE SPACES.

      **** ENCABEZADO DEL ARCHIVO DE RESPUESTA
       01 W-ENTIDAD-ARCHIVO        PIC X(18) VALUE SPACES.
       01 W-CICLO-ARCHIVO          PIC X(06) VALUE SPACES.
       01 W-APROBADOR              PIC X(30) VALUE SPACES.

       01 CONTADORES-RECERT.
          02 CONT-EMITIDAS            PIC 9(06) VALUE 0.
          02 CONT-ENTIDADES           PIC 9(06) VALUE 0.
          02 CONT-SIN-CONTACTO        PIC 9(06) VALUE 0.
          02 CONT-CONFIRMADAS         PIC 9(06) VALUE 0.
          02 CONT-REVOCADAS           PIC 9(06) VALUE 0.
          02 CONT-VENCIDAS            PIC 9(06) VALUE 0.
          02 CONT-PENDIENTES          PIC 9(06) VALUE 0.
          02 CONT-RECHAZADOS          PIC 9(06) VALUE 0.
          02 CONT-SIN-DECISION        PIC 9(06) VALUE 0.
       01 CONTADORES-ENTIDAD.
          02 ENT-CONFIRMADAS          PIC 9(06) VALUE 0.
          02 ENT-REVOCADAS            PIC 9(06) VALUE 0.
          02 ENT-VENCIDAS             PIC 9(06) VALUE 0.
          02 ENT-PENDIENTES           PIC 9(06) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZ9.
       01 W-EDIT-CONTADOR-2        PIC ZZZ,ZZ9.
       01 W-EDIT-CONTADOR-3        PIC ZZZ,ZZ9.
       01 W-EDIT-CONTADOR-4        PIC ZZZ,ZZ9.
       01 W-TEXTO-ESTADO           PIC X(24) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Recertificacion de autorizaciones en linea    *"
           DISPLAY "*           PROGRAMA : RECERTAUT.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-ACCION W-PARAMETRO
           END-UNSTRING
           IF W-ACCION NOT = "EMITIR"
              AND W-ACCION NOT = "CERRAR"
              AND W-ACCION NOT = "RESUMEN"
              AND (W-ACCION NOT = "CARGAR" OR W-PARAMETRO = SPACES)
              DISPLAY "Uso: RECERTAUT EMITIR [<plazo AAAAMMDD>]"
              DISPLAY "     RECERTAUT CARGAR <archivo de respuesta>"
              DISPLAY "     RECERTAUT CERRAR"
              DISPLAY "     RECERTAUT RESUMEN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE W-TRIMESTRE = (FEC-SIST-MM + 2) / 3
           STRING FEC-SIST-AAAA "T" W-TRIMESTRE
                  DELIMITED BY SIZE INTO W-CICLO-ACTUAL
           END-STRING
           PERFORM 1000-LEER-CICLO
           EVALUATE W-ACCION
              WHEN "EMITIR"
                 PERFORM 3000-EMITIR
              WHEN "CARGAR"
                 PERFORM 4000-CARGAR-RESPUESTA
              WHEN "CERRAR"
                 PERFORM 5000-CERRAR-CICLO
              WHEN "RESUMEN"
                 PERFORM 6000-RESUMEN
           END-EVALUATE
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
      *1000-LEER-CICLO.
      ** SIN RECERT.CIC NUNCA SE EMITIO UN CICLO
      ******************************************************************
       1000-LEER-CICLO.
           MOVE 0 TO SW-HAY-CICLO
           OPEN INPUT CICLO-RECERT
           IF COD-RET-CIC = "00"
              READ CICLO-RECERT
                 AT END CONTINUE
                 NOT AT END MOVE 1 TO SW-HAY-CICLO
              END-READ
              CLOSE CICLO-RECERT
           END-IF
           IF SW-HAY-CICLO = 1
              DISPLAY "CICLO " CIC-CICLO " EMITIDO " CIC-FEC-EMISION
                      " PLAZO " CIC-PLAZO " ESTADO " CIC-ESTADO
           END-IF.

      ******************************************************************
      *1100-GRABAR-CICLO.
      ******************************************************************
       1100-GRABAR-CICLO.
           OPEN OUTPUT CICLO-RECERT
           IF COD-RET-CIC NOT = "00"
              DISPLAY "Error grabando RECERT.CIC " COD-RET-CIC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE REG-CICLO
           CLOSE CICLO-RECERT.

      ******************************************************************
      *1200-EXIGIR-CICLO-ABIERTO.
      ******************************************************************
       1200-EXIGIR-CICLO-ABIERTO.
           IF SW-HAY-CICLO = 0 OR NOT CIC-ABIERTO
              DISPLAY "NO HAY CICLO DE RECERTIFICACION ABIERTO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *2000-ABRIR-AUTORIZACIONES.
      ******************************************************************
       2000-ABRIR-AUTORIZACIONES.
           OPEN I-O REGISTRO-AUTORIZA
           IF COD-RET-AUT NOT = "00"
              DISPLAY "Error abriendo AUTCONSUL.DAT " COD-RET-AUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *2100-ABRIR-ESTADO.
      ******************************************************************
       2100-ABRIR-ESTADO.
           OPEN I-O ESTADO-RECERT
           IF COD-RET-RCE NOT = "00"
              DISPLAY "Error abriendo RECERT.DAT " COD-RET-RCE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *2200-CARGAR-CONTACTOS.
      ** EL CONTACTO DE SEGURIDAD DE CADA ENTIDAD ES EL PRIMERO DEL
      ** MAESTRO DE CLIENTES QUE TIENE CORREO. SIN MAESTRO LAS LISTAS
      ** SALEN IGUAL, SIN DESTINATARIO
      ******************************************************************
       2200-CARGAR-CONTACTOS.
           INITIALIZE TABLA-CONTACTOS
           OPEN INPUT MAESTRO-CLIENTES
           IF COD-RET-MAECLI NOT = "00"
              DISPLAY "SIN MAESTRO DE CLIENTES (" COD-RET-MAECLI
                      "): LAS LISTAS SALEN SIN CONTACTO"
           ELSE
              MOVE 0 TO SW-FIN-REG
              PERFORM UNTIL SW-FIN-REG = 1
                 READ MAESTRO-CLIENTES NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-REG
                 END-READ
                 IF SW-FIN-REG = 0 AND CTO-TOPE < CTO-MAXIMO
                    PERFORM 2210-TOMAR-CONTACTO
                 END-IF
              END-PERFORM
              CLOSE MAESTRO-CLIENTES
           END-IF.

      ******************************************************************
      *2210-TOMAR-CONTACTO.
      ******************************************************************
       2210-TOMAR-CONTACTO.
           ADD 1 TO CTO-TOPE
           IF COD-ACCESO-MAECLI = SPACES
              MOVE CODIGO-MAECLI TO CTO-ACCESO(CTO-TOPE)
           ELSE
              MOVE COD-ACCESO-MAECLI TO CTO-ACCESO(CTO-TOPE)
           END-IF
           MOVE RAZON-SOCIAL-MAECLI TO CTO-RAZON(CTO-TOPE)
           MOVE 1 TO IX-CONTACTO
           PERFORM UNTIL IX-CONTACTO > 3
                      OR CTO-CORREO-MAECLI(IX-CONTACTO) NOT = SPACES
              ADD 1 TO IX-CONTACTO
           END-PERFORM
           IF IX-CONTACTO NOT > 3
              MOVE CTO-NOMBRE-MAECLI(IX-CONTACTO)
                TO CTO-NOMBRE(CTO-TOPE)
              MOVE CTO-CORREO-MAECLI(IX-CONTACTO)
                TO CTO-CORREO(CTO-TOPE)
           END-IF.

      ******************************************************************
      *2300-BUSCAR-CONTACTO.
      ******************************************************************
       2300-BUSCAR-CONTACTO.
           MOVE SPACES TO W-CTO-RAZON W-CTO-NOMBRE W-CTO-CORREO
           MOVE 1 TO IX-CTO
           PERFORM UNTIL IX-CTO > CTO-TOPE
                      OR CTO-ACCESO(IX-CTO) = W-ENTIDAD
              ADD 1 TO IX-CTO
           END-PERFORM
           IF IX-CTO NOT > CTO-TOPE
              MOVE CTO-RAZON(IX-CTO)  TO W-CTO-RAZON
              MOVE CTO-NOMBRE(IX-CTO) TO W-CTO-NOMBRE
              MOVE CTO-CORREO(IX-CTO) TO W-CTO-CORREO
           END-IF.

      ******************************************************************
      *2400-SEPARAR-ENTIDAD.
      ** LA ENTIDAD ES LO QUE VA ANTES DE LA "@" DEL USUARIO
      ******************************************************************
       2400-SEPARAR-ENTIDAD.
           MOVE SPACES TO W-ENTIDAD W-RESTO-USUARIO
           UNSTRING W-USUARIO DELIMITED BY "@"
                    INTO W-ENTIDAD W-RESTO-USUARIO
           END-UNSTRING.

      ******************************************************************
      *3000-EMITIR.
      ** UN CICLO POR TRIMESTRE: NO SE EMITE CON OTRO ABIERTO NI SE
      ** REPITE EL DEL TRIMESTRE YA CERRADO. RECERT.DAT ARRANCA DE
      ** NUEVO CON LAS AUTORIZACIONES ACTIVAS DE HOY
      ******************************************************************
       3000-EMITIR.
           IF SW-HAY-CICLO = 1 AND CIC-ABIERTO
              DISPLAY "EL CICLO " CIC-CICLO " SIGUE ABIERTO: "
                      "CERRARLO ANTES DE EMITIR OTRO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF SW-HAY-CICLO = 1 AND CIC-CICLO = W-CICLO-ACTUAL
              DISPLAY "EL CICLO " W-CICLO-ACTUAL " YA SE HIZO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE W-PARAMETRO TO W-PLAZO-INP
           IF W-PLAZO-INP = SPACES
              COMPUTE W-DIAS-AUX =
                      FUNCTION INTEGER-OF-DATE (FECHA-SISTEMA) + 30
              COMPUTE W-PLAZO = FUNCTION DATE-OF-INTEGER (W-DIAS-AUX)
           ELSE
              IF W-PLAZO-INP IS NOT NUMERIC
                 DISPLAY "Uso: RECERTAUT EMITIR [<plazo AAAAMMDD>]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE W-PLAZO-INP TO W-PLAZO
              IF W-PLAZO NOT > FECHA-SISTEMA
                 DISPLAY "EL PLAZO TIENE QUE SER POSTERIOR A HOY"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           PERFORM 2200-CARGAR-CONTACTOS
           PERFORM 2000-ABRIR-AUTORIZACIONES
           OPEN OUTPUT ESTADO-RECERT
           IF COD-RET-RCE NOT = "00"
              DISPLAY "Error creando RECERT.DAT " COD-RET-RCE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-ENTIDAD-ANTERIOR
           MOVE 0 TO SW-FIN-REG
           MOVE LOW-VALUES TO LLAVE-AUTORIZA
           START REGISTRO-AUTORIZA
                 KEY IS NOT LESS THAN LLAVE-AUTORIZA
              INVALID KEY
                 MOVE 1 TO SW-FIN-REG
           END-START
           PERFORM UNTIL SW-FIN-REG = 1
              READ REGISTRO-AUTORIZA NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-REG
              END-READ
              IF SW-FIN-REG = 0 AND AUT-ESTADO = "A"
                 PERFORM 3100-EMITIR-AUTORIZACION
              END-IF
           END-PERFORM
           IF SW-LISTA-ABIERTA = 1
              CLOSE LISTA-RECERT
           END-IF
           CLOSE REGISTRO-AUTORIZA ESTADO-RECERT
           MOVE SPACES TO REG-CICLO
           MOVE W-CICLO-ACTUAL TO CIC-CICLO
           MOVE FECHA-SISTEMA  TO CIC-FEC-EMISION
           MOVE W-PLAZO        TO CIC-PLAZO
           SET CIC-ABIERTO     TO TRUE
           MOVE 0              TO CIC-FEC-CIERRE
           PERFORM 1100-GRABAR-CICLO
           DISPLAY "CICLO " W-CICLO-ACTUAL " EMITIDO, PLAZO " W-PLAZO
           DISPLAY "Entidades................. " CONT-ENTIDADES
           DISPLAY "Autorizaciones a certificar " CONT-EMITIDAS
           DISPLAY "Entidades sin contacto.... " CONT-SIN-CONTACTO
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      *3100-EMITIR-AUTORIZACION.
      ** LAS AUTORIZACIONES VIENEN POR USUARIO, Y TODOS LOS USUARIOS
      ** DE UNA ENTIDAD EMPIEZAN IGUAL: CADA ENTIDAD SALE SEGUIDA
      ******************************************************************
       3100-EMITIR-AUTORIZACION.
           MOVE AUT-USUARIO TO W-USUARIO
           PERFORM 2400-SEPARAR-ENTIDAD
           IF W-ENTIDAD NOT = W-ENTIDAD-ANTERIOR
              PERFORM 3200-ABRIR-LISTA-ENTIDAD
           END-IF
           MOVE SPACES       TO REG-LISTA
           MOVE AUT-USUARIO  TO LST-USUARIO
           MOVE AUT-SERVICIO TO LST-SERVICIO
           MOVE AUT-FEC-ALTA TO LST-FEC-ALTA
           WRITE REG-LISTA
           INITIALIZE REG-RECERT
           MOVE AUT-USUARIO  TO RCE-USUARIO
           MOVE AUT-SERVICIO TO RCE-SERVICIO
           MOVE W-ENTIDAD    TO RCE-ENTIDAD
           SET RCE-PENDIENTE TO TRUE
           MOVE AUT-FEC-ALTA TO RCE-FEC-ALTA
           WRITE REG-RECERT
           ADD 1 TO CONT-EMITIDAS.

      ******************************************************************
      *3200-ABRIR-LISTA-ENTIDAD.
      ******************************************************************
       3200-ABRIR-LISTA-ENTIDAD.
           IF SW-LISTA-ABIERTA = 1
              CLOSE LISTA-RECERT
           END-IF
           MOVE W-ENTIDAD TO W-ENTIDAD-ANTERIOR
           ADD 1 TO CONT-ENTIDADES
           PERFORM 2300-BUSCAR-CONTACTO
           MOVE SPACES TO W-LISTA-NAME
           STRING "$TEMPORALES/RECERT." W-CICLO-ACTUAL "."
                  W-ENTIDAD DELIMITED BY SPACE
                  INTO W-LISTA-NAME
           END-STRING
           OPEN OUTPUT LISTA-RECERT
           IF COD-RET-LST NOT = "00"
              DISPLAY "Error abriendo " W-LISTA-NAME " " COD-RET-LST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 1 TO SW-LISTA-ABIERTA
           MOVE "* RECERTIFICACION DE ACCESOS EN LINEA"
             TO REG-LISTA-TEXTO
           WRITE REG-LISTA-TEXTO
           MOVE SPACES TO REG-LISTA-ENCABEZADO
           MOVE "* CICLO..............: " TO LST-ETIQUETA
           MOVE W-CICLO-ACTUAL            TO LST-VALOR
           WRITE REG-LISTA-ENCABEZADO
           MOVE SPACES TO REG-LISTA-ENCABEZADO
           MOVE "* ENTIDAD............: " TO LST-ETIQUETA
           MOVE W-ENTIDAD                 TO LST-VALOR
           WRITE REG-LISTA-ENCABEZADO
           MOVE SPACES TO REG-LISTA-ENCABEZADO
           MOVE "* RAZON SOCIAL.......: " TO LST-ETIQUETA
           MOVE W-CTO-RAZON               TO LST-VALOR
           WRITE REG-LISTA-ENCABEZADO
           MOVE SPACES TO REG-LISTA-ENCABEZADO
           MOVE "* CONTACTO SEGURIDAD.: " TO LST-ETIQUETA
           STRING W-CTO-NOMBRE " " W-CTO-CORREO
                  DELIMITED BY SIZE INTO LST-VALOR
           END-STRING
           WRITE REG-LISTA-ENCABEZADO
           MOVE SPACES TO REG-LISTA-ENCABEZADO
           MOVE "* PLAZO DE RESPUESTA.: " TO LST-ETIQUETA
           MOVE W-PLAZO                   TO LST-VALOR
           WRITE REG-LISTA-ENCABEZADO
           MOVE SPACES TO REG-LISTA-ENCABEZADO
           MOVE "* APROBADO POR.......: " TO LST-ETIQUETA
           WRITE REG-LISTA-ENCABEZADO
           MOVE "* MARQUE C (CONFIRMA) O R (REVOCA) EN LA COLUMNA C/R"
             TO REG-LISTA-TEXTO
           WRITE REG-LISTA-TEXTO
           MOVE "* Y DEVUELVA EL ARCHIVO CON APROBADO POR LLENO."
             TO REG-LISTA-TEXTO
           WRITE REG-LISTA-TEXTO
           MOVE "* LO NO CONFIRMADO AL PLAZO SE REVOCA."
             TO REG-LISTA-TEXTO
           WRITE REG-LISTA-TEXTO
           MOVE "* USUARIO@TERMINAL SERVICIO   ALTA     C/R"
             TO REG-LISTA-TEXTO
           WRITE REG-LISTA-TEXTO
           IF W-CTO-CORREO = SPACES
              ADD 1 TO CONT-SIN-CONTACTO
              DISPLAY "LISTA " W-LISTA-NAME
              DISPLAY "   *** ENTIDAD " W-ENTIDAD
                      " SIN CONTACTO CON CORREO EN MAECLI"
           ELSE
              DISPLAY "LISTA " W-LISTA-NAME
              DISPLAY "   PARA " W-CTO-NOMBRE " " W-CTO-CORREO
           END-IF.

      ******************************************************************
      *4000-CARGAR-RESPUESTA.
      ** DOS PASADAS: LA PRIMERA LEE EL ENCABEZADO (ENTIDAD, CICLO Y
      ** APROBADO POR) Y RECHAZA EL ARCHIVO ENTERO SI NO CORRESPONDE;
      ** LA SEGUNDA APLICA LAS DECISIONES
      ******************************************************************
       4000-CARGAR-RESPUESTA.
           PERFORM 1200-EXIGIR-CICLO-ABIERTO
           MOVE W-PARAMETRO TO W-LISTA-NAME
           PERFORM 4100-LEER-ENCABEZADO
           IF W-ENTIDAD-ARCHIVO = SPACES OR W-APROBADOR = SPACES
              OR W-CICLO-ARCHIVO NOT = CIC-CICLO
              DISPLAY "ARCHIVO RECHAZADO: FALTA ENTIDAD O APROBADO "
                      "POR, O NO ES DEL CICLO " CIC-CICLO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "RESPUESTA DE " W-ENTIDAD-ARCHIVO
                   " APROBADA POR " W-APROBADOR
           PERFORM 2000-ABRIR-AUTORIZACIONES
           PERFORM 2100-ABRIR-ESTADO
           OPEN INPUT LISTA-RECERT
           MOVE 0 TO SW-FIN-LISTA
           PERFORM UNTIL SW-FIN-LISTA = 1
              READ LISTA-RECERT NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LISTA
              END-READ
              IF SW-FIN-LISTA = 0 AND REG-LISTA-TEXTO NOT = SPACES
                 AND REG-LISTA-TEXTO(1:1) NOT = "*"
                 PERFORM 4200-APLICAR-DECISION
              END-IF
           END-PERFORM
           CLOSE LISTA-RECERT REGISTRO-AUTORIZA ESTADO-RECERT
           DISPLAY "Confirmadas.............. " CONT-CONFIRMADAS
           DISPLAY "Revocadas................ " CONT-REVOCADAS
           DISPLAY "Sin decision (pendientes) " CONT-SIN-DECISION
           DISPLAY "Renglones rechazados..... " CONT-RECHAZADOS
           IF CONT-RECHAZADOS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *4100-LEER-ENCABEZADO.
      ******************************************************************
       4100-LEER-ENCABEZADO.
           OPEN INPUT LISTA-RECERT
           IF COD-RET-LST NOT = "00"
              DISPLAY "Error abriendo " W-LISTA-NAME " " COD-RET-LST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO SW-FIN-LISTA
           PERFORM UNTIL SW-FIN-LISTA = 1
              READ LISTA-RECERT NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-LISTA
              END-READ
              IF SW-FIN-LISTA = 0
                 EVALUATE LST-ETIQUETA
                    WHEN "* CICLO..............: "
                       MOVE LST-VALOR TO W-CICLO-ARCHIVO
                    WHEN "* ENTIDAD............: "
                       MOVE LST-VALOR TO W-ENTIDAD-ARCHIVO
                    WHEN "* APROBADO POR.......: "
                       MOVE LST-VALOR TO W-APROBADOR
                 END-EVALUATE
              END-IF
           END-PERFORM
           CLOSE LISTA-RECERT.

      ******************************************************************
      *4200-APLICAR-DECISION.
      ** UN RENGLON DE OTRA ENTIDAD, FUERA DEL CICLO O YA CONTESTADO
      ** DE OTRA MANERA SE RECHAZA; SIN DECISION QUEDA PENDIENTE
      ******************************************************************
       4200-APLICAR-DECISION.
           MOVE LST-USUARIO  TO W-USUARIO
           MOVE LST-SERVICIO TO W-SERVICIO
           PERFORM 2400-SEPARAR-ENTIDAD
           IF W-ENTIDAD NOT = W-ENTIDAD-ARCHIVO
              DISPLAY "RECHAZADO, OTRA ENTIDAD: " W-USUARIO
                      " " W-SERVICIO
              ADD 1 TO CONT-RECHAZADOS
           ELSE
              IF LST-DECISION = SPACE
                 ADD 1 TO CONT-SIN-DECISION
              ELSE
                 MOVE W-USUARIO  TO RCE-USUARIO
                 MOVE W-SERVICIO TO RCE-SERVICIO
                 READ ESTADO-RECERT
                    INVALID KEY
                       DISPLAY "RECHAZADO, NO ESTA EN EL CICLO: "
                               W-USUARIO " " W-SERVICIO
                       ADD 1 TO CONT-RECHAZADOS
                    NOT INVALID KEY
                       PERFORM 4300-REGISTRAR-DECISION
                 END-READ
              END-IF
           END-IF.

      ******************************************************************
      *4300-REGISTRAR-DECISION.
      ** LA MISMA DECISION CARGADA DOS VECES NO CAMBIA NADA; UNA
      ** REVOCACION NO SE DESHACE DESDE ACA (PARA ESO, MANTAUTCON
      ** REACTIVAR)
      ******************************************************************
       4300-REGISTRAR-DECISION.
           EVALUATE TRUE
              WHEN LST-DECISION = "C" AND RCE-CONFIRMADA
                 CONTINUE
              WHEN LST-DECISION = "R" AND RCE-REVOCADA
                 CONTINUE
              WHEN NOT RCE-PENDIENTE
                 DISPLAY "RECHAZADO, YA CONTESTADO (" RCE-ESTADO
                         "): " W-USUARIO " " W-SERVICIO
                 ADD 1 TO CONT-RECHAZADOS
              WHEN LST-DECISION = "C"
                 SET RCE-CONFIRMADA    TO TRUE
                 MOVE FECHA-SISTEMA    TO RCE-FEC-RESPUESTA
                 MOVE W-APROBADOR      TO RCE-APROBADOR
                 REWRITE REG-RECERT
                 MOVE "RECERTCON" TO W-ACCION
                 PERFORM 7000-GRABAR-AUDITORIA
                 ADD 1 TO CONT-CONFIRMADAS
              WHEN LST-DECISION = "R"
                 SET RCE-REVOCADA      TO TRUE
                 MOVE FECHA-SISTEMA    TO RCE-FEC-RESPUESTA
                 MOVE W-APROBADOR      TO RCE-APROBADOR
                 REWRITE REG-RECERT
                 MOVE "RECERTREV" TO W-ACCION
                 PERFORM 7100-REVOCAR-AUTORIZACION
                 ADD 1 TO CONT-REVOCADAS
              WHEN OTHER
                 DISPLAY "RECHAZADO, DECISION " LST-DECISION
                         " INVALIDA: " W-USUARIO " " W-SERVICIO
                 ADD 1 TO CONT-RECHAZADOS
           END-EVALUATE.

      ******************************************************************
      *5000-CERRAR-CICLO.
      ** PASADO EL PLAZO, LO PENDIENTE SE REVOCA (VENCIDA) Y EL CICLO
      ** QUEDA CERRADO; SALE EL RESUMEN FINAL
      ******************************************************************
       5000-CERRAR-CICLO.
           PERFORM 1200-EXIGIR-CICLO-ABIERTO
           IF FECHA-SISTEMA NOT > CIC-PLAZO
              DISPLAY "EL PLAZO DEL CICLO " CIC-CICLO " VENCE EL "
                      CIC-PLAZO ": TODAVIA NO SE PUEDE CERRAR"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 2000-ABRIR-AUTORIZACIONES
           PERFORM 2100-ABRIR-ESTADO
           MOVE 0 TO SW-FIN-REG
           MOVE LOW-VALUES TO LLAVE-RECERT
           START ESTADO-RECERT KEY IS NOT LESS THAN LLAVE-RECERT
              INVALID KEY
                 MOVE 1 TO SW-FIN-REG
           END-START
           PERFORM UNTIL SW-FIN-REG = 1
              READ ESTADO-RECERT NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-REG
              END-READ
              IF SW-FIN-REG = 0 AND RCE-PENDIENTE
                 SET RCE-VENCIDA    TO TRUE
                 MOVE FECHA-SISTEMA TO RCE-FEC-RESPUESTA
                 REWRITE REG-RECERT
                 MOVE RCE-USUARIO  TO W-USUARIO
                 MOVE RCE-SERVICIO TO W-SERVICIO
                 MOVE "RECERTVEN"  TO W-ACCION
                 PERFORM 7100-REVOCAR-AUTORIZACION
              END-IF
           END-PERFORM
           CLOSE REGISTRO-AUTORIZA ESTADO-RECERT
           SET CIC-CERRADO    TO TRUE
           MOVE FECHA-SISTEMA TO CIC-FEC-CIERRE
           PERFORM 1100-GRABAR-CICLO
           DISPLAY "CICLO " CIC-CICLO " CERRADO"
           PERFORM 6000-RESUMEN.

      ******************************************************************
      *6000-RESUMEN.
      ** POR ENTIDAD: CUANTAS SE MANTUVIERON, CUANTAS REVOCO LA
      ** ENTIDAD Y CUANTAS SE REVOCARON SIN RESPUESTA, CON EL DETALLE
      ** DE CADA AUTORIZACION QUE NO SE MANTUVO
      ******************************************************************
       6000-RESUMEN.
           IF SW-HAY-CICLO = 0
              DISPLAY "NUNCA SE EMITIO UN CICLO DE RECERTIFICACION"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-RESUMEN-NAME
           STRING "$TEMPORALES/RECERT." CIC-CICLO ".RES"
                  DELIMITED BY SIZE INTO W-RESUMEN-NAME
           END-STRING
           OPEN OUTPUT RESUMEN-RECERT
           IF COD-RET-RES NOT = "00"
              DISPLAY "Error abriendo " W-RESUMEN-NAME " " COD-RET-RES
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ESTADO-RECERT
           IF COD-RET-RCE NOT = "00"
              DISPLAY "Error abriendo RECERT.DAT " COD-RET-RCE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "RECERTIFICACION DE ACCESOS EN LINEA - CICLO "
                  CIC-CICLO " - PLAZO " CIC-PLAZO
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           IF CIC-ABIERTO
              MOVE "RESUMEN PRELIMINAR: EL CICLO SIGUE ABIERTO"
                TO W-LINEA-ARMADA
           ELSE
              STRING "CICLO CERRADO EL " CIC-FEC-CIERRE
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           END-IF
           PERFORM 9100-GRABAR-LINEA
           PERFORM 9100-GRABAR-LINEA
           INITIALIZE CONTADORES-RECERT CONTADORES-ENTIDAD
           MOVE SPACES TO W-ENTIDAD-ANTERIOR
           MOVE 0 TO SW-FIN-REG
           MOVE LOW-VALUES TO LLAVE-RECERT
           START ESTADO-RECERT KEY IS NOT LESS THAN LLAVE-RECERT
              INVALID KEY
                 MOVE 1 TO SW-FIN-REG
           END-START
           PERFORM UNTIL SW-FIN-REG = 1
              READ ESTADO-RECERT NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-REG
              END-READ
              IF SW-FIN-REG = 0
                 PERFORM 6100-RESUMIR-AUTORIZACION
              END-IF
           END-PERFORM
           IF W-ENTIDAD-ANTERIOR NOT = SPACES
              PERFORM 6200-TOTAL-ENTIDAD
           END-IF
           CLOSE ESTADO-RECERT
           PERFORM 6300-TOTAL-CICLO
           CLOSE RESUMEN-RECERT
           DISPLAY "RESUMEN EN " W-RESUMEN-NAME
           IF CONT-VENCIDAS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *6100-RESUMIR-AUTORIZACION.
      ******************************************************************
       6100-RESUMIR-AUTORIZACION.
           IF RCE-ENTIDAD NOT = W-ENTIDAD-ANTERIOR
              IF W-ENTIDAD-ANTERIOR NOT = SPACES
                 PERFORM 6200-TOTAL-ENTIDAD
              END-IF
              MOVE RCE-ENTIDAD TO W-ENTIDAD-ANTERIOR
              INITIALIZE CONTADORES-ENTIDAD
              STRING "ENTIDAD " RCE-ENTIDAD
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
              PERFORM 9100-GRABAR-LINEA
           END-IF
           EVALUATE TRUE
              WHEN RCE-CONFIRMADA
                 ADD 1 TO ENT-CONFIRMADAS CONT-CONFIRMADAS
                 MOVE "MANTENIDA"                TO W-TEXTO-ESTADO
              WHEN RCE-REVOCADA
                 ADD 1 TO ENT-REVOCADAS CONT-REVOCADAS
                 MOVE "REVOCADA POR LA ENTIDAD"  TO W-TEXTO-ESTADO
              WHEN RCE-VENCIDA
                 ADD 1 TO ENT-VENCIDAS CONT-VENCIDAS
                 MOVE "SIN RESPUESTA, REVOCADA"  TO W-TEXTO-ESTADO
              WHEN OTHER
                 ADD 1 TO ENT-PENDIENTES CONT-PENDIENTES
                 MOVE "PENDIENTE"                TO W-TEXTO-ESTADO
           END-EVALUATE
           STRING "   " RCE-USUARIO " " RCE-SERVICIO " "
                  W-TEXTO-ESTADO " " RCE-FEC-RESPUESTA " "
                  RCE-APROBADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *6200-TOTAL-ENTIDAD.
      ******************************************************************
       6200-TOTAL-ENTIDAD.
           MOVE ENT-CONFIRMADAS TO W-EDIT-CONTADOR
           MOVE ENT-REVOCADAS   TO W-EDIT-CONTADOR-2
           MOVE ENT-VENCIDAS    TO W-EDIT-CONTADOR-3
           MOVE ENT-PENDIENTES  TO W-EDIT-CONTADOR-4
           STRING "   MANTENIDAS" W-EDIT-CONTADOR
                  "  REVOCADAS" W-EDIT-CONTADOR-2
                  "  SIN RESPUESTA" W-EDIT-CONTADOR-3
                  "  PENDIENTES" W-EDIT-CONTADOR-4
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *6300-TOTAL-CICLO.
      ******************************************************************
       6300-TOTAL-CICLO.
           MOVE CONT-CONFIRMADAS TO W-EDIT-CONTADOR
           STRING "MANTENIDAS.................. " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-REVOCADAS TO W-EDIT-CONTADOR
           STRING "REVOCADAS POR LA ENTIDAD.... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-VENCIDAS TO W-EDIT-CONTADOR
           STRING "SIN RESPUESTA, REVOCADAS.... " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE CONT-PENDIENTES TO W-EDIT-CONTADOR
           STRING "PENDIENTES.................. " W-EDIT-CONTADOR
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           PERFORM 9100-GRABAR-LINEA
           MOVE "FIN DEL RESUMEN" TO W-LINEA-ARMADA
           PERFORM 9100-GRABAR-LINEA.

      ******************************************************************
      *7000-GRABAR-AUDITORIA.
      ** EL MISMO RENGLON QUE DEJA MANTAUTCON
      ******************************************************************
       7000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-AUTORIZA
           IF COD-RET-AUD = "35"
              OPEN OUTPUT AUDITORIA-AUTORIZA
           END-IF
           IF COD-RET-AUD = "00"
              MOVE SPACES TO REG-AUDITORIA
              MOVE FECHA-SISTEMA    TO AUD-FECHA
              MOVE HORA-SIST-HHMMSS TO AUD-HORA
              MOVE W-ACCION         TO AUD-ACCION
              MOVE W-USUARIO        TO AUD-USUARIO
              MOVE W-SERVICIO       TO AUD-SERVICIO
              WRITE REG-AUDITORIA
              CLOSE AUDITORIA-AUTORIZA
           ELSE
              DISPLAY "AVISO: NO SE PUDO AUDITAR (" COD-RET-AUD ")"
           END-IF.

      ******************************************************************
      *7100-REVOCAR-AUTORIZACION.
      ** "R" COMO MANTAUTCON REVOCAR. LA QUE YA NO ESTA ACTIVA (SE
      ** REVOCO A MANO DURANTE EL CICLO) NO SE TOCA NI SE AUDITA
      ******************************************************************
       7100-REVOCAR-AUTORIZACION.
           MOVE W-USUARIO  TO AUT-USUARIO
           MOVE W-SERVICIO TO AUT-SERVICIO
           READ REGISTRO-AUTORIZA
              INVALID KEY
                 DISPLAY "AUTORIZACION INEXISTENTE: " W-USUARIO
                         " " W-SERVICIO
              NOT INVALID KEY
                 IF AUT-ESTADO = "A"
                    MOVE "R"           TO AUT-ESTADO
                    MOVE FECHA-SISTEMA TO AUT-FEC-ESTADO
                    REWRITE REG-AUTORIZA
                    DISPLAY "AUTORIZACION " W-ACCION ": " W-USUARIO
                            " " W-SERVICIO
                    PERFORM 7000-GRABAR-AUDITORIA
                 END-IF
           END-READ.

      ******************************************************************
      *9100-GRABAR-LINEA.
      ******************************************************************
       9100-GRABAR-LINEA.
           MOVE W-LINEA-ARMADA TO REG-RESUMEN
           WRITE REG-RESUMEN
           DISPLAY W-LINEA-ARMADA
           MOVE SPACES TO W-LINEA-ARMADA.

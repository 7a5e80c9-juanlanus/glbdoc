      * PREBIND.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PREBIND.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Bind central de los paquetes DB2 de la noche: LEESCORE,
      ** LSCORE, TESDB2 y TSTDB2 hacen cada uno, en cada corrida, todo
      ** el 1000-BIND-RUTSQL contra $HCOBND (macro .BIND en
      ** $TEMPORALES, bind ADD y bind REPLACE), lo que suma minutos a
      ** la cadena y la voltea de noche si el directorio de binds
      ** tiene un problema. Este programa va como PRIMER paso del
      ** archivo de control de EJECTRAB, con condicion SIEMPRE:
      **   PREBIND             SIEMPRE
      ** bindea de una vez todos los paquetes de la lista y asienta
      ** cada uno en $TEMPORALES/PAQUETES.DAT (PAQUETES.FS/FD) con la
      ** version del .bnd bindeado y la fecha y hora del bind. Cada
      ** programa consulta ese registro por VERPAQUETE.CBL antes de
      ** su propio bind y lo omite si su paquete quedo vigente; solo
      ** bindea por su cuenta si el paquete falta, si el bind central
      ** fallo o si el .bnd cambio despues (un pase en el dia).
      **
      ** ENTRADA
      **   $TEMPORALES/PREBIND.CFG     los paquetes de la noche, un
      **                               renglon "<paquete> <alias>"
      **                               por paquete y base: el nombre
      **                               del .bnd en $HCOBND (el
      **                               WS-PROGRAMA del programa, p.ej.
      **                               LEESCO) y el alias de la base
      **                               ("*" adelante = comentario)
      ** El bind se hace con la autorizacion del usuario que corre la
      ** cadena (CONNECT sin usuario/clave), que debe tener permiso de
      ** bind sobre la coleccion COBOLAPP; la macro de cada paquete
      ** queda en $TEMPORALES/<paquete>.PREBIND para revisarla.
      **
      ** RC 0 todos bindeados; RC 8 alguno fallo o no tiene .bnd (los
      ** programas de esos paquetes bindean por su cuenta, como
      ** antes); RC 16 sin variables de ambiente, sin lista o sin
      ** registro.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PAQUETES.FS.

           SELECT LISTA-PAQUETES
                  ASSIGN TO "$TEMPORALES/PREBIND.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CFG.

      *    macro de comandos db2 de un paquete
           SELECT ARC-BIND
                  ASSIGN TO DISK W-BIND-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-BIND.

      *    codigo de retorno que deja la macro al terminar
           SELECT ARCHIVO-RC-BIND
                  ASSIGN TO DISK W-RC-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-RC-BIND.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY PAQUETES.FD.

       FD  LISTA-PAQUETES.
       01  REG-LISTA-PAQUETES          PIC X(80).

       FD  ARC-BIND.
       01  REG-BIND                    PIC X(200).

       FD  ARCHIVO-RC-BIND.
       01  REG-RC-BIND                 PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-PAQ              PIC X(2) VALUE ZEROS.
       01 COD-RET-CFG              PIC X(2) VALUE ZEROS.
       01 COD-RET-BIND             PIC X(2) VALUE ZEROS.
       01 COD-RET-RC-BIND          PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 W-PAQUETES-NAME          PIC X(80)
                                   VALUE "$TEMPORALES/PAQUETES.DAT".
       01 W-BIND-NAME              PIC X(80) VALUE SPACES.
       01 W-RC-NAME                PIC X(80) VALUE SPACES.
       01 W-COMANDO-SYST           PIC X(300) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).
       01 SW-FIN-LISTA             PIC 9(01) VALUE 0.
       01 W-PAQUETE                PIC X(08) VALUE SPACES.
       01 W-ALIAS                  PIC X(15) VALUE SPACES.
       01 W-RC-BIND                PIC 9(04) VALUE 0.
       01 W-RC-FINAL               PIC 9(02) VALUE 0.

      **** VERSION DEL .bnd (VERPAQUETE.CBL)
       01 VERPAQ-ALIAS             PIC X(15) VALUE SPACES.
       01 VERPAQ-RESULTADO         PIC 9(01) VALUE 0.
       01 VERPAQ-SELLO             PIC X(26) VALUE SPACES.

       01 CONTADORES-PREBIND.
          02 CONT-PAQUETES            PIC 9(04) VALUE 0.
          02 CONT-BINDEADOS           PIC 9(04) VALUE 0.
          02 CONT-FALLIDOS            PIC 9(04) VALUE 0.
          02 CONT-SIN-BND             PIC 9(04) VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Bind central de los paquetes DB2 de la noche *"
           DISPLAY "*           PROGRAMA : PREBIND.CBL              *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           PERFORM 1000-ABRIR-ARCHIVOS
           MOVE 0 TO SW-FIN-LISTA
           PERFORM UNTIL SW-FIN-LISTA = 1
              READ LISTA-PAQUETES
                 AT END MOVE 1 TO SW-FIN-LISTA
              END-READ
              IF SW-FIN-LISTA = 0
                 AND REG-LISTA-PAQUETES NOT = SPACES
                 AND REG-LISTA-PAQUETES(1:1) NOT = "*"
                 PERFORM 2000-BINDEAR-PAQUETE
              END-IF
           END-PERFORM
           CLOSE LISTA-PAQUETES REGISTRO-PAQUETES
           PERFORM 4000-MOSTRAR-CONTADORES
           STOP RUN.

      ******************************************************************
      *0500-VALIDAR-VARIABLES-ENTORNO
      *VALIDA, ANTES DE ABRIR EL PRIMER ARCHIVO O DE HACER EL PRIMER
      *BIND, QUE LAS VARIABLES DE AMBIENTE QUE NECESITA ESTEN
      *DEFINIDAS ($HCOBND PARA LOS .bnd, $TEMPORALES PARA LA LISTA,
      *LAS MACROS Y EL REGISTRO). VER
      *expco/entorno/VARIABLES-ENTORNO.txt
      ******************************************************************
       0500-VALIDAR-VARIABLES-ENTORNO.
           MOVE "HCOBND" TO VAR-ENTORNO-CHK
           DISPLAY VAR-ENTORNO-CHK UPON ENVIRONMENT-NAME
           ACCEPT VAR-ENTORNO-CHK FROM ENVIRONMENT-VALUE
           IF VAR-ENTORNO-CHK = "HCOBND"
              DISPLAY "No se ha fijado: $HCOBND!!!!! "
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "TEMPORALES" TO VAR-ENTORNO-CHK
           DISPLAY VAR-ENTORNO-CHK UPON ENVIRONMENT-NAME
           ACCEPT VAR-ENTORNO-CHK FROM ENVIRONMENT-VALUE
           IF VAR-ENTORNO-CHK = "TEMPORALES"
              DISPLAY "No se ha fijado: $TEMPORALES!!!!! "
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *1000-ABRIR-ARCHIVOS.
      ** SIN LISTA NO HAY NADA QUE BINDEAR; EL REGISTRO SE CREA SI
      ** TODAVIA NO EXISTE
      ******************************************************************
       1000-ABRIR-ARCHIVOS.
           OPEN INPUT LISTA-PAQUETES
           IF COD-RET-CFG NOT = "00"
              DISPLAY "PREBIND - NO SE PUDO ABRIR PREBIND.CFG ("
                      COD-RET-CFG ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O REGISTRO-PAQUETES
           IF COD-RET-PAQ = "35"
              OPEN OUTPUT REGISTRO-PAQUETES
              IF COD-RET-PAQ = "00"
                 CLOSE REGISTRO-PAQUETES
                 OPEN I-O REGISTRO-PAQUETES
              END-IF
           END-IF
           IF COD-RET-PAQ NOT = "00"
              DISPLAY "PREBIND - NO SE PUDO ABRIR PAQUETES.DAT ("
                      COD-RET-PAQ ")"
              CLOSE LISTA-PAQUETES
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *2000-BINDEAR-PAQUETE.
      ** UN RENGLON DE LA LISTA: SE TOMA LA VERSION DEL .bnd, SE ARMA
      ** Y CORRE LA MACRO DE BIND Y SE ASIENTA EL RESULTADO
      ******************************************************************
       2000-BINDEAR-PAQUETE.
           ADD 1 TO CONT-PAQUETES
           MOVE SPACES TO W-PAQUETE W-ALIAS
           UNSTRING REG-LISTA-PAQUETES DELIMITED BY ALL " "
                    INTO W-PAQUETE W-ALIAS
           END-UNSTRING
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           MOVE SPACES TO REG-PAQUETES
           INITIALIZE REG-PAQUETES
           MOVE W-PAQUETE        TO PAQ-PAQUETE
           MOVE W-ALIAS          TO PAQ-ALIAS
           MOVE FECHA-SISTEMA    TO PAQ-FEC-BIND
           MOVE HORA-SIST-HHMMSS TO PAQ-HORA-BIND
           CALL "VERPAQUETE" USING W-PAQUETE VERPAQ-ALIAS
                                   VERPAQ-RESULTADO VERPAQ-SELLO
           ON EXCEPTION
              MOVE SPACES TO VERPAQ-SELLO
           END-CALL
           IF VERPAQ-SELLO = SPACES
              DISPLAY "PREBIND - " W-PAQUETE " SIN .bnd EN $HCOBND"
              SET PAQ-SIN-BND TO TRUE
              ADD 1 TO CONT-SIN-BND
           ELSE
              MOVE VERPAQ-SELLO TO PAQ-SELLO-BND
              PERFORM 2100-ARMAR-MACRO
              PERFORM 2200-CORRER-MACRO
              MOVE W-RC-BIND TO PAQ-RC-BIND
              IF W-RC-BIND = 0
                 SET PAQ-BIND-OK TO TRUE
                 ADD 1 TO CONT-BINDEADOS
                 DISPLAY "PREBIND - " W-PAQUETE " EN " W-ALIAS
                         " BINDEADO (.bnd " PAQ-BND-FECHA " "
                         PAQ-BND-HORA ")"
              ELSE
                 SET PAQ-BIND-FALLIDO TO TRUE
                 ADD 1 TO CONT-FALLIDOS
                 DISPLAY "PREBIND - " W-PAQUETE " EN " W-ALIAS
                         " BIND FALLIDO (RC " W-RC-BIND "), VER "
                         W-BIND-NAME
              END-IF
           END-IF
           PERFORM 3000-ASENTAR-PAQUETE.

      ******************************************************************
      *2100-ARMAR-MACRO.
      ** LOS MISMOS COMANDOS DEL 1000-BIND-RUTSQL DE LOS PROGRAMAS
      ** (BIND ADD POR SI EL PAQUETE NO ESTABA, BIND REPLACE PARA
      ** ACTUALIZARLO); EL BIND SALE BIEN SI CUALQUIERA DE LOS DOS
      ** TERMINO SIN ERROR (RC DEL CLP MENOR A 4), Y LA MACRO DEJA SU
      ** RC EN $TEMPORALES/<paquete>.RCB
      ******************************************************************
       2100-ARMAR-MACRO.
           MOVE SPACES TO W-BIND-NAME W-RC-NAME
           STRING "$TEMPORALES/" DELIMITED BY SIZE
                  W-PAQUETE      DELIMITED BY SPACE
                  ".PREBIND"     DELIMITED BY SIZE
                  INTO W-BIND-NAME
           END-STRING
           STRING "$TEMPORALES/" DELIMITED BY SIZE
                  W-PAQUETE      DELIMITED BY SPACE
                  ".RCB"         DELIMITED BY SIZE
                  INTO W-RC-NAME
           END-STRING
           OPEN OUTPUT ARC-BIND
           MOVE SPACES TO REG-BIND
           STRING "db2 CONNECT TO " DELIMITED BY SIZE
                  W-ALIAS           DELIMITED BY SPACE
                  INTO REG-BIND
           END-STRING
           WRITE REG-BIND
           MOVE SPACES TO REG-BIND
           STRING "db2 bind $HCOBND/" DELIMITED BY SIZE
                  W-PAQUETE           DELIMITED BY SPACE
                  ".bnd ACTION ADD COLLECTION COBOLAPP"
                                      DELIMITED BY SIZE
                  INTO REG-BIND
           END-STRING
           WRITE REG-BIND
           MOVE "RCA=$?" TO REG-BIND
           WRITE REG-BIND
           MOVE SPACES TO REG-BIND
           STRING "db2 bind $HCOBND/" DELIMITED BY SIZE
                  W-PAQUETE           DELIMITED BY SPACE
                  ".bnd ACTION REPLACE REPLVER V8 RETAIN YES "
                                      DELIMITED BY SIZE
                  "COLLECTION COBOLAPP"
                                      DELIMITED BY SIZE
                  INTO REG-BIND
           END-STRING
           WRITE REG-BIND
           MOVE "RCB=$?" TO REG-BIND
           WRITE REG-BIND
           MOVE "db2 quit" TO REG-BIND
           WRITE REG-BIND
           MOVE "if [ $RCA -lt 4 -o $RCB -lt 4 ] ; then RCB=0 ; fi"
             TO REG-BIND
           WRITE REG-BIND
           MOVE SPACES TO REG-BIND
           STRING "printf '%4.4d' $RCB > " DELIMITED BY SIZE
                  W-RC-NAME                DELIMITED BY SPACE
                  INTO REG-BIND
           END-STRING
           WRITE REG-BIND
           CLOSE ARC-BIND.

      ******************************************************************
      *2200-CORRER-MACRO.
      ** SI LA MACRO NO LLEGA A DEJAR SU RC (NO CORRIO) EL BIND SE
      ** TOMA COMO FALLIDO
      ******************************************************************
       2200-CORRER-MACRO.
           MOVE SPACES TO W-COMANDO-SYST
           STRING "rm -f "    DELIMITED BY SIZE
                  W-RC-NAME   DELIMITED BY SPACE
                  " ; sh "    DELIMITED BY SIZE
                  W-BIND-NAME DELIMITED BY SPACE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE 9999 TO W-RC-BIND
           OPEN INPUT ARCHIVO-RC-BIND
           IF COD-RET-RC-BIND = "00"
              MOVE SPACES TO REG-RC-BIND
              READ ARCHIVO-RC-BIND NEXT RECORD
                 AT END CONTINUE
              END-READ
              IF REG-RC-BIND(1:4) IS NUMERIC
                 MOVE REG-RC-BIND(1:4) TO W-RC-BIND
              END-IF
              CLOSE ARCHIVO-RC-BIND
           END-IF.

      ******************************************************************
      *3000-ASENTAR-PAQUETE.
      ******************************************************************
       3000-ASENTAR-PAQUETE.
           WRITE REG-PAQUETES
              INVALID KEY
                 REWRITE REG-PAQUETES
                    INVALID KEY
                       DISPLAY "PREBIND - NO SE PUDO ASENTAR "
                               W-PAQUETE " (" COD-RET-PAQ ")"
                 END-REWRITE
           END-WRITE.

      ******************************************************************
      *4000-MOSTRAR-CONTADORES.
      ******************************************************************
       4000-MOSTRAR-CONTADORES.
           DISPLAY "Paquetes en la lista........ " CONT-PAQUETES
           DISPLAY "Bindeados................... " CONT-BINDEADOS
           DISPLAY "Bind fallido................ " CONT-FALLIDOS
           DISPLAY "Sin .bnd en $HCOBND......... " CONT-SIN-BND
           IF CONT-FALLIDOS > 0 OR CONT-SIN-BND > 0
              MOVE 8 TO W-RC-FINAL
           ELSE
              MOVE 0 TO W-RC-FINAL
           END-IF
           MOVE W-RC-FINAL TO RETURN-CODE.

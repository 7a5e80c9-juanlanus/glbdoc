      * VERPAQUETE.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VERPAQUETE.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Verificacion del paquete DB2 de un programa antes de su bind
      ** dinamico: LEESCORE, LSCORE, TESDB2 y TSTDB2 llaman aqui antes
      ** de 1000-BIND-RUTSQL y solo bindean por su cuenta si el paquete
      ** no quedo vigente del paso central PREBIND.CBL de la cadena.
      **
      ** CALL "VERPAQUETE" USING <paquete X(08)> <alias X(15)>
      **                         <resultado 9(01)> <sello X(26)>
      **
      ** PAQUETE: el nombre del .bnd en $HCOBND (el WS-PROGRAMA del
      ** llamador); ALIAS: la base contra la que se va a conectar.
      ** RESULTADO: 0 el paquete esta vigente, se puede omitir el
      ** bind; 1 hay que bindear (sin registro en PAQUETES.DAT, el
      ** bind central fallo, o el .bnd cambio desde ese bind).
      ** SELLO: se devuelve la version del .bnd de hoy (AAAAMMDD,
      ** HHMMSS y tamano de 12 digitos), en blanco si no esta. Con
      ** el alias en blanco solo se devuelve el sello, sin mirar el
      ** registro: asi lo usa PREBIND, que tiene PAQUETES.DAT abierto
      ** para actualizarlo.
      **
      ** Como la bitacora de corridas, nunca voltea al llamador: ante
      ** cualquier duda devuelve 1 y el programa bindea como siempre.
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

      *    version del .bnd relevada por un comando de shell (ver
      *    2000-SELLAR-BND)
           SELECT ARCHIVO-SELLO
                  ASSIGN TO DISK W-SELLO-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-SELLO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY PAQUETES.FD.

       FD  ARCHIVO-SELLO.
       01  REG-SELLO                   PIC X(30).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-PAQ              PIC X(2) VALUE ZEROS.
       01 COD-RET-SELLO            PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 W-PAQUETES-NAME          PIC X(80)
                                   VALUE "$TEMPORALES/PAQUETES.DAT".
       01 W-SELLO-NAME             PIC X(80) VALUE SPACES.
       01 W-COMANDO-SYST           PIC X(300) VALUE SPACES.
       01 SW-REGISTRO-HALLADO      PIC 9(01) VALUE 0.
       01 W-SELLO-BND.
          02 W-SELLO-FECHA            PIC 9(08).
          02 W-SELLO-HORA             PIC 9(06).
          02 W-SELLO-TAMANO           PIC 9(12).
       01 W-SELLO-TEXTO REDEFINES W-SELLO-BND PIC X(26).

       LINKAGE SECTION.
       01 PAQUETE-LK               PIC X(08).
       01 ALIAS-LK                 PIC X(15).
       01 RESULTADO-LK             PIC 9(01).
       01 SELLO-LK                 PIC X(26).

      ******************************************************************
       PROCEDURE DIVISION USING PAQUETE-LK ALIAS-LK RESULTADO-LK
                                SELLO-LK.
      ******************************************************************
      *0000-VERIFICAR-PAQUETE.
      ******************************************************************
       0000-VERIFICAR-PAQUETE.
           MOVE 1 TO RESULTADO-LK
           MOVE SPACES TO SELLO-LK
      *    sin $TEMPORALES o $HCOBND no hay registro ni .bnd que
      *    mirar; el bind propio del llamador avisa lo que falte
           MOVE "TEMPORALES" TO VAR-ENTORNO-CHK
           DISPLAY VAR-ENTORNO-CHK UPON ENVIRONMENT-NAME
           ACCEPT VAR-ENTORNO-CHK FROM ENVIRONMENT-VALUE
           IF VAR-ENTORNO-CHK = "TEMPORALES"
              EXIT PROGRAM
           END-IF
           MOVE "HCOBND" TO VAR-ENTORNO-CHK
           DISPLAY VAR-ENTORNO-CHK UPON ENVIRONMENT-NAME
           ACCEPT VAR-ENTORNO-CHK FROM ENVIRONMENT-VALUE
           IF VAR-ENTORNO-CHK = "HCOBND"
              EXIT PROGRAM
           END-IF
           PERFORM 2000-SELLAR-BND
           IF SELLO-LK = SPACES
              DISPLAY "VERPAQUETE - SIN " PAQUETE-LK ".bnd EN $HCOBND"
              EXIT PROGRAM
           END-IF
           IF ALIAS-LK = SPACES
              EXIT PROGRAM
           END-IF
           PERFORM 1000-LEER-REGISTRO
           IF SW-REGISTRO-HALLADO = 1
              PERFORM 3000-COMPARAR-SELLO
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      *1000-LEER-REGISTRO.
      ** EL ASIENTO DEL BIND CENTRAL PARA ESTE PAQUETE Y BASE, SI LO
      ** HAY
      ******************************************************************
       1000-LEER-REGISTRO.
           MOVE 0 TO SW-REGISTRO-HALLADO
           OPEN INPUT REGISTRO-PAQUETES
           IF COD-RET-PAQ NOT = "00"
              DISPLAY "VERPAQUETE - SIN REGISTRO DE PAQUETES ("
                      COD-RET-PAQ "), " PAQUETE-LK " SE BINDEA"
           ELSE
              MOVE PAQUETE-LK TO PAQ-PAQUETE
              MOVE ALIAS-LK   TO PAQ-ALIAS
              READ REGISTRO-PAQUETES
                 INVALID KEY
                    DISPLAY "VERPAQUETE - " PAQUETE-LK " EN " ALIAS-LK
                            " SIN BIND CENTRAL, SE BINDEA"
                 NOT INVALID KEY
                    MOVE 1 TO SW-REGISTRO-HALLADO
              END-READ
              CLOSE REGISTRO-PAQUETES
           END-IF.

      ******************************************************************
      *2000-SELLAR-BND.
      ** LA VERSION DEL .bnd DE HOY: UN COMANDO DE SHELL DEJA FECHA,
      ** HORA Y TAMANO DEL ARCHIVO EN $TEMPORALES/<paquete>.SELLO
      ** (26 DIGITOS, O "NOFILE" SI NO EXISTE), COMO EL RELEVO DE
      ** TAMANO DEL PASO ESPERARCH DE EJECTRAB
      ******************************************************************
       2000-SELLAR-BND.
           MOVE SPACES TO W-SELLO-NAME
           STRING "$TEMPORALES/"      DELIMITED BY SIZE
                  PAQUETE-LK          DELIMITED BY SPACE
                  ".SELLO"            DELIMITED BY SIZE
                  INTO W-SELLO-NAME
           END-STRING
           MOVE SPACES TO W-COMANDO-SYST
           STRING "f=$HCOBND/"        DELIMITED BY SIZE
                  PAQUETE-LK          DELIMITED BY SPACE
                  ".bnd ; if [ -f $f ] ; then printf '%s%12.12d' "
                                      DELIMITED BY SIZE
                  "`date -r $f +%Y%m%d%H%M%S` `wc -c < $f` > "
                                      DELIMITED BY SIZE
                  W-SELLO-NAME        DELIMITED BY SPACE
                  " ; else echo NOFILE > "
                                      DELIMITED BY SIZE
                  W-SELLO-NAME        DELIMITED BY SPACE
                  " ; fi"             DELIMITED BY SIZE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE SPACES TO W-SELLO-TEXTO
           OPEN INPUT ARCHIVO-SELLO
           IF COD-RET-SELLO = "00"
              MOVE SPACES TO REG-SELLO
              READ ARCHIVO-SELLO NEXT RECORD
                 AT END CONTINUE
              END-READ
              MOVE REG-SELLO(1:26) TO W-SELLO-TEXTO
              CLOSE ARCHIVO-SELLO
           END-IF
           IF W-SELLO-TEXTO IS NUMERIC
              MOVE W-SELLO-TEXTO TO SELLO-LK
           END-IF.

      ******************************************************************
      *3000-COMPARAR-SELLO.
      ** VIGENTE = EL BIND CENTRAL TERMINO BIEN Y SE HIZO CON EL MISMO
      ** .bnd QUE HAY HOY EN $HCOBND
      ******************************************************************
       3000-COMPARAR-SELLO.
           EVALUATE TRUE
              WHEN NOT PAQ-BIND-OK
                 DISPLAY "VERPAQUETE - " PAQUETE-LK " EN " ALIAS-LK
                         " CON BIND CENTRAL FALLIDO (" PAQ-ESTADO
                         "), SE BINDEA"
              WHEN PAQ-SELLO-BND NOT = SELLO-LK
                 DISPLAY "VERPAQUETE - " PAQUETE-LK " EN " ALIAS-LK
                         " DESACTUALIZADO (EL .bnd CAMBIO DESDE EL "
                         "BIND DEL " PAQ-FEC-BIND "), SE BINDEA"
              WHEN OTHER
                 DISPLAY "VERPAQUETE - " PAQUETE-LK " EN " ALIAS-LK
                         " VIGENTE (BIND DEL " PAQ-FEC-BIND " "
                         PAQ-HORA-BIND "), SE OMITE EL BIND"
                 MOVE 0 TO RESULTADO-LK
           END-EVALUATE.

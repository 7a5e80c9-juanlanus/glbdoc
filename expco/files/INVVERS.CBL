      * INVVERS.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVVERS.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Inventario de versiones por ambiente: cada fuente lleva su
      ** linea de version ("LEESCORE.v.01.0001") y cada corrida la
      ** informa a REGCORRIDA, que deja en VERSIONES.DAT de su
      ** instalacion la ultima version corrida por programa. Este
      ** programa junta los registros de los ambientes y lista, por
      ** programa, la version que corrio por ultima vez en
      ** DESARROLLO, PRUEBAS y PRODUCCION, y senala:
      **   DIFIERE PRUEBAS/PRODUCCION  las dos ultimas versiones no
      **                               son la misma;
      **   SIN CORRER <version> EN <ambiente>
      **                               el catalogo de fuentes trae
      **                               una version que ese ambiente
      **                               todavia no corrio (corrio otra
      **                               por ultima vez);
      **   NUNCA CORRIO                esta en el catalogo y en ningun
      **                               registro.
      ** CARACTPER y sus personalizaciones de cliente se asientan por
      ** separado (CARACTPER, CARACTP22, CARACTP29).
      **
      ** ENTRADAS
      **   $TEMPORALES/VERSIONES.DAT   el registro de esta instalacion
      **   $TEMPORALES/INVVERS.CFG     opcional: la ruta del
      **                               VERSIONES.DAT de cada uno de
      **                               los otros ambientes, una por
      **                               renglon ("*" adelante =
      **                               comentario)
      **   $TEMPORALES/VERSIONES.CAT   opcional: catalogo de los
      **                               fuentes entregados, renglones
      **                               "<programa> <version>" con el
      **                               nombre que el programa informa
      **                               a REGCORRIDA; lo arma la
      **                               instalacion con la linea de
      **                               version de cada fuente
      ** SALIDA
      **   $TEMPORALES/INVVERS.<AAAAMMDD> y resumen por consola.
      **
      ** RC 0 sin observaciones; RC 4 con observaciones; RC 8 sin
      ** registro de versiones en esta instalacion.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VERSIONES.FS.

           SELECT OPTIONAL AMBIENTES-INV
                  ASSIGN TO "$TEMPORALES/INVVERS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CFG.

           SELECT OPTIONAL CATALOGO-VERSIONES
                  ASSIGN TO "$TEMPORALES/VERSIONES.CAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CAT.

           SELECT INFORME-VERSIONES
                  ASSIGN TO DISK W-INFORME-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-INF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY VERSIONES.FD.

       FD  AMBIENTES-INV.
       01  REG-AMBIENTE-INV            PIC X(80).

       FD  CATALOGO-VERSIONES.
       01  REG-CATALOGO                PIC X(80).

       FD  INFORME-VERSIONES.
       01  REG-INFORME                 PIC X(140).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-VERS             PIC X(2) VALUE ZEROS.
       01 COD-RET-CFG              PIC X(2) VALUE ZEROS.
       01 COD-RET-CAT              PIC X(2) VALUE ZEROS.
       01 COD-RET-INF              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 W-VERSIONES-NAME         PIC X(80)
                                   VALUE "$TEMPORALES/VERSIONES.DAT".
       01 W-INFORME-NAME           PIC X(80) VALUE SPACES.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 SW-FIN-REG               PIC 9(01) VALUE 0.
       01 W-LINEA-ARMADA           PIC X(140) VALUE SPACES.
       01 W-CAT-PROGRAMA           PIC X(10) VALUE SPACES.
       01 W-CAT-VERSION            PIC X(24) VALUE SPACES.
       01 W-PROGRAMA-BUSCADO       PIC X(10) VALUE SPACES.

      **** UN RENGLON POR PROGRAMA; AMBIENTE 1 DESARROLLO, 2 PRUEBAS,
      **** 3 PRODUCCION
       01 PRG-TOPE                 PIC 9(04) VALUE 0.
       01 PRG-MAXIMO               PIC 9(04) VALUE 500.
       01 IX-PRG                   PIC 9(04) VALUE 0.
       01 IX-AMB                   PIC 9(01) VALUE 0.
       01 TABLA-PROGRAMAS.
          02 PRG-ENTRADA OCCURS 500 TIMES.
             03 PRG-PROGRAMA          PIC X(10).
             03 PRG-CATALOGO          PIC X(24).
             03 PRG-AMBIENTE OCCURS 3 TIMES.
                04 PRG-VERSION        PIC X(24).
                04 PRG-FEC-ULTIMA     PIC 9(08).
                04 PRG-FEC-DESDE      PIC 9(08).
                04 PRG-VERSION-ANT    PIC X(24).
       01 TABLA-AMBIENTES-VALORES.
          02 FILLER                   PIC X(10) VALUE "DESARROLLO".
          02 FILLER                   PIC X(10) VALUE "PRUEBAS".
          02 FILLER                   PIC X(10) VALUE "PRODUCCION".
       01 TABLA-AMBIENTES REDEFINES TABLA-AMBIENTES-VALORES.
          02 AMB-NOMBRE OCCURS 3 TIMES PIC X(10).

      **** RENGLON DEL INFORME: EL AMBIENTE DONDE NO CORRIO VA EN
      **** BLANCO
       01 W-RENGLON-PROGRAMA.
          02 RNG-PROGRAMA             PIC X(10).
          02 FILLER                   PIC X(01).
          02 RNG-AMBIENTE OCCURS 3 TIMES.
             03 RNG-VERSION           PIC X(24).
             03 FILLER                PIC X(01).
             03 RNG-FECHA             PIC X(08).
             03 FILLER                PIC X(01).
          02 RNG-CATALOGO             PIC X(24).

       01 CONTADORES-INVENTARIO.
          02 CONT-REGISTROS           PIC 9(06) VALUE 0.
          02 CONT-REGISTROS-LEIDOS    PIC 9(06) VALUE 0.
          02 CONT-OTRO-AMBIENTE       PIC 9(06) VALUE 0.
          02 CONT-SIN-LUGAR           PIC 9(06) VALUE 0.
          02 CONT-DIFIEREN            PIC 9(06) VALUE 0.
          02 CONT-SIN-CORRER          PIC 9(06) VALUE 0.
          02 CONT-NUNCA               PIC 9(06) VALUE 0.
       01 SW-PROGRAMA-OBSERVADO    PIC 9(01) VALUE 0.
       01 SW-CORRIO-ALGUNA         PIC 9(01) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Inventario de versiones por ambiente          *"
           DISPLAY "*           PROGRAMA : INVVERS.CBL              *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           INITIALIZE TABLA-PROGRAMAS
           PERFORM 1000-CARGAR-REGISTRO
           IF CONT-REGISTROS = 0
              DISPLAY "SIN REGISTRO DE VERSIONES VERSIONES.DAT ("
                      COD-RET-VERS ")"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1100-CARGAR-OTROS-AMBIENTES
           PERFORM 2000-CARGAR-CATALOGO
           PERFORM 3000-EMITIR-INFORME
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
      *1000-CARGAR-REGISTRO.
      ** UN VERSIONES.DAT COMPLETO (EL NOMBRE EN W-VERSIONES-NAME);
      ** CADA REGISTRO TRAE SU AMBIENTE
      ******************************************************************
       1000-CARGAR-REGISTRO.
           MOVE 0 TO CONT-REGISTROS-LEIDOS
           OPEN INPUT REGISTRO-VERSIONES
           IF COD-RET-VERS NOT = "00"
              DISPLAY "NO SE PUDO LEER " W-VERSIONES-NAME
                      " (" COD-RET-VERS ")"
           ELSE
              MOVE 0 TO SW-FIN-REG
              PERFORM UNTIL SW-FIN-REG = 1
                 READ REGISTRO-VERSIONES NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-REG
                 END-READ
                 IF SW-FIN-REG = 0
                    ADD 1 TO CONT-REGISTROS CONT-REGISTROS-LEIDOS
                    PERFORM 1200-TOMAR-VERSION
                 END-IF
              END-PERFORM
              CLOSE REGISTRO-VERSIONES
              DISPLAY "LEIDO " W-VERSIONES-NAME " : "
                      CONT-REGISTROS-LEIDOS " REGISTROS"
           END-IF.

      ******************************************************************
      *1100-CARGAR-OTROS-AMBIENTES.
      ******************************************************************
       1100-CARGAR-OTROS-AMBIENTES.
           OPEN INPUT AMBIENTES-INV
           MOVE 0 TO SW-FIN-REG
           IF COD-RET-CFG NOT = "00"
              MOVE 1 TO SW-FIN-REG
           END-IF
           PERFORM UNTIL SW-FIN-REG = 1
              READ AMBIENTES-INV
                 AT END MOVE 1 TO SW-FIN-REG
              END-READ
              IF SW-FIN-REG = 0
                 AND REG-AMBIENTE-INV NOT = SPACES
                 AND REG-AMBIENTE-INV(1:1) NOT = "*"
                 MOVE REG-AMBIENTE-INV TO W-VERSIONES-NAME
                 PERFORM 1000-CARGAR-REGISTRO
                 MOVE 0 TO SW-FIN-REG
              END-IF
           END-PERFORM
           IF COD-RET-CFG = "00" OR COD-RET-CFG = "10"
              CLOSE AMBIENTES-INV
           END-IF.

      ******************************************************************
      *1200-TOMAR-VERSION.
      ** SI EL MISMO PROGRAMA Y AMBIENTE VIENE EN DOS REGISTROS
      ** (DOS INSTALACIONES CON EL MISMO PERFIL) GANA LA CORRIDA MAS
      ** RECIENTE
      ******************************************************************
       1200-TOMAR-VERSION.
           MOVE 0 TO IX-AMB
           EVALUATE VER-AMBIENTE
              WHEN AMB-NOMBRE(1)
                 MOVE 1 TO IX-AMB
              WHEN AMB-NOMBRE(2)
                 MOVE 2 TO IX-AMB
              WHEN AMB-NOMBRE(3)
                 MOVE 3 TO IX-AMB
              WHEN OTHER
                 ADD 1 TO CONT-OTRO-AMBIENTE
           END-EVALUATE
           IF IX-AMB > 0
              MOVE VER-PROGRAMA TO W-PROGRAMA-BUSCADO
              PERFORM 1300-UBICAR-PROGRAMA
              IF IX-PRG > 0
                 IF VER-FEC-ULTIMA NOT <
                    PRG-FEC-ULTIMA(IX-PRG IX-AMB)
                    MOVE VER-VERSION
                      TO PRG-VERSION(IX-PRG IX-AMB)
                    MOVE VER-FEC-ULTIMA
                      TO PRG-FEC-ULTIMA(IX-PRG IX-AMB)
                    MOVE VER-FEC-DESDE
                      TO PRG-FEC-DESDE(IX-PRG IX-AMB)
                    MOVE VER-VERSION-ANT
                      TO PRG-VERSION-ANT(IX-PRG IX-AMB)
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *1300-UBICAR-PROGRAMA.
      ** DEVUELVE EN IX-PRG EL RENGLON DEL PROGRAMA, AGREGANDOLO SI
      ** NO ESTABA; CERO SI LA TABLA ESTA LLENA
      ******************************************************************
       1300-UBICAR-PROGRAMA.
           MOVE 0 TO IX-PRG
           PERFORM VARYING IX-PRG FROM 1 BY 1
                     UNTIL IX-PRG > PRG-TOPE
                        OR PRG-PROGRAMA(IX-PRG) = W-PROGRAMA-BUSCADO
              CONTINUE
           END-PERFORM
           IF IX-PRG > PRG-TOPE
              IF PRG-TOPE < PRG-MAXIMO
                 ADD 1 TO PRG-TOPE
                 MOVE PRG-TOPE TO IX-PRG
                 MOVE W-PROGRAMA-BUSCADO TO PRG-PROGRAMA(IX-PRG)
              ELSE
                 ADD 1 TO CONT-SIN-LUGAR
                 MOVE 0 TO IX-PRG
              END-IF
           END-IF.

      ******************************************************************
      *2000-CARGAR-CATALOGO.
      ******************************************************************
       2000-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO-VERSIONES
           MOVE 0 TO SW-FIN-REG
           IF COD-RET-CAT NOT = "00"
              MOVE 1 TO SW-FIN-REG
           END-IF
           PERFORM UNTIL SW-FIN-REG = 1
              READ CATALOGO-VERSIONES
                 AT END MOVE 1 TO SW-FIN-REG
              END-READ
              IF SW-FIN-REG = 0
                 AND REG-CATALOGO NOT = SPACES
                 AND REG-CATALOGO(1:1) NOT = "*"
                 MOVE SPACES TO W-CAT-PROGRAMA W-CAT-VERSION
                 UNSTRING REG-CATALOGO DELIMITED BY ALL " "
                          INTO W-CAT-PROGRAMA W-CAT-VERSION
                 END-UNSTRING
                 MOVE W-CAT-PROGRAMA TO W-PROGRAMA-BUSCADO
                 PERFORM 1300-UBICAR-PROGRAMA
                 IF IX-PRG > 0
                    MOVE W-CAT-VERSION TO PRG-CATALOGO(IX-PRG)
                 END-IF
              END-IF
           END-PERFORM
           IF COD-RET-CAT = "00" OR COD-RET-CAT = "10"
              CLOSE CATALOGO-VERSIONES
           END-IF.

      ******************************************************************
      *3000-EMITIR-INFORME.
      ******************************************************************
       3000-EMITIR-INFORME.
           STRING "$TEMPORALES/INVVERS." FECHA-SISTEMA
                  DELIMITED BY SIZE INTO W-INFORME-NAME
           END-STRING
           OPEN OUTPUT INFORME-VERSIONES
           IF COD-RET-INF NOT = "00"
              DISPLAY "Error abriendo " W-INFORME-NAME " " COD-RET-INF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "INVENTARIO DE VERSIONES POR AMBIENTE AL "
                  FECHA-SISTEMA
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           WRITE REG-INFORME FROM W-LINEA-ARMADA
           MOVE SPACES TO REG-INFORME
           WRITE REG-INFORME
           MOVE "PROGRAMA   DESARROLLO               ULT.CORR "
             & "PRUEBAS                  ULT.CORR "
             & "PRODUCCION               ULT.CORR CATALOGO"
             TO REG-INFORME
           WRITE REG-INFORME
           PERFORM 3100-INFORME-DE-UN-PROGRAMA
              VARYING IX-PRG FROM 1 BY 1 UNTIL IX-PRG > PRG-TOPE
           MOVE SPACES TO REG-INFORME
           WRITE REG-INFORME
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "PROGRAMAS " PRG-TOPE
                  "  DIFIEREN PRUEBAS/PRODUCCION " CONT-DIFIEREN
                  "  SIN CORRER DESDE CAMBIO " CONT-SIN-CORRER
                  "  NUNCA CORRIERON " CONT-NUNCA
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           WRITE REG-INFORME FROM W-LINEA-ARMADA
           CLOSE INFORME-VERSIONES
           MOVE PRG-TOPE TO W-EDIT-CONTADOR
           DISPLAY "Programas................. " W-EDIT-CONTADOR
           MOVE CONT-DIFIEREN TO W-EDIT-CONTADOR
           DISPLAY "Difieren PRUEBAS/PRODUC... " W-EDIT-CONTADOR
           MOVE CONT-SIN-CORRER TO W-EDIT-CONTADOR
           DISPLAY "Sin correr desde cambio... " W-EDIT-CONTADOR
           MOVE CONT-NUNCA TO W-EDIT-CONTADOR
           DISPLAY "Nunca corrieron........... " W-EDIT-CONTADOR
           MOVE CONT-OTRO-AMBIENTE TO W-EDIT-CONTADOR
           DISPLAY "Registros de otro ambiente " W-EDIT-CONTADOR
           IF CONT-SIN-LUGAR > 0
              MOVE CONT-SIN-LUGAR TO W-EDIT-CONTADOR
              DISPLAY "Sin lugar en la tabla..... " W-EDIT-CONTADOR
           END-IF
           DISPLAY "INFORME EN " W-INFORME-NAME
           IF CONT-DIFIEREN > 0 OR CONT-SIN-CORRER > 0
              OR CONT-NUNCA > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *3100-INFORME-DE-UN-PROGRAMA.
      ******************************************************************
       3100-INFORME-DE-UN-PROGRAMA.
           MOVE SPACES TO W-RENGLON-PROGRAMA
           MOVE PRG-PROGRAMA(IX-PRG) TO RNG-PROGRAMA
           MOVE PRG-CATALOGO(IX-PRG) TO RNG-CATALOGO
           PERFORM VARYING IX-AMB FROM 1 BY 1 UNTIL IX-AMB > 3
              IF PRG-VERSION(IX-PRG IX-AMB) NOT = SPACES
                 MOVE PRG-VERSION(IX-PRG IX-AMB)
                   TO RNG-VERSION(IX-AMB)
                 MOVE PRG-FEC-ULTIMA(IX-PRG IX-AMB)
                   TO RNG-FECHA(IX-AMB)
              END-IF
           END-PERFORM
           WRITE REG-INFORME FROM W-RENGLON-PROGRAMA
           MOVE 0 TO SW-PROGRAMA-OBSERVADO
           IF PRG-VERSION(IX-PRG 2) NOT = SPACES
              AND PRG-VERSION(IX-PRG 3) NOT = SPACES
              AND PRG-VERSION(IX-PRG 2) NOT = PRG-VERSION(IX-PRG 3)
              ADD 1 TO CONT-DIFIEREN
              MOVE 1 TO SW-PROGRAMA-OBSERVADO
              MOVE "           * DIFIERE PRUEBAS/PRODUCCION"
                TO REG-INFORME
              WRITE REG-INFORME
           END-IF
           IF PRG-CATALOGO(IX-PRG) NOT = SPACES
              MOVE 0 TO SW-CORRIO-ALGUNA
              PERFORM 3200-VERIFICAR-CATALOGO
                 VARYING IX-AMB FROM 1 BY 1 UNTIL IX-AMB > 3
              IF SW-CORRIO-ALGUNA = 0
                 ADD 1 TO CONT-NUNCA
                 MOVE 1 TO SW-PROGRAMA-OBSERVADO
                 MOVE "           * NUNCA CORRIO" TO REG-INFORME
                 WRITE REG-INFORME
              END-IF
           END-IF
           IF SW-PROGRAMA-OBSERVADO = 1
              DISPLAY "OBSERVADO: " PRG-PROGRAMA(IX-PRG)
           END-IF.

      ******************************************************************
      *3200-VERIFICAR-CATALOGO.
      ** EL AMBIENTE DONDE EL PROGRAMA YA CORRIO Y SU ULTIMA VERSION
      ** NO ES LA DEL CATALOGO NO CORRIO DESDE EL CAMBIO
      ******************************************************************
       3200-VERIFICAR-CATALOGO.
           IF PRG-VERSION(IX-PRG IX-AMB) NOT = SPACES
              MOVE 1 TO SW-CORRIO-ALGUNA
              IF PRG-VERSION(IX-PRG IX-AMB) NOT = PRG-CATALOGO(IX-PRG)
                 ADD 1 TO CONT-SIN-CORRER
                 MOVE 1 TO SW-PROGRAMA-OBSERVADO
                 MOVE SPACES TO W-LINEA-ARMADA
                 STRING "           * SIN CORRER "
                                             DELIMITED BY SIZE
                        PRG-CATALOGO(IX-PRG) DELIMITED BY SPACE
                        " EN "               DELIMITED BY SIZE
                        AMB-NOMBRE(IX-AMB)   DELIMITED BY SPACE
                        " (ULTIMA "          DELIMITED BY SIZE
                        PRG-VERSION(IX-PRG IX-AMB) DELIMITED BY SPACE
                        " DESDE "            DELIMITED BY SIZE
                        PRG-FEC-DESDE(IX-PRG IX-AMB)
                                             DELIMITED BY SIZE
                        ")"                  DELIMITED BY SIZE
                        INTO W-LINEA-ARMADA
                 END-STRING
                 WRITE REG-INFORME FROM W-LINEA-ARMADA
              END-IF
           END-IF.

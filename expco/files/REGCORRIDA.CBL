      **
      ** CALL "REGCORRIDA" USING <programa X(10)> <parametros X(40)>
      **                         <contadores X(80)> <rc 9(4)>
      **                         <version X(24)>
      **
      ** VERSION: el mismo texto de la linea de version del fuente
      ** ("LEESCORE.v.01.0001"); el llamador la tiene en REGC-VERSION
      ** y se cambia junto con esa linea. Con ella se mantiene ademas
      ** $TEMPORALES/VERSIONES.DAT (VERSIONES.FS/FD): por ambiente
      ** de la instalacion (perfil AMBIENTE.CFG, ver AMBIENTE.CBL) y
      ** programa, la version con que corrio por ultima vez, desde
      ** cuando y cual reemplazo - el inventario que lista
      ** INVVERS.CBL.
      **
      ** ASIENTO DE INICIO: el llamador que ademas asienta el ARRANQUE
      ** de su corrida llama una segunda vez, al principio, con los
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-BITACORA
                  FILE STATUS IS COD-RET-BITACORA.

           COPY VERSIONES.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           02 PARM-BITACORA            PIC X(40).
           02 CONT-BITACORA            PIC X(80).
           02 RC-BITACORA              PIC 9(04).

           COPY VERSIONES.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-BITACORA         PIC X(2) VALUE ZEROS.
       01 CONT-INTENTOS-CLAVE      PIC 9(02) VALUE 0.
       01 SW-GRABADO               PIC 9(01) VALUE 0.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 COD-RET-VERS             PIC X(2) VALUE ZEROS.
       01 W-VERSIONES-NAME         PIC X(80)
                                   VALUE "$TEMPORALES/VERSIONES.DAT".
      **** AMBIENTE DE LA INSTALACION (AMBIENTE.CBL)
       01 AMB-NOMBRE               PIC X(15) VALUE SPACES.
       01 AMB-ETIQUETA             PIC X(11) VALUE SPACES.
       01 AMB-RESULTADO            PIC 9(01) VALUE 0.

       LINKAGE SECTION.
       01 PROGRAMA-LK              PIC X(10).
       01 PARAMETROS-LK            PIC X(40).
       01 CONTADORES-LK            PIC X(80).
       01 RC-LK                    PIC 9(04).
       01 VERSION-LK               PIC X(24).

      ******************************************************************
       PROCEDURE DIVISION USING PROGRAMA-LK PARAMETROS-LK
                                CONTADORES-LK RC-LK VERSION-LK.
      ******************************************************************
      *0000-GRABAR-CORRIDA.
      ******************************************************************
              PERFORM 2000-GRABAR-REGISTRO
              CLOSE BITACORA-CORRIDAS
           END-IF
           IF VERSION-LK NOT = SPACES
              PERFORM 3000-ASENTAR-VERSION
           END-IF
           EXIT PROGRAM.

      ******************************************************************
              DISPLAY "REGCORRIDA - NO SE PUDO ASENTAR LA CORRIDA DE "
                      PROGRAMA-LK " (" COD-RET-BITACORA ")"
           END-IF.

      ******************************************************************
      *3000-ASENTAR-VERSION.
      ** LA VERSION CON QUE CORRE EL PROGRAMA EN ESTE AMBIENTE: SI
      ** CAMBIO, LA ANTERIOR QUEDA EN VER-VERSION-ANT Y SE CUENTA DE
      ** NUEVO DESDE HOY. EL ASIENTO "*INICIO*" ACTUALIZA LA FECHA
      ** PERO NO CUENTA CORRIDA (LA CUENTA EL DEL FIN). NUNCA VOLTEA
      ** AL LLAMADOR: SIN REGISTRO SE AVISA Y LISTO
      ******************************************************************
       3000-ASENTAR-VERSION.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA  FROM TIME
           CALL "AMBIENTE" USING AMB-NOMBRE AMB-ETIQUETA AMB-RESULTADO
           ON EXCEPTION
              MOVE "DESARROLLO" TO AMB-ETIQUETA
           END-CALL
           OPEN I-O REGISTRO-VERSIONES
           IF COD-RET-VERS = "35"
              OPEN OUTPUT REGISTRO-VERSIONES
              IF COD-RET-VERS = "00"
                 CLOSE REGISTRO-VERSIONES
                 OPEN I-O REGISTRO-VERSIONES
              END-IF
           END-IF
           IF COD-RET-VERS NOT = "00"
              DISPLAY "REGCORRIDA - NO SE PUDO ABRIR VERSIONES.DAT ("
                      COD-RET-VERS "), LA VERSION DE " PROGRAMA-LK
                      " QUEDA SIN ASENTAR"
           ELSE
              MOVE AMB-ETIQUETA(1:10) TO VER-AMBIENTE
              MOVE PROGRAMA-LK        TO VER-PROGRAMA
              READ REGISTRO-VERSIONES
                 INVALID KEY
                    PERFORM 3100-PRIMERA-VERSION
                 NOT INVALID KEY
                    PERFORM 3200-ACTUALIZAR-VERSION
              END-READ
              CLOSE REGISTRO-VERSIONES
           END-IF.

      ******************************************************************
      *3100-PRIMERA-VERSION.
      ******************************************************************
       3100-PRIMERA-VERSION.
           INITIALIZE REG-VERSIONES
           MOVE AMB-ETIQUETA(1:10) TO VER-AMBIENTE
           MOVE PROGRAMA-LK        TO VER-PROGRAMA
           MOVE VERSION-LK         TO VER-VERSION
           MOVE FECHA-SISTEMA      TO VER-FEC-ULTIMA VER-FEC-DESDE
           MOVE HORA-SIST-HHMMSS   TO VER-HORA-ULTIMA
           IF CONTADORES-LK NOT = "*INICIO*"
              MOVE 1 TO VER-CORRIDAS
           END-IF
           WRITE REG-VERSIONES
              INVALID KEY
                 DISPLAY "REGCORRIDA - NO SE PUDO ASENTAR LA VERSION "
                         "DE " PROGRAMA-LK " (" COD-RET-VERS ")"
           END-WRITE.

      ******************************************************************
      *3200-ACTUALIZAR-VERSION.
      ******************************************************************
       3200-ACTUALIZAR-VERSION.
           IF VER-VERSION NOT = VERSION-LK
              DISPLAY "REGCORRIDA - " PROGRAMA-LK " CAMBIA DE VERSION "
                      VER-VERSION " A " VERSION-LK
              MOVE VER-VERSION   TO VER-VERSION-ANT
              MOVE VERSION-LK    TO VER-VERSION
              MOVE FECHA-SISTEMA TO VER-FEC-DESDE
              MOVE 0             TO VER-CORRIDAS
           END-IF
           MOVE FECHA-SISTEMA    TO VER-FEC-ULTIMA
           MOVE HORA-SIST-HHMMSS TO VER-HORA-ULTIMA
           IF CONTADORES-LK NOT = "*INICIO*"
              ADD 1 TO VER-CORRIDAS
           END-IF
           REWRITE REG-VERSIONES
              INVALID KEY
                 DISPLAY "REGCORRIDA - NO SE PUDO ASENTAR LA VERSION "
                         "DE " PROGRAMA-LK " (" COD-RET-VERS ")"
           END-REWRITE.

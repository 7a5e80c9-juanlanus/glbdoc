      * MANTSOPOR.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTSOPOR.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Registro de documentos soporte: las ordenes judiciales detras
      ** de un bloqueo por tutela, los papeles que manda el titular
      ** con un reclamo, la orden que motiva una supresion de habeas
      ** data y la prueba de un cambio manual de MANTALERTA estaban
      ** en una carpeta compartida sin relacion con nada. Cada
      ** documento queda en $TEMPORALES/SOPORTES (ver SOPORTES.FD)
      ** con un numero, y ese numero es el que MANTALERTA, RECLAMOS
      ** ABRIR/ABRIRDEM y HABEASDAT exigen para aceptar la accion; el
      ** vinculo con el objeto respaldado queda en $TEMPORALES/SOPVINC
      ** (ver SOPVINC.FD). Los casos que siguen sin respaldo los lista
      ** REPSOPOR.
      **
      ** USO:
      **   MANTSOPOR REGISTRAR <operador>
      **      pide por consola tipo de documento, referencia, emisor,
      **      fecha de recibido, ubicacion del original y la
      **      identificacion, y muestra el numero asignado
      **   MANTSOPOR CONSULTAR <nro>
      **      el documento y todos los objetos a los que esta
      **      vinculado
      **   MANTSOPOR VINCULAR <nro> <clase> <objeto>
      **      vinculo a mano, para los casos anteriores al registro
      **      o los que el programa no pudo vincular: clase ALER,
      **      RECL, RDEM, TUTE, ACTA u ORDN y la llave del objeto tal
      **      como la lista REPSOPOR
      **   MANTSOPOR ANULAR <nro> <operador>
      **      el documento cargado por error deja de respaldar; los
      **      casos que quedan sin soporte vuelven a salir en REPSOPOR
      ** RC 16 parametros invalidos, 8 documento inexistente o error
      ** de grabacion.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SOPORTES.FS.
           COPY SOPVINC.FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY SOPORTES.FD.
           COPY SOPVINC.FD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SOPORTE.WS.
       01 COD-RET-SOPORTES         PIC X(2) VALUE ZEROS.
       01 COD-RET-SOPVINC          PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(80) VALUE SPACES.
       01 W-ACCION                 PIC X(10) VALUE SPACES.
       01 W-PARM2                  PIC X(11) VALUE SPACES.
       01 W-PARM3                  PIC X(41) VALUE SPACES.
       01 W-PARM4                  PIC X(41) VALUE SPACES.
       01 W-OPERADOR               PIC X(10) VALUE SPACES.
       01 W-NRO-SOPORTE            PIC 9(08) VALUE 0.
       01 W-LARGO                  PIC 9(02) VALUE 0.
       01 W-DESDE                  PIC 9(02) VALUE 0.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
       01 SW-USO-MALO              PIC 9(01) VALUE 0.
       01 SW-FIN-VIN               PIC 9(01) VALUE 0.
       01 SW-HAY-CONTROL           PIC 9(01) VALUE 0.
       01 CONT-VINCULOS            PIC 9(06) VALUE 0.

      **** DATOS DEL DOCUMENTO, TAL COMO LOS ESCRIBE EL OPERADOR
       01 W-TIPO-DOC               PIC X(04) VALUE SPACES.
       01 W-REFERENCIA             PIC X(25) VALUE SPACES.
       01 W-EMISOR                 PIC X(40) VALUE SPACES.
       01 W-FEC-RECIBIDO-X         PIC X(08) VALUE SPACES.
       01 W-UBICACION              PIC X(60) VALUE SPACES.
       01 W-TIPO-X                 PIC X(01) VALUE SPACE.
       01 W-NUMERO-ENT             PIC X(12) VALUE SPACES.
       01 W-NUMERO-X               PIC X(11) VALUE SPACES.
       01 W-CONFIRMA               PIC X(01) VALUE SPACE.

      **** VALIDACION DE LA FECHA AAAAMMDD (MISMA DE MANTSUPL)
       01 W-FECHA-VAL              PIC X(08) VALUE SPACES.
       01 W-FECHA-VAL-R REDEFINES W-FECHA-VAL.
          02 ANO-VAL-X                PIC 9(04).
             88 ANO-VAL  VALUE 1900 THRU 2099.
          02 MES-VAL-X                PIC 9(02).
             88 MES-VAL  VALUE 01   THRU 12.
          02 DIA-VAL-X                PIC 9(02).
             88 DIA-VAL  VALUE 01   THRU 31.
       01 SW-FECHA-MALA            PIC 9(01) VALUE 0.

      **** INTERBLOQUEO DE LA NUMERACION (CERROJO)
       01 CERR-ACCION              PIC X(08) VALUE SPACES.
       01 CERR-RECURSO             PIC X(10) VALUE "SOPORTES".
       01 CERR-PROGRAMA            PIC X(10) VALUE "MANTSOPOR".
       01 CERR-RESULTADO           PIC 9(01) VALUE 0.

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
           DISPLAY "* Registro de documentos soporte                *"
           DISPLAY "*           PROGRAMA : MANTSOPOR.CBL            *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE "MANTSOPOR" TO SOPO-PROGRAMA
           PERFORM 1000-INTERPRETAR-COMANDO
           IF SW-USO-MALO = 1
              DISPLAY "Uso: MANTSOPOR REGISTRAR <operador>"
              DISPLAY "     MANTSOPOR CONSULTAR <nro>"
              DISPLAY "     MANTSOPOR VINCULAR <nro> <clase> <objeto>"
              DISPLAY "     MANTSOPOR ANULAR <nro> <operador>"
              DISPLAY "     clases: ALER RECL RDEM TUTE ACTA ORDN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF W-ACCION NOT = "CONSULTAR"
              MOVE "MANTSOPOR" TO CONG-PROGRAMA
              MOVE W-ACCION TO CONG-MODO
              PERFORM 0550-VERIFICAR-CONGELAMIENTO
           END-IF
           EVALUATE W-ACCION
              WHEN "REGISTRAR"
                 PERFORM 2000-REGISTRAR-DOCUMENTO
              WHEN "CONSULTAR"
                 PERFORM 3000-CONSULTAR-DOCUMENTO
              WHEN "VINCULAR"
                 PERFORM 4000-VINCULAR-DOCUMENTO
                 PERFORM 9880-CERRAR-SOPORTE
              WHEN "ANULAR"
                 PERFORM 5000-ANULAR-DOCUMENTO
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
      *0550-VERIFICAR-CONGELAMIENTO.
      ******************************************************************
           COPY CONGELA.PROC.

      ******************************************************************
      *1000-INTERPRETAR-COMANDO.
      ** CADA PARAMETRO SE RECIBE UNA POSICION MAS LARGO QUE SU
      ** CAMPO PARA DETECTAR EL QUE VIENE DE MAS (COMO MANTSUPL)
      ******************************************************************
       1000-INTERPRETAR-COMANDO.
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-ACCION W-PARM2 W-PARM3 W-PARM4
           END-UNSTRING
           EVALUATE W-ACCION
              WHEN "REGISTRAR"
                 MOVE W-PARM2 TO W-OPERADOR
                 IF W-PARM2 = SPACES OR W-PARM2(11:1) NOT = SPACE
                    OR W-PARM3 NOT = SPACES
                    MOVE 1 TO SW-USO-MALO
                 END-IF
              WHEN "CONSULTAR"
                 PERFORM 1100-VALIDAR-NUMERO
                 IF W-PARM3 NOT = SPACES
                    MOVE 1 TO SW-USO-MALO
                 END-IF
              WHEN "VINCULAR"
                 PERFORM 1100-VALIDAR-NUMERO
                 MOVE W-PARM3 TO SOPO-CLASE
                 MOVE W-PARM4 TO SOPO-OBJETO
                 IF W-PARM3(5:) NOT = SPACES
                    OR W-PARM4 = SPACES OR W-PARM4(41:1) NOT = SPACE
                    MOVE 1 TO SW-USO-MALO
                 END-IF
                 PERFORM 1200-VALIDAR-OBJETO
              WHEN "ANULAR"
                 PERFORM 1100-VALIDAR-NUMERO
                 MOVE W-PARM3 TO W-OPERADOR
                 IF W-PARM3 = SPACES OR W-PARM3(11:) NOT = SPACES
                    OR W-PARM4 NOT = SPACES
                    MOVE 1 TO SW-USO-MALO
                 END-IF
              WHEN OTHER
                 MOVE 1 TO SW-USO-MALO
           END-EVALUATE.

      ******************************************************************
      *1100-VALIDAR-NUMERO.
      ** EL NUMERO DEL DOCUMENTO SE ACEPTA SIN LOS CEROS A LA
      ** IZQUIERDA
      ******************************************************************
       1100-VALIDAR-NUMERO.
           MOVE 0 TO W-LARGO
           INSPECT W-PARM2 TALLYING W-LARGO
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-LARGO = 0 OR W-LARGO > 8
              MOVE 1 TO SW-USO-MALO
           ELSE
              IF W-PARM2(1:W-LARGO) NOT NUMERIC
                 MOVE 1 TO SW-USO-MALO
              ELSE
                 MOVE W-PARM2(1:W-LARGO) TO W-NRO-SOPORTE
              END-IF
           END-IF
      *    el numero cero es el registro de control
           IF W-NRO-SOPORTE = 0
              MOVE 1 TO SW-USO-MALO
           END-IF.

      ******************************************************************
      *1200-VALIDAR-OBJETO.
      ** LA IDENTIFICACION DEL VINCULO SALE DE LA LLAVE DEL OBJETO
      ** (VER SOPVINC.FD); LA ORDEN NO LA TRAE Y SE TOMA LA DEL
      ** DOCUMENTO
      ******************************************************************
       1200-VALIDAR-OBJETO.
           MOVE SPACES TO SOPO-TIPO SOPO-IDENT
           EVALUATE SOPO-CLASE
              WHEN "ALER"
              WHEN "RECL"
              WHEN "RDEM"
              WHEN "TUTE"
                 MOVE SOPO-OBJETO(1:1)  TO SOPO-TIPO
                 MOVE SOPO-OBJETO(2:11) TO SOPO-IDENT
              WHEN "ACTA"
                 MOVE SOPO-OBJETO(15:1) TO SOPO-TIPO
                 MOVE SOPO-OBJETO(16:11) TO SOPO-IDENT
              WHEN "ORDN"
                 IF SOPO-OBJETO(1:6) NOT NUMERIC
                    OR SOPO-OBJETO(7:) NOT = SPACES
                    MOVE 1 TO SW-USO-MALO
                 END-IF
              WHEN OTHER
                 MOVE 1 TO SW-USO-MALO
           END-EVALUATE
           IF SOPO-CLASE NOT = "ORDN"
              AND (SOPO-TIPO NOT NUMERIC OR SOPO-IDENT NOT NUMERIC)
              MOVE 1 TO SW-USO-MALO
           END-IF.

      ******************************************************************
      *2000-REGISTRAR-DOCUMENTO.
      ******************************************************************
       2000-REGISTRAR-DOCUMENTO.
           PERFORM 2100-PEDIR-DATOS
           IF SW-USO-MALO = 1
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY "CONFIRMA EL REGISTRO (S/N)? " WITH NO ADVANCING
              ACCEPT W-CONFIRMA FROM CONSOLE
              IF W-CONFIRMA NOT = "S"
                 DISPLAY "REGISTRO DESCARTADO"
              ELSE
                 PERFORM 7000-TOMAR-CERROJO
                 PERFORM 2200-GRABAR-DOCUMENTO
                 PERFORM 7100-LIBERAR-CERROJO
              END-IF
           END-IF.

      ******************************************************************
      *2100-PEDIR-DATOS.
      ** EMISOR Y UBICACION SON TEXTO LIBRE CON ESPACIOS: POR ESO SE
      ** PIDEN POR CONSOLA Y NO EN LA LINEA DE COMANDO
      ******************************************************************
       2100-PEDIR-DATOS.
           DISPLAY "TIPO DE DOCUMENTO (OJUD FTUT RECL DPET ADMI OTRO): "
                   WITH NO ADVANCING
           ACCEPT W-TIPO-DOC FROM CONSOLE
           DISPLAY "REFERENCIA DEL DOCUMENTO....: " WITH NO ADVANCING
           ACCEPT W-REFERENCIA FROM CONSOLE
           DISPLAY "EMISOR......................: " WITH NO ADVANCING
           ACCEPT W-EMISOR FROM CONSOLE
           DISPLAY "FECHA DE RECIBIDO (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT W-FEC-RECIBIDO-X FROM CONSOLE
           DISPLAY "UBICACION DEL ORIGINAL......: " WITH NO ADVANCING
           ACCEPT W-UBICACION FROM CONSOLE
           DISPLAY "TIPO DE IDENTIFICACION......: " WITH NO ADVANCING
           ACCEPT W-TIPO-X FROM CONSOLE
           DISPLAY "NUMERO DE IDENTIFICACION....: " WITH NO ADVANCING
           ACCEPT W-NUMERO-ENT FROM CONSOLE
           MOVE W-TIPO-DOC TO TIPO-DOC-SOPORTES
           IF NOT TIPO-DOC-VALIDO
              DISPLAY "TIPO DE DOCUMENTO INVALIDO"
              MOVE 1 TO SW-USO-MALO
           END-IF
           IF W-REFERENCIA = SPACES OR W-EMISOR = SPACES
              OR W-UBICACION = SPACES
              DISPLAY "REFERENCIA, EMISOR Y UBICACION SON "
                      "OBLIGATORIOS"
              MOVE 1 TO SW-USO-MALO
           END-IF
           MOVE W-FEC-RECIBIDO-X TO W-FECHA-VAL
           PERFORM 2150-VALIDAR-FECHA
           IF W-FECHA-VAL > FECHA-SISTEMA
              MOVE 1 TO SW-FECHA-MALA
           END-IF
           IF SW-FECHA-MALA = 1
              DISPLAY "FECHA DE RECIBIDO INVALIDA O FUTURA"
              MOVE 1 TO SW-USO-MALO
           END-IF
           MOVE 0 TO W-LARGO
           INSPECT W-NUMERO-ENT TALLYING W-LARGO
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-TIPO-X NOT NUMERIC
              OR W-LARGO = 0 OR W-LARGO > 11
              DISPLAY "IDENTIFICACION INVALIDA"
              MOVE 1 TO SW-USO-MALO
           ELSE
              IF W-NUMERO-ENT(1:W-LARGO) NOT NUMERIC
                 DISPLAY "IDENTIFICACION INVALIDA"
                 MOVE 1 TO SW-USO-MALO
              ELSE
                 MOVE ALL "0" TO W-NUMERO-X
                 COMPUTE W-DESDE = 12 - W-LARGO
                 MOVE W-NUMERO-ENT(1:W-LARGO)
                   TO W-NUMERO-X(W-DESDE:W-LARGO)
              END-IF
           END-IF.

      ******************************************************************
      *2150-VALIDAR-FECHA.
      ******************************************************************
       2150-VALIDAR-FECHA.
           IF W-FECHA-VAL NOT NUMERIC
              MOVE 1 TO SW-FECHA-MALA
           ELSE
              IF NOT ANO-VAL OR NOT MES-VAL OR NOT DIA-VAL
                 MOVE 1 TO SW-FECHA-MALA
              END-IF
           END-IF.

      ******************************************************************
      *2200-GRABAR-DOCUMENTO.
      ** EL NUMERO NUEVO ES EL DEL REGISTRO DE CONTROL MAS UNO; EL
      ** REGISTRO SE CREA VACIO LA PRIMERA VEZ
      ******************************************************************
       2200-GRABAR-DOCUMENTO.
           OPEN I-O SOPORTES
           IF COD-RET-SOPORTES = "35"
              OPEN OUTPUT SOPORTES
              IF COD-RET-SOPORTES = "00"
                 CLOSE SOPORTES
                 OPEN I-O SOPORTES
              END-IF
           END-IF
           IF COD-RET-SOPORTES NOT = "00"
              DISPLAY "REGISTRO DE SOPORTES NO DISPONIBLE ("
                      COD-RET-SOPORTES ")"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO SW-HAY-CONTROL
              MOVE 0 TO NUM-SOPORTES
              READ SOPORTES
                 INVALID KEY
                    MOVE 0 TO W-NRO-SOPORTE
                 NOT INVALID KEY
                    MOVE 1 TO SW-HAY-CONTROL
                    MOVE ULTIMO-NUM-SOPORTES TO W-NRO-SOPORTE
              END-READ
              ADD 1 TO W-NRO-SOPORTE
              INITIALIZE REG-SOPORTES
              MOVE W-NRO-SOPORTE    TO NUM-SOPORTES
              MOVE W-TIPO-DOC       TO TIPO-DOC-SOPORTES
              MOVE W-REFERENCIA     TO REF-DOC-SOPORTES
              MOVE W-EMISOR         TO EMISOR-SOPORTES
              MOVE W-FEC-RECIBIDO-X TO FEC-RECIBIDO-SOPORTES
              MOVE W-UBICACION      TO UBICACION-SOPORTES
              MOVE W-TIPO-X         TO TIP-IDE-SOPORTES
              MOVE W-NUMERO-X       TO NUM-IDE-SOPORTES
              MOVE FECHA-SISTEMA    TO FEC-REG-SOPORTES
              MOVE W-OPERADOR       TO OPERADOR-SOPORTES
              MOVE "A"              TO EST-SOPORTES
              WRITE REG-SOPORTES
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR EL DOCUMENTO ("
                            COD-RET-SOPORTES ")"
                    MOVE 8 TO RETURN-CODE
                 NOT INVALID KEY
                    PERFORM 2300-GRABAR-CONTROL
                    DISPLAY "DOCUMENTO REGISTRADO CON EL NUMERO "
                            W-NRO-SOPORTE
              END-WRITE
              CLOSE SOPORTES
           END-IF.

      ******************************************************************
      *2300-GRABAR-CONTROL.
      ******************************************************************
       2300-GRABAR-CONTROL.
           INITIALIZE REG-CTL-SOPORTES
           MOVE 0             TO NUM-CTL-SOPORTES
           MOVE W-NRO-SOPORTE TO ULTIMO-NUM-SOPORTES
           IF SW-HAY-CONTROL = 1
              REWRITE REG-CTL-SOPORTES
              END-REWRITE
           ELSE
              WRITE REG-CTL-SOPORTES
              END-WRITE
           END-IF.

      ******************************************************************
      *3000-CONSULTAR-DOCUMENTO.
      ** LOS VINCULOS SE BUSCAN RECORRIENDO SOPVINC ENTERO: LA CLAVE
      ** EMPIEZA POR EL OBJETO, NO POR EL DOCUMENTO
      ******************************************************************
       3000-CONSULTAR-DOCUMENTO.
           OPEN INPUT SOPORTES
           IF COD-RET-SOPORTES NOT = "00"
              DISPLAY "REGISTRO DE SOPORTES NO DISPONIBLE ("
                      COD-RET-SOPORTES ")"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE W-NRO-SOPORTE TO NUM-SOPORTES
              READ SOPORTES
                 INVALID KEY
                    DISPLAY "EL DOCUMENTO " W-NRO-SOPORTE
                            " NO EXISTE"
                    MOVE 8 TO RETURN-CODE
                 NOT INVALID KEY
                    PERFORM 3100-MOSTRAR-DOCUMENTO
                    PERFORM 3200-MOSTRAR-VINCULOS
              END-READ
              CLOSE SOPORTES
           END-IF.

      ******************************************************************
      *3100-MOSTRAR-DOCUMENTO.
      ******************************************************************
       3100-MOSTRAR-DOCUMENTO.
           DISPLAY "DOCUMENTO........ " NUM-SOPORTES " "
                   TIPO-DOC-SOPORTES " " REF-DOC-SOPORTES
           DISPLAY "EMISOR........... " EMISOR-SOPORTES
           DISPLAY "RECIBIDO......... " FEC-RECIBIDO-SOPORTES
           DISPLAY "UBICACION........ " UBICACION-SOPORTES
           DISPLAY "IDENTIFICACION... " TIP-IDE-SOPORTES " "
                   NUM-IDE-SOPORTES
           DISPLAY "REGISTRADO....... " FEC-REG-SOPORTES " POR "
                   OPERADOR-SOPORTES
           IF SOPORTE-ANULADO
              DISPLAY "*** ANULADO EL " FEC-ANULA-SOPORTES " POR "
                      OPERADOR-ANULA-SOPORTES " ***"
           END-IF.

      ******************************************************************
      *3200-MOSTRAR-VINCULOS.
      ******************************************************************
       3200-MOSTRAR-VINCULOS.
           OPEN INPUT SOPORTES-VINCULOS
           IF COD-RET-SOPVINC = "00"
              PERFORM UNTIL SW-FIN-VIN = 1
                 READ SOPORTES-VINCULOS NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-VIN
                 END-READ
                 IF SW-FIN-VIN = 0
                    AND NUM-SOP-SOPVINC = W-NRO-SOPORTE
                    ADD 1 TO CONT-VINCULOS
                    DISPLAY "  " CLASE-SOPVINC " " OBJETO-SOPVINC
                            " " FEC-SOPVINC " " PROGRAMA-SOPVINC
                 END-IF
              END-PERFORM
              CLOSE SOPORTES-VINCULOS
           END-IF
           DISPLAY "Vinculos.................. " CONT-VINCULOS.

      ******************************************************************
      *4000-VINCULAR-DOCUMENTO.
      ** MISMA VERIFICACION QUE HACEN LOS PROGRAMAS DE MANTENIMIENTO
      ******************************************************************
       4000-VINCULAR-DOCUMENTO.
           MOVE W-NRO-SOPORTE TO SOPO-NUMERO
           PERFORM 9870-VERIFICAR-SOPORTE
           IF NOT SOPORTE-ACEPTADO
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 9875-VINCULAR-SOPORTE
              IF SOPORTE-ACEPTADO
                 DISPLAY "DOCUMENTO " W-NRO-SOPORTE " VINCULADO A "
                         SOPO-CLASE " " SOPO-OBJETO
              ELSE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

      ******************************************************************
      *5000-ANULAR-DOCUMENTO.
      ******************************************************************
       5000-ANULAR-DOCUMENTO.
           OPEN I-O SOPORTES
           IF COD-RET-SOPORTES NOT = "00"
              DISPLAY "REGISTRO DE SOPORTES NO DISPONIBLE ("
                      COD-RET-SOPORTES ")"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE W-NRO-SOPORTE TO NUM-SOPORTES
              READ SOPORTES
                 INVALID KEY
                    DISPLAY "EL DOCUMENTO " W-NRO-SOPORTE
                            " NO EXISTE"
                    MOVE 8 TO RETURN-CODE
                 NOT INVALID KEY
                    IF SOPORTE-ANULADO
                       DISPLAY "EL DOCUMENTO " W-NRO-SOPORTE
                               " YA ESTABA ANULADO"
                    ELSE
                       MOVE "N"           TO EST-SOPORTES
                       MOVE FECHA-SISTEMA TO FEC-ANULA-SOPORTES
                       MOVE W-OPERADOR    TO OPERADOR-ANULA-SOPORTES
                       REWRITE REG-SOPORTES
                          INVALID KEY
                             DISPLAY "ERROR AL REESCRIBIR EL "
                                     "DOCUMENTO"
                             MOVE 8 TO RETURN-CODE
                          NOT INVALID KEY
                             DISPLAY "DOCUMENTO " W-NRO-SOPORTE
                                     " ANULADO: SUS CASOS SALEN EN "
                                     "REPSOPOR"
                       END-REWRITE
                    END-IF
              END-READ
              CLOSE SOPORTES
           END-IF.

      ******************************************************************
      *7000-TOMAR-CERROJO.
      ** DOS REGISTROS A LA VEZ NO PUEDEN TOMAR EL MISMO NUMERO (VER
      ** CERROJO.CBL)
      ******************************************************************
       7000-TOMAR-CERROJO.
           MOVE "TOMAR" TO CERR-ACCION
           CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                CERR-PROGRAMA CERR-RESULTADO
           ON EXCEPTION
              DISPLAY "MANTSOPOR - CERROJO NO DISPONIBLE, SE SIGUE "
                      "SIN INTERBLOQUEO"
              MOVE 0 TO CERR-RESULTADO
           END-CALL
           IF CERR-RESULTADO NOT = 0
              DISPLAY "MANTSOPOR - SOPORTES OCUPADO POR OTRA "
                      "CORRIDA, SE CANCELA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *7100-LIBERAR-CERROJO.
      ******************************************************************
       7100-LIBERAR-CERROJO.
           MOVE "LIBERAR" TO CERR-ACCION
           CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                CERR-PROGRAMA CERR-RESULTADO
           ON EXCEPTION
              CONTINUE
           END-CALL.

       COPY SOPORTE.PROC.

              03 SLD-EST-DAS-PER22       PIC X(02).
              03 SLD-IND-DIAN-PER22      PIC X(01).
              03 SLD-EST-DIAN-PER22      PIC X(02).
      *    "A" cuando a la fecha de corrida la identificacion esta
      *    dentro de su ventana de NOAMNISTIA21 (mora suprimida)
              03 SLD-IND-AMN-PER22       PIC X(01).
      *    "V" cuando la identificacion es victima de suplantacion
      *    con la denuncia vigente (SUPLANTA): verificar identidad
              03 SLD-IND-SUP-PER22       PIC X(01).
      *    "M" cuando el titular es menor de edad segun la fecha de
      *    nacimiento de BDIIREGI: el registro sale sin datos
              03 SLD-IND-MEN-PER22       PIC X(01).
      *    registro de encabezado, primera linea del archivo
       01  REG-SLD-PER22-HDR.
           02 SLD-HDR-TIPO-REG-PER22    PIC X(01) VALUE "H".
         03  SLD-EST-DAS-PER29         PIC  X(02).
         03  SLD-IND-DIAN-PER29        PIC  X(01).
         03  SLD-EST-DIAN-PER29        PIC  X(02).
      *  "A" cuando a la fecha de corrida la identificacion esta
      *  dentro de su ventana de NOAMNISTIA21
         03  SLD-IND-AMN-PER29         PIC  X(01).
      *  "V" cuando la identificacion es victima de suplantacion
      *  con la denuncia vigente (SUPLANTA): verificar identidad
         03  SLD-IND-SUP-PER29         PIC  X(01).
      *  "M" cuando el titular es menor de edad segun la fecha de
      *  nacimiento de BDIIREGI: el registro sale sin datos
         03  SLD-IND-MEN-PER29         PIC  X(01).
      *  registro de encabezado, primera linea del archivo
       01  REG-SLD-PER29-HDR.
         03  SLD-HDR-TIPO-REG-PER29    PIC  X(01) VALUE "H".
          03 CON-EN-DIAN                     PIC 9(8)  VALUE 0.
          03 CON-EN-AMBAS                    PIC 9(8)  VALUE 0.
          03 CON-EN-NINGUNA                  PIC 9(8)  VALUE 0.
REMARK*      APLICACIONES DE LA AMNISTIA 2021 (NOAMNISTIA21)
          03 CON-AMNISTIA                    PIC 9(8)  VALUE 0.
REMARK*      VICTIMAS DE SUPLANTACION CON DENUNCIA VIGENTE (SUPLANTA)
          03 CON-SUPLANTACION                PIC 9(8)  VALUE 0.
REMARK*      TITULARES MENORES DE EDAD (FEC-NAC-BDIIREGI)
          03 CON-MENORES                     PIC 9(8)  VALUE 0.
          03 MUESTRA                         PIC 9(8)  VALUE 0.
       01 INDICADORES-DAS-DIAN.
          03 W-IND-DAS                       PIC X(01) VALUE "N".
          03 W-EST-DAS                       PIC X(02) VALUE SPACES.
          03 W-IND-DIAN                      PIC X(01) VALUE "N".
          03 W-EST-DIAN                      PIC X(02) VALUE SPACES.
       01 COD-RET-NOAMNISTIA21               PIC X(02) VALUE SPACES.
       01 INDICADOR-AMNISTIA.
          03 W-IND-AMNISTIA                  PIC X(01) VALUE SPACE.
             88 EN-VENTANA-AMNISTIA                    VALUE "A".
       01 INDICADOR-SUPLANTACION.
          03 W-IND-SUPLANTACION              PIC X(01) VALUE SPACE.
             88 VICTIMA-SUPLANTACION                   VALUE "V".
          03 W-SUPL-TIPO                     PIC X(01) VALUE SPACE.
          03 W-SUPL-NUMERO                   PIC X(11) VALUE SPACES.
          03 W-SUPL-TELEFONO                 PIC X(14) VALUE SPACES.
       01 INDICADOR-MENOR.
          03 W-IND-MENOR                     PIC X(01) VALUE SPACE.
             88 TITULAR-MENOR                          VALUE "M".
          03 W-EDAD-AAAAMMDD                 PIC 9(08) VALUE 0.

       01 SWITCHES.
          03 SW-ERROR                        PIC 9     VALUE 0.
       01 REGC-PARAMETROS             PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES             PIC X(80) VALUE SPACES.
       01 REGC-RC                     PIC 9(04) VALUE 0.
       01 REGC-VERSION                PIC X(24)
                                      VALUE "CARACTPER.V01.001".

REMARK* ******************************************************** *
REMARK*     FACTURACION: UN REGISTRO POR CORRIDA Y POR            *
                   PERFORM 1150-GRABAR-NO-ENCONTRADO
                END-IF
                PERFORM 1090-CONSULTAR-DAS-DIAN
                PERFORM 1095-CONSULTAR-AMNISTIA
                PERFORM 1096-CONSULTAR-SUPLANTACION
                PERFORM 1097-CONSULTAR-MENOR
                IF SW-GEN-PER22 = 1
                   PERFORM 1100-GRABAR-PER22
                END-IF
              ADD 1 TO CON-EN-NINGUNA
           END-IF.

REMARK******************************************************************
       1095-CONSULTAR-AMNISTIA.
REMARK*    NOAMNISTIA21 (ABIERTO DESDE SIEMPRE EN 0020 PERO HASTA AHORA
REMARK*    NUNCA LEIDO): SI LA FECHA DE CORRIDA CAE DENTRO DE LA
REMARK*    VENTANA FEC-INI/FEC-FIN DEL BENEFICIARIO, LA AMNISTIA SE
REMARK*    APLICA A LO QUE SE ENTREGA: PER22 SALE SIN LAS
REMARK*    CARACTERISTICAS DE MORA Y PER22/PER29 MARCADOS CON "A".
REMARK*    FUERA DE LA VENTANA LA IDENTIFICACION SALE COMO SIEMPRE.
           MOVE SPACE TO W-IND-AMNISTIA
           MOVE ENT-TIPO-ID TO TIPO-IDE-NOAM21
           MOVE ENT-NRO-ID  TO NUM-IDE-NOAM21
           READ NOAMNISTIA21
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FECHA-RUN-CARACT NOT < FEC-INI-NOAM21
                    AND FECHA-RUN-CARACT NOT > FEC-FIN-NOAM21
                    SET EN-VENTANA-AMNISTIA TO TRUE
                    ADD 1 TO CON-AMNISTIA
                 END-IF
           END-READ.

REMARK******************************************************************
       1096-CONSULTAR-SUPLANTACION.
REMARK*    VICTIMA DE SUPLANTACION CON LA DENUNCIA VIGENTE (VER
REMARK*    VERSUPL.CBL): PER22/PER29 MARCADOS CON "V" PARA QUE EL
REMARK*    CLIENTE VERIFIQUE LA IDENTIDAD. SIN EL SUBPROGRAMA LA
REMARK*    IDENTIFICACION SALE COMO SIEMPRE.
           MOVE ENT-TIPO-ID TO W-SUPL-TIPO
           MOVE ENT-NRO-ID  TO W-SUPL-NUMERO
           CALL "VERSUPL" USING W-SUPL-TIPO W-SUPL-NUMERO
                                W-IND-SUPLANTACION W-SUPL-TELEFONO
           ON EXCEPTION
              MOVE SPACE TO W-IND-SUPLANTACION
           END-CALL
           IF VICTIMA-SUPLANTACION
              ADD 1 TO CON-SUPLANTACION
           END-IF.

REMARK******************************************************************
       1097-CONSULTAR-MENOR.
REMARK*    TITULAR MENOR DE EDAD A LA FECHA DE CORRIDA SEGUN LA FECHA
REMARK*    DE NACIMIENTO DE BDIIREGI (CUENTA AAAAMMDD, VER VERMENOR.CBL;
REMARK*    EN CEROS = DESCONOCIDA, NO SE PRESUME MENOR): PER22/PER29
REMARK*    SALEN CON EL CODIGO "M" Y SIN NINGUNA CARACTERISTICA.
           MOVE SPACE TO W-IND-MENOR
           MOVE ENT-TIPO-ID TO TIPO-ID-BDIIREGI
           MOVE ENT-NRO-ID  TO CEDULA-BDIIREGI
           READ BDIIREGI
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FEC-NAC-BDIIREGI NUMERIC
                    AND FEC-NAC-BDIIREGI > 0
                    AND FEC-NAC-BDIIREGI NOT > FECHA-RUN-CARACT
                    COMPUTE W-EDAD-AAAAMMDD =
                            FECHA-RUN-CARACT - FEC-NAC-BDIIREGI
                    IF W-EDAD-AAAAMMDD < 180000
                       SET TITULAR-MENOR TO TRUE
                       ADD 1 TO CON-MENORES
                    END-IF
                 END-IF
           END-READ.

REMARK******************************************************************
       1100-GRABAR-PER22.
              INITIALIZE REG-SLD-PER22
              MOVE W-EST-DAS           TO SLD-EST-DAS-PER22
              MOVE W-IND-DIAN          TO SLD-IND-DIAN-PER22
              MOVE W-EST-DIAN          TO SLD-EST-DIAN-PER22
              MOVE W-IND-AMNISTIA      TO SLD-IND-AMN-PER22
              MOVE W-IND-SUPLANTACION  TO SLD-IND-SUP-PER22
              IF EN-VENTANA-AMNISTIA
                 MOVE SPACES           TO SLD-01MOR998MX022
                                          SLD-01MOR997MX022
                                          SLD-01MOR996MX022
              END-IF
              IF TITULAR-MENOR
                 MOVE SPACES           TO DET-REG-PER22
                 MOVE W-IND-MENOR      TO SLD-IND-MEN-PER22
              END-IF
              WRITE REG-SLD-PER22
              MOVE 1 TO SW-GRABO-ALGO.

              MOVE  W-EST-DAS         TO  SLD-EST-DAS-PER29
              MOVE  W-IND-DIAN        TO  SLD-IND-DIAN-PER29
              MOVE  W-EST-DIAN        TO  SLD-EST-DIAN-PER29
              MOVE  W-IND-AMNISTIA    TO  SLD-IND-AMN-PER29
              MOVE  W-IND-SUPLANTACION TO SLD-IND-SUP-PER29
              IF TITULAR-MENOR
                 PERFORM 1101-VACIAR-PER29-MENOR
              END-IF
              WRITE REG-SLD-PER29-RPL
              MOVE 1 TO SW-GRABO-ALGO.

REMARK******************************************************************
       1101-VACIAR-PER29-MENOR.
REMARK*    PER29 NO TIENE GRUPO DE DETALLE: SE BLANQUEA TODO LO QUE
REMARK*    SIGUE A LA IDENTIFICACION Y QUEDA SOLO EL CODIGO "M".
              MOVE  SPACES            TO  REG-SLD-PER29-RPL(14:)
              MOVE  W-IND-MENOR       TO  SLD-IND-MEN-PER29.

REMARK* *********************************************************** *
       0060-CERRAR-ARCHIVOS.
REMARK* *********************************************************** *
              DISPLAY CON-EN-AMBAS
              DISPLAY "EN NINGUNA BASE    => "
              DISPLAY CON-EN-NINGUNA
              DISPLAY "EN AMNISTIA 2021   => "
              DISPLAY CON-AMNISTIA
              DISPLAY "VICTIMAS SUPLANTAC.=> "
              DISPLAY CON-SUPLANTACION
              DISPLAY "TITULARES MENORES  => "
              DISPLAY CON-MENORES

              DISPLAY " "
              DISPLAY " ".
           MOVE "*INICIO*" TO REGC-CONTADORES
           MOVE 0 TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "CARACTPER - REGCORRIDA NO DISPONIBLE"
           END-CALL.
           STRING "LEIDOS " CON-LEIDOS
                  " GRABADOS " CON-GRABADOS
                  " NOENC " CON-NO-ENC
                  " AMNIST " CON-AMNISTIA
                  " SUPL " CON-SUPLANTACION
                  DELIMITED BY SIZE
                  INTO REGC-CONTADORES
           END-STRING
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "CARACTPER - REGCORRIDA NO DISPONIBLE"
           END-CALL

         03  SLD-01EXP996RO029         PIC  X(04).
         03  SLD-02EXP995TO029         PIC  X(04).
         03  SLD-02EXP994TO029         PIC  X(04).
      *  los indicadores van en las mismas columnas que el PER29 de
      *  CARACTPER (174-176); aqui no hay tipo de registro ni DAS/DIAN
         03  FILLER                    PIC  X(07).
      *  "A" cuando a la fecha de corrida la identificacion esta
      *  dentro de su ventana de NOAMNISTIA21
         03  SLD-IND-AMN-PER29         PIC  X(01).
      *  "V" cuando la identificacion es victima de suplantacion
      *  con la denuncia vigente (SUPLANTA): verificar identidad
         03  SLD-IND-SUP-PER29         PIC  X(01).
      *  "M" cuando el titular es menor de edad segun la fecha de
      *  nacimiento de BDIIREGI: el registro sale sin datos
         03  SLD-IND-MEN-PER29         PIC  X(01).
           
      *
      * ******************************************************* *
         03  CON-NO-ENC                PIC  9(08)  VALUE 0.
         03  CON-LEIDOS                PIC  9(08)  VALUE 0.
         03  CON-GRABADOS              PIC  9(08)  VALUE 0.
      *    aplicaciones de la amnistia 2021 (NOAMNISTIA21)
         03  CON-AMNISTIA              PIC  9(08)  VALUE 0.
      *    victimas de suplantacion con denuncia vigente (SUPLANTA)
         03  CON-SUPLANTACION          PIC  9(08)  VALUE 0.
      *    titulares menores de edad (FEC-NAC-BDIIREGI)
         03  CON-MENORES               PIC  9(08)  VALUE 0.
         03  MUESTRA                   PIC  9(08)  VALUE 0.

       01  COD-RET-NOAMNISTIA21        PIC  X(02)  VALUE SPACES.
       01  INDICADOR-AMNISTIA.
         03  W-IND-AMNISTIA            PIC  X(01)  VALUE SPACE.
             88  EN-VENTANA-AMNISTIA               VALUE "A".
       01  INDICADOR-SUPLANTACION.
         03  W-IND-SUPLANTACION        PIC  X(01)  VALUE SPACE.
             88  VICTIMA-SUPLANTACION              VALUE "V".
         03  W-SUPL-TIPO               PIC  X(01)  VALUE SPACE.
         03  W-SUPL-NUMERO             PIC  X(11)  VALUE SPACES.
         03  W-SUPL-TELEFONO           PIC  X(14)  VALUE SPACES.
       01  INDICADOR-MENOR.
         03  W-IND-MENOR               PIC  X(01)  VALUE SPACE.
             88  TITULAR-MENOR                     VALUE "M".
         03  W-EDAD-AAAAMMDD           PIC  9(08)  VALUE 0.

       01 SWITCHES.
         03  SW-ERROR                  PIC  9(01)  VALUE 0.
         03  SW-IND-FRENADOS           PIC  9(01)  VALUE 0.
       01  ENV-NAME                    PIC  X(05)  VALUE "EXTFH".
       01  PROGRAMA-EMAIL              PIC  X(10)  VALUE  SPACES.

      * bitacora central de corridas (REGCORRIDA); el nombre la
      * distingue de CARACTPER y de la otra personalizacion
       01  REGC-PROGRAMA               PIC  X(10)  VALUE "CARACTP29".
       01  REGC-PARAMETROS             PIC  X(40)  VALUE SPACES.
       01  REGC-CONTADORES             PIC  X(80)  VALUE SPACES.
       01  REGC-RC                     PIC  9(04)  VALUE 0.
       01  REGC-VERSION                PIC  X(24)
                                       VALUE "CARACTPER-PER29.V01.001".

      * ******************************************************** *
       COPY  ICFILE.WS.
       COPY  LEEMAESTROS.WS.
              PERFORM  1000-PROCESAR
              PERFORM  0060-CERRAR-ARCHIVOS
              PERFORM  0100-DISPLAYS-PROGRAMA
              PERFORM  0130-ASENTAR-CORRIDA
              STOP RUN.

REMARK******************************************************************
              MOVE  ENT-NRO-ID         TO  NRO-ID-CARACT
              PERFORM  4299-INICIALIZE-CARACTBC
              PERFORM  1000-CALCULAR-CARACTERISTICAS
              PERFORM  1095-CONSULTAR-AMNISTIA
              PERFORM  1096-CONSULTAR-SUPLANTACION
              PERFORM  1097-CONSULTAR-MENOR
              IF NUM-PERSO-CARACT = 29
      *
                 INITIALIZE  REG-SLD-PER29-RPL
                 MOVE  01EXP996RO029     TO  SLD-01EXP996RO029
                 MOVE  02EXP995TO029     TO  SLD-02EXP995TO029
                 MOVE  02EXP994TO029     TO  SLD-02EXP994TO029
                 MOVE  W-IND-AMNISTIA    TO  SLD-IND-AMN-PER29
                 MOVE  W-IND-SUPLANTACION TO SLD-IND-SUP-PER29
                 IF TITULAR-MENOR
                    PERFORM 1101-VACIAR-PER29-MENOR
                 END-IF
                 WRITE REG-SLD-PER29-RPL
      *
                 ADD   1                   TO  CON-GRABADOS
            END-IF
           END-PERFORM.

REMARK******************************************************************
       1095-CONSULTAR-AMNISTIA.
REMARK*    MISMA CONSULTA QUE CARACTPER: SI LA FECHA DE CORRIDA CAE
REMARK*    DENTRO DE LA VENTANA FEC-INI/FEC-FIN DEL BENEFICIARIO EN
REMARK*    NOAMNISTIA21, PER29 SALE MARCADO CON "A". FUERA DE LA
REMARK*    VENTANA LA IDENTIFICACION SALE COMO SIEMPRE.
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
REMARK*    VERSUPL.CBL): PER29 MARCADO CON "V" PARA QUE EL CLIENTE
REMARK*    VERIFIQUE LA IDENTIDAD. SIN EL SUBPROGRAMA LA
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
REMARK*    EN CEROS = DESCONOCIDA, NO SE PRESUME MENOR): PER29 SALE
REMARK*    CON EL CODIGO "M" Y SIN NINGUNA CARACTERISTICA.
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
       1101-VACIAR-PER29-MENOR.
REMARK*    PER29 NO TIENE GRUPO DE DETALLE: SE BLANQUEA TODO LO QUE
REMARK*    SIGUE A LA IDENTIFICACION Y QUEDA SOLO EL CODIGO "M".
              MOVE  SPACES            TO  REG-SLD-PER29-RPL(13:)
              MOVE  W-IND-MENOR       TO  SLD-IND-MEN-PER29.

      * *********************************************************** *
       0060-CERRAR-ARCHIVOS.
            PERFORM  1000-CERRAR-DCSRARCH.
              DISPLAY "REG. GRABADOS      => "
              DISPLAY CON-GRABADOS

              DISPLAY "EN AMNISTIA 2021   => "
              DISPLAY CON-AMNISTIA
              DISPLAY "VICTIMAS SUPLANTAC.=> "
              DISPLAY CON-SUPLANTACION
              DISPLAY "TITULARES MENORES  => "
              DISPLAY CON-MENORES

              DISPLAY " "
              DISPLAY " ".
      * ************************************************************ *
       0130-ASENTAR-CORRIDA.
REMARK*    DEJA LA CORRIDA Y LA VERSION ASENTADAS EN LA BITACORA
REMARK*    CENTRAL, COMO CARACTPER (VER REGCORRIDA.CBL).
REMARK* *********************************************************** *
              MOVE LINEA-COMANDO TO REGC-PARAMETROS
              MOVE SPACES TO REGC-CONTADORES
              STRING "LEIDOS " CON-LEIDOS
                     " GRABADOS " CON-GRABADOS
                     DELIMITED BY SIZE
                     INTO REGC-CONTADORES
              END-STRING
              MOVE RETURN-CODE TO REGC-RC
              CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                      REGC-CONTADORES REGC-RC
                                      REGC-VERSION
              ON EXCEPTION
                 DISPLAY "CARACTPER-PER29 - REGCORRIDA NO DISPONIBLE"
              END-CALL.

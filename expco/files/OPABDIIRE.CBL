              02 ENT-BLOQUEO-TUTELA-BDIIREGI PIC X(01).
              02 ENT-IND-CREACION-BDIIREGI  PIC X(01).
              02 ENT-IND-CAMBIO-BDIIREGI    PIC X(01).
      *       AAAAMMDD; en blancos o ceros (feed viejo o dato que la
      *       Registraduria no tiene) queda la fecha desconocida
              02 ENT-FEC-NAC-BDIIREGI       PIC X(08).
              02 ENT-FEC-NAC-BDIIREGI-R REDEFINES
                 ENT-FEC-NAC-BDIIREGI.
                 03 ENT-NAC-ANO-BDIIREGI    PIC 9(04).
                 03 ENT-NAC-MES-BDIIREGI    PIC 9(02).
                 03 ENT-NAC-DIA-BDIIREGI    PIC 9(02).
           FD BITACORA-BDIIREGI.
           01 REG-JRN-BDIIREGI.
      *       operacion de la pasada de ida, para que DESHACER sepa
              02 JRN-BLOQUEO-TUTELA-BDIIR PIC X(01).
              02 JRN-IND-CREACION-BDIIR   PIC X(01).
              02 JRN-IND-CAMBIO-BDIIREGI  PIC X(01).
              02 JRN-FEC-NAC-BDIIREGI     PIC 9(08).
           FD RECHAZOS-BDIIREGI.
           01 REG-RCH-BDIIREGI.
              02 RCH-TIPO-ID-BDIIREGI     PIC X(01).
       01 W-STATUS-ENT-BDIIREGI        PIC XX VALUE SPACE.
       01 W-EDITCON                    PIC ZZZ,ZZZ,ZZZ,ZZZ.
       01 W-CEDULA-BDIIREGI            PIC 9(11).
       01 W-FEC-NAC-BDIIREGI           PIC 9(08) VALUE ZEROS.
       01 W-FECHA-SISTEMA              PIC 9(08) VALUE ZEROS.
       01 CHK-BDIIREGI-TITLE           PIC X(80)
                                   VALUE "$TEMPORALES/BDIIREGICHK".
       01 ENT-BDIIREGI-TITLE           PIC X(80)
       01 REGC-PARAMETROS              PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES              PIC X(80) VALUE SPACES.
       01 REGC-RC                      PIC 9(04) VALUE 0.
       01 REGC-VERSION                 PIC X(24)
                                       VALUE "OPABDIIRE.01.0001".

      * aviso al operador al fin de la corrida (NOTIFICAR)
       01 NOTIF-SEVERIDAD              PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA               PIC X(10) VALUE "OPABDIIRE".
       01 NOTIF-MENSAJE                PIC X(80) VALUE SPACES.

      * libro de totales de control de la cadena (TOTCTL)
       01 TOTC-PROGRAMA                PIC X(10) VALUE "OPABDIIRE".
       01 TOTC-CONCEPTO                PIC X(12) VALUE SPACES.
       01 TOTC-VALOR                   PIC 9(12) VALUE 0.
       01 TOTC-RC                      PIC 9(04) VALUE 0.


REMARK*** VARIABLES TIPO REGISTRO
REMARK****************************
           03 TOT-ERR-SEXO                 PIC 9(08) VALUE ZEROS.
           03 TOT-ERR-TUTELA               PIC 9(08) VALUE ZEROS.
           03 TOT-ERR-INDICADORES          PIC 9(08) VALUE ZEROS.
           03 TOT-ERR-FEC-NAC              PIC 9(08) VALUE ZEROS.
           03 TOT-ERR-DUPLICADA            PIC 9(08) VALUE ZEROS.
           03 TOT-ERR-OPERACION            PIC 9(08) VALUE ZEROS.
           03 TOT-ERR-ALTA-DUP             PIC 9(08) VALUE ZEROS.
           03 TOT-ERR-IDENTIF              PIC 9(08) VALUE ZEROS.
REMARK*** RESULTADO DEL VALIDADOR UNICO DE IDENTIFICACIONES (VALIDID)
       01  W-COD-VALIDID                   PIC  X(03) VALUE SPACES.
       01  W-TEXTO-VALIDID                 PIC  X(40) VALUE SPACES.

REMARK*** CONTADORES
REMARK***************
       01  W-REINICIO-ACTUALIZADOS         PIC  9(12) VALUE 0.
       01  W-REINICIO-CEDULA-BDIIREGI      PIC  9(11) VALUE 0.
       01  W-ITERACIONES-REST              PIC  9(12) VALUE 0.
REMARK*** CUADRE DEL FEED (MODO ENTRADA): LEIDOS = DETALLE + RECHAZADOS
REMARK*** + SIN CAMBIO + NO HALLADOS + NO ACTUALIZADOS + SALTADOS
       01  W-LEIDOS-ENT                    PIC  9(12) VALUE ZEROS.
       01  W-SALTADOS-ENT                  PIC  9(12) VALUE ZEROS.
       01  W-DETALLE-GRABADOS              PIC  9(12) VALUE ZEROS.
             
REMARK*** ARREGLOS   
REMARK*************
              END-IF
           END-IF
           PERFORM 10-CONTROL-TIEMPO
           ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
      *
           DISPLAY " Fecha Inicio Proceso : " FECHA-PG
           DISPLAY " Hora  Inicio Proceso : " HORA-PG.
           MOVE "*INICIO*" TO REGC-CONTADORES
           MOVE 0 TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "OPABDIIRE - REGCORRIDA NO DISPONIBLE"
           END-CALL.
       1006-ACTUALIZAR-DESDE-ENTRADA.
           PERFORM 1007-LEER-ENTRADA-BDIIREGI
           PERFORM UNTIL IND-SEC-ENT-BDII = 1
               ADD 1 TO W-LEIDOS-ENT
               IF SW-SALTANDO = 1
                  ADD 1 TO W-SALTADOS-ENT
                  IF ENT-CEDULA-BDIIREGI = W-REINICIO-CEDULA-BDIIREGI
                     MOVE 0 TO SW-SALTANDO
                  END-IF
      *  TOCAR BDIIREGI (EL ESPEJO DE 4100-VALIDACIONES-BASICAS DE     *
      *  ACTALEJUR QUE ESTE PROGRAMA NO TENIA): TIPO Y CEDULA          *
      *  NUMERICOS, SEXO E INDICADORES EN SUS VALORES LEGALES, Y       *
      *  CEDULAS REPETIDAS DENTRO DEL MISMO FEED. EN ALTAS Y CAMBIOS   *
      *  LA IDENTIFICACION PASA POR EL VALIDADOR UNICO VALIDID (REGLAS *
      *  DEL TIPO, NUMEROS FICTICIOS) Y SU CODIGO I01..I06 ENCABEZA LA *
      *  RAZON; LA BAJA SOLO PIDE TIPO Y CEDULA NUMERICOS, PARA QUE LO *
      *  QUE YA ESTA EN EL MAESTRO SE PUEDA SACAR. LA PRIMERA RAZON    *
      *  HALLADA QUEDA EN W-RAZON-RECHAZO Y CADA TIPO DE ERROR SE      *
      *  TOTALIZA PARA EL RESUMEN                                      *
      ****************************************************************
              ADD 1 TO TOT-ERR-CEDULA
              MOVE "CEDULA NO NUMERICA" TO W-RAZON-RECHAZO
           END-IF
           IF SW-ENT-VALIDA = 1
              AND ENT-OPERACION-BDIIREGI NOT = "B"
              CALL "VALIDID" USING ENT-TIPO-ID-BDIIREGI
                                   ENT-CEDULA-BDIIREGI
                                   W-COD-VALIDID W-TEXTO-VALIDID
              IF W-COD-VALIDID NOT = SPACES
                 MOVE 0 TO SW-ENT-VALIDA
                 ADD 1 TO TOT-ERR-IDENTIF
                 STRING W-COD-VALIDID " " W-TEXTO-VALIDID
                        DELIMITED BY SIZE INTO W-RAZON-RECHAZO
                 END-STRING
              END-IF
           END-IF
           IF SW-ENT-VALIDA = 1
              AND ENT-IND-SEXO-BDIIREGI NOT = "F"
              AND ENT-IND-SEXO-BDIIREGI NOT = "M"
              MOVE "INDICADORES DE CREACION/CAMBIO INVALIDOS (0/1)"
                TO W-RAZON-RECHAZO
           END-IF
           IF SW-ENT-VALIDA = 1
              PERFORM 1014F-VALIDAR-FEC-NAC
           END-IF
           IF SW-ENT-VALIDA = 1
              MOVE ENT-TIPO-ID-BDIIREGI TO DUP-TIPO-ID-BDIIREGI
              MOVE ENT-CEDULA-BDIIREGI  TO DUP-CEDULA-BDIIREGI
              END-WRITE
           END-IF.

      ****************************************************************
      *1014F-VALIDAR-FEC-NAC                                           *
      *  LA FECHA DE NACIMIENTO PUEDE VENIR VACIA (DESCONOCIDA); SI    *
      *  VIENE, TIENE QUE SER UNA FECHA AAAAMMDD ARMADA Y NO POSTERIOR *
      *  A HOY. QUEDA EN W-FEC-NAC-BDIIREGI PARA EL MAESTRO            *
      ****************************************************************
       1014F-VALIDAR-FEC-NAC.
           MOVE ZEROS TO W-FEC-NAC-BDIIREGI
           IF ENT-FEC-NAC-BDIIREGI = SPACES
              OR ENT-FEC-NAC-BDIIREGI = ZEROS
              CONTINUE
           ELSE
              IF ENT-FEC-NAC-BDIIREGI NOT NUMERIC
                 MOVE 0 TO SW-ENT-VALIDA
              ELSE
                 IF ENT-NAC-ANO-BDIIREGI < 1900
                    OR ENT-NAC-MES-BDIIREGI < 1
                    OR ENT-NAC-MES-BDIIREGI > 12
                    OR ENT-NAC-DIA-BDIIREGI < 1
                    OR ENT-NAC-DIA-BDIIREGI > 31
                    MOVE 0 TO SW-ENT-VALIDA
                 ELSE
                    MOVE ENT-FEC-NAC-BDIIREGI TO W-FEC-NAC-BDIIREGI
                    IF W-FEC-NAC-BDIIREGI > W-FECHA-SISTEMA
                       MOVE 0 TO SW-ENT-VALIDA
                    END-IF
                 END-IF
              END-IF
              IF SW-ENT-VALIDA = 0
                 MOVE ZEROS TO W-FEC-NAC-BDIIREGI
                 ADD 1 TO TOT-ERR-FEC-NAC
                 MOVE "FECHA DE NACIMIENTO INVALIDA (AAAAMMDD)"
                   TO W-RAZON-RECHAZO
              END-IF
           END-IF.

      ****************************************************************
      *1016-APLICAR-CON-DELTA                                          *
      *  PASADA DELTA: ANTES DE REESCRIBIR SE LEE EL REGISTRO ACTUAL   *
      *  DE BDIIREGI Y SE COMPARAN LOS CUATRO INDICADORES Y LA FECHA   *
      *  DE NACIMIENTO CONTRA EL FEED; SOLO UNA DIFERENCIA REAL PAGA   *
      *  EL REWRITE. ANTES SE REESCRIBIA UN MILLON DE REGISTROS        *
      *  AUNQUE UNA FRACCION HUBIERA CAMBIADO, Y EL REPSAL MOSTRABA    *
      *  EL COSTO. DE PASO SE APRENDE CUANTO DEL FEED ES PURO REFRITO: *
      *  LOS CONTADORES SIN-CAMBIO Y NO-HALLADOS SALEN EN EL RESUMEN   *
      ****************************************************************
       1016-APLICAR-CON-DELTA.
           MOVE ZEROS                  TO SW-ACTUAL-REGIS
                        = ENT-IND-CREACION-BDIIREGI
                    AND IND-CAMBIO-BDIIREGI
                        = ENT-IND-CAMBIO-BDIIREGI
                    AND FEC-NAC-BDIIREGI = W-FEC-NAC-BDIIREGI
                    ADD 1 TO W-SIN-CAMBIO
                 ELSE
      *             la imagen previa va a la bitacora ANTES de pisar
           MOVE BLOQUEO-TUTELA-BDIIREGI TO JRN-BLOQUEO-TUTELA-BDIIR
           MOVE IND-CREACION-BDIIREGI   TO JRN-IND-CREACION-BDIIR
           MOVE IND-CAMBIO-BDIIREGI     TO JRN-IND-CAMBIO-BDIIREGI
           MOVE FEC-NAC-BDIIREGI        TO JRN-FEC-NAC-BDIIREGI
           WRITE REG-JRN-BDIIREGI.

      ****************************************************************
           PERFORM 1008-MOVER-A-REGIS-DESDE-ENTRADA
           WRITE REG-BDIIREGI
              INVALID KEY
                 ADD 1 TO TOT-ERR-ALTA-DUP
                 MOVE "ALTA DE CEDULA QUE YA EXISTE EN EL MAESTRO"
                   TO W-RAZON-RECHAZO
                                           TO JRN-BLOQUEO-TUTELA-BDIIR
                 MOVE IND-CREACION-BDIIREGI  TO JRN-IND-CREACION-BDIIR
                 MOVE IND-CAMBIO-BDIIREGI    TO JRN-IND-CAMBIO-BDIIREGI
                 MOVE FEC-NAC-BDIIREGI       TO JRN-FEC-NAC-BDIIREGI
                 WRITE REG-JRN-BDIIREGI
                 PERFORM 1010-GRABAR-DETALLE
                 ADD 1 TO W-CONTADOR-CHECKPOINT

      ****************************************************************
      *1019M-DESHACER-CAMBIO                                           *
      *  EL DESHACER HISTORICO: RESTAURA LOS INDICADORES PREVIOS Y    *
      *  LA FECHA DE NACIMIENTO                                       *
      ****************************************************************
       1019M-DESHACER-CAMBIO.
           MOVE JRN-TIPO-ID-BDIIREGI TO TIPO-ID-BDIIREGI
                    TO IND-CREACION-BDIIREGI
                 MOVE JRN-IND-CAMBIO-BDIIREGI
                    TO IND-CAMBIO-BDIIREGI
                 MOVE JRN-FEC-NAC-BDIIREGI
                    TO FEC-NAC-BDIIREGI
                 REWRITE REG-BDIIREGI
                    INVALID KEY
                       ADD 1 TO W-NO-ACTUALIZADOS
              TO BLOQUEO-TUTELA-BDIIREGI
           MOVE JRN-IND-CREACION-BDIIR  TO IND-CREACION-BDIIREGI
           MOVE JRN-IND-CAMBIO-BDIIREGI TO IND-CAMBIO-BDIIREGI
           MOVE JRN-FEC-NAC-BDIIREGI    TO FEC-NAC-BDIIREGI
           WRITE REG-BDIIREGI
              INVALID KEY
                 ADD 1 TO W-NO-ACTUALIZADOS
           MOVE ENT-IND-SEXO-BDIIREGI       TO IND-SEXO-BDIIREGI
           MOVE ENT-BLOQUEO-TUTELA-BDIIREGI TO BLOQUEO-TUTELA-BDIIREGI
           MOVE ENT-IND-CREACION-BDIIREGI   TO IND-CREACION-BDIIREGI
           MOVE ENT-IND-CAMBIO-BDIIREGI     TO IND-CAMBIO-BDIIREGI
           MOVE W-FEC-NAC-BDIIREGI          TO FEC-NAC-BDIIREGI.

      ****************************************************************
      *1005-GRABAR-CHECKPOINT                                          *
           END-IF
           MOVE TIPO-ID-BDIIREGI       TO DET-TIPO-ID-BDIIREGI
           MOVE CEDULA-BDIIREGI        TO DET-CEDULA-BDIIREGI
           WRITE REG-DET-BDIIREGI
           ADD 1                       TO W-DETALLE-GRABADOS.

      ****************************************************************
      *1012-GRABAR-ENCABEZADO-DETALLE                                  *
                 DISPLAY "  INDICADORES INVALIDOS.. "
                         TOT-ERR-INDICADORES
              END-IF
              IF TOT-ERR-FEC-NAC > 0
                 DISPLAY "  FECHA NACIM. INVALIDA.. "
                         TOT-ERR-FEC-NAC
              END-IF
              IF TOT-ERR-DUPLICADA > 0
                 DISPLAY "  CEDULAS REPETIDAS...... "
                         TOT-ERR-DUPLICADA
                 DISPLAY "  ALTAS DUPLICADAS....... "
                         TOT-ERR-ALTA-DUP
              END-IF
              IF TOT-ERR-IDENTIF > 0
                 DISPLAY "  IDENTIF. INVALIDA...... "
                         TOT-ERR-IDENTIF
              END-IF
           END-IF
REMARK*    convencion graduada de retorno (0 ok / 4 avisos / 8
REMARK*    errores / 16 fatal): los rechazos del feed son aviso, los
                    MOVE 4 TO RETURN-CODE
              END-EVALUATE
           END-IF
           IF SW-MODO-ENTRADA = 1
              PERFORM 1022-ASENTAR-TOTALES
           END-IF
           PERFORM 1013-ASENTAR-CORRIDA.

      ****************************************************************
      *1022-ASENTAR-TOTALES                                            *
      *  DEJA EN EL LIBRO DE TOTALES DE CONTROL (VER TOTCTL.CBL) LO    *
      *  LEIDO DEL FEED Y A DONDE FUE CADA REGISTRO, PARA QUE CUADRE   *
      *  LO BALANCEE CONTRA LA ENTREGA QUE RECEPFEED REGISTRO Y        *
      *  CONTRA LOS CAMBIOS DE DETALLE-BDIIREGI. CON PARTICIONES CADA  *
      *  INSTANCIA ASIENTA LO SUYO Y CUADRE SUMA. EL CALL PISA         *
      *  RETURN-CODE, QUE YA TRAE EL RC DE LA CORRIDA                  *
      ****************************************************************
       1022-ASENTAR-TOTALES.
           MOVE RETURN-CODE            TO TOTC-RC
           MOVE "LEIDOS"               TO TOTC-CONCEPTO
           MOVE W-LEIDOS-ENT           TO TOTC-VALOR
           PERFORM 1023-LLAMAR-TOTCTL
           MOVE "DETALLE"              TO TOTC-CONCEPTO
           MOVE W-DETALLE-GRABADOS     TO TOTC-VALOR
           PERFORM 1023-LLAMAR-TOTCTL
           MOVE "RECHAZADOS"           TO TOTC-CONCEPTO
           MOVE CONT-RECHAZADOS        TO TOTC-VALOR
           PERFORM 1023-LLAMAR-TOTCTL
           MOVE "SINCAMBIO"            TO TOTC-CONCEPTO
           MOVE W-SIN-CAMBIO           TO TOTC-VALOR
           PERFORM 1023-LLAMAR-TOTCTL
           MOVE "NOHALLADOS"           TO TOTC-CONCEPTO
           MOVE W-NO-HALLADOS          TO TOTC-VALOR
           PERFORM 1023-LLAMAR-TOTCTL
           MOVE "NOACTUALIZ"           TO TOTC-CONCEPTO
           MOVE W-NO-ACTUALIZADOS      TO TOTC-VALOR
           PERFORM 1023-LLAMAR-TOTCTL
           MOVE "SALTADOS"             TO TOTC-CONCEPTO
           MOVE W-SALTADOS-ENT         TO TOTC-VALOR
           PERFORM 1023-LLAMAR-TOTCTL
           MOVE TOTC-RC                TO RETURN-CODE.

      ****************************************************************
      *1023-LLAMAR-TOTCTL                                              *
      ****************************************************************
       1023-LLAMAR-TOTCTL.
           CALL "TOTCTL" USING TOTC-PROGRAMA TOTC-CONCEPTO TOTC-VALOR
           ON EXCEPTION
              DISPLAY "OPABDIIRE - TOTCTL NO DISPONIBLE"
           END-CALL.

      ****************************************************************
      *1013-ASENTAR-CORRIDA.
      *  DEJA LA CORRIDA ASENTADA EN LA BITACORA CENTRAL (VER          *
           END-STRING
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "OPABDIIRE - REGCORRIDA NO DISPONIBLE"
           END-CALL

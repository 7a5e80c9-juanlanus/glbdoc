      * POOLSCORE.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    POOLSCORE.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Pool de instancias de LEESCORE SERVER detras del mismo nombre
      ** publico: un solo LEESCORE SERVER atiende una solicitud CCI a
      ** la vez, y mientras contesta una, o mientras esta en pausa o
      ** se reinicia, las sucursales esperan. Este supervisor:
      **   1. lanza N instancias "LEESCORE SERVER" en segundo plano
      **      con LEESCOREINST = 01..N, como OPABDIIPAR lanza sus
      **      particiones; todas escuchan el mismo nombre publico y el
      **      modulo CCI entrega cada sesion nueva a una instancia que
      **      este esperando en la recepcion (libre). Una ocupada, en
      **      pausa o caida no esta escuchando y queda fuera de la
      **      rotacion sola. La configuracion de las sucursales no se
      **      toca.
      **   2. releva cada CINCO segundos el RC de cada instancia: una
      **      que termina sin que se le haya ordenado se relanza; si
      **      cae MAS de 3 veces seguidas sin llegar a durar 5
      **      minutos queda FUERA de rotacion hasta un SEGUIR.
      **   3. lleva el registro de instancias $TEMPORALES/POOLSCORE.REG
      **      (instancia, estado, arranques, caidas seguidas, ultimo
      **      arranque, ultimo RC, ultimo latido) y su propio latido
      **      $TEMPORALES/POOLSCORE.LAT para CONSCORR VIGILAR.
      **   4. toma los comandos del operador de
      **      $TEMPORALES/POOLSCORE.CMD, un renglon "COMANDO [nn]":
      **        PARAR / PAUSAR / SEGUIR / ESTADO   a todo el pool
      **        PARAR nn / PAUSAR nn / SEGUIR nn / ESTADO nn
      **                                           a la instancia nn
      **        INSTANCIAS nn   lleva el pool a nn instancias (el
      **                        fin de mes se sube la capacidad sin
      **                        bajar el servicio)
      **      y los reparte a los LEESCOREnn.CMD de las instancias,
      **      que los relevan entre solicitudes como siempre. PARAR
      **      del pool termina cuando la ultima instancia termino.
      **
      ** Cada instancia deja su salida en $TEMPORALES/LEESCOREnn.LOG
      ** y su RC en $TEMPORALES/LEESCOREnn.RC. El modo DIAN no se
      ** agrupa: su diario regulatorio lo escribe un solo proceso.
      **
      ** USO: POOLSCORE <instancias 1-20>
      ** RC = 0 pool terminado por PARAR, 4 si alguna instancia quedo
      **      FUERA de rotacion, 16 error de arranque.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMANDOS-POOL
                  ASSIGN TO "$TEMPORALES/POOLSCORE.CMD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CMD.

           SELECT COMANDO-INSTANCIA
                  ASSIGN TO DISK W-CMD-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-CMDI.

           SELECT ARCHIVO-RC-INST
                  ASSIGN TO DISK W-RC-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-RC.

           SELECT LATIDO-INSTANCIA
                  ASSIGN TO DISK W-LAT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-LATI.

           SELECT LATIDO-POOL
                  ASSIGN TO "$TEMPORALES/POOLSCORE.LAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-LAT.

           SELECT REGISTRO-POOL
                  ASSIGN TO "$TEMPORALES/POOLSCORE.REG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REG.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  COMANDOS-POOL.
       01  REG-COMANDO-POOL            PIC X(20).

       FD  COMANDO-INSTANCIA.
       01  REG-COMANDO-INST            PIC X(10).

       FD  ARCHIVO-RC-INST.
       01  REG-RC-INST                 PIC X(10).

      *    mismo layout que el latido de LEESCORE.CBL
       FD  LATIDO-INSTANCIA.
       01  REG-LATIDO-INST.
           02 LATI-FECHA               PIC 9(08).
           02 FILLER                   PIC X.
           02 LATI-HORA                PIC 9(06).

       FD  LATIDO-POOL.
       01  REG-LATIDO-POOL.
           02 LAT-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 LAT-HORA                 PIC 9(06).

       FD  REGISTRO-POOL.
       01  REG-REGISTRO-POOL.
           02 RPO-INSTANCIA            PIC 9(02).
           02 FILLER                   PIC X.
           02 RPO-ESTADO               PIC X(08).
           02 FILLER                   PIC X.
           02 RPO-ARRANQUES            PIC 9(04).
           02 FILLER                   PIC X.
           02 RPO-CAIDAS-SEGUIDAS      PIC 9(02).
           02 FILLER                   PIC X.
           02 RPO-FECHA-ARRANQUE       PIC 9(08).
           02 FILLER                   PIC X.
           02 RPO-HORA-ARRANQUE        PIC 9(06).
           02 FILLER                   PIC X.
           02 RPO-ULT-RC               PIC 9(08).
           02 FILLER                   PIC X.
           02 RPO-LAT-FECHA            PIC 9(08).
           02 FILLER                   PIC X.
           02 RPO-LAT-HORA             PIC 9(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-CMD              PIC X(2) VALUE ZEROS.
       01 COD-RET-CMDI             PIC X(2) VALUE ZEROS.
       01 COD-RET-RC               PIC X(2) VALUE ZEROS.
       01 COD-RET-LATI             PIC X(2) VALUE ZEROS.
       01 COD-RET-LAT              PIC X(2) VALUE ZEROS.
       01 COD-RET-REG              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(30) VALUE SPACES.
       01 W-INSTANCIAS-X           PIC X(02) VALUE SPACES.
       01 W-INSTANCIAS             PIC 9(02) VALUE 0.
       01 MAX-INSTANCIAS           PIC 9(02) VALUE 20.
       01 W-CMD-NAME               PIC X(60) VALUE SPACES.
       01 W-RC-NAME                PIC X(60) VALUE SPACES.
       01 W-LAT-NAME               PIC X(60) VALUE SPACES.
       01 W-COMANDO-SYST           PIC X(300) VALUE SPACES.
       01 W-IDX-INST               PIC 9(02) VALUE 0.
       01 CINCO-SEGUNDOS           PIC 9(02) VALUE 5.
       01 SW-FIN-POOL              PIC 9(01) VALUE 0.
       01 SW-PARAR-POOL            PIC 9(01) VALUE 0.
       01 SW-HUBO-FUERA            PIC 9(01) VALUE 0.
       01 W-VIVAS                  PIC 9(02) VALUE 0.

      **** COMANDO DEL OPERADOR: VERBO Y, OPCIONAL, LA INSTANCIA
       01 W-CMD-VERBO              PIC X(10) VALUE SPACES.
       01 W-CMD-ARG                PIC X(02) VALUE SPACES.
       01 W-INST-OBJETIVO          PIC 9(02) VALUE 0.
       01 W-CMD-A-MANDAR           PIC X(10) VALUE SPACES.
       01 W-NUEVAS-INSTANCIAS      PIC 9(02) VALUE 0.

      **** POLITICA DE RELANZAMIENTO: UNA INSTANCIA QUE DURO MENOS DE
      **** 5 MINUTOS CUENTA COMO CAIDA SEGUIDA; PASADAS 3 QUEDA FUERA
       01 MAX-CAIDAS-SEGUIDAS      PIC 9(02) VALUE 3.
       01 SEG-VIDA-ESTABLE         PIC 9(08) VALUE 300.
       01 W-SEG-VIDA               PIC 9(08) VALUE 0.

      **** RELOJ
       01 W-FECHA-HOY              PIC 9(08) VALUE 0.
       01 HORA-ACTUAL.
          03 HOR-HH                   PIC 9(02).
          03 HOR-MM                   PIC 9(02).
          03 HOR-SS                   PIC 9(02).
          03 FILLER                   PIC 9(02).
       01 W-SEG-AHORA              PIC 9(08) VALUE 0.
       01 W-SEG-ULT-LATIDO         PIC 9(08) VALUE 0.

      **** ESTADO DE CADA INSTANCIA (POOLSCORE.REG)
      **** ACTIVA   lanzada y sirviendo
      **** PAUSADA  se le mando PAUSAR
      **** DETENIDA se le mando PARAR, falta que termine
      **** PARADA   termino por PARAR (o por achicar el pool)
      **** FUERA    cayo demasiadas veces seguidas, sin relanzar
       01 TABLA-INSTANCIAS.
          02 INST-ENTRADA OCCURS 20 TIMES.
             03 INST-ESTADO           PIC X(08).
                88 INST-ACTIVA                 VALUE "ACTIVA".
                88 INST-PAUSADA                VALUE "PAUSADA".
                88 INST-DETENIDA               VALUE "DETENIDA".
                88 INST-PARADA                 VALUE "PARADA".
                88 INST-FUERA                  VALUE "FUERA".
                88 INST-VIVA                   VALUE "ACTIVA"
                                                     "PAUSADA"
                                                     "DETENIDA".
             03 INST-ARRANQUES        PIC 9(04).
             03 INST-CAIDAS-SEGUIDAS  PIC 9(02).
             03 INST-FECHA-ARRANQUE   PIC 9(08).
             03 INST-HORA-ARRANQUE    PIC 9(06).
             03 INST-SEG-ARRANQUE     PIC 9(08).
             03 INST-ULT-RC           PIC 9(08).
             03 INST-LAT-FECHA        PIC 9(08).
             03 INST-LAT-HORA         PIC 9(06).
       01 W-TOT-ARRANQUES          PIC 9(06) VALUE 0.
       01 W-TOT-CAIDAS             PIC 9(06) VALUE 0.

      **** UN SOLO POOL A LA VEZ (CERROJO)
       01 CERR-ACCION              PIC X(08) VALUE SPACES.
       01 CERR-RECURSO             PIC X(10) VALUE "POOLSCORE".
       01 CERR-PROGRAMA            PIC X(10) VALUE "POOLSCORE".
       01 CERR-RESULTADO           PIC 9(01) VALUE 0.
       01 SW-CERROJO-TOMADO        PIC 9(01) VALUE 0.

      **** ASIENTO EN LA BITACORA CENTRAL (REGCORRIDA)
       01 REGC-PROGRAMA            PIC X(10) VALUE "POOLSCORE".
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "POOLSCORE.v.01.0001".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Pool de instancias de LEESCORE SERVER        *"
           DISPLAY "*           PROGRAMA : POOLSCORE.CBL           *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           INITIALIZE TABLA-INSTANCIAS
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-INSTANCIAS-X
           END-UNSTRING
           MOVE W-INSTANCIAS-X TO W-CMD-ARG
           PERFORM 4150-TOMAR-NUMERO-INSTANCIA
           MOVE W-INST-OBJETIVO TO W-INSTANCIAS
           IF W-INSTANCIAS = 0 OR W-INSTANCIAS > MAX-INSTANCIAS
              DISPLAY "Uso: POOLSCORE <instancias 1-20>"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0600-TOMAR-CERROJO-POOL
      *    un PARAR viejo no debe terminar el pool recien lanzado
           MOVE "rm -f $TEMPORALES/POOLSCORE.CMD" TO W-COMANDO-SYST
           CALL "SYSTEM" USING W-COMANDO-SYST
           PERFORM 2000-LANZAR-INSTANCIAS
           PERFORM 5100-GRABAR-LATIDO-POOL
           PERFORM UNTIL SW-FIN-POOL = 1
              CALL "C$SLEEP" USING CINCO-SEGUNDOS
              PERFORM 3000-RELEVAR-INSTANCIAS
              PERFORM 4000-ATENDER-COMANDOS
              PERFORM 5000-GRABAR-REGISTRO
              PERFORM 5200-REFRESCAR-LATIDO-POOL
              IF SW-PARAR-POOL = 1 AND W-VIVAS = 0
                 MOVE 1 TO SW-FIN-POOL
              END-IF
           END-PERFORM
           PERFORM 0700-LIBERAR-CERROJO-POOL
           PERFORM 8000-TERMINAR
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
      *0600-TOMAR-CERROJO-POOL.
      ** DOS POOLS VIVOS LANZARIAN DOS VECES LAS MISMAS INSTANCIAS Y
      ** SE PISARIAN LOS ARCHIVOS DE COMANDOS Y DE RC
      ******************************************************************
       0600-TOMAR-CERROJO-POOL.
           MOVE "TOMAR" TO CERR-ACCION
           CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                CERR-PROGRAMA CERR-RESULTADO
           ON EXCEPTION
              DISPLAY "POOLSCORE - CERROJO NO DISPONIBLE, SE SIGUE "
                      "SIN INTERBLOQUEO"
              MOVE 0 TO CERR-RESULTADO
           END-CALL
           IF CERR-RESULTADO NOT = 0
              DISPLAY "POOLSCORE - YA HAY UN POOL CORRIENDO, SE "
                      "CANCELA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 1 TO SW-CERROJO-TOMADO.

      ******************************************************************
      *0700-LIBERAR-CERROJO-POOL.
      ******************************************************************
       0700-LIBERAR-CERROJO-POOL.
           IF SW-CERROJO-TOMADO = 1
              MOVE "LIBERAR" TO CERR-ACCION
              CALL "CERROJO" USING CERR-ACCION CERR-RECURSO
                                   CERR-PROGRAMA CERR-RESULTADO
              ON EXCEPTION
                 CONTINUE
              END-CALL
              MOVE 0 TO SW-CERROJO-TOMADO
           END-IF.

      ******************************************************************
      *0800-TOMAR-HORA.
      ** FECHA, HORA Y SEGUNDOS DEL DIA PARA ARRANQUES Y LATIDOS
      ******************************************************************
       0800-TOMAR-HORA.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-ACTUAL FROM TIME
           COMPUTE W-SEG-AHORA = HOR-HH * 3600
              + HOR-MM * 60 + HOR-SS.

      ******************************************************************
      *2000-LANZAR-INSTANCIAS.
      ******************************************************************
       2000-LANZAR-INSTANCIAS.
           PERFORM 2100-LANZAR-UNA-INSTANCIA
              VARYING W-IDX-INST FROM 1 BY 1
              UNTIL W-IDX-INST > W-INSTANCIAS.

      ******************************************************************
      *2100-LANZAR-UNA-INSTANCIA.
      ** CADA INSTANCIA CORRE CON SU NUMERO EN LEESCOREINST Y DEJA SU
      ** RC EN UN ARCHIVO PROPIO, COMO LAS PARTICIONES DE OPABDIIPAR.
      ** EL COMANDO PENDIENTE DE UNA VIDA ANTERIOR SE BORRA ANTES
      ******************************************************************
       2100-LANZAR-UNA-INSTANCIA.
           MOVE SPACES TO W-COMANDO-SYST
           STRING "rm -f $TEMPORALES/LEESCORE" W-IDX-INST ".RC "
                  "$TEMPORALES/LEESCORE" W-IDX-INST ".CMD"
                  DELIMITED BY SIZE INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE SPACES TO W-COMANDO-SYST
           STRING "( LEESCOREINST=" W-IDX-INST
                  " ; export LEESCOREINST ; LEESCORE SERVER >> "
                  "$TEMPORALES/LEESCORE" W-IDX-INST ".LOG 2>&1"
                  " ; printf '%8.8d' $? > $TEMPORALES/LEESCORE"
                  W-IDX-INST ".RC ) &"
                  DELIMITED BY SIZE INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE 0 TO RETURN-CODE
           PERFORM 0800-TOMAR-HORA
           SET INST-ACTIVA(W-IDX-INST) TO TRUE
           ADD 1 TO INST-ARRANQUES(W-IDX-INST)
           ADD 1 TO W-TOT-ARRANQUES
           MOVE W-FECHA-HOY TO INST-FECHA-ARRANQUE(W-IDX-INST)
           COMPUTE INST-HORA-ARRANQUE(W-IDX-INST) = HOR-HH * 10000
              + HOR-MM * 100 + HOR-SS
           MOVE W-SEG-AHORA TO INST-SEG-ARRANQUE(W-IDX-INST)
           DISPLAY "POOLSCORE - INSTANCIA " W-IDX-INST " LANZADA".

      ******************************************************************
      *3000-RELEVAR-INSTANCIAS.
      ** RC Y LATIDO DE CADA INSTANCIA VIVA; W-VIVAS QUEDA CON LAS
      ** QUE SIGUEN CORRIENDO
      ******************************************************************
       3000-RELEVAR-INSTANCIAS.
           MOVE 0 TO W-VIVAS
           PERFORM VARYING W-IDX-INST FROM 1 BY 1
              UNTIL W-IDX-INST > MAX-INSTANCIAS
              IF INST-VIVA(W-IDX-INST)
                 PERFORM 3100-RELEVAR-RC-INSTANCIA
                 PERFORM 3300-LEER-LATIDO-INSTANCIA
              END-IF
              IF INST-VIVA(W-IDX-INST)
                 ADD 1 TO W-VIVAS
              END-IF
           END-PERFORM.

      ******************************************************************
      *3100-RELEVAR-RC-INSTANCIA.
      ******************************************************************
       3100-RELEVAR-RC-INSTANCIA.
           MOVE SPACES TO W-RC-NAME
           STRING "$TEMPORALES/LEESCORE" W-IDX-INST ".RC"
                  DELIMITED BY SIZE INTO W-RC-NAME
           END-STRING
           OPEN INPUT ARCHIVO-RC-INST
           IF COD-RET-RC = "00"
              MOVE SPACES TO REG-RC-INST
              READ ARCHIVO-RC-INST NEXT RECORD
                 AT END CONTINUE
              END-READ
              CLOSE ARCHIVO-RC-INST
              IF REG-RC-INST(1:8) IS NUMERIC
                 MOVE REG-RC-INST(1:8) TO INST-ULT-RC(W-IDX-INST)
                 PERFORM 3200-TRATAR-FIN-INSTANCIA
              END-IF
           END-IF.

      ******************************************************************
      *3200-TRATAR-FIN-INSTANCIA.
      ** LA QUE TERMINO POR ORDEN QUEDA PARADA; LA QUE TERMINO SOLA SE
      ** RELANZA, SALVO QUE VENGA CAYENDO SEGUIDO: ENTONCES QUEDA
      ** FUERA DE ROTACION PARA NO GIRAR EN VACIO CONTRA UNA BASE
      ** CAIDA O UN BINARIO ROTO
      ******************************************************************
       3200-TRATAR-FIN-INSTANCIA.
           IF INST-DETENIDA(W-IDX-INST)
              SET INST-PARADA(W-IDX-INST) TO TRUE
              DISPLAY "POOLSCORE - INSTANCIA " W-IDX-INST
                      " PARADA, RC " INST-ULT-RC(W-IDX-INST)
           ELSE
              ADD 1 TO W-TOT-CAIDAS
              PERFORM 0800-TOMAR-HORA
              IF W-SEG-AHORA < INST-SEG-ARRANQUE(W-IDX-INST)
                 ADD 86400 TO W-SEG-AHORA
              END-IF
              COMPUTE W-SEG-VIDA = W-SEG-AHORA
                                 - INST-SEG-ARRANQUE(W-IDX-INST)
              IF W-SEG-VIDA NOT LESS THAN SEG-VIDA-ESTABLE
                 MOVE 0 TO INST-CAIDAS-SEGUIDAS(W-IDX-INST)
              END-IF
              ADD 1 TO INST-CAIDAS-SEGUIDAS(W-IDX-INST)
              DISPLAY "POOLSCORE - INSTANCIA " W-IDX-INST
                      " TERMINO SIN ORDEN, RC " INST-ULT-RC(W-IDX-INST)
                      " (CAIDA " INST-CAIDAS-SEGUIDAS(W-IDX-INST) ")"
              IF INST-CAIDAS-SEGUIDAS(W-IDX-INST)
                 > MAX-CAIDAS-SEGUIDAS
                 SET INST-FUERA(W-IDX-INST) TO TRUE
                 MOVE 1 TO SW-HUBO-FUERA
                 DISPLAY "POOLSCORE - INSTANCIA " W-IDX-INST
                         " FUERA DE ROTACION; SEGUIR " W-IDX-INST
                         " PARA REPONERLA"
              ELSE
                 PERFORM 2100-LANZAR-UNA-INSTANCIA
              END-IF
           END-IF.

      ******************************************************************
      *3300-LEER-LATIDO-INSTANCIA.
      ******************************************************************
       3300-LEER-LATIDO-INSTANCIA.
           MOVE SPACES TO W-LAT-NAME
           STRING "$TEMPORALES/LEESCORE" W-IDX-INST ".LAT"
                  DELIMITED BY SIZE INTO W-LAT-NAME
           END-STRING
           OPEN INPUT LATIDO-INSTANCIA
           IF COD-RET-LATI = "00"
              MOVE SPACES TO REG-LATIDO-INST
              READ LATIDO-INSTANCIA NEXT RECORD
                 AT END CONTINUE
              END-READ
              IF LATI-FECHA IS NUMERIC AND LATI-HORA IS NUMERIC
                 MOVE LATI-FECHA TO INST-LAT-FECHA(W-IDX-INST)
                 MOVE LATI-HORA  TO INST-LAT-HORA(W-IDX-INST)
              END-IF
              CLOSE LATIDO-INSTANCIA
           END-IF.

      ******************************************************************
      *4000-ATENDER-COMANDOS.
      ** UN RENGLON "COMANDO [nn]" EN POOLSCORE.CMD; SIN nn VALE PARA
      ** TODO EL POOL
      ******************************************************************
       4000-ATENDER-COMANDOS.
           PERFORM 4100-LEER-COMANDO
           IF W-CMD-VERBO NOT = SPACES
              MOVE W-INST-OBJETIVO TO W-NUEVAS-INSTANCIAS
              EVALUATE W-CMD-VERBO
                 WHEN "PARAR"
                    IF W-INST-OBJETIVO = 0
                       DISPLAY "POOLSCORE - PARAR RECIBIDO, SE PARA "
                               "TODO EL POOL"
                       MOVE 1 TO SW-PARAR-POOL
                    END-IF
                    PERFORM 4200-APLICAR-COMANDO
                 WHEN "PAUSAR"
                    PERFORM 4200-APLICAR-COMANDO
                 WHEN "SEGUIR"
                    PERFORM 4200-APLICAR-COMANDO
                 WHEN "ESTADO"
                    PERFORM 4200-APLICAR-COMANDO
                    PERFORM 4500-VOLCAR-ESTADO
                 WHEN "INSTANCIAS"
                    PERFORM 4300-CAMBIAR-CAPACIDAD
                 WHEN OTHER
                    DISPLAY "POOLSCORE - COMANDO DESCONOCIDO: "
                            REG-COMANDO-POOL
              END-EVALUATE
           END-IF.

      ******************************************************************
      *4100-LEER-COMANDO.
      ******************************************************************
       4100-LEER-COMANDO.
           MOVE SPACES TO W-CMD-VERBO W-CMD-ARG
           MOVE 0 TO W-INST-OBJETIVO
           OPEN INPUT COMANDOS-POOL
           IF COD-RET-CMD = "00"
              MOVE SPACES TO REG-COMANDO-POOL
              READ COMANDOS-POOL NEXT RECORD
                 AT END CONTINUE
              END-READ
              UNSTRING REG-COMANDO-POOL DELIMITED BY ALL " "
                       INTO W-CMD-VERBO W-CMD-ARG
              END-UNSTRING
           END-IF
           CLOSE COMANDOS-POOL
           IF W-CMD-VERBO NOT = SPACES
              MOVE "rm -f $TEMPORALES/POOLSCORE.CMD" TO W-COMANDO-SYST
              CALL "SYSTEM" USING W-COMANDO-SYST
              MOVE 0 TO RETURN-CODE
              PERFORM 4150-TOMAR-NUMERO-INSTANCIA
              IF W-INST-OBJETIVO > MAX-INSTANCIAS
                 DISPLAY "POOLSCORE - INSTANCIA FUERA DE RANGO: "
                         W-CMD-ARG
                 MOVE SPACES TO W-CMD-VERBO
              END-IF
           END-IF.

      ******************************************************************
      *4150-TOMAR-NUMERO-INSTANCIA.
      ** "3" O "03" EN W-CMD-ARG; CUALQUIER OTRA COSA ES CERO (TODAS)
      ******************************************************************
       4150-TOMAR-NUMERO-INSTANCIA.
           MOVE 0 TO W-INST-OBJETIVO
           IF W-CMD-ARG(1:1) IS NUMERIC AND W-CMD-ARG(2:1) = SPACE
              MOVE W-CMD-ARG(1:1) TO W-INST-OBJETIVO
           END-IF
           IF W-CMD-ARG IS NUMERIC
              MOVE W-CMD-ARG TO W-INST-OBJETIVO
           END-IF.

      ******************************************************************
      *4200-APLICAR-COMANDO.
      ** A LA INSTANCIA PEDIDA O A TODAS LAS QUE CORRESPONDA
      ******************************************************************
       4200-APLICAR-COMANDO.
           IF W-INST-OBJETIVO = 0
              PERFORM 4210-APLICAR-A-INSTANCIA
                 VARYING W-IDX-INST FROM 1 BY 1
                 UNTIL W-IDX-INST > MAX-INSTANCIAS
           ELSE
              MOVE W-INST-OBJETIVO TO W-IDX-INST
              PERFORM 4210-APLICAR-A-INSTANCIA
           END-IF.

      ******************************************************************
      *4210-APLICAR-A-INSTANCIA.
      ** PARAR Y PAUSAR SOLO A LAS QUE ESTAN SIRVIENDO; SEGUIR LEVANTA
      ** LA PAUSA Y, DENTRO DE LA CAPACIDAD DEL POOL, RELANZA LAS
      ** PARADAS A MANO O FUERA DE ROTACION
      ******************************************************************
       4210-APLICAR-A-INSTANCIA.
           MOVE SPACES TO W-CMD-A-MANDAR
           EVALUATE W-CMD-VERBO
              WHEN "PARAR"
                 IF INST-ACTIVA(W-IDX-INST) OR INST-PAUSADA(W-IDX-INST)
                    MOVE "PARAR" TO W-CMD-A-MANDAR
                    SET INST-DETENIDA(W-IDX-INST) TO TRUE
                 END-IF
              WHEN "PAUSAR"
                 IF INST-ACTIVA(W-IDX-INST)
                    MOVE "PAUSAR" TO W-CMD-A-MANDAR
                    SET INST-PAUSADA(W-IDX-INST) TO TRUE
                 END-IF
              WHEN "SEGUIR"
                 IF INST-PAUSADA(W-IDX-INST)
                    MOVE "SEGUIR" TO W-CMD-A-MANDAR
                    SET INST-ACTIVA(W-IDX-INST) TO TRUE
                 END-IF
                 IF (INST-PARADA(W-IDX-INST) OR INST-FUERA(W-IDX-INST))
                    AND W-IDX-INST NOT > W-INSTANCIAS
                    AND SW-PARAR-POOL = 0
                    MOVE 0 TO INST-CAIDAS-SEGUIDAS(W-IDX-INST)
                    PERFORM 2100-LANZAR-UNA-INSTANCIA
                 END-IF
              WHEN "ESTADO"
                 IF INST-ACTIVA(W-IDX-INST) OR INST-PAUSADA(W-IDX-INST)
                    MOVE "ESTADO" TO W-CMD-A-MANDAR
                 END-IF
           END-EVALUATE
           IF W-CMD-A-MANDAR NOT = SPACES
              PERFORM 4400-MANDAR-COMANDO
           END-IF.

      ******************************************************************
      *4300-CAMBIAR-CAPACIDAD.
      ** INSTANCIAS nn: SE LANZAN LAS QUE FALTAN HASTA nn Y A LAS QUE
      ** SOBRAN SE LES MANDA PARAR (TERMINAN LA SOLICITUD EN CURSO)
      ******************************************************************
       4300-CAMBIAR-CAPACIDAD.
           IF W-NUEVAS-INSTANCIAS = 0 OR SW-PARAR-POOL = 1
              DISPLAY "POOLSCORE - INSTANCIAS IGNORADO: " W-CMD-ARG
           ELSE
              DISPLAY "POOLSCORE - CAPACIDAD DE " W-INSTANCIAS
                      " A " W-NUEVAS-INSTANCIAS " INSTANCIAS"
              MOVE W-NUEVAS-INSTANCIAS TO W-INSTANCIAS
              MOVE "PARAR" TO W-CMD-VERBO
              PERFORM VARYING W-IDX-INST FROM 1 BY 1
                 UNTIL W-IDX-INST > MAX-INSTANCIAS
                 IF W-IDX-INST NOT > W-INSTANCIAS
                    IF NOT INST-VIVA(W-IDX-INST)
                       AND NOT INST-FUERA(W-IDX-INST)
                       MOVE 0 TO INST-CAIDAS-SEGUIDAS(W-IDX-INST)
                       PERFORM 2100-LANZAR-UNA-INSTANCIA
                    END-IF
                 ELSE
                    PERFORM 4210-APLICAR-A-INSTANCIA
                 END-IF
              END-PERFORM
           END-IF.

      ******************************************************************
      *4400-MANDAR-COMANDO.
      ** LA INSTANCIA LO RELEVA ENTRE SOLICITUDES (7200 DE LEESCORE)
      ******************************************************************
       4400-MANDAR-COMANDO.
           MOVE SPACES TO W-CMD-NAME
           STRING "$TEMPORALES/LEESCORE" W-IDX-INST ".CMD"
                  DELIMITED BY SIZE INTO W-CMD-NAME
           END-STRING
           OPEN OUTPUT COMANDO-INSTANCIA
           IF COD-RET-CMDI = "00"
              MOVE W-CMD-A-MANDAR TO REG-COMANDO-INST
              WRITE REG-COMANDO-INST
              CLOSE COMANDO-INSTANCIA
              DISPLAY "POOLSCORE - " W-CMD-A-MANDAR
                      " MANDADO A INSTANCIA " W-IDX-INST
           ELSE
              DISPLAY "POOLSCORE - NO SE PUDO MANDAR " W-CMD-A-MANDAR
                      " A INSTANCIA " W-IDX-INST " (" COD-RET-CMDI ")"
           END-IF.

      ******************************************************************
      *4500-VOLCAR-ESTADO.
      ** EL REGISTRO POR CONSOLA; CADA INSTANCIA VUELCA SUS CONTADORES
      ** EN SU PROPIO LEESCOREnn.LOG
      ******************************************************************
       4500-VOLCAR-ESTADO.
           DISPLAY "POOLSCORE ESTADO: CAPACIDAD " W-INSTANCIAS
                   " VIVAS " W-VIVAS " ARRANQUES " W-TOT-ARRANQUES
                   " CAIDAS " W-TOT-CAIDAS
           PERFORM VARYING W-IDX-INST FROM 1 BY 1
              UNTIL W-IDX-INST > MAX-INSTANCIAS
              IF INST-ESTADO(W-IDX-INST) NOT = SPACES
                 DISPLAY "  INSTANCIA " W-IDX-INST " "
                         INST-ESTADO(W-IDX-INST)
                         " ARRANQUES " INST-ARRANQUES(W-IDX-INST)
                         " ULT.RC " INST-ULT-RC(W-IDX-INST)
                         " LATIDO " INST-LAT-FECHA(W-IDX-INST)
                         " " INST-LAT-HORA(W-IDX-INST)
              END-IF
           END-PERFORM.

      ******************************************************************
      *5000-GRABAR-REGISTRO.
      ** POOLSCORE.REG SE REESCRIBE ENTERO EN CADA VUELTA: UN RENGLON
      ** POR CADA INSTANCIA QUE ALGUNA VEZ SE LANZO
      ******************************************************************
       5000-GRABAR-REGISTRO.
           OPEN OUTPUT REGISTRO-POOL
           IF COD-RET-REG = "00"
              PERFORM VARYING W-IDX-INST FROM 1 BY 1
                 UNTIL W-IDX-INST > MAX-INSTANCIAS
                 IF INST-ESTADO(W-IDX-INST) NOT = SPACES
                    PERFORM 5010-GRABAR-RENGLON-REGISTRO
                 END-IF
              END-PERFORM
              CLOSE REGISTRO-POOL
           END-IF.

      ******************************************************************
      *5010-GRABAR-RENGLON-REGISTRO.
      ******************************************************************
       5010-GRABAR-RENGLON-REGISTRO.
           MOVE SPACES TO REG-REGISTRO-POOL
           MOVE W-IDX-INST                      TO RPO-INSTANCIA
           MOVE INST-ESTADO(W-IDX-INST)         TO RPO-ESTADO
           MOVE INST-ARRANQUES(W-IDX-INST)      TO RPO-ARRANQUES
           MOVE INST-CAIDAS-SEGUIDAS(W-IDX-INST)
                                                TO RPO-CAIDAS-SEGUIDAS
           MOVE INST-FECHA-ARRANQUE(W-IDX-INST) TO RPO-FECHA-ARRANQUE
           MOVE INST-HORA-ARRANQUE(W-IDX-INST)  TO RPO-HORA-ARRANQUE
           MOVE INST-ULT-RC(W-IDX-INST)         TO RPO-ULT-RC
           MOVE INST-LAT-FECHA(W-IDX-INST)      TO RPO-LAT-FECHA
           MOVE INST-LAT-HORA(W-IDX-INST)       TO RPO-LAT-HORA
           WRITE REG-REGISTRO-POOL.

      ******************************************************************
      *5100-GRABAR-LATIDO-POOL.
      ** MISMO LATIDO QUE LOS SERVIDORES RESIDENTES: "POOLSCORE" EN
      ** LATIDOS.CFG Y CONSCORR VIGILAR DETECTA UN SUPERVISOR MUERTO
      ******************************************************************
       5100-GRABAR-LATIDO-POOL.
           PERFORM 0800-TOMAR-HORA
           OPEN OUTPUT LATIDO-POOL
           IF COD-RET-LAT = "00"
              MOVE SPACES TO REG-LATIDO-POOL
              MOVE W-FECHA-HOY TO LAT-FECHA
              COMPUTE LAT-HORA = HOR-HH * 10000
                 + HOR-MM * 100 + HOR-SS
              WRITE REG-LATIDO-POOL
              CLOSE LATIDO-POOL
           END-IF
           MOVE W-SEG-AHORA TO W-SEG-ULT-LATIDO.

      ******************************************************************
      *5200-REFRESCAR-LATIDO-POOL.
      ******************************************************************
       5200-REFRESCAR-LATIDO-POOL.
           PERFORM 0800-TOMAR-HORA
           IF W-SEG-AHORA < W-SEG-ULT-LATIDO
              OR W-SEG-AHORA - W-SEG-ULT-LATIDO NOT LESS THAN 60
              PERFORM 5100-GRABAR-LATIDO-POOL
           END-IF.

      ******************************************************************
      *8000-TERMINAR.
      ******************************************************************
       8000-TERMINAR.
           PERFORM 4500-VOLCAR-ESTADO
           IF SW-HUBO-FUERA = 1
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE LINEA-COMANDO TO REGC-PARAMETROS
           MOVE SPACES TO REGC-CONTADORES
           STRING "ARRANQUES " W-TOT-ARRANQUES
                  " CAIDAS " W-TOT-CAIDAS
                  " CAPACIDAD " W-INSTANCIAS
                  DELIMITED BY SIZE INTO REGC-CONTADORES
           END-STRING
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "POOLSCORE - REGCORRIDA NO DISPONIBLE"
           END-CALL
           MOVE REGC-RC TO RETURN-CODE.

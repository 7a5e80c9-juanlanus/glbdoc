      ** mueve el archivo a donde ESPERARCH y los actualizadores lo
      ** esperan. Un re-envio queda en la cuarentena
      ** $TEMPORALES/CUARENTENA, asentado y avisado, sin tocar nada.
      ** Los feeds delimitados pueden anunciar en su primer renglon
      ** la version de layout con que vienen ("#LAYOUT=vv"; sin ese
      ** encabezado se toman como version 01): si el feed esta en el
      ** catalogo de layouts (LAYFEED.FD, MANTLAYOUT.CBL) y la version
      ** no esta vigente ahi, la entrega tambien va a la cuarentena,
      ** para que ningun cargador la levante a medias. La version
      ** queda asentada en la historia junto a la suma de control.
      **
      ** USO: RECEPFEED <feed> <archivo llegado> <destino> [FORZAR]
      **   feed    : nombre logico (JURISCOOP, REGISTRADURIA, BDLSTR,
      **   FORZAR  : acepta aunque la suma repita la ultima entrega
      **             (el proveedor re-envio a proposito)
      **
      ** La cantidad de registros de cada entrega aceptada queda
      ** ademas en el libro de totales de control (TOTCTL, concepto =
      ** nombre del feed), para que CUADRE la balancee contra lo que
      ** lee el actualizador.
      **
      ** RC 0 feed aceptado y movido; RC 8 re-envio o version de
      ** layout desconocida, en cuarentena; RC 16 error de uso,
      ** archivo inaccesible o catalogo de layouts que no abre.
      ** Pensado como paso OBLIGATORIO de EJECTRAB antes de VOLGATE.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
           02 RCP-CHECKSUM             PIC X(12).
           02 FILLER                   PIC X.
           02 RCP-ESTADO               PIC X(10).
           02 FILLER                   PIC X.
           02 RCP-VERSION              PIC X(02).

       FD  ARCHIVO-CHECKSUM.
       01  REG-CHECKSUM                PIC X(30).
       01 W-CHECKSUM-ULTIMO        PIC X(12) VALUE SPACES.
       01 SW-HAY-ACEPTADA          PIC 9(01) VALUE 0.
       01 FECHA-SISTEMA            PIC 9(08) VALUE 0.
      **** VERSION DE LAYOUT ANUNCIADA POR EL FEED (PARSFEED.WS)
       01 W-VERSION-FEED           PIC X(02) VALUE "01".
       01 SW-PRIMER-RENGLON        PIC 9(01) VALUE 1.
       01 SW-VERSION-DESCONOCIDA   PIC 9(01) VALUE 0.
       COPY PARSFEED.WS.
       01 HORA-SISTEMA.
          03 HORA-SIST-HHMMSS         PIC 9(06).
          03 FILLER                   PIC 9(02).

      **** LIBRO DE TOTALES DE CONTROL (TOTCTL)
       01 TOTC-PROGRAMA            PIC X(10) VALUE "RECEPFEED".
       01 TOTC-CONCEPTO            PIC X(12) VALUE SPACES.
       01 TOTC-VALOR               PIC 9(12) VALUE 0.

      **** AVISO AL OPERADOR (NOTIFICAR)
       01 NOTIF-SEVERIDAD          PIC X(05) VALUE SPACES.
       01 NOTIF-PROGRAMA           PIC X(10) VALUE "RECEPFEED".
           ACCEPT HORA-SISTEMA  FROM TIME
           PERFORM 1000-VALIDAR-PARAMETROS
           PERFORM 2000-CONTAR-FEED
           PERFORM 2500-VERIFICAR-LAYOUT
           PERFORM 3000-CALCULAR-CHECKSUM
           PERFORM 4000-LEER-HISTORIA
           PERFORM 5000-EVALUAR-ENTREGA

      ******************************************************************
      *2000-CONTAR-FEED.
      ** MISMO CONTEO DE RENGLONES NO VACIOS QUE VOLGATE; EL
      ** ENCABEZADO "#LAYOUT=vv" NO ES UN REGISTRO Y NO SE CUENTA
      ******************************************************************
       2000-CONTAR-FEED.
           OPEN INPUT ARCHIVO-FEED
                 AT END MOVE 1 TO SW-FIN-FEED
              END-READ
              IF SW-FIN-FEED = 0 AND REG-FEED NOT = SPACES
                 IF SW-PRIMER-RENGLON = 1
                    AND REG-FEED(1:8) = "#LAYOUT="
                    MOVE REG-FEED(9:2) TO W-VERSION-FEED
                 ELSE
                    ADD 1 TO W-CANT-HOY
                 END-IF
                 MOVE 0 TO SW-PRIMER-RENGLON
              END-IF
           END-PERFORM
           CLOSE ARCHIVO-FEED
           DISPLAY "REGISTROS EN LA ENTREGA: " W-CANT-HOY.

      ******************************************************************
      *2500-VERIFICAR-LAYOUT.
      ** UN FEED CATALOGADO TIENE QUE VENIR EN UNA VERSION VIGENTE;
      ** UN FEED SIN CATALOGAR SOLO PUEDE VENIR EN LA 01 (EL LAYOUT
      ** CABLEADO DE SU CARGADOR)
      ******************************************************************
       2500-VERIFICAR-LAYOUT.
           INITIALIZE AREA-PARSFEED
           MOVE "V"            TO PARS-ACCION
           MOVE W-FEED-NOMBRE  TO PARS-FEED
           MOVE W-VERSION-FEED TO PARS-VERSION
           CALL "PARSFEED" USING AREA-PARSFEED
           EVALUATE PARS-COD-ERROR
              WHEN SPACES
                 DISPLAY "LAYOUT VERSION " W-VERSION-FEED " ("
                         PARS-CANT-COLUMNAS " COLUMNAS)"
              WHEN "L07"
                 IF W-VERSION-FEED NOT = "01"
                    MOVE 1 TO SW-VERSION-DESCONOCIDA
                 END-IF
              WHEN "L01"
                 MOVE 1 TO SW-VERSION-DESCONOCIDA
              WHEN OTHER
                 DISPLAY "NO SE PUDO VERIFICAR EL LAYOUT: "
                         PARS-COD-ERROR " " PARS-TEXTO
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

      ******************************************************************
      *3000-CALCULAR-CHECKSUM.
      ** LA SUMA DE CONTROL ES EL PRIMER CAMPO DE CKSUM, EL MISMO
      *5000-EVALUAR-ENTREGA.
      ******************************************************************
       5000-EVALUAR-ENTREGA.
           EVALUATE TRUE
              WHEN SW-VERSION-DESCONOCIDA = 1
                 PERFORM 6500-CUARENTENA-POR-VERSION
              WHEN SW-HAY-ACEPTADA = 1
                   AND W-CHECKSUM-HOY = W-CHECKSUM-ULTIMO
                   AND SW-FORZAR = 0
                 PERFORM 6000-PONER-EN-CUARENTENA
              WHEN OTHER
                 PERFORM 7000-ACEPTAR-ENTREGA
           END-EVALUATE.

      ******************************************************************
      *6000-PONER-EN-CUARENTENA.
       6000-PONER-EN-CUARENTENA.
           DISPLAY "LA ENTREGA REPITE LA SUMA DE CONTROL DE LA "
                   "ULTIMA ACEPTADA: RE-ENVIO DEL PROVEEDOR"
           PERFORM 6900-MOVER-A-CUARENTENA
           MOVE "DUPLICADO" TO W-ESTADO-ASIENTO
           PERFORM 8000-ASENTAR-HISTORIA
           MOVE "AVISO" TO NOTIF-SEVERIDAD
           END-CALL
           MOVE 8 TO RETURN-CODE.

      ******************************************************************
      *6500-CUARENTENA-POR-VERSION.
      ** EL FEED ANUNCIA UNA VERSION DE LAYOUT QUE EL CATALOGO NO
      ** TIENE VIGENTE: NINGUN CARGADOR LA SABRIA DESARMAR. HAY QUE
      ** DARLA DE ALTA CON MANTLAYOUT Y VOLVER A RECIBIR LA ENTREGA
      ******************************************************************
       6500-CUARENTENA-POR-VERSION.
           DISPLAY "VERSION DE LAYOUT " W-VERSION-FEED " DEL FEED "
                   W-FEED-NOMBRE " DESCONOCIDA"
           PERFORM 6900-MOVER-A-CUARENTENA
           MOVE "VERSION?" TO W-ESTADO-ASIENTO
           PERFORM 8000-ASENTAR-HISTORIA
           MOVE "AVISO" TO NOTIF-SEVERIDAD
           MOVE SPACES TO NOTIF-MENSAJE
           STRING "FEED "                       DELIMITED BY SIZE
                  W-FEED-NOMBRE                 DELIMITED BY SPACE
                  " CON VERSION DE LAYOUT "     DELIMITED BY SIZE
                  W-VERSION-FEED                DELIMITED BY SIZE
                  " DESCONOCIDA, EN CUARENTENA" DELIMITED BY SIZE
                  INTO NOTIF-MENSAJE
           END-STRING
           CALL "NOTIFICAR" USING NOTIF-SEVERIDAD NOTIF-PROGRAMA
                                  NOTIF-MENSAJE
           ON EXCEPTION
              DISPLAY "RECEPFEED - NOTIFICAR NO DISPONIBLE"
           END-CALL
           MOVE 8 TO RETURN-CODE.

      ******************************************************************
      *6900-MOVER-A-CUARENTENA.
      ******************************************************************
       6900-MOVER-A-CUARENTENA.
           MOVE SPACES TO W-COMANDO-SYST
           STRING "mkdir -p $TEMPORALES/CUARENTENA && mv "
                                        DELIMITED BY SIZE
                  ARCH-FEED-NAME        DELIMITED BY SPACE
                  " $TEMPORALES/CUARENTENA/"
                                        DELIMITED BY SIZE
                  INTO W-COMANDO-SYST
           END-STRING
           CALL "SYSTEM" USING W-COMANDO-SYST
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      *7000-ACEPTAR-ENTREGA.
      ******************************************************************
           END-IF
           MOVE "ACEPTADO" TO W-ESTADO-ASIENTO
           PERFORM 8000-ASENTAR-HISTORIA
           PERFORM 8500-ASENTAR-TOTAL
           DISPLAY "FEED " W-FEED-NOMBRE " ACEPTADO Y MOVIDO A "
                   W-DESTINO.

      ******************************************************************
      *8000-ASENTAR-HISTORIA.
      ** W-ESTADO-ASIENTO TRAE EL ESTADO (ACEPTADO / DUPLICADO /
      ** VERSION?)
      ******************************************************************
       8000-ASENTAR-HISTORIA.
           OPEN EXTEND HISTORIA-RECEPCION
              MOVE W-CANT-HOY       TO RCP-CANTIDAD
              MOVE W-CHECKSUM-HOY   TO RCP-CHECKSUM
              MOVE W-ESTADO-ASIENTO TO RCP-ESTADO
              MOVE W-VERSION-FEED   TO RCP-VERSION
              WRITE REG-RECEPCION
              CLOSE HISTORIA-RECEPCION
           ELSE
              DISPLAY "NO SE PUDO ASENTAR LA RECEPCION ("
                      COD-RET-HIST ")"
           END-IF.

      ******************************************************************
      *8500-ASENTAR-TOTAL.
      ** LOS REGISTROS DE LA ENTREGA ACEPTADA, AL LIBRO DE TOTALES DE
      ** CONTROL BAJO EL NOMBRE DEL FEED (VER TOTCTL.CBL Y CUADRE.CBL)
      ******************************************************************
       8500-ASENTAR-TOTAL.
           MOVE W-FEED-NOMBRE TO TOTC-CONCEPTO
           MOVE W-CANT-HOY    TO TOTC-VALOR
           CALL "TOTCTL" USING TOTC-PROGRAMA TOTC-CONCEPTO TOTC-VALOR
           ON EXCEPTION
              DISPLAY "RECEPFEED - TOTCTL NO DISPONIBLE"
           END-CALL.

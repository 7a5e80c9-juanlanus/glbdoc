           02 FEED-OPERACION           PIC X(01).
           02 FEED-TIPO-ID             PIC 9(01).
           02 FEED-CEDULA              PIC X(11).
           02 FEED-RESTO               PIC X(12).

       SD  SORT-FEED.
       01  REG-SORT-FEED.
           02 SRT-CEDULA               PIC X(11).
           02 SRT-LINEA                PIC X(25).

       FD  PORCION-FEED.
       01  REG-PORCION                 PIC X(25).

       FD  ARCHIVO-RC-INST.
       01  REG-RC-INST                 PIC X(10).
       01 REGC-PARAMETROS          PIC X(40) VALUE SPACES.
       01 REGC-CONTADORES          PIC X(80) VALUE SPACES.
       01 REGC-RC                  PIC 9(04) VALUE 0.
       01 REGC-VERSION             PIC X(24)
                                   VALUE "OPABDIIPAR.v.01.0001".

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE W-RC-PEOR TO RETURN-CODE
           MOVE RETURN-CODE TO REGC-RC
           CALL "REGCORRIDA" USING REGC-PROGRAMA REGC-PARAMETROS
                                   REGC-CONTADORES REGC-RC REGC-VERSION
           ON EXCEPTION
              DISPLAY "OPABDIIPAR - REGCORRIDA NO DISPONIBLE"
           END-CALL

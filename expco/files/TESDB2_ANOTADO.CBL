      *    nombre del programa
       01 WS-ARCHIVO                    PIC X(70) VALUE SPACES.
       01 WS-ALIAS                      PIC X(15).
      *    verificacion del paquete DB2 antes del bind (VERPAQUETE.CBL)
       01 VERPAQ-PAQUETE                PIC X(08) VALUE SPACES.
       01 VERPAQ-RESULTADO              PIC 9 VALUE 1.
       01 VERPAQ-SELLO                  PIC X(26) VALUE SPACES.
       01 WS-DB2ERR-OK                  PIC 9.
      *    db user and pssword
       01 WS-USR                        PIC X(15).
              AND WS-REINTENTOS-ENV(1:2) IS NUMERIC
               MOVE WS-REINTENTOS-ENV(1:2) TO MAX-REINTENTOS-CONEXION
           END-IF
      *    bind del programa WS-PROGRAMA contra la base WS-ALIAS,
      *    solo si el paso PREBIND de la cadena no dejo vigente el
      *    paquete (ver VERPAQUETE.CBL)
           MOVE WS-PROGRAMA TO VERPAQ-PAQUETE
           CALL "VERPAQUETE" USING VERPAQ-PAQUETE WS-ALIAS
                                   VERPAQ-RESULTADO VERPAQ-SELLO
              ON EXCEPTION MOVE 1 TO VERPAQ-RESULTADO
           END-CALL
           IF VERPAQ-RESULTADO NOT = 0
              PERFORM 1000-BIND-RUTSQL
           END-IF

      *    connect a la base de datos: primeto elige la conexi�n que va
      *    a usar, luego conecta con las credenciales del proceso

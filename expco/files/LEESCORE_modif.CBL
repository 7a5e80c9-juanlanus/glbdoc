       01 WS-DB2ERR-OK             pic 9.
       01 WS-USR                   pic x(15).
       01 WS-PASS                  pic x(18).
      * verificacion del paquete DB2 antes del bind (VERPAQUETE.CBL)
       01 VERPAQ-PAQUETE           pic x(08) value spaces.
       01 VERPAQ-RESULTADO         pic 9 value 1.
       01 VERPAQ-SELLO             pic x(26) value spaces.

       01 I-INT-COL1               pic 9(04).
       01 sqlcode-I                pic 9(08).
           move "lstxclde" to WS-USR
           move "LstxcD8" to WS-PASS
           move "LIST_DL1" to WS-ALIAS
      *    el bind propio solo si el paso PREBIND de la cadena no dejo
      *    vigente el paquete (ver VERPAQUETE.CBL)
           move WS-PROGRAMA to VERPAQ-PAQUETE
           call "VERPAQUETE" using VERPAQ-PAQUETE WS-ALIAS
                                   VERPAQ-RESULTADO VERPAQ-SELLO
              on exception move 1 to VERPAQ-RESULTADO
           end-call
           if VERPAQ-RESULTADO not = 0
              perform 1000-BIND-RUTSQL
           end-if.

       1000-CONECTARSE-A-LAS-BDS.
REMARK******************************************************************

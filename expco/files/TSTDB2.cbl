       01 DB2ERR-OK                     pic 9.
       01 DB-usr                        pic x(15).
       01 DB-pass                       pic x(18).
      * verificacion del paquete DB2 antes del bind (VERPAQUETE.CBL)
       01 VERPAQ-paquete                pic x(08) value spaces.
       01 VERPAQ-resultado              pic 9 value 1.
       01 VERPAQ-sello                  pic x(26) value spaces.

      * Contadores de registros
       01 CONT-claves                   pic 9(12) value zeros.
           move "lstxclde" to DB-usr
           move "LstxcD8" to DB-pass
           move "LIST_DL1" to DB-alias
      *    bind del programa WS-PROGRAMA contra la base DB-alias,
      *    solo si el paso PREBIND de la cadena no dejo vigente el
      *    paquete (ver VERPAQUETE.CBL)
           move WS-PROGRAMA to VERPAQ-paquete
           call "VERPAQUETE" using VERPAQ-paquete DB-alias
                                   VERPAQ-resultado VERPAQ-sello
              on exception move 1 to VERPAQ-resultado
           end-call
           if VERPAQ-resultado not = 0
              perform 1000-BIND-RUTSQL
           end-if
      *    connect a la base de datos
           exec sql
                connect to :DB-alias user :DB-usr using :DB-pass

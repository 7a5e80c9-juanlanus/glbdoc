      ** ACTALEJUR en la cadena, cruza el feed original
      ** ($TEMPORALES/ACTALEJUR.ENT) contra el archivo de salida
      ** ($TEMPORALES/ACTALEJUR.SAL, que ahora trae el codigo ESTABLE
      ** de rechazo E01..E32 o I01..I06 ademas del texto) y arma el
      ** retorno en el propio formato punto y coma de JURISCOOP:
      **   tipo;numero;ACEPTADO
      **   tipo;numero;RECHAZADO;<codigo>;<razon>
      **   tipo;numero;EN REVISION;E33;<razon>
      ** mas una linea final de totales (TOTALES;aceptados;
      ** rechazados;en revision) que cierra contra el resumen de
      ** ACTALEJUR.
      **
      ** EN REVISION: nombre casi coincidente que quedo en la cola
      ** del analista (REVNOMBRE.CBL). Cuando el analista lo decide,
      ** la siguiente corrida de ACTALEJUR lo deja en ACTALEJUR.SAL
      ** como registro "V" y aqui sale, despues del feed del dia,
      ** como ACEPTADO o RECHAZADO;E31 (sumado en esos totales).
      **
      ** TABLA DE CODIGOS (la de 4410-ARMAR-RAZON-ERROR):
      **   E01 tipo no admitido (solo personas naturales 1 y 4)
      **   E02 numero no numerico (ya no se emite: sale como I02)
      **   E03 nombres invalidos    E04 apellido paterno numerico
      **   E05 apellido materno     E06 demandas vigentes invalidas
      **   E07 demandas terminadas  E08 fecha de demanda invalida
      **   E21 nombre y apellidos en blanco
      **   E22 sin demandas         E31 nombre no coincide
      **   E32 titular menor de edad
      **   E33 nombre en revision de analista (no es rechazo)
      **   E34 registro no cumple el layout del feed
      ** y los de la identificacion, del validador unico VALIDID.CBL
      ** (los mismos con que rechazan todos los programas de ingreso):
      **   I01 tipo invalido        I02 numero no numerico
      **   I03 longitud invalida    I04 numero fuera de rango
      **   I05 digito de verificacion del NIT errado
      **   I06 numero ficticio (repetido o secuencia)
      **
      ** USO: RETJURIS
      ** Retorno en $TEMPORALES/RETJURIS.SAL, listo para el paso de
          02 CONT-LEIDOS              PIC 9(08) VALUE 0.
          02 CONT-ACEPTADOS           PIC 9(08) VALUE 0.
          02 CONT-RECHAZADOS          PIC 9(08) VALUE 0.
          02 CONT-EN-REVISION         PIC 9(08) VALUE 0.
       01 W-EDIT-CONTADOR          PIC ZZZ,ZZZ,ZZZ,ZZZ.

      ******************************************************************
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           PERFORM 1000-CARGAR-RECHAZOS
           PERFORM 2000-DISPONER-EL-FEED
           PERFORM 2500-DISPONER-REVISIONES
           PERFORM 3000-CERRAR-RETORNO
           STOP RUN.

      *2000-DISPONER-EL-FEED.
      ** POR CADA REGISTRO DEL FEED ORIGINAL: SI SU IDENTIFICACION
      ** ESTA EN LOS RECHAZOS, RECHAZADO CON SU CODIGO; SI NO,
      ** ACEPTADO. EL ENCABEZADO "#LAYOUT=vv" NO ES UN REGISTRO
      ******************************************************************
       2000-DISPONER-EL-FEED.
           OPEN INPUT ENTRADA
                 AT END MOVE 1 TO SW-FIN-ENT
              END-READ
              IF SW-FIN-ENT = 0 AND REG-ENTRADA NOT = SPACES
                 AND REG-ENTRADA(1:8) NOT = "#LAYOUT="
                 ADD 1 TO CONT-LEIDOS
                 PERFORM 2100-DISPONER-UN-REGISTRO
              END-IF
                 MOVE 0 TO SW-ES-RECHAZADO
           END-READ
           MOVE SPACES TO W-LINEA-ARMADA
           EVALUATE TRUE
              WHEN SW-ES-RECHAZADO = 1 AND RIX-COD-RAZON = "E33"
                 ADD 1 TO CONT-EN-REVISION
                 STRING RIX-TIPO-IDE ";" RIX-NUM-IDE
                        ";EN REVISION;" RIX-COD-RAZON ";"
                        DELIMITED BY SIZE
                        RIX-RAZON DELIMITED BY "  "
                        INTO W-LINEA-ARMADA
                 END-STRING
              WHEN SW-ES-RECHAZADO = 1
                 ADD 1 TO CONT-RECHAZADOS
                 STRING RIX-TIPO-IDE ";" RIX-NUM-IDE
                        ";RECHAZADO;" RIX-COD-RAZON ";"
                        DELIMITED BY SIZE
                        RIX-RAZON DELIMITED BY "  "
                        INTO W-LINEA-ARMADA
                 END-STRING
              WHEN OTHER
                 ADD 1 TO CONT-ACEPTADOS
                 STRING TIPO-IDE-INP-X ";" NUM-IDE-INP-X ";ACEPTADO"
                        DELIMITED BY SIZE INTO W-LINEA-ARMADA
                 END-STRING
           END-EVALUATE
           MOVE W-LINEA-ARMADA TO REG-RETORNO
           WRITE REG-RETORNO.

      ******************************************************************
      *2500-DISPONER-REVISIONES.
      ** LOS "V" DE ACTALEJUR.SAL SON CASOS DE LA COLA DEL ANALISTA
      ** QUE JURISCOOP YA RECIBIO COMO EN REVISION: SE CONTESTA LA
      ** DISPOSICION FINAL CON LA IDENTIFICACION DEL REGISTRO ORIGINAL
      ** (CODIGO EN BLANCO = ACEPTADO)
      ******************************************************************
       2500-DISPONER-REVISIONES.
           MOVE 0 TO SW-FIN-SAL
           OPEN INPUT SALIDA-ACTALEJUR
           IF COD-RET-SAL NOT = "00"
              MOVE 1 TO SW-FIN-SAL
           END-IF
           PERFORM UNTIL SW-FIN-SAL = 1
              READ SALIDA-ACTALEJUR NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-SAL
              END-READ
              IF SW-FIN-SAL = 0 AND SAL-TIPO-REG = "V"
                 PERFORM 2510-DISPONER-UNA-REVISION
              END-IF
           END-PERFORM
           IF COD-RET-SAL NOT = "35"
              CLOSE SALIDA-ACTALEJUR
           END-IF.

      ******************************************************************
      *2510-DISPONER-UNA-REVISION.
      ******************************************************************
       2510-DISPONER-UNA-REVISION.
           MOVE SPACES TO TIPO-IDE-INP-X NUM-IDE-INP-X
           UNSTRING REGISTRO-SALIDA DELIMITED BY ALL ";"
                    INTO TIPO-IDE-INP-X NUM-IDE-INP-X
           END-UNSTRING
           INSPECT NUM-IDE-INP-X REPLACING ALL " " BY "0"
           MOVE SPACES TO W-LINEA-ARMADA
           IF SAL-COD-RAZON = SPACES
              ADD 1 TO CONT-ACEPTADOS
              STRING TIPO-IDE-INP-X ";" NUM-IDE-INP-X ";ACEPTADO"
                     DELIMITED BY SIZE INTO W-LINEA-ARMADA
              END-STRING
           ELSE
              ADD 1 TO CONT-RECHAZADOS
              STRING TIPO-IDE-INP-X ";" NUM-IDE-INP-X
                     ";RECHAZADO;" SAL-COD-RAZON ";"
                     DELIMITED BY SIZE
                     RAZON-SALIDA(1:40) DELIMITED BY "  "
                     INTO W-LINEA-ARMADA
              END-STRING
           END-IF
           MOVE W-LINEA-ARMADA TO REG-RETORNO
           WRITE REG-RETORNO.
      ******************************************************************
      *3000-CERRAR-RETORNO.
      ** LA LINEA DE TOTALES CIERRA CONTRA EL RESUMEN DE ACTALEJUR
      ** (VALIDOS = ACEPTADOS, NO VALIDOS = RECHAZADOS, EN REVISION
      ** DE ANALISTA = EN REVISION)
      ******************************************************************
       3000-CERRAR-RETORNO.
           MOVE SPACES TO W-LINEA-ARMADA
           STRING "TOTALES;" CONT-ACEPTADOS ";" CONT-RECHAZADOS
                  ";" CONT-EN-REVISION
                  DELIMITED BY SIZE INTO W-LINEA-ARMADA
           END-STRING
           MOVE W-LINEA-ARMADA TO REG-RETORNO
           DISPLAY "Aceptados................. " W-EDIT-CONTADOR
           MOVE CONT-RECHAZADOS TO W-EDIT-CONTADOR
           DISPLAY "Rechazados................ " W-EDIT-CONTADOR
           MOVE CONT-EN-REVISION TO W-EDIT-CONTADOR
           DISPLAY "En revision de analista... " W-EDIT-CONTADOR
           DISPLAY "RETORNO LISTO: $TEMPORALES/RETJURIS.SAL".

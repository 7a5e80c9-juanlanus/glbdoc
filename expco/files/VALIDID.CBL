      * VALIDID.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VALIDID.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Validador unico de identificaciones: cada programa de ingreso
      ** revisaba el tipo y el numero a su manera (uno aceptaba solo
      ** 1 y 4, otro cualquier tipo distinto de cero, otro nada mas
      ** que fuera numerico) y el digito de verificacion del NIT no
      ** lo calculaba nadie. Aca estan las reglas por TIPO-ID y los
      ** codigos de rechazo ESTABLES que usan todos: ACTALEJUR (feed
      ** y detalle de demandas), CONVENT, MANTBDLSTR, MANTNOAM21,
      ** MANTDASDIA, CARGAUTIT, CARGPJREL, OPABDIIRE, LEESCORE,
      ** ALESERVER e INTESERVER, y BDIIVIDE.PROC cuando el llamador
      ** prende SW-DIGCHEQUEO-BDIIVIDE.
      **
      ** CALL "VALIDID" USING <tipo X(1)> <numero X(11)>
      **                      <codigo X(3)> <texto X(40)>
      **   numero: ajustado a la derecha con ceros a la izquierda
      **   codigo: espacios = identificacion valida, si no:
      **     I01 TIPO DE IDENTIFICACION INVALIDO (no numerico o no
      **         esta en la tabla de tipos)
      **     I02 IDENTIFICACION NO NUMERICA
      **     I03 LONGITUD INVALIDA PARA EL TIPO (digitos significativos
      **         fuera del minimo/maximo del tipo; un numero en ceros
      **         tiene longitud cero)
      **     I04 NUMERO FUERA DE RANGO PARA EL TIPO
      **     I05 DIGITO VERIFICACION DEL NIT ERRADO
      **     I06 NUMERO FICTICIO (REPETIDO/SECUENCIA): todos los
      **         digitos iguales, o una secuencia ascendente o
      **         descendente de 6 o mas digitos
      **   texto : el texto legible del codigo (blancos si es valida);
      **           nunca pasa de 36 posiciones, para que el rechazo
      **           "<codigo> <texto>" quepa en una razon de 40
      **
      ** TABLA DE TIPOS (TABLA-REGLAS, una fila por tipo):
      **   1 cedula de ciudadania  4 a 10 digitos, 1.000 a
      **                           1.999.999.999 (la de 10 digitos
      **                           empieza en 1)
      **   2 NIT                   9 a 10 digitos CON el digito de
      **   3 NIT                   verificacion, que es el ultimo;
      **                           100.000.000 a 9.999.999.999
      **   4 cedula de extranjeria 3 a 7 digitos, 100 a 9.999.999
      ** Un tipo nuevo es una fila nueva en la tabla.
      **
      ** Digito de verificacion del NIT (el de la DIAN): los digitos
      ** del NIT sin el verificador, de derecha a izquierda, se
      ** multiplican por 3, 7, 13, 17, 19, 23, 29, 37, 41, 43, 47,
      ** 53, 59, 67, 71; la suma se divide por 11 y, si el residuo es
      ** 0 o 1, ese es el digito; si no, el digito es 11 - residuo.
      **
      ** No abre archivos ni guarda nada entre llamadas.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      **** REGLAS POR TIPO: TIPO, LONGITUD MINIMA Y MAXIMA, VALOR
      **** MINIMO Y MAXIMO, Y SI LLEVA DIGITO DE VERIFICACION (S/N)
       01 TABLA-REGLAS-VALORES.
          02 FILLER PIC X(16) VALUE "1041000000001000".
          02 FILLER PIC X(12) VALUE "01999999999N".
          02 FILLER PIC X(16) VALUE "2091000100000000".
          02 FILLER PIC X(12) VALUE "09999999999S".
          02 FILLER PIC X(16) VALUE "3091000100000000".
          02 FILLER PIC X(12) VALUE "09999999999S".
          02 FILLER PIC X(16) VALUE "4030700000000100".
          02 FILLER PIC X(12) VALUE "00009999999N".
       01 TABLA-REGLAS REDEFINES TABLA-REGLAS-VALORES.
          02 REGLA-TIPO OCCURS 4 TIMES.
             03 REG-TIPO              PIC X(01).
             03 REG-LONG-MIN          PIC 9(02).
             03 REG-LONG-MAX          PIC 9(02).
             03 REG-VALOR-MIN         PIC 9(11).
             03 REG-VALOR-MAX         PIC 9(11).
             03 REG-IND-DV            PIC X(01).
       01 CANT-REGLAS              PIC 9(02) VALUE 4.

      **** PESOS DEL DIGITO DE VERIFICACION, DE DERECHA A IZQUIERDA
       01 TABLA-PESOS-VALORES.
          02 FILLER PIC X(30) VALUE "030713171923293741434753596771".
       01 TABLA-PESOS REDEFINES TABLA-PESOS-VALORES.
          02 PESO-DV                  PIC 9(02) OCCURS 15 TIMES.

       01 W-NUMERO                 PIC 9(11) VALUE 0.
       01 W-NUMERO-R REDEFINES W-NUMERO.
          02 W-DIGITO                 PIC 9(01) OCCURS 11 TIMES.
       01 W-IDX-REGLA              PIC 9(02) VALUE 0.
       01 W-REGLA                  PIC 9(02) VALUE 0.
       01 W-POS-INICIO             PIC 9(02) VALUE 0.
       01 W-POS-FIN                PIC 9(02) VALUE 0.
       01 W-LONGITUD               PIC 9(02) VALUE 0.
       01 W-IDX-DIG                PIC 9(02) VALUE 0.
       01 W-IDX-PESO               PIC 9(02) VALUE 0.
       01 W-SUMA-DV                PIC 9(07) VALUE 0.
       01 W-COCIENTE-DV            PIC 9(07) VALUE 0.
       01 W-RESIDUO-DV             PIC 9(02) VALUE 0.
       01 W-DV-CALCULADO           PIC 9(02) VALUE 0.
       01 SW-IGUALES               PIC 9(01) VALUE 0.
       01 SW-ASCENDENTE            PIC 9(01) VALUE 0.
       01 SW-DESCENDENTE           PIC 9(01) VALUE 0.

       LINKAGE SECTION.
       01 TIPO-IDE-LK              PIC X(01).
       01 NUM-IDE-LK               PIC X(11).
       01 COD-RAZON-LK             PIC X(03).
       01 TEXTO-RAZON-LK           PIC X(40).

      ******************************************************************
       PROCEDURE DIVISION USING TIPO-IDE-LK NUM-IDE-LK COD-RAZON-LK
                                TEXTO-RAZON-LK.
      ******************************************************************
      *0000-VALIDAR-IDENTIFICACION.
      ** LAS REGLAS SE APLICAN EN ORDEN Y SE DEVUELVE LA PRIMERA QUE
      ** FALLA
      ******************************************************************
       0000-VALIDAR-IDENTIFICACION.
           MOVE SPACES TO COD-RAZON-LK
           MOVE SPACES TO TEXTO-RAZON-LK
           PERFORM 1000-BUSCAR-REGLA
           IF W-REGLA = 0
              MOVE "I01" TO COD-RAZON-LK
              MOVE "TIPO DE IDENTIFICACION INVALIDO" TO TEXTO-RAZON-LK
              EXIT PROGRAM
           END-IF
           IF NUM-IDE-LK NOT NUMERIC
              MOVE "I02" TO COD-RAZON-LK
              MOVE "IDENTIFICACION NO NUMERICA" TO TEXTO-RAZON-LK
              EXIT PROGRAM
           END-IF
           MOVE NUM-IDE-LK TO W-NUMERO
           PERFORM 2000-CONTAR-DIGITOS
           IF W-LONGITUD < REG-LONG-MIN(W-REGLA)
              OR W-LONGITUD > REG-LONG-MAX(W-REGLA)
              MOVE "I03" TO COD-RAZON-LK
              MOVE "LONGITUD INVALIDA PARA EL TIPO" TO TEXTO-RAZON-LK
              EXIT PROGRAM
           END-IF
           IF W-NUMERO < REG-VALOR-MIN(W-REGLA)
              OR W-NUMERO > REG-VALOR-MAX(W-REGLA)
              MOVE "I04" TO COD-RAZON-LK
              MOVE "NUMERO FUERA DE RANGO PARA EL TIPO"
                TO TEXTO-RAZON-LK
              EXIT PROGRAM
           END-IF
      *    en el NIT lo ficticio se mira sobre el numero sin el
      *    digito de verificacion
           MOVE 11 TO W-POS-FIN
           IF REG-IND-DV(W-REGLA) = "S"
              MOVE 10 TO W-POS-FIN
           END-IF
           PERFORM 3000-VERIFICAR-FICTICIO
           IF SW-IGUALES = 1 OR SW-ASCENDENTE = 1
              OR SW-DESCENDENTE = 1
              MOVE "I06" TO COD-RAZON-LK
              MOVE "NUMERO FICTICIO (REPETIDO/SECUENCIA)"
                TO TEXTO-RAZON-LK
              EXIT PROGRAM
           END-IF
           IF REG-IND-DV(W-REGLA) = "S"
              PERFORM 4000-CALCULAR-DIGITO-NIT
              IF W-DV-CALCULADO NOT = W-DIGITO(11)
                 MOVE "I05" TO COD-RAZON-LK
                 MOVE "DIGITO VERIFICACION DEL NIT ERRADO"
                   TO TEXTO-RAZON-LK
              END-IF
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      *1000-BUSCAR-REGLA.
      ** W-REGLA QUEDA EN LA FILA DEL TIPO, O EN CERO SI NO EXISTE
      ******************************************************************
       1000-BUSCAR-REGLA.
           MOVE 0 TO W-REGLA
           IF TIPO-IDE-LK IS NUMERIC
              PERFORM VARYING W-IDX-REGLA FROM 1 BY 1
                 UNTIL W-IDX-REGLA > CANT-REGLAS OR W-REGLA > 0
                 IF REG-TIPO(W-IDX-REGLA) = TIPO-IDE-LK
                    MOVE W-IDX-REGLA TO W-REGLA
                 END-IF
              END-PERFORM
           END-IF.

      ******************************************************************
      *2000-CONTAR-DIGITOS.
      ** LOS DIGITOS SIGNIFICATIVOS VAN DESDE EL PRIMERO DISTINTO DE
      ** CERO (W-POS-INICIO) HASTA EL FINAL; EN CEROS LA LONGITUD ES 0
      ******************************************************************
       2000-CONTAR-DIGITOS.
           MOVE 12 TO W-POS-INICIO
           PERFORM VARYING W-IDX-DIG FROM 11 BY -1
              UNTIL W-IDX-DIG < 1
              IF W-DIGITO(W-IDX-DIG) NOT = 0
                 MOVE W-IDX-DIG TO W-POS-INICIO
              END-IF
           END-PERFORM
           COMPUTE W-LONGITUD = 12 - W-POS-INICIO.

      ******************************************************************
      *3000-VERIFICAR-FICTICIO.
      ** SOBRE LOS DIGITOS W-POS-INICIO..W-POS-FIN: TODOS IGUALES, O
      ** SECUENCIA DE 6 O MAS (EL 9 SEGUIDO DE 0 CUENTA COMO
      ** ASCENDENTE, POR EL 1234567890)
      ******************************************************************
       3000-VERIFICAR-FICTICIO.
           MOVE 1 TO SW-IGUALES
           MOVE 1 TO SW-ASCENDENTE
           MOVE 1 TO SW-DESCENDENTE
           PERFORM VARYING W-IDX-DIG FROM W-POS-INICIO BY 1
              UNTIL W-IDX-DIG NOT < W-POS-FIN
              IF W-DIGITO(W-IDX-DIG + 1) NOT = W-DIGITO(W-IDX-DIG)
                 MOVE 0 TO SW-IGUALES
              END-IF
              IF W-DIGITO(W-IDX-DIG + 1) NOT = W-DIGITO(W-IDX-DIG) + 1
                 AND NOT (W-DIGITO(W-IDX-DIG) = 9
                          AND W-DIGITO(W-IDX-DIG + 1) = 0)
                 MOVE 0 TO SW-ASCENDENTE
              END-IF
              IF W-DIGITO(W-IDX-DIG) NOT = W-DIGITO(W-IDX-DIG + 1) + 1
                 MOVE 0 TO SW-DESCENDENTE
              END-IF
           END-PERFORM
           IF W-POS-FIN - W-POS-INICIO < 5
              MOVE 0 TO SW-ASCENDENTE
              MOVE 0 TO SW-DESCENDENTE
           END-IF.

      ******************************************************************
      *4000-CALCULAR-DIGITO-NIT.
      ** EL PRIMER PESO VA AL DIGITO DE LA POSICION 10 (EL QUE ESTA
      ** JUSTO ANTES DEL VERIFICADOR)
      ******************************************************************
       4000-CALCULAR-DIGITO-NIT.
           MOVE 0 TO W-SUMA-DV
           PERFORM VARYING W-IDX-DIG FROM 10 BY -1
              UNTIL W-IDX-DIG < 1
              COMPUTE W-IDX-PESO = 11 - W-IDX-DIG
              COMPUTE W-SUMA-DV = W-SUMA-DV
                      + W-DIGITO(W-IDX-DIG) * PESO-DV(W-IDX-PESO)
           END-PERFORM
           DIVIDE W-SUMA-DV BY 11 GIVING W-COCIENTE-DV
                  REMAINDER W-RESIDUO-DV
           IF W-RESIDUO-DV > 1
              COMPUTE W-DV-CALCULADO = 11 - W-RESIDUO-DV
           ELSE
              MOVE W-RESIDUO-DV TO W-DV-CALCULADO
           END-IF.

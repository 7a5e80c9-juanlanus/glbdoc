      * MOTCONSUL.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MOTCONSUL.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Catalogo de motivos de consulta: REGCONSUL asentaba en
      ** MOTIVO-ICBCON el texto que le pasara cada servidor y AUTCONSUL
      ** solo mira usuario+servicio, de modo que nada obligaba a que
      ** la entidad declarara para que consultaba. Los servidores en
      ** linea (LEESCORE SERVER/DIAN, ALESERVER, INTESERVER) piden el
      ** motivo codificado en la solicitud y lo verifican aca despues
      ** de AUTCONSUL y antes de CUPOS.
      **
      ** CALL "MOTCONSUL" USING <entidad X(18)> <codigo X(04)>
      **                        <resultado 9(1)> <descripcion X(25)>
      **   entidad    : HEADER-USUARIO, la misma entidad de CUPOS. En
      **                blanco solo se describe el codigo (QUIENCONS)
      **   codigo     : motivo declarado en la solicitud
      **   resultado  0 = permitido, 1 = motivo desconocido, retirado
      **                o en blanco, 2 = la entidad no lo tiene
      **                permitido
      **   descripcion: texto del catalogo (espacios si no existe)
      **
      ** Dos archivos indexados que mantiene MANTMOTCON.CBL con
      ** auditoria:
      **   $TEMPORALES/MOTCONSUL.CAT codigo -> descripcion y estado
      **                             (A vigente / R retirado)
      **   $TEMPORALES/MOTCONSUL.ENT entidad+codigo -> estado
      **                             (A permitido / R revocado)
      ** Quedan abiertos desde la primera llamada, como AUTCONSUL. SIN
      ** catalogo cargado se atiende con un aviso unico por consola
      ** (mismo criterio de puesta en marcha que AUTCONSUL); con
      ** catalogo pero sin permisos por entidad solo se exige que el
      ** codigo exista y este vigente.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-MOTIVOS
                  ASSIGN TO "$TEMPORALES/MOTCONSUL.CAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOT-CODIGO
                  FILE STATUS IS COD-RET-MOT.

           SELECT MOTIVOS-ENTIDAD
                  ASSIGN TO "$TEMPORALES/MOTCONSUL.ENT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LLAVE-MOTENT
                  FILE STATUS IS COD-RET-MEN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-MOTIVOS.
       01  REG-MOTIVO.
           02 MOT-CODIGO               PIC X(04).
           02 MOT-DESCRIPCION          PIC X(25).
           02 MOT-ESTADO               PIC X(01).
           02 MOT-FEC-ALTA             PIC 9(08).
           02 MOT-FEC-ESTADO           PIC 9(08).

       FD  MOTIVOS-ENTIDAD.
       01  REG-MOTENT.
           02 LLAVE-MOTENT.
              03 MEN-ENTIDAD           PIC X(18).
              03 MEN-CODIGO            PIC X(04).
           02 MEN-ESTADO               PIC X(01).
           02 MEN-FEC-ALTA             PIC 9(08).
           02 MEN-FEC-ESTADO           PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-MOT              PIC X(2) VALUE ZEROS.
       01 COD-RET-MEN              PIC X(2) VALUE ZEROS.
       01 SW-CATALOGO-ABIERTO      PIC 9(01) VALUE 0.
       01 SW-CATALOGO-MALO         PIC 9(01) VALUE 0.
       01 SW-ENTIDAD-ABIERTO       PIC 9(01) VALUE 0.
       01 SW-ENTIDAD-MALO          PIC 9(01) VALUE 0.
       01 SW-AVISO-DADO            PIC 9(01) VALUE 0.
       01 SW-AVISO-ENT-DADO        PIC 9(01) VALUE 0.

       LINKAGE SECTION.
       01 ENTIDAD-LK               PIC X(18).
       01 CODIGO-LK                PIC X(04).
       01 RESULTADO-LK             PIC 9(01).
       01 DESCRIPCION-LK           PIC X(25).

      ******************************************************************
       PROCEDURE DIVISION USING ENTIDAD-LK CODIGO-LK RESULTADO-LK
                                DESCRIPCION-LK.
      ******************************************************************
      *0000-VERIFICAR-MOTIVO.
      ******************************************************************
       0000-VERIFICAR-MOTIVO.
           MOVE 0      TO RESULTADO-LK
           MOVE SPACES TO DESCRIPCION-LK
           IF SW-CATALOGO-MALO = 1
              PERFORM 2000-AVISAR-SIN-CATALOGO
              EXIT PROGRAM
           END-IF
           IF SW-CATALOGO-ABIERTO = 0
              OPEN INPUT CATALOGO-MOTIVOS
              IF COD-RET-MOT NOT = "00"
                 MOVE 1 TO SW-CATALOGO-MALO
                 PERFORM 2000-AVISAR-SIN-CATALOGO
                 EXIT PROGRAM
              END-IF
              MOVE 1 TO SW-CATALOGO-ABIERTO
           END-IF
           IF CODIGO-LK = SPACES
              MOVE 1 TO RESULTADO-LK
              EXIT PROGRAM
           END-IF
           MOVE CODIGO-LK TO MOT-CODIGO
           READ CATALOGO-MOTIVOS
              INVALID KEY
                 MOVE 1 TO RESULTADO-LK
              NOT INVALID KEY
                 MOVE MOT-DESCRIPCION TO DESCRIPCION-LK
                 IF MOT-ESTADO NOT = "A"
                    MOVE 1 TO RESULTADO-LK
                 END-IF
           END-READ
           IF RESULTADO-LK NOT = 0 OR ENTIDAD-LK = SPACES
              EXIT PROGRAM
           END-IF
           PERFORM 1000-VERIFICAR-ENTIDAD
           EXIT PROGRAM.

      ******************************************************************
      *1000-VERIFICAR-ENTIDAD.
      ** EL MOTIVO ES VALIDO; FALTA QUE LA ENTIDAD LO TENGA PERMITIDO
      ******************************************************************
       1000-VERIFICAR-ENTIDAD.
           IF SW-ENTIDAD-MALO = 0 AND SW-ENTIDAD-ABIERTO = 0
              OPEN INPUT MOTIVOS-ENTIDAD
              IF COD-RET-MEN = "00"
                 MOVE 1 TO SW-ENTIDAD-ABIERTO
              ELSE
                 MOVE 1 TO SW-ENTIDAD-MALO
              END-IF
           END-IF
           IF SW-ENTIDAD-MALO = 1
              IF SW-AVISO-ENT-DADO = 0
                 MOVE 1 TO SW-AVISO-ENT-DADO
                 DISPLAY "MOTCONSUL - SIN PERMISOS POR ENTIDAD ("
                         COD-RET-MEN "), SOLO SE VERIFICA EL CATALOGO"
              END-IF
           ELSE
              MOVE ENTIDAD-LK TO MEN-ENTIDAD
              MOVE CODIGO-LK  TO MEN-CODIGO
              READ MOTIVOS-ENTIDAD
                 INVALID KEY
                    MOVE 2 TO RESULTADO-LK
                 NOT INVALID KEY
                    IF MEN-ESTADO NOT = "A"
                       MOVE 2 TO RESULTADO-LK
                    END-IF
              END-READ
           END-IF.

      ******************************************************************
      *2000-AVISAR-SIN-CATALOGO.
      ** SIN CATALOGO CARGADO SE ATIENDE, CON UN SOLO AVISO POR
      ** CORRIDA (MISMO CRITERIO QUE AUTCONSUL SIN REGISTRO)
      ******************************************************************
       2000-AVISAR-SIN-CATALOGO.
           IF SW-AVISO-DADO = 0
              MOVE 1 TO SW-AVISO-DADO
              DISPLAY "MOTCONSUL - SIN CATALOGO DE MOTIVOS ("
                      COD-RET-MOT "), SE ATIENDE SIN VERIFICAR"
           END-IF.

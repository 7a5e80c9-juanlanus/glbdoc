      * AUDPRIV.v.01.0001

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUDPRIV.
       AUTHOR.        GLOBANT.
      ******************************************************************
      ** Rastro consolidado de acciones privilegiadas: cada
      ** herramienta de mantenimiento escribe su propia auditoria en
      ** su propio formato, y preguntas de auditoria interna como
      ** "todo lo que hizo el operador X el trimestre pasado" o "todo
      ** cambio a mano sobre la identificacion Y" obligaban a abrir
      ** archivo por archivo. Este programa lee todos esos rastros y
      ** los lleva a un mismo renglon (fecha, hora, operador,
      ** herramienta, accion, identificacion, objeto y motivo), los
      ** ordena por fecha y hora en $TEMPORALES/AUDPRIV.DAT
      ** (AUDPRIV.FS/FD) y sobre ese rastro contesta la consulta.
      **
      ** Rastros que se leen (todos en $TEMPORALES; el que no existe
      ** se saltea):
      **   MANTALERTA.AUD  MANTALERTA en emergencia y las ordenes
      **                   de alertas que aplica APROBAR
      **   ORDENES.PEN     pedidos a cuatro ojos de MANTALERTA,
      **                   HABEASDAT y MANTSUPL y las decisiones de
      **                   APROBAR (aprobada/rechazada/vencida)
      **   HABEASDAT.AUD   intervenciones de habeas data (el acta de
      **                   la corrida, HABEASDAT.ACT, se pisa en cada
      **                   corrida; su contenido esta en este rastro)
      **   SUPLANTA.AUD    suplantaciones aplicadas por APROBAR
      **   CATSEGEX.AUD, AUTCONSUL.AUD, MANTCONEX.AUD, CATPLANT.AUD,
      **   MANTFERIA.AUD, MANTNOAM21.AUD, MANTBDLSTR.AUD, MAECLI.AUD,
      **   MOTCONSUL.AUD, LAYFEED.AUD, DISTRIB.AUD  los MANT*
      **                   restantes
      ** Las herramientas que no registran quien actuo figuran con
      ** operador NO CONSTA. En HABEASDAT.AUD y SUPLANTA.AUD APROBAR
      ** deja solo las cuatro primeras letras de solicitante y
      ** revisor ("SOLI+REVI"); la consulta por operador tambien
      ** encuentra esos renglones por las cuatro primeras letras.
      **
      ** USO:
      **   AUDPRIV OPERADOR       <operador> [<desde> [<hasta>]]
      **   AUDPRIV IDENTIFICACION <tipo> <numero> [<desde> [<hasta>]]
      **   AUDPRIV HERRAMIENTA    <programa> [<desde> [<hasta>]]
      **   AUDPRIV FECHAS         <desde> <hasta>
      **      fechas AAAAMMDD; el resultado sale por consola y en
      **      $TEMPORALES/AUDPRIV.REP. RC 4 si no hubo acciones.
      **   AUDPRIV FUERAHORA      <AAAAMM> [<HHMM inicio> <HHMM fin>]
      **      reporte mensual de acciones fuera del horario habil
      **      (dia no habil segun DIAHABIL, o antes del inicio o
      **      desde el fin de la jornada, 0700 a 1900 por defecto),
      **      con el total por operador, en $TEMPORALES/AUDPRIV.
      **      <AAAAMM>. RC 4 si hubo alguna.
      ** Con <desde> (y en FUERAHORA, para su mes) se leen tambien
      ** los meses de cada rastro que ARCHMES paso a
      ** <rastro>.<AAAAMM> dentro del rango; sin <desde> se leen solo
      ** los rastros vivos.
      ** RC 16 error de uso o rastro consolidado que no se pudo
      ** grabar.
      ******************************************************************
       DATE-WRITTEN.
       DATE-COMPILED.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MICROFOCUS.
       OBJECT-COMPUTER. MICROFOCUS.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDPRIV.FS.

      *    cada rastro de origen, de a uno (ver TABLA-FUENTES)
           SELECT FUENTE-RASTRO ASSIGN TO DISK W-FUENTE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-FTE.

           SELECT SORT-RASTRO ASSIGN TO DISK SORTWK-TITLE.

           SELECT REPORTE-AUDPRIV ASSIGN TO DISK W-REPORTE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COD-RET-REP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY AUDPRIV.FD.

      *    un 01 por formato de origen, mismos anchos que el FD de la
      *    herramienta que lo escribe
       FD  FUENTE-RASTRO.
       01  REG-FUENTE                  PIC X(450).
      *    MANTALERTA.AUD (MANTALERTA.CBL, APROBAR.CBL)
       01  RAS-ALERTA.
           02 ALE-FECHA                PIC X(08).
           02 FILLER                   PIC X.
           02 ALE-HORA                 PIC X(06).
           02 FILLER                   PIC X.
           02 ALE-OPERADOR             PIC X(10).
           02 FILLER                   PIC X.
           02 ALE-TIP-IDE              PIC X(01).
           02 ALE-NUM-IDE              PIC X(11).
           02 FILLER                   PIC X.
           02 ALE-FUENTE               PIC X(06).
           02 FILLER                   PIC X.
           02 ALE-COD-ALERTA           PIC X(03).
           02 FILLER                   PIC X.
           02 ALE-OCURRENCIA           PIC X(03).
           02 FILLER                   PIC X.
           02 ALE-BLOQUEO-ANT          PIC X(01).
           02 FILLER                   PIC X.
           02 ALE-BLOQUEO-NVO          PIC X(01).
           02 FILLER                   PIC X.
           02 ALE-FEC-VEN-ANT          PIC X(08).
           02 FILLER                   PIC X.
           02 ALE-FEC-VEN-NVO          PIC X(08).
           02 FILLER                   PIC X.
           02 ALE-MOTIVO               PIC X(60).
      *    CATSEGEX.AUD (MANTCATSEG.CBL)
       01  RAS-CATSEG.
           02 CSG-FECHA                PIC X(08).
           02 FILLER                   PIC X.
           02 CSG-HORA                 PIC X(06).
           02 FILLER                   PIC X.
           02 CSG-ACCION               PIC X(09).
           02 FILLER                   PIC X.
           02 CSG-TIPO                 PIC X(09).
           02 FILLER                   PIC X.
           02 CSG-CODIGO               PIC X(02).
           02 FILLER                   PIC X.
           02 CSG-DESCRIPCION          PIC X(40).
      *    AUTCONSUL.AUD (MANTAUTCON.CBL)
       01  RAS-AUTCON.
           02 ACO-FECHA                PIC X(08).
           02 FILLER                   PIC X.
           02 ACO-HORA                 PIC X(06).
           02 FILLER                   PIC X.
           02 ACO-ACCION               PIC X(09).
           02 FILLER                   PIC X.
           02 ACO-USUARIO              PIC X(18).
           02 FILLER                   PIC X.
           02 ACO-SERVICIO             PIC X(10).
      *    MANTCONEX.AUD (MANTCONEX.CBL)
       01  RAS-CONEX.
           02 CNX-FECHA                PIC X(08).
           02 FILLER                   PIC X.
           02 CNX-HORA                 PIC X(06).
           02 FILLER                   PIC X.
           02 CNX-ACCION               PIC X(09).
           02 FILLER                   PIC X.
           02 CNX-AMBIENTE             PIC X(15).
           02 FILLER                   PIC X.
           02 CNX-BD                   PIC X(15).
           02 FILLER                   PIC X.
           02 CNX-APLICACION           PIC X(10).
           02 FILLER                   PIC X.
           02 CNX-ALIAS                PIC X(15).
           02 FILLER                   PIC X.
           02 CNX-USUARIO              PIC X(15).
      *    ORDENES.PEN (MANTALERTA, HABEASDAT, MANTSUPL, APROBAR)
       01  RAS-ORDEN.
           02 ORD-NRO                  PIC X(06).
           02 FILLER                   PIC X.
           02 ORD-MOVIMIENTO           PIC X(09).
           02 FILLER                   PIC X.
           02 ORD-FECHA                PIC X(08).
           02 FILLER                   PIC X.
           02 ORD-HORA                 PIC X(06).
           02 FILLER                   PIC X.
           02 ORD-SOLICITANTE          PIC X(10).
           02 FILLER                   PIC X.
           02 ORD-REVISOR              PIC X(10).
           02 FILLER                   PIC X.
           02 ORD-ARCHIVO              PIC X(10).
           02 FILLER                   PIC X.
           02 ORD-ACCION               PIC X(10).
           02 FILLER                   PIC X.
           02 ORD-CLAVE                PIC X(24).
           02 FILLER                   PIC X.
           02 ORD-DATOS                PIC X(30).
           02 FILLER                   PIC X.
           02 ORD-IMAGEN-ANTES         PIC X(180).
           02 FILLER                   PIC X.
           02 ORD-MOTIVO               PIC X(60).
      *    HABEASDAT.AUD (HABEASDAT.CBL, APROBAR.CBL) Y SUPLANTA.AUD
      *    (APROBAR.CBL): la imagen empieza por tipo y numero
       01  RAS-IMAGEN.
           02 IMG-FECHA                PIC X(08).
           02 FILLER                   PIC X.
           02 IMG-HORA                 PIC X(06).
           02 FILLER                   PIC X.
           02 IMG-ACCION               PIC X(10).
           02 FILLER                   PIC X.
           02 IMG-ARCHIVO              PIC X(10).
           02 FILLER                   PIC X.
           02 IMG-IMAGEN-ANTES         PIC X(200).
           02 FILLER                   PIC X.
           02 IMG-IMAGEN-DESPUES       PIC X(200).
      *    CATPLANT.AUD (MANTPLANT.CBL)
       01  RAS-PLANTILLA.
           02 PLA-FECHA                PIC X(08).
           02 FILLER                   PIC X.
           02 PLA-HORA                 PIC X(06).
           02 FILLER                   PIC X.
           02 PLA-ACCION               PIC X(09).
           02 FILLER                   PIC X.
           02 PLA-FUENTE               PIC X(06).
           02 FILLER                   PIC X.
           02 PLA-COD-ALERTA           PIC X(03).
           02 FILLER                   PIC X.
           02 PLA-LINEA1               PIC X(50).
      *    MANTFERIA.AUD (MANTFERIA.CBL, renglon armado con STRING)
       01  RAS-FERIADO.
           02 FER-FECHA                PIC X(08).
           02 FILLER                   PIC X.
           02 FER-HORA                 PIC X(06).
           02 FILLER                   PIC X.
           02 FER-MODO                 PIC X(10).
           02 FILLER                   PIC X.
           02 FER-FERIADO              PIC X(08).
           02 FILLER                   PIC X(05).
           02 FER-QUIEN                PIC X(18).
      *    MANTNOAM21.AUD (MANTNOAM21.CBL, renglon armado con STRING)
       01  RAS-NOAM21.
           02 NOA-FECHA                PIC X(08).
           02 FILLER                   PIC X.
           02 NOA-HORA                 PIC X(06).
           02 FILLER                   PIC X.
           02 NOA-COMANDO              PIC X(08).
           02 FILLER                   PIC X.
           02 NOA-TIPO-IDE             PIC X(01).
           02 FILLER                   PIC X.
           02 NOA-NUM-IDE              PIC X(11).
           02 FILLER                   PIC X(05).
           02 NOA-QUIEN                PIC X(18).
      *    MANTBDLSTR.AUD (MANTBDLSTR.CBL)
       01  RAS-BDLSTR.
           02 BDL-FECHA                PIC X(08).
           02 FILLER                   PIC X.
           02 BDL-HORA                 PIC X(06).
           02 FILLER                   PIC X.
           02 BDL-ACCION               PIC X(09).
           02 FILLER                   PIC X.
           02 BDL-LEIDOS               PIC X(10).
           02 FILLER                   PIC X.
           02 BDL-CREADAS              PIC X(10).
           02 FILLER                   PIC X.
           02 BDL-ACTUALIZADAS         PIC X(10).
           02 FILLER                   PIC X.
           02 BDL-RECHAZADAS           PIC X(10).
           02 FILLER                   PIC X.
           02 BDL-QUIEN                PIC X(18).
      *    MAECLI.AUD (MANTMAECLI.CBL)
       01  RAS-MAECLI.
           02 MAE-FECHA                PIC X(08).
           02 FILLER                   PIC X.
           02 MAE-HORA                 PIC X(06).
           02 FILLER                   PIC X.
           02 MAE-ACCION               PIC X(09).
           02 FILLER                   PIC X.
           02 MAE-CLIENTE              PIC X(12).
           02 FILLER                   PIC X.
           02 MAE-CAMPO                PIC X(10).
           02 FILLER                   PIC X.
           02 MAE-ANTERIOR             PIC X(60).
           02 FILLER                   PIC X.
           02 MAE-NUEVO                PIC X(60).
      *    MOTCONSUL.AUD (MANTMOTCON.CBL)
       01  RAS-MOTIVOS.
           02 MOT-FECHA                PIC X(08).
           02 FILLER                   PIC X.
           02 MOT-HORA                 PIC X(06).
           02 FILLER                   PIC X.
           02 MOT-ACCION               PIC X(09).
           02 FILLER                   PIC X.
           02 MOT-ENTIDAD              PIC X(18).
           02 FILLER                   PIC X.
           02 MOT-CODIGO               PIC X(04).
           02 FILLER                   PIC X.
           02 MOT-DESCRIPCION          PIC X(25).
      *    LAYFEED.AUD (MANTLAYOUT.CBL)
       01  RAS-LAYOUT.
           02 LAY-FECHA                PIC X(08).
           02 FILLER                   PIC X.
           02 LAY-HORA                 PIC X(06).
           02 FILLER                   PIC X.
           02 LAY-ACCION               PIC X(09).
           02 FILLER                   PIC X.
           02 LAY-FEED                 PIC X(10).
           02 FILLER                   PIC X.
           02 LAY-VERSION              PIC X(02).
           02 FILLER                   PIC X.
           02 LAY-COLUMNA              PIC X(02).
           02 FILLER                   PIC X.
           02 LAY-DEFINICION           PIC X(50).
      *    DISTRIB.AUD (MANTDISTR.CBL)
       01  RAS-DISTRIB.
           02 DSA-FECHA                PIC X(08).
           02 FILLER                   PIC X.
           02 DSA-HORA                 PIC X(06).
           02 FILLER                   PIC X.
           02 DSA-ACCION               PIC X(09).
           02 FILLER                   PIC X.
           02 DSA-PROGRAMA             PIC X(10).
           02 FILLER                   PIC X.
           02 DSA-INFORME              PIC X(30).
           02 FILLER                   PIC X.
           02 DSA-DESTINATARIO         PIC X(60).
           02 FILLER                   PIC X.
           02 DSA-MODO                 PIC X(07).
           02 FILLER                   PIC X.
           02 DSA-FRECUENCIA           PIC X(07).
           02 FILLER                   PIC X.
           02 DSA-DIA                  PIC X(02).
           02 FILLER                   PIC X.
           02 DSA-QUIEN                PIC X(18).

      *    mismo renglon que AUDPRIV.FD
       SD  SORT-RASTRO.
       01  REG-SORT-RASTRO.
           02 SRT-FECHA                PIC 9(08).
           02 FILLER                   PIC X.
           02 SRT-HORA                 PIC 9(06).
           02 FILLER                   PIC X.
           02 SRT-OPERADOR             PIC X(18).
           02 FILLER                   PIC X.
           02 SRT-HERRAMIENTA          PIC X(10).
           02 FILLER                   PIC X.
           02 SRT-ACCION               PIC X(10).
           02 FILLER                   PIC X.
           02 SRT-TIPO-IDE             PIC X(01).
           02 SRT-NUM-IDE              PIC X(11).
           02 FILLER                   PIC X.
           02 SRT-OBJETO               PIC X(50).
           02 FILLER                   PIC X.
           02 SRT-MOTIVO               PIC X(60).
           02 FILLER                   PIC X.
           02 SRT-ORIGEN               PIC X(14).

       FD  REPORTE-AUDPRIV.
       01  REG-REPORTE-AUDPRIV         PIC X(200).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COD-RET-APR              PIC X(2) VALUE ZEROS.
       01 COD-RET-FTE              PIC X(2) VALUE ZEROS.
       01 COD-RET-REP              PIC X(2) VALUE ZEROS.
       01 VAR-ENTORNO-CHK          PIC X(15) VALUE SPACES.
       01 LINEA-COMANDO            PIC X(100) VALUE SPACES.
       01 W-CONSULTA               PIC X(14) VALUE SPACES.
       01 W-PARM1                  PIC X(18) VALUE SPACES.
       01 W-PARM2                  PIC X(18) VALUE SPACES.
       01 W-PARM3                  PIC X(18) VALUE SPACES.
       01 W-PARM4                  PIC X(18) VALUE SPACES.
       01 SORTWK-TITLE             PIC X(80)
                                   VALUE "$TEMPORALES/AUDPRIV.SRT".
       01 W-FUENTE-NAME            PIC X(60) VALUE SPACES.
       01 W-REPORTE-NAME           PIC X(60) VALUE SPACES.
       01 SW-FIN-FUENTE            PIC 9(01) VALUE 0.
       01 SW-FIN-RASTRO            PIC 9(01) VALUE 0.
       01 SW-ERROR-USO             PIC 9(01) VALUE 0.
       01 SW-CON-ARCHIVADOS        PIC 9(01) VALUE 0.
       01 SW-FTE-ABIERTA           PIC 9(01) VALUE 0.
      **** MESES ARCHIVADOS DE CADA RASTRO (MESARCH)
       COPY MESARCH.WS.
       01 W-LINEA                  PIC X(200) VALUE SPACES.

      **** RASTROS DE ORIGEN: ARCHIVO, HERRAMIENTA QUE LO ESCRIBE Y
      **** FORMATO (EL 01 DE FUENTE-RASTRO QUE LE CORRESPONDE)
       01 TABLA-FUENTES-DEF.
          02 FILLER PIC X(28) VALUE "MANTALERTA.AUD  MANTALERTA01".
          02 FILLER PIC X(28) VALUE "ORDENES.PEN     APROBAR   05".
          02 FILLER PIC X(28) VALUE "HABEASDAT.AUD   HABEASDAT 06".
          02 FILLER PIC X(28) VALUE "SUPLANTA.AUD    MANTSUPL  06".
          02 FILLER PIC X(28) VALUE "CATSEGEX.AUD    MANTCATSEG02".
          02 FILLER PIC X(28) VALUE "AUTCONSUL.AUD   MANTAUTCON03".
          02 FILLER PIC X(28) VALUE "MANTCONEX.AUD   MANTCONEX 04".
          02 FILLER PIC X(28) VALUE "CATPLANT.AUD    MANTPLANT 07".
          02 FILLER PIC X(28) VALUE "MANTFERIA.AUD   MANTFERIA 08".
          02 FILLER PIC X(28) VALUE "MANTNOAM21.AUD  MANTNOAM2109".
          02 FILLER PIC X(28) VALUE "MANTBDLSTR.AUD  MANTBDLSTR10".
          02 FILLER PIC X(28) VALUE "MAECLI.AUD      MANTMAECLI11".
          02 FILLER PIC X(28) VALUE "MOTCONSUL.AUD   MANTMOTCON12".
          02 FILLER PIC X(28) VALUE "LAYFEED.AUD     MANTLAYOUT13".
          02 FILLER PIC X(28) VALUE "DISTRIB.AUD     MANTDISTR 14".
       01 TABLA-FUENTES REDEFINES TABLA-FUENTES-DEF.
          02 FTE-ENTRADA OCCURS 15 TIMES.
             03 FTE-ARCHIVO           PIC X(16).
             03 FTE-HERRAMIENTA       PIC X(10).
             03 FTE-FORMATO           PIC 9(02).
       01 FTE-TOPE                 PIC 9(02) VALUE 15.
       01 W-IDX-FTE                PIC 9(02) VALUE 0.
       01 W-CANT-FUENTE            PIC 9(07) VALUE 0.
       01 CONT-CONSOLIDADOS        PIC 9(07) VALUE 0.

      **** FILTROS DE LA CONSULTA
       01 W-OPERADOR-BUSCADO       PIC X(18) VALUE SPACES.
       01 W-HERRAMIENTA-BUSCADA    PIC X(10) VALUE SPACES.
       01 W-IDENT-BUSCADA.
          03 W-TIPO-BUSCADO           PIC X(01).
          03 W-NUMERO-BUSCADO         PIC X(11).
       01 W-NUMERO-CHK             PIC X(11) VALUE SPACES.
       01 W-NUMERO-NUM             PIC 9(11) VALUE 0.
       01 W-FECHA-DESDE            PIC 9(08) VALUE 0.
       01 W-FECHA-HASTA            PIC 9(08) VALUE 99999999.
       01 SW-COINCIDE              PIC 9(01) VALUE 0.
       01 CONT-ACCIONES            PIC 9(07) VALUE 0.

      **** REPORTE MENSUAL FUERA DE HORARIO
       01 W-MES-BUSCADO            PIC X(06) VALUE SPACES.
       01 W-HORA-INICIO            PIC 9(06) VALUE 070000.
       01 W-HORA-FIN               PIC 9(06) VALUE 190000.
       01 W-MOTIVO-FUERA           PIC X(10) VALUE SPACES.
       01 W-FECHA-EVALUADA         PIC 9(08) VALUE 0.
       01 SW-DIA-HABIL             PIC 9(01) VALUE 0.
       01 SW-SIN-DIAHABIL          PIC 9(01) VALUE 0.
       01 W-DIA-SEMANA             PIC 9(01) VALUE 0.
       01 TABLA-OPERADORES.
          02 TOP-ENTRADA OCCURS 200 TIMES.
             03 TOP-OPERADOR          PIC X(18).
             03 TOP-CANTIDAD          PIC 9(05).
          02 TOP-TOPE                 PIC 9(03) VALUE 0.
       01 W-IDX-TOP                PIC 9(03) VALUE 0.
       01 W-IDX-TOP-HALLADO        PIC 9(03) VALUE 0.

      **** SERVICIO DE DIAS HABILES (DIAHABIL.CBL)
       01 DHAB-ACCION              PIC X(10) VALUE "ES-HABIL".
       01 DHAB-CANTIDAD            PIC 9(03) VALUE 0.
       01 DHAB-RESULTADO           PIC 9(01) VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *0000-PROGRAMA-PRINCIPAL.
      ******************************************************************
       0000-PROGRAMA-PRINCIPAL.
           DISPLAY "                                                "
           DISPLAY "************************************************"
           DISPLAY "* Rastro consolidado de acciones privilegiadas  *"
           DISPLAY "*           PROGRAMA : AUDPRIV.CBL              *"
           DISPLAY "************************************************"
           DISPLAY "                                                "
           PERFORM 0500-VALIDAR-VARIABLES-ENTORNO
           ACCEPT LINEA-COMANDO FROM COMMAND-LINE
           UNSTRING LINEA-COMANDO DELIMITED BY ALL " "
                    INTO W-CONSULTA W-PARM1 W-PARM2 W-PARM3 W-PARM4
           END-UNSTRING
           PERFORM 0600-VALIDAR-PARAMETROS
           IF SW-ERROR-USO = 1
              PERFORM 0700-MOSTRAR-USO
              STOP RUN
           END-IF
           PERFORM 1000-CONSOLIDAR-RASTROS
           IF W-CONSULTA = "FUERAHORA"
              PERFORM 3000-REPORTE-FUERA-HORARIO
           ELSE
              PERFORM 2000-CONSULTAR
           END-IF
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
      *0600-VALIDAR-PARAMETROS.
      ** CADA CONSULTA TOMA SU VALOR Y, OPCIONAL, EL RANGO DE FECHAS
      ******************************************************************
       0600-VALIDAR-PARAMETROS.
           EVALUATE W-CONSULTA
              WHEN "OPERADOR"
                 MOVE W-PARM1 TO W-OPERADOR-BUSCADO
                 PERFORM 0610-TOMAR-RANGO-2-3
                 IF W-OPERADOR-BUSCADO = SPACES
                    MOVE 1 TO SW-ERROR-USO
                 END-IF
              WHEN "HERRAMIENTA"
                 MOVE W-PARM1 TO W-HERRAMIENTA-BUSCADA
                 PERFORM 0610-TOMAR-RANGO-2-3
                 IF W-HERRAMIENTA-BUSCADA = SPACES
                    MOVE 1 TO SW-ERROR-USO
                 END-IF
              WHEN "IDENTIFICACION"
                 MOVE W-PARM1(1:1) TO W-TIPO-BUSCADO
                 MOVE W-PARM2(1:11) TO W-NUMERO-BUSCADO
                 IF W-PARM2(12:7) NOT = SPACES
                    OR W-NUMERO-BUSCADO = SPACES
                    MOVE 1 TO SW-ERROR-USO
                 ELSE
      *             el numero se compara a 11 digitos, con ceros
      *             a la izquierda como lo graban las herramientas
                    MOVE W-NUMERO-BUSCADO TO W-NUMERO-CHK
                    INSPECT W-NUMERO-CHK
                            REPLACING TRAILING SPACES BY ZEROS
                    IF W-NUMERO-CHK IS NUMERIC
                       COMPUTE W-NUMERO-NUM =
                               FUNCTION NUMVAL (W-PARM2)
                       MOVE W-NUMERO-NUM TO W-NUMERO-BUSCADO
                    ELSE
                       MOVE 1 TO SW-ERROR-USO
                    END-IF
                 END-IF
                 IF W-PARM3 NOT = SPACES
                    MOVE W-PARM3 TO W-PARM2
                    MOVE W-PARM4 TO W-PARM3
                    PERFORM 0610-TOMAR-RANGO-2-3
                 END-IF
              WHEN "FECHAS"
                 IF W-PARM1 = SPACES OR W-PARM2 = SPACES
                    MOVE 1 TO SW-ERROR-USO
                 ELSE
                    MOVE W-PARM2 TO W-PARM3
                    MOVE W-PARM1 TO W-PARM2
                    PERFORM 0610-TOMAR-RANGO-2-3
                 END-IF
              WHEN "FUERAHORA"
                 MOVE W-PARM1(1:6) TO W-MES-BUSCADO
                 IF W-MES-BUSCADO NOT NUMERIC OR W-PARM1(7:1) NOT =
                    SPACE
                    MOVE 1 TO SW-ERROR-USO
                 END-IF
                 IF W-PARM2 NOT = SPACES
                    IF W-PARM2(1:4) IS NUMERIC
                       AND W-PARM3(1:4) IS NUMERIC
                       COMPUTE W-HORA-INICIO =
                               FUNCTION NUMVAL (W-PARM2(1:4)) * 100
                       COMPUTE W-HORA-FIN =
                               FUNCTION NUMVAL (W-PARM3(1:4)) * 100
                    ELSE
                       MOVE 1 TO SW-ERROR-USO
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 1 TO SW-ERROR-USO
           END-EVALUATE
           PERFORM 0620-RANGO-ARCHIVADOS.

      ******************************************************************
      *0620-RANGO-ARCHIVADOS.
      ** LOS MESES ARCHIVADOS SE BUSCAN SOLO CON UN DESDE O UN MES
      ******************************************************************
       0620-RANGO-ARCHIVADOS.
           IF SW-ERROR-USO = 0
              IF W-CONSULTA = "FUERAHORA"
                 MOVE 1 TO SW-CON-ARCHIVADOS
                 MOVE W-MES-BUSCADO TO MARC-DESDE(1:6)
                 MOVE "01"          TO MARC-DESDE(7:2)
                 MOVE W-MES-BUSCADO TO MARC-HASTA(1:6)
                 MOVE "31"          TO MARC-HASTA(7:2)
              ELSE
                 IF W-FECHA-DESDE > 0
                    MOVE 1 TO SW-CON-ARCHIVADOS
                    MOVE W-FECHA-DESDE TO MARC-DESDE
                    MOVE W-FECHA-HASTA TO MARC-HASTA
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *0560-BUSCAR-MESES-ARCHIVADOS.
      ******************************************************************
           COPY MESARCH.PROC.

      ******************************************************************
      *0610-TOMAR-RANGO-2-3.
      ** DESDE EN EL PARAMETRO 2 Y HASTA EN EL 3, AMBOS OPCIONALES
      ******************************************************************
       0610-TOMAR-RANGO-2-3.
           IF W-PARM2 NOT = SPACES
              IF W-PARM2(1:8) IS NUMERIC
                 MOVE W-PARM2(1:8) TO W-FECHA-DESDE
              ELSE
                 MOVE 1 TO SW-ERROR-USO
              END-IF
           END-IF
           IF W-PARM3 NOT = SPACES
              IF W-PARM3(1:8) IS NUMERIC
                 MOVE W-PARM3(1:8) TO W-FECHA-HASTA
              ELSE
                 MOVE 1 TO SW-ERROR-USO
              END-IF
           END-IF.

      ******************************************************************
      *0700-MOSTRAR-USO.
      ******************************************************************
       0700-MOSTRAR-USO.
           DISPLAY "Uso: AUDPRIV OPERADOR <operador> "
                   "[<desde> [<hasta>]]"
           DISPLAY "     AUDPRIV IDENTIFICACION <tipo> <numero> "
                   "[<desde> [<hasta>]]"
           DISPLAY "     AUDPRIV HERRAMIENTA <programa> "
                   "[<desde> [<hasta>]]"
           DISPLAY "     AUDPRIV FECHAS <desde> <hasta>"
           DISPLAY "     AUDPRIV FUERAHORA <AAAAMM> "
                   "[<HHMM inicio> <HHMM fin>]"
           DISPLAY "  fechas AAAAMMDD"
           MOVE 16 TO RETURN-CODE.

      ******************************************************************
      *1000-CONSOLIDAR-RASTROS.
      ** TODOS LOS RASTROS, NORMALIZADOS Y ORDENADOS POR FECHA Y HORA,
      ** QUEDAN EN AUDPRIV.DAT
      ******************************************************************
       1000-CONSOLIDAR-RASTROS.
           DISPLAY "RASTROS LEIDOS:"
           SORT SORT-RASTRO
                ASCENDING KEY SRT-FECHA SRT-HORA SRT-HERRAMIENTA
                INPUT PROCEDURE IS 1100-REUNIR-RASTROS
                GIVING RASTRO-PRIVILEGIADO
           IF COD-RET-APR NOT = "00"
              DISPLAY "NO SE PUDO GRABAR AUDPRIV.DAT (" COD-RET-APR ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "ACCIONES CONSOLIDADAS........ " CONT-CONSOLIDADOS
           DISPLAY " ".

      ******************************************************************
      *1100-REUNIR-RASTROS.
      ******************************************************************
       1100-REUNIR-RASTROS.
           PERFORM VARYING W-IDX-FTE FROM 1 BY 1
              UNTIL W-IDX-FTE > FTE-TOPE
              PERFORM 1200-LEER-FUENTE
           END-PERFORM.

      ******************************************************************
      *1200-LEER-FUENTE.
      ** EL RASTRO QUE NO EXISTE (HERRAMIENTA QUE NUNCA SE USO EN ESTE
      ** AMBIENTE) SE INFORMA Y SE SALTEA. CON RANGO, ANTES DEL VIVO
      ** SE LEEN SUS MESES ARCHIVADOS DEL RANGO
      ******************************************************************
       1200-LEER-FUENTE.
           MOVE 0 TO W-CANT-FUENTE MARC-CANTIDAD
           IF SW-CON-ARCHIVADOS = 1
              MOVE FTE-ARCHIVO(W-IDX-FTE) TO MARC-DIARIO
              PERFORM 0560-BUSCAR-MESES-ARCHIVADOS
              PERFORM VARYING MARC-IDX FROM 1 BY 1
                 UNTIL MARC-IDX > MARC-CANTIDAD
                 PERFORM 0570-ARMAR-ARCHIVO-MES
                 MOVE W-ARCHIVO-MES TO W-FUENTE-NAME
                 PERFORM 1210-LEER-ARCHIVO-FUENTE
              END-PERFORM
           END-IF
           MOVE SPACES TO W-FUENTE-NAME
           STRING "$TEMPORALES/" DELIMITED BY SIZE
                  FTE-ARCHIVO(W-IDX-FTE) DELIMITED BY SPACE
                  INTO W-FUENTE-NAME
           END-STRING
           PERFORM 1210-LEER-ARCHIVO-FUENTE
           EVALUATE TRUE
              WHEN SW-FTE-ABIERTA = 0 AND MARC-CANTIDAD = 0
                 DISPLAY "  " FTE-ARCHIVO(W-IDX-FTE) " SIN ARCHIVO ("
                         COD-RET-FTE ")"
              WHEN MARC-CANTIDAD > 0
                 DISPLAY "  " FTE-ARCHIVO(W-IDX-FTE) " " W-CANT-FUENTE
                         " (+" MARC-CANTIDAD " MESES ARCHIVADOS)"
              WHEN OTHER
                 DISPLAY "  " FTE-ARCHIVO(W-IDX-FTE) " " W-CANT-FUENTE
           END-EVALUATE.

      ******************************************************************
      *1210-LEER-ARCHIVO-FUENTE.
      ******************************************************************
       1210-LEER-ARCHIVO-FUENTE.
           MOVE 0 TO SW-FIN-FUENTE SW-FTE-ABIERTA
           OPEN INPUT FUENTE-RASTRO
           IF COD-RET-FTE = "00"
              MOVE 1 TO SW-FTE-ABIERTA
              PERFORM UNTIL SW-FIN-FUENTE = 1
                 READ FUENTE-RASTRO NEXT RECORD
                    AT END MOVE 1 TO SW-FIN-FUENTE
                 END-READ
                 IF SW-FIN-FUENTE = 0
                    PERFORM 1300-NORMALIZAR
                 END-IF
              END-PERFORM
              CLOSE FUENTE-RASTRO
           END-IF.

      ******************************************************************
      *1300-NORMALIZAR.
      ** CADA FORMATO LLENA EL RENGLON COMUN; EL QUE NO TRAE FECHA Y
      ** HORA NUMERICAS (RENGLON DANADO O ENCABEZADO) SE DESCARTA
      ******************************************************************
       1300-NORMALIZAR.
           MOVE SPACES TO REG-SORT-RASTRO
           MOVE 0 TO SRT-FECHA SRT-HORA
           MOVE "NO CONSTA"              TO SRT-OPERADOR
           MOVE FTE-HERRAMIENTA(W-IDX-FTE) TO SRT-HERRAMIENTA
           MOVE FTE-ARCHIVO(W-IDX-FTE)   TO SRT-ORIGEN
           EVALUATE FTE-FORMATO(W-IDX-FTE)
              WHEN 01 PERFORM 1310-FORMATO-ALERTA
              WHEN 02 PERFORM 1320-FORMATO-CATSEG
              WHEN 03 PERFORM 1330-FORMATO-AUTCON
              WHEN 04 PERFORM 1340-FORMATO-CONEX
              WHEN 05 PERFORM 1350-FORMATO-ORDEN
              WHEN 06 PERFORM 1360-FORMATO-IMAGEN
              WHEN 07 PERFORM 1370-FORMATO-PLANTILLA
              WHEN 08 PERFORM 1380-FORMATO-FERIADO
              WHEN 09 PERFORM 1390-FORMATO-NOAM21
              WHEN 10 PERFORM 1400-FORMATO-BDLSTR
              WHEN 11 PERFORM 1410-FORMATO-MAECLI
              WHEN 12 PERFORM 1420-FORMATO-MOTIVOS
              WHEN 13 PERFORM 1430-FORMATO-LAYOUT
              WHEN 14 PERFORM 1440-FORMATO-DISTRIB
           END-EVALUATE
           IF SRT-FECHA > 0
              IF SRT-OPERADOR = SPACES
                 MOVE "NO CONSTA" TO SRT-OPERADOR
              END-IF
              ADD 1 TO W-CANT-FUENTE CONT-CONSOLIDADOS
              RELEASE REG-SORT-RASTRO
           END-IF.

      ******************************************************************
      *1310-FORMATO-ALERTA.
      ** MANTALERTA ESCRIBE SOLO EN EMERGENCIA ("*EMERGENCIA*" EN EL
      ** MOTIVO); LO DEMAS ES LA ORDEN QUE APLICO APROBAR
      ******************************************************************
       1310-FORMATO-ALERTA.
           IF ALE-FECHA IS NUMERIC AND ALE-HORA IS NUMERIC
              MOVE ALE-FECHA    TO SRT-FECHA
              MOVE ALE-HORA     TO SRT-HORA
              MOVE ALE-OPERADOR TO SRT-OPERADOR
              IF ALE-MOTIVO(1:12) = "*EMERGENCIA*"
                 MOVE "EMERGENCIA" TO SRT-ACCION
              ELSE
                 MOVE "APLICA"     TO SRT-ACCION
              END-IF
              MOVE ALE-TIP-IDE  TO SRT-TIPO-IDE
              MOVE ALE-NUM-IDE  TO SRT-NUM-IDE
              STRING "ALERTA " ALE-FUENTE "/" ALE-COD-ALERTA "/"
                     ALE-OCURRENCIA " BLOQ " ALE-BLOQUEO-ANT ">"
                     ALE-BLOQUEO-NVO " VENCE " ALE-FEC-VEN-NVO
                     DELIMITED BY SIZE INTO SRT-OBJETO
              END-STRING
              MOVE ALE-MOTIVO   TO SRT-MOTIVO
           END-IF.

      ******************************************************************
      *1320-FORMATO-CATSEG.
      ******************************************************************
       1320-FORMATO-CATSEG.
           IF CSG-FECHA IS NUMERIC AND CSG-HORA IS NUMERIC
              MOVE CSG-FECHA  TO SRT-FECHA
              MOVE CSG-HORA   TO SRT-HORA
              MOVE CSG-ACCION TO SRT-ACCION
              STRING CSG-TIPO DELIMITED BY SPACE
                     " " CSG-CODIGO DELIMITED BY SIZE
                     INTO SRT-OBJETO
              END-STRING
              MOVE CSG-DESCRIPCION TO SRT-MOTIVO
           END-IF.

      ******************************************************************
      *1330-FORMATO-AUTCON.
      ******************************************************************
       1330-FORMATO-AUTCON.
           IF ACO-FECHA IS NUMERIC AND ACO-HORA IS NUMERIC
              MOVE ACO-FECHA  TO SRT-FECHA
              MOVE ACO-HORA   TO SRT-HORA
              MOVE ACO-ACCION TO SRT-ACCION
              STRING "USUARIO " DELIMITED BY SIZE
                     ACO-USUARIO DELIMITED BY SPACE
                     " SERVICIO " DELIMITED BY SIZE
                     ACO-SERVICIO DELIMITED BY SPACE
                     INTO SRT-OBJETO
              END-STRING
           END-IF.

      ******************************************************************
      *1340-FORMATO-CONEX.
      ******************************************************************
       1340-FORMATO-CONEX.
           IF CNX-FECHA IS NUMERIC AND CNX-HORA IS NUMERIC
              MOVE CNX-FECHA  TO SRT-FECHA
              MOVE CNX-HORA   TO SRT-HORA
              MOVE CNX-ACCION TO SRT-ACCION
              STRING "CONEXION " DELIMITED BY SIZE
                     CNX-AMBIENTE DELIMITED BY SPACE
                     "/" DELIMITED BY SIZE
                     CNX-APLICACION DELIMITED BY SPACE
                     " ALIAS " DELIMITED BY SIZE
                     CNX-ALIAS DELIMITED BY SPACE
                     INTO SRT-OBJETO
              END-STRING
              STRING "BASE " DELIMITED BY SIZE
                     CNX-BD DELIMITED BY SPACE
                     " USUARIO DE BASE " DELIMITED BY SIZE
                     CNX-USUARIO DELIMITED BY SPACE
                     INTO SRT-MOTIVO
              END-STRING
           END-IF.

      ******************************************************************
      *1350-FORMATO-ORDEN.
      ** EL PEDIDO (PENDIENTE) ES ACCION DEL SOLICITANTE EN LA
      ** HERRAMIENTA QUE LO ENCOLO; LA DECISION ES DEL REVISOR EN
      ** APROBAR. EL VENCIMIENTO NO TIENE REVISOR
      ******************************************************************
       1350-FORMATO-ORDEN.
           IF ORD-FECHA IS NUMERIC AND ORD-HORA IS NUMERIC
              MOVE ORD-FECHA TO SRT-FECHA
              MOVE ORD-HORA  TO SRT-HORA
              IF ORD-MOVIMIENTO = "PENDIENTE"
                 EVALUATE ORD-ARCHIVO
                    WHEN "HABEASDAT"
                       MOVE "HABEASDAT"  TO SRT-HERRAMIENTA
                    WHEN "SUPLANTA"
                       MOVE "MANTSUPL"   TO SRT-HERRAMIENTA
                    WHEN OTHER
                       MOVE "MANTALERTA" TO SRT-HERRAMIENTA
                 END-EVALUATE
                 MOVE ORD-SOLICITANTE TO SRT-OPERADOR
                 MOVE "SOLICITA"      TO SRT-ACCION
                 MOVE ORD-MOTIVO      TO SRT-MOTIVO
              ELSE
                 MOVE ORD-REVISOR     TO SRT-OPERADOR
                 MOVE ORD-MOVIMIENTO  TO SRT-ACCION
                 STRING "SOLICITADA POR " ORD-SOLICITANTE
                        DELIMITED BY SIZE INTO SRT-MOTIVO
                 END-STRING
              END-IF
              IF ORD-CLAVE(1:12) IS NUMERIC
                 MOVE ORD-CLAVE(1:1)  TO SRT-TIPO-IDE
                 MOVE ORD-CLAVE(2:11) TO SRT-NUM-IDE
              END-IF
              STRING "ORDEN " ORD-NRO " " DELIMITED BY SIZE
                     ORD-ARCHIVO DELIMITED BY SPACE
                     " " ORD-ACCION DELIMITED BY SIZE
                     INTO SRT-OBJETO
              END-STRING
           END-IF.

      ******************************************************************
      *1360-FORMATO-IMAGEN.
      ** APROBAR DEJA "SOLI+REVI" EN LA ACCION; HABEASDAT DIRECTO
      ** (SOLO EN EMERGENCIA) DEJA LA ACCION Y NO REGISTRA QUIEN
      ******************************************************************
       1360-FORMATO-IMAGEN.
           IF IMG-FECHA IS NUMERIC AND IMG-HORA IS NUMERIC
              MOVE IMG-FECHA TO SRT-FECHA
              MOVE IMG-HORA  TO SRT-HORA
              IF IMG-ACCION(5:1) = "+"
                 MOVE IMG-ACCION TO SRT-OPERADOR
                 MOVE "APLICA"   TO SRT-ACCION
                 MOVE "ORDEN APROBADA A CUATRO OJOS (SOLI+REVI)"
                   TO SRT-MOTIVO
              ELSE
                 MOVE IMG-ACCION TO SRT-ACCION
                 MOVE "INTERVENCION DIRECTA EN EMERGENCIA"
                   TO SRT-MOTIVO
              END-IF
              IF IMG-IMAGEN-ANTES(1:12) IS NUMERIC
                 MOVE IMG-IMAGEN-ANTES(1:1)    TO SRT-TIPO-IDE
                 MOVE IMG-IMAGEN-ANTES(2:11)   TO SRT-NUM-IDE
              ELSE
                 IF IMG-IMAGEN-DESPUES(1:12) IS NUMERIC
                    MOVE IMG-IMAGEN-DESPUES(1:1)  TO SRT-TIPO-IDE
                    MOVE IMG-IMAGEN-DESPUES(2:11) TO SRT-NUM-IDE
                 END-IF
              END-IF
              IF IMG-IMAGEN-DESPUES = SPACES
                 STRING "ARCHIVO " IMG-ARCHIVO " (SUPRESION)"
                        DELIMITED BY SIZE INTO SRT-OBJETO
                 END-STRING
              ELSE
                 STRING "ARCHIVO " IMG-ARCHIVO
                        DELIMITED BY SIZE INTO SRT-OBJETO
                 END-STRING
              END-IF
           END-IF.

      ******************************************************************
      *1370-FORMATO-PLANTILLA.
      ******************************************************************
       1370-FORMATO-PLANTILLA.
           IF PLA-FECHA IS NUMERIC AND PLA-HORA IS NUMERIC
              MOVE PLA-FECHA  TO SRT-FECHA
              MOVE PLA-HORA   TO SRT-HORA
              MOVE PLA-ACCION TO SRT-ACCION
              STRING "PLANTILLA " PLA-FUENTE "/" PLA-COD-ALERTA
                     DELIMITED BY SIZE INTO SRT-OBJETO
              END-STRING
              MOVE PLA-LINEA1 TO SRT-MOTIVO
           END-IF.

      ******************************************************************
      *1380-FORMATO-FERIADO.
      ******************************************************************
       1380-FORMATO-FERIADO.
           IF FER-FECHA IS NUMERIC AND FER-HORA IS NUMERIC
              MOVE FER-FECHA TO SRT-FECHA
              MOVE FER-HORA  TO SRT-HORA
              MOVE FER-QUIEN TO SRT-OPERADOR
              MOVE FER-MODO  TO SRT-ACCION
              STRING "FERIADO " FER-FERIADO
                     DELIMITED BY SIZE INTO SRT-OBJETO
              END-STRING
           END-IF.

      ******************************************************************
      *1390-FORMATO-NOAM21.
      ******************************************************************
       1390-FORMATO-NOAM21.
           IF NOA-FECHA IS NUMERIC AND NOA-HORA IS NUMERIC
              MOVE NOA-FECHA    TO SRT-FECHA
              MOVE NOA-HORA     TO SRT-HORA
              MOVE NOA-QUIEN    TO SRT-OPERADOR
              MOVE NOA-COMANDO  TO SRT-ACCION
              MOVE NOA-TIPO-IDE TO SRT-TIPO-IDE
              MOVE NOA-NUM-IDE  TO SRT-NUM-IDE
              MOVE "BENEFICIARIO NOAMNISTIA21" TO SRT-OBJETO
           END-IF.

      ******************************************************************
      *1400-FORMATO-BDLSTR.
      ******************************************************************
       1400-FORMATO-BDLSTR.
           IF BDL-FECHA IS NUMERIC AND BDL-HORA IS NUMERIC
              MOVE BDL-FECHA  TO SRT-FECHA
              MOVE BDL-HORA   TO SRT-HORA
              MOVE BDL-QUIEN  TO SRT-OPERADOR
              MOVE BDL-ACCION TO SRT-ACCION
              MOVE "LISTA DE RESTRICCION BDLSTR" TO SRT-OBJETO
              STRING "LEI " BDL-LEIDOS " CRE " BDL-CREADAS
                     " ACT " BDL-ACTUALIZADAS " REC " BDL-RECHAZADAS
                     DELIMITED BY SIZE INTO SRT-MOTIVO
              END-STRING
           END-IF.

      ******************************************************************
      *1410-FORMATO-MAECLI.
      ******************************************************************
       1410-FORMATO-MAECLI.
           IF MAE-FECHA IS NUMERIC AND MAE-HORA IS NUMERIC
              MOVE MAE-FECHA  TO SRT-FECHA
              MOVE MAE-HORA   TO SRT-HORA
              MOVE MAE-ACCION TO SRT-ACCION
              STRING "CLIENTE " DELIMITED BY SIZE
                     MAE-CLIENTE DELIMITED BY SPACE
                     " " MAE-CAMPO DELIMITED BY SIZE
                     INTO SRT-OBJETO
              END-STRING
              MOVE MAE-NUEVO  TO SRT-MOTIVO
           END-IF.

      ******************************************************************
      *1420-FORMATO-MOTIVOS.
      ******************************************************************
       1420-FORMATO-MOTIVOS.
           IF MOT-FECHA IS NUMERIC AND MOT-HORA IS NUMERIC
              MOVE MOT-FECHA  TO SRT-FECHA
              MOVE MOT-HORA   TO SRT-HORA
              MOVE MOT-ACCION TO SRT-ACCION
              STRING "MOTIVO " DELIMITED BY SIZE
                     MOT-ENTIDAD DELIMITED BY SPACE
                     " " MOT-CODIGO DELIMITED BY SIZE
                     INTO SRT-OBJETO
              END-STRING
              MOVE MOT-DESCRIPCION TO SRT-MOTIVO
           END-IF.

      ******************************************************************
      *1430-FORMATO-LAYOUT.
      ******************************************************************
       1430-FORMATO-LAYOUT.
           IF LAY-FECHA IS NUMERIC AND LAY-HORA IS NUMERIC
              MOVE LAY-FECHA  TO SRT-FECHA
              MOVE LAY-HORA   TO SRT-HORA
              MOVE LAY-ACCION TO SRT-ACCION
              STRING "LAYOUT " DELIMITED BY SIZE
                     LAY-FEED DELIMITED BY SPACE
                     " V" LAY-VERSION " COL " LAY-COLUMNA
                     DELIMITED BY SIZE INTO SRT-OBJETO
              END-STRING
              MOVE LAY-DEFINICION TO SRT-MOTIVO
           END-IF.

      ******************************************************************
      *1440-FORMATO-DISTRIB.
      ******************************************************************
       1440-FORMATO-DISTRIB.
           IF DSA-FECHA IS NUMERIC AND DSA-HORA IS NUMERIC
              MOVE DSA-FECHA  TO SRT-FECHA
              MOVE DSA-HORA   TO SRT-HORA
              MOVE DSA-QUIEN  TO SRT-OPERADOR
              MOVE DSA-ACCION TO SRT-ACCION
              STRING "DISTRIB " DELIMITED BY SIZE
                     DSA-PROGRAMA DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     DSA-INFORME DELIMITED BY SPACE
                     INTO SRT-OBJETO
              END-STRING
              STRING DSA-DESTINATARIO DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     DSA-MODO DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     DSA-FRECUENCIA DELIMITED BY SPACE
                     " " DSA-DIA DELIMITED BY SIZE
                     INTO SRT-MOTIVO
              END-STRING
           END-IF.

      ******************************************************************
      *2000-CONSULTAR.
      ** OPERADOR / IDENTIFICACION / HERRAMIENTA / FECHAS SOBRE EL
      ** RASTRO CONSOLIDADO, SIEMPRE DENTRO DEL RANGO DE FECHAS
      ******************************************************************
       2000-CONSULTAR.
           MOVE "$TEMPORALES/AUDPRIV.REP" TO W-REPORTE-NAME
           PERFORM 8000-ABRIR-REPORTE
           MOVE SPACES TO W-LINEA
           STRING "ACCIONES PRIVILEGIADAS - " DELIMITED BY SIZE
                  W-CONSULTA DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  W-PARM1 DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  W-PARM2 DELIMITED BY SPACE
                  " DESDE " W-FECHA-DESDE " HASTA " W-FECHA-HASTA
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           PERFORM 8100-EMITIR-LINEA
           PERFORM 8200-EMITIR-TITULOS
           MOVE 0 TO SW-FIN-RASTRO
           OPEN INPUT RASTRO-PRIVILEGIADO
           PERFORM UNTIL SW-FIN-RASTRO = 1
              READ RASTRO-PRIVILEGIADO NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-RASTRO
              END-READ
              IF SW-FIN-RASTRO = 0
                 AND APR-FECHA NOT < W-FECHA-DESDE
                 AND APR-FECHA NOT > W-FECHA-HASTA
                 PERFORM 2100-APLICAR-FILTRO
                 IF SW-COINCIDE = 1
                    ADD 1 TO CONT-ACCIONES
                    PERFORM 8300-ARMAR-DETALLE
                    PERFORM 8100-EMITIR-LINEA
                 END-IF
              END-IF
           END-PERFORM
           CLOSE RASTRO-PRIVILEGIADO
           MOVE SPACES TO W-LINEA
           STRING "ACCIONES ENCONTRADAS: " CONT-ACCIONES
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           PERFORM 8100-EMITIR-LINEA
           CLOSE REPORTE-AUDPRIV
           DISPLAY "REPORTE EN " W-REPORTE-NAME
           IF CONT-ACCIONES = 0
              MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *2100-APLICAR-FILTRO.
      ** POR OPERADOR TAMBIEN CUENTAN LOS RENGLONES "SOLI+REVI" DE
      ** APROBAR CUYAS CUATRO LETRAS COINCIDEN CON EL OPERADOR
      ******************************************************************
       2100-APLICAR-FILTRO.
           MOVE 0 TO SW-COINCIDE
           EVALUATE W-CONSULTA
              WHEN "OPERADOR"
                 IF APR-OPERADOR = W-OPERADOR-BUSCADO
                    MOVE 1 TO SW-COINCIDE
                 END-IF
                 IF APR-OPERADOR(5:1) = "+"
                    AND (APR-OPERADOR(1:4) = W-OPERADOR-BUSCADO(1:4)
                      OR APR-OPERADOR(6:4) = W-OPERADOR-BUSCADO(1:4))
                    MOVE 1 TO SW-COINCIDE
                 END-IF
              WHEN "IDENTIFICACION"
                 IF APR-IDENTIFICACION = W-IDENT-BUSCADA
                    MOVE 1 TO SW-COINCIDE
                 END-IF
              WHEN "HERRAMIENTA"
                 IF APR-HERRAMIENTA = W-HERRAMIENTA-BUSCADA
                    MOVE 1 TO SW-COINCIDE
                 END-IF
              WHEN "FECHAS"
                 MOVE 1 TO SW-COINCIDE
           END-EVALUATE.

      ******************************************************************
      *3000-REPORTE-FUERA-HORARIO.
      ** ACCIONES DEL MES EN DIA NO HABIL (DIAHABIL, CALENDARIO
      ** FERIADOS.CAL) O FUERA DE LA JORNADA, CON TOTAL POR OPERADOR
      ******************************************************************
       3000-REPORTE-FUERA-HORARIO.
           MOVE SPACES TO W-REPORTE-NAME
           STRING "$TEMPORALES/AUDPRIV." DELIMITED BY SIZE
                  W-MES-BUSCADO          DELIMITED BY SIZE
                  INTO W-REPORTE-NAME
           END-STRING
           PERFORM 8000-ABRIR-REPORTE
           MOVE SPACES TO W-LINEA
           STRING "ACCIONES PRIVILEGIADAS FUERA DE HORARIO - MES "
                  W-MES-BUSCADO " (JORNADA " W-HORA-INICIO " A "
                  W-HORA-FIN ", DIAS HABILES SEGUN DIAHABIL)"
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           PERFORM 8100-EMITIR-LINEA
           PERFORM 8200-EMITIR-TITULOS
           MOVE 0 TO SW-FIN-RASTRO
           OPEN INPUT RASTRO-PRIVILEGIADO
           PERFORM UNTIL SW-FIN-RASTRO = 1
              READ RASTRO-PRIVILEGIADO NEXT RECORD
                 AT END MOVE 1 TO SW-FIN-RASTRO
              END-READ
              IF SW-FIN-RASTRO = 0
                 AND APR-FECHA(1:6) = W-MES-BUSCADO
                 PERFORM 3100-EVALUAR-HORARIO
                 IF W-MOTIVO-FUERA NOT = SPACES
                    ADD 1 TO CONT-ACCIONES
                    PERFORM 3300-SUMAR-OPERADOR
                    PERFORM 8300-ARMAR-DETALLE
                    MOVE W-MOTIVO-FUERA TO W-LINEA(190:10)
                    PERFORM 8100-EMITIR-LINEA
                 END-IF
              END-IF
           END-PERFORM
           CLOSE RASTRO-PRIVILEGIADO
           MOVE SPACES TO W-LINEA
           PERFORM 8100-EMITIR-LINEA
           MOVE "TOTAL POR OPERADOR:" TO W-LINEA
           PERFORM 8100-EMITIR-LINEA
           PERFORM VARYING W-IDX-TOP FROM 1 BY 1
              UNTIL W-IDX-TOP > TOP-TOPE
              MOVE SPACES TO W-LINEA
              STRING "  " TOP-OPERADOR(W-IDX-TOP) " "
                     TOP-CANTIDAD(W-IDX-TOP)
                     DELIMITED BY SIZE INTO W-LINEA
              END-STRING
              PERFORM 8100-EMITIR-LINEA
           END-PERFORM
           MOVE SPACES TO W-LINEA
           STRING "ACCIONES FUERA DE HORARIO: " CONT-ACCIONES
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           PERFORM 8100-EMITIR-LINEA
           CLOSE REPORTE-AUDPRIV
           DISPLAY "REPORTE EN " W-REPORTE-NAME
           IF CONT-ACCIONES > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *3100-EVALUAR-HORARIO.
      ** EL DIA SE CONSULTA A DIAHABIL UNA VEZ POR FECHA (EL RASTRO
      ** VIENE ORDENADO); SIN EL MODULO SOLO CUENTAN LOS FINES DE
      ** SEMANA Y SE AVISA UNA VEZ
      ******************************************************************
       3100-EVALUAR-HORARIO.
           IF APR-FECHA NOT = W-FECHA-EVALUADA
              MOVE APR-FECHA TO W-FECHA-EVALUADA
              PERFORM 3200-ES-DIA-HABIL
           END-IF
           MOVE SPACES TO W-MOTIVO-FUERA
           EVALUATE TRUE
              WHEN SW-DIA-HABIL = 0
                 MOVE "NO HABIL"   TO W-MOTIVO-FUERA
              WHEN APR-HORA < W-HORA-INICIO
                 MOVE "FUERA HORA" TO W-MOTIVO-FUERA
              WHEN APR-HORA NOT < W-HORA-FIN
                 MOVE "FUERA HORA" TO W-MOTIVO-FUERA
           END-EVALUATE.

      ******************************************************************
      *3200-ES-DIA-HABIL.
      ******************************************************************
       3200-ES-DIA-HABIL.
           MOVE 1 TO SW-DIA-HABIL
           IF SW-SIN-DIAHABIL = 0
              CALL "DIAHABIL" USING DHAB-ACCION W-FECHA-EVALUADA
                                    DHAB-CANTIDAD DHAB-RESULTADO
              ON EXCEPTION
                 DISPLAY "AUDPRIV - DIAHABIL NO DISPONIBLE, SOLO SE "
                         "CUENTAN LOS FINES DE SEMANA"
                 MOVE 1 TO SW-SIN-DIAHABIL
              NOT ON EXCEPTION
                 IF DHAB-RESULTADO = 0
                    MOVE 0 TO SW-DIA-HABIL
                 END-IF
              END-CALL
           END-IF
           IF SW-SIN-DIAHABIL = 1
              COMPUTE W-DIA-SEMANA = FUNCTION MOD
                      (FUNCTION INTEGER-OF-DATE (W-FECHA-EVALUADA), 7)
              IF W-DIA-SEMANA = 6 OR W-DIA-SEMANA = 0
                 MOVE 0 TO SW-DIA-HABIL
              END-IF
           END-IF.

      ******************************************************************
      *3300-SUMAR-OPERADOR.
      ******************************************************************
       3300-SUMAR-OPERADOR.
           MOVE 0 TO W-IDX-TOP-HALLADO
           PERFORM VARYING W-IDX-TOP FROM 1 BY 1
              UNTIL W-IDX-TOP > TOP-TOPE OR W-IDX-TOP-HALLADO > 0
              IF TOP-OPERADOR(W-IDX-TOP) = APR-OPERADOR
                 MOVE W-IDX-TOP TO W-IDX-TOP-HALLADO
              END-IF
           END-PERFORM
           IF W-IDX-TOP-HALLADO = 0 AND TOP-TOPE < 200
              ADD 1 TO TOP-TOPE
              MOVE TOP-TOPE     TO W-IDX-TOP-HALLADO
              MOVE APR-OPERADOR TO TOP-OPERADOR(W-IDX-TOP-HALLADO)
              MOVE 0            TO TOP-CANTIDAD(W-IDX-TOP-HALLADO)
           END-IF
           IF W-IDX-TOP-HALLADO > 0
              ADD 1 TO TOP-CANTIDAD(W-IDX-TOP-HALLADO)
           END-IF.

      ******************************************************************
      *8000-ABRIR-REPORTE.
      ******************************************************************
       8000-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE-AUDPRIV
           IF COD-RET-REP NOT = "00"
              DISPLAY "No se pudo abrir el reporte " W-REPORTE-NAME
                      " (" COD-RET-REP ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *8100-EMITIR-LINEA.
      ******************************************************************
       8100-EMITIR-LINEA.
           MOVE W-LINEA TO REG-REPORTE-AUDPRIV
           WRITE REG-REPORTE-AUDPRIV
           DISPLAY W-LINEA.

      ******************************************************************
      *8200-EMITIR-TITULOS.
      ******************************************************************
       8200-EMITIR-TITULOS.
           MOVE SPACES TO W-LINEA
           STRING "FECHA    HORA   OPERADOR           HERRAMIENT "
                  "ACCION     IDENTIFICAC. OBJETO"
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING
           MOVE "MOTIVO" TO W-LINEA(122:6)
           PERFORM 8100-EMITIR-LINEA.

      ******************************************************************
      *8300-ARMAR-DETALLE.
      ******************************************************************
       8300-ARMAR-DETALLE.
           MOVE SPACES TO W-LINEA
           STRING APR-FECHA " " APR-HORA " " APR-OPERADOR " "
                  APR-HERRAMIENTA " " APR-ACCION " "
                  APR-IDENTIFICACION " " APR-OBJETO " " APR-MOTIVO
                  DELIMITED BY SIZE INTO W-LINEA
           END-STRING.

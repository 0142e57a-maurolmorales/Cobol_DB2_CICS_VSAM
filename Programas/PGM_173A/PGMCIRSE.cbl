       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCIRSE.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMCIRSE                                      *
      *  DESCRIPCIÓN:                                            *
      *    SELECCION DE LA MUESTRA DE CUENTAS PARA LA            *
      *    CIRCULARIZACION DE SALDOS DE LA AUDITORIA EXTERNA.    *
      *    LEE UNA GENERACION DE LA FOTO DIARIA DE SALDOS        *
      *    (DDSNAP, GRABADA POR PGMSNCTA, EN ORDEN DE SUCURSAL,  *
      *    TIPO Y NUMERO): LA GENERACION QUE SE INFORMA EN EL    *
      *    JCL ES LA FECHA DE CORTE DE LA CIRCULARIZACION.       *
      *    CADA ESTRATO ES SUCURSAL + TIPO DE CUENTA + BANDA DE  *
      *    SALDO. LA BANDA SALE DEL SALDO ABSOLUTO EN PESOS (LOS *
      *    DOLARES A LA ULTIMA COTIZACION DE TBCURCOT) CONTRA    *
      *    LOS PISOS DEL PARAMETRO CIRBANDA (MEDIA Y ALTA). DE   *
      *    CADA ESTRATO SE SORTEA LA CANTIDAD DE CUENTAS DEL     *
      *    PARAMETRO CIRMUEST PARA SU BANDA (TODAS SI EL ESTRATO *
      *    TIENE MENOS), CON MUESTREO DE RESERVORIO EN UNA SOLA  *
      *    PASADA Y UN GENERADOR CONGRUENCIAL (16807 MODULO      *
      *    2**31-1). LA SEMILLA VIENE EN CIRMUEST; EN CERO SE    *
      *    USA LA FECHA DE CORTE AAAAMMDD. LA MISMA FOTO Y LA    *
      *    MISMA SEMILLA DAN LA MISMA MUESTRA.                   *
      *    NO ENTRAN LAS CUENTAS CERRADAS NI DADAS DE BAJA.      *
      *    LA MUESTRA SE GRABA EN TBCURCIR CON RESPUESTA 'P' Y   *
      *    SIN FECHA DE CARTA; LAS CARTAS LAS EMITE PGMCARTA     *
      *    ('CIRCULAR') EN EL PASO SIGUIENTE.                    *
      *    SI YA HAY MUESTRA PARA LA FECHA DE CORTE NO SE VUELVE *
      *    A SORTEAR (RC 4).                                     *
      *    LISTA POR SUCURSAL LA POBLACION Y LA MUESTRA DE CADA  *
      *    ESTRATO PARA LOS PAPELES DE TRABAJO DE LA AUDITORIA.  *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SNAPSHOT ASSIGN DDSNAP
           FILE STATUS IS FS-SNAPSHOT.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  SNAPSHOT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SNAPSHOT   PIC X(40).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-SNAPSHOT             PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- REGISTRO DE LA FOTO (GRABADO POR PGMSNCTA) ---------
       01  WS-REG-SNAP.
           03  SNAP-FECHA          PIC X(10).
           03  SNAP-TIPCUEN        PIC X(2).
           03  SNAP-NROCUEN        PIC S9(10)V    USAGE COMP-3.
           03  SNAP-SUCUEN         PIC S9(2)V     USAGE COMP-3.
           03  SNAP-NROCLI         PIC S9(7)V     USAGE COMP-3.
           03  SNAP-SALDO          PIC S9(11)V9(2) USAGE COMP-3.
           03  SNAP-SUBTIPO        PIC S9(2)V     USAGE COMP-3.
           03  SNAP-MONEDA         PIC S9(1)V     USAGE COMP-3.
           03  SNAP-ESTCTA         PIC X(1).
           03  FILLER              PIC X(5).

      *----------- BANDAS DE SALDO (PISOS EN PESOS) -------------------
       01  WS-REG-BANDAS.
           03  WS-PISO-MEDIA       PIC 9(09)V99 VALUE 100000,00.
           03  WS-PISO-ALTA        PIC 9(09)V99 VALUE 1000000,00.

      *----------- CUENTAS A SORTEAR POR ESTRATO Y SEMILLA ------------
       01  WS-REG-MUESTRA.
           03  WS-MUES-BAJA        PIC 9(03)    VALUE 2.
           03  WS-MUES-MEDIA       PIC 9(03)    VALUE 3.
           03  WS-MUES-ALTA        PIC 9(03)    VALUE 5.
           03  WS-SEMILLA-PAR      PIC 9(09)    VALUE ZEROS.
       01  WS-REG-MUESTRA-R REDEFINES WS-REG-MUESTRA.
           03  WS-MUES-BANDA       PIC 9(03)    OCCURS 3 TIMES.
           03  FILLER              PIC 9(09).

      *    TOPE DE LA TABLA DE SELECCIONADOS POR ESTRATO.
       77  WS-MUES-MAX             PIC 9(03)    VALUE 50.

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'CIRBANDA'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *----------- COTIZACION DEL DOLAR -------------------------------
       77  WS-COTIZ-DOLAR  PIC S9(5)V9(2) USAGE COMP-3 VALUE 1000,00.

      *----------- GENERADOR CONGRUENCIAL -----------------------------
       77  WS-SEMILLA      PIC S9(10)  USAGE COMP-3  VALUE ZEROS.
       77  WS-LCG-PROD     PIC S9(18)  USAGE COMP-3  VALUE ZEROS.
       77  WS-LCG-COC      PIC S9(18)  USAGE COMP-3  VALUE ZEROS.
       77  WS-AZAR         PIC S9(9)   COMP          VALUE ZEROS.
       77  WS-FECCORTE-NUM PIC 9(08)                 VALUE ZEROS.

      *----------- ESTRATOS DEL GRUPO SUCURSAL + TIPO -----------------
      *    UNO POR BANDA: POBLACION, SALDO Y RESERVORIO DE CUENTAS.
       01  WS-ESTRATOS.
           03  WS-EST                  OCCURS 3 TIMES.
               05  WS-EST-POB          PIC S9(7)   COMP.
               05  WS-EST-POB-SALDO    PIC S9(15)V99 COMP-3.
               05  WS-EST-SEL          OCCURS 50 TIMES.
                   07  SEL-NROCUEN     PIC S9(10)V COMP-3.
                   07  SEL-NROCLI      PIC S9(7)V  COMP-3.
                   07  SEL-SALDO       PIC S9(11)V99 COMP-3.
                   07  SEL-MONEDA      PIC S9(1)V  COMP-3.
                   07  SEL-PESOS       PIC S9(15)V99 COMP-3.

       77  WS-BANDA                PIC 9(01)    VALUE ZEROS.
       77  WS-IX                   PIC 9(01)    VALUE ZEROS.
       77  WS-JX                   PIC 9(03)    VALUE ZEROS.
       77  WS-CANT-SEL             PIC 9(03)    VALUE ZEROS.
       77  WS-SALDO-PESOS  PIC S9(15)V99 USAGE COMP-3 VALUE ZEROS.
       77  WS-MUES-SALDO   PIC S9(15)V99 USAGE COMP-3 VALUE ZEROS.

      *-----------  CORTE DE CONTROL  ---------------------------------
       77  WS-SUCUEN-ANT   PIC S9(2)V USAGE COMP-3   VALUE -1.
       77  WS-TIPCUEN-ANT  PIC XX                    VALUE SPACES.

      *----------- ACUMULADORES ---------------------------------------
       77  WS-LEIDOS-CANT        PIC 9(07)           VALUE ZEROES.
       77  WS-EXCLUIDAS-CANT     PIC 9(07)           VALUE ZEROES.
       77  WS-MUESTRA-CANT       PIC 9(05)           VALUE ZEROES.
       77  WS-POB-SUC            PIC 9(07)           VALUE ZEROES.
       77  WS-MUES-SUC           PIC 9(05)           VALUE ZEROES.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(58)         VALUE ALL '-'.
       77  WS-LINEA-FIJA           PIC 9(02)         VALUE 80.
       77  WS-CUENTA-LINEA         PIC 9(02)         VALUE 99.
       77  WS-CUENTA-PAGINA        PIC 9(02)         VALUE 01.

      *    TITULO:
       01  IMP-TITULO.
           03  FILLER              PIC X(07)    VALUE 'FECHA: '.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-TIT-DD          PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X        VALUE '-'.
           03  IMP-TIT-MM          PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X        VALUE '-'.
           03  FILLER              PIC 99       VALUE 20.
           03  IMP-TIT-AA          PIC 99       VALUE ZEROES.
           03  FILLER              PIC X(07)    VALUE SPACES.
           03  FILLER              PIC X(30)    VALUE
               'CIRCULARIZACION - MUESTRA     '.
           03  FILLER              PIC X(06)    VALUE 'CORTE '.
           03  IMP-TIT-CORTE       PIC X(10)    VALUE SPACES.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMCIRSE'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(30)    VALUE SPACES.

      *    SUBTITULO-SUCUEN:
       01  IMP-SUBT-SUCUEN.
           03  FILLER              PIC X         VALUE SPACES.
           03  FILLER              PIC X(10)     VALUE 'SUCURSAL: '.
           03  FILLER              PIC X         VALUE SPACES.
           03  IMP-SUCUEN-SUB      PIC Z9.
           03  FILLER              PIC X(118)    VALUE SPACES.

      *    DETALLE POR ESTRATO (SALDOS EN PESOS EQUIVALENTES):
       01  IMP-REG-ESTRATO.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(05)    VALUE 'TIPO '.
           03  IMP-TIPCUEN         PIC XX.
           03  FILLER              PIC X(07)    VALUE ' BANDA '.
           03  IMP-BANDA           PIC X(05).
           03  FILLER              PIC X(12)    VALUE ' POBLACION: '.
           03  IMP-POB             PIC ZZZZZZ9.
           03  FILLER              PIC X(14)    VALUE
               ' SALDO POBL.: '.
           03  IMP-POB-SALDO       PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(10)    VALUE ' MUESTRA: '.
           03  IMP-MUES            PIC ZZ9.
           03  FILLER              PIC X(16)    VALUE
               ' SALDO MUESTRA: '.
           03  IMP-MUES-SALDO      PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(10)    VALUE SPACES.

      *    TOTAL DE SUCURSAL:
       01  IMP-FOOTER-SUC.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(11)    VALUE 'POBLACION :'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-POB        PIC ZZZZZZ9.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(10)    VALUE 'MUESTRA  :'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-MUES       PIC ZZZZ9.
           03  FILLER              PIC X(93)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  WS-EXISTE               PIC S9(9) COMP VALUE ZEROS.

      *-----------   HOST VARIABLES DB2 (TBCURCIR)   ------------------
       01  DCLTBCURCIR.
           10 CIR-FECCORTE    PIC X(10).
           10 CIR-TIPCUEN     PIC X(2).
           10 CIR-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 CIR-SUCUEN      PIC S9(2)V     USAGE COMP-3.
           10 CIR-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 CIR-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 CIR-SALDO       PIC S9(11)V9(2) USAGE COMP-3.
           10 CIR-BANDA       PIC S9(1)V     USAGE COMP-3.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                       UNTIL WS-FIN-LECTURA
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.

      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE
           ACCEPT WS-FECHA FROM DATE
           MOVE WS-FECHA-AA TO IMP-TIT-AA
           MOVE WS-FECHA-MM TO IMP-TIT-MM
           MOVE WS-FECHA-DD TO IMP-TIT-DD
           INITIALIZE WS-ESTRATOS

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-BANDAS
              WHEN 'NE'
                 DISPLAY '* SIN BANDAS EN TBCURPAR, SE USAN '
                         'LOS VALORES POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE

           MOVE 'CIRMUEST' TO LK-PAR-CODIGO
           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-MUESTRA
              WHEN 'NE'
                 DISPLAY '* SIN TAMANOS DE MUESTRA EN TBCURPAR, '
                         'SE USAN LOS VALORES POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE

           PERFORM 1100-TOPE-MUESTRA-I THRU 1100-TOPE-MUESTRA-F
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX IS GREATER 3

           DISPLAY 'PISO BANDA MEDIA: ' WS-PISO-MEDIA
           DISPLAY 'PISO BANDA ALTA : ' WS-PISO-ALTA
           DISPLAY 'MUESTRA POR ESTRATO BAJA/MEDIA/ALTA: '
                   WS-MUES-BAJA '/' WS-MUES-MEDIA '/' WS-MUES-ALTA

      *    ULTIMA COTIZACION CARGADA DEL DOLAR.
           EXEC SQL
              SELECT COTIZ
                INTO :WS-COTIZ-DOLAR
                FROM KC02803.TBCURCOT
               WHERE MONEDA = 2
               ORDER BY FECCOT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL NOT-FOUND THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURCOT = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           DISPLAY 'COTIZACION DEL DOLAR: ' WS-COTIZ-DOLAR

           OPEN INPUT SNAPSHOT
           IF FS-SNAPSHOT IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN SNAPSHOT = ' FS-SNAPSHOT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 4000-LEER-I THRU 4000-LEER-F
           IF WS-FIN-LECTURA
              GO TO 1000-INICIO-F
           END-IF

           MOVE SNAP-FECHA TO CIR-FECCORTE IMP-TIT-CORTE
           DISPLAY 'FECHA DE CORTE: ' SNAP-FECHA

      *    UNA SOLA MUESTRA POR FECHA DE CORTE.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXISTE
                FROM KC02803.TBCURCIR
               WHERE FECCORTE = DATE(:CIR-FECCORTE)
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURCIR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           IF WS-EXISTE IS GREATER ZEROS
              DISPLAY '* YA EXISTE LA MUESTRA DEL CORTE ' SNAP-FECHA
                      ' - NO SE VUELVE A SORTEAR'
              MOVE 4 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

      *    SEMILLA: LA DEL PARAMETRO O LA FECHA DE CORTE AAAAMMDD.
           IF WS-SEMILLA-PAR IS GREATER ZEROS
              MOVE WS-SEMILLA-PAR TO WS-SEMILLA
           ELSE
              MOVE SNAP-FECHA (1:4) TO WS-FECCORTE-NUM (1:4)
              MOVE SNAP-FECHA (6:2) TO WS-FECCORTE-NUM (5:2)
              MOVE SNAP-FECHA (9:2) TO WS-FECCORTE-NUM (7:2)
              MOVE WS-FECCORTE-NUM TO WS-SEMILLA
           END-IF
           DIVIDE WS-SEMILLA BY 2147483647
                  GIVING WS-LCG-COC REMAINDER WS-SEMILLA
           IF WS-SEMILLA IS EQUAL ZEROS
              MOVE 1 TO WS-SEMILLA
           END-IF
           DISPLAY 'SEMILLA DEL SORTEO: ' WS-SEMILLA.

       1000-INICIO-F. EXIT.


      *---- LA TABLA DE SELECCIONADOS ADMITE HASTA WS-MUES-MAX --------
       1100-TOPE-MUESTRA-I.

           IF WS-MUES-BANDA (WS-IX) IS GREATER WS-MUES-MAX
              DISPLAY '* MUESTRA DE LA BANDA ' WS-IX
                      ' LIMITADA A ' WS-MUES-MAX
              MOVE WS-MUES-MAX TO WS-MUES-BANDA (WS-IX)
           END-IF.

       1100-TOPE-MUESTRA-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           IF SNAP-ESTCTA IS EQUAL 'C' OR
              SNAP-ESTCTA IS EQUAL 'B'
              ADD 1 TO WS-EXCLUIDAS-CANT
              PERFORM 4000-LEER-I THRU 4000-LEER-F
              GO TO 2000-PROCESO-F
           END-IF

           IF SNAP-SUCUEN IS NOT EQUAL WS-SUCUEN-ANT THEN
              IF WS-SUCUEN-ANT IS NOT EQUAL -1 THEN
                 PERFORM 2500-CERRAR-GRUPO-I THRU 2500-CERRAR-GRUPO-F
                 PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
              END-IF
              PERFORM 6700-IMP-HEADER-SUC-I
                 THRU 6700-IMP-HEADER-SUC-F
              MOVE SNAP-SUCUEN  TO WS-SUCUEN-ANT
              MOVE SNAP-TIPCUEN TO WS-TIPCUEN-ANT
           ELSE
              IF SNAP-TIPCUEN IS NOT EQUAL WS-TIPCUEN-ANT THEN
                 PERFORM 2500-CERRAR-GRUPO-I THRU 2500-CERRAR-GRUPO-F
                 MOVE SNAP-TIPCUEN TO WS-TIPCUEN-ANT
              END-IF
           END-IF

           PERFORM 2100-CLASIFICAR-I THRU 2100-CLASIFICAR-F
           PERFORM 2200-RESERVORIO-I THRU 2200-RESERVORIO-F

           PERFORM 4000-LEER-I THRU 4000-LEER-F.

       2000-PROCESO-F. EXIT.


      *---- BANDA DEL SALDO ABSOLUTO EN PESOS -------------------------
       2100-CLASIFICAR-I.

           IF SNAP-MONEDA IS EQUAL 2
              COMPUTE WS-SALDO-PESOS = SNAP-SALDO * WS-COTIZ-DOLAR
           ELSE
              MOVE SNAP-SALDO TO WS-SALDO-PESOS
           END-IF
           IF WS-SALDO-PESOS IS LESS ZEROS
              COMPUTE WS-SALDO-PESOS = 0 - WS-SALDO-PESOS
           END-IF

           EVALUATE TRUE
              WHEN WS-SALDO-PESOS IS NOT LESS WS-PISO-ALTA
                 MOVE 3 TO WS-BANDA
              WHEN WS-SALDO-PESOS IS NOT LESS WS-PISO-MEDIA
                 MOVE 2 TO WS-BANDA
              WHEN OTHER
                 MOVE 1 TO WS-BANDA
           END-EVALUATE.

       2100-CLASIFICAR-F. EXIT.


      *---- MUESTREO DE RESERVORIO: LA CUENTA K DEL ESTRATO OCUPA ----
      *---- LUGAR SI K <= N, O REEMPLAZA AL LUGAR J AL AZAR EN 1..K --
      *---- CUANDO J <= N. CADA CUENTA QUEDA CON PROBABILIDAD N/K. ----
       2200-RESERVORIO-I.

           ADD 1 TO WS-EST-POB (WS-BANDA)
           ADD WS-SALDO-PESOS TO WS-EST-POB-SALDO (WS-BANDA)

           IF WS-EST-POB (WS-BANDA) IS NOT GREATER
              WS-MUES-BANDA (WS-BANDA)
              MOVE WS-EST-POB (WS-BANDA) TO WS-JX
           ELSE
              PERFORM 2800-AZAR-I THRU 2800-AZAR-F
              IF WS-AZAR IS GREATER WS-MUES-BANDA (WS-BANDA)
                 GO TO 2200-RESERVORIO-F
              END-IF
              MOVE WS-AZAR TO WS-JX
           END-IF

           IF WS-JX IS EQUAL ZEROS
              GO TO 2200-RESERVORIO-F
           END-IF

           MOVE SNAP-NROCUEN   TO SEL-NROCUEN (WS-BANDA WS-JX)
           MOVE SNAP-NROCLI    TO SEL-NROCLI  (WS-BANDA WS-JX)
           MOVE SNAP-SALDO     TO SEL-SALDO   (WS-BANDA WS-JX)
           MOVE SNAP-MONEDA    TO SEL-MONEDA  (WS-BANDA WS-JX)
           MOVE WS-SALDO-PESOS TO SEL-PESOS   (WS-BANDA WS-JX).

       2200-RESERVORIO-F. EXIT.


      *---- FIN DEL GRUPO SUCURSAL + TIPO: GRABA Y LISTA LOS ESTRATOS -
       2500-CERRAR-GRUPO-I.

           PERFORM 2600-CERRAR-ESTRATO-I THRU 2600-CERRAR-ESTRATO-F
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX IS GREATER 3

           INITIALIZE WS-ESTRATOS.

       2500-CERRAR-GRUPO-F. EXIT.


      *---------------------------------------------------------------
       2600-CERRAR-ESTRATO-I.

           IF WS-EST-POB (WS-IX) IS EQUAL ZEROS
              GO TO 2600-CERRAR-ESTRATO-F
           END-IF

           IF WS-EST-POB (WS-IX) IS LESS WS-MUES-BANDA (WS-IX)
              MOVE WS-EST-POB (WS-IX)    TO WS-CANT-SEL
           ELSE
              MOVE WS-MUES-BANDA (WS-IX) TO WS-CANT-SEL
           END-IF

           MOVE ZEROS TO WS-MUES-SALDO
           PERFORM 2700-GRABAR-SEL-I THRU 2700-GRABAR-SEL-F
              VARYING WS-JX FROM 1 BY 1
              UNTIL WS-JX IS GREATER WS-CANT-SEL
                 OR WS-FIN-LECTURA

           ADD WS-EST-POB (WS-IX) TO WS-POB-SUC
           ADD WS-CANT-SEL        TO WS-MUES-SUC
           PERFORM 6900-IMP-ESTRATO-I THRU 6900-IMP-ESTRATO-F.

       2600-CERRAR-ESTRATO-F. EXIT.


      *---------------------------------------------------------------
       2700-GRABAR-SEL-I.

           MOVE WS-TIPCUEN-ANT              TO CIR-TIPCUEN
           MOVE SEL-NROCUEN (WS-IX WS-JX)   TO CIR-NROCUEN
           MOVE WS-SUCUEN-ANT               TO CIR-SUCUEN
           MOVE SEL-NROCLI  (WS-IX WS-JX)   TO CIR-NROCLI
           MOVE SEL-MONEDA  (WS-IX WS-JX)   TO CIR-MONEDA
           MOVE SEL-SALDO   (WS-IX WS-JX)   TO CIR-SALDO
           MOVE WS-IX                       TO CIR-BANDA

           EXEC SQL
              INSERT INTO KC02803.TBCURCIR
                     (FECCORTE, TIPCUEN, NROCUEN, SUCUEN, NROCLI,
                      MONEDA, SALDO, BANDA, FECCARTA, RESPUESTA,
                      SALDOINF, OBSERV, FECRESP, OPERADOR)
              VALUES (DATE(:CIR-FECCORTE), :CIR-TIPCUEN,
                      :CIR-NROCUEN, :CIR-SUCUEN, :CIR-NROCLI,
                      :CIR-MONEDA, :CIR-SALDO, :CIR-BANDA, NULL,
                      'P', 0, ' ', NULL, ' ')
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURCIR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2700-GRABAR-SEL-F
           END-IF

           ADD 1 TO WS-MUESTRA-CANT
           ADD SEL-PESOS (WS-IX WS-JX) TO WS-MUES-SALDO.

       2700-GRABAR-SEL-F. EXIT.


      *---- PROXIMO NUMERO DEL GENERADOR Y POSICION AL AZAR 1..K ------
       2800-AZAR-I.

           COMPUTE WS-LCG-PROD = WS-SEMILLA * 16807
           DIVIDE WS-LCG-PROD BY 2147483647
                  GIVING WS-LCG-COC REMAINDER WS-SEMILLA

           DIVIDE WS-SEMILLA BY WS-EST-POB (WS-BANDA)
                  GIVING WS-LCG-COC REMAINDER WS-AZAR
           ADD 1 TO WS-AZAR.

       2800-AZAR-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-I.

           READ SNAPSHOT INTO WS-REG-SNAP

           EVALUATE FS-SNAPSHOT
              WHEN '00'
                 ADD 1 TO WS-LEIDOS-CANT
              WHEN '10'
                 IF WS-SUCUEN-ANT IS NOT EQUAL -1 THEN
                    PERFORM 2500-CERRAR-GRUPO-I
                       THRU 2500-CERRAR-GRUPO-F
                    PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
                 END-IF
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA SNAPSHOT = ' FS-SNAPSHOT
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       4000-LEER-F. EXIT.


      *---------------------------------------------------------------
       6000-VERIF-TITULOS-I.

           IF WS-CUENTA-LINEA GREATER WS-LINEA-FIJA THEN
              PERFORM 6500-IMPRIMIR-TITULO-I
                 THRU 6500-IMPRIMIR-TITULO-F
           END-IF

           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           ADD 1 TO WS-CUENTA-LINEA.

       6000-VERIF-TITULOS-F. EXIT.


      *---------------------------------------------------------------
       6500-IMPRIMIR-TITULO-I.

           MOVE WS-CUENTA-PAGINA TO IMP-TIT-PAGINA
           MOVE 1 TO WS-CUENTA-LINEA
           ADD  1 TO WS-CUENTA-PAGINA

           WRITE REG-SALIDA FROM IMP-TITULO  AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       6500-IMPRIMIR-TITULO-F. EXIT.


      *---------------------------------------------------------------
       6700-IMP-HEADER-SUC-I.

           MOVE SNAP-SUCUEN TO IMP-SUCUEN-SUB
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-SUBT-SUCUEN AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-POB-SUC WS-MUES-SUC.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-POB-SUC  TO IMP-FOOT-POB
           MOVE WS-MUES-SUC TO IMP-FOOT-MUES
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER-SUC AFTER 1.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       6900-IMP-ESTRATO-I.

           MOVE WS-TIPCUEN-ANT    TO IMP-TIPCUEN
           EVALUATE WS-IX
              WHEN 1
                 MOVE 'BAJA'      TO IMP-BANDA
              WHEN 2
                 MOVE 'MEDIA'     TO IMP-BANDA
              WHEN OTHER
                 MOVE 'ALTA'      TO IMP-BANDA
           END-EVALUATE
           MOVE WS-EST-POB (WS-IX)       TO IMP-POB
           MOVE WS-EST-POB-SALDO (WS-IX) TO IMP-POB-SALDO
           MOVE WS-CANT-SEL              TO IMP-MUES
           MOVE WS-MUES-SALDO            TO IMP-MUES-SALDO
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-ESTRATO AFTER 1.

       6900-IMP-ESTRATO-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              IF RETURN-CODE IS NOT EQUAL 4
                 DISPLAY '* PROCESO CON ERRORES - NO QUEDA MUESTRA '
                         'GRABADA'
              END-IF
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'CUENTAS LEIDAS DE LA FOTO  : ' WS-LEIDOS-CANT
           DISPLAY 'EXCLUIDAS (CERRADAS/BAJA)  : ' WS-EXCLUIDAS-CANT
           DISPLAY 'CUENTAS EN LA MUESTRA      : ' WS-MUESTRA-CANT

           CLOSE SNAPSHOT
           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRETAS.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMRETAS                                      *
      *  DESCRIPCIÓN:                                            *
      *    RECALCULO RETROACTIVO DE INTERESES POR VIGENCIA DE    *
      *    TASA CARGADA TARDE. CUANDO TESORERIA APRUEBA EN       *
      *    TBCURTAS UNA VIGENCIA CON VIGDESDE YA PASADA, LOS     *
      *    DEVENGAMIENTOS DE PGMINTCA (CONCEPTO 'IN') Y PGMINTDE *
      *    ('SD' / 'PD') DE ESOS DIAS SE HICIERON A LA TASA      *
      *    ANTERIOR. SE BUSCAN EN TBCURBAI LAS FILAS CUYA TASA   *
      *    NO ES LA QUE HOY RIGE SU FECHA DE PROCESO, SE         *
      *    RECALCULA EL INTERES SOBRE LA MISMA BASE Y LA         *
      *    DIFERENCIA SE IMPUTA EN LA CUENTA COMO MOVIMIENTO DE  *
      *    AJUSTE PROPIO: 'TC' SI ACREDITA A LA CUENTA / 'TD' SI *
      *    LA DEBITA.                                            *
      *    LAS FILAS AJUSTADAS QUEDAN CON LA TASA Y EL INTERES   *
      *    NUEVOS, POR LO QUE UNA NUEVA CORRIDA NO LAS REPITE.   *
      *    SE AGRUPA POR CUENTA, CONCEPTO, TASA ANTERIOR Y TASA  *
      *    NUEVA: UN MOVIMIENTO Y UNA LINEA DEL LISTADO POR      *
      *    GRUPO CON LAS DOS TASAS, EL RANGO DE FECHAS, LOS DIAS *
      *    DEVENGADOS Y EL IMPORTE, PARA LA CONFORMIDAD DE LA    *
      *    SUCURSAL (CORTE 'SUCURSAL: NN' PARA PGMDISTR).        *
      *    UNA CUENTA QUE YA NO ESTA ACTIVA, O CUYO SALDO SE     *
      *    SALDRIA DE RANGO, SE LISTA SIN IMPUTAR PARA SU        *
      *    TRATAMIENTO MANUAL SIN FRENAR LA CADENA.              *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *-----------  GRUPO EN CURSO (CUENTA/CONCEPTO/TASAS)  -----------
       77  WS-STATUS-GRUPO         PIC X        VALUE 'N'.
           88  WS-HAY-GRUPO           VALUE 'S'.
           88  WS-NO-HAY-GRUPO        VALUE 'N'.

       77  WS-STATUS-CUENTA        PIC X        VALUE 'N'.
           88  WS-CTA-ACTIVA          VALUE 'S'.
           88  WS-CTA-NO-ACTIVA       VALUE 'N'.

       01  WS-GRUPO.
           03  WS-GRP-TIPCUEN      PIC X(02)         VALUE SPACES.
           03  WS-GRP-NROCUEN  PIC S9(10)V USAGE COMP-3 VALUE ZEROES.
           03  WS-GRP-CONCEPTO     PIC X(02)         VALUE SPACES.
           03  WS-GRP-SUCURSAL PIC S9(2)V  USAGE COMP-3 VALUE ZEROES.
           03  WS-GRP-MONEDA   PIC S9(1)V  USAGE COMP-3 VALUE ZEROES.
           03  WS-GRP-TASA-ANT PIC S9(2)V9(4) USAGE COMP-3
                                                     VALUE ZEROES.
           03  WS-GRP-TASA-NUE PIC S9(2)V9(4) USAGE COMP-3
                                                     VALUE ZEROES.
           03  WS-GRP-DESDE        PIC X(10)         VALUE SPACES.
           03  WS-GRP-HASTA        PIC X(10)         VALUE SPACES.
           03  WS-GRP-DIAS         PIC 9(04)         VALUE ZEROES.
           03  WS-GRP-DIFER    PIC S9(11)V9(2) USAGE COMP-3
                                                     VALUE ZEROES.

      *-----------  CORTE DE CONTROL POR SUCURSAL ---------------------
       77  WS-SUCURSAL-ANT PIC S9(2)V USAGE COMP-3   VALUE -1.

      *----------- ACUMULADORES ---------------------------------------
       77  WS-FILAS-CANT           PIC 9(07)         VALUE ZEROES.
       77  WS-GRUPOS-CANT          PIC 9(07)         VALUE ZEROES.
       77  WS-IMPUTADOS-CANT       PIC 9(07)         VALUE ZEROES.
       77  WS-SIN-IMPUTAR-CANT     PIC 9(07)         VALUE ZEROES.
       77  WS-AJU-SUC              PIC 9(07)         VALUE ZEROES.
       77  WS-INTERES-NUEVO  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
      *    EFECTO SOBRE LA CUENTA: POSITIVO ACREDITA, NEGATIVO DEBITA.
       77  WS-EFECTO         PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-SALDO-NUEVO    PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-SALDO-TOPE     PIC S9(13)V9(2) USAGE COMP-3
                                             VALUE 99999999999,99.
      *    AJUSTES IMPUTADOS DEL GRUPO SUCURSAL Y TOTALES, POR MONEDA.
       77  WS-AJU-SUC-PESOS  PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-AJU-SUC-DOLAR  PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-AJU-TOT-PESOS  PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-AJU-TOT-DOLAR  PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(132)        VALUE ALL '-'.
       77  WS-LINEA-FIJA           PIC 9(02)         VALUE 60.
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
           03  FILLER              PIC X(15)    VALUE SPACES.
           03  FILLER              PIC X(40)    VALUE
               'AJUSTE RETROACTIVO DE INTERESES POR TASA'.
           03  FILLER              PIC X(15)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMRETAS'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(16)    VALUE SPACES.

      *    COLUMNAS:
       01  IMP-COLUMNAS.
           03  FILLER              PIC X(33)    VALUE
               ' TC     CUENTA CO M  TASA ANT  TA'.
           03  FILLER              PIC X(33)    VALUE
               'SA NUE DESDE      HASTA      DIAS'.
           03  FILLER              PIC X(33)    VALUE
               '             AJUSTE MV OBSERVACIO'.
           03  FILLER              PIC X(33)    VALUE
               'N                                '.

      *    SUBTITULO-SUCURSAL:
       01  IMP-SUBT-SUCURSAL.
           03  FILLER              PIC X         VALUE SPACES.
           03  FILLER              PIC X(10)     VALUE 'SUCURSAL: '.
           03  FILLER              PIC X         VALUE SPACES.
           03  IMP-SUCURSAL-SUB    PIC Z9.
           03  FILLER              PIC X(118)    VALUE SPACES.

      *    DETALLE POR GRUPO AJUSTADO:
       01  IMP-REG-LISTADO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TIPCUEN         PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NROCUEN         PIC Z(09)9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CONCEPTO        PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-MONEDA          PIC 9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-TASA-ANT        PIC ZZ9,9999.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-TASA-NUE        PIC ZZ9,9999.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DESDE           PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-HASTA           PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DIAS            PIC ZZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-AJUSTE          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TIPMOV          PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-OBSERV          PIC X(20).
           03  FILLER              PIC X(23)    VALUE SPACES.

      *    TOTALES DE SUCURSAL:
       01  IMP-FOOTER.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-TEXTO      PIC X(15)    VALUE 'TOTAL SUCURSAL'.
           03  FILLER              PIC X(10)    VALUE ' AJUSTES: '.
           03  IMP-FOOT-AJUSTES    PIC Z(06)9.
           03  FILLER              PIC X(04)    VALUE ' $: '.
           03  IMP-FOOT-PESOS      PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(06)    VALUE ' U$S: '.
           03  IMP-FOOT-DOLAR      PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(52)    VALUE SPACES.

       01  IMP-SIN-ITEMS.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(50)    VALUE
               'NO HAY INTERESES A RECALCULAR POR VIGENCIA TARDIA'.
           03  FILLER              PIC X(81)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

       01  WS-FECHA-PROCESO-ISO.
           03  WS-FPI-SIGLO        PIC 99            VALUE 20.
           03  WS-FPI-AA           PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '-'.
           03  WS-FPI-MM           PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '-'.
           03  WS-FPI-DD           PIC 99            VALUE ZEROS.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURBAI)   ------------------
       01  DCLTBCURBAI.
           10 BAI-FECPROC     PIC X(10).
           10 BAI-TIPCUEN     PIC X(2).
           10 BAI-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 BAI-CONCEPTO    PIC X(2).
           10 BAI-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 BAI-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 BAI-BASE        PIC S9(11)V9(2) USAGE COMP-3.
           10 BAI-TASA        PIC S9(2)V9(4) USAGE COMP-3.
           10 BAI-INTERES     PIC S9(11)V9(2) USAGE COMP-3.

      *    TASA QUE HOY RIGE LA FECHA DE PROCESO DE LA FILA.
       77  TAS-TASA      PIC S9(2)V9(4) USAGE COMP-3 VALUE ZEROES.

      *    CUENTA A AJUSTAR.
       77  CTA-SALDO     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  CTA-ESTCTA    PIC X(1)                    VALUE SPACES.
       77  CTA-FECSAL    PIC X(10)                   VALUE SPACES.

      *-----------   HOST VARIABLES DB2 (TBCURMOV)   ------------------
       01  DCLTBCURMOV.
           10 MOV-TIPCUEN     PIC X(2).
           10 MOV-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 MOV-SUCMOV      PIC S9(2)V     USAGE COMP-3.
           10 MOV-FECMOV      PIC X(10).
           10 MOV-TIPMOV      PIC X(2).
           10 MOV-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 MOV-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 MOV-CANAL       PIC X(2).
           10 MOV-REFMOV      PIC X(12).
           10 MOV-OPERADOR    PIC X(3).
           10 MOV-HORAMOV     PIC X(8).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    BASES DEVENGADAS A UNA TASA QUE NO ES LA QUE HOY RIGE SU
      *    FECHA (LA DE MAYOR VIGDESDE QUE NO LA SUPERA). SI LA FECHA
      *    NO TIENE VIGENCIA EN TBCURTAS SE DEVENGO CON EL PARAMETRO
      *    Y NO HAY NADA QUE CORREGIR. ORDEN DE SUCURSAL PARA EL
      *    CORTE DEL LISTADO Y DE GRUPO PARA EL MOVIMIENTO.
           EXEC SQL
              DECLARE CURSORBAI CURSOR FOR
                 SELECT CHAR(B.FECPROC, ISO),
                        B.TIPCUEN,
                        B.NROCUEN,
                        B.CONCEPTO,
                        B.SUCURSAL,
                        B.MONEDA,
                        B.BASE,
                        B.TASA,
                        B.INTERES,
                        T.TASA
                 FROM KC02803.TBCURBAI B,
                      KC02803.TBCURTAS T
                 WHERE B.CONCEPTO IN ('IN', 'SD', 'PD')
                   AND T.CONCEPTO = B.CONCEPTO
                   AND T.SUBTIPO  = 0
                   AND T.MONEDA   = B.MONEDA
                   AND T.VIGDESDE =
                       (SELECT MAX(V.VIGDESDE)
                          FROM KC02803.TBCURTAS V
                         WHERE V.CONCEPTO = B.CONCEPTO
                           AND V.SUBTIPO  = 0
                           AND V.MONEDA   = B.MONEDA
                           AND V.VIGDESDE <= B.FECPROC)
                   AND T.TASA <> B.TASA
                 ORDER BY B.SUCURSAL, B.TIPCUEN, B.NROCUEN,
                          B.CONCEPTO, B.TASA, T.TASA, B.FECPROC
           END-EXEC.

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
           SET WS-NO-HAY-GRUPO   TO TRUE
           ACCEPT WS-FECHA FROM DATE
           MOVE WS-FECHA-AA TO IMP-TIT-AA WS-FPI-AA
           MOVE WS-FECHA-MM TO IMP-TIT-MM WS-FPI-MM
           MOVE WS-FECHA-DD TO IMP-TIT-DD WS-FPI-DD

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           EXEC SQL OPEN CURSORBAI END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

      *    CAMBIO DE CUENTA, CONCEPTO O TASAS: SE IMPUTA EL GRUPO
      *    ANTERIOR ANTES DE SEGUIR.
           IF WS-HAY-GRUPO THEN
              IF BAI-TIPCUEN  IS NOT EQUAL WS-GRP-TIPCUEN  OR
                 BAI-NROCUEN  IS NOT EQUAL WS-GRP-NROCUEN  OR
                 BAI-CONCEPTO IS NOT EQUAL WS-GRP-CONCEPTO OR
                 BAI-TASA     IS NOT EQUAL WS-GRP-TASA-ANT OR
                 TAS-TASA     IS NOT EQUAL WS-GRP-TASA-NUE
                 PERFORM 3000-IMPUTAR-GRUPO-I
                    THRU 3000-IMPUTAR-GRUPO-F
                 IF WS-FIN-LECTURA
                    GO TO 2000-PROCESO-F
                 END-IF
              END-IF
           END-IF

           IF BAI-SUCURSAL IS NOT EQUAL WS-SUCURSAL-ANT THEN
              IF WS-SUCURSAL-ANT IS NOT EQUAL -1 THEN
                 PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
              END-IF
              PERFORM 6700-IMP-HEADER-SUC-I
                 THRU 6700-IMP-HEADER-SUC-F
              MOVE BAI-SUCURSAL TO WS-SUCURSAL-ANT
           END-IF

           IF WS-NO-HAY-GRUPO THEN
              PERFORM 2100-ABRIR-GRUPO-I THRU 2100-ABRIR-GRUPO-F
              IF WS-FIN-LECTURA
                 GO TO 2000-PROCESO-F
              END-IF
           END-IF

           PERFORM 2200-RECALCULAR-FILA-I
              THRU 2200-RECALCULAR-FILA-F

           IF WS-FIN-LECTURA
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F.

       2000-PROCESO-F. EXIT.


      *---- NUEVO GRUPO: CLAVE Y ESTADO ACTUAL DE LA CUENTA -----------
       2100-ABRIR-GRUPO-I.

           SET WS-HAY-GRUPO TO TRUE
           MOVE BAI-TIPCUEN   TO WS-GRP-TIPCUEN
           MOVE BAI-NROCUEN   TO WS-GRP-NROCUEN
           MOVE BAI-CONCEPTO  TO WS-GRP-CONCEPTO
           MOVE BAI-SUCURSAL  TO WS-GRP-SUCURSAL
           MOVE BAI-MONEDA    TO WS-GRP-MONEDA
           MOVE BAI-TASA      TO WS-GRP-TASA-ANT
           MOVE TAS-TASA      TO WS-GRP-TASA-NUE
           MOVE BAI-FECPROC   TO WS-GRP-DESDE
           MOVE ZEROS         TO WS-GRP-DIAS WS-GRP-DIFER
           ADD 1 TO WS-GRUPOS-CANT

           SET WS-CTA-NO-ACTIVA TO TRUE
           EXEC SQL
              SELECT SALDO, ESTCTA
                INTO :CTA-SALDO, :CTA-ESTCTA
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :BAI-TIPCUEN
                 AND NROCUEN = :BAI-NROCUEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 IF CTA-ESTCTA IS EQUAL 'A'
                    SET WS-CTA-ACTIVA TO TRUE
                 END-IF
              WHEN NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURCTA = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       2100-ABRIR-GRUPO-F. EXIT.


      *---- INTERES A LA TASA QUE RIGE: LA FILA QUEDA CORREGIDA -------
       2200-RECALCULAR-FILA-I.

           ADD 1 TO WS-FILAS-CANT WS-GRP-DIAS
           MOVE BAI-FECPROC TO WS-GRP-HASTA

           COMPUTE WS-INTERES-NUEVO ROUNDED =
                   BAI-BASE * TAS-TASA / 100
           COMPUTE WS-GRP-DIFER = WS-GRP-DIFER
                                + WS-INTERES-NUEVO - BAI-INTERES

           EXEC SQL
              UPDATE KC02803.TBCURBAI
                 SET TASA    = :TAS-TASA,
                     INTERES = :WS-INTERES-NUEVO,
                     FECAJUS = :WS-FECHA-PROCESO-ISO
               WHERE FECPROC  = :BAI-FECPROC
                 AND TIPCUEN  = :BAI-TIPCUEN
                 AND NROCUEN  = :BAI-NROCUEN
                 AND CONCEPTO = :BAI-CONCEPTO
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURBAI = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       2200-RECALCULAR-FILA-F. EXIT.


      *---- IMPUTACION DE LA DIFERENCIA DEL GRUPO EN LA CUENTA --------
       3000-IMPUTAR-GRUPO-I.

           SET WS-NO-HAY-GRUPO TO TRUE
           MOVE SPACES TO IMP-OBSERV IMP-TIPMOV

      *    EL INTERES DE CAJA DE AHORRO ('IN') SE PAGA AL CLIENTE;
      *    EL DE DESCUBIERTO ('SD'/'PD') SE LE COBRA.
           IF WS-GRP-CONCEPTO IS EQUAL 'IN'
              MOVE WS-GRP-DIFER TO WS-EFECTO
           ELSE
              COMPUTE WS-EFECTO = 0 - WS-GRP-DIFER
           END-IF

           IF WS-EFECTO IS EQUAL ZEROS
              MOVE 'SIN DIFERENCIA'  TO IMP-OBSERV
              GO TO 3000-IMPUTAR-GRUPO-IMP
           END-IF

           IF WS-CTA-NO-ACTIVA
              MOVE 'SIN IMPUTAR-NO ACT.' TO IMP-OBSERV
              ADD 1 TO WS-SIN-IMPUTAR-CANT
              GO TO 3000-IMPUTAR-GRUPO-IMP
           END-IF

      *    EL SALDO DE TBCURCTA ES DECIMAL(13,2): UN RESULTADO FUERA
      *    DE RANGO NO SE IMPUTA Y QUEDA PARA TRATAMIENTO MANUAL.
           COMPUTE WS-SALDO-NUEVO = CTA-SALDO + WS-EFECTO
           IF WS-SALDO-NUEVO IS GREATER WS-SALDO-TOPE OR
              WS-SALDO-NUEVO IS LESS (0 - WS-SALDO-TOPE)
              MOVE 'SIN IMPUTAR-RANGO'   TO IMP-OBSERV
              ADD 1 TO WS-SIN-IMPUTAR-CANT
              GO TO 3000-IMPUTAR-GRUPO-IMP
           END-IF

           MOVE WS-SALDO-NUEVO       TO CTA-SALDO
           MOVE WS-FECHA-PROCESO-ISO TO CTA-FECSAL

           EXEC SQL UPDATE KC02803.TBCURCTA
              SET SALDO  = :CTA-SALDO,
                  FECSAL = :CTA-FECSAL
              WHERE TIPCUEN = :WS-GRP-TIPCUEN
                AND NROCUEN = :WS-GRP-NROCUEN
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURCTA = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3000-IMPUTAR-GRUPO-F
           END-IF

           PERFORM 3100-GRABAR-MOVIM-I THRU 3100-GRABAR-MOVIM-F

           IF WS-FIN-LECTURA
              GO TO 3000-IMPUTAR-GRUPO-F
           END-IF

           ADD 1 TO WS-IMPUTADOS-CANT WS-AJU-SUC
           IF WS-GRP-MONEDA IS EQUAL 2
              ADD WS-EFECTO TO WS-AJU-SUC-DOLAR WS-AJU-TOT-DOLAR
           ELSE
              ADD WS-EFECTO TO WS-AJU-SUC-PESOS WS-AJU-TOT-PESOS
           END-IF.

       3000-IMPUTAR-GRUPO-IMP.

           PERFORM 6900-IMP-REGISTRO-I THRU 6900-IMP-REGISTRO-F.

       3000-IMPUTAR-GRUPO-F. EXIT.


      *---- INSERT DEL MOVIMIENTO DE AJUSTE EN TBCURMOV ---------------
       3100-GRABAR-MOVIM-I.

           MOVE WS-GRP-TIPCUEN  TO MOV-TIPCUEN
           MOVE WS-GRP-NROCUEN  TO MOV-NROCUEN
           MOVE WS-GRP-SUCURSAL TO MOV-SUCMOV
           MOVE WS-FECHA-PROCESO-ISO TO MOV-FECMOV
           IF WS-EFECTO IS GREATER ZEROS
              MOVE 'TC'         TO MOV-TIPMOV
              MOVE WS-EFECTO    TO MOV-IMPORTE
           ELSE
              MOVE 'TD'         TO MOV-TIPMOV
              COMPUTE MOV-IMPORTE = 0 - WS-EFECTO
           END-IF
           MOVE MOV-TIPMOV      TO IMP-TIPMOV
           MOVE WS-GRP-MONEDA   TO MOV-MONEDA
           MOVE 'BT'            TO MOV-CANAL
           MOVE SPACES          TO MOV-REFMOV
           STRING 'AJ TASA ' WS-GRP-CONCEPTO
                  DELIMITED BY SIZE INTO MOV-REFMOV
           MOVE SPACES          TO MOV-OPERADOR
           MOVE SPACES          TO MOV-HORAMOV

           EXEC SQL
              INSERT INTO KC02803.TBCURMOV
                 ( TIPCUEN, NROCUEN, SUCMOV, FECMOV, TIPMOV,
                   IMPORTE, MONEDA, CANAL, REFMOV,
                   OPERADOR, HORAMOV )
              VALUES
                 ( :MOV-TIPCUEN, :MOV-NROCUEN, :MOV-SUCMOV,
                   :MOV-FECMOV, :MOV-TIPMOV, :MOV-IMPORTE,
                   :MOV-MONEDA, :MOV-CANAL, :MOV-REFMOV,
                   :MOV-OPERADOR, :MOV-HORAMOV )
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURMOV = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       3100-GRABAR-MOVIM-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

           EXEC SQL
              FETCH CURSORBAI INTO :BAI-FECPROC,
                                   :BAI-TIPCUEN,
                                   :BAI-NROCUEN,
                                   :BAI-CONCEPTO,
                                   :BAI-SUCURSAL,
                                   :BAI-MONEDA,
                                   :BAI-BASE,
                                   :BAI-TASA,
                                   :BAI-INTERES,
                                   :TAS-TASA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
                 IF WS-HAY-GRUPO THEN
                    PERFORM 3000-IMPUTAR-GRUPO-I
                       THRU 3000-IMPUTAR-GRUPO-F
                 END-IF
                 IF WS-SUCURSAL-ANT IS NOT EQUAL -1 AND
                    RETURN-CODE IS EQUAL ZEROS THEN
                    PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
                 END-IF
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       4000-LEER-FETCH-F. EXIT.


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
           MOVE 3 TO WS-CUENTA-LINEA
           ADD  1 TO WS-CUENTA-PAGINA

           WRITE REG-SALIDA FROM IMP-TITULO  AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE     AFTER 1
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       6500-IMPRIMIR-TITULO-F. EXIT.


      *---------------------------------------------------------------
       6700-IMP-HEADER-SUC-I.

           MOVE BAI-SUCURSAL TO IMP-SUCURSAL-SUB
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-SUBT-SUCURSAL AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-AJU-SUC WS-AJU-SUC-PESOS WS-AJU-SUC-DOLAR.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-AJU-SUC        TO IMP-FOOT-AJUSTES
           MOVE WS-AJU-SUC-PESOS  TO IMP-FOOT-PESOS
           MOVE WS-AJU-SUC-DOLAR  TO IMP-FOOT-DOLAR
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER AFTER 1.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       6900-IMP-REGISTRO-I.

           MOVE WS-GRP-TIPCUEN    TO IMP-TIPCUEN
           MOVE WS-GRP-NROCUEN    TO IMP-NROCUEN
           MOVE WS-GRP-CONCEPTO   TO IMP-CONCEPTO
           MOVE WS-GRP-MONEDA     TO IMP-MONEDA
           MOVE WS-GRP-TASA-ANT   TO IMP-TASA-ANT
           MOVE WS-GRP-TASA-NUE   TO IMP-TASA-NUE
           MOVE WS-GRP-DESDE      TO IMP-DESDE
           MOVE WS-GRP-HASTA      TO IMP-HASTA
           MOVE WS-GRP-DIAS       TO IMP-DIAS
           MOVE WS-EFECTO         TO IMP-AJUSTE
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-LISTADO AFTER 1.

       6900-IMP-REGISTRO-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORBAI END-EXEC

           IF RETURN-CODE IS NOT EQUAL ZEROS
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - SE RETROCEDEN '
                      'LOS AJUSTES NO CONFIRMADOS'
              GO TO 9999-CERRAR
           END-IF

           IF WS-GRUPOS-CANT IS EQUAL ZEROS
              PERFORM 6500-IMPRIMIR-TITULO-I
                 THRU 6500-IMPRIMIR-TITULO-F
              WRITE REG-SALIDA FROM IMP-SIN-ITEMS AFTER 2
              GO TO 9999-CERRAR
           END-IF

           MOVE 'TOTAL GENERAL'   TO IMP-FOOT-TEXTO
           MOVE WS-IMPUTADOS-CANT TO IMP-FOOT-AJUSTES
           MOVE WS-AJU-TOT-PESOS  TO IMP-FOOT-PESOS
           MOVE WS-AJU-TOT-DOLAR  TO IMP-FOOT-DOLAR
           WRITE REG-SALIDA FROM WS-LINE AFTER 2
           WRITE REG-SALIDA FROM IMP-FOOTER AFTER 1

           EXEC SQL COMMIT END-EXEC

           DISPLAY '____________________________________________'
           DISPLAY 'FILAS RECALCULADAS : ' WS-FILAS-CANT
           DISPLAY 'GRUPOS AJUSTADOS   : ' WS-GRUPOS-CANT
           DISPLAY 'AJUSTES IMPUTADOS  : ' WS-IMPUTADOS-CANT
           DISPLAY 'SIN IMPUTAR        : ' WS-SIN-IMPUTAR-CANT
           DISPLAY 'NETO CUENTAS $     : ' IMP-FOOT-PESOS
           DISPLAY 'NETO CUENTAS U$S   : ' IMP-FOOT-DOLAR

           IF WS-SIN-IMPUTAR-CANT IS GREATER ZEROS
              DISPLAY '* HAY AJUSTES SIN IMPUTAR: VER EL LISTADO'
           END-IF.

       9999-CERRAR.

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

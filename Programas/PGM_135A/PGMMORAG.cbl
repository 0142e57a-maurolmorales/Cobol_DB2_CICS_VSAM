       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMORAG.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMMORAG                                      *
      *  DESCRIPCIÓN:                                            *
      *    CONSOLIDACION NOCTURNA DE LA MORA POR CLIENTE PARA    *
      *    LA GESTION DE COBRANZA (PANTALLA PGMGEMOR).           *
      *    - CARGA EN TBCURMOR CADA PRODUCTO EN MORA:            *
      *      CUENTAS A LA VISTA CON SALDO DEUDOR POR ENCIMA DEL  *
      *      ACUERDO VIGENTE (EL EXCESO QUE PGMINTDE COBRA A LA  *
      *      PUNITORIA, O EL NEGATIVO QUE DEJA PGMCOCTA SIN      *
      *      ACUERDO) Y PRESTAMOS EN MORA CON CUOTAS EN LA       *
      *      CARTERA DE REPRESENTACION SIN RECUPERAR (PGMPRCUO). *
      *      LA CUENTA CONSERVA LA FECHA EN QUE SE LA VIO EN     *
      *      MORA POR PRIMERA VEZ; EL PRESTAMO TOMA EL           *
      *      VENCIMIENTO DE SU CUOTA IMPAGA MAS ANTIGUA. LO QUE  *
      *      SE REGULARIZO SE BORRA.                             *
      *    - RECALCULA LA COLA TBCURGES: DEUDA DEL CLIENTE EN    *
      *      PESOS (DOLARES A LA ULTIMA COTIZACION DE TBCURCOT)  *
      *      POR TRAMO DE ATRASO 1-30 / 31-60 / 61-90 / +90      *
      *      DIAS. UNA PROMESA DE PAGO VENCIDA CON EL CLIENTE    *
      *      AUN EN MORA PASA A 'I' (INCUMPLIDA) Y VUELVE A LA   *
      *      COLA. EL CLIENTE REGULARIZADO SALE DE LA COLA (SU   *
      *      HISTORIA DE GESTIONES QUEDA EN TBCURGEH).           *
      *    LISTA LA COLA POR SUCURSAL CON TOTALES POR TRAMO.     *
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

       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       77  WS-FIN-CURSOR           PIC X        VALUE 'N'.
       77  WS-EXISTE               PIC X        VALUE 'N'.
       77  WS-PROM-VENCIDA         PIC X        VALUE 'N'.

      *-----------  CORTE DE CONTROL POR SUCURSAL ---------------------
       77  WS-SUC-ANT              PIC S9(3)    VALUE -1.

      *----------- CONTADORES -----------------------------------------
       77  WS-CTAS-CANT            PIC 9(07)    VALUE ZEROS.
       77  WS-PRES-CANT            PIC 9(07)    VALUE ZEROS.
       77  WS-ITEMS-BAJA           PIC 9(07)    VALUE ZEROS.
       77  WS-CLI-CANT             PIC 9(07)    VALUE ZEROS.
       77  WS-CLI-NUEVOS           PIC 9(07)    VALUE ZEROS.
       77  WS-CLI-REGULAR          PIC 9(07)    VALUE ZEROS.
       77  WS-PROM-INCUMP          PIC 9(07)    VALUE ZEROS.

      *----------- TOTALES POR TRAMO (1-30/31-60/61-90/+90/TOTAL) -----
       01  WS-TOTALES-SUC.
           03  TSU-IMP OCCURS 5 TIMES PIC S9(15)V99 COMP-3.
       01  WS-TOTALES-GEN.
           03  TGE-IMP OCCURS 5 TIMES PIC S9(15)V99 COMP-3.
       77  WS-IDX                  PIC 9(01)    VALUE ZEROS.
       77  WS-CLI-SUC              PIC 9(05)    VALUE ZEROS.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA-SISTEMA.
           05 WS-FECHA-SISTEMA-AA     PIC 99.
           05 WS-FECHA-SISTEMA-MM     PIC 99.
           05 WS-FECHA-SISTEMA-DD     PIC 99.

       01  WS-FECHA-PROCESO-ISO.
           03  WS-FPI-SIGLO        PIC 99       VALUE 20.
           03  WS-FPI-AA           PIC 99       VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-FPI-MM           PIC 99       VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-FPI-DD           PIC 99       VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)   VALUE ALL '='.
       77  WS-LINE3                PIC X(132)   VALUE ALL '-'.

       01  IMP-TITULO.
           03  FILLER              PIC X(42)    VALUE
               'COLA DE GESTION DE MORA POR SUCURSAL -    '.
           03  IMP-TIT-DD          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-MM          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-AA          PIC 99.
           03  FILLER              PIC X(74)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMMORAG'.

       01  IMP-SUBT-SUC.
           03  FILLER              PIC X(11)    VALUE ' SUCURSAL: '.
           03  IMP-SUC-SUB         PIC Z9.
           03  FILLER              PIC X(119)   VALUE SPACES.

       01  IMP-COLUMNAS.
           03  FILLER              PIC X(27)    VALUE
               ' CLIENTE E  DIAS PROMESA   '.
           03  FILLER              PIC X(20)    VALUE
               '           1-30 DIAS'.
           03  FILLER              PIC X(20)    VALUE
               '          31-60 DIAS'.
           03  FILLER              PIC X(20)    VALUE
               '          61-90 DIAS'.
           03  FILLER              PIC X(20)    VALUE
               '      MAS DE 90 DIAS'.
           03  FILLER              PIC X(20)    VALUE
               '         DEUDA TOTAL'.
           03  FILLER              PIC X(05)    VALUE SPACES.

       01  IMP-DETALLE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NROCLI          PIC 9(07).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-ESTADO          PIC X(01).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DIAS            PIC ZZZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FECPROM         PIC X(10).
           03  IMP-TRAMOS OCCURS 5 TIMES.
              05  FILLER           PIC X(01)    VALUE SPACE.
              05  IMP-IMPORTE      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(05)    VALUE SPACES.

       01  IMP-TOTAL.
           03  IMP-TOT-LEYENDA     PIC X(20).
           03  IMP-TOT-CANT        PIC ZZZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-TOT-TRAMOS OCCURS 5 TIMES.
              05  FILLER           PIC X(01)    VALUE SPACE.
              05  IMP-TOT-IMPORTE  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(05)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

       77  WS-COTIZ-DOLAR PIC S9(5)V9(2) USAGE COMP-3 VALUE 1.

       01  DCLTBCURMOR.
           10 MOR-TIPPROD     PIC X(2).
           10 MOR-TIPCUEN     PIC X(2).
           10 MOR-NROINST     PIC S9(10)V    USAGE COMP-3.
           10 MOR-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 MOR-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 MOR-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 MOR-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 MOR-FECMORA     PIC X(10).
           10 MOR-FECULT      PIC X(10).

       01  DCLTBCURGES.
           10 GES-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 GES-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 GES-DEUDATOT    PIC S9(11)V9(2) USAGE COMP-3.
           10 GES-IMP0130     PIC S9(11)V9(2) USAGE COMP-3.
           10 GES-IMP3160     PIC S9(11)V9(2) USAGE COMP-3.
           10 GES-IMP6190     PIC S9(11)V9(2) USAGE COMP-3.
           10 GES-IMP90MAS    PIC S9(11)V9(2) USAGE COMP-3.
           10 GES-DIASMAX     PIC S9(5)V     USAGE COMP-3.
           10 GES-ESTADO      PIC X(1).
           10 GES-FECPROM     PIC X(10).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    CUENTAS A LA VISTA CON SALDO DEUDOR POR ENCIMA DEL
      *    ACUERDO VIGENTE (ACUERDO VENCIDO NO CUENTA, IGUAL QUE EN
      *    PGMINTDE). LA DEUDA NO DEPENDE DEL ESTADO DE LA CUENTA.
           EXEC SQL
              DECLARE CURSORCTA CURSOR FOR
                 SELECT A.TIPCUEN, A.NROCUEN, A.NROCLI, A.SUCUEN,
                        A.MONEDA,
                        0 - A.SALDO -
                        CASE WHEN A.FECVTOAC >= CURRENT DATE
                             THEN A.ACUERDO ELSE 0 END,
                        CASE WHEN M.NROINST IS NULL
                             THEN 'N' ELSE 'S' END,
                        VALUE(CHAR(M.FECMORA, ISO),
                              CHAR(CURRENT DATE, ISO))
                 FROM KC02803.TBCURCTA A
                      LEFT OUTER JOIN KC02803.TBCURMOR M
                         ON M.TIPPROD = 'CT'
                        AND M.TIPCUEN = A.TIPCUEN
                        AND M.NROINST = A.NROCUEN
                 WHERE A.TIPCUEN <> '03'
                   AND A.SALDO < 0 -
                       CASE WHEN A.FECVTOAC >= CURRENT DATE
                            THEN A.ACUERDO ELSE 0 END
                 ORDER BY A.TIPCUEN, A.NROCUEN
           END-EXEC.

      *    PRESTAMOS EN MORA CON CUOTAS SIN RECUPERAR. FECPROXVTO
      *    SIGUE AVANZANDO CON CADA CUOTA IMPAGA, ASI QUE LA MAS
      *    ANTIGUA VENCIO TANTOS MESES ATRAS COMO CUOTAS DEBE.
           EXEC SQL
              DECLARE CURSORPRE CURSOR FOR
                 SELECT R.NROPRES, R.TIPCUEN, C.NROCLI, C.SUCUEN,
                        R.MONEDA,
                        (R.CUOIMPAG - R.CUORECUP) * R.CUOTA,
                        CASE WHEN M.NROINST IS NULL
                             THEN 'N' ELSE 'S' END,
                        CHAR(R.FECPROXVTO -
                             INTEGER(R.CUOIMPAG - R.CUORECUP) MONTHS,
                             ISO)
                 FROM KC02803.TBCURPRE R
                      INNER JOIN KC02803.TBCURCTA C
                         ON C.TIPCUEN = R.TIPCUEN
                        AND C.NROCUEN = R.NROCUEN
                      LEFT OUTER JOIN KC02803.TBCURMOR M
                         ON M.TIPPROD = 'PR'
                        AND M.TIPCUEN = R.TIPCUEN
                        AND M.NROINST = R.NROPRES
                 WHERE R.ESTADO = 'M'
                   AND R.CUOIMPAG > R.CUORECUP
                 ORDER BY R.NROPRES
           END-EXEC.

      *    DEUDA POR CLIENTE EN PESOS Y POR TRAMO DE ATRASO, EN
      *    ORDEN DE SUCURSAL (LA MENOR ENTRE SUS PRODUCTOS) PARA
      *    EL CORTE DEL LISTADO.
           EXEC SQL
              DECLARE CURSORCLI CURSOR FOR
                 SELECT M.NROCLI, MIN(M.SUCURSAL),
                   SUM(CASE WHEN DAYS(CURRENT DATE)
                                 - DAYS(M.FECMORA) <= 30
                       THEN M.IMPORTE * CASE WHEN M.MONEDA = 2
                            THEN :WS-COTIZ-DOLAR ELSE 1 END
                       ELSE 0 END),
                   SUM(CASE WHEN DAYS(CURRENT DATE)
                                 - DAYS(M.FECMORA) BETWEEN 31 AND 60
                       THEN M.IMPORTE * CASE WHEN M.MONEDA = 2
                            THEN :WS-COTIZ-DOLAR ELSE 1 END
                       ELSE 0 END),
                   SUM(CASE WHEN DAYS(CURRENT DATE)
                                 - DAYS(M.FECMORA) BETWEEN 61 AND 90
                       THEN M.IMPORTE * CASE WHEN M.MONEDA = 2
                            THEN :WS-COTIZ-DOLAR ELSE 1 END
                       ELSE 0 END),
                   SUM(CASE WHEN DAYS(CURRENT DATE)
                                 - DAYS(M.FECMORA) > 90
                       THEN M.IMPORTE * CASE WHEN M.MONEDA = 2
                            THEN :WS-COTIZ-DOLAR ELSE 1 END
                       ELSE 0 END),
                   MAX(DAYS(CURRENT DATE) - DAYS(M.FECMORA))
                 FROM KC02803.TBCURMOR M
                 GROUP BY M.NROCLI
                 ORDER BY 2, 1
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I     THRU 1000-INICIO-F
           PERFORM 2000-CUENTAS-I    THRU 2000-CUENTAS-F
           PERFORM 2200-PRESTAMOS-I  THRU 2200-PRESTAMOS-F
           PERFORM 2800-REGULARIZADOS-I THRU 2800-REGULARIZADOS-F
           PERFORM 3000-COLA-I       THRU 3000-COLA-F
           PERFORM 9999-FINAL-I      THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE
           INITIALIZE WS-TOTALES-SUC WS-TOTALES-GEN

           ACCEPT WS-FECHA-SISTEMA FROM DATE
           MOVE WS-FECHA-SISTEMA-AA TO IMP-TIT-AA WS-FPI-AA
           MOVE WS-FECHA-SISTEMA-MM TO IMP-TIT-MM WS-FPI-MM
           MOVE WS-FECHA-SISTEMA-DD TO IMP-TIT-DD WS-FPI-DD

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

      *    LOS DOLARES SE LLEVAN A PESOS CON LA ULTIMA COTIZACION.
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
           END-IF
           DISPLAY 'COTIZACION DEL DOLAR: ' WS-COTIZ-DOLAR.

       1000-INICIO-F. EXIT.


      *---- CUENTAS EN EXCESO SOBRE EL ACUERDO ------------------------
       2000-CUENTAS-I.

           IF WS-FIN-LECTURA
              GO TO 2000-CUENTAS-F
           END-IF

           EXEC SQL OPEN CURSORCTA END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR CUENTAS = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2000-CUENTAS-F
           END-IF

           MOVE 'CT' TO MOR-TIPPROD
           MOVE 'N'  TO WS-FIN-CURSOR
           PERFORM 2100-UNA-CUENTA-I THRU 2100-UNA-CUENTA-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORCTA END-EXEC.

       2000-CUENTAS-F. EXIT.


      *---------------------------------------------------------------
       2100-UNA-CUENTA-I.

           EXEC SQL
              FETCH CURSORCTA INTO :MOR-TIPCUEN,
                                   :MOR-NROINST,
                                   :MOR-NROCLI,
                                   :MOR-SUCURSAL,
                                   :MOR-MONEDA,
                                   :MOR-IMPORTE,
                                   :WS-EXISTE,
                                   :MOR-FECMORA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 2100-UNA-CUENTA-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR CUENTAS = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 2100-UNA-CUENTA-F
           END-EVALUATE

           ADD 1 TO WS-CTAS-CANT
           PERFORM 2500-GRABAR-ITEM-I THRU 2500-GRABAR-ITEM-F.

       2100-UNA-CUENTA-F. EXIT.


      *---- PRESTAMOS CON CUOTAS EN LA CARTERA SIN RECUPERAR ----------
       2200-PRESTAMOS-I.

           IF WS-FIN-LECTURA
              GO TO 2200-PRESTAMOS-F
           END-IF

           EXEC SQL OPEN CURSORPRE END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR PRESTAMOS = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2200-PRESTAMOS-F
           END-IF

           MOVE 'PR' TO MOR-TIPPROD
           MOVE 'N'  TO WS-FIN-CURSOR
           PERFORM 2300-UN-PRESTAMO-I THRU 2300-UN-PRESTAMO-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORPRE END-EXEC.

       2200-PRESTAMOS-F. EXIT.


      *---------------------------------------------------------------
       2300-UN-PRESTAMO-I.

           EXEC SQL
              FETCH CURSORPRE INTO :MOR-NROINST,
                                   :MOR-TIPCUEN,
                                   :MOR-NROCLI,
                                   :MOR-SUCURSAL,
                                   :MOR-MONEDA,
                                   :MOR-IMPORTE,
                                   :WS-EXISTE,
                                   :MOR-FECMORA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 2300-UN-PRESTAMO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR PRESTAMOS = '
                         WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 2300-UN-PRESTAMO-F
           END-EVALUATE

           ADD 1 TO WS-PRES-CANT
           PERFORM 2500-GRABAR-ITEM-I THRU 2500-GRABAR-ITEM-F.

       2300-UN-PRESTAMO-F. EXIT.


      *---- ALTA O ACTUALIZACION DEL PRODUCTO EN TBCURMOR -------------
       2500-GRABAR-ITEM-I.

           MOVE WS-FECHA-PROCESO-ISO TO MOR-FECULT

           IF WS-EXISTE IS EQUAL 'S'
              EXEC SQL
                 UPDATE KC02803.TBCURMOR
                    SET NROCLI   = :MOR-NROCLI,
                        SUCURSAL = :MOR-SUCURSAL,
                        MONEDA   = :MOR-MONEDA,
                        IMPORTE  = :MOR-IMPORTE,
                        FECMORA  = :MOR-FECMORA,
                        FECULT   = :MOR-FECULT
                  WHERE TIPPROD = :MOR-TIPPROD
                    AND TIPCUEN = :MOR-TIPCUEN
                    AND NROINST = :MOR-NROINST
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO KC02803.TBCURMOR
                      ( TIPPROD, TIPCUEN, NROINST, NROCLI,
                        SUCURSAL, MONEDA, IMPORTE, FECMORA, FECULT )
                 VALUES
                      ( :MOR-TIPPROD, :MOR-TIPCUEN, :MOR-NROINST,
                        :MOR-NROCLI, :MOR-SUCURSAL, :MOR-MONEDA,
                        :MOR-IMPORTE, :MOR-FECMORA, :MOR-FECULT )
              END-EXEC
           END-IF

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR GRABAR TBCURMOR = ' WS-SQLCODE
                      ' ' MOR-TIPPROD ' ' MOR-NROINST
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              MOVE 'S' TO WS-FIN-CURSOR
           END-IF.

       2500-GRABAR-ITEM-F. EXIT.


      *---- PRODUCTOS QUE SALIERON DE MORA ----------------------------
       2800-REGULARIZADOS-I.

           IF WS-FIN-LECTURA
              GO TO 2800-REGULARIZADOS-F
           END-IF

           EXEC SQL
              DELETE FROM KC02803.TBCURMOR
               WHERE FECULT <> :WS-FECHA-PROCESO-ISO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD SQLERRD (3) TO WS-ITEMS-BAJA
              WHEN NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR DELETE TBCURMOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       2800-REGULARIZADOS-F. EXIT.


      *---- RECALCULO DE LA COLA DE GESTION Y LISTADO -----------------
       3000-COLA-I.

           IF WS-FIN-LECTURA
              GO TO 3000-COLA-F
           END-IF

           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1

           EXEC SQL OPEN CURSORCLI END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR CLIENTES = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3000-COLA-F
           END-IF

           MOVE 'N' TO WS-FIN-CURSOR
           PERFORM 3100-UN-CLIENTE-I THRU 3100-UN-CLIENTE-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORCLI END-EXEC

           IF WS-SUC-ANT IS NOT EQUAL -1
              PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
           END-IF

           IF WS-FIN-LECTURA
              GO TO 3000-COLA-F
           END-IF

      *    EL CLIENTE QUE YA NO TIENE NINGUN PRODUCTO EN MORA SALE
      *    DE LA COLA, CUMPLIERA O NO UNA PROMESA.
           EXEC SQL
              DELETE FROM KC02803.TBCURGES
               WHERE FECACT <> :WS-FECHA-PROCESO-ISO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD SQLERRD (3) TO WS-CLI-REGULAR
              WHEN NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR DELETE TBCURGES = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       3000-COLA-F. EXIT.


      *---------------------------------------------------------------
       3100-UN-CLIENTE-I.

           EXEC SQL
              FETCH CURSORCLI INTO :GES-NROCLI,
                                   :GES-SUCURSAL,
                                   :GES-IMP0130,
                                   :GES-IMP3160,
                                   :GES-IMP6190,
                                   :GES-IMP90MAS,
                                   :GES-DIASMAX
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 3100-UN-CLIENTE-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR CLIENTES = '
                         WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 3100-UN-CLIENTE-F
           END-EVALUATE

           ADD 1 TO WS-CLI-CANT
           COMPUTE GES-DEUDATOT = GES-IMP0130 + GES-IMP3160 +
                                  GES-IMP6190 + GES-IMP90MAS
           IF GES-DIASMAX IS LESS 1
              MOVE 1 TO GES-DIASMAX
           END-IF

           PERFORM 3200-ACTUALIZAR-COLA-I THRU 3200-ACTUALIZAR-COLA-F
           IF WS-FIN-LECTURA
              GO TO 3100-UN-CLIENTE-F
           END-IF

           IF GES-SUCURSAL IS NOT EQUAL WS-SUC-ANT
              IF WS-SUC-ANT IS NOT EQUAL -1
                 PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
              END-IF
              PERFORM 6800-IMP-SUBTITULO-I THRU 6800-IMP-SUBTITULO-F
           END-IF

           PERFORM 6900-IMP-DETALLE-I THRU 6900-IMP-DETALLE-F.

       3100-UN-CLIENTE-F. EXIT.


      *---- ALTA O ACTUALIZACION DEL CLIENTE EN LA COLA ---------------
      *    LOS DATOS DE LA GESTION (PROMESA, CANTIDAD, OPERADOR) LOS
      *    CARGA PGMGEMOR; ACA SOLO SE VENCE LA PROMESA INCUMPLIDA.
       3200-ACTUALIZAR-COLA-I.

           EXEC SQL
              SELECT ESTADO,
                     VALUE(CHAR(FECPROM, ISO), ' '),
                     CASE WHEN FECPROM < CURRENT DATE
                          THEN 'S' ELSE 'N' END
                INTO :GES-ESTADO,
                     :GES-FECPROM,
                     :WS-PROM-VENCIDA
                FROM KC02803.TBCURGES
               WHERE NROCLI = :GES-NROCLI
           END-EXEC

           EVALUATE SQLCODE

              WHEN ZEROS
                 IF GES-ESTADO IS EQUAL 'P' AND
                    WS-PROM-VENCIDA IS EQUAL 'S'
                    MOVE 'I' TO GES-ESTADO
                    ADD 1 TO WS-PROM-INCUMP
                 END-IF
                 EXEC SQL
                    UPDATE KC02803.TBCURGES
                       SET SUCURSAL = :GES-SUCURSAL,
                           DEUDATOT = :GES-DEUDATOT,
                           IMP0130  = :GES-IMP0130,
                           IMP3160  = :GES-IMP3160,
                           IMP6190  = :GES-IMP6190,
                           IMP90MAS = :GES-IMP90MAS,
                           DIASMAX  = :GES-DIASMAX,
                           ESTADO   = :GES-ESTADO,
                           FECACT   = :WS-FECHA-PROCESO-ISO
                     WHERE NROCLI = :GES-NROCLI
                 END-EXEC

              WHEN NOT-FOUND
                 ADD 1 TO WS-CLI-NUEVOS
                 MOVE 'N'    TO GES-ESTADO
                 MOVE SPACES TO GES-FECPROM
                 EXEC SQL
                    INSERT INTO KC02803.TBCURGES
                         ( NROCLI, SUCURSAL, DEUDATOT, IMP0130,
                           IMP3160, IMP6190, IMP90MAS, DIASMAX,
                           ESTADO, FECALTA, FECACT )
                    VALUES
                         ( :GES-NROCLI, :GES-SUCURSAL, :GES-DEUDATOT,
                           :GES-IMP0130, :GES-IMP3160, :GES-IMP6190,
                           :GES-IMP90MAS, :GES-DIASMAX, 'N',
                           :WS-FECHA-PROCESO-ISO,
                           :WS-FECHA-PROCESO-ISO )
                 END-EXEC

              WHEN OTHER
                 CONTINUE

           END-EVALUATE

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR GRABAR TBCURGES = ' WS-SQLCODE
                      ' CLIENTE ' GES-NROCLI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              MOVE 'S' TO WS-FIN-CURSOR
           END-IF.

       3200-ACTUALIZAR-COLA-F. EXIT.


      *---------------------------------------------------------------
       6800-IMP-SUBTITULO-I.

           MOVE GES-SUCURSAL TO WS-SUC-ANT IMP-SUC-SUB
           MOVE ZEROS TO WS-CLI-SUC
           INITIALIZE WS-TOTALES-SUC

           WRITE REG-SALIDA FROM IMP-SUBT-SUC AFTER 2
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1.

       6800-IMP-SUBTITULO-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE ' TOTAL SUCURSAL     ' TO IMP-TOT-LEYENDA
           MOVE WS-CLI-SUC TO IMP-TOT-CANT
           PERFORM 6860-MOVER-TOT-SUC-I THRU 6860-MOVER-TOT-SUC-F
              VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       6860-MOVER-TOT-SUC-I.

           MOVE TSU-IMP (WS-IDX) TO IMP-TOT-IMPORTE (WS-IDX).

       6860-MOVER-TOT-SUC-F. EXIT.


      *---------------------------------------------------------------
       6900-IMP-DETALLE-I.

           ADD 1 TO WS-CLI-SUC
           MOVE GES-NROCLI  TO IMP-NROCLI
           MOVE GES-ESTADO  TO IMP-ESTADO
           MOVE GES-DIASMAX TO IMP-DIAS
           IF GES-ESTADO IS EQUAL 'P' OR GES-ESTADO IS EQUAL 'I'
              MOVE GES-FECPROM TO IMP-FECPROM
           ELSE
              MOVE SPACES      TO IMP-FECPROM
           END-IF

           MOVE GES-IMP0130  TO IMP-IMPORTE (1)
           MOVE GES-IMP3160  TO IMP-IMPORTE (2)
           MOVE GES-IMP6190  TO IMP-IMPORTE (3)
           MOVE GES-IMP90MAS TO IMP-IMPORTE (4)
           MOVE GES-DEUDATOT TO IMP-IMPORTE (5)

           WRITE REG-SALIDA FROM IMP-DETALLE AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              MOVE 'S' TO WS-FIN-CURSOR
           END-IF

           ADD GES-IMP0130  TO TSU-IMP (1) TGE-IMP (1)
           ADD GES-IMP3160  TO TSU-IMP (2) TGE-IMP (2)
           ADD GES-IMP6190  TO TSU-IMP (3) TGE-IMP (3)
           ADD GES-IMP90MAS TO TSU-IMP (4) TGE-IMP (4)
           ADD GES-DEUDATOT TO TSU-IMP (5) TGE-IMP (5).

       6900-IMP-DETALLE-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL ZEROS
              MOVE ' TOTAL GENERAL      ' TO IMP-TOT-LEYENDA
              MOVE WS-CLI-CANT TO IMP-TOT-CANT
              PERFORM 9100-MOVER-TOT-GEN-I THRU 9100-MOVER-TOT-GEN-F
                 VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
              WRITE REG-SALIDA FROM WS-LINE AFTER 2
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - LA COLA NO SE '
                      'ACTUALIZO'
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'CUENTAS EN MORA          : ' WS-CTAS-CANT
           DISPLAY 'PRESTAMOS EN MORA        : ' WS-PRES-CANT
           DISPLAY 'PRODUCTOS REGULARIZADOS  : ' WS-ITEMS-BAJA
           DISPLAY 'CLIENTES EN LA COLA      : ' WS-CLI-CANT
           DISPLAY 'CLIENTES NUEVOS          : ' WS-CLI-NUEVOS
           DISPLAY 'CLIENTES REGULARIZADOS   : ' WS-CLI-REGULAR
           DISPLAY 'PROMESAS INCUMPLIDAS     : ' WS-PROM-INCUMP

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.


      *---------------------------------------------------------------
       9100-MOVER-TOT-GEN-I.

           MOVE TGE-IMP (WS-IDX) TO IMP-TOT-IMPORTE (WS-IDX).

       9100-MOVER-TOT-GEN-F. EXIT.

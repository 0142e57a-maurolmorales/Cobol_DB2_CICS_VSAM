       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDEVEN.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMDEVEN                                      *
      *  DESCRIPCIÓN:                                            *
      *    DEVENGAMIENTO DIARIO DE INTERESES:                    *
      *    - PLAZO FIJO VIGENTE (TBCURPLF): INTERES A PAGAR,     *
      *      CAPITAL * TASA * DIAS DESDE FECCONST / 36500 (LA    *
      *      MISMA FORMULA DE PGMPFVTO, TOPE EN FECVTO).         *
      *    - PRESTAMO VIGENTE O EN MORA (TBCURPRE): INTERES A    *
      *      COBRAR, SALDOCAP * TASA * DIAS DESDE EL ULTIMO      *
      *      VENCIMIENTO COBRADO / 36500.                        *
      *    EL ACUMULADO POR INSTRUMENTO QUEDA EN TBCURDEV; EL    *
      *    DEVENGADO DEL DIA ES LA DIFERENCIA ENTRE LO QUE       *
      *    CORRESPONDE A HOY Y LO YA ACUMULADO, POR LO QUE UN    *
      *    REPROCESO NO DUPLICA. AL RENOVARSE EL CERTIFICADO,    *
      *    COBRARSE UNA CUOTA (CAMBIA CUOPAG + CUORECUP) O       *
      *    DEJAR DE ESTAR VIGENTE EL INSTRUMENTO, EL ACUMULADO   *
      *    SE REVERSA CONTRA EL MOVIMIENTO REAL QUE YA GRABARON  *
      *    PGMPFVTO / PGMPRCUO.                                  *
      *    LOS ASIENTOS SALEN EN EL FORMATO DE INTERFAZ DE       *
      *    PGMCONTA (DDCONTAB, 40 BYTES) POR SUCURSAL Y MONEDA:  *
      *    TIPMOV 'DV' CANAL 'PF' / 'PR' DE TBCURPLA; LA         *
      *    REVERSA INVIERTE DEBE Y HABER. UNA COMBINACION SIN    *
      *    PLAN FRENA LA SALIDA CON RC=8, IGUAL QUE PGMCONTA.    *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTABLE ASSIGN DDCONTAB
                  FILE STATUS IS FS-CONTABLE.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  CONTABLE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CONTABLE   PIC X(40).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-CONTABLE             PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       77  WS-FIN-CURSOR           PIC X        VALUE 'N'.

      *----------- ACUMULADO CONTABLE DEL DIA -------------------------
      *    SUCURSAL (0-99) X MONEDA (1-2) X INSTRUMENTO (1 PF, 2 PR).
       01  WS-TABLA-CONTABLE.
           03  WS-GL-SUC OCCURS 100 TIMES.
              05  WS-GL-MON OCCURS 2 TIMES.
                 07  WS-GL-INS OCCURS 2 TIMES.
                    09  GL-DEVENGADO  PIC S9(13)V99 COMP-3.
                    09  GL-REVERSADO  PIC S9(13)V99 COMP-3.
       77  WS-SUC-IDX              PIC 9(03)    VALUE ZEROS.
       77  WS-MON-IDX              PIC 9(01)    VALUE ZEROS.
       77  WS-INS-IDX              PIC 9(01)    VALUE ZEROS.

      *----------- CALCULO --------------------------------------------
       77  WS-DEV-CORRESP PIC S9(13)V99 COMP-3      VALUE ZEROS.
       77  WS-DEV-DIA     PIC S9(13)V99 COMP-3      VALUE ZEROS.
       77  WS-IMPORTE     PIC S9(13)V99 COMP-3      VALUE ZEROS.
       77  WS-EXISTE               PIC X        VALUE 'N'.
       77  WS-DIAS-ACT    PIC S9(5)V USAGE COMP-3   VALUE ZEROS.
       77  WS-DIAS-ANT    PIC S9(5)V USAGE COMP-3   VALUE ZEROS.
       77  WS-ORIG-ACT             PIC X(10)    VALUE SPACES.
       77  WS-CUOCOB-ACT  PIC S9(3)V USAGE COMP-3   VALUE ZEROS.

      *----------- CONTADORES Y TOTALES DE CONTROL --------------------
       77  WS-PF-CANT              PIC 9(07)    VALUE ZEROS.
       77  WS-PR-CANT              PIC 9(07)    VALUE ZEROS.
       77  WS-CIERRES-CANT         PIC 9(07)    VALUE ZEROS.
       77  WS-BAJAS-CANT           PIC 9(07)    VALUE ZEROS.
       77  WS-SIN-PLAN-CANT        PIC 9(05)    VALUE ZEROS.
       77  WS-ASIENTOS-CANT        PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-DEBE    PIC S9(15)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-HABER   PIC S9(15)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-DEV     PIC S9(15)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-REV     PIC S9(15)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-EDIT             PIC -Z(14)9,99.

      *----------- REGISTRO DE LA INTERFAZ (40 BYTES) -----------------
       01  WS-REG-CONTABLE.
           03  CON-SUCURSAL        PIC 9(02).
           03  CON-CTACONT         PIC X(10).
           03  CON-LADO            PIC X(01).
           03  CON-IMPORTE         PIC 9(13)V99.
           03  CON-MONEDA          PIC 9(01).
           03  CON-FECHA           PIC 9(08).
           03  FILLER              PIC X(03)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA-SISTEMA.
           05 WS-FECHA-SISTEMA-AA     PIC 99.
           05 WS-FECHA-SISTEMA-MM     PIC 99.
           05 WS-FECHA-SISTEMA-DD     PIC 99.

       77  WS-FECHA-PROCESO-AAAAMMDD  PIC 9(08)   VALUE ZEROES.

       01  WS-FECHA-PROCESO-ISO.
           03  WS-FPI-SIGLO        PIC 99       VALUE 20.
           03  WS-FPI-AA           PIC 99       VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-FPI-MM           PIC 99       VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-FPI-DD           PIC 99       VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)   VALUE ALL '='.

       01  IMP-TITULO.
           03  FILLER              PIC X(42)    VALUE
               'DEVENGAMIENTO DIARIO DE INTERESES -       '.
           03  IMP-TIT-DD          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-MM          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-AA          PIC 99.
           03  FILLER              PIC X(74)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMDEVEN'.

       01  IMP-COLUMNAS.
           03  FILLER              PIC X(33)    VALUE
               ' SUC MONEDA      DEVENGADO P.FIJO'.
           03  FILLER              PIC X(33)    VALUE
               '    REVERSADO P.FIJO   DEVENGADO '.
           03  FILLER              PIC X(33)    VALUE
               'PRESTAMO   REVERSADO PRESTAMO    '.
           03  FILLER              PIC X(33)    VALUE SPACES.

       01  IMP-DETALLE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-SUC             PIC Z9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-MONEDA          PIC X(06).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DEV-PF          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-REV-PF          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DEV-PR          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-REV-PR          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(37)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *    VARIABLES TOMADAS DE LOS CURSORES.
       77  REG-NROINST   PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-SUCUEN    PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  REG-CAPITAL   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-TASA      PIC S9(2)V9(4) USAGE COMP-3 VALUE ZEROES.

      *    PLAN DE CUENTAS.
       77  REG-CANAL     PIC X(2)                    VALUE SPACES.
       77  PLA-CTADEBE   PIC X(10)                   VALUE SPACES.
       77  PLA-CTAHABER  PIC X(10)                   VALUE SPACES.

       01  DCLTBCURDEV.
           10 DEV-TIPINST     PIC X(2).
           10 DEV-NROINST     PIC S9(7)V     USAGE COMP-3.
           10 DEV-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 DEV-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 DEV-FECORIG     PIC X(10).
           10 DEV-CUOCOB      PIC S9(3)V     USAGE COMP-3.
           10 DEV-DEVACUM     PIC S9(11)V9(2) USAGE COMP-3.
           10 DEV-FECULT      PIC X(10).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    INSTRUMENTOS QUE YA NO ESTAN VIGENTES CON ACUMULADO
      *    PENDIENTE: PLAZOS FIJOS LIQUIDADOS Y PRESTAMOS
      *    CANCELADOS. SE REVERSAN Y SE BORRAN.
           EXEC SQL
              DECLARE CURSORBAJ CURSOR FOR
                 SELECT D.TIPINST, D.NROINST, D.SUCURSAL,
                        D.MONEDA, D.DEVACUM
                 FROM KC02803.TBCURDEV D
                 WHERE (D.TIPINST = 'PF' AND NOT EXISTS
                         (SELECT 1 FROM KC02803.TBCURPLF P
                           WHERE P.NROCERT = D.NROINST
                             AND P.ESTADO  = 'V'))
                    OR (D.TIPINST = 'PR' AND NOT EXISTS
                         (SELECT 1 FROM KC02803.TBCURPRE R
                           WHERE R.NROPRES = D.NROINST
                             AND R.ESTADO IN ('V', 'M')))
                 ORDER BY D.TIPINST, D.NROINST
           END-EXEC.

      *    PLAZOS FIJOS VIGENTES CON SU ACUMULADO. DIAS DESDE LA
      *    CONSTITUCION HASTA HOY, CON TOPE EN EL VENCIMIENTO.
           EXEC SQL
              DECLARE CURSORDPF CURSOR FOR
                 SELECT P.NROCERT, C.SUCUEN, P.MONEDA,
                        P.CAPITAL, P.TASA, CHAR(P.FECCONST, ISO),
                        CASE WHEN P.FECVTO < CURRENT DATE
                             THEN DAYS(P.FECVTO)
                             ELSE DAYS(CURRENT DATE) END
                        - DAYS(P.FECCONST),
                        CASE WHEN D.NROINST IS NULL
                             THEN 'N' ELSE 'S' END,
                        VALUE(D.DEVACUM, 0),
                        VALUE(CHAR(D.FECORIG, ISO),
                              CHAR(P.FECCONST, ISO))
                 FROM KC02803.TBCURPLF P
                      INNER JOIN KC02803.TBCURCTA C
                         ON C.TIPCUEN = P.TIPCUEN
                        AND C.NROCUEN = P.NROCUEN
                      LEFT OUTER JOIN KC02803.TBCURDEV D
                         ON D.TIPINST = 'PF'
                        AND D.NROINST = P.NROCERT
                 WHERE P.ESTADO = 'V'
                 ORDER BY P.NROCERT
           END-EXEC.

      *    PRESTAMOS VIGENTES O EN MORA CON SU ACUMULADO. EL
      *    PERIODO ACTUAL EMPIEZA UN MES ANTES DEL PROXIMO
      *    VENCIMIENTO (O EN EL ALTA, PARA LA PRIMERA CUOTA).
           EXEC SQL
              DECLARE CURSORDPR CURSOR FOR
                 SELECT R.NROPRES, C.SUCUEN, R.MONEDA,
                        R.SALDOCAP, R.TASA,
                        R.CUOPAG + R.CUORECUP,
                        CASE WHEN R.FECPROXVTO - 1 MONTH > R.FECALTA
                             THEN CHAR(R.FECPROXVTO - 1 MONTH, ISO)
                             ELSE CHAR(R.FECALTA, ISO) END,
                        DAYS(CURRENT DATE) -
                        CASE WHEN R.FECPROXVTO - 1 MONTH > R.FECALTA
                             THEN DAYS(R.FECPROXVTO - 1 MONTH)
                             ELSE DAYS(R.FECALTA) END,
                        CASE WHEN D.NROINST IS NULL
                             THEN 'N' ELSE 'S' END,
                        VALUE(D.DEVACUM, 0),
                        VALUE(CHAR(D.FECORIG, ISO), ' '),
                        VALUE(D.CUOCOB, 0),
                        VALUE(DAYS(CURRENT DATE) - DAYS(D.FECORIG), 0)
                 FROM KC02803.TBCURPRE R
                      INNER JOIN KC02803.TBCURCTA C
                         ON C.TIPCUEN = R.TIPCUEN
                        AND C.NROCUEN = R.NROCUEN
                      LEFT OUTER JOIN KC02803.TBCURDEV D
                         ON D.TIPINST = 'PR'
                        AND D.NROINST = R.NROPRES
                 WHERE R.ESTADO IN ('V', 'M')
                 ORDER BY R.NROPRES
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-BAJAS-I   THRU 2000-BAJAS-F
           PERFORM 3000-PLAZOS-FIJOS-I THRU 3000-PLAZOS-FIJOS-F
           PERFORM 4000-PRESTAMOS-I    THRU 4000-PRESTAMOS-F
           PERFORM 8000-ASIENTOS-I THRU 8000-ASIENTOS-F
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE

           PERFORM 1050-LIMPIAR-SUC-I THRU 1050-LIMPIAR-SUC-F
              VARYING WS-SUC-IDX FROM 1 BY 1
              UNTIL WS-SUC-IDX > 100

           ACCEPT WS-FECHA-SISTEMA FROM DATE
           COMPUTE WS-FECHA-PROCESO-AAAAMMDD =
                   20000000 +
                   WS-FECHA-SISTEMA-AA * 10000 +
                   WS-FECHA-SISTEMA-MM * 100 +
                   WS-FECHA-SISTEMA-DD
           MOVE WS-FECHA-SISTEMA-AA TO IMP-TIT-AA WS-FPI-AA
           MOVE WS-FECHA-SISTEMA-MM TO IMP-TIT-MM WS-FPI-MM
           MOVE WS-FECHA-SISTEMA-DD TO IMP-TIT-DD WS-FPI-DD

           OPEN OUTPUT CONTABLE
           IF FS-CONTABLE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CONTABLE = ' FS-CONTABLE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       1050-LIMPIAR-SUC-I.

           MOVE ZEROS TO GL-DEVENGADO (WS-SUC-IDX, 1, 1)
                         GL-REVERSADO (WS-SUC-IDX, 1, 1)
                         GL-DEVENGADO (WS-SUC-IDX, 1, 2)
                         GL-REVERSADO (WS-SUC-IDX, 1, 2)
                         GL-DEVENGADO (WS-SUC-IDX, 2, 1)
                         GL-REVERSADO (WS-SUC-IDX, 2, 1)
                         GL-DEVENGADO (WS-SUC-IDX, 2, 2)
                         GL-REVERSADO (WS-SUC-IDX, 2, 2).

       1050-LIMPIAR-SUC-F. EXIT.


      *---- REVERSA DE INSTRUMENTOS QUE DEJARON DE ESTAR VIGENTES -----
       2000-BAJAS-I.

           IF WS-FIN-LECTURA
              GO TO 2000-BAJAS-F
           END-IF

           EXEC SQL OPEN CURSORBAJ END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR BAJAS = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2000-BAJAS-F
           END-IF

           MOVE 'N' TO WS-FIN-CURSOR
           PERFORM 2100-UNA-BAJA-I THRU 2100-UNA-BAJA-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORBAJ END-EXEC.

       2000-BAJAS-F. EXIT.


      *---------------------------------------------------------------
       2100-UNA-BAJA-I.

           EXEC SQL
              FETCH CURSORBAJ INTO :DEV-TIPINST,
                                   :DEV-NROINST,
                                   :DEV-SUCURSAL,
                                   :DEV-MONEDA,
                                   :DEV-DEVACUM
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 2100-UNA-BAJA-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR BAJAS = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 2100-UNA-BAJA-F
           END-EVALUATE

           ADD 1 TO WS-BAJAS-CANT
           MOVE DEV-SUCURSAL TO REG-SUCUEN
           MOVE DEV-MONEDA   TO REG-MONEDA
           IF DEV-TIPINST IS EQUAL 'PF'
              MOVE 1 TO WS-INS-IDX
           ELSE
              MOVE 2 TO WS-INS-IDX
           END-IF
           MOVE DEV-DEVACUM TO WS-IMPORTE
           PERFORM 6100-ACUM-REVERSA-I THRU 6100-ACUM-REVERSA-F

           EXEC SQL
              DELETE FROM KC02803.TBCURDEV
               WHERE TIPINST = :DEV-TIPINST
                 AND NROINST = :DEV-NROINST
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR DELETE TBCURDEV = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              MOVE 'S' TO WS-FIN-CURSOR
           END-IF.

       2100-UNA-BAJA-F. EXIT.


      *---- DEVENGAMIENTO DE PLAZOS FIJOS (INTERES A PAGAR) -----------
       3000-PLAZOS-FIJOS-I.

           IF WS-FIN-LECTURA
              GO TO 3000-PLAZOS-FIJOS-F
           END-IF

           EXEC SQL OPEN CURSORDPF END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR PLAZO FIJO = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3000-PLAZOS-FIJOS-F
           END-IF

           MOVE 1   TO WS-INS-IDX
           MOVE 'N' TO WS-FIN-CURSOR
           PERFORM 3100-UN-PLAZO-FIJO-I THRU 3100-UN-PLAZO-FIJO-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORDPF END-EXEC.

       3000-PLAZOS-FIJOS-F. EXIT.


      *---------------------------------------------------------------
       3100-UN-PLAZO-FIJO-I.

           EXEC SQL
              FETCH CURSORDPF INTO :REG-NROINST,
                                   :REG-SUCUEN,
                                   :REG-MONEDA,
                                   :REG-CAPITAL,
                                   :REG-TASA,
                                   :WS-ORIG-ACT,
                                   :WS-DIAS-ACT,
                                   :WS-EXISTE,
                                   :DEV-DEVACUM,
                                   :DEV-FECORIG
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 3100-UN-PLAZO-FIJO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR PLAZO FIJO = '
                         WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 3100-UN-PLAZO-FIJO-F
           END-EVALUATE

           ADD 1 TO WS-PF-CANT

      *    CERTIFICADO RENOVADO POR PGMPFVTO: EL PERIODO ANTERIOR YA
      *    SE PAGO; SE REVERSA SU ACUMULADO Y SE EMPIEZA DE NUEVO.
           IF WS-EXISTE IS EQUAL 'S' AND
              DEV-FECORIG IS NOT EQUAL WS-ORIG-ACT
              ADD 1 TO WS-CIERRES-CANT
              MOVE DEV-DEVACUM TO WS-IMPORTE
              PERFORM 6100-ACUM-REVERSA-I THRU 6100-ACUM-REVERSA-F
              MOVE ZEROS TO DEV-DEVACUM
           END-IF

           IF WS-DIAS-ACT IS LESS ZEROS
              MOVE ZEROS TO WS-DIAS-ACT
           END-IF
           COMPUTE WS-DEV-CORRESP ROUNDED =
                   REG-CAPITAL * REG-TASA * WS-DIAS-ACT / 36500

           MOVE 'PF'          TO DEV-TIPINST
           MOVE ZEROS         TO DEV-CUOCOB
           PERFORM 6000-ACTUALIZAR-DEV-I THRU 6000-ACTUALIZAR-DEV-F.

       3100-UN-PLAZO-FIJO-F. EXIT.


      *---- DEVENGAMIENTO DE PRESTAMOS (INTERES A COBRAR) -------------
       4000-PRESTAMOS-I.

           IF WS-FIN-LECTURA
              GO TO 4000-PRESTAMOS-F
           END-IF

           EXEC SQL OPEN CURSORDPR END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR PRESTAMOS = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 4000-PRESTAMOS-F
           END-IF

           MOVE 2   TO WS-INS-IDX
           MOVE 'N' TO WS-FIN-CURSOR
           PERFORM 4100-UN-PRESTAMO-I THRU 4100-UN-PRESTAMO-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORDPR END-EXEC.

       4000-PRESTAMOS-F. EXIT.


      *---------------------------------------------------------------
       4100-UN-PRESTAMO-I.

           EXEC SQL
              FETCH CURSORDPR INTO :REG-NROINST,
                                   :REG-SUCUEN,
                                   :REG-MONEDA,
                                   :REG-CAPITAL,
                                   :REG-TASA,
                                   :WS-CUOCOB-ACT,
                                   :WS-ORIG-ACT,
                                   :WS-DIAS-ACT,
                                   :WS-EXISTE,
                                   :DEV-DEVACUM,
                                   :DEV-FECORIG,
                                   :DEV-CUOCOB,
                                   :WS-DIAS-ANT
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 4100-UN-PRESTAMO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR PRESTAMOS = '
                         WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 4100-UN-PRESTAMO-F
           END-EVALUATE

           ADD 1 TO WS-PR-CANT

      *    SIN COBRO NUEVO EL PERIODO SIGUE DESDE LA FECHA GUARDADA,
      *    AUNQUE FECPROXVTO HAYA AVANZADO POR UNA CUOTA IMPAGA.
      *    CON UNA CUOTA COBRADA (PGMPRCUO O RECUPERO DE LA
      *    CARTERA) SE REVERSA EL ACUMULADO Y SE ABRE EL PERIODO
      *    NUEVO DESDE EL ULTIMO VENCIMIENTO.
           IF WS-EXISTE IS EQUAL 'S'
              IF DEV-CUOCOB IS EQUAL WS-CUOCOB-ACT
                 MOVE DEV-FECORIG TO WS-ORIG-ACT
                 MOVE WS-DIAS-ANT TO WS-DIAS-ACT
              ELSE
                 ADD 1 TO WS-CIERRES-CANT
                 MOVE DEV-DEVACUM TO WS-IMPORTE
                 PERFORM 6100-ACUM-REVERSA-I
                    THRU 6100-ACUM-REVERSA-F
                 MOVE ZEROS TO DEV-DEVACUM
              END-IF
           END-IF

           IF WS-DIAS-ACT IS LESS ZEROS
              MOVE ZEROS TO WS-DIAS-ACT
           END-IF
           COMPUTE WS-DEV-CORRESP ROUNDED =
                   REG-CAPITAL * REG-TASA * WS-DIAS-ACT / 36500

           MOVE 'PR'          TO DEV-TIPINST
           MOVE WS-CUOCOB-ACT TO DEV-CUOCOB
           PERFORM 6000-ACTUALIZAR-DEV-I THRU 6000-ACTUALIZAR-DEV-F.

       4100-UN-PRESTAMO-F. EXIT.


      *---- DEVENGADO DEL DIA Y ACTUALIZACION DE TBCURDEV -------------
      *    ENTRADA: DEV-TIPINST, DEV-CUOCOB, DEV-DEVACUM (LO YA
      *    ACUMULADO), WS-ORIG-ACT Y WS-DEV-CORRESP (LO QUE
      *    CORRESPONDE A HOY).
       6000-ACTUALIZAR-DEV-I.

           COMPUTE WS-DEV-DIA = WS-DEV-CORRESP - DEV-DEVACUM
           IF WS-DEV-DIA IS GREATER ZEROS
              PERFORM 6050-INDICES-I THRU 6050-INDICES-F
              ADD WS-DEV-DIA
               TO GL-DEVENGADO (WS-SUC-IDX, WS-MON-IDX, WS-INS-IDX)
           END-IF
           IF WS-DEV-DIA IS LESS ZEROS
              COMPUTE WS-IMPORTE = 0 - WS-DEV-DIA
              PERFORM 6100-ACUM-REVERSA-I THRU 6100-ACUM-REVERSA-F
           END-IF

           MOVE REG-NROINST    TO DEV-NROINST
           MOVE REG-SUCUEN     TO DEV-SUCURSAL
           MOVE REG-MONEDA     TO DEV-MONEDA
           MOVE WS-ORIG-ACT    TO DEV-FECORIG
           MOVE WS-DEV-CORRESP TO DEV-DEVACUM
           MOVE WS-FECHA-PROCESO-ISO TO DEV-FECULT

           IF WS-EXISTE IS EQUAL 'S'
              EXEC SQL
                 UPDATE KC02803.TBCURDEV
                    SET SUCURSAL = :DEV-SUCURSAL,
                        MONEDA   = :DEV-MONEDA,
                        FECORIG  = :DEV-FECORIG,
                        CUOCOB   = :DEV-CUOCOB,
                        DEVACUM  = :DEV-DEVACUM,
                        FECULT   = :DEV-FECULT
                  WHERE TIPINST = :DEV-TIPINST
                    AND NROINST = :DEV-NROINST
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO KC02803.TBCURDEV
                      ( TIPINST, NROINST, SUCURSAL, MONEDA,
                        FECORIG, CUOCOB, DEVACUM, FECULT )
                 VALUES
                      ( :DEV-TIPINST, :DEV-NROINST, :DEV-SUCURSAL,
                        :DEV-MONEDA, :DEV-FECORIG, :DEV-CUOCOB,
                        :DEV-DEVACUM, :DEV-FECULT )
              END-EXEC
           END-IF

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR GRABAR TBCURDEV = ' WS-SQLCODE
                      ' ' DEV-TIPINST ' ' DEV-NROINST
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              MOVE 'S' TO WS-FIN-CURSOR
           END-IF.

       6000-ACTUALIZAR-DEV-F. EXIT.


      *---- SUCURSAL Y MONEDA DEL INSTRUMENTO EN LA TABLA -------------
       6050-INDICES-I.

           COMPUTE WS-SUC-IDX = REG-SUCUEN + 1
           IF REG-MONEDA IS EQUAL 2
              MOVE 2 TO WS-MON-IDX
           ELSE
              MOVE 1 TO WS-MON-IDX
           END-IF.

       6050-INDICES-F. EXIT.


      *---- ACUMULA UNA REVERSA (WS-IMPORTE) --------------------------
       6100-ACUM-REVERSA-I.

           IF WS-IMPORTE IS NOT GREATER ZEROS
              GO TO 6100-ACUM-REVERSA-F
           END-IF

           PERFORM 6050-INDICES-I THRU 6050-INDICES-F
           ADD WS-IMPORTE
            TO GL-REVERSADO (WS-SUC-IDX, WS-MON-IDX, WS-INS-IDX).

       6100-ACUM-REVERSA-F. EXIT.


      *---- ASIENTOS POR SUCURSAL Y MONEDA Y LISTADO ------------------
       8000-ASIENTOS-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 8000-ASIENTOS-F
           END-IF

           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           WRITE REG-SALIDA FROM WS-LINE AFTER 1

           PERFORM 8100-ASIENTOS-SUC-I THRU 8100-ASIENTOS-SUC-F
              VARYING WS-SUC-IDX FROM 1 BY 1
              UNTIL WS-SUC-IDX > 100
                 OR RETURN-CODE IS EQUAL 9999

           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF

      *    CONTROLES DE SALIDA, IGUAL QUE EN PGMCONTA.
           IF WS-SIN-PLAN-CANT IS GREATER ZEROS
              DISPLAY '* COMBINACIONES SIN PLAN DE CUENTAS: '
                       WS-SIN-PLAN-CANT
              MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-TOT-DEBE IS NOT EQUAL WS-TOT-HABER
              DISPLAY '* LA INTERFAZ NO BALANCEA DEBE/HABER'
              MOVE 8 TO RETURN-CODE
           END-IF.

       8000-ASIENTOS-F. EXIT.


      *---------------------------------------------------------------
       8100-ASIENTOS-SUC-I.

           PERFORM 8200-ASIENTOS-MON-I THRU 8200-ASIENTOS-MON-F
              VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > 2.

       8100-ASIENTOS-SUC-F. EXIT.


      *---------------------------------------------------------------
       8200-ASIENTOS-MON-I.

           IF GL-DEVENGADO (WS-SUC-IDX, WS-MON-IDX, 1) IS EQUAL ZEROS
          AND GL-REVERSADO (WS-SUC-IDX, WS-MON-IDX, 1) IS EQUAL ZEROS
          AND GL-DEVENGADO (WS-SUC-IDX, WS-MON-IDX, 2) IS EQUAL ZEROS
          AND GL-REVERSADO (WS-SUC-IDX, WS-MON-IDX, 2) IS EQUAL ZEROS
              GO TO 8200-ASIENTOS-MON-F
           END-IF

           COMPUTE IMP-SUC = WS-SUC-IDX - 1
           IF WS-MON-IDX IS EQUAL 2
              MOVE 'U$S'   TO IMP-MONEDA
           ELSE
              MOVE 'PESOS' TO IMP-MONEDA
           END-IF
           MOVE GL-DEVENGADO (WS-SUC-IDX, WS-MON-IDX, 1) TO IMP-DEV-PF
           MOVE GL-REVERSADO (WS-SUC-IDX, WS-MON-IDX, 1) TO IMP-REV-PF
           MOVE GL-DEVENGADO (WS-SUC-IDX, WS-MON-IDX, 2) TO IMP-DEV-PR
           MOVE GL-REVERSADO (WS-SUC-IDX, WS-MON-IDX, 2) TO IMP-REV-PR
           WRITE REG-SALIDA FROM IMP-DETALLE AFTER 1

           PERFORM 8300-ASIENTOS-INS-I THRU 8300-ASIENTOS-INS-F
              VARYING WS-INS-IDX FROM 1 BY 1
              UNTIL WS-INS-IDX > 2.

       8200-ASIENTOS-MON-F. EXIT.


      *---- DEVENGADO: DEBE/HABER DEL PLAN; REVERSA: INVERTIDO --------
       8300-ASIENTOS-INS-I.

           IF GL-DEVENGADO (WS-SUC-IDX, WS-MON-IDX, WS-INS-IDX)
              IS EQUAL ZEROS AND
              GL-REVERSADO (WS-SUC-IDX, WS-MON-IDX, WS-INS-IDX)
              IS EQUAL ZEROS
              GO TO 8300-ASIENTOS-INS-F
           END-IF

           IF WS-INS-IDX IS EQUAL 1
              MOVE 'PF' TO REG-CANAL
           ELSE
              MOVE 'PR' TO REG-CANAL
           END-IF
           MOVE WS-MON-IDX TO REG-MONEDA

           EXEC SQL
              SELECT CTADEBE, CTAHABER
                INTO :PLA-CTADEBE, :PLA-CTAHABER
                FROM KC02803.TBCURPLA
               WHERE TIPMOV = 'DV'
                 AND CANAL  = :REG-CANAL
                 AND MONEDA = :REG-MONEDA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 ADD 1 TO WS-SIN-PLAN-CANT
                 DISPLAY '* SIN PLAN DE CUENTAS PARA TIPMOV DV'
                         ' CANAL ' REG-CANAL ' MONEDA ' REG-MONEDA
                 GO TO 8300-ASIENTOS-INS-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURPLA = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 GO TO 8300-ASIENTOS-INS-F
           END-EVALUATE

           COMPUTE CON-SUCURSAL = WS-SUC-IDX - 1
           MOVE WS-MON-IDX TO CON-MONEDA
           MOVE WS-FECHA-PROCESO-AAAAMMDD TO CON-FECHA

           MOVE GL-DEVENGADO (WS-SUC-IDX, WS-MON-IDX, WS-INS-IDX)
             TO WS-IMPORTE
           IF WS-IMPORTE IS GREATER ZEROS
              ADD WS-IMPORTE TO WS-TOT-DEV
              MOVE WS-IMPORTE  TO CON-IMPORTE
              MOVE PLA-CTADEBE TO CON-CTACONT
              MOVE 'D'         TO CON-LADO
              PERFORM 8600-GRABAR-ASIENTO-I
                 THRU 8600-GRABAR-ASIENTO-F
              MOVE PLA-CTAHABER TO CON-CTACONT
              MOVE 'H'          TO CON-LADO
              PERFORM 8600-GRABAR-ASIENTO-I
                 THRU 8600-GRABAR-ASIENTO-F
           END-IF

           MOVE GL-REVERSADO (WS-SUC-IDX, WS-MON-IDX, WS-INS-IDX)
             TO WS-IMPORTE
           IF WS-IMPORTE IS GREATER ZEROS
              ADD WS-IMPORTE TO WS-TOT-REV
              MOVE WS-IMPORTE   TO CON-IMPORTE
              MOVE PLA-CTAHABER TO CON-CTACONT
              MOVE 'D'          TO CON-LADO
              PERFORM 8600-GRABAR-ASIENTO-I
                 THRU 8600-GRABAR-ASIENTO-F
              MOVE PLA-CTADEBE  TO CON-CTACONT
              MOVE 'H'          TO CON-LADO
              PERFORM 8600-GRABAR-ASIENTO-I
                 THRU 8600-GRABAR-ASIENTO-F
           END-IF.

       8300-ASIENTOS-INS-F. EXIT.


      *---------------------------------------------------------------
       8600-GRABAR-ASIENTO-I.

           WRITE REG-CONTABLE FROM WS-REG-CONTABLE

           IF FS-CONTABLE IS EQUAL '00'
              ADD 1 TO WS-ASIENTOS-CANT
              IF CON-LADO IS EQUAL 'D'
                 ADD WS-IMPORTE TO WS-TOT-DEBE
              ELSE
                 ADD WS-IMPORTE TO WS-TOT-HABER
              END-IF
           ELSE
              DISPLAY '* ERROR EN GRABAR CONTABLE = ' FS-CONTABLE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       8600-GRABAR-ASIENTO-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - SE RETROCEDEN '
                      'LOS DEVENGAMIENTOS NO CONFIRMADOS'
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'PLAZOS FIJOS DEVENGADOS : ' WS-PF-CANT
           DISPLAY 'PRESTAMOS DEVENGADOS    : ' WS-PR-CANT
           DISPLAY 'PERIODOS CERRADOS       : ' WS-CIERRES-CANT
           DISPLAY 'INSTRUMENTOS DADOS BAJA : ' WS-BAJAS-CANT
           DISPLAY 'ASIENTOS GRABADOS       : ' WS-ASIENTOS-CANT
           MOVE WS-TOT-DEV TO WS-TOT-EDIT
           DISPLAY 'TOTAL DEVENGADO         : ' WS-TOT-EDIT
           MOVE WS-TOT-REV TO WS-TOT-EDIT
           DISPLAY 'TOTAL REVERSADO         : ' WS-TOT-EDIT

           CLOSE CONTABLE
           IF FS-CONTABLE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CONTABLE = ' FS-CONTABLE
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

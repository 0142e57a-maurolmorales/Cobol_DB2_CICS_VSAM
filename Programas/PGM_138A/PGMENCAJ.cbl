       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMENCAJ.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMENCAJ                                      *
      *  DESCRIPCIÓN:                                            *
      *    POSICION DIARIA DE EFECTIVO MINIMO (ENCAJE) POR       *
      *    MONEDA PARA TESORERIA.                                *
      *    EXIGENCIA: A LOS DEPOSITOS DE CIERRE SE LES APLICA    *
      *    EL PORCENTAJE REGULATORIO VIGENTE DE TBCURTAS         *
      *    (CONCEPTO 'EN') SEGUN EL PRODUCTO Y, EN PLAZO FIJO,   *
      *    LA BANDA DE PLAZO RESIDUAL:                           *
      *      1 CTA.CTE. (01) Y 2 CAJA DE AHORRO (02): SALDOS     *
      *        ACREEDORES DE TBCURCTA,                           *
      *      3 A 7 PLAZO FIJO: CAPITAL VIGENTE DE TBCURPLF POR   *
      *        DIAS AL VENCIMIENTO (HASTA 29 / 30-59 / 60-89 /   *
      *        90-179 / 180 O MAS). LA CUENTA 03 NO SE SUMA      *
      *        PORQUE SU SALDO ES ESE MISMO CAPITAL.             *
      *    INTEGRACION: EFECTIVO EN TESOROS (POSICION DEL DIA    *
      *    DE PGMTESPO, DDPOSTES) + EFECTIVO EN CAJAS (ARQUEO    *
      *    DEL DIA, TBCURARQ) + SALDO DE LA CUENTA EN EL BCRA    *
      *    (TARJETA DDCTABCR).                                   *
      *    GRABA LA POSICION DEL DIA EN TBCURENC (UN REPROCESO   *
      *    LA REEMPLAZA) Y LISTA, POR MONEDA, LA POSICION DEL    *
      *    DIA, EL PROMEDIO DEL MES A LA FECHA Y LA POSICION     *
      *    PROYECTADA A FIN DE MES SUPONIENDO QUE LOS DIAS QUE   *
      *    FALTAN REPITEN LA POSICION DE HOY. UN DEFICIT DEL DIA *
      *    O PROYECTADO SE MARCA EN EL LISTADO Y EN SYSOUT SIN   *
      *    CORTAR LA CADENA NOCTURNA.                            *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POSTES ASSIGN DDPOSTES
           FILE STATUS IS FS-POSTES.

           SELECT CTABCR ASSIGN DDCTABCR
           FILE STATUS IS FS-CTABCR.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  POSTES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-POSTES     PIC X(20).

       FD  CTABCR
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CTABCR     PIC X(40).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-POSTES               PIC XX       VALUE SPACES.
           88  FS-POSTES-FIN                    VALUE '10'.
       77  FS-CTABCR               PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- TARJETA: SALDO DE LA CUENTA EN EL BCRA -------------
      *    FECHA DEL SALDO Y SALDO EN PESOS (1) Y DOLARES (2).
       01  WS-REG-CTABCR.
           03  BCR-FECHA           PIC X(10)    VALUE SPACES.
           03  BCR-SALDO           PIC 9(13)V99 OCCURS 2 TIMES.
       77  WS-BCR-MARCA            PIC X(30)    VALUE SPACES.

      *----------- POSICION DEL TESORO (GRABADA POR PGMTESPO) ---------
       01  WS-REG-POSICION.
           03  POS-SUCURSAL        PIC 9(02).
           03  POS-MONEDA          PIC 9(01).
           03  POS-SALDO           PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           03  FILLER              PIC X(01).

      *----------- PORCENTAJE DE ENCAJE POR MONEDA Y SUBTIPO ----------
      *    VALORES POR DEFECTO SI TBCURTAS NO TIENE VIGENCIA 'EN'.
       01  WS-TABLA-PORC.
           03  FILLER              PIC 9(3)V9(4) VALUE 45,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE 45,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE 32,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE 22,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE 11,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE 5,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE ZEROS.
           03  FILLER              PIC 9(3)V9(4) VALUE 25,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE 25,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE 23,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE 17,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE 11,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE 5,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE 2,0000.
       01  WS-TABLA-PORC-R REDEFINES WS-TABLA-PORC.
           03  WS-PORC-MON OCCURS 2 TIMES.
              05  WS-PORC          PIC 9(3)V9(4) OCCURS 7 TIMES.

      *----------- DEPOSITOS Y EXIGENCIA POR MONEDA Y SUBTIPO ---------
       01  WS-TABLA-BASE.
           03  WS-BAS-MON OCCURS 2 TIMES.
              05  WS-BAS-SUB OCCURS 7 TIMES.
                 07  BAS-DEPOS     PIC S9(13)V99 COMP-3.
                 07  BAS-EXIGE     PIC S9(13)V99 COMP-3.

      *----------- POSICION POR MONEDA --------------------------------
       01  WS-TABLA-MON.
           03  WS-MON OCCURS 2 TIMES.
              05  MON-DEPOS        PIC S9(13)V99 COMP-3.
              05  MON-EXIGE        PIC S9(13)V99 COMP-3.
              05  MON-TESORO       PIC S9(13)V99 COMP-3.
              05  MON-CAJAS        PIC S9(13)V99 COMP-3.
              05  MON-CTABCR       PIC S9(13)V99 COMP-3.
              05  MON-INTEGRA      PIC S9(13)V99 COMP-3.
              05  MON-POSIC        PIC S9(13)V99 COMP-3.

       77  WS-MON-IDX              PIC 9(01)    VALUE ZEROS.
       77  WS-SUB-IDX              PIC 9(01)    VALUE ZEROS.

      *----------- PROMEDIOS DEL MES Y PROYECCION ---------------------
       77  WS-FEC-MES-DESDE        PIC X(10)    VALUE SPACES.
       77  WS-DIAS-MES    PIC S9(9) COMP            VALUE ZEROS.
       77  WS-DIAS-RESTO  PIC S9(9) COMP            VALUE ZEROS.
       77  WS-DIAS-PROC   PIC S9(9) COMP            VALUE ZEROS.
       77  WS-SUMA-EXIGE  PIC S9(15)V99 COMP-3      VALUE ZEROS.
       77  WS-SUMA-INTEG  PIC S9(15)V99 COMP-3      VALUE ZEROS.
       77  WS-SUMA-POSIC  PIC S9(15)V99 COMP-3      VALUE ZEROS.
       77  WS-PROM-EXIGE  PIC S9(13)V99 COMP-3      VALUE ZEROS.
       77  WS-PROM-INTEG  PIC S9(13)V99 COMP-3      VALUE ZEROS.
       77  WS-PROM-POSIC  PIC S9(13)V99 COMP-3      VALUE ZEROS.
       77  WS-PROY-POSIC  PIC S9(13)V99 COMP-3      VALUE ZEROS.

      *----------- CONTADORES -----------------------------------------
       77  WS-TESOROS-CANT         PIC 9(05)    VALUE ZEROS.
       77  WS-DEFICIT-CANT         PIC 9(05)    VALUE ZEROS.
       77  WS-OTRA-MON-CANT        PIC 9(05)    VALUE ZEROS.

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
       77  WS-LINE3                PIC X(100)   VALUE ALL '-'.

       01  IMP-TITULO.
           03  FILLER              PIC X(44)    VALUE
               'POSICION DIARIA DE EFECTIVO MINIMO (ENCAJE) '.
           03  FILLER              PIC X(08)    VALUE 'FECHA:  '.
           03  IMP-TIT-FECHA       PIC X(10).
           03  FILLER              PIC X(62)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMENCAJ'.

       01  IMP-SECCION.
           03  IMP-SEC-TEXTO       PIC X(60).
           03  FILLER              PIC X(72)    VALUE SPACES.

       01  IMP-MONEDA-TIT.
           03  FILLER              PIC X(08)    VALUE 'MONEDA: '.
           03  IMP-MTI-MONEDA      PIC 9.
           03  FILLER              PIC X(31)    VALUE
               '   DIAS PROCESADOS EN EL MES: '.
           03  IMP-MTI-DIAS        PIC Z9.
           03  FILLER              PIC X(90)    VALUE SPACES.

       01  IMP-BASE.
           03  FILLER              PIC X(05)    VALUE ' MON '.
           03  IMP-BAS-MONEDA      PIC 9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-BAS-TEXTO       PIC X(24).
           03  FILLER              PIC X(11)    VALUE ' DEPOSITOS '.
           03  IMP-BAS-DEPOS       PIC -$$.$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(07)    VALUE '  PORC '.
           03  IMP-BAS-PORC        PIC ZZ9,9999.
           03  FILLER              PIC X(12)    VALUE '  EXIGENCIA '.
           03  IMP-BAS-EXIGE       PIC -$$.$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(17)    VALUE SPACES.

       01  IMP-RENGLON.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-REN-TEXTO       PIC X(40).
           03  IMP-REN-IMPORTE     PIC -$$.$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-REN-MARCA       PIC X(30)    VALUE SPACES.
           03  FILLER              PIC X(34)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *    VARIABLES TOMADAS DE LOS CURSORES.
       77  REG-SUBTIPO   PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  REG-IMPORTE   PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.

       01  DCLTBCURTAS.
           10 TAS-CONCEPTO    PIC X(2).
           10 TAS-SUBTIPO     PIC S9(2)V     USAGE COMP-3.
           10 TAS-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 TAS-VIGDESDE    PIC X(10).
           10 TAS-TASA        PIC S9(2)V9(4) USAGE COMP-3.
           10 TAS-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.

       01  DCLTBCURENC.
           10 ENC-FECHA       PIC X(10).
           10 ENC-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 ENC-DEPOSITOS   PIC S9(13)V9(2) USAGE COMP-3.
           10 ENC-EXIGENCIA   PIC S9(13)V9(2) USAGE COMP-3.
           10 ENC-EFECTIVO    PIC S9(13)V9(2) USAGE COMP-3.
           10 ENC-CTABCRA     PIC S9(13)V9(2) USAGE COMP-3.
           10 ENC-INTEGRAC    PIC S9(13)V9(2) USAGE COMP-3.
           10 ENC-POSICION    PIC S9(13)V9(2) USAGE COMP-3.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    DEPOSITOS A LA VISTA: SALDOS ACREEDORES DE CTA.CTE. (1)
      *    Y CAJA DE AHORRO (2) POR MONEDA.
           EXEC SQL
              DECLARE CURSORVIS CURSOR FOR
                 SELECT CASE WHEN TIPCUEN = '01' THEN 1 ELSE 2 END,
                        MONEDA,
                        SUM(SALDO)
                 FROM KC02803.TBCURCTA
                 WHERE TIPCUEN IN ('01', '02')
                   AND SALDO > 0
                 GROUP BY CASE WHEN TIPCUEN = '01' THEN 1 ELSE 2 END,
                          MONEDA
           END-EXEC.

      *    PLAZO FIJO VIGENTE POR BANDA DE PLAZO RESIDUAL (3 A 7).
           EXEC SQL
              DECLARE CURSORPLA CURSOR FOR
                 SELECT CASE
                          WHEN DAYS(FECVTO) - DAYS(DATE(
                               :WS-FECHA-PROCESO-ISO)) < 30 THEN 3
                          WHEN DAYS(FECVTO) - DAYS(DATE(
                               :WS-FECHA-PROCESO-ISO)) < 60 THEN 4
                          WHEN DAYS(FECVTO) - DAYS(DATE(
                               :WS-FECHA-PROCESO-ISO)) < 90 THEN 5
                          WHEN DAYS(FECVTO) - DAYS(DATE(
                               :WS-FECHA-PROCESO-ISO)) < 180 THEN 6
                          ELSE 7
                        END,
                        MONEDA,
                        SUM(CAPITAL)
                 FROM KC02803.TBCURPLF
                 WHERE ESTADO = 'V'
                 GROUP BY CASE
                          WHEN DAYS(FECVTO) - DAYS(DATE(
                               :WS-FECHA-PROCESO-ISO)) < 30 THEN 3
                          WHEN DAYS(FECVTO) - DAYS(DATE(
                               :WS-FECHA-PROCESO-ISO)) < 60 THEN 4
                          WHEN DAYS(FECVTO) - DAYS(DATE(
                               :WS-FECHA-PROCESO-ISO)) < 90 THEN 5
                          WHEN DAYS(FECVTO) - DAYS(DATE(
                               :WS-FECHA-PROCESO-ISO)) < 180 THEN 6
                          ELSE 7
                        END, MONEDA
           END-EXEC.

      *    EFECTIVO CONTADO EN LAS CAJAS AL CIERRE DEL DIA.
           EXEC SQL
              DECLARE CURSORARQ CURSOR FOR
                 SELECT MONEDA,
                        SUM(CONTADO)
                 FROM KC02803.TBCURARQ
                 WHERE FECARQ = :WS-FECHA-PROCESO-ISO
                 GROUP BY MONEDA
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I    THRU 1000-INICIO-F
           PERFORM 2000-VISTA-I     THRU 2000-VISTA-F
           PERFORM 3000-PLAZO-I     THRU 3000-PLAZO-F
           PERFORM 4000-EFECTIVO-I  THRU 4000-EFECTIVO-F
           PERFORM 5000-POSICION-I  THRU 5000-POSICION-F
           PERFORM 9999-FINAL-I     THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           ACCEPT WS-FECHA-SISTEMA FROM DATE
           MOVE WS-FECHA-SISTEMA-AA TO WS-FPI-AA
           MOVE WS-FECHA-SISTEMA-MM TO WS-FPI-MM
           MOVE WS-FECHA-SISTEMA-DD TO WS-FPI-DD
           MOVE WS-FECHA-PROCESO-ISO TO WS-FEC-MES-DESDE
           MOVE '01' TO WS-FEC-MES-DESDE (9:2)

           MOVE ZEROS TO WS-TABLA-BASE WS-TABLA-MON
                         BCR-SALDO (1) BCR-SALDO (2)

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF

           MOVE WS-FECHA-PROCESO-ISO TO IMP-TIT-FECHA
           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1

      *    SIN LA TARJETA DEL BCRA LA CUENTA SE INTEGRA EN CERO Y
      *    SE MARCA EN EL LISTADO.
           OPEN INPUT CTABCR
           IF FS-CTABCR IS EQUAL '00'
              READ CTABCR INTO WS-REG-CTABCR
              CLOSE CTABCR
           END-IF
           EVALUATE TRUE
              WHEN FS-CTABCR IS NOT EQUAL '00'
                 DISPLAY '* SIN TARJETA DE CUENTA BCRA, SE INTEGRA '
                         'EN CERO'
                 MOVE ZEROS TO BCR-SALDO (1) BCR-SALDO (2)
                 MOVE 'SIN TARJETA DE CUENTA BCRA' TO WS-BCR-MARCA
              WHEN BCR-FECHA IS NOT EQUAL WS-FECHA-PROCESO-ISO
                 DISPLAY '* TARJETA DE CUENTA BCRA DEL ' BCR-FECHA
                 MOVE 'SALDO BCRA DE OTRA FECHA' TO WS-BCR-MARCA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           EXEC SQL
              SELECT DAY(LAST_DAY(DATE(:WS-FECHA-PROCESO-ISO)))
                INTO :WS-DIAS-MES
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT DIAS DEL MES = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF
           COMPUTE WS-DIAS-RESTO = WS-DIAS-MES - WS-FPI-DD

           PERFORM 1200-LEER-PORCENTAJE-I
              THRU 1200-LEER-PORCENTAJE-F
              VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > 2 OR RETURN-CODE NOT = ZEROS
              AFTER WS-SUB-IDX FROM 1 BY 1
              UNTIL WS-SUB-IDX > 7.

       1000-INICIO-F. EXIT.


      *---- PORCENTAJE VIGENTE POR MONEDA Y SUBTIPO (TBCURTAS 'EN') ---
       1200-LEER-PORCENTAJE-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 1200-LEER-PORCENTAJE-F
           END-IF

           MOVE WS-SUB-IDX TO TAS-SUBTIPO
           MOVE WS-MON-IDX TO TAS-MONEDA

           EXEC SQL
              SELECT TASA
                INTO :TAS-TASA
                FROM KC02803.TBCURTAS
               WHERE CONCEPTO = 'EN'
                 AND SUBTIPO  = :TAS-SUBTIPO
                 AND MONEDA   = :TAS-MONEDA
                 AND VIGDESDE <= :WS-FECHA-PROCESO-ISO
               ORDER BY VIGDESDE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE TAS-TASA TO WS-PORC (WS-MON-IDX, WS-SUB-IDX)
              WHEN NOT-FOUND
                 DISPLAY '* SIN VIGENCIA DE ENCAJE EN TBCURTAS, MONEDA '
                         WS-MON-IDX ' SUBTIPO ' WS-SUB-IDX
                         ', SE USA EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURTAS = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

       1200-LEER-PORCENTAJE-F. EXIT.


      *---- DEPOSITOS A LA VISTA --------------------------------------
       2000-VISTA-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 2000-VISTA-F
           END-IF

           EXEC SQL OPEN CURSORVIS END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORVIS = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 2000-VISTA-F
           END-IF

           SET WS-NO-FIN-LECTURA TO TRUE
           PERFORM 2100-UNA-VISTA-I THRU 2100-UNA-VISTA-F
              UNTIL WS-FIN-LECTURA

           EXEC SQL CLOSE CURSORVIS END-EXEC.

       2000-VISTA-F. EXIT.


      *---------------------------------------------------------------
       2100-UNA-VISTA-I.

           EXEC SQL
              FETCH CURSORVIS INTO :REG-SUBTIPO, :REG-MONEDA,
                                   :REG-IMPORTE
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 PERFORM 2500-ACUMULAR-BASE-I
                    THRU 2500-ACUMULAR-BASE-F
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORVIS = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       2100-UNA-VISTA-F. EXIT.


      *---- DEPOSITO DE UN SUBTIPO/MONEDA A LA BASE -------------------
       2500-ACUMULAR-BASE-I.

           IF REG-MONEDA IS LESS 1 OR REG-MONEDA IS GREATER 2
              ADD 1 TO WS-OTRA-MON-CANT
              DISPLAY '* MONEDA ' REG-MONEDA ' SIN ENCAJE DEFINIDO, '
                      'NO SE COMPUTA'
              GO TO 2500-ACUMULAR-BASE-F
           END-IF

           MOVE REG-MONEDA  TO WS-MON-IDX
           MOVE REG-SUBTIPO TO WS-SUB-IDX
           ADD REG-IMPORTE TO BAS-DEPOS (WS-MON-IDX, WS-SUB-IDX).

       2500-ACUMULAR-BASE-F. EXIT.


      *---- PLAZO FIJO POR BANDA DE PLAZO RESIDUAL --------------------
       3000-PLAZO-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 3000-PLAZO-F
           END-IF

           EXEC SQL OPEN CURSORPLA END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORPLA = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3000-PLAZO-F
           END-IF

           SET WS-NO-FIN-LECTURA TO TRUE
           PERFORM 3100-UN-PLAZO-I THRU 3100-UN-PLAZO-F
              UNTIL WS-FIN-LECTURA

           EXEC SQL CLOSE CURSORPLA END-EXEC.

       3000-PLAZO-F. EXIT.


      *---------------------------------------------------------------
       3100-UN-PLAZO-I.

           EXEC SQL
              FETCH CURSORPLA INTO :REG-SUBTIPO, :REG-MONEDA,
                                   :REG-IMPORTE
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 PERFORM 2500-ACUMULAR-BASE-I
                    THRU 2500-ACUMULAR-BASE-F
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORPLA = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       3100-UN-PLAZO-F. EXIT.


      *---- EFECTIVO COMPUTABLE: TESOROS + CAJAS ----------------------
       4000-EFECTIVO-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 4000-EFECTIVO-F
           END-IF

           OPEN INPUT POSTES
           IF FS-POSTES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN POSTES = ' FS-POSTES
              MOVE 9999 TO RETURN-CODE
              GO TO 4000-EFECTIVO-F
           END-IF

           PERFORM 4100-LEER-TESORO-I THRU 4100-LEER-TESORO-F
              UNTIL FS-POSTES-FIN

           CLOSE POSTES

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 4000-EFECTIVO-F
           END-IF

           EXEC SQL OPEN CURSORARQ END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORARQ = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 4000-EFECTIVO-F
           END-IF

           SET WS-NO-FIN-LECTURA TO TRUE
           PERFORM 4200-UNA-CAJA-I THRU 4200-UNA-CAJA-F
              UNTIL WS-FIN-LECTURA

           EXEC SQL CLOSE CURSORARQ END-EXEC.

       4000-EFECTIVO-F. EXIT.


      *---------------------------------------------------------------
       4100-LEER-TESORO-I.

           READ POSTES INTO WS-REG-POSICION

           EVALUATE FS-POSTES
              WHEN '00'
                 ADD 1 TO WS-TESOROS-CANT
                 IF POS-MONEDA IS EQUAL 1 OR POS-MONEDA IS EQUAL 2
                    ADD POS-SALDO TO MON-TESORO (POS-MONEDA)
                 ELSE
                    ADD 1 TO WS-OTRA-MON-CANT
                 END-IF
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA DDPOSTES = ' FS-POSTES
                 MOVE 9999 TO RETURN-CODE
                 SET FS-POSTES-FIN TO TRUE
           END-EVALUATE.

       4100-LEER-TESORO-F. EXIT.


      *---------------------------------------------------------------
       4200-UNA-CAJA-I.

           EXEC SQL
              FETCH CURSORARQ INTO :REG-MONEDA, :REG-IMPORTE
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 IF REG-MONEDA IS EQUAL 1 OR REG-MONEDA IS EQUAL 2
                    MOVE REG-MONEDA TO WS-MON-IDX
                    ADD REG-IMPORTE TO MON-CAJAS (WS-MON-IDX)
                 ELSE
                    ADD 1 TO WS-OTRA-MON-CANT
                 END-IF
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORARQ = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       4200-UNA-CAJA-F. EXIT.


      *---- POSICION DEL DIA, PROMEDIO DEL MES Y LISTADO --------------
       5000-POSICION-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 5000-POSICION-F
           END-IF

      *    REPROCESO DEL DIA: SE REEMPLAZA SU POSICION.
           MOVE WS-FECHA-PROCESO-ISO TO ENC-FECHA
           EXEC SQL
              DELETE FROM KC02803.TBCURENC
               WHERE FECHA = :ENC-FECHA
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR DELETE TBCURENC = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 5000-POSICION-F
           END-IF

           MOVE 'SECCION 1 - EXIGENCIA POR PRODUCTO Y PLAZO RESIDUAL'
             TO IMP-SEC-TEXTO
           WRITE REG-SALIDA FROM IMP-SECCION AFTER 2
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           PERFORM 5100-EXIGENCIA-I THRU 5100-EXIGENCIA-F
              VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > 2
              AFTER WS-SUB-IDX FROM 1 BY 1
              UNTIL WS-SUB-IDX > 7

           MOVE 'SECCION 2 - INTEGRACION Y POSICION POR MONEDA'
             TO IMP-SEC-TEXTO
           WRITE REG-SALIDA FROM IMP-SECCION AFTER 2
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           PERFORM 5200-UNA-MONEDA-I THRU 5200-UNA-MONEDA-F
              VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > 2 OR RETURN-CODE NOT = ZEROS

           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       5000-POSICION-F. EXIT.


      *---- EXIGENCIA DE UN SUBTIPO/MONEDA ----------------------------
       5100-EXIGENCIA-I.

           COMPUTE BAS-EXIGE (WS-MON-IDX, WS-SUB-IDX) ROUNDED =
                   BAS-DEPOS (WS-MON-IDX, WS-SUB-IDX)
                 * WS-PORC (WS-MON-IDX, WS-SUB-IDX) / 100
           ADD BAS-DEPOS (WS-MON-IDX, WS-SUB-IDX)
            TO MON-DEPOS (WS-MON-IDX)
           ADD BAS-EXIGE (WS-MON-IDX, WS-SUB-IDX)
            TO MON-EXIGE (WS-MON-IDX)

           EVALUATE WS-SUB-IDX
              WHEN 1 MOVE 'CUENTA CORRIENTE        ' TO IMP-BAS-TEXTO
              WHEN 2 MOVE 'CAJA DE AHORRO          ' TO IMP-BAS-TEXTO
              WHEN 3 MOVE 'PLAZO FIJO HASTA 29 D.  ' TO IMP-BAS-TEXTO
              WHEN 4 MOVE 'PLAZO FIJO 30 A 59 D.   ' TO IMP-BAS-TEXTO
              WHEN 5 MOVE 'PLAZO FIJO 60 A 89 D.   ' TO IMP-BAS-TEXTO
              WHEN 6 MOVE 'PLAZO FIJO 90 A 179 D.  ' TO IMP-BAS-TEXTO
              WHEN OTHER
                     MOVE 'PLAZO FIJO 180 D. O MAS ' TO IMP-BAS-TEXTO
           END-EVALUATE

           MOVE WS-MON-IDX                         TO IMP-BAS-MONEDA
           MOVE BAS-DEPOS (WS-MON-IDX, WS-SUB-IDX) TO IMP-BAS-DEPOS
           MOVE WS-PORC (WS-MON-IDX, WS-SUB-IDX)   TO IMP-BAS-PORC
           MOVE BAS-EXIGE (WS-MON-IDX, WS-SUB-IDX) TO IMP-BAS-EXIGE
           WRITE REG-SALIDA FROM IMP-BASE AFTER 1.

       5100-EXIGENCIA-F. EXIT.


      *---- INTEGRACION, POSICION, PROMEDIO Y PROYECCION DE UNA MONEDA
       5200-UNA-MONEDA-I.

           MOVE BCR-SALDO (WS-MON-IDX) TO MON-CTABCR (WS-MON-IDX)
           COMPUTE MON-INTEGRA (WS-MON-IDX) =
                   MON-TESORO (WS-MON-IDX) + MON-CAJAS (WS-MON-IDX)
                 + MON-CTABCR (WS-MON-IDX)
           COMPUTE MON-POSIC (WS-MON-IDX) =
                   MON-INTEGRA (WS-MON-IDX) - MON-EXIGE (WS-MON-IDX)

           MOVE WS-MON-IDX               TO ENC-MONEDA
           MOVE MON-DEPOS (WS-MON-IDX)   TO ENC-DEPOSITOS
           MOVE MON-EXIGE (WS-MON-IDX)   TO ENC-EXIGENCIA
           COMPUTE ENC-EFECTIVO =
                   MON-TESORO (WS-MON-IDX) + MON-CAJAS (WS-MON-IDX)
           MOVE MON-CTABCR (WS-MON-IDX)  TO ENC-CTABCRA
           MOVE MON-INTEGRA (WS-MON-IDX) TO ENC-INTEGRAC
           MOVE MON-POSIC (WS-MON-IDX)   TO ENC-POSICION

           EXEC SQL
              INSERT INTO KC02803.TBCURENC
                 ( FECHA, MONEDA, DEPOSITOS, EXIGENCIA, EFECTIVO,
                   CTABCRA, INTEGRAC, POSICION )
              VALUES (
                   :ENC-FECHA,
                   :ENC-MONEDA,
                   :ENC-DEPOSITOS,
                   :ENC-EXIGENCIA,
                   :ENC-EFECTIVO,
                   :ENC-CTABCRA,
                   :ENC-INTEGRAC,
                   :ENC-POSICION
                 )
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURENC = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 5200-UNA-MONEDA-F
           END-IF

      *    PROMEDIO DEL MES A LA FECHA, INCLUIDO EL DIA DE HOY.
           EXEC SQL
              SELECT COUNT(*),
                     SUM(EXIGENCIA),
                     SUM(INTEGRAC),
                     SUM(POSICION)
                INTO :WS-DIAS-PROC,
                     :WS-SUMA-EXIGE,
                     :WS-SUMA-INTEG,
                     :WS-SUMA-POSIC
                FROM KC02803.TBCURENC
               WHERE MONEDA = :ENC-MONEDA
                 AND FECHA BETWEEN :WS-FEC-MES-DESDE
                               AND :ENC-FECHA
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT PROMEDIO TBCURENC = '
                      WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 5200-UNA-MONEDA-F
           END-IF

           COMPUTE WS-PROM-EXIGE ROUNDED = WS-SUMA-EXIGE / WS-DIAS-PROC
           COMPUTE WS-PROM-INTEG ROUNDED = WS-SUMA-INTEG / WS-DIAS-PROC
           COMPUTE WS-PROM-POSIC ROUNDED = WS-SUMA-POSIC / WS-DIAS-PROC
      *    LOS DIAS QUE FALTAN DEL MES REPITEN LA POSICION DE HOY.
           COMPUTE WS-PROY-POSIC ROUNDED =
                  (WS-SUMA-POSIC
                 + MON-POSIC (WS-MON-IDX) * WS-DIAS-RESTO)
                 / (WS-DIAS-PROC + WS-DIAS-RESTO)

           MOVE WS-MON-IDX   TO IMP-MTI-MONEDA
           MOVE WS-DIAS-PROC TO IMP-MTI-DIAS
           WRITE REG-SALIDA FROM IMP-MONEDA-TIT AFTER 2

           MOVE SPACES TO IMP-REN-MARCA
           MOVE 'EFECTIVO EN TESOROS' TO IMP-REN-TEXTO
           MOVE MON-TESORO (WS-MON-IDX) TO IMP-REN-IMPORTE
           WRITE REG-SALIDA FROM IMP-RENGLON AFTER 1
           MOVE 'EFECTIVO EN CAJAS (ARQUEO)' TO IMP-REN-TEXTO
           MOVE MON-CAJAS (WS-MON-IDX) TO IMP-REN-IMPORTE
           WRITE REG-SALIDA FROM IMP-RENGLON AFTER 1
           MOVE 'CUENTA CORRIENTE EN EL BCRA' TO IMP-REN-TEXTO
           MOVE MON-CTABCR (WS-MON-IDX) TO IMP-REN-IMPORTE
           MOVE WS-BCR-MARCA TO IMP-REN-MARCA
           WRITE REG-SALIDA FROM IMP-RENGLON AFTER 1
           MOVE SPACES TO IMP-REN-MARCA
           MOVE 'INTEGRACION COMPUTABLE' TO IMP-REN-TEXTO
           MOVE MON-INTEGRA (WS-MON-IDX) TO IMP-REN-IMPORTE
           WRITE REG-SALIDA FROM IMP-RENGLON AFTER 1
           MOVE 'EXIGENCIA DEL DIA' TO IMP-REN-TEXTO
           MOVE MON-EXIGE (WS-MON-IDX) TO IMP-REN-IMPORTE
           WRITE REG-SALIDA FROM IMP-RENGLON AFTER 1
           MOVE 'POSICION DEL DIA' TO IMP-REN-TEXTO
           MOVE MON-POSIC (WS-MON-IDX) TO IMP-REN-IMPORTE
           IF MON-POSIC (WS-MON-IDX) IS LESS ZEROS
              MOVE '*** DEFICIT DEL DIA ***' TO IMP-REN-MARCA
           END-IF
           WRITE REG-SALIDA FROM IMP-RENGLON AFTER 1
           MOVE SPACES TO IMP-REN-MARCA
           MOVE 'EXIGENCIA PROMEDIO DEL MES' TO IMP-REN-TEXTO
           MOVE WS-PROM-EXIGE TO IMP-REN-IMPORTE
           WRITE REG-SALIDA FROM IMP-RENGLON AFTER 2
           MOVE 'INTEGRACION PROMEDIO DEL MES' TO IMP-REN-TEXTO
           MOVE WS-PROM-INTEG TO IMP-REN-IMPORTE
           WRITE REG-SALIDA FROM IMP-RENGLON AFTER 1
           MOVE 'POSICION PROMEDIO DEL MES' TO IMP-REN-TEXTO
           MOVE WS-PROM-POSIC TO IMP-REN-IMPORTE
           WRITE REG-SALIDA FROM IMP-RENGLON AFTER 1
           MOVE 'POSICION PROYECTADA A FIN DE MES' TO IMP-REN-TEXTO
           MOVE WS-PROY-POSIC TO IMP-REN-IMPORTE
           IF WS-PROY-POSIC IS LESS ZEROS
              MOVE '*** DEFICIT PROYECTADO ***' TO IMP-REN-MARCA
           END-IF
           WRITE REG-SALIDA FROM IMP-RENGLON AFTER 1

           IF MON-POSIC (WS-MON-IDX) IS LESS ZEROS OR
              WS-PROY-POSIC IS LESS ZEROS
              ADD 1 TO WS-DEFICIT-CANT
              DISPLAY '* ATENCION: DEFICIT DE ENCAJE EN MONEDA '
                      WS-MON-IDX ' - VER LISTADO'
           END-IF.

       5200-UNA-MONEDA-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - NO SE GRABA LA '
                      'POSICION DEL DIA'
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'TESOROS LEIDOS         : ' WS-TESOROS-CANT
           DISPLAY 'IMPORTES OTRA MONEDA   : ' WS-OTRA-MON-CANT
           DISPLAY 'MONEDAS CON DEFICIT    : ' WS-DEFICIT-CANT

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

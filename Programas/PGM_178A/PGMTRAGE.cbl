       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTRAGE.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMTRAGE                                      *
      *  DESCRIPCIÓN:                                            *
      *    CIERRE DIARIO DE LA CUENTA TRANSITORIA (TBCURTRN).    *
      *    - ASIENTOS DEL DIA EN EL FORMATO DE INTERFAZ DE       *
      *      PGMCONTA (DDCONTAB, 40 BYTES), EN CASA CENTRAL      *
      *      (SUCURSAL 00), CON TIPMOV 'TR', EL ORIGEN DEL ITEM  *
      *      COMO CANAL Y SU MONEDA EN TBCURPLA:                 *
      *      ALTA DEL DIA     : DEBE CTADEBE  / HABER CTAHABER   *
      *      RESOLUCION       : DEBE CTAHABER / HABER CTADEBE    *
      *      (CTADEBE ES LA CUENTA DE LIQUIDACION DEL ORIGEN,    *
      *      LA MISMA QUE USA EL PLAN DE 'CR' DEL CANAL;         *
      *      CTAHABER LA CUENTA TRANSITORIA). EL CREDITO DE UN   *
      *      ITEM APLICADO LO ASIENTA PGMCONTA DESDE TBCURMOV    *
      *      COMO CUALQUIER CREDITO DEL CANAL.                   *
      *    - ARCHIVOS DE DEVOLUCION DE LOS ITEMS DEVUELTOS HOY   *
      *      CON EL REGISTRO ORIGINAL: HABERES (DDDEVHA, 102     *
      *      BYTES: EMPRESA + DISENO DE RECHAZO DE PGMHABER) Y   *
      *      CAMARA (DDDEVCL, 97 BYTES: DISENO DE DEVOLUCION DE  *
      *      PGMCAMAR).                                          *
      *    - LISTADO (DDLISTA): ANTIGUEDAD DE LO PENDIENTE POR   *
      *      ORIGEN Y MONEDA EN TRAMOS DE 0-7, 8-15, 16-30 Y     *
      *      MAS DE 30 DIAS, SALDO DE LA TRANSITORIA POR MONEDA, *
      *      MOVIMIENTO DEL DIA Y DETALLE DE LOS ITEMS QUE       *
      *      SUPERAN EL PLAZO MAXIMO (TBCURPAR TRNPLAZO).        *
      *    NO MODIFICA TBCURTRN: UN REPROCESO DEL DIA REGENERA   *
      *    LAS MISMAS SALIDAS.                                   *
      *    CONTROLES DE SALIDA (RC=8): COMBINACION SIN PLAN DE   *
      *    CUENTAS O DEBE DISTINTO DE HABER. LOS ITEMS FUERA DE  *
      *    PLAZO SOLO SE LISTAN.                                 *
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

           SELECT DEVHABER ASSIGN DDDEVHA
                  FILE STATUS IS FS-DEVHABER.

           SELECT DEVCAMAR ASSIGN DDDEVCL
                  FILE STATUS IS FS-DEVCAMAR.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  CONTABLE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CONTABLE   PIC X(40).

      *---- HABERES DEVUELTOS, CON LA EMPRESA QUE LOS ENVIO -----------
       FD  DEVHABER
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-DEVHABER   PIC X(102).

      *---- CREDITOS DE CAMARA DEVUELTOS ------------------------------
       FD  DEVCAMAR
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-DEVCAMAR   PIC X(97).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-CONTABLE             PIC XX       VALUE SPACES.
       77  FS-DEVHABER             PIC XX       VALUE SPACES.
       77  FS-DEVCAMAR             PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       77  WS-FIN-CURSOR           PIC X        VALUE 'N'.

      *----------- CONTADORES Y TOTALES DE CONTROL --------------------
       77  WS-ITEMS-LEIDOS         PIC 9(07)    VALUE ZEROS.
       77  WS-DEV-HA-CANT          PIC 9(07)    VALUE ZEROS.
       77  WS-DEV-CL-CANT          PIC 9(07)    VALUE ZEROS.
       77  WS-VENCIDOS-CANT        PIC 9(07)    VALUE ZEROS.
       77  WS-SIN-PLAN-CANT        PIC 9(05)    VALUE ZEROS.
       77  WS-ASIENTOS-CANT        PIC 9(07)    VALUE ZEROS.
       77  WS-IMPORTE     PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-DEBE    PIC S9(15)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-HABER   PIC S9(15)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-EDIT             PIC -Z(14)9,99.

      *    MOVIMIENTO DEL DIA Y SALDO POR MONEDA (1 PESOS / 2 U$S).
       01  WS-TABLA-MONEDAS.
           03  WS-MONEDA-TOT OCCURS 2 TIMES.
               05  MTO-ALTAS-CANT  PIC 9(07).
               05  MTO-ALTAS-IMP   PIC S9(15)V99 COMP-3.
               05  MTO-APLI-CANT   PIC 9(07).
               05  MTO-APLI-IMP    PIC S9(15)V99 COMP-3.
               05  MTO-DEVU-CANT   PIC 9(07).
               05  MTO-DEVU-IMP    PIC S9(15)V99 COMP-3.
               05  MTO-SALDO-CANT  PIC 9(07).
               05  MTO-SALDO-IMP   PIC S9(15)V99 COMP-3.
       77  WS-MON-IDX              PIC 9(01)    VALUE ZEROS.

      *----------- REGISTRO DE LA INTERFAZ (40 BYTES) -----------------
       01  WS-REG-CONTABLE.
           03  CON-SUCURSAL        PIC 9(02).
           03  CON-CTACONT         PIC X(10).
           03  CON-LADO            PIC X(01).
           03  CON-IMPORTE         PIC 9(13)V99.
           03  CON-MONEDA          PIC 9(01).
           03  CON-FECHA           PIC 9(08).
           03  FILLER              PIC X(03)    VALUE SPACES.

      *----------- DEVOLUCION DE HABERES (102 BYTES) ------------------
      *    EMPRESA + EL DISENO DE RECHAZO DE PGMHABER.
       01  WS-REG-DEVHABER.
           03  DHA-EMPRESA         PIC X(10).
           03  DHA-MOTIVO-COD      PIC X(02).
           03  DHA-MOTIVO-DESC     PIC X(30).
           03  DHA-REGISTRO        PIC X(60).

      *----------- DEVOLUCION DE CAMARA (97 BYTES) --------------------
      *    EL DISENO DE DEVOLUCION DE PGMCAMAR.
       01  WS-REG-DEVCAMAR.
           03  DCL-MOTIVO-COD      PIC X(02).
           03  DCL-MOTIVO-DESC     PIC X(30).
           03  DCL-REGISTRO        PIC X(65).

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE SPACES.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *    DIAS MAXIMOS DE UN ITEM PENDIENTE (DEFECTO 30).
       01  WS-REG-PLAZO.
           03  WS-PLAZO-PAR        PIC 9(03)    VALUE 30.
       77  WS-PLAZO                PIC S9(9) COMP VALUE 30.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA-SISTEMA.
           05 WS-FECHA-SISTEMA-AA     PIC 99.
           05 WS-FECHA-SISTEMA-MM     PIC 99.
           05 WS-FECHA-SISTEMA-DD     PIC 99.

       77  WS-FECHA-PROCESO-AAAAMMDD  PIC 9(08)   VALUE ZEROES.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(100)        VALUE ALL '-'.
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
           03  FILLER              PIC X(46)    VALUE
               'CUENTA TRANSITORIA - ANTIGUEDAD Y MOVIMIENTO'.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMTRAGE'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(30)    VALUE SPACES.

      *    TITULOS DE LAS PARTES DEL LISTADO:
       01  IMP-PARTE-ANTIG.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(50)    VALUE
               'ANTIGUEDAD DE LOS ITEMS PENDIENTES'.
           03  FILLER              PIC X(81)    VALUE SPACES.

       01  IMP-PARTE-SALDO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(50)    VALUE
               'MOVIMIENTO DEL DIA Y SALDO DE LA TRANSITORIA'.
           03  FILLER              PIC X(81)    VALUE SPACES.

       01  IMP-PARTE-VENC.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(37)    VALUE
               'ITEMS PENDIENTES CON MAS DE      DIAS'.
           03  FILLER              PIC X(94)    VALUE SPACES.
       01  IMP-PARTE-VENC-R REDEFINES IMP-PARTE-VENC.
           03  FILLER              PIC X(29).
           03  IMP-VENC-PLAZO      PIC ZZ9.
           03  FILLER              PIC X(100).

       01  IMP-COLUMNAS-ANT.
           03  FILLER              PIC X(33)    VALUE
               ' ORIGEN  MONEDA TRAMO         CAN'.
           03  FILLER              PIC X(33)    VALUE
               'TIDAD              IMPORTE       '.
           03  FILLER              PIC X(66)    VALUE SPACES.

      *    UN TRAMO DE ANTIGUEDAD:
       01  IMP-REG-TRAMO.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-TRA-ORIGEN      PIC X(07).
           03  IMP-TRA-MONEDA      PIC X(05).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-TRA-TRAMO       PIC X(12).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-TRA-CANT        PIC ZZZ.ZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-TRA-IMPORTE     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(74)    VALUE SPACES.

       01  IMP-COLUMNAS-SAL.
           03  FILLER              PIC X(33)    VALUE
               ' MONEDA  CONCEPTO             CAN'.
           03  FILLER              PIC X(33)    VALUE
               'TIDAD              IMPORTE       '.
           03  FILLER              PIC X(66)    VALUE SPACES.

      *    UN CONCEPTO DEL MOVIMIENTO O EL SALDO:
       01  IMP-REG-SALDO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-SAL-MONEDA      PIC X(05).
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-SAL-CONCEPTO    PIC X(20).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-SAL-CANT        PIC ZZZ.ZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-SAL-IMPORTE     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(74)    VALUE SPACES.

       01  IMP-COLUMNAS-VEN.
           03  FILLER              PIC X(33)    VALUE
               '      ITEM OR ALTA       DIAS EMI'.
           03  FILLER              PIC X(33)    VALUE
               'SOR     IDENTIFICACION   MONEDA  '.
           03  FILLER              PIC X(33)    VALUE
               '          IMPORTE MOTIVO         '.
           03  FILLER              PIC X(33)    VALUE SPACES.

      *    DETALLE DE UN ITEM FUERA DE PLAZO:
       01  IMP-REG-VENC.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-VEN-NROITEM     PIC Z(8)9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-VEN-ORIGEN      PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-VEN-FECALTA     PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-VEN-DIAS        PIC ZZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-VEN-EMISOR      PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-VEN-IDENT       PIC X(16).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-VEN-MONEDA      PIC X(05).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-VEN-IMPORTE     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-VEN-MOTIVO      PIC X(30).
           03  FILLER              PIC X(17)    VALUE SPACES.

       01  IMP-FOOTER-VENC.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(22)    VALUE
               'ITEMS FUERA DE PLAZO: '.
           03  IMP-FOOT-VENC       PIC ZZZZZZ9.
           03  FILLER              PIC X(102)   VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *    ITEM DEL DIA (ALTA Y/O RESOLUCION).
       01  DCLTBCURTRN.
           10 TRN-NROITEM     PIC S9(9)V     USAGE COMP-3.
           10 TRN-ORIGEN      PIC X(2).
           10 TRN-FECALTA     PIC X(10).
           10 TRN-EMISOR      PIC X(10).
           10 TRN-IDENT       PIC X(16).
           10 TRN-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 TRN-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 TRN-MOTIVO      PIC X(2).
           10 TRN-MOTDESC     PIC X(30).
           10 TRN-REGORIG     PIC X(65).
           10 TRN-ESTADO      PIC X(1).
       77  TRN-ALTA-HOY   PIC X(1)                   VALUE SPACES.
       77  TRN-RESOL-HOY  PIC X(1)                   VALUE SPACES.
       77  TRN-DIAS       PIC S9(9) USAGE COMP       VALUE ZEROES.

      *    ANTIGUEDAD POR ORIGEN Y MONEDA.
       77  ANT-ORIGEN     PIC X(2)                   VALUE SPACES.
       77  ANT-MONEDA     PIC S9(1)V USAGE COMP-3    VALUE ZEROES.
       01  ANT-TRAMOS.
           03  ANT-TRAMO OCCURS 4 TIMES.
               05  ANT-CANT        PIC S9(9) USAGE COMP.
               05  ANT-IMPORTE     PIC S9(13)V9(2) USAGE COMP-3.
       77  ANT-IDX                 PIC 9(01)    VALUE ZEROS.
       01  WS-NOMBRES-TRAMO.
           03  FILLER              PIC X(12)    VALUE '0 A 7 DIAS'.
           03  FILLER              PIC X(12)    VALUE '8 A 15 DIAS'.
           03  FILLER              PIC X(12)    VALUE '16 A 30 DIAS'.
           03  FILLER              PIC X(12)    VALUE 'MAS DE 30'.
       01  WS-NOMBRES-TRAMO-R REDEFINES WS-NOMBRES-TRAMO.
           03  WS-NOMBRE-TRAMO     PIC X(12)    OCCURS 4 TIMES.

      *    PLAN DE CUENTAS (ULTIMA COMBINACION BUSCADA).
       77  PLA-CANAL     PIC X(2)                    VALUE SPACES.
       77  PLA-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE -1.
       77  PLA-ENCONTRADO          PIC X             VALUE 'N'.
       77  PLA-CTADEBE   PIC X(10)                   VALUE SPACES.
       77  PLA-CTAHABER  PIC X(10)                   VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    ITEMS DADOS DE ALTA O RESUELTOS HOY.
           EXEC SQL
              DECLARE CURSORDIA CURSOR FOR
                 SELECT NROITEM, ORIGEN, CHAR(FECALTA, ISO), EMISOR,
                        IDENT, MONEDA, IMPORTE, MOTIVO, MOTDESC,
                        REGORIG, ESTADO,
                        CASE WHEN FECALTA = CURRENT DATE
                             THEN 'S' ELSE 'N' END,
                        CASE WHEN ESTADO IN ('A', 'D')
                              AND FECRESOL = CURRENT DATE
                             THEN 'S' ELSE 'N' END
                 FROM KC02803.TBCURTRN
                 WHERE FECALTA = CURRENT DATE
                    OR (ESTADO IN ('A', 'D')
                        AND FECRESOL = CURRENT DATE)
                 ORDER BY ORIGEN, MONEDA, NROITEM
           END-EXEC.

      *    PENDIENTES POR ORIGEN Y MONEDA EN TRAMOS DE ANTIGUEDAD.
           EXEC SQL
              DECLARE CURSORANT CURSOR FOR
                 SELECT ORIGEN, MONEDA,
                    SUM(CASE WHEN DAYS(CURRENT DATE) - DAYS(FECALTA)
                                  <= 7 THEN 1 ELSE 0 END),
                    SUM(CASE WHEN DAYS(CURRENT DATE) - DAYS(FECALTA)
                                  <= 7 THEN IMPORTE ELSE 0 END),
                    SUM(CASE WHEN DAYS(CURRENT DATE) - DAYS(FECALTA)
                                  BETWEEN 8 AND 15 THEN 1 ELSE 0 END),
                    SUM(CASE WHEN DAYS(CURRENT DATE) - DAYS(FECALTA)
                                  BETWEEN 8 AND 15 THEN IMPORTE
                                  ELSE 0 END),
                    SUM(CASE WHEN DAYS(CURRENT DATE) - DAYS(FECALTA)
                                  BETWEEN 16 AND 30 THEN 1 ELSE 0 END),
                    SUM(CASE WHEN DAYS(CURRENT DATE) - DAYS(FECALTA)
                                  BETWEEN 16 AND 30 THEN IMPORTE
                                  ELSE 0 END),
                    SUM(CASE WHEN DAYS(CURRENT DATE) - DAYS(FECALTA)
                                  > 30 THEN 1 ELSE 0 END),
                    SUM(CASE WHEN DAYS(CURRENT DATE) - DAYS(FECALTA)
                                  > 30 THEN IMPORTE ELSE 0 END)
                 FROM KC02803.TBCURTRN
                 WHERE ESTADO = 'P'
                 GROUP BY ORIGEN, MONEDA
                 ORDER BY ORIGEN, MONEDA
           END-EXEC.

      *    PENDIENTES CON MAS DIAS QUE EL PLAZO MAXIMO.
           EXEC SQL
              DECLARE CURSORVEN CURSOR FOR
                 SELECT NROITEM, ORIGEN, CHAR(FECALTA, ISO), EMISOR,
                        IDENT, MONEDA, IMPORTE, MOTDESC,
                        DAYS(CURRENT DATE) - DAYS(FECALTA)
                 FROM KC02803.TBCURTRN
                 WHERE ESTADO = 'P'
                   AND DAYS(CURRENT DATE) - DAYS(FECALTA) > :WS-PLAZO
                 ORDER BY FECALTA, NROITEM
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                       UNTIL WS-FIN-LECTURA
           PERFORM 7000-LISTADO-I  THRU 7000-LISTADO-F
           PERFORM 8000-CONTROLES-I THRU 8000-CONTROLES-F
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE
           INITIALIZE WS-TABLA-MONEDAS

           ACCEPT WS-FECHA-SISTEMA FROM DATE
           COMPUTE WS-FECHA-PROCESO-AAAAMMDD =
                   20000000 +
                   WS-FECHA-SISTEMA-AA * 10000 +
                   WS-FECHA-SISTEMA-MM * 100 +
                   WS-FECHA-SISTEMA-DD
           MOVE WS-FECHA-SISTEMA-AA TO IMP-TIT-AA
           MOVE WS-FECHA-SISTEMA-MM TO IMP-TIT-MM
           MOVE WS-FECHA-SISTEMA-DD TO IMP-TIT-DD

           MOVE 'TRNPLAZO' TO LK-PAR-CODIGO
           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-PLAZO
                 IF WS-PLAZO-PAR IS NOT NUMERIC
                    MOVE 30 TO WS-PLAZO-PAR
                 END-IF
              WHEN 'NE'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR PARAMETRO TRNPLAZO'
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE
           MOVE WS-PLAZO-PAR TO WS-PLAZO IMP-VENC-PLAZO

           OPEN OUTPUT CONTABLE
           IF FS-CONTABLE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CONTABLE = ' FS-CONTABLE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN OUTPUT DEVHABER
           IF FS-DEVHABER IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DEVHABER = ' FS-DEVHABER
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN OUTPUT DEVCAMAR
           IF FS-DEVCAMAR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DEVCAMAR = ' FS-DEVCAMAR
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           EXEC SQL OPEN CURSORDIA END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR DEL DIA = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F.

       1000-INICIO-F. EXIT.


      *---- UN ITEM DEL DIA: ASIENTOS Y DEVOLUCION --------------------
       2000-PROCESO-I.

           IF TRN-MONEDA IS EQUAL 2
              MOVE 2 TO WS-MON-IDX
           ELSE
              MOVE 1 TO WS-MON-IDX
           END-IF

           PERFORM 3700-BUSCAR-PLAN-I THRU 3700-BUSCAR-PLAN-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 2000-PROCESO-F
           END-IF

           MOVE TRN-IMPORTE TO WS-IMPORTE CON-IMPORTE
           MOVE TRN-MONEDA  TO CON-MONEDA
           MOVE ZEROS       TO CON-SUCURSAL
           MOVE WS-FECHA-PROCESO-AAAAMMDD TO CON-FECHA

      *    ALTA: LOS FONDOS SALEN DE LIQUIDACION A LA TRANSITORIA.
           IF TRN-ALTA-HOY IS EQUAL 'S'
              ADD 1           TO MTO-ALTAS-CANT (WS-MON-IDX)
              ADD TRN-IMPORTE TO MTO-ALTAS-IMP  (WS-MON-IDX)
              IF PLA-ENCONTRADO IS EQUAL 'S'
                 MOVE PLA-CTADEBE  TO CON-CTACONT
                 MOVE 'D'          TO CON-LADO
                 PERFORM 3800-GRABAR-ASIENTO-I
                    THRU 3800-GRABAR-ASIENTO-F
                 MOVE PLA-CTAHABER TO CON-CTACONT
                 MOVE 'H'          TO CON-LADO
                 PERFORM 3800-GRABAR-ASIENTO-I
                    THRU 3800-GRABAR-ASIENTO-F
              END-IF
           END-IF

      *    RESOLUCION: LA TRANSITORIA VUELVE A LIQUIDACION, DE DONDE
      *    SALE EL CREDITO AL CLIENTE (PGMCONTA) O LA DEVOLUCION.
           IF TRN-RESOL-HOY IS EQUAL 'S'
              IF TRN-ESTADO IS EQUAL 'A'
                 ADD 1           TO MTO-APLI-CANT (WS-MON-IDX)
                 ADD TRN-IMPORTE TO MTO-APLI-IMP  (WS-MON-IDX)
              ELSE
                 ADD 1           TO MTO-DEVU-CANT (WS-MON-IDX)
                 ADD TRN-IMPORTE TO MTO-DEVU-IMP  (WS-MON-IDX)
                 PERFORM 3000-DEVOLVER-I THRU 3000-DEVOLVER-F
              END-IF
              IF PLA-ENCONTRADO IS EQUAL 'S'
                 MOVE PLA-CTAHABER TO CON-CTACONT
                 MOVE 'D'          TO CON-LADO
                 PERFORM 3800-GRABAR-ASIENTO-I
                    THRU 3800-GRABAR-ASIENTO-F
                 MOVE PLA-CTADEBE  TO CON-CTACONT
                 MOVE 'H'          TO CON-LADO
                 PERFORM 3800-GRABAR-ASIENTO-I
                    THRU 3800-GRABAR-ASIENTO-F
              END-IF
           END-IF.

       2000-PROCESO-F.
           IF WS-NO-FIN-LECTURA
              PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F
           END-IF.


      *---- ITEM DEVUELTO HOY: REGISTRO ORIGINAL AL ARCHIVO DE SU -----
      *---- ORIGEN, CON EL MOTIVO POR EL QUE NO SE PUDO APLICAR -------
       3000-DEVOLVER-I.

           IF TRN-ORIGEN IS EQUAL 'HA'
              MOVE TRN-EMISOR      TO DHA-EMPRESA
              MOVE TRN-MOTIVO      TO DHA-MOTIVO-COD
              MOVE TRN-MOTDESC     TO DHA-MOTIVO-DESC
              MOVE TRN-REGORIG     TO DHA-REGISTRO
              WRITE REG-DEVHABER FROM WS-REG-DEVHABER
              IF FS-DEVHABER IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN GRABAR DEVHABER = ' FS-DEVHABER
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
              ELSE
                 ADD 1 TO WS-DEV-HA-CANT
              END-IF
           ELSE
              MOVE TRN-MOTIVO      TO DCL-MOTIVO-COD
              MOVE TRN-MOTDESC     TO DCL-MOTIVO-DESC
              MOVE TRN-REGORIG     TO DCL-REGISTRO
              WRITE REG-DEVCAMAR FROM WS-REG-DEVCAMAR
              IF FS-DEVCAMAR IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN GRABAR DEVCAMAR = ' FS-DEVCAMAR
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
              ELSE
                 ADD 1 TO WS-DEV-CL-CANT
              END-IF
           END-IF.

       3000-DEVOLVER-F. EXIT.


      *---- PLAN DE CUENTAS 'TR' DEL ORIGEN Y MONEDA (SE RECUERDA -----
      *---- LA ULTIMA COMBINACION BUSCADA) ----------------------------
       3700-BUSCAR-PLAN-I.

           IF TRN-ORIGEN IS EQUAL PLA-CANAL AND
              TRN-MONEDA IS EQUAL PLA-MONEDA
              GO TO 3700-BUSCAR-PLAN-F
           END-IF

           MOVE TRN-ORIGEN     TO PLA-CANAL
           MOVE TRN-MONEDA     TO PLA-MONEDA
           MOVE 'N'            TO PLA-ENCONTRADO

           EXEC SQL
              SELECT CTADEBE, CTAHABER
                INTO :PLA-CTADEBE, :PLA-CTAHABER
                FROM KC02803.TBCURPLA
               WHERE TIPMOV = 'TR'
                 AND CANAL  = :PLA-CANAL
                 AND MONEDA = :PLA-MONEDA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE 'S' TO PLA-ENCONTRADO
              WHEN NOT-FOUND
                 ADD 1 TO WS-SIN-PLAN-CANT
                 DISPLAY '* SIN PLAN DE CUENTAS PARA TIPMOV TR'
                         ' CANAL ' PLA-CANAL ' MONEDA ' PLA-MONEDA
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURPLA = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE -1 TO PLA-MONEDA
           END-EVALUATE.

       3700-BUSCAR-PLAN-F. EXIT.


      *---------------------------------------------------------------
       3800-GRABAR-ASIENTO-I.

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
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       3800-GRABAR-ASIENTO-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

           EXEC SQL
              FETCH CURSORDIA INTO :TRN-NROITEM,
                                   :TRN-ORIGEN,
                                   :TRN-FECALTA,
                                   :TRN-EMISOR,
                                   :TRN-IDENT,
                                   :TRN-MONEDA,
                                   :TRN-IMPORTE,
                                   :TRN-MOTIVO,
                                   :TRN-MOTDESC,
                                   :TRN-REGORIG,
                                   :TRN-ESTADO,
                                   :TRN-ALTA-HOY,
                                   :TRN-RESOL-HOY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-ITEMS-LEIDOS
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR DEL DIA = ' WS-SQLCODE
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
              MOVE 'S' TO WS-FIN-CURSOR
           END-IF

           ADD 1 TO WS-CUENTA-LINEA.

       6000-VERIF-TITULOS-F. EXIT.


      *---------------------------------------------------------------
       6500-IMPRIMIR-TITULO-I.

           MOVE WS-CUENTA-PAGINA TO IMP-TIT-PAGINA
           MOVE 1 TO WS-CUENTA-LINEA
           ADD  1 TO WS-CUENTA-PAGINA

           WRITE REG-SALIDA FROM IMP-TITULO  AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1.

       6500-IMPRIMIR-TITULO-F. EXIT.


      *---- LISTADO: ANTIGUEDAD, SALDO Y MOVIMIENTO, FUERA DE PLAZO ---
       7000-LISTADO-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 7000-LISTADO-F
           END-IF

           PERFORM 6500-IMPRIMIR-TITULO-I THRU 6500-IMPRIMIR-TITULO-F
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-PARTE-ANTIG AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-COLUMNAS-ANT AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           EXEC SQL OPEN CURSORANT END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR ANTIGUEDAD = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 7000-LISTADO-F
           END-IF

           MOVE 'N' TO WS-FIN-CURSOR
           PERFORM 7100-UN-GRUPO-I THRU 7100-UN-GRUPO-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORANT END-EXEC

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 7000-LISTADO-F
           END-IF

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-PARTE-SALDO AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-COLUMNAS-SAL AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           PERFORM 7300-SALDO-MONEDA-I THRU 7300-SALDO-MONEDA-F
              VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > 2

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-PARTE-VENC AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-COLUMNAS-VEN AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           EXEC SQL OPEN CURSORVEN END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR FUERA DE PLAZO = '
                      WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 7000-LISTADO-F
           END-IF

           MOVE 'N' TO WS-FIN-CURSOR
           PERFORM 7400-UN-VENCIDO-I THRU 7400-UN-VENCIDO-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORVEN END-EXEC

           MOVE WS-VENCIDOS-CANT TO IMP-FOOT-VENC
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER-VENC AFTER 1.

       7000-LISTADO-F. EXIT.


      *---- UN ORIGEN Y MONEDA: SUS CUATRO TRAMOS ---------------------
       7100-UN-GRUPO-I.

           EXEC SQL
              FETCH CURSORANT INTO :ANT-ORIGEN,
                                   :ANT-MONEDA,
                                   :ANT-CANT (1), :ANT-IMPORTE (1),
                                   :ANT-CANT (2), :ANT-IMPORTE (2),
                                   :ANT-CANT (3), :ANT-IMPORTE (3),
                                   :ANT-CANT (4), :ANT-IMPORTE (4)
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 7100-UN-GRUPO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR ANTIGUEDAD = '
                         WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 7100-UN-GRUPO-F
           END-EVALUATE

           IF ANT-ORIGEN IS EQUAL 'HA'
              MOVE 'HABERES' TO IMP-TRA-ORIGEN
           ELSE
              MOVE 'CAMARA'  TO IMP-TRA-ORIGEN
           END-IF
           IF ANT-MONEDA IS EQUAL 2
              MOVE 2       TO WS-MON-IDX
              MOVE 'U$S'   TO IMP-TRA-MONEDA
           ELSE
              MOVE 1       TO WS-MON-IDX
              MOVE 'PESOS' TO IMP-TRA-MONEDA
           END-IF

           PERFORM 7200-UN-TRAMO-I THRU 7200-UN-TRAMO-F
              VARYING ANT-IDX FROM 1 BY 1
              UNTIL ANT-IDX > 4

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1.

       7100-UN-GRUPO-F. EXIT.


      *---------------------------------------------------------------
       7200-UN-TRAMO-I.

           MOVE WS-NOMBRE-TRAMO (ANT-IDX) TO IMP-TRA-TRAMO
           MOVE ANT-CANT (ANT-IDX)        TO IMP-TRA-CANT
           MOVE ANT-IMPORTE (ANT-IDX)     TO IMP-TRA-IMPORTE
           ADD ANT-CANT (ANT-IDX)    TO MTO-SALDO-CANT (WS-MON-IDX)
           ADD ANT-IMPORTE (ANT-IDX) TO MTO-SALDO-IMP  (WS-MON-IDX)

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-TRAMO AFTER 1

      *    EL ORIGEN Y LA MONEDA SOLO EN LA PRIMERA LINEA DEL GRUPO.
           MOVE SPACES TO IMP-TRA-ORIGEN IMP-TRA-MONEDA.

       7200-UN-TRAMO-F. EXIT.


      *---- MOVIMIENTO DEL DIA Y SALDO PENDIENTE DE UNA MONEDA --------
       7300-SALDO-MONEDA-I.

           IF WS-MON-IDX IS EQUAL 2
              MOVE 'U$S'   TO IMP-SAL-MONEDA
           ELSE
              MOVE 'PESOS' TO IMP-SAL-MONEDA
           END-IF

           MOVE 'ALTAS DEL DIA'      TO IMP-SAL-CONCEPTO
           MOVE MTO-ALTAS-CANT (WS-MON-IDX) TO IMP-SAL-CANT
           MOVE MTO-ALTAS-IMP  (WS-MON-IDX) TO IMP-SAL-IMPORTE
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-SALDO AFTER 1
           MOVE SPACES TO IMP-SAL-MONEDA

           MOVE 'APLICADOS DEL DIA'  TO IMP-SAL-CONCEPTO
           MOVE MTO-APLI-CANT (WS-MON-IDX) TO IMP-SAL-CANT
           MOVE MTO-APLI-IMP  (WS-MON-IDX) TO IMP-SAL-IMPORTE
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-SALDO AFTER 1

           MOVE 'DEVUELTOS DEL DIA'  TO IMP-SAL-CONCEPTO
           MOVE MTO-DEVU-CANT (WS-MON-IDX) TO IMP-SAL-CANT
           MOVE MTO-DEVU-IMP  (WS-MON-IDX) TO IMP-SAL-IMPORTE
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-SALDO AFTER 1

           MOVE 'SALDO PENDIENTE'    TO IMP-SAL-CONCEPTO
           MOVE MTO-SALDO-CANT (WS-MON-IDX) TO IMP-SAL-CANT
           MOVE MTO-SALDO-IMP  (WS-MON-IDX) TO IMP-SAL-IMPORTE
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-SALDO AFTER 1

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1.

       7300-SALDO-MONEDA-F. EXIT.


      *---------------------------------------------------------------
       7400-UN-VENCIDO-I.

           EXEC SQL
              FETCH CURSORVEN INTO :TRN-NROITEM,
                                   :TRN-ORIGEN,
                                   :TRN-FECALTA,
                                   :TRN-EMISOR,
                                   :TRN-IDENT,
                                   :TRN-MONEDA,
                                   :TRN-IMPORTE,
                                   :TRN-MOTDESC,
                                   :TRN-DIAS
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 7400-UN-VENCIDO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR FUERA DE PLAZO = '
                         WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 7400-UN-VENCIDO-F
           END-EVALUATE

           ADD 1 TO WS-VENCIDOS-CANT
           MOVE TRN-NROITEM TO IMP-VEN-NROITEM
           MOVE TRN-ORIGEN  TO IMP-VEN-ORIGEN
           MOVE TRN-FECALTA TO IMP-VEN-FECALTA
           MOVE TRN-DIAS    TO IMP-VEN-DIAS
           MOVE TRN-EMISOR  TO IMP-VEN-EMISOR
           MOVE TRN-IDENT   TO IMP-VEN-IDENT
           IF TRN-MONEDA IS EQUAL 2
              MOVE 'U$S'   TO IMP-VEN-MONEDA
           ELSE
              MOVE 'PESOS' TO IMP-VEN-MONEDA
           END-IF
           MOVE TRN-IMPORTE TO IMP-VEN-IMPORTE
           MOVE TRN-MOTDESC TO IMP-VEN-MOTIVO

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-VENC AFTER 1.

       7400-UN-VENCIDO-F. EXIT.


      *---- CONTROLES DE SALIDA, IGUAL QUE EN PGMCONTA ----------------
       8000-CONTROLES-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 8000-CONTROLES-F
           END-IF

           IF WS-SIN-PLAN-CANT IS GREATER ZEROS
              DISPLAY '* COMBINACIONES SIN PLAN DE CUENTAS: '
                       WS-SIN-PLAN-CANT
              MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-TOT-DEBE IS NOT EQUAL WS-TOT-HABER
              DISPLAY '* LA INTERFAZ NO BALANCEA DEBE/HABER'
              MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-VENCIDOS-CANT IS GREATER ZEROS
              DISPLAY '* ITEMS PENDIENTES FUERA DE PLAZO: '
                       WS-VENCIDOS-CANT
           END-IF.

       8000-CONTROLES-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORDIA END-EXEC

           DISPLAY '____________________________________________'
           DISPLAY 'ITEMS DEL DIA LEIDOS    : ' WS-ITEMS-LEIDOS
           DISPLAY 'DEVUELTOS HABERES       : ' WS-DEV-HA-CANT
           DISPLAY 'DEVUELTOS CAMARA        : ' WS-DEV-CL-CANT
           DISPLAY 'PENDIENTES FUERA PLAZO  : ' WS-VENCIDOS-CANT
           DISPLAY 'ASIENTOS GRABADOS       : ' WS-ASIENTOS-CANT
           MOVE WS-TOT-DEBE TO WS-TOT-EDIT
           DISPLAY 'TOTAL DEBE              : ' WS-TOT-EDIT
           MOVE WS-TOT-HABER TO WS-TOT-EDIT
           DISPLAY 'TOTAL HABER             : ' WS-TOT-EDIT

           CLOSE CONTABLE
           IF FS-CONTABLE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CONTABLE = ' FS-CONTABLE
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE DEVHABER
           IF FS-DEVHABER IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE DEVHABER = ' FS-DEVHABER
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE DEVCAMAR
           IF FS-DEVCAMAR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE DEVCAMAR = ' FS-DEVCAMAR
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

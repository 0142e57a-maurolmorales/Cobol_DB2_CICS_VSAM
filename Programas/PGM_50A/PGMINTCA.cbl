      *    LAS TASAS SE TOMAN DE LA TABLA TBCURTAS (CONCEPTO     *
      *    'IN', SUBTIPO 0) CON LA VIGENCIA QUE RIGE EN LA FECHA *
      *    DEL DEVENGAMIENTO; SI NO HAY VIGENCIA CARGADA SE      *
      *    TOMAN DEL PARAMETRO TASASCA DE TBCURPAR (TASA         *
      *    MENSUAL EN PESOS Y EN DOLARES).                       *
      *    SOBRE EL INTERES SE RETIENE GANANCIAS SEGUN LA         *
      *    CONDICION FISCAL DEL CLIENTE (TBCURCLI.CONDFISC): EL   *
      *    EXENTO NO RETIENE; INSCRIPTO Y NO INSCRIPTO RETIENEN   *
      *    A LA ALICUOTA DE TBCURTAS CONCEPTO 'RG' (SUBTIPO 1 Y   *
      *    2). LA RETENCION QUEDA COMO MOVIMIENTO PROPIO 'RG' EN  *
      *    TBCURMOV Y EN EL REGISTRO DE RETENCIONES TBCURRGA, DEL *
      *    QUE PGMLSRGA SACA EL LISTADO DIARIO POR SUCURSAL.      *
      *    CADA INTERES ACREDITADO DEJA SU BASE Y SU TASA EN      *
      *    TBCURBAI (CONCEPTO 'IN'), DE DONDE PGMRETAS LO         *
      *    RECALCULA SI SE APRUEBA TARDE UNA VIGENCIA DE TASA.    *
      *                                                          *
      ************************************************************

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(93).

       WORKING-STORAGE SECTION.
      *=======================*

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- TASAS MENSUALES POR MONEDA (% MENSUAL) -------------
      *    VALORES POR DEFECTO SI TASASCA NO TIENE VALOR VIGENTE.
       01  WS-REG-TASAS.
           03  WS-TASA-PESOS       PIC 9(03)V9(04) VALUE 2,5000.
           03  WS-TASA-DOLAR       PIC 9(03)V9(04) VALUE 0,2500.

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'TASASCA'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *----------- ALICUOTAS DE RETENCION DE GANANCIAS (%) ------------
      *    VALORES POR DEFECTO SI NO HAY VIGENCIA 'RG' EN TBCURTAS.
       01  WS-ALICUOTAS-RG.
           03  WS-RG-INSC-PESOS    PIC 9(03)V9(04) VALUE 6,0000.
           03  WS-RG-INSC-DOLAR    PIC 9(03)V9(04) VALUE 6,0000.
           03  WS-RG-NOIN-PESOS    PIC 9(03)V9(04) VALUE 28,0000.
           03  WS-RG-NOIN-DOLAR    PIC 9(03)V9(04) VALUE 28,0000.
       77  WS-RG-TASA              PIC 9(03)V9(04) VALUE ZEROES.

      *-----------  CORTE DE CONTROL POR SUCURSAL ---------------------
       77  WS-SUCUEN-ANT   PIC S9(2)V USAGE COMP-3   VALUE -1.

      *    INTERESES TOTALES, POR MONEDA.
       77  WS-INT-TOT-PESOS  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-INT-TOT-DOLAR  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
      *    RETENCION DE GANANCIAS DE LA CUENTA, DEL GRUPO SUCURSAL Y
      *    TOTAL, POR MONEDA.
       77  WS-RETENCION      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-RET-SUC-PESOS  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-RET-SUC-DOLAR  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-RET-TOT-PESOS  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-RET-TOT-DOLAR  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-RETENIDAS-CANT     PIC 9(05)           VALUE ZEROES.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(93)         VALUE ALL '='.
           03  IMP-FOOT-DOLAR      PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(9)    VALUE SPACES.

      *    RETENCION DE GANANCIAS DE LA SUCURSAL:
       01  IMP-FOOTER-RET.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(21)    VALUE
               'RETENCION GANANC $  :'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-RET-PESOS       PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(10)    VALUE SPACES.
           03  FILLER              PIC X(12)    VALUE 'EN U$S     :'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-RET-DOLAR       PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(9)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
       77  REG-SALDO     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  REG-FECSAL    PIC X(10)                   VALUE SPACES.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-CONDFISC  PIC X(1)                    VALUE SPACES.

      *    LECTURA DE LA TASA VIGENTE EN TBCURTAS.
       77  TAS-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  TAS-TASA      PIC S9(2)V9(4) USAGE COMP-3 VALUE ZEROES.
       77  TAS-SUBTIPO   PIC S9(2)V USAGE COMP-3     VALUE ZEROES.

      *-----------   HOST VARIABLES DB2 (TBCURMOV)   ------------------
       01  DCLTBCURMOV.
           10 MOV-OPERADOR    PIC X(3).
           10 MOV-HORAMOV     PIC X(8).

      *-----------   HOST VARIABLES DB2 (TBCURRGA)   ------------------
       01  DCLTBCURRGA.
           10 RGA-FECPROC     PIC X(10).
           10 RGA-TIPCUEN     PIC X(2).
           10 RGA-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 RGA-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 RGA-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 RGA-ORIGEN      PIC X(2).
           10 RGA-NROCERT     PIC S9(7)V     USAGE COMP-3.
           10 RGA-CONDFISC    PIC X(1).
           10 RGA-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 RGA-BASE        PIC S9(11)V9(2) USAGE COMP-3.
           10 RGA-TASA        PIC S9(2)V9(4) USAGE COMP-3.
           10 RGA-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.

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

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    SUCURSAL PARA EL CORTE DE CONTROL DEL LISTADO. LA CAJA
      *    DE AHORRO UVA (SUBTIPO 30) NO DEVENGA LA TASA PLANA:
      *    SU COMPENSACION ES EL REVALUO DE PGMRVUVA.
      *    LA CONDICION FISCAL VIENE DEL CLIENTE; SI EL CLIENTE NO
      *    ESTA EN TBCURCLI SE TOMA COMO NO INSCRIPTO.
           EXEC SQL
              DECLARE CURSORINT CURSOR FOR
                 SELECT A.TIPCUEN,
                        A.NROCUEN,
                        A.SUCUEN,
                        A.SALDO,
                        A.MONEDA,
                        A.NROCLI,
                        VALUE(C.CONDFISC, 'N')
                 FROM KC02803.TBCURCTA A
                 LEFT OUTER JOIN KC02803.TBCURCLI C
                   ON C.NROCLI = A.NROCLI
                 WHERE A.TIPCUEN = '02'
                   AND A.ESTCTA  = 'A'
                   AND A.SALDO   > 0
              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           MOVE WS-FECHA-PROCESO-ISO TO LK-PAR-FECHA
           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-TASAS
              WHEN 'NE'
                 DISPLAY '* SIN TASAS EN TBCURPAR, SE USAN '
                         'LOS VALORES POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE
      *    LA TABLA DE TASAS, SI TIENE VIGENCIA CARGADA PARA LA
      *    FECHA DEL DEVENGAMIENTO, PISA LOS VALORES DEL PARAMETRO.
           MOVE 1 TO TAS-MONEDA
           PERFORM 1100-LEER-TASA-I THRU 1100-LEER-TASA-F
           MOVE 2 TO TAS-MONEDA
           DISPLAY 'TASA MENSUAL PESOS : ' WS-TASA-PESOS
           DISPLAY 'TASA MENSUAL U$S   : ' WS-TASA-DOLAR

      *    ALICUOTAS DE RETENCION: SUBTIPO 1 INSCRIPTO, 2 NO
      *    INSCRIPTO, POR MONEDA.
           MOVE 1 TO TAS-SUBTIPO
           MOVE 1 TO TAS-MONEDA
           PERFORM 1200-LEER-ALICUOTA-I THRU 1200-LEER-ALICUOTA-F
           MOVE 2 TO TAS-MONEDA
           PERFORM 1200-LEER-ALICUOTA-I THRU 1200-LEER-ALICUOTA-F
           MOVE 2 TO TAS-SUBTIPO
           MOVE 1 TO TAS-MONEDA
           PERFORM 1200-LEER-ALICUOTA-I THRU 1200-LEER-ALICUOTA-F
           MOVE 2 TO TAS-MONEDA
           PERFORM 1200-LEER-ALICUOTA-I THRU 1200-LEER-ALICUOTA-F

           DISPLAY 'RET. GANANCIAS INSCRIPTO    $/U$S: '
                   WS-RG-INSC-PESOS ' / ' WS-RG-INSC-DOLAR
           DISPLAY 'RET. GANANCIAS NO INSCRIPTO $/U$S: '
                   WS-RG-NOIN-PESOS ' / ' WS-RG-NOIN-DOLAR

           EXEC SQL OPEN CURSORINT END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
                 END-IF
              WHEN NOT-FOUND
                 DISPLAY '* SIN VIGENCIA EN TBCURTAS PARA MONEDA '
                          TAS-MONEDA ', SE USA EL VALOR DE TASASCA'
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURTAS = ' WS-SQLCODE
       1100-LEER-TASA-F. EXIT.


      *---- ALICUOTA DE RETENCION DE GANANCIAS VIGENTE EN TBCURTAS ----
      *---- PARA LA CONDICION (TAS-SUBTIPO) Y MONEDA PEDIDAS ----------
       1200-LEER-ALICUOTA-I.

           EXEC SQL
              SELECT TASA
                INTO :TAS-TASA
                FROM KC02803.TBCURTAS
               WHERE CONCEPTO = 'RG'
                 AND SUBTIPO  = :TAS-SUBTIPO
                 AND MONEDA   = :TAS-MONEDA
                 AND VIGDESDE <= :WS-FECHA-PROCESO-ISO
               ORDER BY VIGDESDE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 EVALUATE TRUE
                    WHEN TAS-SUBTIPO IS EQUAL 1 AND
                         TAS-MONEDA  IS EQUAL 2
                       MOVE TAS-TASA TO WS-RG-INSC-DOLAR
                    WHEN TAS-SUBTIPO IS EQUAL 1
                       MOVE TAS-TASA TO WS-RG-INSC-PESOS
                    WHEN TAS-MONEDA IS EQUAL 2
                       MOVE TAS-TASA TO WS-RG-NOIN-DOLAR
                    WHEN OTHER
                       MOVE TAS-TASA TO WS-RG-NOIN-PESOS
                 END-EVALUATE
              WHEN NOT-FOUND
                 DISPLAY '* SIN VIGENCIA RG EN TBCURTAS PARA SUBTIPO '
                          TAS-SUBTIPO ' MONEDA ' TAS-MONEDA
                          ', SE USA EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURTAS = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       1200-LEER-ALICUOTA-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

              GO TO 3000-ACREDITAR-INTERES-F
           END-IF

           PERFORM 3050-CALCULAR-RETENCION-I
              THRU 3050-CALCULAR-RETENCION-F

      *    EL SALDO DE TBCURCTA ES DECIMAL(13,2): UN RESULTADO MAYOR
      *    SE SALTEA EN LUGAR DE TRUNCARSE. LA CUENTA QUEDA CON EL
      *    INTERES NETO DE LA RETENCION.
           COMPUTE WS-SALDO-NUEVO = REG-SALDO + WS-INTERES
                                              - WS-RETENCION
           IF WS-SALDO-NUEVO IS GREATER WS-SALDO-TOPE
              DISPLAY '* INTERES SALTEADO POR CAPACIDAD - CUENTA: '
                       REG-TIPCUEN '/' REG-NROCUEN
              GO TO 3000-ACREDITAR-INTERES-F
           END-IF

           PERFORM 3300-GRABAR-BASE-I THRU 3300-GRABAR-BASE-F

           IF WS-FIN-LECTURA
              GO TO 3000-ACREDITAR-INTERES-F
           END-IF

           IF WS-RETENCION IS GREATER ZEROS
              PERFORM 3200-GRABAR-RETENCION-I
                 THRU 3200-GRABAR-RETENCION-F
              IF WS-FIN-LECTURA
                 GO TO 3000-ACREDITAR-INTERES-F
              END-IF
           END-IF

           ADD 1 TO WS-ACREDITADAS-CANT
           IF REG-MONEDA IS EQUAL 2
              ADD WS-INTERES TO WS-INT-SUC-DOLAR WS-INT-TOT-DOLAR
              ADD WS-RETENCION TO WS-RET-SUC-DOLAR WS-RET-TOT-DOLAR
           ELSE
              ADD WS-INTERES TO WS-INT-SUC-PESOS WS-INT-TOT-PESOS
              ADD WS-RETENCION TO WS-RET-SUC-PESOS WS-RET-TOT-PESOS
           END-IF

           PERFORM 6900-IMP-REGISTRO-I THRU 6900-IMP-REGISTRO-F.
       3000-ACREDITAR-INTERES-F. EXIT.


      *---- RETENCION DE GANANCIAS SEGUN LA CONDICION FISCAL ----------
       3050-CALCULAR-RETENCION-I.

           MOVE ZEROS TO WS-RETENCION WS-RG-TASA

           EVALUATE TRUE
              WHEN REG-CONDFISC IS EQUAL 'E'
                 GO TO 3050-CALCULAR-RETENCION-F
              WHEN REG-CONDFISC IS EQUAL 'I' AND REG-MONEDA IS EQUAL 2
                 MOVE WS-RG-INSC-DOLAR TO WS-RG-TASA
              WHEN REG-CONDFISC IS EQUAL 'I'
                 MOVE WS-RG-INSC-PESOS TO WS-RG-TASA
              WHEN REG-MONEDA IS EQUAL 2
                 MOVE WS-RG-NOIN-DOLAR TO WS-RG-TASA
              WHEN OTHER
                 MOVE WS-RG-NOIN-PESOS TO WS-RG-TASA
           END-EVALUATE

           COMPUTE WS-RETENCION ROUNDED =
                   WS-INTERES * WS-RG-TASA / 100.

       3050-CALCULAR-RETENCION-F. EXIT.


      *---- INSERT DEL MOVIMIENTO DE INTERESES EN TBCURMOV ------------
       3100-GRABAR-MOVIM-I.

           MOVE SPACES      TO MOV-OPERADOR
           MOVE SPACES      TO MOV-HORAMOV

           PERFORM 3150-INSERT-MOVIM-I THRU 3150-INSERT-MOVIM-F.

       3100-GRABAR-MOVIM-F. EXIT.


      *---------------------------------------------------------------
       3150-INSERT-MOVIM-I.

           EXEC SQL
              INSERT INTO KC02803.TBCURMOV
                 ( TIPCUEN,
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       3150-INSERT-MOVIM-F. EXIT.


      *---- DEBITO DE LA RETENCION EN TBCURMOV Y REGISTRO EN ----------
      *---- TBCURRGA PARA EL LISTADO Y LA INFORMACION FISCAL ----------
       3200-GRABAR-RETENCION-I.

           MOVE 'RG'          TO MOV-TIPMOV
           MOVE WS-RETENCION  TO MOV-IMPORTE
           MOVE 'RET GANAN CA' TO MOV-REFMOV
           PERFORM 3150-INSERT-MOVIM-I THRU 3150-INSERT-MOVIM-F

           IF WS-FIN-LECTURA
              GO TO 3200-GRABAR-RETENCION-F
           END-IF

           MOVE WS-FECHA-PROCESO-ISO TO RGA-FECPROC
           MOVE REG-TIPCUEN   TO RGA-TIPCUEN
           MOVE REG-NROCUEN   TO RGA-NROCUEN
           MOVE REG-SUCUEN    TO RGA-SUCURSAL
           MOVE REG-NROCLI    TO RGA-NROCLI
           MOVE 'CA'          TO RGA-ORIGEN
           MOVE ZEROS         TO RGA-NROCERT
           MOVE REG-CONDFISC  TO RGA-CONDFISC
           MOVE REG-MONEDA    TO RGA-MONEDA
           MOVE WS-INTERES    TO RGA-BASE
           MOVE WS-RG-TASA    TO RGA-TASA
           MOVE WS-RETENCION  TO RGA-IMPORTE

           EXEC SQL
              INSERT INTO KC02803.TBCURRGA
                 ( FECPROC, TIPCUEN, NROCUEN, SUCURSAL, NROCLI,
                   ORIGEN, NROCERT, CONDFISC, MONEDA, BASE, TASA,
                   IMPORTE )
              VALUES
                 ( :RGA-FECPROC, :RGA-TIPCUEN, :RGA-NROCUEN,
                   :RGA-SUCURSAL, :RGA-NROCLI, :RGA-ORIGEN,
                   :RGA-NROCERT, :RGA-CONDFISC, :RGA-MONEDA,
                   :RGA-BASE, :RGA-TASA, :RGA-IMPORTE )
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURRGA = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3200-GRABAR-RETENCION-F
           END-IF

           ADD 1 TO WS-RETENIDAS-CANT.

       3200-GRABAR-RETENCION-F. EXIT.


      *---- BASE Y TASA DEL DEVENGAMIENTO EN TBCURBAI, PARA EL --------
      *---- RECALCULO DE PGMRETAS ANTE UNA VIGENCIA TARDIA ------------
       3300-GRABAR-BASE-I.

           MOVE WS-FECHA-PROCESO-ISO TO BAI-FECPROC
           MOVE REG-TIPCUEN   TO BAI-TIPCUEN
           MOVE REG-NROCUEN   TO BAI-NROCUEN
           MOVE 'IN'          TO BAI-CONCEPTO
           MOVE REG-SUCUEN    TO BAI-SUCURSAL
           MOVE REG-MONEDA    TO BAI-MONEDA
      *    REG-SALDO YA QUEDO ACTUALIZADO: LA BASE ES EL SALDO
      *    PREVIO A LA ACREDITACION.
           COMPUTE BAI-BASE = WS-SALDO-NUEVO - WS-INTERES
                                             + WS-RETENCION
           IF REG-MONEDA IS EQUAL 2
              MOVE WS-TASA-DOLAR TO BAI-TASA
           ELSE
              MOVE WS-TASA-PESOS TO BAI-TASA
           END-IF
           MOVE WS-INTERES    TO BAI-INTERES

           EXEC SQL
              INSERT INTO KC02803.TBCURBAI
                 ( FECPROC, TIPCUEN, NROCUEN, CONCEPTO, SUCURSAL,
                   MONEDA, BASE, TASA, INTERES, TASAORIG )
              VALUES
                 ( :BAI-FECPROC, :BAI-TIPCUEN, :BAI-NROCUEN,
                   :BAI-CONCEPTO, :BAI-SUCURSAL, :BAI-MONEDA,
                   :BAI-BASE, :BAI-TASA, :BAI-INTERES, :BAI-TASA )
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURBAI = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       3300-GRABAR-BASE-F. EXIT.


      *---------------------------------------------------------------
                                   :REG-NROCUEN,
                                   :REG-SUCUEN,
                                   :REG-SALDO,
                                   :REG-MONEDA,
                                   :REG-NROCLI,
                                   :REG-CONDFISC
           END-EXEC

           EVALUATE SQLCODE
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-INT-SUC-PESOS WS-INT-SUC-DOLAR
                         WS-RET-SUC-PESOS WS-RET-SUC-DOLAR.

       6700-IMP-HEADER-SUC-F. EXIT.

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER-SUC AFTER 1
           MOVE WS-RET-SUC-PESOS TO IMP-RET-PESOS
           MOVE WS-RET-SUC-DOLAR TO IMP-RET-DOLAR
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER-RET AFTER 1.

       6850-IMP-FOOTER-F. EXIT.

           DISPLAY 'CUENTAS SALTEADAS  : ' WS-SALTEADAS-CANT
           DISPLAY 'INTERES TOTAL $    : ' IMP-FOOT-PESOS
           DISPLAY 'INTERES TOTAL U$S  : ' IMP-FOOT-DOLAR
           MOVE WS-RET-TOT-PESOS TO IMP-RET-PESOS
           MOVE WS-RET-TOT-DOLAR TO IMP-RET-DOLAR
           DISPLAY 'CUENTAS CON RETENC.: ' WS-RETENIDAS-CANT
           DISPLAY 'RETENIDO TOTAL $   : ' IMP-RET-PESOS
           DISPLAY 'RETENIDO TOTAL U$S : ' IMP-RET-DOLAR

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN

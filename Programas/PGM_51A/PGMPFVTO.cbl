      *      Y MISMA MONEDA, DEJANDO LAS DOS PATAS EN TBCURMOV.  *
      *    IMPRIME LOS VENCIMIENTOS DEL DIA POR SUCURSAL.        *
      *    EL INTERES ES CAPITAL * TASA ANUAL * PLAZO / 365.     *
      *    SOBRE EL INTERES SE RETIENE GANANCIAS SEGUN LA         *
      *    CONDICION FISCAL DEL CLIENTE (TBCURCLI.CONDFISC), CON  *
      *    LAS ALICUOTAS DE TBCURTAS CONCEPTO 'RG' (SUBTIPO 1     *
      *    INSCRIPTO, 2 NO INSCRIPTO; EL EXENTO NO RETIENE). LA   *
      *    RETENCION SE DEBITA COMO MOVIMIENTO 'RG' DE LA CUENTA  *
      *    QUE RECIBE EL INTERES Y QUEDA EN TBCURRGA; AL RENOVAR  *
      *    SE CAPITALIZA EL INTERES NETO.                         *
      *                                                          *
      ************************************************************

       77  WS-SALDO-NUEVO    PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-SALDO-TOPE     PIC S9(13)V9(2) USAGE COMP-3
                                             VALUE 99999999999,99.
      *    RETENCION DE GANANCIAS DEL CERTIFICADO E INTERES NETO.
       77  WS-RETENCION      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-INTERES-NETO   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-RETENIDOS-CANT     PIC 9(05)           VALUE ZEROES.
       77  WS-RET-TOT-PESOS  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-RET-TOT-DOLAR  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-RET-EDIT       PIC -$$$.$$$.$$$.$$9,99.

      *----------- ALICUOTAS DE RETENCION DE GANANCIAS (%) ------------
      *    VALORES POR DEFECTO SI NO HAY VIGENCIA 'RG' EN TBCURTAS.
       01  WS-ALICUOTAS-RG.
           03  WS-RG-INSC-PESOS    PIC 9(03)V9(04) VALUE 6,0000.
           03  WS-RG-INSC-DOLAR    PIC 9(03)V9(04) VALUE 6,0000.
           03  WS-RG-NOIN-PESOS    PIC 9(03)V9(04) VALUE 28,0000.
           03  WS-RG-NOIN-DOLAR    PIC 9(03)V9(04) VALUE 28,0000.
       77  WS-RG-TASA              PIC 9(03)V9(04) VALUE ZEROES.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(93)         VALUE ALL '='.
       77  CTA-SUCUEN    PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  CTA-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  CTA-SALDO     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  CLI-CONDFISC  PIC X(1)                    VALUE SPACES.

      *    LECTURA DE LAS ALICUOTAS DE RETENCION EN TBCURTAS.
       77  TAS-SUBTIPO   PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  TAS-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  TAS-TASA      PIC S9(2)V9(4) USAGE COMP-3 VALUE ZEROES.

      *    CUENTA DESTINO DE LA LIQUIDACION.
       77  DES-TIPCUEN   PIC X(2)                    VALUE SPACES.
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

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    CERTIFICADOS VIGENTES VENCIDOS, CON SUCURSAL Y CLIENTE DE
      *    LA CUENTA PLAZO FIJO, EN ORDEN DE SUCURSAL PARA EL CORTE.
      *    LA CONDICION FISCAL VIENE DEL CLIENTE; SI NO ESTA EN
      *    TBCURCLI SE TOMA COMO NO INSCRIPTO.
           EXEC SQL
              DECLARE CURSORPLF CURSOR FOR
                 SELECT P.NROCERT,
                        P.RENUEVA,
                        C.SUCUEN,
                        C.NROCLI,
                        C.SALDO,
                        VALUE(L.CONDFISC, 'N')
                 FROM KC02803.TBCURPLF P
                 INNER JOIN KC02803.TBCURCTA C
                   ON  P.TIPCUEN = C.TIPCUEN
                   AND P.NROCUEN = C.NROCUEN
                 LEFT OUTER JOIN KC02803.TBCURCLI L
                   ON  L.NROCLI  = C.NROCLI
                 WHERE P.ESTADO  = 'V'
                   AND P.FECVTO <= :WS-FECHA-PROCESO-ISO
                 ORDER BY C.SUCUEN, P.NROCERT
           END-EXEC.
              SET  WS-FIN-LECTURA TO TRUE
           END-IF

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

           EXEC SQL OPEN CURSORPLF END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
       1000-INICIO-F. EXIT.


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

           COMPUTE WS-INTERES ROUNDED =
                   PLF-CAPITAL * PLF-TASA * PLF-PLAZO / 36500

           PERFORM 2100-CALCULAR-RETENCION-I
              THRU 2100-CALCULAR-RETENCION-F

           IF PLF-RENUEVA IS EQUAL 'S'
              PERFORM 3000-RENOVAR-I THRU 3000-RENOVAR-F
           ELSE
       2000-PROCESO-F. EXIT.


      *---- RETENCION DE GANANCIAS SEGUN LA CONDICION FISCAL ----------
       2100-CALCULAR-RETENCION-I.

           MOVE ZEROS TO WS-RETENCION WS-RG-TASA

           EVALUATE TRUE
              WHEN CLI-CONDFISC IS EQUAL 'E'
                 CONTINUE
              WHEN CLI-CONDFISC IS EQUAL 'I' AND PLF-MONEDA IS EQUAL 2
                 MOVE WS-RG-INSC-DOLAR TO WS-RG-TASA
              WHEN CLI-CONDFISC IS EQUAL 'I'
                 MOVE WS-RG-INSC-PESOS TO WS-RG-TASA
              WHEN PLF-MONEDA IS EQUAL 2
                 MOVE WS-RG-NOIN-DOLAR TO WS-RG-TASA
              WHEN OTHER
                 MOVE WS-RG-NOIN-PESOS TO WS-RG-TASA
           END-EVALUATE

           IF WS-INTERES IS GREATER ZEROS
              COMPUTE WS-RETENCION ROUNDED =
                      WS-INTERES * WS-RG-TASA / 100
           END-IF

           COMPUTE WS-INTERES-NETO = WS-INTERES - WS-RETENCION.

       2100-CALCULAR-RETENCION-F. EXIT.


      *---- RENOVACION AUTOMATICA: CAPITALIZA EL INTERES Y ------------
      *---- CONSTITUYE UN NUEVO TERMINO POR EL MISMO PLAZO ------------
       3000-RENOVAR-I.
              UPDATE KC02803.TBCURPLF
                 SET FECCONST = FECVTO,
                     FECVTO   = FECVTO + PLAZO DAYS,
                     CAPITAL  = CAPITAL + :WS-INTERES-NETO
               WHERE NROCERT = :PLF-NROCERT
           END-EXEC

              GO TO 3000-RENOVAR-F
           END-IF

      *    EL INTERES CAPITALIZADO, NETO DE LA RETENCION, SE
      *    ACREDITA TAMBIEN SOBRE EL SALDO DE LA CUENTA PLAZO FIJO
      *    EN TBCURCTA: CREDITO DEL INTERES Y DEBITO DE LA RETENCION.
           MOVE PLF-TIPCUEN TO MOV-TIPCUEN
           MOVE PLF-NROCUEN TO MOV-NROCUEN
           COMPUTE WS-SALDO-NUEVO = CTA-SALDO + WS-INTERES-NETO
           PERFORM 5000-ACTUALIZAR-CUENTA-I
              THRU 5000-ACTUALIZAR-CUENTA-F

           MOVE 'RENOVACN PF ' TO MOV-REFMOV
           PERFORM 5100-GRABAR-MOVIM-I THRU 5100-GRABAR-MOVIM-F

           IF WS-RETENCION IS GREATER ZEROS
              PERFORM 5200-GRABAR-RETENCION-I
                 THRU 5200-GRABAR-RETENCION-F
           END-IF

           ADD 1 TO WS-RENOVADOS-CANT
           MOVE 'RENOVADO      ' TO IMP-ACCION
           PERFORM 6900-IMP-REGISTRO-I THRU 6900-IMP-REGISTRO-F.
           MOVE 'LIQUIDACN PF' TO MOV-REFMOV
           PERFORM 5100-GRABAR-MOVIM-I THRU 5100-GRABAR-MOVIM-F

      *    CREDITO DE CAPITAL MAS INTERES EN LA CUENTA DESTINO Y
      *    DEBITO DE LA RETENCION: EL SALDO QUEDA CON EL NETO.
           MOVE DES-TIPCUEN TO MOV-TIPCUEN
           MOVE DES-NROCUEN TO MOV-NROCUEN
           COMPUTE WS-SALDO-NUEVO = DES-SALDO + WS-LIQUIDACION
                                              - WS-RETENCION
           PERFORM 5000-ACTUALIZAR-CUENTA-I
              THRU 5000-ACTUALIZAR-CUENTA-F

           MOVE 'LIQUIDACN PF' TO MOV-REFMOV
           PERFORM 5100-GRABAR-MOVIM-I THRU 5100-GRABAR-MOVIM-F

           IF WS-RETENCION IS GREATER ZEROS
              PERFORM 5200-GRABAR-RETENCION-I
                 THRU 5200-GRABAR-RETENCION-F
           END-IF

      *    EL CERTIFICADO QUEDA LIQUIDADO.
           EXEC SQL
              UPDATE KC02803.TBCURPLF
       5100-GRABAR-MOVIM-F. EXIT.


      *---- DEBITO DE LA RETENCION DE GANANCIAS EN LA CUENTA QUE ------
      *---- RECIBIO EL INTERES (MOV-TIPCUEN/NROCUEN/SUCMOV) Y ---------
      *---- REGISTRO EN TBCURRGA --------------------------------------
       5200-GRABAR-RETENCION-I.

           MOVE 'RG'           TO MOV-TIPMOV
           MOVE WS-RETENCION   TO MOV-IMPORTE
           MOVE 'RET GANAN PF' TO MOV-REFMOV
           PERFORM 5100-GRABAR-MOVIM-I THRU 5100-GRABAR-MOVIM-F

           IF WS-FIN-LECTURA
              GO TO 5200-GRABAR-RETENCION-F
           END-IF

           MOVE WS-FECHA-PROCESO-ISO TO RGA-FECPROC
           MOVE MOV-TIPCUEN    TO RGA-TIPCUEN
           MOVE MOV-NROCUEN    TO RGA-NROCUEN
           MOVE MOV-SUCMOV     TO RGA-SUCURSAL
           MOVE CTA-NROCLI     TO RGA-NROCLI
           MOVE 'PF'           TO RGA-ORIGEN
           MOVE PLF-NROCERT    TO RGA-NROCERT
           MOVE CLI-CONDFISC   TO RGA-CONDFISC
           MOVE PLF-MONEDA     TO RGA-MONEDA
           MOVE WS-INTERES     TO RGA-BASE
           MOVE WS-RG-TASA     TO RGA-TASA
           MOVE WS-RETENCION   TO RGA-IMPORTE

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
              GO TO 5200-GRABAR-RETENCION-F
           END-IF

           ADD 1 TO WS-RETENIDOS-CANT
           IF PLF-MONEDA IS EQUAL 2
              ADD WS-RETENCION TO WS-RET-TOT-DOLAR
           ELSE
              ADD WS-RETENCION TO WS-RET-TOT-PESOS
           END-IF.

       5200-GRABAR-RETENCION-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

                                   :PLF-RENUEVA,
                                   :CTA-SUCUEN,
                                   :CTA-NROCLI,
                                   :CTA-SALDO,
                                   :CLI-CONDFISC
           END-EXEC

           EVALUATE SQLCODE
           DISPLAY 'RENOVADOS             : ' WS-RENOVADOS-CANT
           DISPLAY 'LIQUIDADOS            : ' WS-LIQUIDADOS-CANT
           DISPLAY 'SIN DESTINO/EXCEDIDOS : ' WS-SINDEST-CANT
           DISPLAY 'CON RETENCION GANANC. : ' WS-RETENIDOS-CANT
           MOVE WS-RET-TOT-PESOS TO WS-RET-EDIT
           DISPLAY 'RETENIDO TOTAL $      : ' WS-RET-EDIT
           MOVE WS-RET-TOT-DOLAR TO WS-RET-EDIT
           DISPLAY 'RETENIDO TOTAL U$S    : ' WS-RET-EDIT

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN

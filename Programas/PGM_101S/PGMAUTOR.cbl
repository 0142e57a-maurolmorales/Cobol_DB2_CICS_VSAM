      *            MAS ANTIGUA SI NO SE INFORMA NUMERO).              *
      *    PF5   : APRUEBA: RECIEN AHI SE EJECUTA LA OPERACION        *
      *            (DEPOSITO, EXTRACCION O TRANSFERENCIA, INCLUSO     *
      *            HACIA OTRO BANCO VIA TBCURSAL, O CONSTITUCION DE   *
      *            PLAZO FIJO DE PGMPFCTA) CON LAS MISMAS REGLAS DE   *
      *            LA CAJA. EN TBCURMOV QUEDA EL OPERADOR ORIGINANTE  *
      *            Y LA REFERENCIA 'AU'+NUMERO+APROBADOR.             *
      *            EL CERTIFICADO DEL PLAZO FIJO APROBADO SE IMPRIME  *
      *            DESDE PGMPFCTA (PF5) CON EL NUMERO INFORMADO.      *
      *    PF6   : RECHAZA LA OPERACION.                              *
      *    REQUIERE NIVEL 3 Y QUE EL APROBADOR NO SEA QUIEN ORIGINO.  *
      *****************************************************************
       77  WS-SALDO-TOPE      PIC S9(13)V99 COMP-3
                                           VALUE 99999999999.99.

      *-----------   HOST VARIABLES DB2 (TBCURPLF)   ----------------
       01  DCLTBCURPLF.
           10 PLF-NROCERT     PIC S9(7)V     USAGE COMP-3.
           10 PLF-PLAZO       PIC S9(5)V     USAGE COMP-3.
           10 PLF-TASA        PIC S9(2)V9(4) USAGE COMP-3.
           10 PLF-FECVTO      PIC X(10).
           10 PLF-RENUEVA     PIC X(1).

      *    VISTA DEL PLAZO FIJO PENDIENTE GUARDADO EN DESTEXT POR
      *    PGMPFCTA: PLAZO PEDIDO, RENOVACION Y TASA COTIZADA.
       01  WS-PF-PENDIENTE.
           03 PFP-PLAZO            PIC 9(05).
           03 PFP-RENUEVA          PIC X(01).
           03 PFP-TASA             PIC 9(02)V9(04).
           03 FILLER               PIC X(07).

       01  WS-MSG-CONSTITUIDO.
           03 FILLER               PIC X(34)      VALUE
              'PLAZO FIJO CONSTITUIDO - CERT NRO '.
           03 WS-MSG-NROCERT       PIC 9(07)      VALUE ZEROS.
           03 FILLER               PIC X(31)      VALUE
              ' - IMPRIMIR CON PF5 EN PGMPFCTA'.

      *-----------   HOST VARIABLES DB2 (TBCURSAL)   ----------------
       77  SAL-NROITEM             PIC S9(9)V USAGE COMP-3
                                                  VALUE ZEROES.
              WHEN 'ICTA'
                 PERFORM 5300-EJEC-TRANSFER-I
                    THRU 5300-EJEC-TRANSFER-F
              WHEN 'VCTA'
                 PERFORM 5500-EJEC-PLAZOFIJO-I
                    THRU 5500-EJEC-PLAZOFIJO-F
              WHEN OTHER
                 SET UOW-CON-ERROR TO TRUE
           END-EVALUATE

           IF UOW-SIN-ERROR
              MOVE CT-MNS-05 TO MSGO
              IF PAU-TRANSAC IS EQUAL 'VCTA'
                 MOVE PLF-NROCERT TO WS-MSG-NROCERT
                 MOVE WS-MSG-CONSTITUIDO TO MSGO
              END-IF
           ELSE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE CT-MNS-07 TO MSGO
       5000-APROBAR-F. EXIT.


      *-------------------------------------------------------------
      *  PLAZO FIJO APROBADO: DEBITO DEL FONDEO CON SALDO MAS
      *  ACUERDO, CREDITO EN LA CUENTA PLAZO FIJO Y ALTA DEL
      *  CERTIFICADO A LA TASA COTIZADA AL CLIENTE, CON EL
      *  VENCIMIENTO CONTADO DESDE HOY Y CORRIDO AL PRIMER HABIL.
       5500-EJEC-PLAZOFIJO-I.

           MOVE PAU-DESTEXT TO WS-PF-PENDIENTE
           IF PFP-PLAZO IS NOT NUMERIC OR
              PFP-TASA IS NOT NUMERIC
              SET UOW-CON-ERROR TO TRUE
              GO TO 5500-EJEC-PLAZOFIJO-F
           END-IF

           MOVE PAU-TIPCUEN TO REG-TIPCUEN
           MOVE PAU-NROCUEN TO REG-NROCUEN
           PERFORM 6100-LEER-CUENTA-I THRU 6100-LEER-CUENTA-F
           IF UOW-CON-ERROR
              GO TO 5500-EJEC-PLAZOFIJO-F
           END-IF

           MOVE PAU-TIPCUEN TO WS-IND-TIPCUEN
           MOVE PAU-NROCUEN TO WS-IND-NROCUEN
           MOVE REG-SALDO   TO WS-IND-SALDO
           PERFORM 0950-CALC-RETENIDO-I
              THRU 0950-CALC-RETENIDO-F

           IF REG-ESTCTA NOT EQUAL 'A' OR
              PAU-IMPORTE IS GREATER
              (REG-SALDO + REG-ACUERDO - WS-RETENIDO)
              SET UOW-CON-ERROR TO TRUE
              GO TO 5500-EJEC-PLAZOFIJO-F
           END-IF

           COMPUTE WS-SALDO-NUEVO = REG-SALDO - PAU-IMPORTE
           MOVE PAU-IMPORTE TO WS-IMPORTE-APLICA
           MOVE PAU-MONEDA  TO WS-MONEDA-APLICA
           MOVE 'DE' TO MOV-TIPMOV
           PERFORM 6200-APLICAR-CUENTA-I
              THRU 6200-APLICAR-CUENTA-F
           IF UOW-CON-ERROR
              GO TO 5500-EJEC-PLAZOFIJO-F
           END-IF

           MOVE PAU-TIPCUED TO REG-TIPCUEN
           MOVE PAU-NROCUED TO REG-NROCUEN
           PERFORM 6100-LEER-CUENTA-I THRU 6100-LEER-CUENTA-F
           IF UOW-CON-ERROR
              GO TO 5500-EJEC-PLAZOFIJO-F
           END-IF

           IF REG-ESTCTA NOT EQUAL 'A' OR
              REG-MONEDA NOT EQUAL PAU-MONEDA
              SET UOW-CON-ERROR TO TRUE
              GO TO 5500-EJEC-PLAZOFIJO-F
           END-IF

           COMPUTE WS-SALDO-NUEVO = REG-SALDO + PAU-IMPORTE
           IF WS-SALDO-NUEVO IS GREATER WS-SALDO-TOPE
              SET UOW-CON-ERROR TO TRUE
              GO TO 5500-EJEC-PLAZOFIJO-F
           END-IF

           MOVE 'CR' TO MOV-TIPMOV
           PERFORM 6200-APLICAR-CUENTA-I
              THRU 6200-APLICAR-CUENTA-F
           IF UOW-CON-ERROR
              GO TO 5500-EJEC-PLAZOFIJO-F
           END-IF

           PERFORM 5550-FECHA-VTO-I THRU 5550-FECHA-VTO-F
           IF UOW-CON-ERROR
              GO TO 5500-EJEC-PLAZOFIJO-F
           END-IF

           MOVE PFP-TASA    TO PLF-TASA
           MOVE PFP-RENUEVA TO PLF-RENUEVA

           EXEC SQL
              SELECT VALUE(MAX(NROCERT), 0) + 1
                INTO :PLF-NROCERT
                FROM KC02803.TBCURPLF
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
              GO TO 5500-EJEC-PLAZOFIJO-F
           END-IF

           EXEC SQL
              INSERT INTO KC02803.TBCURPLF
                 ( NROCERT, TIPCUEN, NROCUEN, FECCONST, PLAZO,
                   TASA, CAPITAL, MONEDA, FECVTO, RENUEVA,
                   ESTADO )
              VALUES
                 ( :PLF-NROCERT, :PAU-TIPCUED, :PAU-NROCUED,
                   CURRENT DATE, :PLF-PLAZO, :PLF-TASA,
                   :PAU-IMPORTE, :PAU-MONEDA, DATE(:PLF-FECVTO),
                   :PLF-RENUEVA, 'V' )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
           END-IF.

       5500-EJEC-PLAZOFIJO-F. EXIT.


      *-------------------------------------------------------------
      *  VENCIMIENTO DEL PLAZO FIJO APROBADO: HOY MAS EL PLAZO
      *  PEDIDO, CORRIDO AL PRIMER DIA HABIL DEL CALENDARIO. EL
      *  PLAZO DEL CERTIFICADO SON LOS DIAS HASTA ESE VENCIMIENTO,
      *  COMO LO GRABA PGMPFCTA.
       5550-FECHA-VTO-I.

           MOVE PFP-PLAZO TO PLF-PLAZO

      *    EL PASO DEL CALENDARIO SUMA UN DIA ANTES DE PROBAR: SE
      *    ARRANCA UN DIA ANTES DEL VENCIMIENTO NOMINAL.
           EXEC SQL
              SELECT CHAR(CURRENT DATE + (:PLF-PLAZO - 1) DAYS, ISO)
                INTO :WS-FECHA-CAND
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
              GO TO 5550-FECHA-VTO-F
           END-IF

           MOVE 'N'   TO WS-HABIL-OK
           MOVE ZEROS TO WS-HABIL-ITER

           PERFORM 0910-SIGUIENTE-HABIL-I
              THRU 0910-SIGUIENTE-HABIL-F
              UNTIL WS-HABIL-OK IS EQUAL 'S'
                 OR WS-HABIL-ITER IS GREATER 10

           IF WS-HABIL-OK IS NOT EQUAL 'S'
              SET UOW-CON-ERROR TO TRUE
              GO TO 5550-FECHA-VTO-F
           END-IF

           MOVE WS-FECHA-CAND TO PLF-FECVTO

           EXEC SQL
              SELECT DAYS(DATE(:PLF-FECVTO)) - DAYS(CURRENT DATE)
                INTO :PLF-PLAZO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
           END-IF.

       5550-FECHA-VTO-F. EXIT.


      *-------------------------------------------------------------
      *  RECHAZA LA PENDIENTE: SOLO CAMBIA DE ESTADO, NADA TOCO
      *  NUNCA TBCURCTA.

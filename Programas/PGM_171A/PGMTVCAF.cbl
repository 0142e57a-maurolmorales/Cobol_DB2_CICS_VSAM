       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTVCAF.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMTVCAF                                      *
      *  DESCRIPCIÓN:                                            *
      *    RUTINA DE TARIFA POR EVENTO, INVOCADA POR LLAMADA     *
      *    DINAMICA DESDE LAS PANTALLAS DE CAJA (PARA INFORMAR   *
      *    EL CARGO ANTES DE CONFIRMAR LA OPERACION) Y DESDE EL  *
      *    COBRO NOCTURNO PGMTVCOB, AL ESTILO PGMAVCAF.          *
      *    RECIBE EL EVENTO, LA CUENTA Y UNA FECHA (AAAA-MM-DD)  *
      *    Y DEVUELVE LA TARIFA VIGENTE DE TBCURTAS PARA EL      *
      *    EVENTO, EL SUBTIPO Y LA MONEDA DE LA CUENTA (IMPORTE  *
      *    POR EVENTO Y FRANQUICIA DE EVENTOS SIN CARGO POR      *
      *    MES), LOS EVENTOS DE LA CUENTA EN EL MES HASTA ESA    *
      *    FECHA INCLUSIVE Y LOS DE ESA FECHA, Y EL CARGO QUE    *
      *    PAGARIA EL PROXIMO EVENTO.                            *
      *    EVENTOS Y ORIGEN DEL CONTEO:                          *
      *      'EC' EXTRACCION POR CAJA: DEBITOS DE TBCURMOV CON   *
      *           CANAL 'CA', OPERADOR Y LA TERMINAL COMO UNICA  *
      *           REFERENCIA (PGMEXCTA; LOS AJUSTES, PASES Y     *
      *           TRANSFERENCIAS LLEVAN REFERENCIA PROPIA).      *
      *      'DM' DEPOSITO POR CAJA EN MONEDA EXTRANJERA: LOS    *
      *           CREDITOS EQUIVALENTES (PGMDPCTA) EN CUENTAS    *
      *           QUE NO SON EN PESOS.                           *
      *      'CQ' CHEQUERA: LAS EMITIDAS EN TBCURCHQ (PGMCQCTA). *
      *      'CE' CERTIFICADO DE SALDO: LOS EMITIDOS EN TBCURCER *
      *           (PGMCECTA), AUNQUE DESPUES SE ANULEN.          *
      *    NO ACTUALIZA NADA.                                    *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *    PRIMER DIA DEL MES DE LA FECHA RECIBIDA.
       01  WS-MES-DESDE.
           03  WS-MD-AAAAMM        PIC X(08).
           03  WS-MD-DD            PIC X(02)    VALUE '01'.

      *-----------  SQL  ----------------------------------------------
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  WS-UOW-RETROCEDIDA      PIC S9(9) COMP VALUE  -911.

       77  REG-TIPCUEN   PIC X(2)                    VALUE SPACES.
       77  REG-NROCUEN   PIC S9(10)V USAGE COMP-3    VALUE ZEROES.
       77  REG-SUBTIPO   PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  REG-FECHA     PIC X(10)                   VALUE SPACES.
       77  REG-EVENTO    PIC X(2)                    VALUE SPACES.

       77  TAS-IMPORTE   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  TAS-FRANQUIC  PIC S9(3)V USAGE COMP-3     VALUE ZEROES.

       77  WS-CANT-MES   PIC S9(9) COMP              VALUE ZEROS.
       77  WS-CANT-DIA   PIC S9(9) COMP              VALUE ZEROS.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *---------------------------------------------------------------
       LINKAGE SECTION.
      *================*
       01  LK-TARIFA.
      *    'EC' EXTRACCION POR CAJA / 'DM' DEPOSITO EN MONEDA
      *    EXTRANJERA / 'CQ' CHEQUERA / 'CE' CERTIFICADO DE SALDO.
           03  LK-TEV-EVENTO        PIC X(2).
           03  LK-TEV-TIPCUEN       PIC X(2).
           03  LK-TEV-NROCUEN       PIC 9(10).
      *    FECHA (AAAA-MM-DD) DE LA VIGENCIA Y DEL MES A CONTAR.
           03  LK-TEV-FECHA         PIC X(10).
           03  LK-TEV-IMPORTE       PIC 9(11)V99.
           03  LK-TEV-FRANQUICIA    PIC 9(3).
           03  LK-TEV-USADOS-MES    PIC 9(5).
           03  LK-TEV-USADOS-DIA    PIC 9(5).
      *    CARGO DEL PROXIMO EVENTO (CERO DENTRO DE LA FRANQUICIA).
           03  LK-TEV-CARGO-PROX    PIC 9(11)V99.
      *    'OK' = CON TARIFA / 'ST' = SIN TARIFA O TARIFA CERO /
      *    'NA' = EL EVENTO NO APLICA A LA CUENTA / 'SC' = CUENTA
      *    INEXISTENTE / 'NO' = ERROR DE BASE / 'RB' = EL DB2
      *    RETROCEDIO LA UNIDAD DE TRABAJO DEL INVOCANTE.
           03  LK-TEV-RESULT        PIC X(2).

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION USING LK-TARIFA.

       MAIN-PROGRAM-I.

           MOVE 'OK'  TO LK-TEV-RESULT
           MOVE ZEROS TO LK-TEV-IMPORTE    LK-TEV-FRANQUICIA
                         LK-TEV-USADOS-MES LK-TEV-USADOS-DIA
                         LK-TEV-CARGO-PROX

           IF LK-TEV-NROCUEN IS NOT NUMERIC
              MOVE 'SC' TO LK-TEV-RESULT
              GO TO MAIN-PROGRAM-F
           END-IF

           IF LK-TEV-EVENTO IS NOT EQUAL 'EC' AND
              LK-TEV-EVENTO IS NOT EQUAL 'DM' AND
              LK-TEV-EVENTO IS NOT EQUAL 'CQ' AND
              LK-TEV-EVENTO IS NOT EQUAL 'CE'
              MOVE 'NA' TO LK-TEV-RESULT
              GO TO MAIN-PROGRAM-F
           END-IF

           MOVE LK-TEV-EVENTO     TO REG-EVENTO
           MOVE LK-TEV-TIPCUEN    TO REG-TIPCUEN
           MOVE LK-TEV-NROCUEN    TO REG-NROCUEN
           MOVE LK-TEV-FECHA      TO REG-FECHA
           MOVE LK-TEV-FECHA (1:8) TO WS-MD-AAAAMM

           PERFORM 1000-CUENTA-I THRU 1000-CUENTA-F
           IF LK-TEV-RESULT IS NOT EQUAL 'OK'
              GO TO MAIN-PROGRAM-F
           END-IF

           PERFORM 2000-TARIFA-I THRU 2000-TARIFA-F
           IF LK-TEV-RESULT IS NOT EQUAL 'OK'
              GO TO MAIN-PROGRAM-F
           END-IF

           PERFORM 3000-CONTAR-I THRU 3000-CONTAR-F
           IF LK-TEV-RESULT IS NOT EQUAL 'OK'
              GO TO MAIN-PROGRAM-F
           END-IF

           IF LK-TEV-USADOS-MES IS NOT LESS LK-TEV-FRANQUICIA
              MOVE LK-TEV-IMPORTE TO LK-TEV-CARGO-PROX
           END-IF.

       MAIN-PROGRAM-F. GOBACK.


      *---- SUBTIPO Y MONEDA DE LA CUENTA -----------------------------
       1000-CUENTA-I.

           EXEC SQL
              SELECT SUBTIPO, MONEDA
                INTO :REG-SUBTIPO, :REG-MONEDA
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'SC' TO LK-TEV-RESULT
                 GO TO 1000-CUENTA-F
              WHEN OTHER
                 PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
                 GO TO 1000-CUENTA-F
           END-EVALUATE

      *    EL DEPOSITO EN MONEDA EXTRANJERA SOLO EXISTE EN CUENTAS
      *    QUE NO SON EN PESOS.
           IF REG-EVENTO IS EQUAL 'DM' AND REG-MONEDA IS EQUAL 1
              MOVE 'NA' TO LK-TEV-RESULT
           END-IF.

       1000-CUENTA-F. EXIT.


      *---- TARIFA VIGENTE DEL SUBTIPO (O DEL SUBTIPO 0) --------------
       2000-TARIFA-I.

           EXEC SQL
              SELECT VALUE(IMPORTE, 0), FRANQUIC
                INTO :TAS-IMPORTE, :TAS-FRANQUIC
                FROM KC02803.TBCURTAS
               WHERE CONCEPTO = :REG-EVENTO
                 AND SUBTIPO  IN (:REG-SUBTIPO, 0)
                 AND MONEDA   = :REG-MONEDA
                 AND VIGDESDE <= :REG-FECHA
               ORDER BY SUBTIPO DESC, VIGDESDE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'ST' TO LK-TEV-RESULT
                 GO TO 2000-TARIFA-F
              WHEN OTHER
                 PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
                 GO TO 2000-TARIFA-F
           END-EVALUATE

           IF TAS-IMPORTE IS NOT GREATER ZEROS
              MOVE 'ST' TO LK-TEV-RESULT
              GO TO 2000-TARIFA-F
           END-IF

           MOVE TAS-IMPORTE  TO LK-TEV-IMPORTE
           MOVE TAS-FRANQUIC TO LK-TEV-FRANQUICIA.

       2000-TARIFA-F. EXIT.


      *---- EVENTOS DEL MES HASTA LA FECHA Y DE LA FECHA --------------
       3000-CONTAR-I.

           MOVE ZEROS TO WS-CANT-MES WS-CANT-DIA

           EVALUATE REG-EVENTO
              WHEN 'CQ'
                 EXEC SQL
                    SELECT COUNT(*),
                           VALUE(SUM(CASE WHEN FECEMIS = :REG-FECHA
                                          THEN 1 ELSE 0 END), 0)
                      INTO :WS-CANT-MES, :WS-CANT-DIA
                      FROM KC02803.TBCURCHQ
                     WHERE TIPCUEN = :REG-TIPCUEN
                       AND NROCUEN = :REG-NROCUEN
                       AND FECEMIS BETWEEN :WS-MES-DESDE
                                       AND :REG-FECHA
                 END-EXEC
              WHEN 'CE'
                 EXEC SQL
                    SELECT COUNT(*),
                           VALUE(SUM(CASE WHEN FECEMIS = :REG-FECHA
                                          THEN 1 ELSE 0 END), 0)
                      INTO :WS-CANT-MES, :WS-CANT-DIA
                      FROM KC02803.TBCURCER
                     WHERE TIPCUEN = :REG-TIPCUEN
                       AND NROCUEN = :REG-NROCUEN
                       AND FECEMIS BETWEEN :WS-MES-DESDE
                                       AND :REG-FECHA
                 END-EXEC
              WHEN OTHER
      *          'EC' CUENTA DEBITOS, 'DM' CREDITOS.
                 EXEC SQL
                    SELECT COUNT(*),
                           VALUE(SUM(CASE WHEN FECMOV = :REG-FECHA
                                          THEN 1 ELSE 0 END), 0)
                      INTO :WS-CANT-MES, :WS-CANT-DIA
                      FROM KC02803.TBCURMOV
                     WHERE TIPCUEN  = :REG-TIPCUEN
                       AND NROCUEN  = :REG-NROCUEN
                       AND FECMOV BETWEEN :WS-MES-DESDE
                                      AND :REG-FECHA
                       AND TIPMOV   = CASE :REG-EVENTO
                                           WHEN 'EC' THEN 'DE'
                                           ELSE 'CR' END
                       AND CANAL    = 'CA'
                       AND VALUE(OPERADOR, ' ') <> ' '
                       AND SUBSTR(VALUE(REFMOV, ' '), 5, 8) = ' '
                 END-EXEC
           END-EVALUATE

           IF SQLCODE IS NOT EQUAL ZEROS
              PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
              GO TO 3000-CONTAR-F
           END-IF

           MOVE WS-CANT-MES TO LK-TEV-USADOS-MES
           MOVE WS-CANT-DIA TO LK-TEV-USADOS-DIA.

       3000-CONTAR-F. EXIT.


      *---- RESULTADO DE UN ERROR DE BASE: 'RB' SI SE PERDIO LA -------
      *---- UNIDAD DE TRABAJO, 'NO' EN CUALQUIER OTRO CASO      -------
       9000-ERROR-SQL-I.

           IF SQLCODE IS EQUAL WS-UOW-RETROCEDIDA
              MOVE 'RB' TO LK-TEV-RESULT
           ELSE
              MOVE 'NO' TO LK-TEV-RESULT
           END-IF.

       9000-ERROR-SQL-F. EXIT.

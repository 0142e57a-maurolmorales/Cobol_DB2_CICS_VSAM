       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMEMCA.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMMEMCA                                      *
      *  DESCRIPCIÓN:                                            *
      *    RUTINA DE POSTEO EN MEMORIA, INVOCADA POR LLAMADA     *
      *    DINAMICA DESDE LA CAJA (PGMEXCTA / PGMDPCTA) Y EL     *
      *    SERVICIO DE CANALES (PGMPOSRV) CUANDO LA JORNADA      *
      *    ESTA CERRADA Y CORRE LA CADENA NOCTURNA.              *
      *    NO TOCA TBCURCTA NI TBCURMOV: CONTROLA LA OPERACION   *
      *    CONTRA EL DISPONIBLE EN MEMORIA DE LA CUENTA (SALDO   *
      *    DE CIERRE MAS ACUERDO VIGENTE MENOS RETENCIONES Y     *
      *    EMBARGOS, MAS EL NETO DE LO YA ACEPTADO EN MEMORIA Y  *
      *    PENDIENTE EN TBCURMEM) Y, SI PASA, LA DEJA PENDIENTE  *
      *    ('P') EN TBCURMEM PARA QUE LA APLIQUE PGMMEMAP AL     *
      *    FINAL DE LA CADENA.                                   *
      *    LA CUENTA SE LEE FOR UPDATE AUNQUE NO SE ACTUALICE:   *
      *    DOS OPERACIONES EN MEMORIA SOBRE LA MISMA CUENTA SE   *
      *    SERIALIZAN Y NINGUNA VE UN DISPONIBLE VIEJO.          *
      *    NO CONFIRMA NI RETROCEDE: LA FILA QUEDA EN LA UNIDAD  *
      *    DE TRABAJO DEL INVOCANTE. RESULTADOS:                 *
      *      'OK' ACEPTADA / 'CI' CUENTA INEXISTENTE /           *
      *      'NO' CUENTA NO OPERABLE / 'SF' SIN FONDOS EN        *
      *      MEMORIA / 'TO' SUPERA EL TOPE DE SALDO /            *
      *      'DB' ERROR DE BASE / 'RB' EL DB2 RETROCEDIO LA      *
      *      UNIDAD DE TRABAJO DEL INVOCANTE (-911).             *
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

       77  WS-SALDO-TOPE      PIC S9(13)V99 COMP-3
                                           VALUE 99999999999.99.
       77  WS-DISPONIBLE      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-SALDO-MEMO      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-SALDO-ORIGEN    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-RETENIDO        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-EMBARGADO       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-NETO-MEMO       PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *-----------  SQL  ----------------------------------------------
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  WS-UOW-RETROCEDIDA      PIC S9(9) COMP VALUE  -911.

      *-----------   HOST VARIABLES DB2 (TBCURCTA)   ------------------
       77  REG-TIPCUEN             PIC X(02)      VALUE SPACES.
       77  REG-NROCUEN             PIC S9(10)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-SALDO               PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-MONEDA              PIC S9(01)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-ESTCTA              PIC X(01)      VALUE SPACES.
       77  REG-ACUERDO             PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.

      *-----------   HOST VARIABLES DB2 (TBCURMEM)   ------------------
       01  DCLTBCURMEM.
           10 MEM-NROMEMO     PIC S9(11)V    USAGE COMP-3.
           10 MEM-HORACAPT    PIC X(8).
           10 MEM-CANAL       PIC X(2).
           10 MEM-REFER       PIC X(16).
           10 MEM-OPERADOR    PIC X(3).
           10 MEM-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 MEM-OPERACION   PIC X(1).
           10 MEM-TIPCUEN     PIC X(2).
           10 MEM-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 MEM-TIPCUED     PIC X(2).
           10 MEM-NROCUED     PIC S9(10)V    USAGE COMP-3.
           10 MEM-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 MEM-MONEDA      PIC S9(1)V     USAGE COMP-3.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *---------------------------------------------------------------
       LINKAGE SECTION.
      *================*
       01  LK-MEMO.
      *    'D' DEBITO / 'C' CREDITO / 'T' TRANSFERENCIA.
           03  LK-MEM-OPERACION     PIC X(1).
      *    CUENTA DEBITADA EN 'D' Y 'T', ACREDITADA EN 'C'.
           03  LK-MEM-TIPCUEN       PIC X(2).
           03  LK-MEM-NROCUEN       PIC 9(10).
      *    CUENTA ACREDITADA, SOLO EN 'T'.
           03  LK-MEM-TIPCUED       PIC X(2).
           03  LK-MEM-NROCUED       PIC 9(10).
           03  LK-MEM-IMPORTE       PIC 9(11)V99.
           03  LK-MEM-CANAL         PIC X(2).
      *    NUMERO DE PEDIDO DEL CANAL O TERMINAL DE LA CAJA.
           03  LK-MEM-REFER         PIC X(16).
           03  LK-MEM-OPERADOR      PIC X(3).
           03  LK-MEM-SUCURSAL      PIC 9(2).
           03  LK-MEM-HORACAPT      PIC X(8).
      *    NUMERO DE ORDEN ASIGNADO (ORDEN DE APLICACION).
           03  LK-MEM-NROMEMO       PIC 9(11).
      *    SALDO EN MEMORIA DE LA CUENTA DE LK-MEM-TIPCUEN /
      *    LK-MEM-NROCUEN CON LA OPERACION YA INCLUIDA.
           03  LK-MEM-SALDO         PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           03  LK-MEM-RESULT        PIC X(2).

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION USING LK-MEMO.

       MAIN-PROGRAM-I.

           MOVE 'OK'  TO LK-MEM-RESULT
           MOVE ZEROS TO LK-MEM-NROMEMO
           MOVE ZEROS TO LK-MEM-SALDO

           IF LK-MEM-NROCUEN IS NOT NUMERIC OR
              LK-MEM-IMPORTE IS NOT NUMERIC OR
              LK-MEM-IMPORTE IS EQUAL ZEROS OR
              (LK-MEM-OPERACION IS NOT EQUAL 'D' AND
               LK-MEM-OPERACION IS NOT EQUAL 'C' AND
               LK-MEM-OPERACION IS NOT EQUAL 'T') OR
              (LK-MEM-OPERACION IS EQUAL 'T' AND
               LK-MEM-NROCUED IS NOT NUMERIC)
              MOVE 'DB' TO LK-MEM-RESULT
              GO TO MAIN-PROGRAM-F
           END-IF

           MOVE LK-MEM-OPERACION TO MEM-OPERACION
           MOVE LK-MEM-TIPCUEN   TO MEM-TIPCUEN
           MOVE LK-MEM-NROCUEN   TO MEM-NROCUEN
           MOVE LK-MEM-IMPORTE   TO MEM-IMPORTE
           MOVE LK-MEM-CANAL     TO MEM-CANAL
           MOVE LK-MEM-REFER     TO MEM-REFER
           MOVE LK-MEM-OPERADOR  TO MEM-OPERADOR
           MOVE LK-MEM-SUCURSAL  TO MEM-SUCURSAL
           MOVE LK-MEM-HORACAPT  TO MEM-HORACAPT
           IF LK-MEM-OPERACION IS EQUAL 'T'
              MOVE LK-MEM-TIPCUED TO MEM-TIPCUED
              MOVE LK-MEM-NROCUED TO MEM-NROCUED
           ELSE
              MOVE SPACES TO MEM-TIPCUED
              MOVE ZEROS  TO MEM-NROCUED
           END-IF

           IF LK-MEM-OPERACION IS EQUAL 'C'
              PERFORM 3000-CREDITO-I THRU 3000-CREDITO-F
           ELSE
              PERFORM 2000-DEBITO-I THRU 2000-DEBITO-F
              IF LK-MEM-RESULT IS EQUAL 'OK' AND
                 LK-MEM-OPERACION IS EQUAL 'T'
                 PERFORM 3000-CREDITO-I THRU 3000-CREDITO-F
              END-IF
           END-IF
           IF LK-MEM-RESULT IS NOT EQUAL 'OK'
              GO TO MAIN-PROGRAM-F
           END-IF

           PERFORM 4000-GRABAR-MEMO-I THRU 4000-GRABAR-MEMO-F.

       MAIN-PROGRAM-F. GOBACK.


      *---- DEBITO ('D' Y ORIGEN DE 'T'): CUENTA ACTIVA Y FONDOS -----
      *---- SUFICIENTES EN MEMORIA                                -----
       2000-DEBITO-I.

           MOVE MEM-TIPCUEN TO REG-TIPCUEN
           MOVE MEM-NROCUEN TO REG-NROCUEN
           PERFORM 5000-LEER-CUENTA-I THRU 5000-LEER-CUENTA-F
           IF LK-MEM-RESULT IS NOT EQUAL 'OK'
              GO TO 2000-DEBITO-F
           END-IF

           IF REG-ESTCTA IS NOT EQUAL 'A'
              MOVE 'NO' TO LK-MEM-RESULT
              GO TO 2000-DEBITO-F
           END-IF

           MOVE REG-MONEDA TO MEM-MONEDA

           PERFORM 5100-NETO-MEMO-I THRU 5100-NETO-MEMO-F
           IF LK-MEM-RESULT IS NOT EQUAL 'OK'
              GO TO 2000-DEBITO-F
           END-IF
           PERFORM 5200-CALC-RETENIDO-I THRU 5200-CALC-RETENIDO-F

           COMPUTE WS-DISPONIBLE = REG-SALDO + REG-ACUERDO
                                 - WS-RETENIDO + WS-NETO-MEMO
           IF MEM-IMPORTE IS GREATER WS-DISPONIBLE
              MOVE 'SF' TO LK-MEM-RESULT
              GO TO 2000-DEBITO-F
           END-IF

           COMPUTE WS-SALDO-ORIGEN = REG-SALDO + WS-NETO-MEMO
                                   - MEM-IMPORTE.

       2000-DEBITO-F. EXIT.


      *---- CREDITO ('C' Y DESTINO DE 'T'): CUENTA ACTIVA O ---------
      *---- CONGELADA Y SIN PASAR EL TOPE DE SALDO CON LA MEMORIA ----
       3000-CREDITO-I.

           IF MEM-OPERACION IS EQUAL 'T'
              MOVE MEM-TIPCUED TO REG-TIPCUEN
              MOVE MEM-NROCUED TO REG-NROCUEN
           ELSE
              MOVE MEM-TIPCUEN TO REG-TIPCUEN
              MOVE MEM-NROCUEN TO REG-NROCUEN
           END-IF
           PERFORM 5000-LEER-CUENTA-I THRU 5000-LEER-CUENTA-F
           IF LK-MEM-RESULT IS NOT EQUAL 'OK'
              GO TO 3000-CREDITO-F
           END-IF

           IF REG-ESTCTA IS NOT EQUAL 'A' AND
              REG-ESTCTA IS NOT EQUAL 'F'
              MOVE 'NO' TO LK-MEM-RESULT
              GO TO 3000-CREDITO-F
           END-IF

           PERFORM 5100-NETO-MEMO-I THRU 5100-NETO-MEMO-F
           IF LK-MEM-RESULT IS NOT EQUAL 'OK'
              GO TO 3000-CREDITO-F
           END-IF

           COMPUTE WS-SALDO-MEMO = REG-SALDO + WS-NETO-MEMO
                                 + MEM-IMPORTE
           IF WS-SALDO-MEMO IS GREATER WS-SALDO-TOPE
              MOVE 'TO' TO LK-MEM-RESULT
              GO TO 3000-CREDITO-F
           END-IF

      *    EN UNA TRANSFERENCIA LA MONEDA Y EL SALDO INFORMADO
      *    SON LOS DEL ORIGEN, YA CARGADOS POR 2000-DEBITO.
           IF MEM-OPERACION IS NOT EQUAL 'T'
              MOVE REG-MONEDA    TO MEM-MONEDA
              MOVE WS-SALDO-MEMO TO WS-SALDO-ORIGEN
           END-IF.

       3000-CREDITO-F. EXIT.


      *---- DEJA LA OPERACION PENDIENTE, CON EL SIGUIENTE NUMERO ----
      *---- DE ORDEN                                              ----
       4000-GRABAR-MEMO-I.

           EXEC SQL
              SELECT VALUE(MAX(NROMEMO), 0) + 1
                INTO :MEM-NROMEMO
                FROM KC02803.TBCURMEM
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
              GO TO 4000-GRABAR-MEMO-F
           END-IF

           EXEC SQL
              INSERT INTO KC02803.TBCURMEM
                 ( NROMEMO, FECCAPT, HORACAPT, CANAL, REFER,
                   OPERADOR, SUCURSAL, OPERACION, TIPCUEN,
                   NROCUEN, TIPCUED, NROCUED, IMPORTE, MONEDA,
                   ESTADO, MOTIVO, FECAPLI, FECVALOR )
              VALUES
                 ( :MEM-NROMEMO, CURRENT DATE, :MEM-HORACAPT,
                   :MEM-CANAL, :MEM-REFER, :MEM-OPERADOR,
                   :MEM-SUCURSAL, :MEM-OPERACION, :MEM-TIPCUEN,
                   :MEM-NROCUEN, :MEM-TIPCUED, :MEM-NROCUED,
                   :MEM-IMPORTE, :MEM-MONEDA, 'P', ' ',
                   NULL, NULL )
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
              GO TO 4000-GRABAR-MEMO-F
           END-IF

           MOVE MEM-NROMEMO     TO LK-MEM-NROMEMO
           MOVE WS-SALDO-ORIGEN TO LK-MEM-SALDO.

       4000-GRABAR-MEMO-F. EXIT.


      *---- SALDO DE CIERRE DE LA CUENTA, BLOQUEADA HASTA EL FIN ----
      *---- DE LA UNIDAD DE TRABAJO DEL INVOCANTE                 ----
       5000-LEER-CUENTA-I.

           EXEC SQL
              SELECT SALDO, MONEDA, ESTCTA,
                     CASE WHEN FECVTOAC >= CURRENT DATE
                          THEN ACUERDO ELSE 0 END
                INTO :REG-SALDO, :REG-MONEDA, :REG-ESTCTA,
                     :REG-ACUERDO
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
                 FOR UPDATE OF SALDO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'CI' TO LK-MEM-RESULT
              WHEN OTHER
                 PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
           END-EVALUATE.

       5000-LEER-CUENTA-F. EXIT.


      *---- NETO DE LO PENDIENTE EN MEMORIA PARA LA CUENTA: SUMAN ---
      *---- LOS CREDITOS Y LOS DESTINOS DE TRANSFERENCIA, RESTAN  ---
      *---- LOS DEBITOS Y LOS ORIGENES DE TRANSFERENCIA           ---
       5100-NETO-MEMO-I.

           MOVE ZEROS TO WS-NETO-MEMO

           EXEC SQL
              SELECT VALUE(SUM(
                     CASE WHEN OPERACION = 'C'
                          THEN IMPORTE
                          WHEN TIPCUEN = :REG-TIPCUEN
                           AND NROCUEN = :REG-NROCUEN
                          THEN 0 - IMPORTE
                          ELSE IMPORTE
                     END), 0)
                INTO :WS-NETO-MEMO
                FROM KC02803.TBCURMEM
               WHERE ESTADO = 'P'
                 AND ((TIPCUEN = :REG-TIPCUEN AND
                       NROCUEN = :REG-NROCUEN)
                   OR (OPERACION = 'T'          AND
                       TIPCUED = :REG-TIPCUEN AND
                       NROCUED = :REG-NROCUEN))
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
           END-IF.

       5100-NETO-MEMO-F. EXIT.


      *---- LO INDISPONIBLE DE LA CUENTA: RETENCIONES POR CHEQUES ---
      *---- (TBCURRET) MAS LO CONGELADO POR EMBARGOS (TBCUREMB),  ---
      *---- IGUAL QUE EN EL DEBITO DIRECTO DE LA CAJA             ---
       5200-CALC-RETENIDO-I.

           MOVE ZEROS TO WS-RETENIDO

           EXEC SQL
              SELECT VALUE(SUM(IMPORTE), 0)
                INTO :WS-RETENIDO
                FROM KC02803.TBCURRET
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
                 AND ESTADO  = 'V'
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              MOVE ZEROS TO WS-RETENIDO
           END-IF

           MOVE ZEROS TO WS-EMBARGADO
           EXEC SQL
              SELECT VALUE(SUM(
                     CASE WHEN PORCENT > 0
                          THEN :REG-SALDO * PORCENT / 100
                          ELSE IMPORTE - CONSUMIDO
                     END), 0)
                INTO :WS-EMBARGADO
                FROM KC02803.TBCUREMB
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
                 AND ESTADO  = 'V'
           END-EXEC
           IF SQLCODE IS EQUAL ZEROS AND
              WS-EMBARGADO IS GREATER ZEROS
              ADD WS-EMBARGADO TO WS-RETENIDO
           END-IF.

       5200-CALC-RETENIDO-F. EXIT.


      *---- RESULTADO DE UN ERROR DE BASE: 'RB' SI SE PERDIO LA -------
      *---- UNIDAD DE TRABAJO, 'DB' EN CUALQUIER OTRO CASO      -------
       9000-ERROR-SQL-I.

           IF SQLCODE IS EQUAL WS-UOW-RETROCEDIDA
              MOVE 'RB' TO LK-MEM-RESULT
           ELSE
              MOVE 'DB' TO LK-MEM-RESULT
           END-IF.

       9000-ERROR-SQL-F. EXIT.

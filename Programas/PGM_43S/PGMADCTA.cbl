      *    CAMINOS DE DEBITO (CAJA, TRANSFERENCIAS, COMISIONES,       *
      *    MOVIMIENTOS BATCH) PERMITEN GIRAR EN DESCUBIERTO HASTA     *
      *    EL ACUERDO VIGENTE. UN ACUERDO EN CERO LO ELIMINA.         *
      *    UN ACUERDO QUE AUMENTA LA EXPOSICION DEL CLIENTE DEBE      *
      *    ENTRAR EN SU LIMITE DE CREDITO APROBADO (PGMLIMCR); SE     *
      *    MUESTRA EL MARGEN QUE QUEDA.                               *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
                   'FECHA DE VENCIMIENTO INVALIDA (AAAA-MM-DD)'.
             05 CT-MNS-14         PIC X(72) VALUE
                      'DIGITO VERIFICADOR ERRONEO - VERIFIQUE CUENTA'.
             05 CT-MNS-15         PIC X(72) VALUE
                   'CLIENTE MENOR DE EDAD - NO ADMITE ACUERDO'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-SUC        PIC X(72) VALUE
                  'CUENTA DE OTRA SUCURSAL - REQUIERE SUPERVISOR'.
             05 CT-MNS-LIM1       PIC X(72) VALUE
                   'CLIENTE SIN LIMITE DE CREDITO VIGENTE (PGMLIMCR)'.
             05 CT-MNS-LIM2       PIC X(72) VALUE
                   'SUPERA EL LIMITE DE CREDITO - VER MARGEN'.

      *---- COLA DE AUDITORIA DE ALTAS/BAJAS/MODIFICACIONES -----------
           03 CT-AUDIT-QUEUE      PIC X(04)           VALUE 'AUDC'.
       77  REG-ACUERDO             PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-FECVTOAC            PIC X(10)      VALUE SPACES.
       77  REG-SALDO               PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-MONEDA              PIC S9(01)V USAGE COMP-3
                                                  VALUE ZEROES.
      *    LO QUE LA CUENTA APORTA A LA EXPOSICION DEL CLIENTE ANTES
      *    Y DESPUES DEL CAMBIO: EL MAYOR ENTRE EL ACUERDO VIGENTE
      *    Y EL SALDO DEUDOR.
       77  WS-APORTE-ANT           PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-APORTE-NUE           PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

           05 LK-DV-CALCULADO      PIC 9(2).
           05 LK-DV-VALIDO         PIC X(2).

      *---- LIMITE DE CREDITO APROBADO DEL CLIENTE (PGMLIMCR) --------
      *    LA EXPOSICION SE MIDE EN PESOS COMO EN PGMCONCE; EL
      *    INCREMENTO QUE PIDE LA OPERACION (WS-EXPO-ALTA) SE CARGA
      *    EN LA MONEDA DE LA CUENTA ANTES DE 0700-VERIF-LIMITE.
       77  REG-NROCLI              PIC S9(7)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-CANT-MENOR           PIC S9(9) COMP VALUE ZEROS.
       77  LIM-IMPORTE             PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.
       77  LIM-MONEDA              PIC S9(1)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-COTIZ-DOLAR     PIC S9(5)V9(2) COMP-3  VALUE ZEROS.
       77  WS-EXPO-ACTUAL     PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-EXPO-ALTA       PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-EXPO-NUEVA      PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-LIM-PESOS       PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-MARGEN          PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-LIMITE-VALIDO        PIC X          VALUE 'S'.
           88 LIMITE-OK                           VALUE 'S'.
           88 LIMITE-NO                           VALUE 'N'.
       01  WS-LINEA-MARGEN.
           03 LMA-MONEDA           PIC X(05)      VALUE SPACES.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LMA-MARGEN           PIC -(11)9.99.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

           END-IF

           EXEC SQL
              SELECT SUCUEN, ESTCTA, ACUERDO, SALDO, MONEDA, NROCLI,
                     CASE WHEN FECVTOAC >= CURRENT DATE
                           AND ACUERDO >= 0 - SALDO THEN ACUERDO
                          WHEN SALDO < 0 THEN 0 - SALDO
                          ELSE 0 END
                INTO :REG-SUCUEN, :REG-ESTCTA, :REG-ACUERDO,
                     :REG-SALDO, :REG-MONEDA, :REG-NROCLI,
                     :WS-APORTE-ANT
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
              GO TO 5000-ACTUALIZAR-F
           END-IF

      *    EL MENOR DE 18 ANOS (O QUIEN TODAVIA TIENE
      *    REPRESENTANTE LEGAL VINCULADO) NO GIRA EN DESCUBIERTO:
      *    SOLO SE LE PUEDE ELIMINAR UN ACUERDO.
           IF ACUERDOI IS GREATER ZEROS
              MOVE ZEROS TO WS-CANT-MENOR
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-CANT-MENOR
                   FROM KC02803.TBCURCLI
                  WHERE NROCLI = :REG-NROCLI
                    AND CLASE  = 'F'
                    AND (REPNROCLI <> 0 OR
                         FECNAC > CURRENT DATE - 18 YEARS)
              END-EXEC
              IF SQLCODE IS NOT EQUAL ZEROS
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5000-ACTUALIZAR-F
              END-IF
              IF WS-CANT-MENOR IS GREATER ZEROS
                 MOVE CT-MNS-15 TO MSGO
                 GO TO 5000-ACTUALIZAR-F
              END-IF
           END-IF

           MOVE REG-ACUERDO TO WS-ACUERDO-ANT-ED
           MOVE ACUERDOI TO REG-ACUERDO
           MOVE FECVTOI  TO REG-FECVTOAC

      *    SI EL NUEVO ACUERDO AUMENTA LA EXPOSICION DEL CLIENTE,
      *    DEBE ENTRAR EN SU LIMITE DE CREDITO APROBADO.
           EXEC SQL
              SELECT CASE WHEN DATE(:REG-FECVTOAC) >= CURRENT DATE
                           AND :REG-ACUERDO >= 0 - :REG-SALDO
                          THEN :REG-ACUERDO
                          WHEN :REG-SALDO < 0 THEN 0 - :REG-SALDO
                          ELSE 0 END
                INTO :WS-APORTE-NUE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN -181
              WHEN -180
                 MOVE CT-MNS-12 TO MSGO
                 GO TO 5000-ACTUALIZAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5000-ACTUALIZAR-F
           END-EVALUATE

           COMPUTE WS-EXPO-ALTA = WS-APORTE-NUE - WS-APORTE-ANT
           PERFORM 0700-VERIF-LIMITE-I THRU 0700-VERIF-LIMITE-F
           IF LIMITE-NO
              GO TO 5000-ACTUALIZAR-F
           END-IF

           EXEC SQL UPDATE KC02803.TBCURCTA
              SET ACUERDO  = :REG-ACUERDO,
                  FECVTOAC = :REG-FECVTOAC

       0600-VERIF-SUCURSAL-F. EXIT.

      *-------------------------------------------------------------
      *  LIMITE DE CREDITO: LA OPERACION QUE AUMENTA LA EXPOSICION
      *  DEL CLIENTE REG-NROCLI EN WS-EXPO-ALTA (MONEDA REG-MONEDA)
      *  SOLO PASA SI HAY LIMITE APROBADO VIGENTE Y LA EXPOSICION
      *  RESULTANTE NO LO SUPERA. LO QUE NO AUMENTA LA EXPOSICION
      *  NO SE CONTROLA. DEJA EL MARGEN EN MARGENO: EL QUE QUEDA
      *  SI PASA, EL DISPONIBLE SI SE RECHAZA.
       0700-VERIF-LIMITE-I.

           SET LIMITE-NO TO TRUE
           MOVE SPACES TO MARGENO

           IF WS-EXPO-ALTA IS NOT GREATER ZEROS
              SET LIMITE-OK TO TRUE
              GO TO 0700-VERIF-LIMITE-F
           END-IF

           EXEC SQL
              SELECT IMPORTE, MONEDA
                INTO :LIM-IMPORTE, :LIM-MONEDA
                FROM KC02803.TBCURLIM
               WHERE NROCLI = :REG-NROCLI
                 AND ESTADO = 'V'
                 AND FECVTO >= CURRENT DATE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-LIM1 TO MSGO
                 GO TO 0700-VERIF-LIMITE-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 0700-VERIF-LIMITE-F
           END-EVALUATE

           EXEC SQL
              SELECT COTIZ
                INTO :WS-COTIZ-DOLAR
                FROM KC02803.TBCURCOT
               WHERE MONEDA = 2
               ORDER BY FECCOT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 0700-VERIF-LIMITE-F
           END-IF

           EXEC SQL
              SELECT VALUE((SELECT SUM(
                              CASE WHEN A.FECVTOAC >= CURRENT DATE
                                    AND A.ACUERDO >= 0 - A.SALDO
                                   THEN A.ACUERDO
                                   ELSE 0 - A.SALDO END
                              * CASE WHEN A.MONEDA = 2
                                     THEN :WS-COTIZ-DOLAR ELSE 1 END)
                              FROM KC02803.TBCURCTA A
                             WHERE A.NROCLI = :REG-NROCLI
                               AND A.TIPCUEN <> '03'
                               AND (A.SALDO < 0 OR
                                    (A.ACUERDO > 0 AND
                                     A.FECVTOAC >= CURRENT DATE))), 0)
                   + VALUE((SELECT SUM(P.SALDOCAP
                              * CASE WHEN P.MONEDA = 2
                                     THEN :WS-COTIZ-DOLAR ELSE 1 END)
                              FROM KC02803.TBCURPRE P
                                   INNER JOIN KC02803.TBCURCTA C
                                      ON C.TIPCUEN = P.TIPCUEN
                                     AND C.NROCUEN = P.NROCUEN
                             WHERE C.NROCLI = :REG-NROCLI
                               AND P.ESTADO IN ('V', 'M')), 0)
                INTO :WS-EXPO-ACTUAL
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 0700-VERIF-LIMITE-F
           END-IF

           IF REG-MONEDA IS EQUAL 2
              COMPUTE WS-EXPO-ALTA = WS-EXPO-ALTA * WS-COTIZ-DOLAR
           END-IF
           IF LIM-MONEDA IS EQUAL 2
              COMPUTE WS-LIM-PESOS = LIM-IMPORTE * WS-COTIZ-DOLAR
              MOVE 'U$S'   TO LMA-MONEDA
           ELSE
              MOVE LIM-IMPORTE TO WS-LIM-PESOS
              MOVE 'PESOS' TO LMA-MONEDA
           END-IF
           COMPUTE WS-EXPO-NUEVA = WS-EXPO-ACTUAL + WS-EXPO-ALTA

           IF WS-EXPO-NUEVA IS GREATER WS-LIM-PESOS
              COMPUTE WS-MARGEN = WS-LIM-PESOS - WS-EXPO-ACTUAL
              MOVE CT-MNS-LIM2 TO MSGO
           ELSE
              COMPUTE WS-MARGEN = WS-LIM-PESOS - WS-EXPO-NUEVA
              SET LIMITE-OK TO TRUE
           END-IF

      *    EL MARGEN SE MUESTRA EN LA MONEDA DEL LIMITE.
           IF LIM-MONEDA IS EQUAL 2 AND WS-COTIZ-DOLAR IS GREATER ZEROS
              COMPUTE WS-MARGEN ROUNDED = WS-MARGEN / WS-COTIZ-DOLAR
           END-IF
           MOVE WS-MARGEN       TO LMA-MARGEN
           MOVE WS-LINEA-MARGEN TO MARGENO.

       0700-VERIF-LIMITE-F. EXIT.


      *-------------------------------------------------------------
       9500-AUDITORIA-I.

      *    REQUIERE NIVEL 2 (CAJERO).                                 *
      *    LA CUOTA LA COBRA PGMPRCUO CADA VENCIMIENTO; SIN           *
      *    FONDOS CAE A LA CARTERA DE REPRESENTACION (PGMREPRE).      *
      *    EL CAPITAL DEBE ENTRAR EN EL LIMITE DE CREDITO APROBADO    *
      *    DEL CLIENTE (PGMLIMCR); SE MUESTRA EL MARGEN QUE QUEDA.    *
      *    SI EL CLIENTE TIENE UNA OFERTA PREAPROBADA VIGENTE         *
      *    (PGMOFERT) SE MUESTRA, Y UN PRESTAMO EN PESOS LA DA POR    *
      *    USADA (TBCUROFE 'U' CON EL NUMERO DE PRESTAMO).            *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-JOR        PIC X(72) VALUE
                  'JORNADA CERRADA - NO SE ACEPTAN POSTEOS'.
             05 CT-MNS-LIM1       PIC X(72) VALUE
                   'CLIENTE SIN LIMITE DE CREDITO VIGENTE (PGMLIMCR)'.
             05 CT-MNS-LIM2       PIC X(72) VALUE
                   'SUPERA EL LIMITE DE CREDITO - VER MARGEN'.
             05 CT-MNS-10         PIC X(72) VALUE
                          'PRESTAMO RECUPERADO'.
             05 CT-MNS-11         PIC X(72) VALUE
                   'CLIENTE MENOR DE EDAD - NO SE OTORGAN PRESTAMOS'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
       77  WS-HABIL-ITER           PIC 9(02)      VALUE ZEROS.
       77  WS-CANT-FERIADO         PIC S9(9) COMP VALUE ZEROS.

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

      *---- OFERTA DE PRESTAMO PREAPROBADO (PGMOFERT, TBCUROFE) -------
       77  OFE-IMPORTE        PIC S9(11)V99 COMP-3   VALUE ZEROS.
       77  OFE-PLAZO          PIC S9(3)V COMP-3      VALUE ZEROS.
       77  OFE-CUOTA          PIC S9(11)V99 COMP-3   VALUE ZEROS.
       77  OFE-FECVTO              PIC X(10)      VALUE SPACES.
       77  WS-OFERTA               PIC X          VALUE 'N'.
           88 OFERTA-SI                           VALUE 'S'.
           88 OFERTA-NO                           VALUE 'N'.
       01  WS-LINEA-OFE.
           03 FILLER               PIC X(12)      VALUE 'PREAPROBADO '.
           03 LOF-IMPORTE          PIC -(11)9.99.
           03 FILLER               PIC X(04)      VALUE ' EN '.
           03 LOF-PLAZO            PIC ZZ9.
           03 FILLER               PIC X(07)      VALUE ' CUOTA '.
           03 LOF-CUOTA            PIC -(11)9.99.
           03 FILLER               PIC X(06)      VALUE ' VTO: '.
           03 LOF-FECVTO           PIC X(10).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

           MOVE NROCUENI TO REG-NROCUEN

           EXEC SQL
              SELECT SUCUEN, SALDO, MONEDA, ESTCTA, NROCLI
                INTO :REG-SUCUEN, :REG-SALDO,
                     :REG-MONEDA, :REG-ESTCTA, :REG-NROCLI
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
              GO TO 5000-OTORGAR-F
           END-IF

      *    EL MENOR DE 18 ANOS (O QUIEN TODAVIA TIENE REPRESENTANTE
      *    LEGAL VINCULADO) NO PUEDE TOMAR PRESTAMOS.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-MENOR
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :REG-NROCLI
                 AND CLASE  = 'F'
                 AND (REPNROCLI <> 0 OR
                      FECNAC > CURRENT DATE - 18 YEARS)
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0 OR
              WS-CANT-MENOR IS GREATER ZEROS
              MOVE CT-MNS-11 TO MSGO
              GO TO 5000-OTORGAR-F
           END-IF

           PERFORM 5700-OFERTA-I THRU 5700-OFERTA-F

      *    EL CAPITAL SE SUMA A LA EXPOSICION DEL CLIENTE: DEBE
      *    ENTRAR EN SU LIMITE DE CREDITO APROBADO.
           MOVE CAPITALI TO WS-EXPO-ALTA
           PERFORM 0700-VERIF-LIMITE-I THRU 0700-VERIF-LIMITE-F
           IF LIMITE-NO
              GO TO 5000-OTORGAR-F
           END-IF

      *    TASA ANUAL VIGENTE PARA PRESTAMOS EN LA MONEDA.
           EXEC SQL
              SELECT TASA
              GO TO 5000-OTORGAR-F
           END-IF

      *    LA OFERTA PREAPROBADA (EN PESOS) QUEDA USADA POR ESTE
      *    PRESTAMO, EN LA MISMA UNIDAD DE TRABAJO.
           IF OFERTA-SI AND REG-MONEDA IS EQUAL 1
              EXEC SQL
                 UPDATE KC02803.TBCUROFE
                    SET ESTADO  = 'U',
                        NROPRES = :PRE-NROPRES
                  WHERE NROCLI  = :REG-NROCLI
                    AND ESTADO  = 'V'
              END-EXEC
              IF SQLCODE IS NOT EQUAL 0
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5000-OTORGAR-F
              END-IF
           END-IF

           MOVE CT-MNS-06 TO MSGO
           MOVE PRE-NROPRES TO NROPRESO
           MOVE PRE-CUOTA TO WS-CUOTA-ED
       5500-DESEMBOLSAR-F. EXIT.


      *-------------------------------------------------------------
      *  OFERTA PREAPROBADA VIGENTE DEL CLIENTE DE LA CUENTA: LA
      *  ULTIMA GENERADA POR PGMOFERT, NO VENCIDA NI USADA.
       5700-OFERTA-I.

           SET OFERTA-NO TO TRUE
           MOVE SPACES TO OFERTAO

           EXEC SQL
              SELECT IMPORTE, PLAZO, CUOTA, CHAR(FECVTO, ISO)
                INTO :OFE-IMPORTE, :OFE-PLAZO, :OFE-CUOTA,
                     :OFE-FECVTO
                FROM KC02803.TBCUROFE
               WHERE NROCLI = :REG-NROCLI
                 AND ESTADO = 'V'
                 AND FECVTO >= CURRENT DATE
               ORDER BY FECGEN DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              GO TO 5700-OFERTA-F
           END-IF

           SET OFERTA-SI TO TRUE
           MOVE OFE-IMPORTE  TO LOF-IMPORTE
           MOVE OFE-PLAZO    TO LOF-PLAZO
           MOVE OFE-CUOTA    TO LOF-CUOTA
           MOVE OFE-FECVTO   TO LOF-FECVTO
           MOVE WS-LINEA-OFE TO OFERTAO.

       5700-OFERTA-F. EXIT.


      *-------------------------------------------------------------
       6000-CONSULTAR-I.


       0800-VERIF-JORNADA-F. EXIT.

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
      *  FECHA VALOR: DESPUES DE LA HORA DE CORTE LA OPERACION

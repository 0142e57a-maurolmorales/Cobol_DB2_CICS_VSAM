      *                   CLASE SINCRÓNICA 43                         *
      *                   ===================                         *
      *    ALTA DE CUENTAS                                            *
      *    EL CLIENTE DEBE TENER EL LEGAJO COMPLETO Y VIGENTE         *
      *    (TBCURLRQ/TBCURLEG); SI NO, SOLO UN SUPERVISOR FIRMADO     *
      *    PUEDE AUTORIZAR EL ALTA, QUE QUEDA AUDITADA ('XLEG').      *
      *                                                               *
      *****************************************************************

                      'PRODUCTO INEXISTENTE (TIPO/SUBTIPO/MONEDA)'.
              05 CT-MNS-14         PIC X(72)           VALUE
                      'DIGITO VERIFICADOR ERRONEO - VERIFIQUE CUENTA'.
              05 CT-MNS-15         PIC X(72)           VALUE
                  'LEGAJO INCOMPLETO O VENCIDO - REQUIERE SUPERVISOR'.
              05 CT-MNS-16         PIC X(72)           VALUE
                   'CLIENTE MENOR DE EDAD - NO ADMITE CTA CORRIENTE'.
              05 CT-MNS-EXIT       PIC X(72)           VALUE
                                                'FIN TRANSACCION DCTA'.

           05 LK-DV-CALCULADO      PIC 9(2).
           05 LK-DV-VALIDO         PIC X(2).

      *---- FIRMA DE OPERADOR (PGMSICAF) POR TERMINAL ----------------
      *    NIVELES: 1 CONSULTA / 2 CAJERO / 3 SUPERVISOR. SOLO SE
      *    CONSULTA CUANDO EL LEGAJO DEL CLIENTE TIENE PENDIENTES.
       01  WS-TSQ-FIRMA.
           03 FILLER               PIC X(04)      VALUE 'SGN '.
           03 WS-TSQ-TERM-F        PIC X(04)      VALUE SPACES.

       01  WS-REG-FIRMA.
           05 FIR-ID               PIC X(03).
           05 FIR-NOMBRE           PIC X(30).
           05 FIR-SUC              PIC 9(02).
           05 FIR-NIVEL            PIC 9(01).

       77  WS-FIRMA-LEN            PIC S9(04) COMP VALUE 36.
       77  WS-NIVEL-OVERRIDE       PIC 9(01)      VALUE 3.

      *---- DOCUMENTOS OBLIGATORIOS DEL LEGAJO FALTANTES O VENCIDOS --
       77  WS-DOC-PEND             PIC S9(9) COMP VALUE ZEROS.
       77  WS-DOC-PEND-ED          PIC Z9.

      *---- CLIENTE MENOR DE EDAD O CON REPRESENTANTE LEGAL ----------
       77  WS-CANT-MENOR           PIC S9(9) COMP VALUE ZEROS.

      *-----------   VARIABLES DE VALIDACION   ----------------------
       77  WS-CUENTA-VALIDA        PIC X.
           88 CUENTAOK                                 VALUE 'Y'.
              PERFORM 3180-VERIF-DV-I THRU 3180-VERIF-DV-F
           END-IF

           IF CUENTAOK AND TIPCUENI IS EQUAL '01' THEN
              PERFORM 3185-VERIF-MENOR-I THRU 3185-VERIF-MENOR-F
           END-IF

           IF CUENTAOK THEN
              PERFORM 3190-VERIF-LEGAJO-I THRU 3190-VERIF-LEGAJO-F
           END-IF

           IF CUENTAOK THEN
              PERFORM 5000-INSERT-I THRU 5000-INSERT-F
           ELSE

       3180-VERIF-DV-F. EXIT.


      *-------------------------------------------------------------
      *  EL MENOR DE 18 ANOS (O QUIEN TODAVIA TIENE REPRESENTANTE
      *  LEGAL VINCULADO, HASTA QUE PGMMAYOR LO LEVANTE) NO PUEDE
      *  SER TITULAR DE CUENTA CORRIENTE (TIPO 01).
       3185-VERIF-MENOR-I.

           MOVE NROCLII TO REG-NROCLI
           MOVE ZEROS   TO WS-CANT-MENOR

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
              SET CUENTAOK-NO TO TRUE
              MOVE CT-MNS-09 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3185-VERIF-MENOR-F
           END-IF

           IF WS-CANT-MENOR IS GREATER ZEROS
              SET CUENTAOK-NO TO TRUE
              MOVE CT-MNS-16 TO MSGO
              MOVE 'E' TO ACT-RESULT
           END-IF.

       3185-VERIF-MENOR-F. EXIT.


      *-------------------------------------------------------------
      *  EL CLIENTE DEBE TENER PRESENTADOS Y VIGENTES TODOS LOS
      *  DOCUMENTOS OBLIGATORIOS DE SU CLASE (TBCURLRQ CONTRA
      *  TBCURLEG). CON PENDIENTES, EL ALTA SOLO SIGUE SI LA
      *  TERMINAL TIENE FIRMADO UN SUPERVISOR; LA EXCEPCION QUEDA
      *  EN LA COLA 'AUDC' CON ACCION 'XLEG'.
       3190-VERIF-LEGAJO-I.

           MOVE NROCLII TO REG-NROCLI

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-DOC-PEND
                FROM KC02803.TBCURCLI C
                     INNER JOIN KC02803.TBCURLRQ R
                       ON  R.CLASE  = C.CLASE
                       AND R.OBLIGA = 'S'
                     LEFT OUTER JOIN KC02803.TBCURLEG L
                       ON  L.NROCLI = C.NROCLI
                       AND L.CODDOC = R.CODDOC
               WHERE C.NROCLI = :REG-NROCLI
                 AND (L.CODDOC IS NULL OR
                      L.FECVTO < CURRENT DATE)
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              SET CUENTAOK-NO TO TRUE
              MOVE CT-MNS-09 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3190-VERIF-LEGAJO-F
           END-IF

           IF WS-DOC-PEND IS EQUAL ZEROS
              GO TO 3190-VERIF-LEGAJO-F
           END-IF

           MOVE EIBTRMID TO WS-TSQ-TERM-F

           EXEC CICS READQ TS
              QUEUE  (WS-TSQ-FIRMA)
              INTO   (WS-REG-FIRMA)
              LENGTH (WS-FIRMA-LEN)
              ITEM   (1)
              RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP IS NOT EQUAL DFHRESP(NORMAL)
              MOVE ZEROS TO FIR-NIVEL
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-OVERRIDE
              SET CUENTAOK-NO TO TRUE
              MOVE CT-MNS-15 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3190-VERIF-LEGAJO-F
           END-IF

           MOVE WS-DOC-PEND TO WS-DOC-PEND-ED
           MOVE 'XLEG'     TO AUD-ACCION
           MOVE SPACES     TO AUD-VALOR-ANT
           MOVE 'CLI '     TO AUD-VALOR-ANT (1:4)
           MOVE NROCLII    TO AUD-VALOR-ANT (5:7)
           MOVE ' DOC PEND ' TO AUD-VALOR-ANT (12:10)
           MOVE WS-DOC-PEND-ED TO AUD-VALOR-ANT (22:2)
           MOVE SPACES     TO AUD-VALOR-NUE
           MOVE 'AUTORIZA SUPERVISOR ' TO AUD-VALOR-NUE (1:20)
           MOVE FIR-ID     TO AUD-VALOR-NUE (21:3)
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F.

       3190-VERIF-LEGAJO-F. EXIT.

      *-------------------------------------------------------------
       3150-VALIDAR-I.


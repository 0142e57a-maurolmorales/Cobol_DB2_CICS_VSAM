      *    MOTOR DE CARTAS A CLIENTES. EL TIPO DE CARTA LLEGA    *
      *    POR PARM (COMO EN PGMCRGRP):                          *
      *      'PFVENCE ' = PLAZO FIJO QUE VENCE EN N DIAS         *
      *                   (PARAMETRO DIASAVPF, DEFECTO 10)       *
      *      'INACTIVA' = CUENTA POR DECLARARSE INACTIVA: SIN    *
      *                   MOVIMIENTO DE SALDO HACE N-1 MESES     *
      *                   (MESESINA, EL MISMO PARAMETRO DE       *
      *                   PGMDMCTA, DEFECTO 12)                  *
      *      'CHEQUERA' = CHEQUERA EMITIDA HOY LISTA PARA        *
      *                   RETIRAR (TBCURCHQ)                     *
      *      'PREAPROB' = PRESTAMO PERSONAL PREAPROBADO: OFERTAS *
      *                   VIGENTES DE LA ULTIMA CORRIDA DE       *
      *                   PGMOFERT (TBCUROFE)                    *
      *      'MAYORIA ' = CLIENTE QUE CUMPLIO 18 ANOS Y PASO HOY A *
      *                   MAYOR DE EDAD (TBCURCLI.FECMAYOR, QUE  *
      *                   GRABA PGMMAYOR EN EL PASO ANTERIOR)    *
      *      'CIRCULAR' = CONFIRMACION DE SALDO PEDIDA POR LA    *
      *                   AUDITORIA EXTERNA: CUENTAS DE LA       *
      *                   MUESTRA DE PGMCIRSE (TBCURCIR) QUE     *
      *                   TODAVIA NO TIENEN CARTA. LLEVA CUENTA, *
      *                   FECHA DE CORTE Y SALDO A CONFIRMAR, Y  *
      *                   SE MARCA LA FECHA DE CARTA EN TBCURCIR *
      *    CADA CARTA ES UNA PAGINA DE 133 BYTES CON NOMBRE Y    *
      *    DOMICILIO DE TBCURCLI, LISTA PARA IMPRIMIR; EL        *
      *    ARCHIVO SE CAPTURA AL REPOSITORIO REPOCAF COMO        *
      *    CUALQUIER LISTADO (PGMCRGRP). AL FINAL SE INFORMA     *
      *    LA CANTIDAD DE CARTAS DEL TIPO COMO CONTROL DIARIO.   *
      *    CADA CARTA QUEDA REGISTRADA EN TBCURCEN (CLIENTE,     *
      *    TIPO, FECHA Y REFERENCIA) PARA EL INFORME DE DATOS    *
      *    PERSONALES DE PGMHABEA.                               *
      *    LAS CARTAS COMERCIALES (PREAPROB) NO SE EMITEN A      *
      *    QUIEN PIDIO NO SER CONTACTADO POR CORREO POSTAL       *
      *    (TBCURCON, CANAL 'C', CONSIENTE 'N'); SE CUENTAN COMO *
      *    SUPRIMIDAS EN EL CONTROL. LAS DE SERVICIO Y           *
      *    REGULATORIAS SALEN SIEMPRE.                           *
      *    CADA CARTA LLEVA LA REFERENCIA DE ENVIO ('C' + NRO    *
      *    DE CLIENTE) QUE LA SUCURSAL CARGA SI EL CORREO LA     *
      *    DEVUELVE (PGMCODEV). SI EL DOMICILIO ESTA OBSERVADO   *
      *    (DOMINV 'S') LA CARTA SE EMITE IGUAL PERO EN LUGAR    *
      *    DEL DOMICILIO LLEVA LA MARCA DE RETENER EN LA         *
      *    SUCURSAL DEL CLIENTE, Y SE CUENTA COMO RETENIDA.      *
      *                                                          *
      ************************************************************

           SELECT CARTAS ASSIGN DDCARTAS
           FILE STATUS IS FS-CARTAS.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  REG-CARTA      PIC X(133).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-CARTAS               PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.

      *----------- PARAMETROS -----------------------------------------
       77  WS-TIPO-CARTA           PIC X(08)    VALUE SPACES.
           88  WS-CARTA-COMERCIAL     VALUE 'PREAPROB'.
           88  WS-CARTA-CIRCULAR      VALUE 'CIRCULAR'.
       77  WS-DIAS-AVISO           PIC 9(03)    VALUE 10.
       77  WS-MESES-INACT          PIC 9(03)    VALUE 12.

       01  WS-VALOR-NUMERICO.
           03  WS-VAL-NUMERICO     PIC 9(03).

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'DIASAVPF'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

       77  WS-CARTAS-CANT          PIC 9(05)    VALUE ZEROS.
       77  WS-SUPRIMIDAS-CANT      PIC 9(05)    VALUE ZEROS.
       77  WS-RETENIDAS-CANT       PIC 9(05)    VALUE ZEROS.

      *----------- CUERPO DE LA CARTA ---------------------------------
       01  CAR-LINEA1.
           03  FILLER              PIC X(09)    VALUE 'SENOR/A: '.
           03  CAR-NOMAPE          PIC X(30).
           03  FILLER              PIC X(60)    VALUE SPACES.
           03  FILLER              PIC X(12)    VALUE 'REF. ENVIO: '.
           03  CAR-REFENVIO.
               05  FILLER          PIC X(01)    VALUE 'C'.
               05  CAR-REF-NROCLI  PIC 9(07).
           03  FILLER              PIC X(14)    VALUE SPACES.

       01  CAR-LINEA2.
           03  CAR-DOMICILIO       PIC X(30).
           03  FILLER              PIC X(01)    VALUE ')'.
           03  FILLER              PIC X(58)    VALUE SPACES.

      *    DOMICILIO OBSERVADO POR CORREO DEVUELTO.
       01  CAR-LINEA2-RETENER.
           03  FILLER              PIC X(20)    VALUE
               'RETENER EN SUCURSAL '.
           03  CAR-SUCUEN          PIC Z9.
           03  FILLER              PIC X(44)    VALUE
               ' - DOMICILIO OBSERVADO POR CORREO DEVUELTO'.
           03  FILLER              PIC X(67)    VALUE SPACES.

       01  CAR-CUERPO.
           03  CAR-TEXTO           PIC X(90).
           03  FILLER              PIC X(05)    VALUE SPACES.
       77  CT-TEXTO-CHEQUERA       PIC X(90)    VALUE
           'SU CHEQUERA YA ESTA EMITIDA Y LISTA PARA SER RETIRADA EN
      -    'SU SUCURSAL.'.
       77  CT-TEXTO-PREAPROB       PIC X(90)    VALUE
           'TIENE UN PRESTAMO PERSONAL PREAPROBADO POR EL IMPORTE INDICA
      -    'DO. ACERQUESE A SU SUCURSAL.'.
       77  CT-TEXTO-MAYORIA        PIC X(90)    VALUE
           'YA ES MAYOR DE EDAD. ACERQUESE A SU SUCURSAL PARA ACTUALIZAR
      -    ' SUS DATOS Y SU FIRMA.'.
       77  CT-TEXTO-CIRCULAR       PIC X(90)    VALUE
           'NUESTROS AUDITORES EXTERNOS LE SOLICITAN CONFIRMAR EL SALDO 
      -    'INDICADO, CONFORME O NO.'.

      *    DETALLE DE LA CONFIRMACION DE SALDO (CIRCULAR).
       01  CAR-LINEA-CIRC.
           03  FILLER              PIC X(07)    VALUE 'CUENTA '.
           03  CAR-CIR-TIPCUEN     PIC X(02).
           03  FILLER              PIC X(01)    VALUE '/'.
           03  CAR-CIR-NROCUEN     PIC 9(10).
           03  FILLER              PIC X(21)    VALUE
               '  SALDO AL CIERRE DEL'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  CAR-CIR-FECCORTE    PIC X(10).
           03  FILLER              PIC X(02)    VALUE ': '.
           03  CAR-CIR-MONEDA      PIC X(04).
           03  CAR-CIR-SALDO       PIC -.---.---.---.--9,99.
           03  FILLER              PIC X(55)    VALUE SPACES.

       01  CAR-LINEA-CIRC2.
           03  FILLER              PIC X(45)    VALUE
               'RESPONDA A LOS AUDITORES MARCANDO CONFORME O '.
           03  FILLER              PIC X(45)    VALUE
               'INDICANDO EL SALDO QUE SURGE DE SUS REGISTROS'.
           03  FILLER              PIC X(30)    VALUE
               '.  FIRMA: ___________________'.
           03  FILLER              PIC X(13)    VALUE SPACES.

      *----------- CONTROL DIARIO -------------------------------------
       01  CAR-CONTROL.
           03  CAR-CTL-TIPO        PIC X(08).
           03  FILLER              PIC X(12)    VALUE ' EMITIDAS:  '.
           03  CAR-CTL-CANT        PIC ZZZZ9.
           03  FILLER              PIC X(24)    VALUE
               '  SUPRIMIDAS SIN CONS.: '.
           03  CAR-CTL-SUPRIM      PIC ZZZZ9.
           03  FILLER              PIC X(21)    VALUE
               '  RETENIDAS EN SUC.: '.
           03  CAR-CTL-RETEN       PIC ZZZZ9.
           03  FILLER              PIC X(35)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  WS-MESES-HV   PIC S9(3)V USAGE COMP-3     VALUE ZEROES.

      *    DATOS COMUNES DEL CLIENTE Y REFERENCIA DE LA CARTA.
       77  WSC-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  WSC-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  WSC-DOMICILIO PIC X(30)                   VALUE SPACES.
       77  WSC-CIUDAD    PIC X(30)                   VALUE SPACES.
       77  WSC-CODPOSTAL PIC X(8)                    VALUE SPACES.
       77  WSC-CONSIENTE PIC X(1)                    VALUE SPACES.
       77  WSC-DOMINV    PIC X(1)                    VALUE SPACES.
       77  WSC-SUCUEN    PIC S9(4) COMP              VALUE ZEROS.
       77  REG-TIPCUEN   PIC X(2)                    VALUE SPACES.
       77  REG-NROCUEN   PIC S9(10)V USAGE COMP-3     VALUE ZEROES.
       77  REG-NROCERT   PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-NROCHQRA  PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  WS-REFER-ED   PIC X(20)                   VALUE SPACES.
       77  WS-NUM-ED     PIC 9(10)                   VALUE ZEROS.
       77  REG-IMPORTE   PIC S9(11)V99 USAGE COMP-3  VALUE ZEROES.
       77  WS-IMPORTE-ED PIC ZZZ.ZZZ.ZZ9             VALUE ZEROS.
       77  REG-FECCORTE  PIC X(10)                   VALUE SPACES.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *    PLAZOS FIJOS VIGENTES QUE VENCEN EN N DIAS.
           EXEC SQL
              DECLARE CURSORPFV CURSOR FOR
                 SELECT P.NROCERT, L.NROCLI, L.NOMAPE, L.DOMICILIO,
                        L.CIUDAD, L.CODPOSTAL
                 FROM KC02803.TBCURPLF P,
                      KC02803.TBCURCTA C,
      *    CUENTAS ACTIVAS A UN MES DE SER DECLARADAS INACTIVAS.
           EXEC SQL
              DECLARE CURSORINA CURSOR FOR
                 SELECT C.TIPCUEN, C.NROCUEN, L.NROCLI, L.NOMAPE,
                        L.DOMICILIO, L.CIUDAD, L.CODPOSTAL
                 FROM KC02803.TBCURCTA C,
                      KC02803.TBCURCLI L
      *    CHEQUERAS EMITIDAS HOY, LISTAS PARA RETIRAR.
           EXEC SQL
              DECLARE CURSORCHQ CURSOR FOR
                 SELECT Q.NROCHQRA, L.NROCLI, L.NOMAPE, L.DOMICILIO,
                        L.CIUDAD, L.CODPOSTAL
                 FROM KC02803.TBCURCHQ Q,
                      KC02803.TBCURCTA C,
                 ORDER BY Q.NROCHQRA
           END-EXEC.

      *    OFERTAS DE PRESTAMO PREAPROBADO DE LA ULTIMA CORRIDA DE
      *    PGMOFERT QUE SIGUEN VIGENTES.
           EXEC SQL
              DECLARE CURSOROFE CURSOR FOR
                 SELECT O.IMPORTE, L.NROCLI, L.NOMAPE, L.DOMICILIO,
                        L.CIUDAD, L.CODPOSTAL
                 FROM KC02803.TBCUROFE O,
                      KC02803.TBCURCLI L
                 WHERE O.NROCLI  = L.NROCLI
                   AND O.ESTADO  = 'V'
                   AND O.FECVTO >= CURRENT DATE
                   AND O.FECGEN  = (SELECT MAX(X.FECGEN)
                                      FROM KC02803.TBCUROFE X)
                 ORDER BY O.NROCLI
           END-EXEC.

      *    CLIENTES CONVERTIDOS HOY A MAYOR DE EDAD POR PGMMAYOR.
           EXEC SQL
              DECLARE CURSORMAY CURSOR FOR
                 SELECT L.NROCLI, L.NOMAPE, L.DOMICILIO,
                        L.CIUDAD, L.CODPOSTAL
                 FROM KC02803.TBCURCLI L
                 WHERE L.FECMAYOR = CURRENT DATE
                   AND L.FECBAJA IS NULL
                 ORDER BY L.NROCLI
           END-EXEC.

      *    CUENTAS DE LA MUESTRA DE CIRCULARIZACION SIN CARTA.
           EXEC SQL
              DECLARE CURSORCIR CURSOR FOR
                 SELECT R.TIPCUEN, R.NROCUEN, CHAR(R.FECCORTE, ISO),
                        R.SALDO, R.MONEDA, L.NROCLI, L.NOMAPE,
                        L.DOMICILIO, L.CIUDAD, L.CODPOSTAL
                 FROM KC02803.TBCURCIR R,
                      KC02803.TBCURCLI L
                 WHERE R.NROCLI = L.NROCLI
                   AND R.FECCARTA IS NULL
                 ORDER BY R.SUCUEN, R.TIPCUEN, R.NROCUEN
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *---------------------------------------------------------------
                 PERFORM 3000-CARTAS-INA-I THRU 3000-CARTAS-INA-F
              WHEN 'CHEQUERA'
                 PERFORM 5000-CARTAS-CHQ-I THRU 5000-CARTAS-CHQ-F
              WHEN 'PREAPROB'
                 PERFORM 6000-CARTAS-OFE-I THRU 6000-CARTAS-OFE-F
              WHEN 'MAYORIA '
                 PERFORM 6500-CARTAS-MAY-I THRU 6500-CARTAS-MAY-F
              WHEN 'CIRCULAR'
                 PERFORM 6800-CARTAS-CIR-I THRU 6800-CARTAS-CIR-F
              WHEN OTHER
                 DISPLAY '* TIPO DE CARTA INVALIDO EN PARM: '
                          WS-TIPO-CARTA
              MOVE SPACES TO WS-TIPO-CARTA
           END-IF

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR    TO WS-VALOR-NUMERICO
                 MOVE WS-VAL-NUMERICO TO WS-DIAS-AVISO
              WHEN 'NE'
                 CONTINUE
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 MOVE SPACES TO WS-TIPO-CARTA
           END-EVALUATE
           MOVE WS-DIAS-AVISO TO WS-DIAS-HV

           MOVE 'MESESINA' TO LK-PAR-CODIGO
           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR    TO WS-VALOR-NUMERICO
                 MOVE WS-VAL-NUMERICO TO WS-MESES-INACT
              WHEN 'NE'
                 CONTINUE
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 MOVE SPACES TO WS-TIPO-CARTA
           END-EVALUATE
      *    EL AVISO SALE UN MES ANTES DE LA MARCA DE PGMDMCTA.
           COMPUTE WS-MESES-HV = WS-MESES-INACT - 1.


           EXEC SQL
              FETCH CURSORPFV INTO :REG-NROCERT,
                                   :WSC-NROCLI,
                                   :WSC-NOMAPE,
                                   :WSC-DOMICILIO,
                                   :WSC-CIUDAD,
           EXEC SQL
              FETCH CURSORINA INTO :REG-TIPCUEN,
                                   :REG-NROCUEN,
                                   :WSC-NROCLI,
                                   :WSC-NOMAPE,
                                   :WSC-DOMICILIO,
                                   :WSC-CIUDAD,

           EXEC SQL
              FETCH CURSORCHQ INTO :REG-NROCHQRA,
                                   :WSC-NROCLI,
                                   :WSC-NOMAPE,
                                   :WSC-DOMICILIO,
                                   :WSC-CIUDAD,
       5100-UNA-CHQ-F. EXIT.


      *---- CARTAS DE PRESTAMO PERSONAL PREAPROBADO -------------------
       6000-CARTAS-OFE-I.

           EXEC SQL OPEN CURSOROFE END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 6000-CARTAS-OFE-F
           END-IF

           PERFORM 6100-UNA-OFE-I THRU 6100-UNA-OFE-F
              UNTIL WS-FIN-LECTURA

           EXEC SQL CLOSE CURSOROFE END-EXEC.

       6000-CARTAS-OFE-F. EXIT.


      *---------------------------------------------------------------
       6100-UNA-OFE-I.

           EXEC SQL
              FETCH CURSOROFE INTO :REG-IMPORTE,
                                   :WSC-NROCLI,
                                   :WSC-NOMAPE,
                                   :WSC-DOMICILIO,
                                   :WSC-CIUDAD,
                                   :WSC-CODPOSTAL
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE CT-TEXTO-PREAPROB TO CAR-TEXTO
                 MOVE SPACES TO WS-REFER-ED
                 MOVE 'HASTA $ ' TO WS-REFER-ED (1:8)
                 MOVE REG-IMPORTE TO WS-IMPORTE-ED
                 MOVE WS-IMPORTE-ED TO WS-REFER-ED (9:11)
                 MOVE WS-REFER-ED TO CAR-REFER
                 PERFORM 7000-EMITIR-CARTA-I
                    THRU 7000-EMITIR-CARTA-F
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       6100-UNA-OFE-F. EXIT.


      *---- CARTAS DE MAYORIA DE EDAD ---------------------------------
       6500-CARTAS-MAY-I.

           EXEC SQL OPEN CURSORMAY END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 6500-CARTAS-MAY-F
           END-IF

           PERFORM 6600-UNA-MAY-I THRU 6600-UNA-MAY-F
              UNTIL WS-FIN-LECTURA

           EXEC SQL CLOSE CURSORMAY END-EXEC.

       6500-CARTAS-MAY-F. EXIT.


      *---------------------------------------------------------------
       6600-UNA-MAY-I.

           EXEC SQL
              FETCH CURSORMAY INTO :WSC-NROCLI,
                                   :WSC-NOMAPE,
                                   :WSC-DOMICILIO,
                                   :WSC-CIUDAD,
                                   :WSC-CODPOSTAL
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE CT-TEXTO-MAYORIA TO CAR-TEXTO
                 MOVE 'MAYORIA DE EDAD' TO WS-REFER-ED
                 MOVE WS-REFER-ED TO CAR-REFER
                 PERFORM 7000-EMITIR-CARTA-I
                    THRU 7000-EMITIR-CARTA-F
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       6600-UNA-MAY-F. EXIT.


      *---- CARTAS DE CONFIRMACION DE SALDO (CIRCULARIZACION) ---------
       6800-CARTAS-CIR-I.

           EXEC SQL OPEN CURSORCIR END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 6800-CARTAS-CIR-F
           END-IF

           PERFORM 6900-UNA-CIR-I THRU 6900-UNA-CIR-F
              UNTIL WS-FIN-LECTURA

           EXEC SQL CLOSE CURSORCIR END-EXEC.

       6800-CARTAS-CIR-F. EXIT.


      *---------------------------------------------------------------
       6900-UNA-CIR-I.

           EXEC SQL
              FETCH CURSORCIR INTO :REG-TIPCUEN,
                                   :REG-NROCUEN,
                                   :REG-FECCORTE,
                                   :REG-IMPORTE,
                                   :REG-MONEDA,
                                   :WSC-NROCLI,
                                   :WSC-NOMAPE,
                                   :WSC-DOMICILIO,
                                   :WSC-CIUDAD,
                                   :WSC-CODPOSTAL
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE CT-TEXTO-CIRCULAR TO CAR-TEXTO
                 MOVE SPACES TO WS-REFER-ED
                 MOVE 'CIRC ' TO WS-REFER-ED (1:5)
                 MOVE REG-TIPCUEN TO WS-REFER-ED (6:2)
                 MOVE '/' TO WS-REFER-ED (8:1)
                 MOVE REG-NROCUEN TO WS-NUM-ED
                 MOVE WS-NUM-ED TO WS-REFER-ED (9:10)
                 MOVE WS-REFER-ED TO CAR-REFER
                 MOVE REG-TIPCUEN TO CAR-CIR-TIPCUEN
                 MOVE REG-NROCUEN TO CAR-CIR-NROCUEN
                 MOVE REG-FECCORTE (9:2) TO CAR-CIR-FECCORTE (1:2)
                 MOVE '/'                TO CAR-CIR-FECCORTE (3:1)
                 MOVE REG-FECCORTE (6:2) TO CAR-CIR-FECCORTE (4:2)
                 MOVE '/'                TO CAR-CIR-FECCORTE (6:1)
                 MOVE REG-FECCORTE (1:4) TO CAR-CIR-FECCORTE (7:4)
                 IF REG-MONEDA IS EQUAL 2
                    MOVE 'U$S '  TO CAR-CIR-MONEDA
                 ELSE
                    MOVE '$   '  TO CAR-CIR-MONEDA
                 END-IF
                 MOVE REG-IMPORTE TO CAR-CIR-SALDO
                 PERFORM 7000-EMITIR-CARTA-I
                    THRU 7000-EMITIR-CARTA-F
                 PERFORM 6950-MARCAR-CIR-I THRU 6950-MARCAR-CIR-F
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       6900-UNA-CIR-F. EXIT.


      *---- FECHA DE CARTA EN LA MUESTRA: NO SE VUELVE A EMITIR -------
       6950-MARCAR-CIR-I.

           IF WS-FIN-LECTURA
              GO TO 6950-MARCAR-CIR-F
           END-IF

           EXEC SQL
              UPDATE KC02803.TBCURCIR
                 SET FECCARTA = CURRENT DATE
               WHERE FECCORTE = DATE(:REG-FECCORTE)
                 AND TIPCUEN  = :REG-TIPCUEN
                 AND NROCUEN  = :REG-NROCUEN
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURCIR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       6950-MARCAR-CIR-F. EXIT.


      *---- UNA CARTA = UNA PAGINA LISTA PARA IMPRIMIR ----------------
       7000-EMITIR-CARTA-I.

           IF WS-CARTA-COMERCIAL
              PERFORM 7100-CONSENTIMIENTO-I THRU 7100-CONSENTIMIENTO-F
              IF WSC-CONSIENTE IS EQUAL 'N'
                 ADD 1 TO WS-SUPRIMIDAS-CANT
                 GO TO 7000-EMITIR-CARTA-F
              END-IF
           END-IF

           PERFORM 7200-DOMICILIO-I THRU 7200-DOMICILIO-F
           IF WS-FIN-LECTURA
              GO TO 7000-EMITIR-CARTA-F
           END-IF

           ADD 1 TO WS-CARTAS-CANT

           MOVE WSC-NOMAPE    TO CAR-NOMAPE
           MOVE WSC-NROCLI    TO CAR-REF-NROCLI
           MOVE WSC-DOMICILIO TO CAR-DOMICILIO
           MOVE WSC-CIUDAD    TO CAR-CIUDAD
           MOVE WSC-CODPOSTAL TO CAR-CODPOSTAL
           WRITE REG-CARTA FROM CAR-LINEA1 AFTER PAGE
           IF WSC-DOMINV IS EQUAL 'S'
              ADD 1 TO WS-RETENIDAS-CANT
              MOVE WSC-SUCUEN TO CAR-SUCUEN
              WRITE REG-CARTA FROM CAR-LINEA2-RETENER AFTER 1
           ELSE
              WRITE REG-CARTA FROM CAR-LINEA2 AFTER 1
           END-IF
           WRITE REG-CARTA FROM CAR-CUERPO AFTER 2
           IF WS-CARTA-CIRCULAR
              WRITE REG-CARTA FROM CAR-LINEA-CIRC AFTER 2
              WRITE REG-CARTA FROM CAR-LINEA-CIRC2 AFTER 2
           END-IF
           IF FS-CARTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR CARTAS = ' FS-CARTAS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 7000-EMITIR-CARTA-F
           END-IF

      *    REGISTRO DE LA CARTA ENVIADA. SI EL PASO SE REPITE EN EL
      *    DIA LA FILA YA EXISTE (-803) Y NO SE DUPLICA.
           EXEC SQL
              INSERT INTO KC02803.TBCURCEN
                     (NROCLI, TIPCARTA, FECENVIO, REFER)
              VALUES (:WSC-NROCLI, :WS-TIPO-CARTA, CURRENT DATE,
                      :WS-REFER-ED)
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL -803
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURCEN = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       7000-EMITIR-CARTA-F. EXIT.


      *---- CONSENTIMIENTO DE CONTACTO POR CORREO POSTAL --------------
      *    SIN FILA EN TBCURCON NO HAY OPOSICION: SOLO 'N' SUPRIME.
       7100-CONSENTIMIENTO-I.

           EXEC SQL
              SELECT CONSIENTE
                INTO :WSC-CONSIENTE
                FROM KC02803.TBCURCON
               WHERE NROCLI = :WSC-NROCLI
                 AND CANAL  = 'C'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WSC-CONSIENTE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURCON = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE 'N' TO WSC-CONSIENTE
           END-EVALUATE.

       7100-CONSENTIMIENTO-F. EXIT.


      *---- DOMICILIO OBSERVADO Y SUCURSAL DEL CLIENTE ----------------
      *    LA SUCURSAL ES LA MENOR DE SUS CUENTAS (CRITERIO DE
      *    PGMPOSCL); 0 SI NO TIENE CUENTAS.
       7200-DOMICILIO-I.

           EXEC SQL
              SELECT L.DOMINV,
                     VALUE((SELECT MIN(A.SUCUEN)
                              FROM KC02803.TBCURCTA A
                             WHERE A.NROCLI = L.NROCLI), 0)
                INTO :WSC-DOMINV, :WSC-SUCUEN
                FROM KC02803.TBCURCLI L
               WHERE L.NROCLI = :WSC-NROCLI
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURCLI = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       7200-DOMICILIO-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL ZEROS
              MOVE WS-TIPO-CARTA  TO CAR-CTL-TIPO
              MOVE WS-CARTAS-CANT TO CAR-CTL-CANT
              MOVE WS-SUPRIMIDAS-CANT TO CAR-CTL-SUPRIM
              MOVE WS-RETENIDAS-CANT TO CAR-CTL-RETEN
              WRITE REG-CARTA FROM CAR-CONTROL AFTER PAGE
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'CARTAS ' WS-TIPO-CARTA ' EMITIDAS: '
                    WS-CARTAS-CANT
           DISPLAY 'SUPRIMIDAS SIN CONSENTIMIENTO: '
                    WS-SUPRIMIDAS-CANT
           DISPLAY 'RETENIDAS EN SUCURSAL: '
                    WS-RETENIDAS-CANT

           CLOSE CARTAS
           IF FS-CARTAS IS NOT EQUAL '00'

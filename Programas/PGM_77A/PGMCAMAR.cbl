      *    CANTIDAD E IMPORTES POR MONEDA DEL ARCHIVO DEBEN      *
      *    COINCIDIR CON LO LEIDO, O TODO SE RETROCEDE.          *
      *    CADA ITEM APLICADO QUEDA EN TBCURMOV CON CANAL 'CL'.  *
      *    UN CREDITO QUE NO SE PUEDE UBICAR SE OFRECE ANTES A   *
      *    LA RUTINA PGMTRCAF: SI SU MOTIVO ESTA ENTRE LOS       *
      *    DERIVABLES (TBCURPAR TRNCAMAR) QUEDA PENDIENTE EN LA  *
      *    CUENTA TRANSITORIA (TBCURTRN) EN LUGAR DE DEVOLVERSE. *
      *    LOS DEBITOS SE DEVUELVEN SIEMPRE.                     *
      *                                                          *
      ************************************************************

       77  WS-CANT-LEIDOS             PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-APLICADOS          PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-DEVUELTOS          PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-TRANSIT            PIC 9(07)   VALUE ZEROS.
       77  WS-TOT-PESOS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-DOLAR      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-APL-PESOS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-APL-DOLAR      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-DEV-PESOS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-DEV-DOLAR      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-TRN-PESOS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-TRN-DOLAR      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-EDIT                PIC -Z(12)9,99.

      *---- LAYOUT DEL ARCHIVO DE CAMARA (65 BYTES) -------------------
           03  LK-DV-CALCULADO      PIC 9(2).
           03  LK-DV-VALIDO         PIC X(2).

      *---- RUTINA DE DERIVACION A LA CUENTA TRANSITORIA --------------
       77  WS-PGMTRCAF         PIC X(8)      VALUE 'PGMTRCAF'.

       01  LK-TRANSIT.
           03  LK-TRN-ORIGEN        PIC X(2)  VALUE 'CL'.
           03  LK-TRN-MOTIVO        PIC X(2).
           03  LK-TRN-MOTDESC       PIC X(30).
           03  LK-TRN-EMISOR        PIC X(10).
           03  LK-TRN-IDENT         PIC X(16).
           03  LK-TRN-MONEDA        PIC 9(1).
           03  LK-TRN-IMPORTE       PIC 9(11)V99.
           03  LK-TRN-REFER         PIC X(12).
           03  LK-TRN-REGISTRO      PIC X(65).
           03  LK-TRN-NROITEM       PIC 9(9).
           03  LK-TRN-RESULT        PIC X(2).

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE         PIC +++999 USAGE DISPLAY  VALUE ZEROS.
       77  NOT-FOUND                PIC S9(9) COMP      VALUE  +100.
           IF LK-DV-VALIDO IS NOT EQUAL 'SI'
              MOVE WS-MOT-DV TO DEV-MOTIVO-COD
              MOVE 'DIGITO VERIFICADOR ERRONEO' TO DEV-MOTIVO-DESC
              PERFORM 2800-DERIVAR-I THRU 2800-DERIVAR-F
              GO TO 3000-APLICAR-ITEM-F
           END-IF

              WHEN NOT-FOUND
                 MOVE WS-MOT-INEXIST TO DEV-MOTIVO-COD
                 MOVE 'CUENTA INEXISTENTE' TO DEV-MOTIVO-DESC
                 PERFORM 2800-DERIVAR-I THRU 2800-DERIVAR-F
                 GO TO 3000-APLICAR-ITEM-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
              WHEN CAM-MONEDA IS NOT EQUAL REG-MONEDA
                 MOVE WS-MOT-MONEDA TO DEV-MOTIVO-COD
                 MOVE 'MONEDA NO COINCIDE' TO DEV-MOTIVO-DESC
                 PERFORM 2800-DERIVAR-I THRU 2800-DERIVAR-F
              WHEN CAM-TIPMOV IS EQUAL 'CR' AND
                   REG-ESTCTA IS NOT EQUAL 'A' AND
                   REG-ESTCTA IS NOT EQUAL 'F'
                 MOVE WS-MOT-ESTADO TO DEV-MOTIVO-COD
                 MOVE 'CUENTA NO OPERABLE' TO DEV-MOTIVO-DESC
                 PERFORM 2800-DERIVAR-I THRU 2800-DERIVAR-F
              WHEN CAM-TIPMOV IS EQUAL 'DE' AND
                   REG-ESTCTA IS NOT EQUAL 'A'
                 MOVE WS-MOT-ESTADO TO DEV-MOTIVO-COD
           IF WS-SALDO-NUEVO IS GREATER WS-SALDO-TOPE
              MOVE WS-MOT-FONDOS TO DEV-MOTIVO-COD
              MOVE 'EXCEDE CAPACIDAD DEL SALDO' TO DEV-MOTIVO-DESC
              PERFORM 2800-DERIVAR-I THRU 2800-DERIVAR-F
              GO TO 3100-ACTUALIZAR-F
           END-IF

       3100-ACTUALIZAR-F. EXIT.


      *---- CREDITO QUE NO SE PUDO UBICAR: QUEDA EN LA TRANSITORIA ----
      *---- SI LAS REGLAS LO PERMITEN, SI NO SE DEVUELVE --------------
       2800-DERIVAR-I.

           IF CAM-TIPMOV IS NOT EQUAL 'CR'
              PERFORM 2900-DEVOLVER-I THRU 2900-DEVOLVER-F
              GO TO 2800-DERIVAR-F
           END-IF

           MOVE DEV-MOTIVO-COD  TO LK-TRN-MOTIVO
           MOVE DEV-MOTIVO-DESC TO LK-TRN-MOTDESC
           MOVE CAM-BANCO       TO LK-TRN-EMISOR
           MOVE CAM-IDENT       TO LK-TRN-IDENT
           MOVE CAM-MONEDA      TO LK-TRN-MONEDA
           MOVE CAM-IMPORTE     TO LK-TRN-IMPORTE
           MOVE CAM-REFER       TO LK-TRN-REFER
           MOVE WS-REG-CAMARA   TO LK-TRN-REGISTRO
           CALL WS-PGMTRCAF USING LK-TRANSIT

           EVALUATE LK-TRN-RESULT
              WHEN 'TR'
                 MOVE 'NO' TO WS-ITEM-VALIDO
                 ADD 1 TO WS-CANT-TRANSIT
                 IF CAM-MONEDA IS EQUAL 2
                    ADD CAM-IMPORTE TO WS-TRN-DOLAR
                 ELSE
                    ADD CAM-IMPORTE TO WS-TRN-PESOS
                 END-IF
              WHEN 'NO'
                 PERFORM 2900-DEVOLVER-I THRU 2900-DEVOLVER-F
              WHEN OTHER
                 DISPLAY '* ERROR TBCURTRN - REFERENCIA ' CAM-REFER
                 MOVE 9999 TO RETURN-CODE
                 SET FS-ENTRADA-FIN TO TRUE
           END-EVALUATE.

       2800-DERIVAR-F. EXIT.


      *---- GRABAR ITEM DEVUELTO CON SU MOTIVO ------------------------
       2900-DEVOLVER-I.

           DISPLAY ' ITEMS LEIDOS     : ' WS-CANT-LEIDOS
           DISPLAY ' ITEMS APLICADOS  : ' WS-CANT-APLICADOS
           DISPLAY ' ITEMS DEVUELTOS  : ' WS-CANT-DEVUELTOS
           DISPLAY ' A TRANSITORIA    : ' WS-CANT-TRANSIT
           DISPLAY ' TOTAL ARCHIVO  $ : ' WS-TOT-EDIT
           MOVE WS-TOT-DOLAR TO WS-TOT-EDIT
           DISPLAY ' TOTAL ARCHIVO U$S: ' WS-TOT-EDIT
           MOVE WS-DEV-PESOS TO WS-TOT-EDIT
           DISPLAY ' DEVUELTO       $ : ' WS-TOT-EDIT
           MOVE WS-DEV-DOLAR TO WS-TOT-EDIT
           DISPLAY ' DEVUELTO     U$S : ' WS-TOT-EDIT
           MOVE WS-TRN-PESOS TO WS-TOT-EDIT
           DISPLAY ' TRANSITORIA    $ : ' WS-TOT-EDIT
           MOVE WS-TRN-DOLAR TO WS-TOT-EDIT
           DISPLAY ' TRANSITORIA  U$S : ' WS-TOT-EDIT.

       9999-FINAL-F. EXIT.

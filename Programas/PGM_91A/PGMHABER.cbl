      *    CONTROL.                                              *
      *    APLICA CADA CREDITO SOBRE TBCURCTA Y LO REGISTRA EN   *
      *    TBCURMOV CON CANAL 'HA' Y EL LEGAJO DE REFERENCIA.    *
      *    CADA ACREDITACION ENCOLA EL AVISO 'HA' AL CLIENTE     *
      *    SUSCRIPTO EN TBCURSUS (RUTINA PGMAVCAF).              *
      *    LAS CUENTAS QUE NO SE PUEDEN ACREDITAR VUELVEN AL     *
      *    EMPLEADOR EN EL ARCHIVO DE RECHAZOS (DDRECHAZ) CON    *
      *    SU MOTIVO. LA MISMA DISCIPLINA DE PGMCAMAR: SI EL     *
      *    TRAILER NO CUADRA CONTRA LO LEIDO, EL ARCHIVO         *
      *    COMPLETO SE RECHAZA Y TODO SE RETROCEDE.              *
      *    ANTES DE RECHAZAR UN HABER SE CONSULTA LA RUTINA      *
      *    PGMTRCAF: SI EL MOTIVO ESTA ENTRE LOS DERIVABLES      *
      *    (TBCURPAR TRNHABER) EL HABER QUEDA PENDIENTE EN LA    *
      *    CUENTA TRANSITORIA (TBCURTRN) PARA QUE OPERACIONES    *
      *    LO APLIQUE O LO DEVUELVA, EN LUGAR DE VOLVER AHORA.   *
      *                                                          *
      ************************************************************

       77  WS-CANT-LEIDOS             PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-ACREDITADOS        PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-RECHAZADOS         PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-TRANSIT            PIC 9(07)   VALUE ZEROS.
       77  WS-TOT-LEIDO      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-ACREDITADO PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-TRANSIT    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-EDIT                PIC -Z(12)9,99.
       77  WS-TRAILER-VISTO           PIC X       VALUE 'N'.

           03  LK-DV-CALCULADO      PIC 9(2).
           03  LK-DV-VALIDO         PIC X(2).

      *---- RUTINA DE AVISOS AL CLIENTE -------------------------------
       77  WS-PGMAVCAF         PIC X(8)      VALUE 'PGMAVCAF'.

       01  LK-AVISO.
           03  LK-AVI-TIPCUEN       PIC X(2).
           03  LK-AVI-NROCUEN       PIC 9(10).
           03  LK-AVI-TIPEVEN       PIC X(2).
           03  LK-AVI-IMPORTE       PIC 9(11)V99.
           03  LK-AVI-MONEDA        PIC 9(1).
           03  LK-AVI-REFER         PIC X(12).
           03  LK-AVI-ENCOLADOS     PIC 9(3).
           03  LK-AVI-RESULT        PIC X(2).

      *---- RUTINA DE DERIVACION A LA CUENTA TRANSITORIA --------------
       77  WS-PGMTRCAF         PIC X(8)      VALUE 'PGMTRCAF'.

       01  LK-TRANSIT.
           03  LK-TRN-ORIGEN        PIC X(2)  VALUE 'HA'.
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
              MOVE WS-MOT-DV TO RCH-MOTIVO-COD
              MOVE 'DIGITO VERIFICADOR ERRONEO' TO RCH-MOTIVO-DESC
              PERFORM 2800-DERIVAR-I THRU 2800-DERIVAR-F
              GO TO 3000-ACREDITAR-HABER-F
           END-IF

              WHEN NOT-FOUND
                 MOVE WS-MOT-INEXIST TO RCH-MOTIVO-COD
                 MOVE 'CUENTA INEXISTENTE' TO RCH-MOTIVO-DESC
                 PERFORM 2800-DERIVAR-I THRU 2800-DERIVAR-F
                 GO TO 3000-ACREDITAR-HABER-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
              WHEN HAB-MONEDA IS NOT EQUAL REG-MONEDA
                 MOVE WS-MOT-MONEDA TO RCH-MOTIVO-COD
                 MOVE 'MONEDA NO COINCIDE' TO RCH-MOTIVO-DESC
                 PERFORM 2800-DERIVAR-I THRU 2800-DERIVAR-F
              WHEN REG-ESTCTA IS NOT EQUAL 'A' AND
                   REG-ESTCTA IS NOT EQUAL 'F'
                 MOVE WS-MOT-ESTADO TO RCH-MOTIVO-COD
                 MOVE 'CUENTA NO OPERABLE' TO RCH-MOTIVO-DESC
                 PERFORM 2800-DERIVAR-I THRU 2800-DERIVAR-F
              WHEN OTHER
                 PERFORM 3100-ACTUALIZAR-I THRU 3100-ACTUALIZAR-F
           END-EVALUATE.
           IF WS-SALDO-NUEVO IS GREATER WS-SALDO-TOPE
              MOVE WS-MOT-ESTADO TO RCH-MOTIVO-COD
              MOVE 'EXCEDE CAPACIDAD DEL SALDO' TO RCH-MOTIVO-DESC
              PERFORM 2800-DERIVAR-I THRU 2800-DERIVAR-F
              GO TO 3100-ACTUALIZAR-F
           END-IF

                   :MOV-OPERADOR, :MOV-HORAMOV )
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURMOV = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
              GO TO 3100-ACTUALIZAR-F
           END-IF

           ADD 1 TO WS-CANT-ACREDITADOS
           ADD HAB-IMPORTE TO WS-TOT-ACREDITADO

      *    AVISO DE ACREDITACION DE HABERES AL CLIENTE SUSCRIPTO
      *    (TBCURSUS, EVENTO 'HA'). QUEDA EN LA MISMA UNIDAD DE
      *    TRABAJO: SI EL ARCHIVO SE RETROCEDE, NO SE AVISA.
           MOVE MOV-TIPCUEN TO LK-AVI-TIPCUEN
           MOVE MOV-NROCUEN TO LK-AVI-NROCUEN
           MOVE 'HA'        TO LK-AVI-TIPEVEN
           MOVE MOV-IMPORTE TO LK-AVI-IMPORTE
           MOVE MOV-MONEDA  TO LK-AVI-MONEDA
           MOVE MOV-REFMOV  TO LK-AVI-REFER
           CALL WS-PGMAVCAF USING LK-AVISO
           IF LK-AVI-RESULT IS EQUAL 'RB'
              DISPLAY '* ERROR TBCURAVI - UNIDAD DE TRABAJO '
                      'RETROCEDIDA POR EL DB2'
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           END-IF.

       3100-ACTUALIZAR-F. EXIT.


      *---- HABER QUE NO SE PUDO ACREDITAR: QUEDA EN LA TRANSITORIA ---
      *---- SI LAS REGLAS LO PERMITEN, SI NO SE RECHAZA ---------------
       2800-DERIVAR-I.

           MOVE RCH-MOTIVO-COD  TO LK-TRN-MOTIVO
           MOVE RCH-MOTIVO-DESC TO LK-TRN-MOTDESC
           MOVE WS-EMPRESA      TO LK-TRN-EMISOR
           MOVE HAB-IDENT       TO LK-TRN-IDENT
           MOVE HAB-MONEDA      TO LK-TRN-MONEDA
           MOVE HAB-IMPORTE     TO LK-TRN-IMPORTE
           MOVE SPACES          TO LK-TRN-REFER
           MOVE HAB-LEGAJO      TO LK-TRN-REFER (1:10)
           MOVE WS-REG-HABER    TO LK-TRN-REGISTRO
           CALL WS-PGMTRCAF USING LK-TRANSIT

           EVALUATE LK-TRN-RESULT
              WHEN 'TR'
                 ADD 1 TO WS-CANT-TRANSIT
                 ADD HAB-IMPORTE TO WS-TOT-TRANSIT
              WHEN 'NO'
                 PERFORM 2900-RECHAZAR-I THRU 2900-RECHAZAR-F
              WHEN OTHER
                 DISPLAY '* ERROR TBCURTRN - LEGAJO ' HAB-LEGAJO
                 MOVE 9999 TO RETURN-CODE
                 SET FS-ENTRADA-FIN TO TRUE
           END-EVALUATE.

       2800-DERIVAR-F. EXIT.


      *---- GRABAR HABER RECHAZADO CON SU MOTIVO ----------------------
       2900-RECHAZAR-I.

           DISPLAY ' HABERES LEIDOS   : ' WS-CANT-LEIDOS
           DISPLAY ' ACREDITADOS      : ' WS-CANT-ACREDITADOS
           DISPLAY ' RECHAZADOS       : ' WS-CANT-RECHAZADOS
           DISPLAY ' A TRANSITORIA    : ' WS-CANT-TRANSIT
           MOVE WS-TOT-LEIDO TO WS-TOT-EDIT
           DISPLAY ' IMPORTE LEIDO    : ' WS-TOT-EDIT
           MOVE WS-TOT-ACREDITADO TO WS-TOT-EDIT
           DISPLAY ' IMPORTE ACREDIT. : ' WS-TOT-EDIT
           MOVE WS-TOT-TRANSIT TO WS-TOT-EDIT
           DISPLAY ' IMPORTE TRANSIT. : ' WS-TOT-EDIT.

       9999-FINAL-F. EXIT.

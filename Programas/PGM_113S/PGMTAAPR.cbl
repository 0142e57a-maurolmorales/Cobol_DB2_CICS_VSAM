           10 TAP-VIGDESDE    PIC X(10).
           10 TAP-TASA        PIC S9(2)V9(4) USAGE COMP-3.
           10 TAP-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 TAP-FRANQUIC    PIC S9(3)V     USAGE COMP-3.
           10 TAP-OPERALTA    PIC X(3).
       77  TAP-IMPORTE-IND    PIC S9(4) COMP  VALUE ZEROS.

              MOVE NROPENI TO TAP-NROPEND
              EXEC SQL
                 SELECT NROPEND, CONCEPTO, SUBTIPO, MONEDA,
                        VIGDESDE, TASA, IMPORTE, FRANQUIC,
                        OPERALTA
                   INTO :TAP-NROPEND, :TAP-CONCEPTO,
                        :TAP-SUBTIPO, :TAP-MONEDA,
                        :TAP-VIGDESDE, :TAP-TASA,
                        :TAP-IMPORTE :TAP-IMPORTE-IND,
                        :TAP-FRANQUIC,
                        :TAP-OPERALTA
                   FROM KC02803.TBCURTAP
                  WHERE NROPEND = :TAP-NROPEND
           ELSE
              EXEC SQL
                 SELECT NROPEND, CONCEPTO, SUBTIPO, MONEDA,
                        VIGDESDE, TASA, IMPORTE, FRANQUIC,
                        OPERALTA
                   INTO :TAP-NROPEND, :TAP-CONCEPTO,
                        :TAP-SUBTIPO, :TAP-MONEDA,
                        :TAP-VIGDESDE, :TAP-TASA,
                        :TAP-IMPORTE :TAP-IMPORTE-IND,
                        :TAP-FRANQUIC,
                        :TAP-OPERALTA
                   FROM KC02803.TBCURTAP
                  WHERE ESTADO = 'P'
           MOVE WS-TASA-ED   TO TASANTO
           MOVE TAP-TASA     TO WS-TASA-ED
           MOVE WS-TASA-ED   TO TASNUEO
           MOVE TAP-FRANQUIC TO FRANQO
           MOVE TAP-OPERALTA TO OPERALO
           MOVE CT-MNS-01    TO MSGO.

           EXEC SQL
              INSERT INTO KC02803.TBCURTAS
                 ( CONCEPTO, SUBTIPO, MONEDA, VIGDESDE,
                   TASA, IMPORTE, FRANQUIC )
              VALUES (
                   :TAP-CONCEPTO,
                   :TAP-SUBTIPO,
                   :TAP-MONEDA,
                   :TAP-VIGDESDE,
                   :TAP-TASA,
                   :TAP-IMPORTE :TAP-IMPORTE-IND,
                   :TAP-FRANQUIC
                 )
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0

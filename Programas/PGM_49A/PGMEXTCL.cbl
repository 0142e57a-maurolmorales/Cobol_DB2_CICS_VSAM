           EXEC SQL
              SELECT VALUE(SUM(CASE WHEN TIPMOV IN
                                         ('DE', 'ID', 'XC',
                                          'RD', 'RG', 'TD')
                                    THEN IMPORTE ELSE 0 END), 0),
                     VALUE(SUM(CASE WHEN TIPMOV IN ('CR', 'XD',
                                                    'RU', 'TC')
                                    THEN IMPORTE ELSE 0 END), 0)
                INTO :WS-SUM-DEBITOS :WS-IND-DEB,
                     :WS-SUM-CREDITOS :WS-IND-CRE

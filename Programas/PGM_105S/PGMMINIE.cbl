           END-IF

      *    SE DESHACE EL EFECTO DEL MOVIMIENTO PARA EL SALDO
      *    PREVIO ('CR'/'XD'/'RU'/'TC' ACREDITAN; EL RESTO DEBITA).
           IF MOV-TIPMOV IS EQUAL 'CR' OR
              MOV-TIPMOV IS EQUAL 'XD' OR
              MOV-TIPMOV IS EQUAL 'RU' OR
              MOV-TIPMOV IS EQUAL 'TC'
              SUBTRACT MOV-IMPORTE FROM WS-SALDO-PARCIAL
           ELSE
              ADD MOV-IMPORTE TO WS-SALDO-PARCIAL

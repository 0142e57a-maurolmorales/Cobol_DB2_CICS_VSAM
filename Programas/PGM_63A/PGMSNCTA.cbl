      *    LARGO DE REGISTRO 40: FECHA DE LA FOTO + CLAVE +      *
      *    SALDO Y ATRIBUTOS EN COMP-3, COMO EL ARCHIVO NOVCTA.  *
      *                                                          *
      *    TARJETA OPCIONAL DDFECPRO (AAAA-MM-DD): LA FOTO QUE   *
      *    TOMA CAFPTREC DESPUES DE RESTAURAR UN PUNTO DESCUENTA *
      *    LOS MOVIMIENTOS CAPTURADOS DESPUES DE ESA FECHA (LOS  *
      *    QUE PGMMEMAP APLICO ESA NOCHE CON LA FECHA DE LA      *
      *    CADENA SIGUIENTE), QUE LA PROXIMA CUADRATURA SUMA;    *
      *    ASI QUEDA IGUAL A LA FOTO DE ESA NOCHE (STEP052).     *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
           SELECT SNAPSHOT ASSIGN DDSNAP
           FILE STATUS IS FS-SNAPSHOT.

           SELECT FECHA-PRO ASSIGN DDFECPRO
           FILE STATUS IS FS-FECHA-PRO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  REG-SNAPSHOT   PIC X(40).

       FD  FECHA-PRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-FECHA-PRO  PIC X(80).

       WORKING-STORAGE SECTION.
      *=======================*

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-SNAPSHOT             PIC XX       VALUE SPACES.
       77  FS-FECHA-PRO            PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  REG-ESTCTA    PIC X(1)                    VALUE SPACES.

      *    FECHA DEL PUNTO (DDFECPRO); SIN TARJETA NO SE DESCUENTA
      *    NADA.
       77  WS-FECHA-PUNTO          PIC X(10)    VALUE '9999-12-31'.
       77  WS-CON-POSTERIORES      PIC X        VALUE 'N'.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

                        A.NROCUEN,
                        A.SUCUEN,
                        A.NROCLI,
                        A.SALDO -
                        VALUE((SELECT SUM(CASE
                                 WHEN M.TIPMOV IN ('CR', 'XD',
                                                   'RU', 'TC')
                                 THEN M.IMPORTE
                                 WHEN M.TIPMOV IN ('DE', 'ID', 'XC',
                                                   'RD', 'RG', 'TD')
                                 THEN 0 - M.IMPORTE
                                 ELSE 0 END)
                                FROM KC02803.TBCURMOV M
                               WHERE M.TIPCUEN = A.TIPCUEN
                                 AND M.NROCUEN = A.NROCUEN
                                 AND M.FECCAPT >
                                     DATE(:WS-FECHA-PUNTO)
                                 AND :WS-CON-POSTERIORES = 'S'), 0),
                        A.SUBTIPO,
                        A.MONEDA,
                        A.ESTCTA
              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           PERFORM 1010-FECHA-PUNTO-I THRU 1010-FECHA-PUNTO-F

           EXEC SQL OPEN CURSORSNP END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
       1000-INICIO-F. EXIT.


      *---- FECHA DEL PUNTO RESTAURADO (DDFECPRO OPCIONAL) ------------
       1010-FECHA-PUNTO-I.

           OPEN INPUT FECHA-PRO
           IF FS-FECHA-PRO IS EQUAL '00' THEN
              READ FECHA-PRO
              IF FS-FECHA-PRO IS EQUAL '00' AND
                 REG-FECHA-PRO (1:10) IS NOT EQUAL SPACES THEN
                 MOVE REG-FECHA-PRO (1:10) TO WS-FECHA-PUNTO
                 MOVE 'S' TO WS-CON-POSTERIORES
                 DISPLAY 'SIN MOVIMIENTOS CAPTURADOS DESPUES DEL '
                         WS-FECHA-PUNTO ' (DDFECPRO)'
              END-IF
              CLOSE FECHA-PRO
           END-IF.

       1010-FECHA-PUNTO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.


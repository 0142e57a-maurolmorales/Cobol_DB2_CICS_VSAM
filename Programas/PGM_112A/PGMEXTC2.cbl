      *    INICIAL, MOVIMIENTOS, SALDO FINAL, Y EL MISMO CORTE   *
      *    POR PREFERENCIA DE ENVIO (PREFENV): LOS CLIENTES DE   *
      *    EMAIL NO SE IMPRIMEN Y AVISAN A LA PASARELA.          *
      *    LA CARATULA LLEVA LA REFERENCIA DE ENVIO ('X' + NRO   *
      *    DE CLIENTE) QUE LA SUCURSAL CARGA SI EL CORREO        *
      *    DEVUELVE EL EXTRACTO (PGMCODEV). CON EL DOMICILIO     *
      *    OBSERVADO (DOMINV 'S') EL EXTRACTO SE IMPRIME IGUAL   *
      *    PERO LA CARATULA LLEVA, EN LUGAR DEL DOMICILIO, LA    *
      *    MARCA DE RETENER EN LA SUCURSAL DEL CLIENTE (LA       *
      *    MENOR DE SUS CUENTAS, CRITERIO DE PGMPOSCL).          *
      *                                                          *
      ************************************************************

       77  WS-CLIENTES-CANT      PIC 9(05)           VALUE ZEROES.
       77  WS-CUENTAS-CANT       PIC 9(05)           VALUE ZEROES.
       77  WS-MOVS-CANT          PIC 9(05)           VALUE ZEROES.
       77  WS-RETENIDOS-CANT     PIC 9(05)           VALUE ZEROES.
       77  WS-SALDO-INICIAL  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-NETO-PERIODO   PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.

           03  IMP-CLI-NRO         PIC Z(6)9.
           03  FILLER              PIC X(03)    VALUE ' - '.
           03  IMP-CLI-NOMAPE      PIC X(30)    VALUE SPACES.
           03  FILLER              PIC X(10)    VALUE SPACES.
           03  FILLER              PIC X(12)    VALUE 'REF. ENVIO: '.
           03  IMP-CLI-REFENVIO.
               05  FILLER          PIC X(01)    VALUE 'X'.
               05  IMP-CLI-REF-NRO PIC 9(07)    VALUE ZEROES.
           03  FILLER              PIC X(58)    VALUE SPACES.

       01  IMP-CLIENTE-2.
           03  FILLER              PIC X(11)    VALUE 'DOMICILIO: '.
           03  IMP-CLI-CODPOSTAL   PIC X(08)    VALUE SPACES.
           03  FILLER              PIC X(49)    VALUE SPACES.

      *    DOMICILIO OBSERVADO POR CORREO DEVUELTO:
       01  IMP-CLIENTE-RETENER.
           03  FILLER              PIC X(11)    VALUE 'DOMICILIO: '.
           03  FILLER              PIC X(20)    VALUE
               'RETENER EN SUCURSAL '.
           03  IMP-CLI-SUC-RET     PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(44)    VALUE
               ' - DOMICILIO OBSERVADO POR CORREO DEVUELTO'.
           03  FILLER              PIC X(56)    VALUE SPACES.

      *    SUBTITULO CUENTA:
       01  IMP-CUENTA.
           03  FILLER              PIC X(08)    VALUE 'CUENTA: '.
       77  REG-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  REG-EMAIL     PIC X(30)                   VALUE SPACES.
       77  REG-PREFENV   PIC X(1)                    VALUE SPACES.
       77  REG-DOMINV    PIC X(1)                    VALUE SPACES.
       77  REG-SUC-CLI   PIC S9(4) COMP              VALUE ZEROS.

      *---- COEFICIENTE UVA DEL DIA (TBCURUVA) ------------------------
      *    PARA LAS CAJAS DE AHORRO UVA (SUBTIPO 30) EL EXTRACTO
                        B.TIPDOC,
                        B.NRODOC,
                        VALUE(B.EMAIL, ' '),
                        VALUE(B.PREFENV, 'P'),
                        B.DOMINV,
                        VALUE((SELECT MIN(S.SUCUEN)
                                 FROM KC02803.TBCURCTA S
                                WHERE S.NROCLI = B.NROCLI), 0)
                 FROM KC02803.TBCURCTA A,
                      KC02803.TBCURCLI B
                 WHERE A.NROCLI = B.NROCLI
              END-IF
           END-IF

      *    NATURALEZA ACREEDORA: 'CR', 'XD', 'RU' Y 'TC'; EL RESTO
      *    DEBITA.
           IF DES-TIPMOV IS EQUAL 'CR' OR
              DES-TIPMOV IS EQUAL 'XD' OR
              DES-TIPMOV IS EQUAL 'RU' OR
              DES-TIPMOV IS EQUAL 'TC'
              ADD DES-IMPORTE TO WS-NETO-PERIODO
           ELSE
              SUBTRACT DES-IMPORTE FROM WS-NETO-PERIODO
                                   :REG-TIPDOC,
                                   :REG-NRODOC,
                                   :REG-EMAIL,
                                   :REG-PREFENV,
                                   :REG-DOMINV,
                                   :REG-SUC-CLI
           END-EXEC

           EVALUATE SQLCODE
      *---- CARATULA DEL CLIENTE --------------------------------------
       6600-IMP-CLIENTE-I.

           MOVE REG-NROCLI    TO IMP-CLI-NRO IMP-CLI-REF-NRO
           MOVE REG-NOMAPE    TO IMP-CLI-NOMAPE
           MOVE REG-DOMICILIO TO IMP-CLI-DOMICILIO
           MOVE REG-CIUDAD    TO IMP-CLI-CIUDAD
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-CLIENTE-1 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           IF REG-DOMINV IS EQUAL 'S'
              MOVE REG-SUC-CLI TO IMP-CLI-SUC-RET
              ADD 1 TO WS-RETENIDOS-CANT
              WRITE REG-SALIDA FROM IMP-CLIENTE-RETENER AFTER 1
           ELSE
              WRITE REG-SALIDA FROM IMP-CLIENTE-2 AFTER 1
           END-IF.

       6600-IMP-CLIENTE-F. EXIT.

           DISPLAY 'CUENTAS LISTADAS    : ' WS-CUENTAS-CANT
           DISPLAY 'MOVIMIENTOS LISTADOS: ' WS-MOVS-CANT
           DISPLAY 'AVISOS POR EMAIL    : ' WS-EMAILS-CANT
           DISPLAY 'RETENIDOS EN SUC.   : ' WS-RETENIDOS-CANT

           CLOSE ENTRADA
           CLOSE EMAILS

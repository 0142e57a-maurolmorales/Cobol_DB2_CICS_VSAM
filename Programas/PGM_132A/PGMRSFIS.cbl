       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRSFIS.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMRSFIS                                      *
      *  DESCRIPCIÓN:                                            *
      *    RESUMEN FISCAL ANUAL POR CLIENTE. TOTALIZA POR        *
      *    NROCLI Y MONEDA LOS MOVIMIENTOS DEL AÑO (TBCURMOV)    *
      *    DE TODAS SUS CUENTAS:                                 *
      *    - INTERESES ACREDITADOS (PGMINTCA 'INTERESES CA',     *
      *      PGMPFVTO 'RENOVACN PF ' Y EL NETO DE               *
      *      'LIQUIDACN PF', CREDITO MENOS DEBITO DE CAPITAL),   *
      *    - RETENCIONES DE GANANCIAS ('RET GANAN CA/PF'),       *
      *    - IMPUESTO A LOS DEBITOS Y CREDITOS (PGMIMPDC),       *
      *    - COMISION DE MANTENIMIENTO (PGMCOCTA) E INTERESES    *
      *      POR SOBREGIRO (PGMINTDE).                           *
      *    LAS REVERSAS DE PGMREVMO CONSERVAN LA REFERENCIA      *
      *    ORIGINAL Y SE RESTAN. LOS AJUSTES RETROACTIVOS DE     *
      *    TASA DE PGMRETAS ('AJ TASA IN/SD/PD') SUMAN O RESTAN  *
      *    A SU CONCEPTO SEGUN EL SENTIDO DEL MOVIMIENTO.        *
      *    EL AÑO SE TOMA DE DDANIO (DEFECTO: AÑO ANTERIOR).     *
      *    EMITE UN CERTIFICADO POR CLIENTE (UNA PAGINA DE 133   *
      *    BYTES CON EL DOMICILIO DE TBCURCLI, COMO PGMCARTA) Y  *
      *    EL ARCHIVO INFORMATIVO DE FORMATO FIJO PARA EL        *
      *    ORGANISMO FISCAL (DDINFFIS, 150 BYTES) CON UN         *
      *    REGISTRO POR CLIENTE Y MONEDA Y UN TRAILER DE         *
      *    CONTROL CON CANTIDAD E IMPORTES TOTALES.              *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CERTIF ASSIGN DDCERTIF
           FILE STATUS IS FS-CERTIF.

           SELECT INFFIS ASSIGN DDINFFIS
           FILE STATUS IS FS-INFFIS.

           SELECT ANIO ASSIGN DDANIO
           FILE STATUS IS FS-ANIO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  CERTIF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CERTIF     PIC X(133).

       FD  INFFIS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-INFFIS     PIC X(150).

       FD  ANIO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-ANIO       PIC 9(04).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-CERTIF               PIC XX       VALUE SPACES.
       77  FS-INFFIS               PIC XX       VALUE SPACES.
       77  FS-ANIO                 PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- PERIODO INFORMADO ----------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99       VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99       VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99       VALUE ZEROS.

       77  WS-ANIO                 PIC 9(04)    VALUE ZEROS.

       01  WS-FEC-DESDE.
           03  WS-FDE-ANIO         PIC 9(04)    VALUE ZEROS.
           03  FILLER              PIC X(06)    VALUE '-01-01'.

       01  WS-FEC-HASTA.
           03  WS-FHA-ANIO         PIC 9(04)    VALUE ZEROS.
           03  FILLER              PIC X(06)    VALUE '-12-31'.

      *----------- CORTE DE CONTROL POR CLIENTE -----------------------
       77  WS-NROCLI-ANT  PIC S9(7)V USAGE COMP-3   VALUE -1.
       77  WS-MON-IDX              PIC 9(01)    VALUE ZEROS.

      *    IMPORTES DEL CLIENTE POR MONEDA (1 PESOS, 2 DOLARES).
       01  WS-TABLA-CLIENTE.
           03  WS-CLI-MON OCCURS 2 TIMES.
              05  CLI-HAY-MON      PIC X(01).
              05  CLI-INTERES      PIC S9(13)V99 COMP-3.
              05  CLI-RETENCION    PIC S9(13)V99 COMP-3.
              05  CLI-IMPDC        PIC S9(13)V99 COMP-3.
              05  CLI-COMISION     PIC S9(13)V99 COMP-3.
              05  CLI-INTDEU       PIC S9(13)V99 COMP-3.

      *----------- REGISTRO INFORMATIVO (150 BYTES) -------------------
       01  WS-REG-INFFIS.
           03  IFS-TIPREG          PIC X(01)    VALUE 'D'.
           03  IFS-ANIO            PIC 9(04).
           03  IFS-TIPDOC          PIC X(02).
           03  IFS-NRODOC          PIC 9(11).
           03  IFS-NROCLI          PIC 9(07).
           03  IFS-NOMAPE          PIC X(30).
           03  IFS-CONDFISC        PIC X(01).
           03  IFS-MONEDA          PIC 9(01).
           03  IFS-INTERES         PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           03  IFS-RETENCION       PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           03  IFS-IMPDC           PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           03  IFS-COMISION        PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           03  IFS-INTDEU          PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           03  FILLER              PIC X(13)    VALUE SPACES.

      *----------- TRAILER DE CONTROL (150 BYTES) ---------------------
       01  WS-REG-TRAILER.
           03  TRL-TIPREG          PIC X(01)    VALUE 'T'.
           03  TRL-ANIO            PIC 9(04).
           03  TRL-CANTIDAD        PIC 9(07).
           03  TRL-INTERES         PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           03  TRL-RETENCION       PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           03  TRL-IMPDC           PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           03  TRL-COMISION        PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           03  TRL-INTDEU          PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           03  FILLER              PIC X(58)    VALUE SPACES.

      *----------- CONTADORES Y TOTALES DE CONTROL --------------------
       77  WS-CLIENTES-CANT        PIC 9(07)    VALUE ZEROS.
       77  WS-REGISTROS-CANT       PIC 9(07)    VALUE ZEROS.
       77  WS-SINFICHA-CANT        PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-INTERES  PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-TOT-RETENCION PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-IMPDC    PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-TOT-COMISION PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-TOT-INTDEU   PIC S9(13)V99 COMP-3   VALUE ZEROS.

      *----------- CERTIFICADO ----------------------------------------
       01  CER-TITULO.
           03  FILLER              PIC X(47)    VALUE
               'CERTIFICADO ANUAL DE INFORMACION FISCAL - ANIO '.
           03  CER-ANIO            PIC 9(04).
           03  FILLER              PIC X(74)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMRSFIS'.

       01  CER-LINEA1.
           03  FILLER              PIC X(09)    VALUE 'SENOR/A: '.
           03  CER-NOMAPE          PIC X(30).
           03  FILLER              PIC X(94)    VALUE SPACES.

       01  CER-LINEA2.
           03  CER-DOMICILIO       PIC X(30).
           03  FILLER              PIC X(03)    VALUE ' - '.
           03  CER-CIUDAD          PIC X(30).
           03  FILLER              PIC X(03)    VALUE ' ('.
           03  CER-CODPOSTAL       PIC X(08).
           03  FILLER              PIC X(01)    VALUE ')'.
           03  FILLER              PIC X(58)    VALUE SPACES.

       01  CER-LINEA3.
           03  FILLER              PIC X(09)    VALUE 'CLIENTE: '.
           03  CER-NROCLI          PIC ZZZZZZ9.
           03  FILLER              PIC X(13)    VALUE '  DOCUMENTO: '.
           03  CER-TIPDOC          PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  CER-NRODOC          PIC Z(10)9.
           03  FILLER              PIC X(21)    VALUE
               '  CONDICION FISCAL: '.
           03  CER-CONDFISC        PIC X(13).
           03  FILLER              PIC X(56)    VALUE SPACES.

       01  CER-COLUMNAS.
           03  FILLER              PIC X(33)    VALUE
               'MONEDA          INTERESES    RETE'.
           03  FILLER              PIC X(33)    VALUE
               'NC. GANANCIAS    IMP. DEB/CRED   '.
           03  FILLER              PIC X(33)    VALUE
               ' COMISION MANT.   INT. SOBREGIRO '.
           03  FILLER              PIC X(34)    VALUE SPACES.

       01  CER-DETALLE.
           03  CER-MONEDA          PIC X(06).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  CER-INTERES         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  CER-RETENCION       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  CER-IMPDC           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  CER-COMISION        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  CER-INTDEU          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(27)    VALUE SPACES.

       77  CT-TEXTO-CERTIF         PIC X(133)   VALUE
           'SE EXTIENDE EL PRESENTE A LOS EFECTOS DE SU PRESENTACION
      -    'ANTE EL ORGANISMO FISCAL, SEGUN LOS REGISTROS DEL BANCO.'.

      *----------- CONTROL FINAL --------------------------------------
       01  CER-CONTROL.
           03  FILLER              PIC X(33)    VALUE
               '** CONTROL CERTIFICADOS FISCALES '.
           03  CER-CTL-ANIO        PIC 9(04).
           03  FILLER              PIC X(12)    VALUE ' EMITIDOS:  '.
           03  CER-CTL-CANT        PIC ZZZZZZ9.
           03  FILLER              PIC X(77)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *    VARIABLES TOMADAS DE LA TABLA DEL CURSOR.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  REG-INTERES   PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-RETENCION PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-IMPDC     PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-COMISION  PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-INTDEU    PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.

      *    IDENTIFICACION Y DOMICILIO DEL CLIENTE.
       77  WSC-TIPDOC    PIC X(2)                    VALUE SPACES.
       77  WSC-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  WSC-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  WSC-DOMICILIO PIC X(30)                   VALUE SPACES.
       77  WSC-CIUDAD    PIC X(30)                   VALUE SPACES.
       77  WSC-CODPOSTAL PIC X(8)                    VALUE SPACES.
       77  WSC-CONDFISC  PIC X(1)                    VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    MOVIMIENTOS FISCALMENTE RELEVANTES DEL AÑO, POR CLIENTE
      *    Y MONEDA. LOS CREDITOS Y DEBITOS SUMAN; LAS REVERSAS
      *    DE PGMREVMO (XC DE UN CREDITO, XD DE UN DEBITO) RESTAN.
      *    EN LA LIQUIDACION DE PLAZO FIJO EL INTERES ES EL
      *    CREDITO EN DESTINO MENOS EL DEBITO DE CAPITAL DEL
      *    CERTIFICADO (CADA REVERSA INVIERTE SU SIGNO).
           EXEC SQL
              DECLARE CURSORFIS CURSOR FOR
                 SELECT C.NROCLI,
                        M.MONEDA,
                        VALUE(SUM(CASE
                          WHEN M.REFMOV = 'LIQUIDACN PF'
                           AND M.TIPMOV IN ('CR', 'XD')
                          THEN M.IMPORTE
                          WHEN M.REFMOV = 'LIQUIDACN PF'
                          THEN 0 - M.IMPORTE
                          WHEN M.REFMOV IN ('INTERESES CA',
                                            'RENOVACN PF ')
                           AND M.TIPMOV = 'XC'
                          THEN 0 - M.IMPORTE
                          WHEN M.REFMOV IN ('INTERESES CA',
                                            'RENOVACN PF ')
                          THEN M.IMPORTE
                          WHEN M.REFMOV = 'AJ TASA IN'
                           AND M.TIPMOV IN ('TC', 'XD')
                          THEN M.IMPORTE
                          WHEN M.REFMOV = 'AJ TASA IN'
                          THEN 0 - M.IMPORTE
                          ELSE 0 END), 0),
                        VALUE(SUM(CASE
                          WHEN M.REFMOV IN ('RET GANAN CA',
                                            'RET GANAN PF')
                           AND M.TIPMOV = 'XD'
                          THEN 0 - M.IMPORTE
                          WHEN M.REFMOV IN ('RET GANAN CA',
                                            'RET GANAN PF')
                          THEN M.IMPORTE
                          ELSE 0 END), 0),
                        VALUE(SUM(CASE
                          WHEN M.REFMOV = 'IMP DEB/CRE'
                           AND M.TIPMOV = 'XD'
                          THEN 0 - M.IMPORTE
                          WHEN M.REFMOV = 'IMP DEB/CRE'
                          THEN M.IMPORTE
                          ELSE 0 END), 0),
                        VALUE(SUM(CASE
                          WHEN M.REFMOV = 'COMISION MAN'
                           AND M.TIPMOV = 'XD'
                          THEN 0 - M.IMPORTE
                          WHEN M.REFMOV = 'COMISION MAN'
                          THEN M.IMPORTE
                          ELSE 0 END), 0),
                        VALUE(SUM(CASE
                          WHEN M.REFMOV = 'INTERESES SD'
                           AND M.TIPMOV = 'XD'
                          THEN 0 - M.IMPORTE
                          WHEN M.REFMOV = 'INTERESES SD'
                          THEN M.IMPORTE
                          WHEN M.REFMOV IN ('AJ TASA SD', 'AJ TASA PD')
                           AND M.TIPMOV = 'TD'
                          THEN M.IMPORTE
                          WHEN M.REFMOV IN ('AJ TASA SD', 'AJ TASA PD')
                          THEN 0 - M.IMPORTE
                          ELSE 0 END), 0)
                 FROM KC02803.TBCURMOV M,
                      KC02803.TBCURCTA C
                 WHERE M.TIPCUEN = C.TIPCUEN
                   AND M.NROCUEN = C.NROCUEN
                   AND M.FECMOV BETWEEN :WS-FEC-DESDE
                                    AND :WS-FEC-HASTA
                   AND M.REFMOV IN ('INTERESES CA', 'RENOVACN PF ',
                                    'LIQUIDACN PF', 'RET GANAN CA',
                                    'RET GANAN PF', 'IMP DEB/CRE',
                                    'COMISION MAN', 'INTERESES SD',
                                    'AJ TASA IN', 'AJ TASA SD',
                                    'AJ TASA PD')
                 GROUP BY C.NROCLI, M.MONEDA
                 ORDER BY C.NROCLI, M.MONEDA
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                       UNTIL WS-FIN-LECTURA
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE

      *    AÑO INFORMADO: DDANIO, O EL AÑO ANTERIOR AL PROCESO.
           ACCEPT WS-FECHA FROM DATE
           COMPUTE WS-ANIO = 2000 + WS-FECHA-AA - 1
           OPEN INPUT ANIO
           IF FS-ANIO IS EQUAL '00'
              READ ANIO
              IF FS-ANIO IS EQUAL '00' AND REG-ANIO IS NUMERIC
                 AND REG-ANIO IS GREATER ZEROS
                 MOVE REG-ANIO TO WS-ANIO
              END-IF
              CLOSE ANIO
           END-IF
           MOVE WS-ANIO TO WS-FDE-ANIO WS-FHA-ANIO CER-ANIO
                           IFS-ANIO TRL-ANIO CER-CTL-ANIO
           DISPLAY 'ANIO INFORMADO: ' WS-ANIO

           OPEN OUTPUT CERTIF
           IF FS-CERTIF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CERTIF = ' FS-CERTIF
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           OPEN OUTPUT INFFIS
           IF FS-INFFIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFFIS = ' FS-INFFIS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           IF WS-FIN-LECTURA
              GO TO 1000-INICIO-F
           END-IF

           EXEC SQL OPEN CURSORFIS END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F
           END-IF.

       1000-INICIO-F. EXIT.


      *---- CORTE POR CLIENTE: UN REGISTRO POR MONEDA -----------------
       2000-PROCESO-I.

           IF REG-NROCLI IS NOT EQUAL WS-NROCLI-ANT THEN
              IF WS-NROCLI-ANT IS NOT EQUAL -1 THEN
                 PERFORM 3000-EMITIR-CERTIF-I
                    THRU 3000-EMITIR-CERTIF-F
              END-IF
              MOVE REG-NROCLI TO WS-NROCLI-ANT
              PERFORM 2100-LEER-CLIENTE-I THRU 2100-LEER-CLIENTE-F
           END-IF

           IF REG-INTERES   IS NOT EQUAL ZEROS OR
              REG-RETENCION IS NOT EQUAL ZEROS OR
              REG-IMPDC     IS NOT EQUAL ZEROS OR
              REG-COMISION  IS NOT EQUAL ZEROS OR
              REG-INTDEU    IS NOT EQUAL ZEROS
              PERFORM 2200-GRABAR-INFORMATIVO-I
                 THRU 2200-GRABAR-INFORMATIVO-F
           END-IF

           PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F.

       2000-PROCESO-F. EXIT.


      *---- IDENTIFICACION Y DOMICILIO DEL CLIENTE --------------------
       2100-LEER-CLIENTE-I.

           MOVE SPACES TO WSC-TIPDOC WSC-NOMAPE WSC-DOMICILIO
                          WSC-CIUDAD WSC-CODPOSTAL
           MOVE 'N'    TO WSC-CONDFISC
           MOVE ZEROS  TO WSC-NRODOC
           MOVE 'N'    TO CLI-HAY-MON (1) CLI-HAY-MON (2)

           EXEC SQL
              SELECT TIPDOC, NRODOC, NOMAPE, DOMICILIO,
                     CIUDAD, CODPOSTAL, CONDFISC
                INTO :WSC-TIPDOC, :WSC-NRODOC, :WSC-NOMAPE,
                     :WSC-DOMICILIO, :WSC-CIUDAD, :WSC-CODPOSTAL,
                     :WSC-CONDFISC
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :WS-NROCLI-ANT
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              ADD 1 TO WS-SINFICHA-CANT
              DISPLAY '* CLIENTE SIN FICHA EN TBCURCLI: '
                       WS-NROCLI-ANT
           END-IF.

       2100-LEER-CLIENTE-F. EXIT.


      *---- REGISTRO INFORMATIVO Y ACUMULADO PARA EL CERTIFICADO ------
       2200-GRABAR-INFORMATIVO-I.

           MOVE WSC-TIPDOC    TO IFS-TIPDOC
           MOVE WSC-NRODOC    TO IFS-NRODOC
           MOVE WS-NROCLI-ANT TO IFS-NROCLI
           MOVE WSC-NOMAPE    TO IFS-NOMAPE
           MOVE WSC-CONDFISC  TO IFS-CONDFISC
           MOVE REG-MONEDA    TO IFS-MONEDA
           MOVE REG-INTERES   TO IFS-INTERES
           MOVE REG-RETENCION TO IFS-RETENCION
           MOVE REG-IMPDC     TO IFS-IMPDC
           MOVE REG-COMISION  TO IFS-COMISION
           MOVE REG-INTDEU    TO IFS-INTDEU
           WRITE REG-INFFIS FROM WS-REG-INFFIS
           IF FS-INFFIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR INFFIS = ' FS-INFFIS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2200-GRABAR-INFORMATIVO-F
           END-IF

           ADD 1 TO WS-REGISTROS-CANT
           ADD REG-INTERES   TO WS-TOT-INTERES
           ADD REG-RETENCION TO WS-TOT-RETENCION
           ADD REG-IMPDC     TO WS-TOT-IMPDC
           ADD REG-COMISION  TO WS-TOT-COMISION
           ADD REG-INTDEU    TO WS-TOT-INTDEU

           IF REG-MONEDA IS EQUAL 2
              MOVE 2 TO WS-MON-IDX
           ELSE
              MOVE 1 TO WS-MON-IDX
           END-IF
           MOVE 'S'           TO CLI-HAY-MON   (WS-MON-IDX)
           MOVE REG-INTERES   TO CLI-INTERES   (WS-MON-IDX)
           MOVE REG-RETENCION TO CLI-RETENCION (WS-MON-IDX)
           MOVE REG-IMPDC     TO CLI-IMPDC     (WS-MON-IDX)
           MOVE REG-COMISION  TO CLI-COMISION  (WS-MON-IDX)
           MOVE REG-INTDEU    TO CLI-INTDEU    (WS-MON-IDX).

       2200-GRABAR-INFORMATIVO-F. EXIT.


      *---- UN CERTIFICADO = UNA PAGINA LISTA PARA IMPRIMIR -----------
       3000-EMITIR-CERTIF-I.

           IF CLI-HAY-MON (1) IS NOT EQUAL 'S' AND
              CLI-HAY-MON (2) IS NOT EQUAL 'S'
              GO TO 3000-EMITIR-CERTIF-F
           END-IF

           ADD 1 TO WS-CLIENTES-CANT

           MOVE WSC-NOMAPE    TO CER-NOMAPE
           MOVE WSC-DOMICILIO TO CER-DOMICILIO
           MOVE WSC-CIUDAD    TO CER-CIUDAD
           MOVE WSC-CODPOSTAL TO CER-CODPOSTAL
           MOVE WS-NROCLI-ANT TO CER-NROCLI
           MOVE WSC-TIPDOC    TO CER-TIPDOC
           MOVE WSC-NRODOC    TO CER-NRODOC
           EVALUATE WSC-CONDFISC
              WHEN 'E'
                 MOVE 'EXENTO'        TO CER-CONDFISC
              WHEN 'I'
                 MOVE 'INSCRIPTO'     TO CER-CONDFISC
              WHEN OTHER
                 MOVE 'NO INSCRIPTO'  TO CER-CONDFISC
           END-EVALUATE

           WRITE REG-CERTIF FROM CER-TITULO AFTER PAGE
           WRITE REG-CERTIF FROM CER-LINEA1 AFTER 2
           WRITE REG-CERTIF FROM CER-LINEA2 AFTER 1
           WRITE REG-CERTIF FROM CER-LINEA3 AFTER 1
           WRITE REG-CERTIF FROM CER-COLUMNAS AFTER 2

           PERFORM 3100-IMP-MONEDA-I THRU 3100-IMP-MONEDA-F
              VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > 2

           WRITE REG-CERTIF FROM CT-TEXTO-CERTIF AFTER 3
           IF FS-CERTIF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR CERTIF = ' FS-CERTIF
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       3000-EMITIR-CERTIF-F. EXIT.


      *---------------------------------------------------------------
       3100-IMP-MONEDA-I.

           IF CLI-HAY-MON (WS-MON-IDX) IS NOT EQUAL 'S'
              GO TO 3100-IMP-MONEDA-F
           END-IF

           IF WS-MON-IDX IS EQUAL 2
              MOVE 'U$S'   TO CER-MONEDA
           ELSE
              MOVE 'PESOS' TO CER-MONEDA
           END-IF
           MOVE CLI-INTERES   (WS-MON-IDX) TO CER-INTERES
           MOVE CLI-RETENCION (WS-MON-IDX) TO CER-RETENCION
           MOVE CLI-IMPDC     (WS-MON-IDX) TO CER-IMPDC
           MOVE CLI-COMISION  (WS-MON-IDX) TO CER-COMISION
           MOVE CLI-INTDEU    (WS-MON-IDX) TO CER-INTDEU
           WRITE REG-CERTIF FROM CER-DETALLE AFTER 1.

       3100-IMP-MONEDA-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

           EXEC SQL
              FETCH CURSORFIS INTO :REG-NROCLI,
                                   :REG-MONEDA,
                                   :REG-INTERES,
                                   :REG-RETENCION,
                                   :REG-IMPDC,
                                   :REG-COMISION,
                                   :REG-INTDEU
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 IF WS-NROCLI-ANT IS NOT EQUAL -1 THEN
                    PERFORM 3000-EMITIR-CERTIF-I
                       THRU 3000-EMITIR-CERTIF-F
                 END-IF
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       4000-LEER-FETCH-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORFIS END-EXEC

      *    TRAILER DE CONTROL DEL ARCHIVO INFORMATIVO Y ULTIMA
      *    PAGINA DE CONTROL DE LOS CERTIFICADOS.
           IF RETURN-CODE IS EQUAL ZEROS
              MOVE WS-REGISTROS-CANT TO TRL-CANTIDAD
              MOVE WS-TOT-INTERES    TO TRL-INTERES
              MOVE WS-TOT-RETENCION  TO TRL-RETENCION
              MOVE WS-TOT-IMPDC      TO TRL-IMPDC
              MOVE WS-TOT-COMISION   TO TRL-COMISION
              MOVE WS-TOT-INTDEU     TO TRL-INTDEU
              WRITE REG-INFFIS FROM WS-REG-TRAILER
              IF FS-INFFIS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN GRABAR TRAILER = ' FS-INFFIS
                 MOVE 9999 TO RETURN-CODE
              END-IF
              MOVE WS-CLIENTES-CANT TO CER-CTL-CANT
              WRITE REG-CERTIF FROM CER-CONTROL AFTER PAGE
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'CERTIFICADOS EMITIDOS  : ' WS-CLIENTES-CANT
           DISPLAY 'REGISTROS INFORMATIVOS : ' WS-REGISTROS-CANT
           DISPLAY 'CLIENTES SIN FICHA     : ' WS-SINFICHA-CANT

           CLOSE CERTIF
           IF FS-CERTIF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CERTIF = ' FS-CERTIF
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE INFFIS
           IF FS-INFFIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFFIS = ' FS-INFFIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

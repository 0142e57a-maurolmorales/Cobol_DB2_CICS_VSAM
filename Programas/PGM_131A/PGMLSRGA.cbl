       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLSRGA.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMLSRGA                                      *
      *  DESCRIPCIÓN:                                            *
      *    LISTADO DIARIO DE RETENCIONES DE GANANCIAS SOBRE      *
      *    INTERESES, POR SUCURSAL Y MONEDA.                     *
      *    LEE EL REGISTRO TBCURRGA QUE DEJAN PGMINTCA (INTERES  *
      *    DE CAJA DE AHORRO) Y PGMPFVTO (INTERES DE PLAZO FIJO) *
      *    PARA LA FECHA DE PROCESO, CON EL DOCUMENTO Y NOMBRE   *
      *    DEL CLIENTE DE TBCURCLI. POR CADA RETENCION IMPRIME   *
      *    LA BASE, LA ALICUOTA Y EL IMPORTE RETENIDO; TOTALIZA  *
      *    BASE Y RETENIDO POR SUCURSAL Y EN EL TOTAL GENERAL,   *
      *    EN PESOS Y EN DOLARES.                                *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *-----------  CORTE DE CONTROL POR SUCURSAL ---------------------
       77  WS-SUCURSAL-ANT PIC S9(2)V USAGE COMP-3   VALUE -1.

      *----------- ACUMULADORES ---------------------------------------
       77  WS-LEIDOS-CANT        PIC 9(05)           VALUE ZEROES.
      *    BASE Y RETENIDO DEL GRUPO SUCURSAL, POR MONEDA.
       77  WS-BAS-SUC-PESOS  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-BAS-SUC-DOLAR  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-RET-SUC-PESOS  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-RET-SUC-DOLAR  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
      *    BASE Y RETENIDO TOTALES, POR MONEDA.
       77  WS-BAS-TOT-PESOS  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-BAS-TOT-DOLAR  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-RET-TOT-PESOS  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-RET-TOT-DOLAR  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(132)        VALUE ALL '-'.
       77  WS-LINEA-FIJA           PIC 9(02)         VALUE 60.
       77  WS-CUENTA-LINEA         PIC 9(02)         VALUE 99.
       77  WS-CUENTA-PAGINA        PIC 9(02)         VALUE 01.

      *    TITULO:
       01  IMP-TITULO.
           03  FILLER              PIC X(07)    VALUE 'FECHA: '.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-TIT-DD          PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X        VALUE '-'.
           03  IMP-TIT-MM          PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X        VALUE '-'.
           03  FILLER              PIC 99       VALUE 20.
           03  IMP-TIT-AA          PIC 99       VALUE ZEROES.
           03  FILLER              PIC X(15)    VALUE SPACES.
           03  FILLER              PIC X(40)    VALUE
               'RETENCIONES DE GANANCIAS SOBRE INTERESES'.
           03  FILLER              PIC X(15)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMLSRGA'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(16)    VALUE SPACES.

      *    COLUMNAS:
       01  IMP-COLUMNAS.
           03  FILLER              PIC X(33)    VALUE
               ' CLIENTE TD DOCUMENTO   APELLIDO '.
           03  FILLER              PIC X(33)    VALUE
               'Y NOMBRE    CUENTA        OR CERT'.
           03  FILLER              PIC X(33)    VALUE
               'IF. CF   MO      BASE IMPONIBLE A'.
           03  FILLER              PIC X(33)    VALUE
               'LIC. %            RETENIDO       '.

      *    SUBTITULO-SUCURSAL:
       01  IMP-SUBT-SUCURSAL.
           03  FILLER              PIC X         VALUE SPACES.
           03  FILLER              PIC X(10)     VALUE 'SUCURSAL: '.
           03  FILLER              PIC X         VALUE SPACES.
           03  IMP-SUCURSAL-SUB    PIC Z9.
           03  FILLER              PIC X(118)    VALUE SPACES.

      *    DETALLE POR RETENCION:
       01  IMP-REG-LISTADO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NROCLI          PIC 9(07).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TIPDOC          PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NRODOC          PIC 9(11).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NOMAPE          PIC X(20).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TIPCUEN         PIC XX.
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-NROCUEN         PIC 9(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-ORIGEN          PIC XX.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NROCERT         PIC Z(06)9.
           03  FILLER              PIC X(04)    VALUE ' CF '.
           03  IMP-CONDFISC        PIC X(01).
           03  FILLER              PIC X(02)    VALUE ' M'.
           03  IMP-MONEDA          PIC 9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-BASE            PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TASA            PIC Z9,9999.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-RETENIDO        PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(07)    VALUE SPACES.

      *    TOTALES DE SUCURSAL Y GENERALES, POR MONEDA:
       01  IMP-FOOTER.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-TEXTO      PIC X(20)    VALUE SPACES.
           03  FILLER              PIC X(10)    VALUE ' EN PESOS '.
           03  FILLER              PIC X(07)    VALUE 'BASE: '.
           03  IMP-FOOT-BAS-PESOS  PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(12)    VALUE ' RETENIDO: '.
           03  IMP-FOOT-RET-PESOS  PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(44)    VALUE SPACES.
       01  IMP-FOOTER-DOLAR.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(20)    VALUE SPACES.
           03  FILLER              PIC X(10)    VALUE ' EN U$S   '.
           03  FILLER              PIC X(07)    VALUE 'BASE: '.
           03  IMP-FOOT-BAS-DOLAR  PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(12)    VALUE ' RETENIDO: '.
           03  IMP-FOOT-RET-DOLAR  PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(44)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

       01  WS-FECHA-PROCESO-ISO.
           03  WS-FPI-SIGLO        PIC 99            VALUE 20.
           03  WS-FPI-AA           PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '-'.
           03  WS-FPI-MM           PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '-'.
           03  WS-FPI-DD           PIC 99            VALUE ZEROS.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURRGA)   ------------------
       01  DCLTBCURRGA.
           10 RGA-FECPROC     PIC X(10).
           10 RGA-TIPCUEN     PIC X(2).
           10 RGA-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 RGA-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 RGA-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 RGA-ORIGEN      PIC X(2).
           10 RGA-NROCERT     PIC S9(7)V     USAGE COMP-3.
           10 RGA-CONDFISC    PIC X(1).
           10 RGA-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 RGA-BASE        PIC S9(11)V9(2) USAGE COMP-3.
           10 RGA-TASA        PIC S9(2)V9(4) USAGE COMP-3.
           10 RGA-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.

      *    DATOS DEL CLIENTE EN TBCURCLI.
       77  CLI-TIPDOC    PIC X(2)                    VALUE SPACES.
       77  CLI-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  CLI-NOMAPE    PIC X(30)                   VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    RETENCIONES DEL DIA EN ORDEN DE SUCURSAL PARA EL CORTE.
           EXEC SQL
              DECLARE CURSORRGA CURSOR FOR
                 SELECT R.TIPCUEN,
                        R.NROCUEN,
                        R.SUCURSAL,
                        R.NROCLI,
                        R.ORIGEN,
                        R.NROCERT,
                        R.CONDFISC,
                        R.MONEDA,
                        R.BASE,
                        R.TASA,
                        R.IMPORTE,
                        VALUE(C.TIPDOC, '  '),
                        VALUE(C.NRODOC, 0),
                        VALUE(C.NOMAPE, ' ')
                 FROM KC02803.TBCURRGA R
                 LEFT OUTER JOIN KC02803.TBCURCLI C
                   ON C.NROCLI = R.NROCLI
                 WHERE R.FECPROC = :WS-FECHA-PROCESO-ISO
                 ORDER BY R.SUCURSAL, R.MONEDA, R.NROCLI,
                          R.TIPCUEN, R.NROCUEN
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
           ACCEPT WS-FECHA FROM DATE
           MOVE WS-FECHA-AA TO IMP-TIT-AA WS-FPI-AA
           MOVE WS-FECHA-MM TO IMP-TIT-MM WS-FPI-MM
           MOVE WS-FECHA-DD TO IMP-TIT-DD WS-FPI-DD

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           EXEC SQL OPEN CURSORRGA END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           IF RGA-SUCURSAL IS NOT EQUAL WS-SUCURSAL-ANT THEN
              IF WS-SUCURSAL-ANT IS NOT EQUAL -1 THEN
                 PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
              END-IF
              PERFORM 6700-IMP-HEADER-SUC-I
                 THRU 6700-IMP-HEADER-SUC-F
              MOVE RGA-SUCURSAL TO WS-SUCURSAL-ANT
           END-IF

           ADD 1 TO WS-LEIDOS-CANT
           IF RGA-MONEDA IS EQUAL 2
              ADD RGA-BASE    TO WS-BAS-SUC-DOLAR WS-BAS-TOT-DOLAR
              ADD RGA-IMPORTE TO WS-RET-SUC-DOLAR WS-RET-TOT-DOLAR
           ELSE
              ADD RGA-BASE    TO WS-BAS-SUC-PESOS WS-BAS-TOT-PESOS
              ADD RGA-IMPORTE TO WS-RET-SUC-PESOS WS-RET-TOT-PESOS
           END-IF

           PERFORM 6900-IMP-REGISTRO-I THRU 6900-IMP-REGISTRO-F

           PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F.

       2000-PROCESO-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

           EXEC SQL
              FETCH CURSORRGA INTO :RGA-TIPCUEN,
                                   :RGA-NROCUEN,
                                   :RGA-SUCURSAL,
                                   :RGA-NROCLI,
                                   :RGA-ORIGEN,
                                   :RGA-NROCERT,
                                   :RGA-CONDFISC,
                                   :RGA-MONEDA,
                                   :RGA-BASE,
                                   :RGA-TASA,
                                   :RGA-IMPORTE,
                                   :CLI-TIPDOC,
                                   :CLI-NRODOC,
                                   :CLI-NOMAPE
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 IF WS-SUCURSAL-ANT IS NOT EQUAL -1 THEN
                    PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
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
       6000-VERIF-TITULOS-I.

           IF WS-CUENTA-LINEA GREATER WS-LINEA-FIJA THEN
              PERFORM 6500-IMPRIMIR-TITULO-I
                 THRU 6500-IMPRIMIR-TITULO-F
           END-IF

           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           ADD 1 TO WS-CUENTA-LINEA.

       6000-VERIF-TITULOS-F. EXIT.


      *---------------------------------------------------------------
       6500-IMPRIMIR-TITULO-I.

           MOVE WS-CUENTA-PAGINA TO IMP-TIT-PAGINA
           MOVE 3 TO WS-CUENTA-LINEA
           ADD  1 TO WS-CUENTA-PAGINA

           WRITE REG-SALIDA FROM IMP-TITULO  AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE     AFTER 1
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       6500-IMPRIMIR-TITULO-F. EXIT.


      *---------------------------------------------------------------
       6700-IMP-HEADER-SUC-I.

           MOVE RGA-SUCURSAL TO IMP-SUCURSAL-SUB
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-SUBT-SUCURSAL AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-BAS-SUC-PESOS WS-BAS-SUC-DOLAR
                         WS-RET-SUC-PESOS WS-RET-SUC-DOLAR.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE 'TOTAL SUCURSAL'  TO IMP-FOOT-TEXTO
           MOVE WS-BAS-SUC-PESOS  TO IMP-FOOT-BAS-PESOS
           MOVE WS-RET-SUC-PESOS  TO IMP-FOOT-RET-PESOS
           MOVE WS-BAS-SUC-DOLAR  TO IMP-FOOT-BAS-DOLAR
           MOVE WS-RET-SUC-DOLAR  TO IMP-FOOT-RET-DOLAR
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER-DOLAR AFTER 1.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       6900-IMP-REGISTRO-I.

           MOVE RGA-NROCLI   TO IMP-NROCLI
           MOVE CLI-TIPDOC   TO IMP-TIPDOC
           MOVE CLI-NRODOC   TO IMP-NRODOC
           MOVE CLI-NOMAPE   TO IMP-NOMAPE
           MOVE RGA-TIPCUEN  TO IMP-TIPCUEN
           MOVE RGA-NROCUEN  TO IMP-NROCUEN
           MOVE RGA-ORIGEN   TO IMP-ORIGEN
           MOVE RGA-NROCERT  TO IMP-NROCERT
           MOVE RGA-CONDFISC TO IMP-CONDFISC
           MOVE RGA-MONEDA   TO IMP-MONEDA
           MOVE RGA-BASE     TO IMP-BASE
           MOVE RGA-TASA     TO IMP-TASA
           MOVE RGA-IMPORTE  TO IMP-RETENIDO
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-LISTADO AFTER 1.

       6900-IMP-REGISTRO-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORRGA END-EXEC

           IF WS-LEIDOS-CANT IS GREATER ZEROS
              MOVE 'TOTAL GENERAL'   TO IMP-FOOT-TEXTO
              MOVE WS-BAS-TOT-PESOS  TO IMP-FOOT-BAS-PESOS
              MOVE WS-RET-TOT-PESOS  TO IMP-FOOT-RET-PESOS
              MOVE WS-BAS-TOT-DOLAR  TO IMP-FOOT-BAS-DOLAR
              MOVE WS-RET-TOT-DOLAR  TO IMP-FOOT-RET-DOLAR
              WRITE REG-SALIDA FROM WS-LINE AFTER 2
              WRITE REG-SALIDA FROM IMP-FOOTER AFTER 1
              WRITE REG-SALIDA FROM IMP-FOOTER-DOLAR AFTER 1
           END-IF

           MOVE WS-RET-TOT-PESOS TO IMP-FOOT-RET-PESOS
           MOVE WS-RET-TOT-DOLAR TO IMP-FOOT-RET-DOLAR
           DISPLAY '____________________________________________'
           DISPLAY 'RETENCIONES LISTADAS : ' WS-LEIDOS-CANT
           DISPLAY 'RETENIDO TOTAL $     : ' IMP-FOOT-RET-PESOS
           DISPLAY 'RETENIDO TOTAL U$S   : ' IMP-FOOT-RET-DOLAR

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

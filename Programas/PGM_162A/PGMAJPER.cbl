       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAJPER.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMAJPER                                      *
      *  DESCRIPCIÓN:                                            *
      *    LISTADO DE AJUSTES DE PERIODO CERRADO POR SUCURSAL.   *
      *    LEE LOS MOVIMIENTOS DE TBCURAJP AUN NO LISTADOS:      *
      *    LOS QUE PGMCICAF CORRIO AL PRIMER DIA HABIL ABIERTO   *
      *    PORQUE SU FECHA VALOR CAIA EN UN PERIODO YA CERRADO.  *
      *    CADA LINEA LLEVA LA CUENTA, EL TIPO DE MOVIMIENTO, EL *
      *    IMPORTE, LA FECHA VALOR ORIGINAL Y LA IMPUTADA, EL    *
      *    CANAL, LA REFERENCIA Y EL PROGRAMA QUE LO GENERO.     *
      *    CORTE 'SUCURSAL: NN' PARA EL REPARTO DE PGMDISTR, CON *
      *    TOTAL POR MONEDA. AL TERMINAR MARCA LOS AJUSTES COMO  *
      *    LISTADOS (LISTADO = 'S').                             *
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
       77  WS-SUCURSAL-ANT         PIC S9(03)        VALUE -1.

      *----------- ACUMULADORES ---------------------------------------
       77  WS-LEIDOS-CANT          PIC 9(07)         VALUE ZEROES.
       77  WS-AJU-SUC              PIC 9(07)         VALUE ZEROES.
       77  WS-AJU-SUC-PESOS  PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-AJU-SUC-DOLAR  PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-AJU-TOT-PESOS  PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-AJU-TOT-DOLAR  PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.

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
               'AJUSTES DE PERIODO CERRADO'.
           03  FILLER              PIC X(15)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMAJPER'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(16)    VALUE SPACES.

      *    COLUMNAS:
       01  IMP-COLUMNAS.
           03  FILLER              PIC X(33)    VALUE
               ' TC     CUENTA MV M           IMP'.
           03  FILLER              PIC X(33)    VALUE
               'ORTE FEC. VALOR IMPUTADA   CN REF'.
           03  FILLER              PIC X(33)    VALUE
               'ERENCIA   ORIGEN   PROCESO       '.
           03  FILLER              PIC X(33)    VALUE SPACES.

      *    SUBTITULO-SUCURSAL:
       01  IMP-SUBT-SUCURSAL.
           03  FILLER              PIC X         VALUE SPACES.
           03  FILLER              PIC X(10)     VALUE 'SUCURSAL: '.
           03  FILLER              PIC X         VALUE SPACES.
           03  IMP-SUCURSAL-SUB    PIC Z9.
           03  FILLER              PIC X(118)    VALUE SPACES.

      *    DETALLE POR AJUSTE:
       01  IMP-REG-LISTADO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TIPCUEN         PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NROCUEN         PIC Z(09)9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TIPMOV          PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-MONEDA          PIC 9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-IMPORTE         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FECORIG         PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FECNUEVA        PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CANAL           PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-REFMOV          PIC X(12).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-ORIGEN          PIC X(08).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FECPROC         PIC X(10).
           03  FILLER              PIC X(36)    VALUE SPACES.

      *    TOTALES DE SUCURSAL:
       01  IMP-FOOTER.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-TEXTO      PIC X(15)    VALUE 'TOTAL SUCURSAL'.
           03  FILLER              PIC X(10)    VALUE ' AJUSTES: '.
           03  IMP-FOOT-AJUSTES    PIC Z(06)9.
           03  FILLER              PIC X(04)    VALUE ' $: '.
           03  IMP-FOOT-PESOS      PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(06)    VALUE ' U$S: '.
           03  IMP-FOOT-DOLAR      PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(52)    VALUE SPACES.

       01  IMP-SIN-ITEMS.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(50)    VALUE
               'NO HAY AJUSTES DE PERIODO CERRADO PENDIENTES'.
           03  FILLER              PIC X(81)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURAJP)   ------------------
       01  DCLTBCURAJP.
           10 AJP-FECPROC     PIC X(10).
           10 AJP-ORIGEN      PIC X(8).
           10 AJP-TIPCUEN     PIC X(2).
           10 AJP-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 AJP-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 AJP-TIPMOV      PIC X(2).
           10 AJP-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 AJP-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 AJP-CANAL       PIC X(2).
           10 AJP-REFMOV      PIC X(12).
           10 AJP-FECORIG     PIC X(10).
           10 AJP-FECNUEVA    PIC X(10).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    AJUSTES PENDIENTES DE LISTAR, EN ORDEN DE SUCURSAL.
           EXEC SQL
              DECLARE CURSORAJP CURSOR FOR
                 SELECT CHAR(FECPROC, ISO),
                        ORIGEN,
                        TIPCUEN,
                        NROCUEN,
                        SUCURSAL,
                        TIPMOV,
                        IMPORTE,
                        MONEDA,
                        CANAL,
                        REFMOV,
                        CHAR(FECORIG, ISO),
                        CHAR(FECNUEVA, ISO)
                 FROM KC02803.TBCURAJP
                 WHERE LISTADO = 'N'
                 ORDER BY SUCURSAL, FECORIG, TIPCUEN, NROCUEN
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
           MOVE WS-FECHA-AA TO IMP-TIT-AA
           MOVE WS-FECHA-MM TO IMP-TIT-MM
           MOVE WS-FECHA-DD TO IMP-TIT-DD

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           EXEC SQL OPEN CURSORAJP END-EXEC
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

           IF AJP-SUCURSAL IS NOT EQUAL WS-SUCURSAL-ANT THEN
              IF WS-SUCURSAL-ANT IS NOT EQUAL -1 THEN
                 PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
              END-IF
              PERFORM 6700-IMP-HEADER-SUC-I
                 THRU 6700-IMP-HEADER-SUC-F
              MOVE AJP-SUCURSAL TO WS-SUCURSAL-ANT
           END-IF

           ADD 1 TO WS-LEIDOS-CANT WS-AJU-SUC
           IF AJP-MONEDA IS EQUAL 2
              ADD AJP-IMPORTE TO WS-AJU-SUC-DOLAR WS-AJU-TOT-DOLAR
           ELSE
              ADD AJP-IMPORTE TO WS-AJU-SUC-PESOS WS-AJU-TOT-PESOS
           END-IF

           PERFORM 6900-IMP-REGISTRO-I THRU 6900-IMP-REGISTRO-F

           PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F.

       2000-PROCESO-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

           EXEC SQL
              FETCH CURSORAJP INTO :AJP-FECPROC,
                                   :AJP-ORIGEN,
                                   :AJP-TIPCUEN,
                                   :AJP-NROCUEN,
                                   :AJP-SUCURSAL,
                                   :AJP-TIPMOV,
                                   :AJP-IMPORTE,
                                   :AJP-MONEDA,
                                   :AJP-CANAL,
                                   :AJP-REFMOV,
                                   :AJP-FECORIG,
                                   :AJP-FECNUEVA
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

           MOVE AJP-SUCURSAL TO IMP-SUCURSAL-SUB
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-SUBT-SUCURSAL AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-AJU-SUC WS-AJU-SUC-PESOS WS-AJU-SUC-DOLAR.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-AJU-SUC        TO IMP-FOOT-AJUSTES
           MOVE WS-AJU-SUC-PESOS  TO IMP-FOOT-PESOS
           MOVE WS-AJU-SUC-DOLAR  TO IMP-FOOT-DOLAR
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER AFTER 1.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       6900-IMP-REGISTRO-I.

           MOVE AJP-TIPCUEN    TO IMP-TIPCUEN
           MOVE AJP-NROCUEN    TO IMP-NROCUEN
           MOVE AJP-TIPMOV     TO IMP-TIPMOV
           MOVE AJP-MONEDA     TO IMP-MONEDA
           MOVE AJP-IMPORTE    TO IMP-IMPORTE
           MOVE AJP-FECORIG    TO IMP-FECORIG
           MOVE AJP-FECNUEVA   TO IMP-FECNUEVA
           MOVE AJP-CANAL      TO IMP-CANAL
           MOVE AJP-REFMOV     TO IMP-REFMOV
           MOVE AJP-ORIGEN     TO IMP-ORIGEN
           MOVE AJP-FECPROC    TO IMP-FECPROC
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-LISTADO AFTER 1.

       6900-IMP-REGISTRO-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORAJP END-EXEC

           IF RETURN-CODE IS NOT EQUAL ZEROS
              EXEC SQL ROLLBACK END-EXEC
              GO TO 9999-CERRAR
           END-IF

           IF WS-LEIDOS-CANT IS EQUAL ZEROS
              PERFORM 6500-IMPRIMIR-TITULO-I
                 THRU 6500-IMPRIMIR-TITULO-F
              WRITE REG-SALIDA FROM IMP-SIN-ITEMS AFTER 2
              GO TO 9999-CERRAR
           END-IF

           MOVE 'TOTAL GENERAL'   TO IMP-FOOT-TEXTO
           MOVE WS-LEIDOS-CANT    TO IMP-FOOT-AJUSTES
           MOVE WS-AJU-TOT-PESOS  TO IMP-FOOT-PESOS
           MOVE WS-AJU-TOT-DOLAR  TO IMP-FOOT-DOLAR
           WRITE REG-SALIDA FROM WS-LINE AFTER 2
           WRITE REG-SALIDA FROM IMP-FOOTER AFTER 1

      *    LOS AJUSTES LISTADOS NO VUELVEN A SALIR MANANA.
           EXEC SQL
              UPDATE KC02803.TBCURAJP
                 SET LISTADO = 'S'
               WHERE LISTADO = 'N'
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURAJP = ' WS-SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 9999 TO RETURN-CODE
              GO TO 9999-CERRAR
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY '____________________________________________'
           DISPLAY 'AJUSTES LISTADOS : ' WS-LEIDOS-CANT
           DISPLAY 'TOTAL $          : ' IMP-FOOT-PESOS
           DISPLAY 'TOTAL U$S        : ' IMP-FOOT-DOLAR.

       9999-CERRAR.

           CLOSE LISTADO.

       9999-FINAL-F. EXIT.

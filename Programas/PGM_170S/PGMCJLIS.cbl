       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCJLIS.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMCJLIS                                      *
      *  DESCRIPCIÓN:                                            *
      *    CAJAS DE SEGURIDAD: OCUPACION Y MORA, MENSUAL.        *
      *    PRIMERA PARTE: POR SUCURSAL, LAS CAJAS DEL INVENTARIO *
      *    (TBCURCSG) OCUPADAS, LIBRES Y FUERA DE SERVICIO, CON  *
      *    EL PORCENTAJE DE OCUPACION SOBRE LAS CAJAS EN         *
      *    SERVICIO, Y EL TOTAL DEL BANCO.                       *
      *    SEGUNDA PARTE: LOS CONTRATOS EN MORA (TBCURCSC 'M',   *
      *    ALQUILER IMPAGO SEGUN PGMCJCOB, SIN ACCESO A LA CAJA) *
      *    CON EL TITULAR, LA CUENTA DE DEBITO, LA DEUDA Y LA    *
      *    FECHA DE ENTRADA EN MORA. CORTE Y TOTALES POR         *
      *    SUCURSAL DE LA CAJA. ES UN LISTADO DE GESTION: NO     *
      *    ALTERA EL RETURN-CODE.                                *
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

       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *-----------  TOTALES DE OCUPACION  -----------------------------
       77  WS-TOT-CAJAS            PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-OCUPADAS         PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-LIBRES           PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-FUERA            PIC 9(07)    VALUE ZEROS.
       77  WS-EN-SERVICIO          PIC 9(07)    VALUE ZEROS.
       77  WS-PORC-OCUP            PIC 9(03)V99 VALUE ZEROS.

      *-----------  CORTE DE CONTROL POR SUCURSAL (MORA)  -------------
       77  WS-SUCCAJA-ANT          PIC S9(4) COMP VALUE -1.
       77  WS-SUC-MOROSOS          PIC 9(07)    VALUE ZEROS.
       77  WS-SUC-DEUDA            PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-MOROSOS          PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-DEUDA            PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99       VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99       VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99       VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)   VALUE ALL '='.
       77  WS-LINE3                PIC X(132)   VALUE ALL '-'.
       77  WS-PRIMERA-LINEA        PIC XX       VALUE 'SI'.

       01  IMP-TITULO.
           03  FILLER              PIC X(48)    VALUE
               'CAJAS DE SEGURIDAD: OCUPACION Y MORA            '.
           03  FILLER              PIC X(08)    VALUE 'FECHA: '.
           03  IMP-TIT-DD          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-MM          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-AA          PIC 99.
           03  FILLER              PIC X(60)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMCJLIS'.

       01  IMP-SECCION.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-SECCION-TXT     PIC X(60).
           03  FILLER              PIC X(71)    VALUE SPACES.

       01  IMP-COL-OCUP.
           03  FILLER              PIC X(45)    VALUE
               ' SUCURSAL    CAJAS  OCUPADAS    LIBRES  FUERA'.
           03  FILLER              PIC X(44)    VALUE
               ' SERV.  % OCUP.                             '.
           03  FILLER              PIC X(43)    VALUE SPACES.

       01  IMP-DET-OCUP.
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-OCU-SUC         PIC X(05).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-OCU-CAJAS       PIC ZZZZZZ9.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-OCU-OCUPADAS    PIC ZZZZZZ9.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-OCU-LIBRES      PIC ZZZZZZ9.
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-OCU-FUERA       PIC ZZZZZZ9.
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-OCU-PORC        PIC ZZ9,99.
           03  FILLER              PIC X(74)    VALUE SPACES.

       01  IMP-SUBT-SUC.
           03  FILLER              PIC X(11)    VALUE ' SUCURSAL: '.
           03  IMP-SUC-SUB         PIC 99.
           03  FILLER              PIC X(119)   VALUE SPACES.

       01  IMP-COL-MORA.
           03  FILLER              PIC X(45)    VALUE
               '    CAJA CONTRATO  NROCLI TITULAR            '.
           03  FILLER              PIC X(45)    VALUE
               '           CUENTA                      DEUDA '.
           03  FILLER              PIC X(42)    VALUE
               '  EN MORA DESDE'.

       01  IMP-DET-MORA.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-NROCAJA         PIC 9(05).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NROCONT         PIC 9(07).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NROCLI          PIC 9(07).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NOMAPE          PIC X(30).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TIPCUEN         PIC XX.
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-NROCUEN         PIC 9(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DEUDA           PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-FECMORA         PIC X(10).
           03  FILLER              PIC X(30)    VALUE SPACES.

       01  IMP-FOOTER-SUC.
           03  FILLER              PIC X(22)    VALUE
               ' CONTRATOS EN MORA:   '.
           03  IMP-FOOT-MOROSOS    PIC ZZZZZZ9.
           03  FILLER              PIC X(10)    VALUE '  DEUDA: '.
           03  IMP-FOOT-DEUDA      PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(74)    VALUE SPACES.

       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-LEYENDA     PIC X(40).
           03  IMP-TOT-VALOR       PIC ZZZZZZ9.
           03  FILLER              PIC X(84)    VALUE SPACES.

       01  IMP-TOTAL-IMP.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOTI-LEYENDA    PIC X(40).
           03  IMP-TOTI-VALOR      PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(72)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *    VARIABLES TOMADAS DEL CURSOR DE OCUPACION.
       77  OCU-SUCCAJA   PIC S9(4) COMP              VALUE ZEROS.
       77  OCU-CAJAS     PIC S9(9) COMP              VALUE ZEROS.
       77  OCU-OCUPADAS  PIC S9(9) COMP              VALUE ZEROS.
       77  OCU-LIBRES    PIC S9(9) COMP              VALUE ZEROS.
       77  OCU-FUERA     PIC S9(9) COMP              VALUE ZEROS.

      *    VARIABLES TOMADAS DEL CURSOR DE MORA.
       77  REG-SUCCAJA   PIC S9(4) COMP              VALUE ZEROS.
       77  REG-NROCAJA   PIC S9(5)V USAGE COMP-3     VALUE ZEROES.
       77  REG-NROCONT   PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  REG-TIPCUEN   PIC X(2)                    VALUE SPACES.
       77  REG-NROCUEN   PIC S9(10)V USAGE COMP-3    VALUE ZEROES.
       77  REG-DEUDA     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-FECMORA   PIC X(10)                   VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    INVENTARIO DE CAJAS POR SUCURSAL Y ESTADO.
           EXEC SQL
              DECLARE CURSOROCU CURSOR FOR
                 SELECT SUCCAJA,
                        COUNT(*),
                        SUM(CASE WHEN ESTADO = 'O' THEN 1 ELSE 0 END),
                        SUM(CASE WHEN ESTADO = 'L' THEN 1 ELSE 0 END),
                        SUM(CASE WHEN ESTADO = 'F' THEN 1 ELSE 0 END)
                 FROM KC02803.TBCURCSG
                 GROUP BY SUCCAJA
                 ORDER BY 1
           END-EXEC.

      *    CONTRATOS EN MORA, EN ORDEN DE SUCURSAL PARA EL CORTE.
           EXEC SQL
              DECLARE CURSORMOR CURSOR FOR
                 SELECT K.SUCCAJA,
                        K.NROCAJA,
                        K.NROCONT,
                        K.NROCLI,
                        C.NOMAPE,
                        K.TIPCUEN,
                        K.NROCUEN,
                        VALUE(K.DEUDA, 0),
                        VALUE(CHAR(K.FECMORA, ISO), ' ')
                 FROM KC02803.TBCURCSC K,
                      KC02803.TBCURCLI C
                 WHERE K.NROCLI = C.NROCLI
                   AND K.ESTADO = 'M'
                 ORDER BY 1, 3
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I    THRU 1000-INICIO-F
           PERFORM 2000-OCUPACION-I THRU 2000-OCUPACION-F
                                         UNTIL WS-FIN-LECTURA
           PERFORM 2500-FIN-OCUPACION-I
              THRU 2500-FIN-OCUPACION-F
           PERFORM 3000-MORA-I      THRU 3000-MORA-F
                                         UNTIL WS-FIN-LECTURA
           PERFORM 9999-FINAL-I     THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE
           ACCEPT WS-FECHA FROM DATE
           MOVE WS-FECHA-AA TO IMP-TIT-AA
           MOVE WS-FECHA-MM TO IMP-TIT-MM
           MOVE WS-FECHA-DD TO IMP-TIT-DD

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           MOVE 'NO' TO WS-PRIMERA-LINEA
           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           MOVE 'OCUPACION DE CAJAS POR SUCURSAL' TO IMP-SECCION-TXT
           WRITE REG-SALIDA FROM IMP-SECCION AFTER 2
           WRITE REG-SALIDA FROM IMP-COL-OCUP AFTER 1
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           EXEC SQL OPEN CURSOROCU END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOROCU = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-OCUPACION-I.

           EXEC SQL
              FETCH CURSOROCU INTO :OCU-SUCCAJA,
                                   :OCU-CAJAS,
                                   :OCU-OCUPADAS,
                                   :OCU-LIBRES,
                                   :OCU-FUERA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-OCUPACION-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOROCU = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-OCUPACION-F
           END-EVALUATE

           ADD OCU-CAJAS    TO WS-TOT-CAJAS
           ADD OCU-OCUPADAS TO WS-TOT-OCUPADAS
           ADD OCU-LIBRES   TO WS-TOT-LIBRES
           ADD OCU-FUERA    TO WS-TOT-FUERA

           MOVE SPACES       TO IMP-OCU-SUC
           MOVE OCU-SUCCAJA  TO IMP-SUC-SUB
           MOVE IMP-SUC-SUB  TO IMP-OCU-SUC (4:2)
           MOVE OCU-CAJAS    TO IMP-OCU-CAJAS
           MOVE OCU-OCUPADAS TO IMP-OCU-OCUPADAS
           MOVE OCU-LIBRES   TO IMP-OCU-LIBRES
           MOVE OCU-FUERA    TO IMP-OCU-FUERA
           COMPUTE WS-EN-SERVICIO = OCU-CAJAS - OCU-FUERA
           PERFORM 6600-IMP-OCUPACION-I THRU 6600-IMP-OCUPACION-F.

       2000-OCUPACION-F. EXIT.


      *---- TOTAL DEL BANCO Y APERTURA DEL CURSOR DE MORA -------------
       2500-FIN-OCUPACION-I.

           EXEC SQL CLOSE CURSOROCU END-EXEC

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 2500-FIN-OCUPACION-F
           END-IF

           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           MOVE 'TOTAL'         TO IMP-OCU-SUC
           MOVE WS-TOT-CAJAS    TO IMP-OCU-CAJAS
           MOVE WS-TOT-OCUPADAS TO IMP-OCU-OCUPADAS
           MOVE WS-TOT-LIBRES   TO IMP-OCU-LIBRES
           MOVE WS-TOT-FUERA    TO IMP-OCU-FUERA
           COMPUTE WS-EN-SERVICIO = WS-TOT-CAJAS - WS-TOT-FUERA
           MOVE WS-TOT-OCUPADAS TO OCU-OCUPADAS
           PERFORM 6600-IMP-OCUPACION-I THRU 6600-IMP-OCUPACION-F

           MOVE 'CONTRATOS EN MORA (SIN ACCESO A LA CAJA)'
                                 TO IMP-SECCION-TXT
           WRITE REG-SALIDA FROM IMP-SECCION AFTER 3

           SET WS-NO-FIN-LECTURA TO TRUE
           EXEC SQL OPEN CURSORMOR END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORMOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       2500-FIN-OCUPACION-F. EXIT.


      *---------------------------------------------------------------
       3000-MORA-I.

           EXEC SQL
              FETCH CURSORMOR INTO :REG-SUCCAJA,
                                   :REG-NROCAJA,
                                   :REG-NROCONT,
                                   :REG-NROCLI,
                                   :REG-NOMAPE,
                                   :REG-TIPCUEN,
                                   :REG-NROCUEN,
                                   :REG-DEUDA,
                                   :REG-FECMORA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 IF WS-SUCCAJA-ANT IS NOT EQUAL -1
                    PERFORM 6850-IMP-FOOTER-I
                       THRU 6850-IMP-FOOTER-F
                 END-IF
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 3000-MORA-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORMOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 3000-MORA-F
           END-EVALUATE

           IF REG-SUCCAJA IS NOT EQUAL WS-SUCCAJA-ANT
              IF WS-SUCCAJA-ANT IS NOT EQUAL -1
                 PERFORM 6850-IMP-FOOTER-I
                    THRU 6850-IMP-FOOTER-F
              END-IF
              PERFORM 6700-IMP-HEADER-SUC-I
                 THRU 6700-IMP-HEADER-SUC-F
              MOVE REG-SUCCAJA TO WS-SUCCAJA-ANT
           END-IF

           ADD 1         TO WS-SUC-MOROSOS
           ADD REG-DEUDA TO WS-SUC-DEUDA
           MOVE REG-NROCAJA  TO IMP-NROCAJA
           MOVE REG-NROCONT  TO IMP-NROCONT
           MOVE REG-NROCLI   TO IMP-NROCLI
           MOVE REG-NOMAPE   TO IMP-NOMAPE
           MOVE REG-TIPCUEN  TO IMP-TIPCUEN
           MOVE REG-NROCUEN  TO IMP-NROCUEN
           MOVE REG-DEUDA    TO IMP-DEUDA
           MOVE REG-FECMORA  TO IMP-FECMORA
           WRITE REG-SALIDA FROM IMP-DET-MORA AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       3000-MORA-F. EXIT.


      *---- LINEA DE OCUPACION: % SOBRE LAS CAJAS EN SERVICIO ---------
       6600-IMP-OCUPACION-I.

           IF WS-EN-SERVICIO IS GREATER ZEROS
              COMPUTE WS-PORC-OCUP ROUNDED =
                      OCU-OCUPADAS * 100 / WS-EN-SERVICIO
           ELSE
              MOVE ZEROS TO WS-PORC-OCUP
           END-IF
           MOVE WS-PORC-OCUP TO IMP-OCU-PORC

           WRITE REG-SALIDA FROM IMP-DET-OCUP AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       6600-IMP-OCUPACION-F. EXIT.


      *---------------------------------------------------------------
       6700-IMP-HEADER-SUC-I.

           MOVE REG-SUCCAJA TO IMP-SUC-SUB
           WRITE REG-SALIDA FROM IMP-SUBT-SUC AFTER 2
           WRITE REG-SALIDA FROM IMP-COL-MORA AFTER 1
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-SUC-MOROSOS
           MOVE ZEROS TO WS-SUC-DEUDA.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-SUC-MOROSOS TO IMP-FOOT-MOROSOS
           MOVE WS-SUC-DEUDA   TO IMP-FOOT-DEUDA
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           WRITE REG-SALIDA FROM IMP-FOOTER-SUC AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF

           ADD WS-SUC-MOROSOS TO WS-TOT-MOROSOS
           ADD WS-SUC-DEUDA   TO WS-TOT-DEUDA.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORMOR END-EXEC

           IF FS-LISTADO IS EQUAL '00'
              WRITE REG-SALIDA FROM WS-LINE AFTER 2
              MOVE 'CAJAS EN EL INVENTARIO' TO IMP-TOT-LEYENDA
              MOVE WS-TOT-CAJAS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'CAJAS OCUPADAS' TO IMP-TOT-LEYENDA
              MOVE WS-TOT-OCUPADAS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'CONTRATOS EN MORA' TO IMP-TOT-LEYENDA
              MOVE WS-TOT-MOROSOS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'DEUDA TOTAL POR ALQUILERES' TO IMP-TOTI-LEYENDA
              MOVE WS-TOT-DEUDA TO IMP-TOTI-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL-IMP AFTER 1
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'CAJAS EN EL INVENTARIO    : ' WS-TOT-CAJAS
           DISPLAY 'CAJAS OCUPADAS            : ' WS-TOT-OCUPADAS
           DISPLAY 'CONTRATOS EN MORA         : ' WS-TOT-MOROSOS

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

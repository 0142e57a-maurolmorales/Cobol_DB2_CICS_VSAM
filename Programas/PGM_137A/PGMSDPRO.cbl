       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSDPRO.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMSDPRO                                      *
      *  DESCRIPCIÓN:                                            *
      *    SALDO PROMEDIO MENSUAL POR CUENTA.                    *
      *    LEE TODAS LAS GENERACIONES DE LA FOTO DIARIA DE       *
      *    PGMSNCTA (DDSNAP, ORDENADAS POR CUENTA Y FECHA EN EL  *
      *    PASO DE SORT ANTERIOR) Y, PARA LAS FOTOS DEL PERIODO  *
      *    DE DDPERIOD (UN MES CALENDARIO), GRABA EN TBCURSPR    *
      *    POR CUENTA Y MES EL SALDO PROMEDIO, MINIMO Y MAXIMO   *
      *    Y LOS DIAS CON SALDO DEUDOR.                          *
      *    EL PROMEDIO SE TOMA SOBRE LOS DIAS CON FOTO DE LA     *
      *    CUENTA (DIASFOTO). LOS DIAS DEL PERIODO SIN NINGUNA   *
      *    GENERACION NO SE RELLENAN: QUEDAN EN DIASFALT DE CADA *
      *    FILA, SE LISTAN EN EL CONTROL DE GENERACIONES Y EL    *
      *    PROGRAMA TERMINA CON RC=4. UNA FECHA REPETIDA (FOTO   *
      *    REPROCESADA) SE TOMA UNA SOLA VEZ Y TAMBIEN SE        *
      *    INFORMA. UN REPROCESO DEL MES REEMPLAZA SUS FILAS.    *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SNAPSHOT ASSIGN DDSNAP
           FILE STATUS IS FS-SNAPSHOT.

           SELECT PERIODO ASSIGN DDPERIOD
           FILE STATUS IS FS-PERIODO.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  SNAPSHOT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SNAPSHOT   PIC X(40).

       FD  PERIODO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-PERIODO    PIC X(20).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-SNAPSHOT             PIC XX       VALUE SPACES.
       77  FS-PERIODO              PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- PERIODO A PROMEDIAR --------------------------------
       01  WS-REG-PERIODO.
           03  WS-FEC-DESDE        PIC X(10)    VALUE '2025-06-01'.
           03  WS-FEC-HASTA        PIC X(10)    VALUE '2025-06-30'.

       77  WS-PERIODO              PIC X(07)    VALUE SPACES.
       77  WS-DIA-DESDE            PIC 9(02)    VALUE ZEROS.
       77  WS-DIA-HASTA            PIC 9(02)    VALUE ZEROS.

      *----------- REGISTRO DE LA FOTO (GRABADO POR PGMSNCTA) ---------
       01  WS-REG-SNAP.
           03  SNAP-FECHA          PIC X(10).
           03  SNAP-TIPCUEN        PIC X(2).
           03  SNAP-NROCUEN        PIC S9(10)V    USAGE COMP-3.
           03  SNAP-SUCUEN         PIC S9(2)V     USAGE COMP-3.
           03  SNAP-NROCLI         PIC S9(7)V     USAGE COMP-3.
           03  SNAP-SALDO          PIC S9(11)V9(2) USAGE COMP-3.
           03  SNAP-SUBTIPO        PIC S9(2)V     USAGE COMP-3.
           03  SNAP-MONEDA         PIC S9(1)V     USAGE COMP-3.
           03  SNAP-ESTCTA         PIC X(1).
           03  FILLER              PIC X(5).

      *----------- CONTROL DE GENERACIONES POR DIA DEL PERIODO --------
      *    CUENTAS LEIDAS Y FOTOS REPETIDAS POR DIA (1-31).
       01  WS-TABLA-DIAS.
           03  WS-DIA OCCURS 31 TIMES.
              05  DIA-CUENTAS      PIC 9(07)    VALUE ZEROS.
              05  DIA-REPETIDAS    PIC 9(07)    VALUE ZEROS.
       77  WS-DIA-IDX              PIC 9(02)    VALUE ZEROS.

      *----------- ACUMULADO DE LA CUENTA EN CURSO --------------------
       77  WS-HAY-CUENTA           PIC X        VALUE 'N'.
       77  WS-ANT-TIPCUEN          PIC X(2)     VALUE SPACES.
       77  WS-ANT-NROCUEN PIC S9(10)V USAGE COMP-3 VALUE ZEROS.
       77  WS-ANT-FECHA            PIC X(10)    VALUE SPACES.
       77  WS-SUMA-SALDO  PIC S9(15)V99 COMP-3  VALUE ZEROS.

      *----------- CONTADORES -----------------------------------------
       77  WS-LEIDOS-CANT          PIC 9(09)    VALUE ZEROS.
       77  WS-FUERA-CANT           PIC 9(09)    VALUE ZEROS.
       77  WS-REPETIDOS-CANT       PIC 9(09)    VALUE ZEROS.
       77  WS-CUENTAS-CANT         PIC 9(07)    VALUE ZEROS.
       77  WS-BORRADAS-CANT        PIC 9(07)    VALUE ZEROS.
       77  WS-DIAS-PERIODO         PIC 9(02)    VALUE ZEROS.
       77  WS-DIAS-FOTO            PIC 9(02)    VALUE ZEROS.
       77  WS-DIAS-FALT            PIC 9(02)    VALUE ZEROS.
       77  WS-DIAS-REPET           PIC 9(02)    VALUE ZEROS.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA-SISTEMA.
           05 WS-FECHA-SISTEMA-AA     PIC 99.
           05 WS-FECHA-SISTEMA-MM     PIC 99.
           05 WS-FECHA-SISTEMA-DD     PIC 99.

       01  WS-FECHA-PROCESO-ISO.
           03  WS-FPI-SIGLO        PIC 99       VALUE 20.
           03  WS-FPI-AA           PIC 99       VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-FPI-MM           PIC 99       VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-FPI-DD           PIC 99       VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)   VALUE ALL '='.

       01  IMP-TITULO.
           03  FILLER              PIC X(44)    VALUE
               'SALDO PROMEDIO MENSUAL - CONTROL DE FOTOS - '.
           03  IMP-TIT-PERIODO     PIC X(07).
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PROCESO '.
           03  IMP-TIT-FECHA       PIC X(10).
           03  FILLER              PIC X(52)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMSDPRO'.

       01  IMP-COLUMNAS.
           03  FILLER              PIC X(44)    VALUE
               ' FECHA       CUENTAS EN FOTO  REPETIDAS    O'.
           03  FILLER              PIC X(44)    VALUE
               'BSERVACION                                  '.
           03  FILLER              PIC X(44)    VALUE SPACES.

       01  IMP-DETALLE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FECHA.
              05  IMP-FECHA-MES    PIC X(08).
              05  IMP-FECHA-DD     PIC 99.
           03  FILLER              PIC X(07)    VALUE SPACES.
           03  IMP-CUENTAS         PIC Z.ZZZ.ZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-REPETIDAS       PIC Z.ZZZ.ZZ9.
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-OBSERV          PIC X(50)    VALUE SPACES.
           03  FILLER              PIC X(40)    VALUE SPACES.

       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-LEYENDA     PIC X(30).
           03  IMP-TOT-VALOR       PIC Z.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(88)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

       01  DCLTBCURSPR.
           10 SPR-TIPCUEN     PIC X(2).
           10 SPR-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 SPR-PERIODO     PIC X(7).
           10 SPR-SUCUEN      PIC S9(2)V     USAGE COMP-3.
           10 SPR-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 SPR-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 SPR-SALPROM     PIC S9(11)V9(2) USAGE COMP-3.
           10 SPR-SALMIN      PIC S9(11)V9(2) USAGE COMP-3.
           10 SPR-SALMAX      PIC S9(11)V9(2) USAGE COMP-3.
           10 SPR-DIASDEU     PIC S9(3)V     USAGE COMP-3.
           10 SPR-DIASFOTO    PIC S9(3)V     USAGE COMP-3.
           10 SPR-DIASFALT    PIC S9(3)V     USAGE COMP-3.
           10 SPR-FECPROC     PIC X(10).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                       UNTIL WS-FIN-LECTURA
           PERFORM 5000-CIERRE-I  THRU 5000-CIERRE-F
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.

      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE
           ACCEPT WS-FECHA-SISTEMA FROM DATE
           MOVE WS-FECHA-SISTEMA-AA TO WS-FPI-AA
           MOVE WS-FECHA-SISTEMA-MM TO WS-FPI-MM
           MOVE WS-FECHA-SISTEMA-DD TO WS-FPI-DD

           OPEN INPUT PERIODO
           IF FS-PERIODO IS EQUAL '00' THEN
              READ PERIODO INTO WS-REG-PERIODO
              CLOSE PERIODO
           ELSE
              DISPLAY '* SIN ARCHIVO DE PERIODO, SE USA '
                      'EL VALOR POR DEFECTO'
           END-IF
           DISPLAY 'PERIODO A PROMEDIAR: ' WS-FEC-DESDE
                   ' A ' WS-FEC-HASTA

      *    EL PROMEDIO ES MENSUAL: DESDE Y HASTA EN EL MISMO MES.
           IF WS-FEC-DESDE (1:7) IS NOT EQUAL WS-FEC-HASTA (1:7) OR
              WS-FEC-DESDE (9:2) IS NOT NUMERIC OR
              WS-FEC-HASTA (9:2) IS NOT NUMERIC OR
              WS-FEC-DESDE IS GREATER WS-FEC-HASTA
              DISPLAY '* PERIODO INVALIDO PARA EL PROMEDIO MENSUAL'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           MOVE WS-FEC-DESDE (1:7) TO WS-PERIODO SPR-PERIODO
           MOVE WS-FEC-DESDE (9:2) TO WS-DIA-DESDE
           MOVE WS-FEC-HASTA (9:2) TO WS-DIA-HASTA
           COMPUTE WS-DIAS-PERIODO = WS-DIA-HASTA - WS-DIA-DESDE + 1

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN INPUT SNAPSHOT
           IF FS-SNAPSHOT IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN SNAPSHOT = ' FS-SNAPSHOT
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

      *    REPROCESO DEL MES: SE REEMPLAZAN TODAS SUS FILAS.
           EXEC SQL
              DELETE FROM KC02803.TBCURSPR
               WHERE PERIODO = :SPR-PERIODO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE SQLERRD (3) TO WS-BORRADAS-CANT
              WHEN NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR DELETE TBCURSPR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE

           PERFORM 4000-LEER-I THRU 4000-LEER-F.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

      *    LAS GENERACIONES DE OTROS MESES SE SALTEAN.
           IF SNAP-FECHA IS LESS WS-FEC-DESDE OR
              SNAP-FECHA IS GREATER WS-FEC-HASTA
              ADD 1 TO WS-FUERA-CANT
              GO TO 2000-LEER
           END-IF

           IF SNAP-FECHA (9:2) IS NOT NUMERIC
              DISPLAY '* FECHA DE FOTO INVALIDA: ' SNAP-FECHA
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2000-PROCESO-F
           END-IF
           MOVE SNAP-FECHA (9:2) TO WS-DIA-IDX

           IF WS-HAY-CUENTA IS EQUAL 'S' AND
              SNAP-TIPCUEN IS EQUAL WS-ANT-TIPCUEN AND
              SNAP-NROCUEN IS EQUAL WS-ANT-NROCUEN
      *       MISMA CUENTA: UNA FECHA REPETIDA ES UNA FOTO
      *       REPROCESADA Y SE CUENTA UNA SOLA VEZ.
              IF SNAP-FECHA IS EQUAL WS-ANT-FECHA
                 ADD 1 TO WS-REPETIDOS-CANT
                 ADD 1 TO DIA-REPETIDAS (WS-DIA-IDX)
                 GO TO 2000-LEER
              END-IF
              PERFORM 2200-ACUMULAR-I THRU 2200-ACUMULAR-F
           ELSE
              IF WS-HAY-CUENTA IS EQUAL 'S'
                 PERFORM 3000-GRABAR-I THRU 3000-GRABAR-F
              END-IF
              PERFORM 2100-INICIAR-CUENTA-I
                 THRU 2100-INICIAR-CUENTA-F
           END-IF

           ADD 1 TO DIA-CUENTAS (WS-DIA-IDX)
           MOVE SNAP-FECHA TO WS-ANT-FECHA.

       2000-LEER.
           PERFORM 4000-LEER-I THRU 4000-LEER-F.

       2000-PROCESO-F. EXIT.


      *---- PRIMERA FOTO DEL PERIODO DE UNA CUENTA --------------------
       2100-INICIAR-CUENTA-I.

           MOVE 'S'          TO WS-HAY-CUENTA
           MOVE SNAP-TIPCUEN TO WS-ANT-TIPCUEN SPR-TIPCUEN
           MOVE SNAP-NROCUEN TO WS-ANT-NROCUEN SPR-NROCUEN
           MOVE SNAP-SALDO   TO WS-SUMA-SALDO SPR-SALMIN SPR-SALMAX
           MOVE 1            TO SPR-DIASFOTO
           MOVE ZEROS        TO SPR-DIASDEU
           IF SNAP-SALDO IS LESS ZEROS
              MOVE 1 TO SPR-DIASDEU
           END-IF
           MOVE SNAP-SUCUEN  TO SPR-SUCUEN
           MOVE SNAP-NROCLI  TO SPR-NROCLI
           MOVE SNAP-MONEDA  TO SPR-MONEDA.

       2100-INICIAR-CUENTA-F. EXIT.


      *---- FOTO SIGUIENTE DE LA MISMA CUENTA -------------------------
       2200-ACUMULAR-I.

           ADD SNAP-SALDO TO WS-SUMA-SALDO
           ADD 1 TO SPR-DIASFOTO
           IF SNAP-SALDO IS LESS ZEROS
              ADD 1 TO SPR-DIASDEU
           END-IF
           IF SNAP-SALDO IS LESS SPR-SALMIN
              MOVE SNAP-SALDO TO SPR-SALMIN
           END-IF
           IF SNAP-SALDO IS GREATER SPR-SALMAX
              MOVE SNAP-SALDO TO SPR-SALMAX
           END-IF

      *    LOS ATRIBUTOS QUEDAN LOS DE LA ULTIMA FOTO DEL MES.
           MOVE SNAP-SUCUEN  TO SPR-SUCUEN
           MOVE SNAP-NROCLI  TO SPR-NROCLI
           MOVE SNAP-MONEDA  TO SPR-MONEDA.

       2200-ACUMULAR-F. EXIT.


      *---- ALTA DEL PROMEDIO DE LA CUENTA EN TBCURSPR ----------------
       3000-GRABAR-I.

           COMPUTE SPR-SALPROM ROUNDED =
                   WS-SUMA-SALDO / SPR-DIASFOTO
      *    LOS DIAS SIN GENERACION SE CONOCEN AL FINAL DEL ARCHIVO
      *    Y SE ESTAMPAN EN EL CIERRE.
           MOVE ZEROS                TO SPR-DIASFALT
           MOVE WS-FECHA-PROCESO-ISO TO SPR-FECPROC

           EXEC SQL
              INSERT INTO KC02803.TBCURSPR
                 ( TIPCUEN, NROCUEN, PERIODO, SUCUEN, NROCLI,
                   MONEDA, SALPROM, SALMIN, SALMAX, DIASDEU,
                   DIASFOTO, DIASFALT, FECPROC )
              VALUES (
                   :SPR-TIPCUEN,
                   :SPR-NROCUEN,
                   :SPR-PERIODO,
                   :SPR-SUCUEN,
                   :SPR-NROCLI,
                   :SPR-MONEDA,
                   :SPR-SALPROM,
                   :SPR-SALMIN,
                   :SPR-SALMAX,
                   :SPR-DIASDEU,
                   :SPR-DIASFOTO,
                   :SPR-DIASFALT,
                   :SPR-FECPROC
                 )
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURSPR = ' WS-SQLCODE
                      ' CTA ' SPR-TIPCUEN '/' WS-ANT-NROCUEN
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3000-GRABAR-F
           END-IF

           ADD 1 TO WS-CUENTAS-CANT.

       3000-GRABAR-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-I.

           READ SNAPSHOT INTO WS-REG-SNAP

           EVALUATE FS-SNAPSHOT
              WHEN '00'
                 ADD 1 TO WS-LEIDOS-CANT
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA SNAPSHOT = ' FS-SNAPSHOT
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       4000-LEER-F. EXIT.


      *---- ULTIMA CUENTA, DIAS SIN FOTO Y LISTADO DE CONTROL ---------
       5000-CIERRE-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 5000-CIERRE-F
           END-IF

           IF WS-HAY-CUENTA IS EQUAL 'S'
              PERFORM 3000-GRABAR-I THRU 3000-GRABAR-F
              IF RETURN-CODE IS NOT EQUAL ZEROS
                 GO TO 5000-CIERRE-F
              END-IF
           END-IF

           MOVE WS-PERIODO           TO IMP-TIT-PERIODO
           MOVE WS-FECHA-PROCESO-ISO TO IMP-TIT-FECHA
           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           WRITE REG-SALIDA FROM WS-LINE AFTER 1

           MOVE WS-DIA-DESDE TO WS-DIA-IDX
           PERFORM 5100-CONTROL-DIA-I THRU 5100-CONTROL-DIA-F
              UNTIL WS-DIA-IDX IS GREATER WS-DIA-HASTA

      *    TODA FILA DEL MES LLEVA CUANTOS DIAS QUEDARON SIN FOTO,
      *    PARA QUE NINGUN USUARIO DEL PROMEDIO LO TOME COMO MES
      *    COMPLETO.
           IF WS-DIAS-FALT IS GREATER ZEROS
              MOVE WS-DIAS-FALT TO SPR-DIASFALT
              EXEC SQL
                 UPDATE KC02803.TBCURSPR
                    SET DIASFALT = :SPR-DIASFALT
                  WHERE PERIODO  = :SPR-PERIODO
              END-EXEC
              IF SQLCODE IS NOT EQUAL ZEROS AND
                 SQLCODE IS NOT EQUAL NOT-FOUND
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR UPDATE TBCURSPR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 GO TO 5000-CIERRE-F
              END-IF
           END-IF

           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           MOVE 'DIAS DEL PERIODO            :' TO IMP-TOT-LEYENDA
           MOVE WS-DIAS-PERIODO TO IMP-TOT-VALOR
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'DIAS CON FOTO               :' TO IMP-TOT-LEYENDA
           MOVE WS-DIAS-FOTO    TO IMP-TOT-VALOR
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'DIAS SIN FOTO (NO PROMEDIAN):' TO IMP-TOT-LEYENDA
           MOVE WS-DIAS-FALT    TO IMP-TOT-VALOR
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'DIAS CON FOTO REPETIDA      :' TO IMP-TOT-LEYENDA
           MOVE WS-DIAS-REPET   TO IMP-TOT-VALOR
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'CUENTAS PROMEDIADAS         :' TO IMP-TOT-LEYENDA
           MOVE WS-CUENTAS-CANT TO IMP-TOT-VALOR
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1

           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       5000-CIERRE-F. EXIT.


      *---------------------------------------------------------------
       5100-CONTROL-DIA-I.

           MOVE WS-FEC-DESDE (1:8)          TO IMP-FECHA-MES
           MOVE WS-DIA-IDX                  TO IMP-FECHA-DD
           MOVE DIA-CUENTAS (WS-DIA-IDX)    TO IMP-CUENTAS
           MOVE DIA-REPETIDAS (WS-DIA-IDX)  TO IMP-REPETIDAS
           MOVE SPACES                      TO IMP-OBSERV

           IF DIA-CUENTAS (WS-DIA-IDX) IS EQUAL ZEROS
              ADD 1 TO WS-DIAS-FALT
              MOVE '*** SIN GENERACION DE FOTO - NO SE PROMEDIA ***'
                TO IMP-OBSERV
           ELSE
              ADD 1 TO WS-DIAS-FOTO
              IF DIA-REPETIDAS (WS-DIA-IDX) IS GREATER ZEROS
                 ADD 1 TO WS-DIAS-REPET
                 MOVE 'FOTO REPETIDA - SE TOMA UNA SOLA VEZ'
                   TO IMP-OBSERV
              END-IF
           END-IF

           WRITE REG-SALIDA FROM IMP-DETALLE AFTER 1
           ADD 1 TO WS-DIA-IDX.

       5100-CONTROL-DIA-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - SE RETROCEDEN '
                      'LOS PROMEDIOS NO CONFIRMADOS'
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'REGISTROS DE FOTO LEIDOS : ' WS-LEIDOS-CANT
           DISPLAY 'FUERA DEL PERIODO        : ' WS-FUERA-CANT
           DISPLAY 'FOTOS REPETIDAS IGNORADAS: ' WS-REPETIDOS-CANT
           DISPLAY 'FILAS ANTERIORES BORRADAS: ' WS-BORRADAS-CANT
           DISPLAY 'CUENTAS PROMEDIADAS      : ' WS-CUENTAS-CANT
           DISPLAY 'DIAS SIN FOTO            : ' WS-DIAS-FALT

      *    LOS PROMEDIOS QUEDAN GRABADOS, PERO UN HUECO O UNA FOTO
      *    REPETIDA SE AVISA CON RC=4.
           IF RETURN-CODE IS EQUAL ZEROS AND
              (WS-DIAS-FALT IS GREATER ZEROS OR
               WS-DIAS-REPET IS GREATER ZEROS)
              DISPLAY '* ATENCION: PERIODO CON FOTOS FALTANTES O '
                      'REPETIDAS - VER LISTADO'
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE SNAPSHOT
           IF FS-SNAPSHOT IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE SNAPSHOT = ' FS-SNAPSHOT
              MOVE 9999 TO RETURN-CODE
           END-IF

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

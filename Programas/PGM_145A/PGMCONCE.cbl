       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCONCE.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMCONCE                                      *
      *  DESCRIPCIÓN:                                            *
      *    CONCENTRACION CREDITICIA POR GRUPO ECONOMICO, MENSUAL.*
      *    SUMA LA EXPOSICION DE LOS INTEGRANTES DE CADA GRUPO   *
      *    (TBCURGRM, SE MANTIENEN EN PGMGRUPO), EN PESOS CON    *
      *    LOS DOLARES A LA ULTIMA COTIZACION DE TBCURCOT:       *
      *    - PRESTAMOS VIGENTES Y EN MORA: SALDO DE CAPITAL      *
      *      (SALDOCAP DE TBCURPRE);                             *
      *    - CUENTAS A LA VISTA: EL MAYOR ENTRE EL ACUERDO       *
      *      VIGENTE OTORGADO Y EL SALDO DEUDOR EN USO (EL       *
      *      DEUDOR DENTRO DEL ACUERDO YA ESTA EN EL ACUERDO;    *
      *      EL EXCESO SIN ACUERDO SE SUMA).                     *
      *    ORDENA LOS GRUPOS DE MAYOR A MENOR EXPOSICION Y       *
      *    MARCA LOS QUE SUPERAN EL TOPE REGULATORIO: UN         *
      *    PORCENTAJE DEL CAPITAL DEL BANCO (RPC), AMBOS DEL     *
      *    ARCHIVO DDCONCEN. UN CLIENTE SIN GRUPO SOLO SE LISTA  *
      *    SI EL MISMO SUPERA EL TOPE.                           *
      *    ES UN LISTADO DE GESTION: NO ALTERA EL RETURN-CODE.   *
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

           SELECT CONCEN ASSIGN DDCONCEN
           FILE STATUS IS FS-CONCEN.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       FD  CONCEN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CONCEN     PIC X(20).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-LISTADO              PIC XX       VALUE SPACES.
       77  FS-CONCEN               PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *-----------  PARAMETROS DE CONCENTRACION  ----------------------
      *    CAPITAL DEL BANCO (RPC, EN PESOS) Y PORCENTAJE TOPE POR
      *    GRUPO.
       01  WS-REG-CONCEN.
           03  WS-RPC              PIC 9(13)V99 VALUE 10000000000,00.
           03  WS-PORC-TOPE        PIC 9(03)V99 VALUE 15,00.

       77  WS-TOPE-PESOS  PIC S9(13)V99 USAGE COMP-3 VALUE ZEROES.
       77  WS-PORC-RPC    PIC S9(5)V99  USAGE COMP-3 VALUE ZEROES.

      *----------- COTIZACION DEL DOLAR -------------------------------
       77  WS-COTIZ-DOLAR  PIC S9(5)V9(2) USAGE COMP-3 VALUE 1000,00.

      *-----------  ACUMULADORES  -------------------------------------
       77  WS-POSICION             PIC 9(05)    VALUE ZEROS.
       77  WS-TOT-GRUPOS           PIC 9(07)    VALUE ZEROS.
       77  WS-GRUPOS-EXPUESTOS     PIC 9(07)    VALUE ZEROS.
       77  WS-GRUPOS-SUPERAN       PIC 9(07)    VALUE ZEROS.
       77  WS-CLIENTES-SUPERAN     PIC 9(07)    VALUE ZEROS.
       77  WS-EXPO-GRUPOS PIC S9(13)V99 USAGE COMP-3 VALUE ZEROES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99       VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99       VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99       VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)   VALUE ALL '='.
       77  WS-LINE3                PIC X(132)   VALUE ALL '-'.

       01  IMP-TITULO.
           03  FILLER              PIC X(48)    VALUE
               'CONCENTRACION CREDITICIA POR GRUPO ECONOMICO    '.
           03  FILLER              PIC X(08)    VALUE 'FECHA: '.
           03  IMP-TIT-DD          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-MM          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-AA          PIC 99.
           03  FILLER              PIC X(60)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMCONCE'.

       01  IMP-PARAMETROS.
           03  FILLER              PIC X(16)    VALUE
               ' CAPITAL (RPC): '.
           03  IMP-PAR-RPC         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(08)    VALUE '  TOPE: '.
           03  IMP-PAR-PORC        PIC ZZ9,99.
           03  FILLER              PIC X(05)    VALUE ' % = '.
           03  IMP-PAR-TOPE        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(16)    VALUE
               '  COTIZ. DOLAR: '.
           03  IMP-PAR-COTIZ       PIC ZZ.ZZ9,99.
           03  FILLER              PIC X(38)    VALUE SPACES.

       01  IMP-COLUMNAS.
           03  FILLER              PIC X(44)    VALUE
               '  POS T NUMERO  NOMBRE                    IN'.
           03  FILLER              PIC X(44)    VALUE
               'T         PRESTAMOS     ACUERDOS VIG.     DE'.
           03  FILLER              PIC X(44)    VALUE
               'UDOR EN USO        EXPOSICION   % RPC TOPE  '.

      *    T: 'G' GRUPO ECONOMICO / 'C' CLIENTE SIN GRUPO.
       01  IMP-DETALLE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-POSICION        PIC ZZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TIPO            PIC X(01).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NUMERO          PIC Z(6)9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NOMBRE          PIC X(25).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-INTEGRANTES     PIC ZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-PRESTAMOS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-ACUERDOS        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DEUDOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-EXPOSICION      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-PORC-RPC        PIC ZZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-MARCA           PIC X(06).

       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-LEYENDA     PIC X(40).
           03  IMP-TOT-VALOR       PIC ZZZZZZ9.
           03  FILLER              PIC X(84)    VALUE SPACES.

       01  IMP-TOTAL-IMP.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOTI-LEYENDA    PIC X(40).
           03  IMP-TOTI-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(74)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  WS-CANT-GRUPOS          PIC S9(9) COMP VALUE  ZEROS.

      *    VARIABLES TOMADAS DEL CURSOR.
       77  REG-NROGRUPO  PIC S9(5)V USAGE COMP-3     VALUE ZEROES.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-INTEGRANTES PIC S9(9) COMP            VALUE ZEROS.
       77  REG-PRESTAMOS PIC S9(13)V99 USAGE COMP-3  VALUE ZEROES.
       77  REG-ACUERDOS  PIC S9(13)V99 USAGE COMP-3  VALUE ZEROES.
       77  REG-DEUDOR    PIC S9(13)V99 USAGE COMP-3  VALUE ZEROES.
       77  REG-EXPOSICION PIC S9(13)V99 USAGE COMP-3 VALUE ZEROES.
       77  REG-NOMBRE    PIC X(30)                   VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    EXPOSICION POR CLIENTE EN PESOS (CUENTAS A LA VISTA CON
      *    ACUERDO VIGENTE O SALDO DEUDOR, MAS PRESTAMOS NO
      *    CANCELADOS), AGRUPADA POR GRUPO ECONOMICO; EL CLIENTE
      *    SIN GRUPO ES SU PROPIA UNIDAD Y SOLO SALE SI SUPERA EL
      *    TOPE. DE MAYOR A MENOR EXPOSICION.
           EXEC SQL
              DECLARE CURSORCON CURSOR FOR
                 SELECT VALUE(M.NROGRUPO, 0),
                        CASE WHEN M.NROGRUPO IS NULL
                             THEN E.NROCLI ELSE 0 END,
                        COUNT(DISTINCT E.NROCLI),
                        SUM(E.PRESTAMOS),
                        SUM(E.ACUERDOS),
                        SUM(E.DEUDOR),
                        SUM(E.EXPOSICION)
                 FROM (SELECT A.NROCLI,
                              0 AS PRESTAMOS,
                              CASE WHEN A.FECVTOAC >= CURRENT DATE
                                   THEN A.ACUERDO ELSE 0 END
                              * CASE WHEN A.MONEDA = 2
                                     THEN :WS-COTIZ-DOLAR ELSE 1 END
                                AS ACUERDOS,
                              CASE WHEN A.SALDO < 0
                                   THEN 0 - A.SALDO ELSE 0 END
                              * CASE WHEN A.MONEDA = 2
                                     THEN :WS-COTIZ-DOLAR ELSE 1 END
                                AS DEUDOR,
                              CASE WHEN A.FECVTOAC >= CURRENT DATE
                                    AND A.ACUERDO >= 0 - A.SALDO
                                   THEN A.ACUERDO
                                   ELSE 0 - A.SALDO END
                              * CASE WHEN A.MONEDA = 2
                                     THEN :WS-COTIZ-DOLAR ELSE 1 END
                                AS EXPOSICION
                         FROM KC02803.TBCURCTA A
                        WHERE A.TIPCUEN <> '03'
                          AND (A.SALDO < 0 OR
                               (A.ACUERDO > 0 AND
                                A.FECVTOAC >= CURRENT DATE))
                       UNION ALL
                       SELECT C.NROCLI,
                              P.SALDOCAP
                              * CASE WHEN P.MONEDA = 2
                                     THEN :WS-COTIZ-DOLAR ELSE 1 END,
                              0,
                              0,
                              P.SALDOCAP
                              * CASE WHEN P.MONEDA = 2
                                     THEN :WS-COTIZ-DOLAR ELSE 1 END
                         FROM KC02803.TBCURPRE P
                              INNER JOIN KC02803.TBCURCTA C
                                 ON C.TIPCUEN = P.TIPCUEN
                                AND C.NROCUEN = P.NROCUEN
                        WHERE P.ESTADO IN ('V', 'M')
                          AND P.SALDOCAP > 0) AS E
                      LEFT OUTER JOIN KC02803.TBCURGRM M
                         ON M.NROCLI = E.NROCLI
                 GROUP BY VALUE(M.NROGRUPO, 0),
                          CASE WHEN M.NROGRUPO IS NULL
                               THEN E.NROCLI ELSE 0 END
                 HAVING VALUE(M.NROGRUPO, 0) > 0
                     OR SUM(E.EXPOSICION) > :WS-TOPE-PESOS
                 ORDER BY 7 DESC, 1, 2
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
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN INPUT CONCEN
           IF FS-CONCEN IS EQUAL '00' THEN
              READ CONCEN INTO WS-REG-CONCEN
              CLOSE CONCEN
           ELSE
              DISPLAY '* SIN ARCHIVO DE CONCENTRACION, SE USAN '
                      'LOS VALORES POR DEFECTO'
           END-IF
           COMPUTE WS-TOPE-PESOS ROUNDED =
                   WS-RPC * WS-PORC-TOPE / 100
           DISPLAY 'CAPITAL (RPC)  : ' WS-RPC
           DISPLAY 'PORCENTAJE TOPE: ' WS-PORC-TOPE

      *    ULTIMA COTIZACION CARGADA DEL DOLAR.
           EXEC SQL
              SELECT COTIZ
                INTO :WS-COTIZ-DOLAR
                FROM KC02803.TBCURCOT
               WHERE MONEDA = 2
               ORDER BY FECCOT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL NOT-FOUND THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURCOT = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           DISPLAY 'COTIZACION DEL DOLAR: ' WS-COTIZ-DOLAR

      *    UNIVERSO DE GRUPOS DEFINIDOS PARA EL TOTAL.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-GRUPOS
                FROM KC02803.TBCURGRP
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURGRP = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           MOVE WS-CANT-GRUPOS TO WS-TOT-GRUPOS

           EXEC SQL OPEN CURSORCON END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           MOVE WS-RPC         TO IMP-PAR-RPC
           MOVE WS-PORC-TOPE   TO IMP-PAR-PORC
           MOVE WS-TOPE-PESOS  TO IMP-PAR-TOPE
           MOVE WS-COTIZ-DOLAR TO IMP-PAR-COTIZ
           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           WRITE REG-SALIDA FROM IMP-PARAMETROS AFTER 1
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 2
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           EXEC SQL
              FETCH CURSORCON INTO :REG-NROGRUPO,
                                   :REG-NROCLI,
                                   :REG-INTEGRANTES,
                                   :REG-PRESTAMOS,
                                   :REG-ACUERDOS,
                                   :REG-DEUDOR,
                                   :REG-EXPOSICION
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
           END-EVALUATE

           ADD 1 TO WS-POSICION
           PERFORM 2100-NOMBRE-I THRU 2100-NOMBRE-F

           IF WS-RPC IS GREATER ZEROS
              COMPUTE WS-PORC-RPC ROUNDED =
                      REG-EXPOSICION * 100 / WS-RPC
           ELSE
              MOVE ZEROS TO WS-PORC-RPC
           END-IF

           MOVE SPACES TO IMP-MARCA
           IF REG-EXPOSICION IS GREATER WS-TOPE-PESOS
              MOVE 'SUPERA' TO IMP-MARCA
           END-IF

           IF REG-NROGRUPO IS GREATER ZEROS
              ADD 1 TO WS-GRUPOS-EXPUESTOS
              ADD REG-EXPOSICION TO WS-EXPO-GRUPOS
              IF IMP-MARCA IS NOT EQUAL SPACES
                 ADD 1 TO WS-GRUPOS-SUPERAN
              END-IF
           ELSE
              ADD 1 TO WS-CLIENTES-SUPERAN
           END-IF

           MOVE WS-POSICION     TO IMP-POSICION
           MOVE REG-NOMBRE      TO IMP-NOMBRE
           MOVE REG-INTEGRANTES TO IMP-INTEGRANTES
           MOVE REG-PRESTAMOS   TO IMP-PRESTAMOS
           MOVE REG-ACUERDOS    TO IMP-ACUERDOS
           MOVE REG-DEUDOR      TO IMP-DEUDOR
           MOVE REG-EXPOSICION  TO IMP-EXPOSICION
           MOVE WS-PORC-RPC     TO IMP-PORC-RPC
           WRITE REG-SALIDA FROM IMP-DETALLE AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       2000-PROCESO-F. EXIT.


      *---------------------------------------------------------------
      *  NOMBRE DEL GRUPO, O DEL CLIENTE CUANDO NO TIENE GRUPO.
       2100-NOMBRE-I.

           MOVE SPACES TO REG-NOMBRE

           IF REG-NROGRUPO IS GREATER ZEROS
              MOVE 'G'          TO IMP-TIPO
              MOVE REG-NROGRUPO TO IMP-NUMERO
              EXEC SQL
                 SELECT NOMBRE
                   INTO :REG-NOMBRE
                   FROM KC02803.TBCURGRP
                  WHERE NROGRUPO = :REG-NROGRUPO
              END-EXEC
           ELSE
              MOVE 'C'          TO IMP-TIPO
              MOVE REG-NROCLI   TO IMP-NUMERO
              EXEC SQL
                 SELECT NOMAPE
                   INTO :REG-NOMBRE
                   FROM KC02803.TBCURCLI
                  WHERE NROCLI = :REG-NROCLI
              END-EXEC
           END-IF

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE '** SIN NOMBRE **' TO REG-NOMBRE
           END-IF.

       2100-NOMBRE-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORCON END-EXEC

           IF FS-LISTADO IS EQUAL '00'
              WRITE REG-SALIDA FROM WS-LINE AFTER 2
              MOVE 'GRUPOS ECONOMICOS DEFINIDOS' TO IMP-TOT-LEYENDA
              MOVE WS-TOT-GRUPOS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'GRUPOS CON EXPOSICION' TO IMP-TOT-LEYENDA
              MOVE WS-GRUPOS-EXPUESTOS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'GRUPOS QUE SUPERAN EL TOPE' TO IMP-TOT-LEYENDA
              MOVE WS-GRUPOS-SUPERAN TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'CLIENTES SIN GRUPO QUE SUPERAN EL TOPE'
                                          TO IMP-TOT-LEYENDA
              MOVE WS-CLIENTES-SUPERAN TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'EXPOSICION TOTAL DE LOS GRUPOS'
                                          TO IMP-TOTI-LEYENDA
              MOVE WS-EXPO-GRUPOS TO IMP-TOTI-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL-IMP AFTER 1
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'GRUPOS DEFINIDOS          : ' WS-TOT-GRUPOS
           DISPLAY 'GRUPOS CON EXPOSICION     : ' WS-GRUPOS-EXPUESTOS
           DISPLAY 'GRUPOS QUE SUPERAN EL TOPE: ' WS-GRUPOS-SUPERAN
           DISPLAY 'CLIENTES SIN GRUPO SOBRE TOPE: '
                                               WS-CLIENTES-SUPERAN

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

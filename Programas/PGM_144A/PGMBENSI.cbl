       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMBENSI.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMBENSI                                      *
      *  DESCRIPCIÓN:                                            *
      *    PERSONAS JURIDICAS SIN BENEFICIARIOS FINALES, MENSUAL.*
      *    LISTA CADA CLIENTE VIGENTE DE CLASE 'J' DE TBCURCLI   *
      *    QUE NO TIENE NINGUN BENEFICIARIO FINAL DECLARADO EN   *
      *    TBCURBEN (SE DECLARAN EN PGMBENEF), CON SU FECHA DE   *
      *    ALTA Y SU NIVEL DE RIESGO (PGMRIESG) PARA PRIORIZAR   *
      *    EL PEDIDO AL CLIENTE.                                 *
      *    LA SUCURSAL DEL CLIENTE ES LA MENOR SUCURSAL DE SUS   *
      *    CUENTAS (CRITERIO DE PGMPOSCL); SIN CUENTAS SE        *
      *    AGRUPA EN LA SUCURSAL 0. CORTE Y TOTALES POR          *
      *    SUCURSAL. ES UN LISTADO DE GESTION: NO ALTERA EL      *
      *    RETURN-CODE.                                          *
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

      *-----------  CORTE DE CONTROL POR SUCURSAL  --------------------
       77  WS-SUCUEN-ANT           PIC S9(4) COMP VALUE -1.
       77  WS-SUC-CLIENTES         PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-CLIENTES         PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-JURIDICOS        PIC 9(07)    VALUE ZEROS.

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
               'PERSONAS JURIDICAS SIN BENEFICIARIOS FINALES    '.
           03  FILLER              PIC X(08)    VALUE 'FECHA: '.
           03  IMP-TIT-DD          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-MM          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-AA          PIC 99.
           03  FILLER              PIC X(60)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMBENSI'.

       01  IMP-SUBT-SUC.
           03  FILLER              PIC X(11)    VALUE ' SUCURSAL: '.
           03  IMP-SUC-SUB         PIC 99.
           03  FILLER              PIC X(119)   VALUE SPACES.

       01  IMP-COLUMNAS.
           03  FILLER              PIC X(44)    VALUE
               '  NROCLI DOCUMENTO     RAZON SOCIAL         '.
           03  FILLER              PIC X(44)    VALUE
               '          FECHA ALTA RIESGO                 '.
           03  FILLER              PIC X(44)    VALUE SPACES.

       01  IMP-DETALLE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NROCLI          PIC 9(07).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TIPDOC          PIC X(02).
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-NRODOC          PIC 9(11).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NOMAPE          PIC X(30).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FECALTA         PIC X(10).
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-NIVRIESGO       PIC X(01).
           03  FILLER              PIC X(62)    VALUE SPACES.

       01  IMP-FOOTER-SUC.
           03  FILLER              PIC X(38)    VALUE
               ' JURIDICOS SIN BENEFICIARIOS FINALES: '.
           03  IMP-FOOT-CLIENTES   PIC ZZZZZZ9.
           03  FILLER              PIC X(87)    VALUE SPACES.

       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-LEYENDA     PIC X(40).
           03  IMP-TOT-VALOR       PIC ZZZZZZ9.
           03  FILLER              PIC X(84)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  WS-CANT-JURIDICOS       PIC S9(9) COMP VALUE  ZEROS.

      *    VARIABLES TOMADAS DEL CURSOR.
       77  REG-SUCUEN    PIC S9(4) COMP              VALUE ZEROS.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-TIPDOC    PIC X(2)                    VALUE SPACES.
       77  REG-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  REG-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  REG-FECALTA   PIC X(10)                   VALUE SPACES.
       77  REG-NIVRIESGO PIC X(1)                    VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    JURIDICOS VIGENTES SIN NINGUN BENEFICIARIO DECLARADO, EN
      *    ORDEN DE SUCURSAL PARA EL CORTE.
           EXEC SQL
              DECLARE CURSORBSI CURSOR FOR
                 SELECT VALUE((SELECT MIN(A.SUCUEN)
                                 FROM KC02803.TBCURCTA A
                                WHERE A.NROCLI = C.NROCLI), 0),
                        C.NROCLI,
                        C.TIPDOC,
                        C.NRODOC,
                        C.NOMAPE,
                        VALUE(CHAR(C.FECALTA, ISO), ' '),
                        VALUE(C.NIVRIESGO, ' ')
                 FROM KC02803.TBCURCLI C
                 WHERE C.CLASE = 'J'
                   AND C.FECBAJA IS NULL
                   AND NOT EXISTS
                       (SELECT 1
                          FROM KC02803.TBCURBEN B
                         WHERE B.NROCLI = C.NROCLI)
                 ORDER BY 1, 2
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

      *    UNIVERSO DE JURIDICOS VIGENTES PARA EL TOTAL.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-JURIDICOS
                FROM KC02803.TBCURCLI
               WHERE CLASE = 'J'
                 AND FECBAJA IS NULL
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURCLI = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           MOVE WS-CANT-JURIDICOS TO WS-TOT-JURIDICOS

           EXEC SQL OPEN CURSORBSI END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           EXEC SQL
              FETCH CURSORBSI INTO :REG-SUCUEN,
                                   :REG-NROCLI,
                                   :REG-TIPDOC,
                                   :REG-NRODOC,
                                   :REG-NOMAPE,
                                   :REG-FECALTA,
                                   :REG-NIVRIESGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 IF WS-SUCUEN-ANT IS NOT EQUAL -1
                    PERFORM 6850-IMP-FOOTER-I
                       THRU 6850-IMP-FOOTER-F
                 END-IF
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
           END-EVALUATE

           IF REG-SUCUEN IS NOT EQUAL WS-SUCUEN-ANT
              IF WS-SUCUEN-ANT IS NOT EQUAL -1
                 PERFORM 6850-IMP-FOOTER-I
                    THRU 6850-IMP-FOOTER-F
              END-IF
              PERFORM 6700-IMP-HEADER-SUC-I
                 THRU 6700-IMP-HEADER-SUC-F
              MOVE REG-SUCUEN TO WS-SUCUEN-ANT
           END-IF

           ADD 1 TO WS-SUC-CLIENTES
           MOVE REG-NROCLI    TO IMP-NROCLI
           MOVE REG-TIPDOC    TO IMP-TIPDOC
           MOVE REG-NRODOC    TO IMP-NRODOC
           MOVE REG-NOMAPE    TO IMP-NOMAPE
           MOVE REG-FECALTA   TO IMP-FECALTA
           MOVE REG-NIVRIESGO TO IMP-NIVRIESGO
           WRITE REG-SALIDA FROM IMP-DETALLE AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       2000-PROCESO-F. EXIT.


      *---------------------------------------------------------------
       6700-IMP-HEADER-SUC-I.

           IF WS-PRIMERA-LINEA IS EQUAL 'SI'
              MOVE 'NO' TO WS-PRIMERA-LINEA
              WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
              WRITE REG-SALIDA FROM WS-LINE AFTER 1
           END-IF

           MOVE REG-SUCUEN TO IMP-SUC-SUB
           WRITE REG-SALIDA FROM IMP-SUBT-SUC AFTER 2
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-SUC-CLIENTES.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-SUC-CLIENTES TO IMP-FOOT-CLIENTES
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           WRITE REG-SALIDA FROM IMP-FOOTER-SUC AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF

           ADD WS-SUC-CLIENTES TO WS-TOT-CLIENTES.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORBSI END-EXEC

           IF FS-LISTADO IS EQUAL '00'
              IF WS-PRIMERA-LINEA IS EQUAL 'SI'
                 WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
              END-IF
              WRITE REG-SALIDA FROM WS-LINE AFTER 2
              MOVE 'PERSONAS JURIDICAS VIGENTES' TO IMP-TOT-LEYENDA
              MOVE WS-TOT-JURIDICOS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'SIN BENEFICIARIOS FINALES DECLARADOS'
                                          TO IMP-TOT-LEYENDA
              MOVE WS-TOT-CLIENTES TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'JURIDICOS VIGENTES        : ' WS-TOT-JURIDICOS
           DISPLAY 'SIN BENEFICIARIOS FINALES : ' WS-TOT-CLIENTES

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

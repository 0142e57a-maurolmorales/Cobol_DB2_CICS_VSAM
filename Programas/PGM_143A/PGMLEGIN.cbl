       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLEGIN.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMLEGIN                                      *
      *  DESCRIPCIÓN:                                            *
      *    LEGAJOS INCOMPLETOS O VENCIDOS POR SUCURSAL, MENSUAL. *
      *    CRUZA CADA CLIENTE VIGENTE DE TBCURCLI CON LOS        *
      *    DOCUMENTOS OBLIGATORIOS DE SU CLASE (TBCURLRQ) Y LO   *
      *    PRESENTADO EN SU LEGAJO (TBCURLEG), Y LISTA POR       *
      *    CLIENTE:                                              *
      *    - LOS DOCUMENTOS QUE FALTAN,                          *
      *    - LOS VENCIDOS Y LOS QUE VENCEN EN LOS PROXIMOS 30    *
      *      DIAS (PARA PEDIR LA RENOVACION),                    *
      *    - LA REVISION PERIODICA DEL CLIENTE VENCIDA           *
      *      (PROXREV DE TBCURCLI, PROGRAMADA POR PGMRIESG).     *
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

      *-----------  CORTE DE CONTROL POR SUCURSAL Y CLIENTE -----------
       77  WS-SUCUEN-ANT           PIC S9(4) COMP VALUE -1.
       77  WS-NROCLI-ANT  PIC S9(7)V COMP-3     VALUE ZEROS.

      *----------- ACUMULADORES POR SUCURSAL --------------------------
       01  WS-ACUM-SUC.
           03  WS-SUC-CLIENTES     PIC 9(07)    VALUE ZEROS.
           03  WS-SUC-FALTAN       PIC 9(07)    VALUE ZEROS.
           03  WS-SUC-VENCIDOS     PIC 9(07)    VALUE ZEROS.
           03  WS-SUC-POR-VENCER   PIC 9(07)    VALUE ZEROS.
           03  WS-SUC-REVISION     PIC 9(07)    VALUE ZEROS.

      *----------- ACUMULADORES GENERALES -----------------------------
       77  WS-TOT-CLIENTES         PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-FALTAN           PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-VENCIDOS         PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-POR-VENCER       PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-REVISION         PIC 9(07)    VALUE ZEROS.

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
               'LEGAJOS INCOMPLETOS O VENCIDOS POR SUCURSAL     '.
           03  FILLER              PIC X(08)    VALUE 'FECHA: '.
           03  IMP-TIT-DD          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-MM          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-AA          PIC 99.
           03  FILLER              PIC X(60)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMLEGIN'.

       01  IMP-SUBT-SUC.
           03  FILLER              PIC X(11)    VALUE ' SUCURSAL: '.
           03  IMP-SUC-SUB         PIC 99.
           03  FILLER              PIC X(119)   VALUE SPACES.

       01  IMP-COLUMNAS.
           03  FILLER              PIC X(44)    VALUE
               '  NROCLI DOCUMENTO     APELLIDO Y NOMBRE    '.
           03  FILLER              PIC X(44)    VALUE
               '          CL  DOCUMENTO DEL LEGAJO          '.
           03  FILLER              PIC X(44)    VALUE
               '  VENCIMIENTO SITUACION                     '.

       01  IMP-DETALLE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CLIENTE.
               05  IMP-NROCLI      PIC 9(07).
               05  FILLER          PIC X(01)    VALUE SPACES.
               05  IMP-TIPDOC      PIC X(02).
               05  FILLER          PIC X(01)    VALUE '/'.
               05  IMP-NRODOC      PIC 9(11).
               05  FILLER          PIC X(01)    VALUE SPACES.
               05  IMP-NOMAPE      PIC X(30).
               05  FILLER          PIC X(01)    VALUE SPACES.
               05  IMP-CLASE       PIC X(01).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-CODDOC          PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DESCRIP         PIC X(30).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FECVTO          PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-SITUACION       PIC X(20).
           03  FILLER              PIC X(09)    VALUE SPACES.

       01  IMP-FOOTER-SUC.
           03  FILLER              PIC X(13)    VALUE ' CLIENTES:   '.
           03  IMP-FOOT-CLIENTES   PIC ZZZZZZ9.
           03  FILLER              PIC X(13)    VALUE '  FALTANTES: '.
           03  IMP-FOOT-FALTAN     PIC ZZZZZZ9.
           03  FILLER              PIC X(12)    VALUE '  VENCIDOS: '.
           03  IMP-FOOT-VENCIDOS   PIC ZZZZZZ9.
           03  FILLER              PIC X(14)    VALUE '  POR VENCER: '.
           03  IMP-FOOT-POR-VENCER PIC ZZZZZZ9.
           03  FILLER              PIC X(23)    VALUE
               '  REVISIONES VENCIDAS: '.
           03  IMP-FOOT-REVISION   PIC ZZZZZZ9.
           03  FILLER              PIC X(22)    VALUE SPACES.

       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-LEYENDA     PIC X(40).
           03  IMP-TOT-VALOR       PIC ZZZZZZ9.
           03  FILLER              PIC X(84)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *    VARIABLES TOMADAS DEL CURSOR.
       77  REG-SUCUEN    PIC S9(4) COMP              VALUE ZEROS.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-TIPDOC    PIC X(2)                    VALUE SPACES.
       77  REG-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  REG-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  REG-CLASE     PIC X(1)                    VALUE SPACES.
       77  REG-CODDOC    PIC X(2)                    VALUE SPACES.
       77  REG-DESCRIP   PIC X(30)                   VALUE SPACES.
       77  REG-FECVTO    PIC X(10)                   VALUE SPACES.
       77  REG-SITUACION PIC X(1)                    VALUE SPACES.
           88  REG-FALTA                             VALUE 'F'.
           88  REG-VENCIDO                           VALUE 'V'.
           88  REG-POR-VENCER                        VALUE 'P'.
           88  REG-REVISION                          VALUE 'R'.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    UNA FILA POR CLIENTE VIGENTE Y DOCUMENTO OBLIGATORIO QUE
      *    FALTA ('F'), ESTA VENCIDO ('V') O VENCE EN 30 DIAS ('P'),
      *    MAS UNA FILA 'RV' / 'R' SI SU REVISION PERIODICA VENCIO.
      *    EN ORDEN DE SUCURSAL Y CLIENTE PARA LOS CORTES.
           EXEC SQL
              DECLARE CURSORLEG CURSOR FOR
                 SELECT VALUE((SELECT MIN(A.SUCUEN)
                                 FROM KC02803.TBCURCTA A
                                WHERE A.NROCLI = C.NROCLI), 0),
                        C.NROCLI,
                        C.TIPDOC,
                        C.NRODOC,
                        C.NOMAPE,
                        C.CLASE,
                        R.CODDOC,
                        R.DESCRIP,
                        VALUE(CHAR(L.FECVTO, ISO), ' '),
                        CASE WHEN L.CODDOC IS NULL
                             THEN 'F'
                             WHEN L.FECVTO < CURRENT DATE
                             THEN 'V'
                             ELSE 'P' END
                 FROM KC02803.TBCURCLI C
                      INNER JOIN KC02803.TBCURLRQ R
                        ON  R.CLASE  = C.CLASE
                        AND R.OBLIGA = 'S'
                      LEFT OUTER JOIN KC02803.TBCURLEG L
                        ON  L.NROCLI = C.NROCLI
                        AND L.CODDOC = R.CODDOC
                 WHERE C.FECBAJA IS NULL
                   AND (L.CODDOC IS NULL OR
                        L.FECVTO <= CURRENT DATE + 30 DAYS)
              UNION ALL
                 SELECT VALUE((SELECT MIN(A.SUCUEN)
                                 FROM KC02803.TBCURCTA A
                                WHERE A.NROCLI = C.NROCLI), 0),
                        C.NROCLI,
                        C.TIPDOC,
                        C.NRODOC,
                        C.NOMAPE,
                        C.CLASE,
                        'RV',
                        'REVISION PERIODICA DEL CLIENTE',
                        CHAR(C.PROXREV, ISO),
                        'R'
                 FROM KC02803.TBCURCLI C
                 WHERE C.FECBAJA IS NULL
                   AND C.PROXREV <= CURRENT DATE
                 ORDER BY 1, 2, 7
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

           EXEC SQL OPEN CURSORLEG END-EXEC
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
              FETCH CURSORLEG INTO :REG-SUCUEN,
                                   :REG-NROCLI,
                                   :REG-TIPDOC,
                                   :REG-NRODOC,
                                   :REG-NOMAPE,
                                   :REG-CLASE,
                                   :REG-CODDOC,
                                   :REG-DESCRIP,
                                   :REG-FECVTO,
                                   :REG-SITUACION
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
              MOVE ZEROS TO WS-NROCLI-ANT
           END-IF

           PERFORM 3000-LISTAR-I THRU 3000-LISTAR-F.

       2000-PROCESO-F. EXIT.


      *---- EL CLIENTE SE IMPRIME EN SU PRIMERA LINEA -----------------
       3000-LISTAR-I.

           IF REG-NROCLI IS NOT EQUAL WS-NROCLI-ANT
              ADD 1 TO WS-SUC-CLIENTES
              MOVE REG-NROCLI TO IMP-NROCLI
              MOVE REG-TIPDOC TO IMP-TIPDOC
              MOVE REG-NRODOC TO IMP-NRODOC
              MOVE REG-NOMAPE TO IMP-NOMAPE
              MOVE REG-CLASE  TO IMP-CLASE
              MOVE REG-NROCLI TO WS-NROCLI-ANT
           ELSE
              MOVE SPACES     TO IMP-CLIENTE
           END-IF

           MOVE REG-CODDOC  TO IMP-CODDOC
           MOVE REG-DESCRIP TO IMP-DESCRIP
           MOVE REG-FECVTO  TO IMP-FECVTO

           EVALUATE TRUE
              WHEN REG-FALTA
                 MOVE 'FALTA'                TO IMP-SITUACION
                 ADD 1 TO WS-SUC-FALTAN
              WHEN REG-VENCIDO
                 MOVE 'VENCIDO'              TO IMP-SITUACION
                 ADD 1 TO WS-SUC-VENCIDOS
              WHEN REG-POR-VENCER
                 MOVE 'VENCE EN 30 DIAS'     TO IMP-SITUACION
                 ADD 1 TO WS-SUC-POR-VENCER
              WHEN OTHER
                 MOVE 'REVISION VENCIDA'     TO IMP-SITUACION
                 ADD 1 TO WS-SUC-REVISION
           END-EVALUATE

           WRITE REG-SALIDA FROM IMP-DETALLE AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       3000-LISTAR-F. EXIT.


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

           INITIALIZE WS-ACUM-SUC.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-SUC-CLIENTES   TO IMP-FOOT-CLIENTES
           MOVE WS-SUC-FALTAN     TO IMP-FOOT-FALTAN
           MOVE WS-SUC-VENCIDOS   TO IMP-FOOT-VENCIDOS
           MOVE WS-SUC-POR-VENCER TO IMP-FOOT-POR-VENCER
           MOVE WS-SUC-REVISION   TO IMP-FOOT-REVISION
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           WRITE REG-SALIDA FROM IMP-FOOTER-SUC AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF

           ADD WS-SUC-CLIENTES   TO WS-TOT-CLIENTES
           ADD WS-SUC-FALTAN     TO WS-TOT-FALTAN
           ADD WS-SUC-VENCIDOS   TO WS-TOT-VENCIDOS
           ADD WS-SUC-POR-VENCER TO WS-TOT-POR-VENCER
           ADD WS-SUC-REVISION   TO WS-TOT-REVISION.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORLEG END-EXEC

           IF FS-LISTADO IS EQUAL '00'
              IF WS-PRIMERA-LINEA IS EQUAL 'SI'
                 WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
              END-IF
              WRITE REG-SALIDA FROM WS-LINE AFTER 2
              MOVE 'CLIENTES CON OBSERVACIONES' TO IMP-TOT-LEYENDA
              MOVE WS-TOT-CLIENTES TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'DOCUMENTOS FALTANTES' TO IMP-TOT-LEYENDA
              MOVE WS-TOT-FALTAN TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'DOCUMENTOS VENCIDOS' TO IMP-TOT-LEYENDA
              MOVE WS-TOT-VENCIDOS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'DOCUMENTOS QUE VENCEN EN 30 DIAS' TO IMP-TOT-LEYENDA
              MOVE WS-TOT-POR-VENCER TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'REVISIONES PERIODICAS VENCIDAS' TO IMP-TOT-LEYENDA
              MOVE WS-TOT-REVISION TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'CLIENTES CON OBSERVACIONES: ' WS-TOT-CLIENTES
           DISPLAY 'DOCUMENTOS FALTANTES      : ' WS-TOT-FALTAN
           DISPLAY 'DOCUMENTOS VENCIDOS       : ' WS-TOT-VENCIDOS
           DISPLAY 'VENCEN EN 30 DIAS         : ' WS-TOT-POR-VENCER
           DISPLAY 'REVISIONES VENCIDAS       : ' WS-TOT-REVISION

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

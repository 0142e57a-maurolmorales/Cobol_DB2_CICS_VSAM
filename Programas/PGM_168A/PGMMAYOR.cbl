       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMAYOR.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMMAYOR                                      *
      *  DESCRIPCION:                                            *
      *    MAYORIA DE EDAD. CORRE UNA VEZ POR MES EN CAFMENSU.   *
      *    EL CLIENTE PERSONA FISICA MENOR DE 18 ANOS SE DA DE   *
      *    ALTA (PROGM36S) CON SU REPRESENTANTE LEGAL EN         *
      *    TBCURCLI.REPNROCLI; MIENTRAS LO TENGA NO PUEDE SER    *
      *    TITULAR DE CUENTA CORRIENTE, RECIBIR CHEQUERA, TENER  *
      *    ACUERDO NI TOMAR PRESTAMOS, Y EN CAJA SOLO RETIRA SU  *
      *    REPRESENTANTE (PGMEXCTA).                             *
      *    ESTE PROCESO TOMA LOS CLIENTES CON REPRESENTANTE QUE  *
      *    YA CUMPLIERON 18 ANOS, LES LEVANTA EL REPRESENTANTE   *
      *    (REPNROCLI = 0) Y GRABA LA FECHA DE LA CONVERSION EN  *
      *    FECMAYOR: ESA FECHA ES LA QUE TOMA LA CARTA 'MAYORIA' *
      *    DE PGMCARTA, QUE CORRE A CONTINUACION. CADA           *
      *    CONVERSION QUEDA EN EL ARCHIVO DE AUDITORIA (ACCION   *
      *    'MAYO') Y EN EL LISTADO.                              *
      *    AL FINAL LISTA COMO EXCEPCION A LOS MENORES DE 18     *
      *    ANOS SIN REPRESENTANTE VINCULADO (CARGADOS POR LOTE   *
      *    O ANTERIORES AL CONTROL DE PROGM36S), PARA QUE LA     *
      *    SUCURSAL LO COMPLETE EN LA PANTALLA DE MODIFICACION.  *
      *    TODO SE CONFIRMA AL FINAL; CON ERROR SE RETROCEDE Y   *
      *    LA PROXIMA CORRIDA VUELVE A TOMAR LOS MISMOS CLIENTES.*
      *    CODIGOS DE RETORNO:                                   *
      *      0000 = OK                                           *
      *      0004 = HAY MENORES SIN REPRESENTANTE (VER DDLISTA)  *
      *      9999 = ERROR DE ARCHIVOS O DB2                      *
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

           SELECT AUDITORIA ASSIGN DDAUDIT
           FILE STATUS IS FS-AUDITORIA.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       FD  AUDITORIA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-AUDITORIA  PIC X(106).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-LISTADO              PIC XX       VALUE SPACES.
       77  FS-AUDITORIA            PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- CONTADORES  ----------------------------------------
       77  WS-CONVERTIDOS-CANT     PIC 9(07)    VALUE ZEROS.
       77  WS-SIN-REPRES-CANT      PIC 9(07)    VALUE ZEROS.
       77  WS-CUENTA-LINEAS        PIC 9(02)    VALUE 99.
       77  WS-CUENTA-PAGINA        PIC 9(02)    VALUE ZEROS.

      *----------- FECHAS  --------------------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

       01  WS-HORA-AUD.
           03  WS-AUD-HH           PIC 99            VALUE ZEROS.
           03  WS-AUD-MI           PIC 99            VALUE ZEROS.
           03  WS-AUD-SS           PIC 99            VALUE ZEROS.

      *    LA FECHA DE AUDITORIA VIAJA COMO DD/MM/AAAA, EL FORMATO
      *    QUE GRABA LA SUITE ONLINE Y QUE ESPERAN PGMAULOD Y
      *    PGMDLTCL.
       01  WS-FECHA-AUD-DMA.
           03  WS-DMA-AUD-DD       PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '/'.
           03  WS-DMA-AUD-MM       PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '/'.
           03  FILLER              PIC 99            VALUE 20.
           03  WS-DMA-AUD-AA       PIC 99            VALUE ZEROS.

       01  WS-HORA-AUD-ISO.
           03  WS-ISO-AUD-HH       PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE ':'.
           03  WS-ISO-AUD-MI       PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE ':'.
           03  WS-ISO-AUD-SS       PIC 99            VALUE ZEROS.

      *----------- REGISTRO DE AUDITORIA (COLA AUDC, 106 BYTES) -------
       01  WS-REG-AUDITORIA.
           05 AUD-TRANSACCION      PIC X(04).
           05 AUD-OPERADOR         PIC X(03).
           05 AUD-TERMINAL         PIC X(04).
           05 AUD-ACCION           PIC X(04).
           05 AUD-TIP-DOC          PIC X(02).
           05 AUD-NRO-DOC          PIC 9(11).
           05 AUD-VALOR-ANT        PIC X(30).
           05 AUD-VALOR-NUE        PIC X(30).
           05 AUD-FECHA            PIC X(10).
           05 AUD-HORA             PIC X(08).

      *    VALOR ANTERIOR AUDITADO: REPRESENTANTE QUE SE LEVANTA.
       01  WS-AUD-MAYOR-ANT.
           03  FILLER              PIC X(08)    VALUE 'REPRES: '.
           03  AUD-MAY-REPNROCLI   PIC 9(07).
           03  FILLER              PIC X(15)    VALUE SPACES.

      *    VALOR NUEVO AUDITADO: FECHA DE NACIMIENTO DEL CLIENTE.
       01  WS-AUD-MAYOR-NUE.
           03  FILLER              PIC X(08)    VALUE 'FECNAC: '.
           03  AUD-MAY-FECNAC      PIC X(10).
           03  FILLER              PIC X(12)    VALUE SPACES.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(132)        VALUE ALL '-'.

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
           03  IMP-TIT-TEXTO       PIC X(40)    VALUE SPACES.
           03  FILLER              PIC X(15)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMMAYOR'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(16)    VALUE SPACES.

       01  IMP-SUBTITULO.
           03  FILLER              PIC X(44)    VALUE
               ' SUC  NROCLI DOCUMENTO     APELLIDO Y NOMBR'.
           03  FILLER              PIC X(44)    VALUE
               'E                FEC.NAC.   REPRES.        '.
           03  FILLER              PIC X(44)    VALUE SPACES.

       01  IMP-DETALLE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DET-SUCUEN      PIC Z9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DET-NROCLI      PIC 9(07).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DET-TIPDOC      PIC X(02).
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-DET-NRODOC      PIC 9(11).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DET-NOMAPE      PIC X(30).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DET-FECNAC      PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DET-REPNROCLI   PIC ZZZZZZ9.
           03  FILLER              PIC X(55)    VALUE SPACES.

       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-TEXTO       PIC X(40).
           03  IMP-TOT-CANT        PIC Z.ZZZ.ZZ9.
           03  FILLER              PIC X(82)    VALUE SPACES.

       01  IMP-SIN-ITEMS.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(40)    VALUE
               'SIN CLIENTES PARA INFORMAR'.
           03  FILLER              PIC X(91)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *    VARIABLES TOMADAS DE LOS CURSORES.
       77  REG-SUCUEN    PIC S9(4) COMP              VALUE ZEROS.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-TIPDOC    PIC X(2)                    VALUE SPACES.
       77  REG-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  REG-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  REG-FECNAC    PIC X(10)                   VALUE SPACES.
       77  REG-REPNROCLI PIC S9(7)V USAGE COMP-3     VALUE ZEROES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    CLIENTES CON REPRESENTANTE QUE YA CUMPLIERON 18 ANOS.
           EXEC SQL
              DECLARE CURSORMAY CURSOR FOR
                 SELECT VALUE((SELECT MIN(A.SUCUEN)
                                 FROM KC02803.TBCURCTA A
                                WHERE A.NROCLI = C.NROCLI), 0),
                        C.NROCLI,
                        C.TIPDOC,
                        C.NRODOC,
                        C.NOMAPE,
                        CHAR(C.FECNAC, ISO),
                        C.REPNROCLI
                 FROM KC02803.TBCURCLI C
                 WHERE C.CLASE      = 'F'
                   AND C.REPNROCLI <> 0
                   AND C.FECNAC    <= CURRENT DATE - 18 YEARS
                   AND C.FECBAJA IS NULL
                 ORDER BY 1, 2
                 FOR UPDATE OF REPNROCLI, FECMAYOR
           END-EXEC.

      *    MENORES DE 18 ANOS SIN REPRESENTANTE VINCULADO.
           EXEC SQL
              DECLARE CURSORSIN CURSOR FOR
                 SELECT VALUE((SELECT MIN(A.SUCUEN)
                                 FROM KC02803.TBCURCTA A
                                WHERE A.NROCLI = C.NROCLI), 0),
                        C.NROCLI,
                        C.TIPDOC,
                        C.NRODOC,
                        C.NOMAPE,
                        CHAR(C.FECNAC, ISO)
                 FROM KC02803.TBCURCLI C
                 WHERE C.CLASE      = 'F'
                   AND C.REPNROCLI  = 0
                   AND C.FECNAC     > CURRENT DATE - 18 YEARS
                   AND C.FECBAJA IS NULL
                   AND C.FECFALL IS NULL
                 ORDER BY 1, 2
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           IF RETURN-CODE IS NOT EQUAL 9999
              PERFORM 2000-MAYORES-I THRU 2000-MAYORES-F
           END-IF
           IF RETURN-CODE IS NOT EQUAL 9999
              PERFORM 5000-SIN-REPRES-I THRU 5000-SIN-REPRES-F
           END-IF
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           ACCEPT WS-FECHA FROM DATE
           ACCEPT WS-HORA-AUD FROM TIME
           MOVE WS-FECHA-AA TO IMP-TIT-AA WS-DMA-AUD-AA
           MOVE WS-FECHA-MM TO IMP-TIT-MM WS-DMA-AUD-MM
           MOVE WS-FECHA-DD TO IMP-TIT-DD WS-DMA-AUD-DD
           MOVE WS-AUD-HH   TO WS-ISO-AUD-HH
           MOVE WS-AUD-MI   TO WS-ISO-AUD-MI
           MOVE WS-AUD-SS   TO WS-ISO-AUD-SS

           OPEN OUTPUT LISTADO
           OPEN EXTEND AUDITORIA
           IF FS-LISTADO   IS NOT EQUAL '00' OR
              FS-AUDITORIA IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN = ' FS-LISTADO
                      ' ' FS-AUDITORIA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       1000-INICIO-F. EXIT.


      *---- CONVERSION A MAYOR DE EDAD ---------------------------------
       2000-MAYORES-I.

           MOVE 'CLIENTES CONVERTIDOS A MAYOR DE EDAD'
             TO IMP-TIT-TEXTO
           PERFORM 6000-IMPRIMIR-TITULO-I THRU 6000-IMPRIMIR-TITULO-F

           EXEC SQL OPEN CURSORMAY END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORMAY = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 2000-MAYORES-F
           END-IF

           SET WS-NO-FIN-LECTURA TO TRUE
           PERFORM 2100-UN-MAYOR-I THRU 2100-UN-MAYOR-F
              UNTIL WS-FIN-LECTURA

           EXEC SQL CLOSE CURSORMAY END-EXEC

           IF WS-CONVERTIDOS-CANT IS EQUAL ZEROS
              WRITE REG-SALIDA FROM IMP-SIN-ITEMS AFTER 1
           END-IF
           MOVE 'CLIENTES CONVERTIDOS'  TO IMP-TOT-TEXTO
           MOVE WS-CONVERTIDOS-CANT     TO IMP-TOT-CANT
           WRITE REG-SALIDA FROM WS-LINE3  AFTER 1
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1.

       2000-MAYORES-F. EXIT.


      *---------------------------------------------------------------
       2100-UN-MAYOR-I.

           EXEC SQL
              FETCH CURSORMAY INTO :REG-SUCUEN,
                                   :REG-NROCLI,
                                   :REG-TIPDOC,
                                   :REG-NRODOC,
                                   :REG-NOMAPE,
                                   :REG-FECNAC,
                                   :REG-REPNROCLI
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2100-UN-MAYOR-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORMAY = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2100-UN-MAYOR-F
           END-EVALUATE

           EXEC SQL
              UPDATE KC02803.TBCURCLI
                 SET REPNROCLI = 0,
                     FECMAYOR  = CURRENT DATE
               WHERE CURRENT OF CURSORMAY
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURCLI = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2100-UN-MAYOR-F
           END-IF

           PERFORM 3100-AUDITAR-I THRU 3100-AUDITAR-F
           IF RETURN-CODE IS EQUAL 9999
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2100-UN-MAYOR-F
           END-IF

           ADD 1 TO WS-CONVERTIDOS-CANT
           PERFORM 6100-IMP-DETALLE-I THRU 6100-IMP-DETALLE-F.

       2100-UN-MAYOR-F. EXIT.


      *---- RASTRO EN EL ARCHIVO DE AUDITORIA (ACCION MAYO) -----------
       3100-AUDITAR-I.

           MOVE REG-REPNROCLI     TO AUD-MAY-REPNROCLI
           MOVE REG-FECNAC        TO AUD-MAY-FECNAC

           MOVE SPACES            TO WS-REG-AUDITORIA
           MOVE 'BTCH'            TO AUD-TRANSACCION
           MOVE 'BTC'             TO AUD-OPERADOR
           MOVE 'BTCH'            TO AUD-TERMINAL
           MOVE 'MAYO'            TO AUD-ACCION
           MOVE REG-TIPDOC        TO AUD-TIP-DOC
           MOVE REG-NRODOC        TO AUD-NRO-DOC
           MOVE WS-AUD-MAYOR-ANT  TO AUD-VALOR-ANT
           MOVE WS-AUD-MAYOR-NUE  TO AUD-VALOR-NUE
           MOVE WS-FECHA-AUD-DMA  TO AUD-FECHA
           MOVE WS-HORA-AUD-ISO   TO AUD-HORA

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA
           IF FS-AUDITORIA IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUDITORIA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       3100-AUDITAR-F. EXIT.


      *---- EXCEPCION: MENORES SIN REPRESENTANTE -----------------------
       5000-SIN-REPRES-I.

           MOVE 'MENORES SIN REPRESENTANTE LEGAL'
             TO IMP-TIT-TEXTO
           PERFORM 6000-IMPRIMIR-TITULO-I THRU 6000-IMPRIMIR-TITULO-F

           EXEC SQL OPEN CURSORSIN END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORSIN = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 5000-SIN-REPRES-F
           END-IF

           SET WS-NO-FIN-LECTURA TO TRUE
           PERFORM 5100-UN-SIN-REPRES-I THRU 5100-UN-SIN-REPRES-F
              UNTIL WS-FIN-LECTURA

           EXEC SQL CLOSE CURSORSIN END-EXEC

           IF WS-SIN-REPRES-CANT IS EQUAL ZEROS
              WRITE REG-SALIDA FROM IMP-SIN-ITEMS AFTER 1
           END-IF
           MOVE 'MENORES SIN REPRESENTANTE' TO IMP-TOT-TEXTO
           MOVE WS-SIN-REPRES-CANT          TO IMP-TOT-CANT
           WRITE REG-SALIDA FROM WS-LINE3  AFTER 1
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1.

       5000-SIN-REPRES-F. EXIT.


      *---------------------------------------------------------------
       5100-UN-SIN-REPRES-I.

           EXEC SQL
              FETCH CURSORSIN INTO :REG-SUCUEN,
                                   :REG-NROCLI,
                                   :REG-TIPDOC,
                                   :REG-NRODOC,
                                   :REG-NOMAPE,
                                   :REG-FECNAC
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 5100-UN-SIN-REPRES-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORSIN = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 5100-UN-SIN-REPRES-F
           END-EVALUATE

           MOVE ZEROS TO REG-REPNROCLI
           ADD 1 TO WS-SIN-REPRES-CANT
           PERFORM 6100-IMP-DETALLE-I THRU 6100-IMP-DETALLE-F.

       5100-UN-SIN-REPRES-F. EXIT.


      *---------------------------------------------------------------
       6000-IMPRIMIR-TITULO-I.

           ADD 1 TO WS-CUENTA-PAGINA
           MOVE WS-CUENTA-PAGINA TO IMP-TIT-PAGINA
           WRITE REG-SALIDA FROM IMP-TITULO    AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE       AFTER 1
           WRITE REG-SALIDA FROM IMP-SUBTITULO AFTER 1
           WRITE REG-SALIDA FROM WS-LINE3      AFTER 1
           MOVE 4 TO WS-CUENTA-LINEAS
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       6000-IMPRIMIR-TITULO-F. EXIT.


      *---------------------------------------------------------------
       6100-IMP-DETALLE-I.

           IF WS-CUENTA-LINEAS IS GREATER 55
              PERFORM 6000-IMPRIMIR-TITULO-I THRU 6000-IMPRIMIR-TITULO-F
           END-IF

           MOVE REG-SUCUEN        TO IMP-DET-SUCUEN
           MOVE REG-NROCLI        TO IMP-DET-NROCLI
           MOVE REG-TIPDOC        TO IMP-DET-TIPDOC
           MOVE REG-NRODOC        TO IMP-DET-NRODOC
           MOVE REG-NOMAPE        TO IMP-DET-NOMAPE
           MOVE REG-FECNAC        TO IMP-DET-FECNAC
           MOVE REG-REPNROCLI     TO IMP-DET-REPNROCLI
           WRITE REG-SALIDA FROM IMP-DETALLE AFTER 1
           ADD 1 TO WS-CUENTA-LINEAS
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       6100-IMP-DETALLE-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL 9999
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - SE RETROCEDEN '
                      'LAS CONVERSIONES'
           ELSE
              EXEC SQL COMMIT END-EXEC
              IF WS-SIN-REPRES-CANT IS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'CLIENTES CONVERTIDOS   : ' WS-CONVERTIDOS-CANT
           DISPLAY 'MENORES SIN REPRESENT. : ' WS-SIN-REPRES-CANT

           CLOSE AUDITORIA
           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' AND
              RETURN-CODE IS NOT EQUAL 9999 THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

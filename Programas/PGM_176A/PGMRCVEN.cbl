       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRCVEN.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMRCVEN                                      *
      *  DESCRIPCIÓN:                                            *
      *    VENCIMIENTO DE LA RECERTIFICACION DE ACCESOS. CORRE   *
      *    CADA NOCHE: LOS OPERADORES DE TBCURRCO QUE SIGUEN     *
      *    PENDIENTES ('P') CON LA FECHA TOPE YA PASADA QUEDAN   *
      *    DESHABILITADOS EN EL ARCHIVO DE PERFILES OPERCAF      *
      *    (ESTADO 'D') Y LA FILA PASA A 'V' CON ATESTA 'BAT'    *
      *    Y LA FECHA Y HORA DEL PROCESO, COMO EVIDENCIA.        *
      *    LISTA POR SUCURSAL LOS DESHABILITADOS Y AL FINAL      *
      *    CUANTOS QUEDAN PENDIENTES DENTRO DEL PLAZO.           *
      *    EL PERFIL SE GRABA ANTES QUE LA FILA: SI EL DB2       *
      *    FALLA, LA FILA SIGUE PENDIENTE Y LA PROXIMA CORRIDA   *
      *    LA TERMINA (EL PERFIL YA DESHABILITADO NO CAMBIA).    *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERCAF ASSIGN TO DDOPERK
           ORGANIZATION IS INDEXED
           ACCESS       IS RANDOM
           RECORD KEY   IS OPF-ID
           FILE STATUS  IS FS-OPERCAF.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

      *---- PERFIL DE OPERADOR, ESTADO 'A' ACTIVO / 'B' BLOQUEADO / --
      *---- 'D' DESHABILITADO POR RECERTIFICACION ---------------------
       FD  OPERCAF.
       01  REG-OPERCAF.
           05 OPF-ID               PIC X(03).
           05 OPF-NOMBRE           PIC X(30).
           05 OPF-SUC              PIC 9(02).
           05 OPF-NIVEL            PIC 9(01).
           05 OPF-CLAVE            PIC X(08).
           05 OPF-FECCLAVE         PIC 9(08).
           05 OPF-INTENTOS         PIC 9(01).
           05 OPF-ESTADO           PIC X(01).
           05 OPF-CLAVE-ANT1       PIC X(08).
           05 OPF-CLAVE-ANT2       PIC X(08).
           05 OPF-TERMFIRMA        PIC X(04).
           05 OPF-FECFIRMA         PIC 9(08).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-OPERCAF              PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *    'S' CUANDO LA DECISION QUEDO GRABADA EN EL PERFIL.
       77  WS-APLICADO             PIC X        VALUE 'N'.

      *-----------  CORTE DE CONTROL  ---------------------------------
       77  WS-SUCURSAL-ANT PIC S9(2)V USAGE COMP-3   VALUE -1.
       77  WS-DESHAB-SUC           PIC 9(05)         VALUE ZEROES.

      *----------- ACUMULADORES ---------------------------------------
       77  WS-VENCIDOS-CANT        PIC 9(07)         VALUE ZEROES.
       77  WS-DESHAB-CANT          PIC 9(07)         VALUE ZEROES.
       77  WS-YA-DESHAB-CANT       PIC 9(07)         VALUE ZEROES.
       77  WS-SIN-PERFIL-CANT      PIC 9(07)         VALUE ZEROES.
       77  WS-PENDIENTES   PIC S9(9) COMP            VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(58)         VALUE ALL '-'.
       77  WS-LINEA-FIJA           PIC 9(02)         VALUE 80.
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
           03  FILLER              PIC X(07)    VALUE SPACES.
           03  FILLER              PIC X(46)    VALUE
               'RECERTIFICACION DE ACCESOS - VENCIDOS'.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMRCVEN'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(30)    VALUE SPACES.

      *    SUBTITULO-SUCURSAL:
       01  IMP-SUBT-SUCURSAL.
           03  FILLER              PIC X         VALUE SPACES.
           03  FILLER              PIC X(10)     VALUE 'SUCURSAL: '.
           03  FILLER              PIC X         VALUE SPACES.
           03  IMP-SUCURSAL-SUB    PIC Z9.
           03  FILLER              PIC X(118)    VALUE SPACES.

      *    DETALLE DE UN OPERADOR DESHABILITADO:
       01  IMP-REG-OPERADOR.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-OPERADOR        PIC X(03).
           03  FILLER              PIC X        VALUE SPACES.
           03  IMP-NOMBRE          PIC X(30).
           03  FILLER              PIC X(08)    VALUE ' NIVEL: '.
           03  IMP-NIVEL           PIC 9.
           03  FILLER              PIC X(11)    VALUE ' CAMPANA: '.
           03  IMP-FECCAMP         PIC X(10).
           03  FILLER              PIC X(08)    VALUE ' TOPE: '.
           03  IMP-FECLIMITE       PIC X(10).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-OBSERV          PIC X(25).
           03  FILLER              PIC X(21)    VALUE SPACES.

      *    TOTAL DE SUCURSAL:
       01  IMP-FOOTER-SUC.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(16)    VALUE
               'DESHABILITADOS :'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-DESHAB     PIC ZZZZ9.
           03  FILLER              PIC X(109)   VALUE SPACES.

      *    PENDIENTES DENTRO DEL PLAZO:
       01  IMP-PENDIENTES.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(38)    VALUE
               'PENDIENTES DE ATESTAR DENTRO DE PLAZO:'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-PEND-CANT       PIC ZZZZZZ9.
           03  FILLER              PIC X(85)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURRCO)   ------------------
       01  DCLTBCURRCO.
           10 RCO-FECCAMP     PIC X(10).
           10 RCO-OPERADOR    PIC X(3).
           10 RCO-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 RCO-NOMBRE      PIC X(30).
           10 RCO-NIVEL       PIC S9(1)V     USAGE COMP-3.
           10 RCO-FECLIMITE   PIC X(10).
           10 RCO-APLICADO    PIC X(1).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    PENDIENTES CON LA FECHA TOPE PASADA, POR SUCURSAL.
           EXEC SQL
              DECLARE CURSORVEN CURSOR FOR
                 SELECT CHAR(FECCAMP, ISO), OPERADOR, SUCURSAL,
                        NOMBRE, NIVEL, CHAR(FECLIMITE, ISO)
                 FROM KC02803.TBCURRCO
                 WHERE ESTADO = 'P'
                   AND FECLIMITE < CURRENT DATE
                 ORDER BY SUCURSAL, OPERADOR, FECCAMP
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

           OPEN I-O OPERCAF
           IF FS-OPERCAF IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN OPERCAF = ' FS-OPERCAF
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           EXEC SQL OPEN CURSORVEN END-EXEC
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
              FETCH CURSORVEN INTO :RCO-FECCAMP,
                                   :RCO-OPERADOR,
                                   :RCO-SUCURSAL,
                                   :RCO-NOMBRE,
                                   :RCO-NIVEL,
                                   :RCO-FECLIMITE
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-VENCIDOS-CANT
              WHEN NOT-FOUND
                 IF WS-SUCURSAL-ANT IS NOT EQUAL -1 THEN
                    PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
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

           IF RCO-SUCURSAL IS NOT EQUAL WS-SUCURSAL-ANT THEN
              IF WS-SUCURSAL-ANT IS NOT EQUAL -1 THEN
                 PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
              END-IF
              PERFORM 6700-IMP-HEADER-SUC-I
                 THRU 6700-IMP-HEADER-SUC-F
              MOVE RCO-SUCURSAL TO WS-SUCURSAL-ANT
           END-IF

           PERFORM 3000-DESHABILITAR-I THRU 3000-DESHABILITAR-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 3500-MARCAR-FILA-I THRU 3500-MARCAR-FILA-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 6900-IMP-OPERADOR-I THRU 6900-IMP-OPERADOR-F.

       2000-PROCESO-F. EXIT.


      *---- PERFIL DEL OPERADOR A ESTADO 'D' --------------------------
       3000-DESHABILITAR-I.

           MOVE 'N'          TO WS-APLICADO
           MOVE RCO-OPERADOR TO OPF-ID

           READ OPERCAF
           EVALUATE FS-OPERCAF
              WHEN '00'
                 CONTINUE
              WHEN '23'
      *          EL PERFIL YA NO EXISTE: NO HAY ACCESO QUE QUITAR.
                 ADD 1 TO WS-SIN-PERFIL-CANT
                 MOVE 'PERFIL INEXISTENTE' TO IMP-OBSERV
                 GO TO 3000-DESHABILITAR-F
              WHEN OTHER
                 DISPLAY '* ERROR EN READ OPERCAF = ' FS-OPERCAF
                         ' OPERADOR ' RCO-OPERADOR
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 3000-DESHABILITAR-F
           END-EVALUATE

           MOVE 'S' TO WS-APLICADO
           IF OPF-ESTADO IS EQUAL 'D'
              ADD 1 TO WS-YA-DESHAB-CANT
              MOVE 'YA ESTABA DESHABILITADO' TO IMP-OBSERV
              GO TO 3000-DESHABILITAR-F
           END-IF

           MOVE 'D' TO OPF-ESTADO
           REWRITE REG-OPERCAF
           IF FS-OPERCAF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE OPERCAF = ' FS-OPERCAF
                      ' OPERADOR ' RCO-OPERADOR
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3000-DESHABILITAR-F
           END-IF

           ADD 1 TO WS-DESHAB-CANT
           MOVE 'DESHABILITADO' TO IMP-OBSERV.

       3000-DESHABILITAR-F. EXIT.


      *---- FILA DE LA CAMPANA A 'V' COMO EVIDENCIA -------------------
       3500-MARCAR-FILA-I.

           MOVE WS-APLICADO TO RCO-APLICADO

           EXEC SQL
              UPDATE KC02803.TBCURRCO
                 SET ESTADO   = 'V',
                     ATESTA   = 'BAT',
                     FECATES  = CURRENT DATE,
                     HORAATES = CHAR(CURRENT TIME, JIS),
                     APLICADO = :RCO-APLICADO
               WHERE FECCAMP  = DATE(:RCO-FECCAMP)
                 AND OPERADOR = :RCO-OPERADOR
                 AND ESTADO   = 'P'
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURRCO = ' WS-SQLCODE
                      ' OPERADOR ' RCO-OPERADOR
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       3500-MARCAR-FILA-F. EXIT.


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
           MOVE 1 TO WS-CUENTA-LINEA
           ADD  1 TO WS-CUENTA-PAGINA

           WRITE REG-SALIDA FROM IMP-TITULO  AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       6500-IMPRIMIR-TITULO-F. EXIT.


      *---------------------------------------------------------------
       6700-IMP-HEADER-SUC-I.

           MOVE RCO-SUCURSAL TO IMP-SUCURSAL-SUB
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-SUBT-SUCURSAL AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-DESHAB-SUC.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-DESHAB-SUC TO IMP-FOOT-DESHAB
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER-SUC AFTER 1.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       6900-IMP-OPERADOR-I.

           MOVE RCO-OPERADOR      TO IMP-OPERADOR
           MOVE RCO-NOMBRE        TO IMP-NOMBRE
           MOVE RCO-NIVEL         TO IMP-NIVEL
           MOVE RCO-FECCAMP       TO IMP-FECCAMP
           MOVE RCO-FECLIMITE     TO IMP-FECLIMITE

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-OPERADOR AFTER 1

           ADD 1 TO WS-DESHAB-SUC.

       6900-IMP-OPERADOR-F. EXIT.


      *---- PENDIENTES QUE TODAVIA ESTAN DENTRO DEL PLAZO -------------
       7000-IMP-PENDIENTES-I.

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-PENDIENTES
                FROM KC02803.TBCURRCO
               WHERE ESTADO = 'P'
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT PENDIENTES = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 7000-IMP-PENDIENTES-F
           END-IF

           MOVE WS-PENDIENTES TO IMP-PEND-CANT
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-PENDIENTES AFTER 1.

       7000-IMP-PENDIENTES-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORVEN END-EXEC

           IF RETURN-CODE IS EQUAL ZEROS
              PERFORM 7000-IMP-PENDIENTES-I THRU 7000-IMP-PENDIENTES-F
           END-IF

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'PENDIENTES VENCIDOS          : ' WS-VENCIDOS-CANT
           DISPLAY 'OPERADORES DESHABILITADOS    : ' WS-DESHAB-CANT
           DISPLAY 'YA ESTABAN DESHABILITADOS    : ' WS-YA-DESHAB-CANT
           DISPLAY 'SIN PERFIL EN OPERCAF        : ' WS-SIN-PERFIL-CANT
           DISPLAY 'PENDIENTES DENTRO DE PLAZO   : ' WS-PENDIENTES

           CLOSE OPERCAF
           IF FS-OPERCAF IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE OPERCAF = ' FS-OPERCAF
              MOVE 9999 TO RETURN-CODE
           END-IF

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

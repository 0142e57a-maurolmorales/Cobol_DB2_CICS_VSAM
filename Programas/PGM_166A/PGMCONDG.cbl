       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCONDG.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMCONDG                                      *
      *  DESCRIPCIÓN:                                            *
      *    CARGA MASIVA DE CONSENTIMIENTOS DE CONTACTO COMERCIAL *
      *    RECIBIDOS POR EL CANAL DIGITAL (WEB-BANKING). CADA    *
      *    REGISTRO DE DDCONSE TRAE DOCUMENTO DEL CLIENTE,       *
      *    CANAL, VALOR (S/N) Y FECHA EN QUE EL CLIENTE LO       *
      *    MANIFESTO. SE REGISTRA POR LA RUTINA PGMCSCAF CON     *
      *    ORIGEN 'D' Y OPERADOR 'DIG', IGUAL QUE LA PANTALLA    *
      *    PGMCONSE: VALOR VIGENTE EN TBCURCON E HISTORIA EN     *
      *    TBCURCOH. UNA MANIFESTACION MAS VIEJA QUE LA YA       *
      *    REGISTRADA NO SE APLICA.                              *
      *    EL LISTADO DDLISTA MUESTRA LOS RECHAZOS (DOCUMENTO    *
      *    INEXISTENTE O DATOS INVALIDOS) Y LOS TOTALES.         *
      *    CADA REGISTRO APLICADO QUEDA CONFIRMADO.              *
      *    CODIGOS DE RETORNO:                                   *
      *      0000 = OK                                           *
      *      0004 = REGISTROS RECHAZADOS                         *
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

           SELECT CONSENT ASSIGN DDCONSE
           FILE STATUS IS FS-CONSENT.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  CONSENT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CONSENT    PIC X(80).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-CONSENT              PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- REGISTRO DEL CANAL DIGITAL (80 BYTES)  -------------
      *    CANAL 'C' CORREO POSTAL / 'E' E-MAIL / 'S' SMS /
      *    'T' TELEFONO; CONSIENTE 'S' / 'N'; FECHA AAAA-MM-DD.
       01  WS-REG-CONSENT.
           03  DIG-TIPDOC          PIC X(02).
           03  DIG-NRODOC          PIC 9(11).
           03  DIG-CANAL           PIC X(01).
           03  DIG-CONSIENTE       PIC X(01).
           03  DIG-FECHA           PIC X(10).
           03  FILLER              PIC X(55).

      *----------- CONTADORES  ----------------------------------------
       77  WS-LEIDOS-CANT          PIC 9(07)    VALUE ZEROS.
       77  WS-APLICADOS-CANT       PIC 9(07)    VALUE ZEROS.
       77  WS-IGUALES-CANT         PIC 9(07)    VALUE ZEROS.
       77  WS-ANTERIORES-CANT      PIC 9(07)    VALUE ZEROS.
       77  WS-RECHAZOS-CANT        PIC 9(07)    VALUE ZEROS.
       77  WS-CUENTA-LINEAS        PIC 9(02)    VALUE 99.
       77  WS-CUENTA-PAGINA        PIC 9(02)    VALUE ZEROS.

       77  WS-MOTIVO-RECHAZO       PIC X(60)    VALUE SPACES.

      *---- RUTINA DE REGISTRO DEL CONSENTIMIENTO ---------------------
       77  WS-PGMCSCAF             PIC X(8)     VALUE 'PGMCSCAF'.

       01  LK-CONSENT.
           03  LK-CON-NROCLI        PIC 9(7).
           03  LK-CON-CANAL         PIC X(1).
           03  LK-CON-CONSIENTE     PIC X(1).
           03  LK-CON-FECHA         PIC X(10).
           03  LK-CON-ORIGEN        PIC X(1)  VALUE 'D'.
           03  LK-CON-OPERADOR      PIC X(3)  VALUE 'DIG'.
           03  LK-CON-ANTERIOR      PIC X(1).
           03  LK-CON-RESULT        PIC X(2).

      *----------- FECHAS  --------------------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

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
           03  FILLER              PIC X(40)    VALUE
               'CONSENTIMIENTOS DEL CANAL DIGITAL'.
           03  FILLER              PIC X(15)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMCONDG'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(16)    VALUE SPACES.

       01  IMP-SUBTITULO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(40)    VALUE
               'DOCUMENTO      CANAL VALOR FECHA       '.
           03  FILLER              PIC X(91)    VALUE
               'MOTIVO DEL RECHAZO'.

       01  IMP-RECHAZO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-REC-TIPDOC      PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-REC-NRODOC      PIC X(11).
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-REC-CANAL       PIC X(01).
           03  FILLER              PIC X(05)    VALUE SPACES.
           03  IMP-REC-CONSIENTE   PIC X(01).
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-REC-FECHA       PIC X(10).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-REC-MOTIVO      PIC X(60).
           03  FILLER              PIC X(31)    VALUE SPACES.

       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-TEXTO       PIC X(40).
           03  IMP-TOT-CANT        PIC Z.ZZZ.ZZ9.
           03  FILLER              PIC X(82)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

       77  CLI-TIPDOC    PIC X(2)                    VALUE SPACES.
       77  CLI-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  CLI-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

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

           OPEN INPUT  CONSENT
           OPEN OUTPUT LISTADO
           IF FS-CONSENT IS NOT EQUAL '00' OR
              FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN = ' FS-CONSENT ' ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---- UN REGISTRO POR VUELTA ------------------------------------
       2000-PROCESO-I.

           READ CONSENT INTO WS-REG-CONSENT

           EVALUATE FS-CONSENT
              WHEN '00'
                 ADD 1 TO WS-LEIDOS-CANT
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CONSENT = ' FS-CONSENT
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
           END-EVALUATE

           MOVE SPACES TO WS-MOTIVO-RECHAZO

           PERFORM 2100-BUSCAR-CLIENTE-I THRU 2100-BUSCAR-CLIENTE-F

           IF WS-MOTIVO-RECHAZO IS EQUAL SPACES AND
              RETURN-CODE IS NOT EQUAL 9999
              PERFORM 3000-REGISTRAR-I THRU 3000-REGISTRAR-F
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2000-PROCESO-F
           END-IF

           IF WS-MOTIVO-RECHAZO IS NOT EQUAL SPACES
              ADD 1 TO WS-RECHAZOS-CANT
              PERFORM 6100-IMP-RECHAZO-I THRU 6100-IMP-RECHAZO-F
           ELSE
              EXEC SQL COMMIT END-EXEC
           END-IF.

       2000-PROCESO-F. EXIT.


      *---- CLIENTE POR DOCUMENTO -------------------------------------
       2100-BUSCAR-CLIENTE-I.

           IF DIG-NRODOC IS NOT NUMERIC OR DIG-NRODOC IS EQUAL ZEROS
              MOVE 'NUMERO DE DOCUMENTO INVALIDO' TO WS-MOTIVO-RECHAZO
              GO TO 2100-BUSCAR-CLIENTE-F
           END-IF

           MOVE DIG-TIPDOC TO CLI-TIPDOC
           MOVE DIG-NRODOC TO CLI-NRODOC

           EXEC SQL
              SELECT NROCLI
                INTO :CLI-NROCLI
                FROM KC02803.TBCURCLI
               WHERE TIPDOC = :CLI-TIPDOC
                 AND NRODOC = :CLI-NRODOC
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'DOCUMENTO SIN CLIENTE' TO WS-MOTIVO-RECHAZO
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURCLI = ' WS-SQLCODE
                         ' ' DIG-TIPDOC ' ' DIG-NRODOC
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

       2100-BUSCAR-CLIENTE-F. EXIT.


      *---- REGISTRO POR LA RUTINA PGMCSCAF --------------------------
       3000-REGISTRAR-I.

           MOVE CLI-NROCLI    TO LK-CON-NROCLI
           MOVE DIG-CANAL     TO LK-CON-CANAL
           MOVE DIG-CONSIENTE TO LK-CON-CONSIENTE
           MOVE DIG-FECHA     TO LK-CON-FECHA
           CALL WS-PGMCSCAF USING LK-CONSENT

           EVALUATE LK-CON-RESULT
              WHEN 'OK'
                 ADD 1 TO WS-APLICADOS-CANT
              WHEN 'IG'
                 ADD 1 TO WS-IGUALES-CANT
              WHEN 'AN'
                 ADD 1 TO WS-ANTERIORES-CANT
              WHEN 'NC'
                 MOVE 'DOCUMENTO SIN CLIENTE' TO WS-MOTIVO-RECHAZO
              WHEN 'DI'
                 MOVE 'CANAL, VALOR O FECHA INVALIDOS'
                   TO WS-MOTIVO-RECHAZO
              WHEN OTHER
                 DISPLAY '* ERROR PGMCSCAF = ' LK-CON-RESULT
                         ' CLIENTE ' LK-CON-NROCLI
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

       3000-REGISTRAR-F. EXIT.


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
       6100-IMP-RECHAZO-I.

           IF WS-CUENTA-LINEAS IS GREATER 55
              PERFORM 6000-IMPRIMIR-TITULO-I THRU 6000-IMPRIMIR-TITULO-F
           END-IF

           MOVE DIG-TIPDOC        TO IMP-REC-TIPDOC
           MOVE DIG-NRODOC        TO IMP-REC-NRODOC
           MOVE DIG-CANAL         TO IMP-REC-CANAL
           MOVE DIG-CONSIENTE     TO IMP-REC-CONSIENTE
           MOVE DIG-FECHA         TO IMP-REC-FECHA
           MOVE WS-MOTIVO-RECHAZO TO IMP-REC-MOTIVO
           WRITE REG-SALIDA FROM IMP-RECHAZO AFTER 1
           ADD 1 TO WS-CUENTA-LINEAS.

       6100-IMP-RECHAZO-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL 9999
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - SE RETROCEDE EL '
                      'REGISTRO EN CURSO'
           ELSE
              IF WS-RECHAZOS-CANT IS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
              IF WS-CUENTA-PAGINA IS EQUAL ZEROS
                 PERFORM 6000-IMPRIMIR-TITULO-I
                    THRU 6000-IMPRIMIR-TITULO-F
              END-IF
              WRITE REG-SALIDA FROM WS-LINE3 AFTER 2
              MOVE 'REGISTROS LEIDOS'             TO IMP-TOT-TEXTO
              MOVE WS-LEIDOS-CANT                 TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'CONSENTIMIENTOS APLICADOS'    TO IMP-TOT-TEXTO
              MOVE WS-APLICADOS-CANT              TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'SIN CAMBIOS (MISMO VALOR)'    TO IMP-TOT-TEXTO
              MOVE WS-IGUALES-CANT                TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'NO APLICADOS (HAY UNO POSTERIOR)' TO IMP-TOT-TEXTO
              MOVE WS-ANTERIORES-CANT             TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'REGISTROS RECHAZADOS'         TO IMP-TOT-TEXTO
              MOVE WS-RECHAZOS-CANT               TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'REGISTROS LEIDOS       : ' WS-LEIDOS-CANT
           DISPLAY 'APLICADOS              : ' WS-APLICADOS-CANT
           DISPLAY 'SIN CAMBIOS            : ' WS-IGUALES-CANT
           DISPLAY 'NO APLICADOS (ANTERIOR): ' WS-ANTERIORES-CANT
           DISPLAY 'RECHAZADOS             : ' WS-RECHAZOS-CANT

           CLOSE CONSENT
           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' AND
              RETURN-CODE IS NOT EQUAL 9999 THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCASAG.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMCASAG                                      *
      *  DESCRIPCIÓN:                                            *
      *    ENVEJECIMIENTO DE CASOS DE CUMPLIMIENTO CONTRA EL     *
      *    PLAZO REGULATORIO. RECORRE LOS CASOS DE TBCURCAS      *
      *    TODAVIA NO REPORTADOS: 'A' (ABIERTO), 'E' (EN         *
      *    ANALISIS) Y 'R' (REPORTABLE A LA ESPERA DEL ROS), Y   *
      *    LOS LISTA CON CORTE POR TRAMO DE DIAS QUE FALTAN      *
      *    PARA SU FECHA LIMITE: VENCIDOS, 0 A 7, 8 A 30 Y MAS   *
      *    DE 30 DIAS, MARCANDO '** VENCIDO' LOS QUE LA          *
      *    SUPERARON. COMO EN PGMRECAG, EL VENCIMIENTO SE        *
      *    INFORMA EN EL LISTADO Y EN LOS TOTALES SIN ALTERAR    *
      *    EL RETURN-CODE.                                       *
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

      *-----------  CORTE DE CONTROL POR TRAMO DE VENCIMIENTO ---------
      *    1 VENCIDOS / 2 DE 0 A 7 DIAS / 3 DE 8 A 30 / 4 MAS DE 30.
       77  WS-TRAMO-ANT            PIC S9(4) COMP VALUE -1.

      *----------- ACUMULADORES ---------------------------------------
       77  WS-PENDIENTES-CANT      PIC 9(05)    VALUE ZEROS.
       77  WS-VENCIDOS-CANT        PIC 9(05)    VALUE ZEROS.
       77  WS-CASOS-TRAMO          PIC 9(05)    VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)   VALUE ALL '='.
       77  WS-LINE3                PIC X(80)    VALUE ALL '-'.
       77  WS-PRIMERA-LINEA        PIC XX       VALUE 'SI'.

       01  IMP-TITULO.
           03  FILLER              PIC X(48)    VALUE
               'CASOS DE CUMPLIMIENTO - VENCIMIENTO REGULATORIO '.
           03  FILLER              PIC X(08)    VALUE 'PGMCASAG'.
           03  FILLER              PIC X(76)    VALUE SPACES.

       01  IMP-SUBT-TRAMO.
           03  FILLER              PIC X(08)    VALUE ' TRAMO: '.
           03  IMP-DESC-SUB        PIC X(30).
           03  FILLER              PIC X(94)    VALUE SPACES.

       01  IMP-CASO.
           03  FILLER              PIC X(06)    VALUE ' CASO '.
           03  IMP-NROCASO         PIC 9(09).
           03  FILLER              PIC X(04)    VALUE ' OR '.
           03  IMP-ORIGEN          PIC X(02).
           03  FILLER              PIC X(05)    VALUE ' EST '.
           03  IMP-ESTADO          PIC X(01).
           03  FILLER              PIC X(05)    VALUE ' CLI '.
           03  IMP-NROCLI          PIC 9(07).
           03  FILLER              PIC X(01)    VALUE ' '.
           03  IMP-NOMAPE          PIC X(30).
           03  FILLER              PIC X(06)    VALUE ' ALTA '.
           03  IMP-FECALTA         PIC X(10).
           03  FILLER              PIC X(08)    VALUE ' LIMITE '.
           03  IMP-FECLIMITE       PIC X(10).
           03  FILLER              PIC X(08)    VALUE ' RESTAN '.
           03  IMP-DIAS            PIC -(4)9.
           03  FILLER              PIC X(01)    VALUE ' '.
           03  IMP-ASIGNADO        PIC X(03).
           03  FILLER              PIC X(01)    VALUE ' '.
           03  IMP-VENCIDO         PIC X(10).

       01  IMP-FOOTER-TRAMO.
           03  FILLER              PIC X(25)    VALUE
               ' CASOS EN EL TRAMO:      '.
           03  IMP-FOOT-CANT       PIC ZZZZ9.
           03  FILLER              PIC X(102)   VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *    VARIABLES TOMADAS DEL CURSOR.
       77  CAS-NROCASO   PIC S9(9)V USAGE COMP-3     VALUE ZEROES.
       77  CAS-ORIGEN    PIC X(2)                    VALUE SPACES.
       77  CAS-ESTADO    PIC X(1)                    VALUE SPACES.
       77  CAS-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  CAS-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  CAS-FECALTA   PIC X(10)                   VALUE SPACES.
       77  CAS-FECLIMITE PIC X(10)                   VALUE SPACES.
       77  CAS-ASIGNADO  PIC X(3)                    VALUE SPACES.
       77  REG-DIAS      PIC S9(9) COMP              VALUE ZEROS.
       77  REG-TRAMO     PIC S9(4) COMP              VALUE ZEROS.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    CASOS PENDIENTES DE REPORTE, POR TRAMO PARA EL CORTE Y
      *    DEL VENCIMIENTO MAS PROXIMO AL MAS LEJANO.
           EXEC SQL
              DECLARE CURSORCAG CURSOR FOR
                 SELECT NROCASO,
                        ORIGEN,
                        ESTADO,
                        NROCLI,
                        NOMAPE,
                        CHAR(FECALTA, ISO),
                        CHAR(FECLIMITE, ISO),
                        ASIGNADO,
                        DAYS(FECLIMITE) - DAYS(CURRENT DATE),
                        CASE WHEN FECLIMITE < CURRENT DATE
                             THEN 1
                             WHEN FECLIMITE <= CURRENT DATE + 7 DAYS
                             THEN 2
                             WHEN FECLIMITE <= CURRENT DATE + 30 DAYS
                             THEN 3
                             ELSE 4 END
                 FROM KC02803.TBCURCAS
                 WHERE ESTADO IN ('A', 'E', 'R')
                 ORDER BY 10, FECLIMITE, NROCASO
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

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           EXEC SQL OPEN CURSORCAG END-EXEC
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
              FETCH CURSORCAG INTO :CAS-NROCASO,
                                   :CAS-ORIGEN,
                                   :CAS-ESTADO,
                                   :CAS-NROCLI,
                                   :CAS-NOMAPE,
                                   :CAS-FECALTA,
                                   :CAS-FECLIMITE,
                                   :CAS-ASIGNADO,
                                   :REG-DIAS,
                                   :REG-TRAMO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 IF WS-TRAMO-ANT IS NOT EQUAL -1
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

           IF REG-TRAMO IS NOT EQUAL WS-TRAMO-ANT
              IF WS-TRAMO-ANT IS NOT EQUAL -1
                 PERFORM 6850-IMP-FOOTER-I
                    THRU 6850-IMP-FOOTER-F
              END-IF
              PERFORM 6700-IMP-HEADER-TRAMO-I
                 THRU 6700-IMP-HEADER-TRAMO-F
              MOVE REG-TRAMO TO WS-TRAMO-ANT
           END-IF

           PERFORM 3000-LISTAR-CASO-I
              THRU 3000-LISTAR-CASO-F.

       2000-PROCESO-F. EXIT.


      *---------------------------------------------------------------
       3000-LISTAR-CASO-I.

           ADD 1 TO WS-PENDIENTES-CANT
           ADD 1 TO WS-CASOS-TRAMO

           MOVE CAS-NROCASO   TO IMP-NROCASO
           MOVE CAS-ORIGEN    TO IMP-ORIGEN
           MOVE CAS-ESTADO    TO IMP-ESTADO
           MOVE CAS-NROCLI    TO IMP-NROCLI
           MOVE CAS-NOMAPE    TO IMP-NOMAPE
           MOVE CAS-FECALTA   TO IMP-FECALTA
           MOVE CAS-FECLIMITE TO IMP-FECLIMITE
           MOVE REG-DIAS      TO IMP-DIAS
           MOVE CAS-ASIGNADO  TO IMP-ASIGNADO

           IF REG-DIAS IS LESS ZEROS
              MOVE '** VENCIDO' TO IMP-VENCIDO
              ADD 1 TO WS-VENCIDOS-CANT
           ELSE
              MOVE SPACES TO IMP-VENCIDO
           END-IF

           WRITE REG-SALIDA FROM IMP-CASO AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       3000-LISTAR-CASO-F. EXIT.


      *---------------------------------------------------------------
       6700-IMP-HEADER-TRAMO-I.

           IF WS-PRIMERA-LINEA IS EQUAL 'SI'
              MOVE 'NO' TO WS-PRIMERA-LINEA
              WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
              WRITE REG-SALIDA FROM WS-LINE AFTER 1
           END-IF

           EVALUATE REG-TRAMO
              WHEN 1 MOVE 'VENCIDOS'                TO IMP-DESC-SUB
              WHEN 2 MOVE 'VENCEN EN 0 A 7 DIAS'    TO IMP-DESC-SUB
              WHEN 3 MOVE 'VENCEN EN 8 A 30 DIAS'   TO IMP-DESC-SUB
              WHEN OTHER
                     MOVE 'VENCEN EN MAS DE 30 DIAS' TO IMP-DESC-SUB
           END-EVALUATE
           WRITE REG-SALIDA FROM IMP-SUBT-TRAMO AFTER 2
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-CASOS-TRAMO.

       6700-IMP-HEADER-TRAMO-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-CASOS-TRAMO TO IMP-FOOT-CANT
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           WRITE REG-SALIDA FROM IMP-FOOTER-TRAMO AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORCAG END-EXEC

           DISPLAY '____________________________________________'
           DISPLAY 'CASOS PENDIENTES     : ' WS-PENDIENTES-CANT
           DISPLAY 'VENCIDOS CONTRA PLAZO: ' WS-VENCIDOS-CANT

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

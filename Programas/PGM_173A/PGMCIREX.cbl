       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCIREX.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMCIREX                                      *
      *  DESCRIPCIÓN:                                            *
      *    INFORME DE EXCEPCIONES DE LA CIRCULARIZACION DE       *
      *    SALDOS SOBRE LA ULTIMA FECHA DE CORTE DE TBCURCIR.    *
      *    PRIMERO DA POR NO CONTESTADAS ('N') LAS CARTAS        *
      *    PENDIENTES CUYO PLAZO (PARAMETRO CIRPLAZO, EN DIAS    *
      *    DESDE LA FECHA DE CARTA) YA VENCIO. DESPUES LISTA     *
      *    POR SUCURSAL LAS EXCEPCIONES PARA LA AUDITORIA:       *
      *      DISCONFORMES, CON EL SALDO INFORMADO POR EL         *
      *      CLIENTE Y LA DIFERENCIA CONTRA EL DEL CORTE;        *
      *      SIN RESPUESTA;                                      *
      *      SIN CARTA EMITIDA.                                  *
      *    LAS CONFORMES Y LAS PENDIENTES DENTRO DE PLAZO SOLO   *
      *    SE CUENTAN. AL FINAL, TOTALES POR BANDA DE SALDO CON  *
      *    EL PORCENTAJE DE RESPUESTA (CONFORMES + DISCONFORMES  *
      *    SOBRE CARTAS EMITIDAS).                               *
      *    LAS RESPUESTAS SE REGISTRAN POR PANTALLA (PGMCICTA).  *
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

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'CIRPLAZO'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *    DIAS QUE TIENE EL CLIENTE PARA CONTESTAR LA CARTA.
       01  WS-REG-PLAZO.
           03  WS-PLAZO-PAR        PIC 9(03)    VALUE 30.
       77  WS-PLAZO-DIAS   PIC S9(3)  USAGE COMP-3   VALUE 30.

      *----------- CONTADORES POR BANDA (1 BAJA / 2 MEDIA / 3 ALTA) ---
       01  WS-TOTALES-BANDA.
           03  WS-TOT                  OCCURS 3 TIMES.
               05  WS-TOT-MUESTRA      PIC S9(7)   COMP.
               05  WS-TOT-CARTAS       PIC S9(7)   COMP.
               05  WS-TOT-CONFORME     PIC S9(7)   COMP.
               05  WS-TOT-DISCONF      PIC S9(7)   COMP.
               05  WS-TOT-SINRESP      PIC S9(7)   COMP.
               05  WS-TOT-PENDIENTE    PIC S9(7)   COMP.
               05  WS-TOT-SINCARTA     PIC S9(7)   COMP.

       77  WS-BANDA                PIC 9(01)    VALUE ZEROS.
       77  WS-IX                   PIC 9(01)    VALUE ZEROS.
       77  WS-PORC-RESP    PIC S9(3)V9 USAGE COMP-3  VALUE ZEROS.
       77  WS-DIFERENCIA   PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.

      *-----------  CORTE DE CONTROL  ---------------------------------
       77  WS-SUCUEN-ANT   PIC S9(2)V USAGE COMP-3   VALUE -1.
       77  WS-EXCEP-SUC            PIC 9(05)         VALUE ZEROES.

      *----------- ACUMULADORES ---------------------------------------
       77  WS-LEIDOS-CANT          PIC 9(07)         VALUE ZEROES.
       77  WS-EXCEP-CANT           PIC 9(07)         VALUE ZEROES.
       77  WS-VENCIDAS-CANT        PIC 9(07)         VALUE ZEROES.

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
           03  FILLER              PIC X(30)    VALUE
               'CIRCULARIZACION - EXCEPCIONES '.
           03  FILLER              PIC X(06)    VALUE 'CORTE '.
           03  IMP-TIT-CORTE       PIC X(10)    VALUE SPACES.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMCIREX'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(30)    VALUE SPACES.

      *    SUBTITULO-SUCUEN:
       01  IMP-SUBT-SUCUEN.
           03  FILLER              PIC X         VALUE SPACES.
           03  FILLER              PIC X(10)     VALUE 'SUCURSAL: '.
           03  FILLER              PIC X         VALUE SPACES.
           03  IMP-SUCUEN-SUB      PIC Z9.
           03  FILLER              PIC X(118)    VALUE SPACES.

      *    DETALLE DE UNA EXCEPCION:
       01  IMP-REG-EXCEPCION.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-TIPCUEN         PIC XX.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-NROCUEN         PIC 9(10).
           03  FILLER              PIC X        VALUE SPACES.
           03  IMP-NOMAPE          PIC X(30).
           03  FILLER              PIC X        VALUE SPACES.
           03  IMP-MONEDA          PIC X(03).
           03  FILLER              PIC X        VALUE SPACES.
           03  IMP-MOTIVO          PIC X(13).
           03  FILLER              PIC X        VALUE SPACES.
           03  IMP-SALDO           PIC -.---.---.---.--9,99.
           03  FILLER              PIC X        VALUE SPACES.
           03  IMP-SALDOINF        PIC -.---.---.---.--9,99.
           03  FILLER              PIC X        VALUE SPACES.
           03  IMP-DIFERENCIA      PIC -.---.---.---.--9,99.
           03  FILLER              PIC X(05)    VALUE SPACES.

      *    TOTAL DE SUCURSAL:
       01  IMP-FOOTER-SUC.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(13)    VALUE 'EXCEPCIONES :'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-EXCEP      PIC ZZZZ9.
           03  FILLER              PIC X(112)   VALUE SPACES.

      *    TOTALES POR BANDA:
       01  IMP-TOT-BANDA.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(06)    VALUE 'BANDA '.
           03  IMP-TOT-BANDA-D     PIC X(05).
           03  FILLER              PIC X(10)    VALUE ' MUESTRA: '.
           03  IMP-TOT-MUESTRA     PIC ZZZZZ9.
           03  FILLER              PIC X(09)    VALUE ' CARTAS: '.
           03  IMP-TOT-CARTAS      PIC ZZZZZ9.
           03  FILLER              PIC X(07)    VALUE ' CONF: '.
           03  IMP-TOT-CONFORME    PIC ZZZZZ9.
           03  FILLER              PIC X(10)    VALUE ' DISCONF: '.
           03  IMP-TOT-DISCONF     PIC ZZZZZ9.
           03  FILLER              PIC X(11)    VALUE ' SIN RESP: '.
           03  IMP-TOT-SINRESP     PIC ZZZZZ9.
           03  FILLER              PIC X(07)    VALUE ' PEND: '.
           03  IMP-TOT-PENDIENTE   PIC ZZZZZ9.
           03  FILLER              PIC X(12)    VALUE ' SIN CARTA: '.
           03  IMP-TOT-SINCARTA    PIC ZZZZZ9.
           03  FILLER              PIC X(07)    VALUE ' RESP% '.
           03  IMP-TOT-PORC        PIC ZZ9,9.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  IND-FECCORTE            PIC S9(4) COMP VALUE ZEROS.
       77  IND-FECCARTA            PIC S9(4) COMP VALUE ZEROS.
       77  IND-NOMAPE              PIC S9(4) COMP VALUE ZEROS.

      *-----------   HOST VARIABLES DB2 (TBCURCIR)   ------------------
       01  DCLTBCURCIR.
           10 CIR-FECCORTE    PIC X(10).
           10 CIR-TIPCUEN     PIC X(2).
           10 CIR-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 CIR-SUCUEN      PIC S9(2)V     USAGE COMP-3.
           10 CIR-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 CIR-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 CIR-SALDO       PIC S9(11)V9(2) USAGE COMP-3.
           10 CIR-BANDA       PIC S9(1)V     USAGE COMP-3.
           10 CIR-FECCARTA    PIC X(10).
           10 CIR-RESPUESTA   PIC X(1).
           10 CIR-SALDOINF    PIC S9(11)V9(2) USAGE COMP-3.

       77  CLI-NOMAPE              PIC X(30)      VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    LA MUESTRA DEL CORTE CON EL NOMBRE DEL CLIENTE, EN ORDEN
      *    DE SUCURSAL PARA EL CORTE DE CONTROL.
           EXEC SQL
              DECLARE CURSORCIR CURSOR FOR
                 SELECT A.TIPCUEN, A.NROCUEN, A.SUCUEN, A.MONEDA,
                        A.SALDO, A.BANDA, CHAR(A.FECCARTA, ISO),
                        A.RESPUESTA, A.SALDOINF, B.NOMAPE
                 FROM KC02803.TBCURCIR A
                 LEFT JOIN KC02803.TBCURCLI B
                   ON B.NROCLI = A.NROCLI
                 WHERE A.FECCORTE = DATE(:CIR-FECCORTE)
                 ORDER BY A.SUCUEN, A.TIPCUEN, A.NROCUEN
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
           INITIALIZE WS-TOTALES-BANDA

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-PLAZO
              WHEN 'NE'
                 DISPLAY '* SIN PLAZO DE RESPUESTA EN TBCURPAR, SE '
                         'USA EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE
           MOVE WS-PLAZO-PAR TO WS-PLAZO-DIAS
           DISPLAY 'DIAS PARA RESPONDER: ' WS-PLAZO-PAR

      *    ULTIMA FECHA DE CORTE CON MUESTRA.
           EXEC SQL
              SELECT CHAR(MAX(FECCORTE), ISO)
                INTO :CIR-FECCORTE :IND-FECCORTE
                FROM KC02803.TBCURCIR
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURCIR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           IF IND-FECCORTE IS LESS ZEROS
              DISPLAY '* NO HAY MUESTRA DE CIRCULARIZACION'
              MOVE 4 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           MOVE CIR-FECCORTE TO IMP-TIT-CORTE
           DISPLAY 'FECHA DE CORTE: ' CIR-FECCORTE

      *    CARTAS PENDIENTES CON EL PLAZO VENCIDO: SIN RESPUESTA.
           EXEC SQL
              UPDATE KC02803.TBCURCIR
                 SET RESPUESTA = 'N',
                     FECRESP   = CURRENT DATE
               WHERE FECCORTE  = DATE(:CIR-FECCORTE)
                 AND RESPUESTA = 'P'
                 AND FECCARTA IS NOT NULL
                 AND FECCARTA + :WS-PLAZO-DIAS DAYS < CURRENT DATE
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE SQLERRD(3) TO WS-VENCIDAS-CANT
              WHEN NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR UPDATE TBCURCIR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE

           EXEC SQL OPEN CURSORCIR END-EXEC
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
              FETCH CURSORCIR INTO :CIR-TIPCUEN,
                                   :CIR-NROCUEN,
                                   :CIR-SUCUEN,
                                   :CIR-MONEDA,
                                   :CIR-SALDO,
                                   :CIR-BANDA,
                                   :CIR-FECCARTA :IND-FECCARTA,
                                   :CIR-RESPUESTA,
                                   :CIR-SALDOINF,
                                   :CLI-NOMAPE :IND-NOMAPE
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-LEIDOS-CANT
              WHEN NOT-FOUND
                 IF WS-SUCUEN-ANT IS NOT EQUAL -1 THEN
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

           IF IND-NOMAPE IS LESS ZEROS
              MOVE SPACES TO CLI-NOMAPE
           END-IF

           IF CIR-SUCUEN IS NOT EQUAL WS-SUCUEN-ANT THEN
              IF WS-SUCUEN-ANT IS NOT EQUAL -1 THEN
                 PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
              END-IF
              PERFORM 6700-IMP-HEADER-SUC-I
                 THRU 6700-IMP-HEADER-SUC-F
              MOVE CIR-SUCUEN TO WS-SUCUEN-ANT
           END-IF

           PERFORM 2100-CLASIFICAR-I THRU 2100-CLASIFICAR-F.

       2000-PROCESO-F. EXIT.


      *---- CUENTA LA FILA EN SU BANDA Y LISTA LAS EXCEPCIONES -------
       2100-CLASIFICAR-I.

           MOVE CIR-BANDA TO WS-BANDA
           IF WS-BANDA IS LESS 1 OR WS-BANDA IS GREATER 3
              MOVE 1 TO WS-BANDA
           END-IF
           ADD 1 TO WS-TOT-MUESTRA (WS-BANDA)

           IF IND-FECCARTA IS LESS ZEROS
              ADD 1 TO WS-TOT-SINCARTA (WS-BANDA)
              MOVE 'SIN CARTA'     TO IMP-MOTIVO
              MOVE ZEROS           TO CIR-SALDOINF WS-DIFERENCIA
              PERFORM 6900-IMP-EXCEPCION-I THRU 6900-IMP-EXCEPCION-F
              GO TO 2100-CLASIFICAR-F
           END-IF

           ADD 1 TO WS-TOT-CARTAS (WS-BANDA)

           EVALUATE CIR-RESPUESTA
              WHEN 'C'
                 ADD 1 TO WS-TOT-CONFORME (WS-BANDA)
              WHEN 'D'
                 ADD 1 TO WS-TOT-DISCONF (WS-BANDA)
                 MOVE 'DISCONFORME'   TO IMP-MOTIVO
                 COMPUTE WS-DIFERENCIA = CIR-SALDOINF - CIR-SALDO
                 PERFORM 6900-IMP-EXCEPCION-I
                    THRU 6900-IMP-EXCEPCION-F
              WHEN 'N'
                 ADD 1 TO WS-TOT-SINRESP (WS-BANDA)
                 MOVE 'SIN RESPUESTA' TO IMP-MOTIVO
                 MOVE ZEROS           TO CIR-SALDOINF WS-DIFERENCIA
                 PERFORM 6900-IMP-EXCEPCION-I
                    THRU 6900-IMP-EXCEPCION-F
              WHEN OTHER
                 ADD 1 TO WS-TOT-PENDIENTE (WS-BANDA)
           END-EVALUATE.

       2100-CLASIFICAR-F. EXIT.


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

           MOVE CIR-SUCUEN TO IMP-SUCUEN-SUB
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-SUBT-SUCUEN AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-EXCEP-SUC.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-EXCEP-SUC TO IMP-FOOT-EXCEP
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER-SUC AFTER 1.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       6900-IMP-EXCEPCION-I.

           MOVE CIR-TIPCUEN       TO IMP-TIPCUEN
           MOVE CIR-NROCUEN       TO IMP-NROCUEN
           MOVE CLI-NOMAPE        TO IMP-NOMAPE
      *    MONEDA: 1 = PESOS, 2 = U$S.
           IF CIR-MONEDA IS EQUAL 2
              MOVE 'U$S'          TO IMP-MONEDA
           ELSE
              MOVE '$  '          TO IMP-MONEDA
           END-IF
           MOVE CIR-SALDO         TO IMP-SALDO
           MOVE CIR-SALDOINF      TO IMP-SALDOINF
           MOVE WS-DIFERENCIA     TO IMP-DIFERENCIA
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-EXCEPCION AFTER 1

           ADD 1 TO WS-EXCEP-SUC
           ADD 1 TO WS-EXCEP-CANT.

       6900-IMP-EXCEPCION-F. EXIT.


      *---- TOTALES Y PORCENTAJE DE RESPUESTA DE UNA BANDA -----------
       7000-IMP-TOT-BANDA-I.

           EVALUATE WS-IX
              WHEN 1
                 MOVE 'BAJA'      TO IMP-TOT-BANDA-D
              WHEN 2
                 MOVE 'MEDIA'     TO IMP-TOT-BANDA-D
              WHEN OTHER
                 MOVE 'ALTA'      TO IMP-TOT-BANDA-D
           END-EVALUATE
           MOVE WS-TOT-MUESTRA (WS-IX)    TO IMP-TOT-MUESTRA
           MOVE WS-TOT-CARTAS (WS-IX)     TO IMP-TOT-CARTAS
           MOVE WS-TOT-CONFORME (WS-IX)   TO IMP-TOT-CONFORME
           MOVE WS-TOT-DISCONF (WS-IX)    TO IMP-TOT-DISCONF
           MOVE WS-TOT-SINRESP (WS-IX)    TO IMP-TOT-SINRESP
           MOVE WS-TOT-PENDIENTE (WS-IX)  TO IMP-TOT-PENDIENTE
           MOVE WS-TOT-SINCARTA (WS-IX)   TO IMP-TOT-SINCARTA

           IF WS-TOT-CARTAS (WS-IX) IS GREATER ZEROS
              COMPUTE WS-PORC-RESP ROUNDED =
                      (WS-TOT-CONFORME (WS-IX) +
                       WS-TOT-DISCONF (WS-IX)) * 100 /
                       WS-TOT-CARTAS (WS-IX)
           ELSE
              MOVE ZEROS TO WS-PORC-RESP
           END-IF
           MOVE WS-PORC-RESP              TO IMP-TOT-PORC

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-TOT-BANDA AFTER 1.

       7000-IMP-TOT-BANDA-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF WS-LEIDOS-CANT IS GREATER ZEROS
              PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
              WRITE REG-SALIDA FROM WS-LINE AFTER 2
              PERFORM 7000-IMP-TOT-BANDA-I THRU 7000-IMP-TOT-BANDA-F
                 VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX IS GREATER 3
           END-IF

           EXEC SQL CLOSE CURSORCIR END-EXEC

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'CARTAS VENCIDAS SIN RESPUESTA: ' WS-VENCIDAS-CANT
           DISPLAY 'CUENTAS DE LA MUESTRA        : ' WS-LEIDOS-CANT
           DISPLAY 'EXCEPCIONES LISTADAS         : ' WS-EXCEP-CANT

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

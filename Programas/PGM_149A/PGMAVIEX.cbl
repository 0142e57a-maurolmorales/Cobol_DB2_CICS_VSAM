       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAVIEX.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMAVIEX                                      *
      *  DESCRIPCIÓN:                                            *
      *    ENVIO DE LOS AVISOS AL CLIENTE AL PROVEEDOR DE SMS /  *
      *    E-MAIL. RECORRE LOS AVISOS PENDIENTES ('P') DE        *
      *    TBCURAVI - ENCOLADOS POR LA RUTINA PGMAVCAF DESDE LOS *
      *    PROGRAMAS DE POSTEO - Y ARMA EL ARCHIVO DEL PROVEEDOR *
      *    (DDENVIO, 200 BYTES) CON CABECERA (NUMERO DE LOTE),   *
      *    UN DETALLE POR AVISO CON MEDIO, DESTINO Y EL TEXTO    *
      *    YA REDACTADO, Y TRAILER CON LA CANTIDAD.              *
      *    CADA AVISO ENVIADO PASA A 'X' CON EL NUMERO DE LOTE   *
      *    Y LA FECHA DE ENVIO; PGMAVIRE REGISTRA DESPUES LA     *
      *    ENTREGA O EL FALLO QUE INFORMA EL PROVEEDOR.          *
      *    EL NUMERO DE LOTE ES EL MAYOR YA USADO MAS UNO: UN    *
      *    LOTE SIN AVISOS NO CONSUME NUMERO.                    *
      *    NADA SE CONFIRMA SI HAY ERRORES: ARCHIVO Y BASE       *
      *    DEBEN QUEDAR CONSISTENTES O TODO SE RETROCEDE Y LOS   *
      *    AVISOS SIGUEN PENDIENTES PARA LA PROXIMA CORRIDA.     *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ENVIO ASSIGN DDENVIO
                  FILE STATUS IS FS-ENVIO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  ENVIO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-ENVIO      PIC X(200).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *---- FILE STATUS -----------------------------------------------
       77  FS-ENVIO                   PIC XX      VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *---- CONTADORES ------------------------------------------------
       77  WS-CANT-ENVIADOS           PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-SMS                PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-EMAIL              PIC 9(07)   VALUE ZEROS.

      *---- LAYOUT DEL ARCHIVO DEL PROVEEDOR (200 BYTES) --------------
       01  WS-REG-AVISO.
           03  ENV-TIPO-REG        PIC X(02).
           03  ENV-NROAVI          PIC 9(11).
           03  ENV-MEDIO           PIC X(01).
           03  ENV-DESTINO         PIC X(40).
           03  ENV-TEXTO           PIC X(120).
           03  FILLER              PIC X(26).

       01  WS-REG-AVISO-CAB REDEFINES WS-REG-AVISO.
           03  CAB-TIPO-REG        PIC X(02).
           03  CAB-NROLOTE         PIC 9(09).
           03  CAB-FECHA-PROCESO   PIC 9(08).
           03  CAB-HORA-PROCESO    PIC 9(06).
           03  FILLER              PIC X(175).

       01  WS-REG-AVISO-FIN REDEFINES WS-REG-AVISO.
           03  FIN-TIPO-REG        PIC X(02).
           03  FIN-NROLOTE         PIC 9(09).
           03  FIN-CANT-REGISTROS  PIC 9(07).
           03  FILLER              PIC X(182).

      *---- TEXTO DEL AVISO (120 POSICIONES) --------------------------
       01  WS-TEXTO-AVISO.
           03  FILLER              PIC X(11)   VALUE 'BANCO CAF: '.
           03  TXT-EVENTO          PIC X(24).
           03  FILLER              PIC X(01)   VALUE SPACES.
           03  TXT-MONEDA          PIC X(03).
           03  FILLER              PIC X(01)   VALUE SPACES.
           03  TXT-IMPORTE         PIC Z(10)9,99.
           03  FILLER              PIC X(05)   VALUE ' CTA '.
           03  TXT-TIPCUEN         PIC X(02).
           03  FILLER              PIC X(05)   VALUE '-****'.
           03  TXT-ULTIMOS         PIC 9(04).
           03  FILLER              PIC X(04)   VALUE ' EL '.
           03  TXT-DIA             PIC X(02).
           03  FILLER              PIC X(01)   VALUE '/'.
           03  TXT-MES             PIC X(02).
           03  FILLER              PIC X(01)   VALUE '/'.
           03  TXT-ANIO            PIC X(04).
           03  FILLER              PIC X(01)   VALUE SPACES.
           03  TXT-HORA            PIC X(08).
           03  FILLER              PIC X(27)   VALUE SPACES.

      *    LA CUENTA VA ENMASCARADA: SOLO LOS ULTIMOS 4 DIGITOS.
       01  WS-NROCUEN                 PIC 9(10)   VALUE ZEROS.
       01  WS-NROCUEN-R REDEFINES WS-NROCUEN.
           03  FILLER                 PIC 9(06).
           03  WS-NROCUEN-ULT         PIC 9(04).

      *    FECHA DEL EVENTO TAL COMO LA DEVUELVE EL DB2 (AAAA-MM-DD).
       01  WS-FECEVEN                 PIC X(10)   VALUE SPACES.
       01  WS-FECEVEN-R REDEFINES WS-FECEVEN.
           03  WS-FECEVEN-ANIO        PIC X(04).
           03  FILLER                 PIC X(01).
           03  WS-FECEVEN-MES         PIC X(02).
           03  FILLER                 PIC X(01).
           03  WS-FECEVEN-DIA         PIC X(02).

      *-----------  FECHA DE PROCESO  ---------------------------------
       77  WS-FECHA-PROCESO-AAAAMMDD  PIC 9(08)   VALUE ZEROES.
       77  WS-HORA-PROCESO            PIC 9(08)   VALUE ZEROES.

       01  WS-FECHA-SISTEMA.
           05 WS-FECHA-SISTEMA-AA     PIC 99.
           05 WS-FECHA-SISTEMA-MM     PIC 99.
           05 WS-FECHA-SISTEMA-DD     PIC 99.

       01  WS-FECHA-PROCESO-ISO.
           03  WS-FPI-SIGLO        PIC 99            VALUE 20.
           03  WS-FPI-AA           PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '-'.
           03  WS-FPI-MM           PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '-'.
           03  WS-FPI-DD           PIC 99            VALUE ZEROS.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE         PIC +++999 USAGE DISPLAY  VALUE ZEROS.
       77  NOT-FOUND                PIC S9(9) COMP      VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURAVI)   ------------------
       77  WS-NROLOTE         PIC S9(9)V USAGE COMP-3   VALUE ZEROS.

       01  DCLTBCURAVI.
           10 AVI-NROAVI      PIC S9(11)V    USAGE COMP-3.
           10 AVI-TIPCUEN     PIC X(2).
           10 AVI-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 AVI-TIPEVEN     PIC X(2).
           10 AVI-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 AVI-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 AVI-MEDIO       PIC X(1).
           10 AVI-DESTINO     PIC X(40).
           10 AVI-FECEVEN     PIC X(10).
           10 AVI-HORAEVEN    PIC X(8).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    AVISOS PENDIENTES EN ORDEN DE ENCOLADO.
           EXEC SQL
              DECLARE CURSORAVI CURSOR FOR
                 SELECT NROAVI,
                        TIPCUEN,
                        NROCUEN,
                        TIPEVEN,
                        IMPORTE,
                        MONEDA,
                        MEDIO,
                        DESTINO,
                        FECEVEN,
                        HORAEVEN
                 FROM KC02803.TBCURAVI
                 WHERE ESTADO = 'P'
                 ORDER BY NROAVI
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


      *----  CUERPO INICIO: LOTE, APERTURA, CABECERA Y CURSOR ---------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE
           ACCEPT WS-FECHA-SISTEMA FROM DATE
           ACCEPT WS-HORA-PROCESO  FROM TIME
           MOVE WS-FECHA-SISTEMA-AA TO WS-FPI-AA
           MOVE WS-FECHA-SISTEMA-MM TO WS-FPI-MM
           MOVE WS-FECHA-SISTEMA-DD TO WS-FPI-DD
           COMPUTE WS-FECHA-PROCESO-AAAAMMDD =
                   20000000 +
                   WS-FECHA-SISTEMA-AA * 10000 +
                   WS-FECHA-SISTEMA-MM * 100 +
                   WS-FECHA-SISTEMA-DD

           EXEC SQL
              SELECT VALUE(MAX(NROLOTE), 0) + 1
                INTO :WS-NROLOTE
                FROM KC02803.TBCURAVI
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT NROLOTE = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN OUTPUT ENVIO
           IF FS-ENVIO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENVIO = ' FS-ENVIO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           MOVE SPACES TO WS-REG-AVISO
           MOVE 'HD'   TO CAB-TIPO-REG
           MOVE WS-NROLOTE TO CAB-NROLOTE
           MOVE WS-FECHA-PROCESO-AAAAMMDD TO CAB-FECHA-PROCESO
           MOVE WS-HORA-PROCESO (1:6)     TO CAB-HORA-PROCESO
           PERFORM 2800-GRABAR-ENVIO-I THRU 2800-GRABAR-ENVIO-F
           IF WS-FIN-LECTURA
              GO TO 1000-INICIO-F
           END-IF

           EXEC SQL OPEN CURSORAVI END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           PERFORM 3000-ENVIAR-AVISO-I THRU 3000-ENVIAR-AVISO-F
           IF NOT WS-FIN-LECTURA
              PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F
           END-IF.

       2000-PROCESO-F. EXIT.


      *---- REDACTA EL AVISO, LO EMITE Y LO MARCA ENVIADO -------------
       3000-ENVIAR-AVISO-I.

           EVALUATE AVI-TIPEVEN
              WHEN 'DB'
                 MOVE 'DEBITO EN SU CUENTA'     TO TXT-EVENTO
              WHEN 'CR'
                 MOVE 'CREDITO EN SU CUENTA'    TO TXT-EVENTO
              WHEN 'HA'
                 MOVE 'ACREDITACION DE HABERES' TO TXT-EVENTO
              WHEN 'CH'
                 MOVE 'CHEQUE RECHAZADO'        TO TXT-EVENTO
              WHEN OTHER
                 MOVE 'MOVIMIENTO EN SU CUENTA' TO TXT-EVENTO
           END-EVALUATE

           IF AVI-MONEDA IS EQUAL 2
              MOVE 'U$S' TO TXT-MONEDA
           ELSE
              MOVE '$'   TO TXT-MONEDA
           END-IF

           MOVE AVI-IMPORTE     TO TXT-IMPORTE
           MOVE AVI-TIPCUEN     TO TXT-TIPCUEN
           MOVE AVI-NROCUEN     TO WS-NROCUEN
           MOVE WS-NROCUEN-ULT  TO TXT-ULTIMOS
           MOVE AVI-FECEVEN     TO WS-FECEVEN
           MOVE WS-FECEVEN-DIA  TO TXT-DIA
           MOVE WS-FECEVEN-MES  TO TXT-MES
           MOVE WS-FECEVEN-ANIO TO TXT-ANIO
           MOVE AVI-HORAEVEN    TO TXT-HORA

           MOVE SPACES         TO WS-REG-AVISO
           MOVE 'DT'           TO ENV-TIPO-REG
           MOVE AVI-NROAVI     TO ENV-NROAVI
           MOVE AVI-MEDIO      TO ENV-MEDIO
           MOVE AVI-DESTINO    TO ENV-DESTINO
           MOVE WS-TEXTO-AVISO TO ENV-TEXTO
           PERFORM 2800-GRABAR-ENVIO-I THRU 2800-GRABAR-ENVIO-F
           IF WS-FIN-LECTURA
              GO TO 3000-ENVIAR-AVISO-F
           END-IF

           EXEC SQL
              UPDATE KC02803.TBCURAVI
                 SET ESTADO   = 'X',
                     NROLOTE  = :WS-NROLOTE,
                     FECENVIO = :WS-FECHA-PROCESO-ISO
               WHERE NROAVI = :AVI-NROAVI
                 AND ESTADO = 'P'
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURAVI = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3000-ENVIAR-AVISO-F
           END-IF

           ADD 1 TO WS-CANT-ENVIADOS
           IF AVI-MEDIO IS EQUAL 'S'
              ADD 1 TO WS-CANT-SMS
           ELSE
              ADD 1 TO WS-CANT-EMAIL
           END-IF.

       3000-ENVIAR-AVISO-F. EXIT.


      *---------------------------------------------------------------
       2800-GRABAR-ENVIO-I.

           WRITE REG-ENVIO FROM WS-REG-AVISO

           IF FS-ENVIO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR ENVIO = ' FS-ENVIO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       2800-GRABAR-ENVIO-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

           EXEC SQL
              FETCH CURSORAVI INTO :AVI-NROAVI,
                                   :AVI-TIPCUEN,
                                   :AVI-NROCUEN,
                                   :AVI-TIPEVEN,
                                   :AVI-IMPORTE,
                                   :AVI-MONEDA,
                                   :AVI-MEDIO,
                                   :AVI-DESTINO,
                                   :AVI-FECEVEN,
                                   :AVI-HORAEVEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       4000-LEER-FETCH-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORAVI END-EXEC

      *    TRAILER DE CONTROL CON LA CANTIDAD DE AVISOS DEL LOTE.
           IF RETURN-CODE IS EQUAL ZEROS
              MOVE SPACES TO WS-REG-AVISO
              MOVE 'TR'   TO FIN-TIPO-REG
              MOVE WS-NROLOTE       TO FIN-NROLOTE
              MOVE WS-CANT-ENVIADOS TO FIN-CANT-REGISTROS
              PERFORM 2800-GRABAR-ENVIO-I THRU 2800-GRABAR-ENVIO-F
           END-IF

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* LOTE NO CONFIRMADO - LOS AVISOS SIGUEN '
                      'PENDIENTES'
           END-IF

           CLOSE ENVIO
           IF FS-ENVIO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE ENVIO = ' FS-ENVIO
              MOVE 9999 TO RETURN-CODE
           END-IF

           DISPLAY '=============================================='
           DISPLAY 'ENVIO DE AVISOS AL CLIENTE - TOTALES'
           DISPLAY ' LOTE             : ' WS-NROLOTE
           DISPLAY ' AVISOS ENVIADOS  : ' WS-CANT-ENVIADOS
           DISPLAY '   POR SMS        : ' WS-CANT-SMS
           DISPLAY '   POR E-MAIL     : ' WS-CANT-EMAIL.

       9999-FINAL-F. EXIT.

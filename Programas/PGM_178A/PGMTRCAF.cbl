       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTRCAF.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMTRCAF                                      *
      *  DESCRIPCIÓN:                                            *
      *    RUTINA DE DERIVACION A LA CUENTA TRANSITORIA,         *
      *    INVOCADA POR LLAMADA DINAMICA DESDE LOS BATCH QUE     *
      *    RECIBEN FONDOS DE TERCEROS (PGMHABER, PGMCAMAR), AL   *
      *    ESTILO PGMAVCAF.                                      *
      *    RECIBE UN ITEM QUE EL INVOCANTE NO PUDO APLICAR, CON  *
      *    SU MOTIVO DE RECHAZO, Y DECIDE SEGUN LAS REGLAS DE    *
      *    TBCURPAR (RUTINA PGMPACAF) SI SE DEVUELVE COMO HASTA  *
      *    AHORA O SI QUEDA PENDIENTE EN TBCURTRN:               *
      *    - TRNHABER: MOTIVOS DE HABERES QUE SE DERIVAN.        *
      *    - TRNCAMAR: MOTIVOS DE CREDITOS DE CAMARA QUE SE      *
      *      DERIVAN.                                            *
      *    - TRNIMPMX: IMPORTE MAXIMO DERIVABLE (CERO = SIN      *
      *      TOPE). LO QUE LO SUPERA SE DEVUELVE.                *
      *    HASTA CINCO MOTIVOS DE DOS POSICIONES POR ORIGEN. SIN *
      *    PARAMETRO VIGENTE NO SE DERIVA NADA. LAS REGLAS SE    *
      *    LEEN EN LA PRIMERA LLAMADA DE LA CORRIDA.             *
      *    NO CONFIRMA NI RETROCEDE: EL ALTA QUEDA EN LA MISMA   *
      *    UNIDAD DE TRABAJO QUE EL RESTO DEL ARCHIVO, ASI UN    *
      *    ARCHIVO RETROCEDIDO NO DEJA ITEMS EN LA TRANSITORIA.  *
      *    RESULTADO: 'TR' = QUEDO EN LA TRANSITORIA (NRO. DE    *
      *    ITEM EN LK-TRN-NROITEM) / 'NO' = NO CORRESPONDE, EL   *
      *    INVOCANTE LO DEVUELVE / 'ER' = ERROR DE BASE DE DATOS *
      *    (EL INVOCANTE ABORTA LA CORRIDA).                     *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  WS-REGLAS-LEIDAS        PIC X        VALUE 'N'.
       77  WS-IDX                  PIC 9(01)    VALUE ZEROS.
       77  WS-DERIVA               PIC X        VALUE 'N'.

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE SPACES.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *    MOTIVOS DERIVABLES DE HABERES Y DE CAMARA.
       01  WS-REG-MOT-HABER.
           03  WS-MOT-HABER        PIC X(02)  OCCURS 5 TIMES.
       01  WS-REG-MOT-CAMAR.
           03  WS-MOT-CAMAR        PIC X(02)  OCCURS 5 TIMES.

      *    IMPORTE MAXIMO DERIVABLE; CERO = SIN TOPE.
       01  WS-REG-IMPMAX.
           03  WS-IMPMAX-PAR       PIC 9(11)V99 VALUE ZEROS.

      *-----------  SQL  ----------------------------------------------
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURTRN)   ------------------
       01  DCLTBCURTRN.
           10 TRN-NROITEM     PIC S9(9)V     USAGE COMP-3.
           10 TRN-ORIGEN      PIC X(2).
           10 TRN-EMISOR      PIC X(10).
           10 TRN-IDENT       PIC X(16).
           10 TRN-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 TRN-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 TRN-REFER       PIC X(12).
           10 TRN-MOTIVO      PIC X(2).
           10 TRN-MOTDESC     PIC X(30).
           10 TRN-REGORIG     PIC X(65).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *---------------------------------------------------------------
       LINKAGE SECTION.
      *================*
       01  LK-TRANSIT.
      *    'HA' HABERES / 'CL' CAMARA.
           03  LK-TRN-ORIGEN        PIC X(2).
           03  LK-TRN-MOTIVO        PIC X(2).
           03  LK-TRN-MOTDESC       PIC X(30).
      *    EMPRESA (HABERES) O BANCO (CAMARA).
           03  LK-TRN-EMISOR        PIC X(10).
           03  LK-TRN-IDENT         PIC X(16).
           03  LK-TRN-MONEDA        PIC 9(1).
           03  LK-TRN-IMPORTE       PIC 9(11)V99.
           03  LK-TRN-REFER         PIC X(12).
           03  LK-TRN-REGISTRO      PIC X(65).
      *    SALIDA: NUMERO DE ITEM Y RESULTADO 'TR' / 'NO' / 'ER'.
           03  LK-TRN-NROITEM       PIC 9(9).
           03  LK-TRN-RESULT        PIC X(2).

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION USING LK-TRANSIT.

       MAIN-PROGRAM-I.

           MOVE 'NO'  TO LK-TRN-RESULT
           MOVE ZEROS TO LK-TRN-NROITEM

           IF WS-REGLAS-LEIDAS IS NOT EQUAL 'S'
              PERFORM 1000-LEER-REGLAS-I THRU 1000-LEER-REGLAS-F
              IF LK-TRN-RESULT IS EQUAL 'ER'
                 GO TO MAIN-PROGRAM-F
              END-IF
           END-IF

      *    UN ITEM SIN IMPORTE VALIDO NO SE PUEDE REGISTRAR.
           IF LK-TRN-IMPORTE IS NOT NUMERIC OR
              LK-TRN-MONEDA  IS NOT NUMERIC OR
              LK-TRN-IMPORTE IS EQUAL ZEROS
              GO TO MAIN-PROGRAM-F
           END-IF

           IF WS-IMPMAX-PAR IS GREATER ZEROS AND
              LK-TRN-IMPORTE IS GREATER WS-IMPMAX-PAR
              GO TO MAIN-PROGRAM-F
           END-IF

           MOVE 'N' TO WS-DERIVA
           PERFORM 2000-BUSCAR-MOTIVO-I THRU 2000-BUSCAR-MOTIVO-F
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 5 OR WS-DERIVA IS EQUAL 'S'

           IF WS-DERIVA IS EQUAL 'S'
              PERFORM 3000-REGISTRAR-I THRU 3000-REGISTRAR-F
           END-IF.

       MAIN-PROGRAM-F. GOBACK.


      *---- REGLAS DE DERIVACION DE LA CORRIDA ------------------------
       1000-LEER-REGLAS-I.

           MOVE 'S'    TO WS-REGLAS-LEIDAS
           MOVE SPACES TO WS-REG-MOT-HABER WS-REG-MOT-CAMAR

           MOVE 'TRNHABER' TO LK-PAR-CODIGO
           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-MOT-HABER
              WHEN 'NE'
                 CONTINUE
              WHEN OTHER
                 MOVE 'ER' TO LK-TRN-RESULT
                 GO TO 1000-LEER-REGLAS-F
           END-EVALUATE

           MOVE 'TRNCAMAR' TO LK-PAR-CODIGO
           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-MOT-CAMAR
              WHEN 'NE'
                 CONTINUE
              WHEN OTHER
                 MOVE 'ER' TO LK-TRN-RESULT
                 GO TO 1000-LEER-REGLAS-F
           END-EVALUATE

           MOVE 'TRNIMPMX' TO LK-PAR-CODIGO
           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-IMPMAX
              WHEN 'NE'
                 CONTINUE
              WHEN OTHER
                 MOVE 'ER' TO LK-TRN-RESULT
                 GO TO 1000-LEER-REGLAS-F
           END-EVALUATE

           IF WS-IMPMAX-PAR IS NOT NUMERIC
              MOVE ZEROS TO WS-IMPMAX-PAR
           END-IF

           DISPLAY 'TRANSITORIA - MOTIVOS HABERES: ' WS-REG-MOT-HABER
                   ' CAMARA: ' WS-REG-MOT-CAMAR.

       1000-LEER-REGLAS-F. EXIT.


      *---------------------------------------------------------------
       2000-BUSCAR-MOTIVO-I.

           EVALUATE LK-TRN-ORIGEN
              WHEN 'HA'
                 IF WS-MOT-HABER (WS-IDX) IS EQUAL LK-TRN-MOTIVO AND
                    WS-MOT-HABER (WS-IDX) IS NOT EQUAL SPACES
                    MOVE 'S' TO WS-DERIVA
                 END-IF
              WHEN 'CL'
                 IF WS-MOT-CAMAR (WS-IDX) IS EQUAL LK-TRN-MOTIVO AND
                    WS-MOT-CAMAR (WS-IDX) IS NOT EQUAL SPACES
                    MOVE 'S' TO WS-DERIVA
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2000-BUSCAR-MOTIVO-F. EXIT.


      *---- ALTA DEL ITEM PENDIENTE EN TBCURTRN -----------------------
       3000-REGISTRAR-I.

           EXEC SQL
              SELECT VALUE(MAX(NROITEM), 0) + 1
                INTO :TRN-NROITEM
                FROM KC02803.TBCURTRN
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE 'ER' TO LK-TRN-RESULT
              GO TO 3000-REGISTRAR-F
           END-IF

           MOVE LK-TRN-ORIGEN   TO TRN-ORIGEN
           MOVE LK-TRN-EMISOR   TO TRN-EMISOR
           MOVE LK-TRN-IDENT    TO TRN-IDENT
           MOVE LK-TRN-MONEDA   TO TRN-MONEDA
           MOVE LK-TRN-IMPORTE  TO TRN-IMPORTE
           MOVE LK-TRN-REFER    TO TRN-REFER
           MOVE LK-TRN-MOTIVO   TO TRN-MOTIVO
           MOVE LK-TRN-MOTDESC  TO TRN-MOTDESC
           MOVE LK-TRN-REGISTRO TO TRN-REGORIG

           EXEC SQL
              INSERT INTO KC02803.TBCURTRN
                 ( NROITEM, ORIGEN, FECALTA, EMISOR, IDENT,
                   MONEDA, IMPORTE, REFER, MOTIVO, MOTDESC,
                   REGORIG, ESTADO, FECRESOL, TIPCUEND, NROCUEND,
                   OPERADOR, HORARESOL )
              VALUES
                 ( :TRN-NROITEM, :TRN-ORIGEN, CURRENT DATE,
                   :TRN-EMISOR, :TRN-IDENT, :TRN-MONEDA,
                   :TRN-IMPORTE, :TRN-REFER, :TRN-MOTIVO,
                   :TRN-MOTDESC, :TRN-REGORIG, 'P', NULL,
                   ' ', 0, ' ', ' ' )
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE 'ER' TO LK-TRN-RESULT
              GO TO 3000-REGISTRAR-F
           END-IF

           MOVE TRN-NROITEM TO LK-TRN-NROITEM
           MOVE 'TR'        TO LK-TRN-RESULT.

       3000-REGISTRAR-F. EXIT.

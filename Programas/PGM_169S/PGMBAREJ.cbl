       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMBAREJ.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMBAREJ                                      *
      *  DESCRIPCIÓN:                                            *
      *    BARRIDO NOCTURNO DE SALDOS ENTRE CUENTA CORRIENTE Y   *
      *    CAJA DE AHORRO DEL MISMO CLIENTE (ACUERDOS VIGENTES   *
      *    DE TBCURBAR, MANTENIDOS EN LINEA POR PGMBRCTA).       *
      *    - CUENTA CORRIENTE CON SALDO DEUDOR: SE CUBRE CON LO  *
      *      DISPONIBLE DE LA CAJA DE AHORRO (SALDO MENOS        *
      *      RETENCIONES DE CHEQUES Y EMBARGOS), TOTAL O         *
      *      PARCIALMENTE, SIN DEJAR LA CAJA EN DESCUBIERTO.     *
      *    - CUENTA CORRIENTE CON SALDO POR ENCIMA DEL TOPE DEL  *
      *      ACUERDO (SOLO SI TOPE > 0): EL EXCEDENTE DISPONIBLE *
      *      VUELVE A LA CAJA DE AHORRO.                         *
      *    CADA BARRIDO ES UN PAR DE MOVIMIENTOS DE/CR EN        *
      *    TBCURMOV CANAL 'BR' CON REFERENCIA BARR+NRO ACUERDO.  *
      *    SE OMITEN (Y SE LISTAN) LOS ACUERDOS CON CUENTAS NO   *
      *    OPERABLES O DE MONEDAS DISTINTAS. CORRE ANTES DEL     *
      *    COBRO DE INTERESES POR SALDO DEUDOR (PGMINTDE) PARA   *
      *    QUE EL SALDO CUBIERTO NO GENERE DESCUBIERTO.          *
      *    LISTA LOS BARRIDOS Y OMITIDOS POR SUCURSAL.           *
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
       01  REG-SALIDA     PIC X(93).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- CONTADORES -----------------------------------------
       77  WS-ACUERDOS-CANT        PIC 9(05)    VALUE ZEROS.
       77  WS-CUBIERTOS-CANT       PIC 9(05)    VALUE ZEROS.
       77  WS-PARCIALES-CANT       PIC 9(05)    VALUE ZEROS.
       77  WS-SINFONDOS-CANT       PIC 9(05)    VALUE ZEROS.
       77  WS-EXCEDENTES-CANT      PIC 9(05)    VALUE ZEROS.
       77  WS-OMITIDOS-CANT        PIC 9(05)    VALUE ZEROS.

      *----------- LISTADO POR SUCURSAL -------------------------------
       01  IMP-BARRIDO.
           03  FILLER              PIC X(05)    VALUE ' SUC '.
           03  IMP-SUC             PIC Z9.
           03  FILLER              PIC X(06)    VALUE ' ACU. '.
           03  IMP-NROBARR         PIC 9(07).
           03  FILLER              PIC X(04)    VALUE ' CC '.
           03  IMP-NROCUENC        PIC 9(10).
           03  FILLER              PIC X(04)    VALUE ' CA '.
           03  IMP-NROCUENA        PIC 9(10).
           03  FILLER              PIC X(06)    VALUE ' IMP: '.
           03  IMP-IMPORTE         PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-RESULT          PIC X(10).
           03  FILLER              PIC X(09)    VALUE SPACES.

       77  WS-LINE                 PIC X(93)    VALUE ALL '='.
       77  WS-PRIMERA-LINEA        PIC XX       VALUE 'SI'.

       01  IMP-TITULO.
           03  FILLER              PIC X(40)    VALUE
               'BARRIDO DE SALDOS CC / CA DEL DIA       '.
           03  FILLER              PIC X(08)    VALUE 'PGMBAREJ'.
           03  FILLER              PIC X(45)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
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
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

       01  DCLTBCURBAR.
           10 BAR-NROBARR     PIC S9(7)V     USAGE COMP-3.
           10 BAR-TIPCUENC    PIC X(2).
           10 BAR-NROCUENC    PIC S9(10)V    USAGE COMP-3.
           10 BAR-TIPCUENA    PIC X(2).
           10 BAR-NROCUENA    PIC S9(10)V    USAGE COMP-3.
           10 BAR-TOPE        PIC S9(11)V9(2) USAGE COMP-3.

      *    CUENTA CORRIENTE Y CAJA DE AHORRO DEL ACUERDO.
       77  CTE-SUCUEN    PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  CTE-SALDO     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  CTE-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  CTE-ESTCTA    PIC X(1)                    VALUE SPACES.
       77  AHO-SUCUEN    PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  AHO-SALDO     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  AHO-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  AHO-ESTCTA    PIC X(1)                    VALUE SPACES.

      *    CUENTA SOBRE LA QUE SE CALCULA LO INDISPONIBLE.
       77  IND-TIPCUEN   PIC X(2)                    VALUE SPACES.
       77  IND-NROCUEN   PIC S9(10)V USAGE COMP-3    VALUE ZEROES.
       77  IND-SALDO     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.

       77  REG-SALDO     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-FECSAL    PIC X(10)                   VALUE SPACES.

       77  WS-SALDO-NUEVO     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-INDISPONIBLE    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-EMBARGADO       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-DISPONIBLE      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-IMPORTE         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-SALDO-TOPE      PIC S9(13)V99 COMP-3 VALUE 99999999999,99.
       77  WS-BARR-EDIT       PIC 9(7)             VALUE ZEROS.
       77  WS-ERROR-BARR      PIC X                VALUE 'N'.
           88 BARR-CON-ERROR                       VALUE 'S'.
           88 BARR-SIN-ERROR                       VALUE 'N'.

      *    SENTIDO DEL BARRIDO: 'C' CUBRE LA CUENTA CORRIENTE
      *    DESDE LA CAJA DE AHORRO / 'E' DEVUELVE EL EXCEDENTE.
       77  WS-SENTIDO         PIC X                VALUE SPACES.
           88 SENTIDO-COBERTURA                    VALUE 'C'.
           88 SENTIDO-EXCEDENTE                    VALUE 'E'.

       01  DCLTBCURMOV.
           10 MOV-TIPCUEN     PIC X(2).
           10 MOV-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 MOV-SUCMOV      PIC S9(2)V     USAGE COMP-3.
           10 MOV-FECMOV      PIC X(10).
           10 MOV-TIPMOV      PIC X(2).
           10 MOV-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 MOV-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 MOV-CANAL       PIC X(2).
           10 MOV-REFMOV      PIC X(12).
           10 MOV-OPERADOR    PIC X(3).
           10 MOV-HORAMOV     PIC X(8).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    ACUERDOS VIGENTES CUYA CUENTA CORRIENTE ESTA EN SALDO
      *    DEUDOR O, CON TOPE, POR ENCIMA DE EL; CON LOS DATOS DE
      *    LAS DOS CUENTAS.
           EXEC SQL
              DECLARE CURSORBAR CURSOR FOR
                 SELECT B.NROBARR,
                        B.TIPCUENC,
                        B.NROCUENC,
                        B.TIPCUENA,
                        B.NROCUENA,
                        B.TOPE,
                        C.SUCUEN,
                        C.SALDO,
                        C.MONEDA,
                        C.ESTCTA,
                        A.SUCUEN,
                        A.SALDO,
                        A.MONEDA,
                        A.ESTCTA
                 FROM KC02803.TBCURBAR B,
                      KC02803.TBCURCTA C,
                      KC02803.TBCURCTA A
                 WHERE B.TIPCUENC = C.TIPCUEN
                   AND B.NROCUENC = C.NROCUEN
                   AND B.TIPCUENA = A.TIPCUEN
                   AND B.NROCUENA = A.NROCUEN
                   AND B.ESTADO   = 'V'
                   AND B.VIGDESDE <= CURRENT DATE
                   AND (C.SALDO < 0 OR
                        (B.TOPE > 0 AND C.SALDO > B.TOPE))
                 ORDER BY C.SUCUEN, B.NROBARR
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
           ACCEPT WS-FECHA-SISTEMA FROM DATE
           MOVE WS-FECHA-SISTEMA-AA TO WS-FPI-AA
           MOVE WS-FECHA-SISTEMA-MM TO WS-FPI-MM
           MOVE WS-FECHA-SISTEMA-DD TO WS-FPI-DD

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           EXEC SQL OPEN CURSORBAR END-EXEC
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

           ADD 1 TO WS-ACUERDOS-CANT
           PERFORM 3000-EJECUTAR-BARRIDO-I
              THRU 3000-EJECUTAR-BARRIDO-F

           PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F.

       2000-PROCESO-F. EXIT.


      *---------------------------------------------------------------
       3000-EJECUTAR-BARRIDO-I.

           SET BARR-SIN-ERROR TO TRUE
           MOVE ZEROS TO WS-IMPORTE

      *    LAS DOS CUENTAS OPERABLES Y EN LA MISMA MONEDA (SE EXIGE
      *    EN EL ALTA; UN CAMBIO POSTERIOR SE INFORMA Y NO BARRE).
           IF CTE-ESTCTA IS NOT EQUAL 'A' OR
              AHO-ESTCTA IS NOT EQUAL 'A'
              ADD 1 TO WS-OMITIDOS-CANT
              MOVE 'NO OPERAB.' TO IMP-RESULT
              PERFORM 6900-IMP-BARRIDO-I THRU 6900-IMP-BARRIDO-F
              GO TO 3000-EJECUTAR-BARRIDO-F
           END-IF

           IF CTE-MONEDA IS NOT EQUAL AHO-MONEDA
              ADD 1 TO WS-OMITIDOS-CANT
              MOVE 'MONEDA DIS' TO IMP-RESULT
              PERFORM 6900-IMP-BARRIDO-I THRU 6900-IMP-BARRIDO-F
              GO TO 3000-EJECUTAR-BARRIDO-F
           END-IF

           IF CTE-SALDO IS LESS ZEROS
              PERFORM 3100-COBERTURA-I THRU 3100-COBERTURA-F
           ELSE
              PERFORM 3200-EXCEDENTE-I THRU 3200-EXCEDENTE-F
           END-IF

           IF WS-IMPORTE IS NOT GREATER ZEROS OR BARR-CON-ERROR
              GO TO 3000-EJECUTAR-BARRIDO-F
           END-IF

           PERFORM 5200-POSTEAR-PAR-I THRU 5200-POSTEAR-PAR-F
           IF BARR-CON-ERROR
              GO TO 3000-EJECUTAR-BARRIDO-F
           END-IF

           PERFORM 6900-IMP-BARRIDO-I THRU 6900-IMP-BARRIDO-F.

       3000-EJECUTAR-BARRIDO-F. EXIT.


      *---- COBERTURA: LA CAJA DE AHORRO APORTA HASTA EL SALDO --------
      *---- DEUDOR, SIN TOCAR LO RETENIDO NI LO EMBARGADO -------------
       3100-COBERTURA-I.

           SET SENTIDO-COBERTURA TO TRUE

           MOVE BAR-TIPCUENA TO IND-TIPCUEN
           MOVE BAR-NROCUENA TO IND-NROCUEN
           MOVE AHO-SALDO    TO IND-SALDO
           PERFORM 3400-CALC-INDISPONIBLE-I
              THRU 3400-CALC-INDISPONIBLE-F
           COMPUTE WS-DISPONIBLE = AHO-SALDO - WS-INDISPONIBLE

           IF WS-DISPONIBLE IS NOT GREATER ZEROS
              ADD 1 TO WS-SINFONDOS-CANT
              MOVE ZEROS        TO WS-IMPORTE
              MOVE 'SIN FONDOS' TO IMP-RESULT
              PERFORM 6900-IMP-BARRIDO-I THRU 6900-IMP-BARRIDO-F
              GO TO 3100-COBERTURA-F
           END-IF

           COMPUTE WS-IMPORTE = 0 - CTE-SALDO
           IF WS-IMPORTE IS GREATER WS-DISPONIBLE
              MOVE WS-DISPONIBLE TO WS-IMPORTE
              ADD 1 TO WS-PARCIALES-CANT
              MOVE 'PARCIAL   ' TO IMP-RESULT
           ELSE
              ADD 1 TO WS-CUBIERTOS-CANT
              MOVE 'CUBIERTO  ' TO IMP-RESULT
           END-IF.

       3100-COBERTURA-F. EXIT.


      *---- EXCEDENTE: LO QUE SUPERA EL TOPE VUELVE A LA CAJA DE ------
      *---- AHORRO, SOLO EN LA PARTE DISPONIBLE DE LA CUENTA ----------
       3200-EXCEDENTE-I.

           SET SENTIDO-EXCEDENTE TO TRUE

           MOVE BAR-TIPCUENC TO IND-TIPCUEN
           MOVE BAR-NROCUENC TO IND-NROCUEN
           MOVE CTE-SALDO    TO IND-SALDO
           PERFORM 3400-CALC-INDISPONIBLE-I
              THRU 3400-CALC-INDISPONIBLE-F
           COMPUTE WS-DISPONIBLE = CTE-SALDO - WS-INDISPONIBLE

           COMPUTE WS-IMPORTE = CTE-SALDO - BAR-TOPE
           IF WS-IMPORTE IS GREATER WS-DISPONIBLE
              MOVE WS-DISPONIBLE TO WS-IMPORTE
           END-IF

           IF WS-IMPORTE IS NOT GREATER ZEROS
              ADD 1 TO WS-SINFONDOS-CANT
              MOVE ZEROS        TO WS-IMPORTE
              MOVE 'RETENIDO  ' TO IMP-RESULT
              PERFORM 6900-IMP-BARRIDO-I THRU 6900-IMP-BARRIDO-F
              GO TO 3200-EXCEDENTE-F
           END-IF

           COMPUTE WS-SALDO-NUEVO = AHO-SALDO + WS-IMPORTE
           IF WS-SALDO-NUEVO IS GREATER WS-SALDO-TOPE
              ADD 1 TO WS-OMITIDOS-CANT
              MOVE ZEROS        TO WS-IMPORTE
              MOVE 'SUPERA MAX' TO IMP-RESULT
              PERFORM 6900-IMP-BARRIDO-I THRU 6900-IMP-BARRIDO-F
              GO TO 3200-EXCEDENTE-F
           END-IF

           ADD 1 TO WS-EXCEDENTES-CANT
           MOVE 'EXCEDENTE ' TO IMP-RESULT.

       3200-EXCEDENTE-F. EXIT.


      *---- LO INDISPONIBLE DE LA CUENTA IND-: RETENCIONES DE ---------
      *---- CHEQUES VIGENTES MAS MONTOS CONGELADOS POR EMBARGOS -------
       3400-CALC-INDISPONIBLE-I.

           MOVE ZEROS TO WS-INDISPONIBLE

           EXEC SQL
              SELECT VALUE(SUM(IMPORTE), 0)
                INTO :WS-INDISPONIBLE
                FROM KC02803.TBCURRET
               WHERE TIPCUEN = :IND-TIPCUEN
                 AND NROCUEN = :IND-NROCUEN
                 AND ESTADO  = 'V'
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              MOVE ZEROS TO WS-INDISPONIBLE
           END-IF

           MOVE ZEROS TO WS-EMBARGADO
           EXEC SQL
              SELECT VALUE(SUM(
                     CASE WHEN PORCENT > 0
                          THEN :IND-SALDO * PORCENT / 100
                          ELSE IMPORTE - CONSUMIDO
                     END), 0)
                INTO :WS-EMBARGADO
                FROM KC02803.TBCUREMB
               WHERE TIPCUEN = :IND-TIPCUEN
                 AND NROCUEN = :IND-NROCUEN
                 AND ESTADO  = 'V'
           END-EXEC
           IF SQLCODE IS EQUAL ZEROS AND
              WS-EMBARGADO IS GREATER ZEROS
              ADD WS-EMBARGADO TO WS-INDISPONIBLE
           END-IF.

       3400-CALC-INDISPONIBLE-F. EXIT.


      *---- ACTUALIZA EL SALDO DE LA CUENTA EN MOV-TIPCUEN/NROCUEN ----
       5000-ACTUALIZAR-CUENTA-I.

           MOVE WS-SALDO-NUEVO       TO REG-SALDO
           MOVE WS-FECHA-PROCESO-ISO TO REG-FECSAL

           EXEC SQL UPDATE KC02803.TBCURCTA
              SET SALDO  = :REG-SALDO,
                  FECSAL = :REG-FECSAL
              WHERE TIPCUEN = :MOV-TIPCUEN
                AND NROCUEN = :MOV-NROCUEN
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURCTA = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET BARR-CON-ERROR TO TRUE
           END-IF.

       5000-ACTUALIZAR-CUENTA-F. EXIT.


      *---- INSERT DEL MOVIMIENTO EN TBCURMOV -------------------------
       5100-GRABAR-MOVIM-I.

           MOVE WS-FECHA-PROCESO-ISO TO MOV-FECMOV
           MOVE WS-IMPORTE  TO MOV-IMPORTE
           MOVE CTE-MONEDA  TO MOV-MONEDA
           MOVE 'BR'        TO MOV-CANAL
           MOVE SPACES      TO MOV-REFMOV
           MOVE 'BARR'      TO MOV-REFMOV (1:4)
           MOVE BAR-NROBARR TO WS-BARR-EDIT
           MOVE WS-BARR-EDIT TO MOV-REFMOV (5:7)
           MOVE SPACES      TO MOV-OPERADOR MOV-HORAMOV

           EXEC SQL
              INSERT INTO KC02803.TBCURMOV
                 ( TIPCUEN, NROCUEN, SUCMOV, FECMOV, TIPMOV,
                   IMPORTE, MONEDA, CANAL, REFMOV,
                   OPERADOR, HORAMOV )
              VALUES
                 ( :MOV-TIPCUEN, :MOV-NROCUEN, :MOV-SUCMOV,
                   :MOV-FECMOV, :MOV-TIPMOV, :MOV-IMPORTE,
                   :MOV-MONEDA, :MOV-CANAL, :MOV-REFMOV,
                   :MOV-OPERADOR, :MOV-HORAMOV )
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURMOV = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET BARR-CON-ERROR TO TRUE
           END-IF.

       5100-GRABAR-MOVIM-F. EXIT.


      *---- PAR DE MOVIMIENTOS DEL BARRIDO: DEBITO EN LA CUENTA -------
      *---- QUE APORTA Y CREDITO EN LA QUE RECIBE ---------------------
       5200-POSTEAR-PAR-I.

           IF SENTIDO-COBERTURA
              MOVE BAR-TIPCUENA TO MOV-TIPCUEN
              MOVE BAR-NROCUENA TO MOV-NROCUEN
              MOVE AHO-SUCUEN   TO MOV-SUCMOV
              COMPUTE WS-SALDO-NUEVO = AHO-SALDO - WS-IMPORTE
           ELSE
              MOVE BAR-TIPCUENC TO MOV-TIPCUEN
              MOVE BAR-NROCUENC TO MOV-NROCUEN
              MOVE CTE-SUCUEN   TO MOV-SUCMOV
              COMPUTE WS-SALDO-NUEVO = CTE-SALDO - WS-IMPORTE
           END-IF
           MOVE 'DE' TO MOV-TIPMOV
           PERFORM 5000-ACTUALIZAR-CUENTA-I
              THRU 5000-ACTUALIZAR-CUENTA-F
           IF BARR-CON-ERROR
              GO TO 5200-POSTEAR-PAR-F
           END-IF
           PERFORM 5100-GRABAR-MOVIM-I THRU 5100-GRABAR-MOVIM-F
           IF BARR-CON-ERROR
              GO TO 5200-POSTEAR-PAR-F
           END-IF

           IF SENTIDO-COBERTURA
              MOVE BAR-TIPCUENC TO MOV-TIPCUEN
              MOVE BAR-NROCUENC TO MOV-NROCUEN
              MOVE CTE-SUCUEN   TO MOV-SUCMOV
              COMPUTE WS-SALDO-NUEVO = CTE-SALDO + WS-IMPORTE
           ELSE
              MOVE BAR-TIPCUENA TO MOV-TIPCUEN
              MOVE BAR-NROCUENA TO MOV-NROCUEN
              MOVE AHO-SUCUEN   TO MOV-SUCMOV
              COMPUTE WS-SALDO-NUEVO = AHO-SALDO + WS-IMPORTE
           END-IF
           MOVE 'CR' TO MOV-TIPMOV
           PERFORM 5000-ACTUALIZAR-CUENTA-I
              THRU 5000-ACTUALIZAR-CUENTA-F
           IF BARR-CON-ERROR
              GO TO 5200-POSTEAR-PAR-F
           END-IF
           PERFORM 5100-GRABAR-MOVIM-I THRU 5100-GRABAR-MOVIM-F.

       5200-POSTEAR-PAR-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

           EXEC SQL
              FETCH CURSORBAR INTO :BAR-NROBARR,
                                   :BAR-TIPCUENC,
                                   :BAR-NROCUENC,
                                   :BAR-TIPCUENA,
                                   :BAR-NROCUENA,
                                   :BAR-TOPE,
                                   :CTE-SUCUEN,
                                   :CTE-SALDO,
                                   :CTE-MONEDA,
                                   :CTE-ESTCTA,
                                   :AHO-SUCUEN,
                                   :AHO-SALDO,
                                   :AHO-MONEDA,
                                   :AHO-ESTCTA
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
       6900-IMP-BARRIDO-I.

           IF WS-PRIMERA-LINEA IS EQUAL 'SI'
              MOVE 'NO' TO WS-PRIMERA-LINEA
              WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
              WRITE REG-SALIDA FROM WS-LINE AFTER 1
           END-IF

           MOVE CTE-SUCUEN   TO IMP-SUC
           MOVE BAR-NROBARR  TO IMP-NROBARR
           MOVE BAR-NROCUENC TO IMP-NROCUENC
           MOVE BAR-NROCUENA TO IMP-NROCUENA
           MOVE WS-IMPORTE   TO IMP-IMPORTE
           WRITE REG-SALIDA FROM IMP-BARRIDO AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       6900-IMP-BARRIDO-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORBAR END-EXEC

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - SE RETROCEDEN '
                      'LOS BARRIDOS NO CONFIRMADOS'
           END-IF

           DISPLAY 'ACUERDOS SELECCIONADOS: ' WS-ACUERDOS-CANT
           DISPLAY 'DEUDORES CUBIERTOS    : ' WS-CUBIERTOS-CANT
           DISPLAY 'DEUDORES PARCIALES    : ' WS-PARCIALES-CANT
           DISPLAY 'SIN FONDOS / RETENIDO : ' WS-SINFONDOS-CANT
           DISPLAY 'EXCEDENTES DEVUELTOS  : ' WS-EXCEDENTES-CANT
           DISPLAY 'ACUERDOS OMITIDOS     : ' WS-OMITIDOS-CANT

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

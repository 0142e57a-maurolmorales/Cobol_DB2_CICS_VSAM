       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCJCOB.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMCJCOB                                      *
      *  DESCRIPCIÓN:                                            *
      *    COBRO NOCTURNO DEL ALQUILER DE CAJAS DE SEGURIDAD.    *
      *    SELECCIONA LOS CONTRATOS DE TBCURCSC NO DADOS DE      *
      *    BAJA CUYO PROXIMO COBRO (FECPROX) YA LLEGO O QUE      *
      *    TIENEN ALQUILER IMPAGO (DEUDA).                       *
      *    EL ALQUILER DEL PERIODO ES LA TARIFA ANUAL DE         *
      *    TBCURTAS CONCEPTO 'CS' PARA EL TAMANIO DE LA CAJA     *
      *    (SUBTIPO; 0 = TODOS) POR LOS MESES DEL PERIODO DEL    *
      *    CONTRATO SOBRE 12. SE DEBITA DE LA CUENTA DEL         *
      *    CONTRATO, JUNTO CON LA DEUDA ANTERIOR, CON LAS        *
      *    MISMAS REGLAS DE FONDEO DE LA CAJA (SALDO MAS         *
      *    ACUERDO, MENOS RETENCIONES Y EMBARGOS), EN TBCURMOV   *
      *    CANAL 'BT'. SIN FONDOS EL IMPORTE QUEDA COMO DEUDA Y  *
      *    EL CONTRATO PASA A MOROSO ('M'): LA CAJA PIERDE EL    *
      *    ACCESO (PGMCJVIS) HASTA QUE SE COBRE, LO QUE SE       *
      *    REINTENTA CADA NOCHE. EL PERIODO VENCIDO SE COBRA O   *
      *    SE ADEUDA UNA SOLA VEZ: FECPROX AVANZA EL PERIODO.    *
      *    SIN TARIFA CARGADA EL CONTRATO SE INFORMA Y NO SE     *
      *    TOCA HASTA LA CORRIDA SIGUIENTE.                      *
      *    LISTA COBRADOS, NUEVOS MOROSOS Y SIN TARIFA POR       *
      *    SUCURSAL DE LA CAJA.                                  *
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
       77  WS-CONTRATOS-CANT       PIC 9(05)    VALUE ZEROS.
       77  WS-COBRADOS-CANT        PIC 9(05)    VALUE ZEROS.
       77  WS-MOROSOS-CANT         PIC 9(05)    VALUE ZEROS.
       77  WS-SIGUEN-CANT          PIC 9(05)    VALUE ZEROS.
       77  WS-SINTARIFA-CANT       PIC 9(05)    VALUE ZEROS.

      *----------- LISTADO POR SUCURSAL -------------------------------
       01  IMP-CONTRATO.
           03  FILLER              PIC X(05)    VALUE ' SUC '.
           03  IMP-SUC             PIC Z9.
           03  FILLER              PIC X(07)    VALUE ' CONTR '.
           03  IMP-NROCONT         PIC 9(07).
           03  FILLER              PIC X(05)    VALUE ' CTA '.
           03  IMP-TIPCUEN         PIC XX.
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-NROCUEN         PIC 9(10).
           03  FILLER              PIC X(06)    VALUE ' IMP: '.
           03  IMP-IMPORTE         PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-RESULT          PIC X(10).
           03  FILLER              PIC X(18)    VALUE SPACES.

       77  WS-LINE                 PIC X(93)    VALUE ALL '='.
       77  WS-PRIMERA-LINEA        PIC XX       VALUE 'SI'.

       01  IMP-TITULO.
           03  FILLER              PIC X(40)    VALUE
               'ALQUILER DE CAJAS DE SEGURIDAD DEL DIA  '.
           03  FILLER              PIC X(08)    VALUE 'PGMCJCOB'.
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

       01  DCLTBCURCSC.
           10 CSC-NROCONT     PIC S9(7)V     USAGE COMP-3.
           10 CSC-SUCCAJA     PIC S9(2)V     USAGE COMP-3.
           10 CSC-TIPCUEN     PIC X(2).
           10 CSC-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 CSC-PERIODO     PIC S9(2)V     USAGE COMP-3.
           10 CSC-DEUDA       PIC S9(11)V9(2) USAGE COMP-3.
           10 CSC-ESTADO      PIC X(1).

      *    'S' SI EL CONTRATO TIENE UN PERIODO A COBRAR HOY.
       77  CSC-VENCE     PIC X(1)                    VALUE SPACES.
       77  CSG-TAMANIO   PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  TAS-IMPORTE   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.

      *    CUENTA DE DEBITO DEL ALQUILER.
       77  CTA-SUCUEN    PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  CTA-SALDO     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  CTA-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  CTA-ESTCTA    PIC X(1)                    VALUE SPACES.
       77  CTA-ACUERDO   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.

       77  REG-SALDO     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-FECSAL    PIC X(10)                   VALUE SPACES.
       77  REG-DEUDA     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-ESTADO    PIC X(1)                    VALUE SPACES.

       77  WS-CUOTA           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-A-COBRAR        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-INDISPONIBLE    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-EMBARGADO       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-CONT-EDIT       PIC 9(7)             VALUE ZEROS.
       77  WS-ERROR-CONT      PIC X                VALUE 'N'.
           88 CONT-CON-ERROR                       VALUE 'S'.
           88 CONT-SIN-ERROR                       VALUE 'N'.

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

      *    CONTRATOS CON UN PERIODO A COBRAR O CON DEUDA, CON EL
      *    TAMANIO DE LA CAJA Y LOS DATOS DE LA CUENTA DE DEBITO.
           EXEC SQL
              DECLARE CURSORCSC CURSOR FOR
                 SELECT K.NROCONT,
                        K.SUCCAJA,
                        K.TIPCUEN,
                        K.NROCUEN,
                        K.PERIODO,
                        K.DEUDA,
                        K.ESTADO,
                        CASE WHEN K.FECPROX <= CURRENT DATE
                             THEN 'S' ELSE 'N' END,
                        G.TAMANIO,
                        C.SUCUEN,
                        C.SALDO,
                        C.MONEDA,
                        C.ESTCTA,
                        CASE WHEN C.FECVTOAC >= CURRENT DATE
                             THEN C.ACUERDO ELSE 0 END
                 FROM KC02803.TBCURCSC K,
                      KC02803.TBCURCSG G,
                      KC02803.TBCURCTA C
                 WHERE K.SUCCAJA = G.SUCCAJA
                   AND K.NROCAJA = G.NROCAJA
                   AND K.TIPCUEN = C.TIPCUEN
                   AND K.NROCUEN = C.NROCUEN
                   AND K.ESTADO IN ('V', 'M')
                   AND (K.FECPROX <= CURRENT DATE OR K.DEUDA > 0)
                 ORDER BY K.SUCCAJA, K.NROCONT
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

           EXEC SQL OPEN CURSORCSC END-EXEC
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

           ADD 1 TO WS-CONTRATOS-CANT
           PERFORM 3000-COBRAR-CONTRATO-I
              THRU 3000-COBRAR-CONTRATO-F

           PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F.

       2000-PROCESO-F. EXIT.


      *---------------------------------------------------------------
       3000-COBRAR-CONTRATO-I.

           SET CONT-SIN-ERROR TO TRUE
           MOVE CSC-DEUDA TO WS-A-COBRAR

      *    PERIODO VENCIDO: ALQUILER ANUAL DE LA TARIFA POR LOS
      *    MESES DEL PERIODO.
           IF CSC-VENCE IS EQUAL 'S'
              PERFORM 3100-TARIFA-I THRU 3100-TARIFA-F
              IF TAS-IMPORTE IS NOT GREATER ZEROS
                 ADD 1 TO WS-SINTARIFA-CANT
                 MOVE ZEROS        TO WS-A-COBRAR
                 MOVE 'SIN TARIFA' TO IMP-RESULT
                 PERFORM 6900-IMP-CONTRATO-I
                    THRU 6900-IMP-CONTRATO-F
                 GO TO 3000-COBRAR-CONTRATO-F
              END-IF
              COMPUTE WS-CUOTA ROUNDED =
                      TAS-IMPORTE * CSC-PERIODO / 12
              ADD WS-CUOTA TO WS-A-COBRAR
           END-IF

      *    CUENTA OPERABLE Y CON FONDOS DISPONIBLES PARA TODO LO
      *    ADEUDADO: SE DEBITA. SI NO, QUEDA COMO DEUDA.
           PERFORM 3400-CALC-INDISPONIBLE-I
              THRU 3400-CALC-INDISPONIBLE-F
           IF CTA-ESTCTA IS EQUAL 'A' AND
              WS-A-COBRAR IS NOT GREATER
              (CTA-SALDO + CTA-ACUERDO - WS-INDISPONIBLE)
              PERFORM 5000-DEBITAR-I THRU 5000-DEBITAR-F
              IF CONT-CON-ERROR
                 GO TO 3000-COBRAR-CONTRATO-F
              END-IF
              MOVE ZEROS TO REG-DEUDA
              MOVE 'V'   TO REG-ESTADO
              ADD 1 TO WS-COBRADOS-CANT
              MOVE 'COBRADO   ' TO IMP-RESULT
           ELSE
              MOVE WS-A-COBRAR TO REG-DEUDA
              MOVE 'M'         TO REG-ESTADO
              IF CSC-ESTADO IS EQUAL 'M' AND CSC-VENCE IS EQUAL 'N'
      *          SIGUE EN MORA SIN NOVEDAD: SOLO SE CUENTA.
                 ADD 1 TO WS-SIGUEN-CANT
                 GO TO 3000-COBRAR-CONTRATO-F
              END-IF
              ADD 1 TO WS-MOROSOS-CANT
              MOVE 'MOROSO    ' TO IMP-RESULT
           END-IF

           PERFORM 5200-ACTUALIZAR-CONTRATO-I
              THRU 5200-ACTUALIZAR-CONTRATO-F
           IF CONT-CON-ERROR
              GO TO 3000-COBRAR-CONTRATO-F
           END-IF

           PERFORM 6900-IMP-CONTRATO-I THRU 6900-IMP-CONTRATO-F.

       3000-COBRAR-CONTRATO-F. EXIT.


      *---- TARIFA ANUAL VIGENTE DEL TAMANIO (O DEL SUBTIPO 0) --------
       3100-TARIFA-I.

           MOVE ZEROS TO TAS-IMPORTE

           EXEC SQL
              SELECT VALUE(IMPORTE, 0)
                INTO :TAS-IMPORTE
                FROM KC02803.TBCURTAS
               WHERE CONCEPTO = 'CS'
                 AND SUBTIPO  IN (:CSG-TAMANIO, 0)
                 AND MONEDA   = :CTA-MONEDA
                 AND VIGDESDE <= :WS-FECHA-PROCESO-ISO
               ORDER BY SUBTIPO DESC, VIGDESDE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE ZEROS TO TAS-IMPORTE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURTAS = ' WS-SQLCODE
                 MOVE ZEROS TO TAS-IMPORTE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       3100-TARIFA-F. EXIT.


      *---- LO INDISPONIBLE DE LA CUENTA DE DEBITO: RETENCIONES DE ----
      *---- CHEQUES VIGENTES MAS MONTOS CONGELADOS POR EMBARGOS -------
       3400-CALC-INDISPONIBLE-I.

           MOVE ZEROS TO WS-INDISPONIBLE

           EXEC SQL
              SELECT VALUE(SUM(IMPORTE), 0)
                INTO :WS-INDISPONIBLE
                FROM KC02803.TBCURRET
               WHERE TIPCUEN = :CSC-TIPCUEN
                 AND NROCUEN = :CSC-NROCUEN
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
                          THEN :CTA-SALDO * PORCENT / 100
                          ELSE IMPORTE - CONSUMIDO
                     END), 0)
                INTO :WS-EMBARGADO
                FROM KC02803.TBCUREMB
               WHERE TIPCUEN = :CSC-TIPCUEN
                 AND NROCUEN = :CSC-NROCUEN
                 AND ESTADO  = 'V'
           END-EXEC
           IF SQLCODE IS EQUAL ZEROS AND
              WS-EMBARGADO IS GREATER ZEROS
              ADD WS-EMBARGADO TO WS-INDISPONIBLE
           END-IF.

       3400-CALC-INDISPONIBLE-F. EXIT.


      *---- DEBITO DEL ALQUILER: SALDO Y MOVIMIENTO EN TBCURMOV -------
       5000-DEBITAR-I.

           COMPUTE REG-SALDO = CTA-SALDO - WS-A-COBRAR
           MOVE WS-FECHA-PROCESO-ISO TO REG-FECSAL

           EXEC SQL UPDATE KC02803.TBCURCTA
              SET SALDO  = :REG-SALDO,
                  FECSAL = :REG-FECSAL
              WHERE TIPCUEN = :CSC-TIPCUEN
                AND NROCUEN = :CSC-NROCUEN
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURCTA = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET CONT-CON-ERROR TO TRUE
              GO TO 5000-DEBITAR-F
           END-IF

           MOVE CSC-TIPCUEN          TO MOV-TIPCUEN
           MOVE CSC-NROCUEN          TO MOV-NROCUEN
           MOVE CTA-SUCUEN           TO MOV-SUCMOV
           MOVE WS-FECHA-PROCESO-ISO TO MOV-FECMOV
           MOVE 'DE'                 TO MOV-TIPMOV
           MOVE WS-A-COBRAR          TO MOV-IMPORTE
           MOVE CTA-MONEDA           TO MOV-MONEDA
           MOVE 'BT'                 TO MOV-CANAL
           MOVE SPACES               TO MOV-REFMOV
           MOVE 'CSEG'               TO MOV-REFMOV (1:4)
           MOVE CSC-NROCONT          TO WS-CONT-EDIT
           MOVE WS-CONT-EDIT         TO MOV-REFMOV (5:7)
           MOVE SPACES               TO MOV-OPERADOR MOV-HORAMOV

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
              SET CONT-CON-ERROR TO TRUE
           END-IF.

       5000-DEBITAR-F. EXIT.


      *---- DEUDA, ESTADO Y PROXIMO COBRO DEL CONTRATO ----------------
      *    FECMORA SE FIJA AL ENTRAR EN MORA; EL PERIODO VENCIDO
      *    (COBRADO O ADEUDADO) CORRE FECPROX UN PERIODO.
       5200-ACTUALIZAR-CONTRATO-I.

           EXEC SQL
              UPDATE KC02803.TBCURCSC
                 SET DEUDA   = :REG-DEUDA,
                     FECMORA = CASE WHEN ESTADO = 'V' AND
                                         :REG-ESTADO = 'M'
                                    THEN CURRENT DATE
                                    ELSE FECMORA END,
                     ESTADO  = :REG-ESTADO,
                     FECPROX = CASE WHEN :CSC-VENCE = 'S'
                                    THEN FECPROX +
                                         :CSC-PERIODO MONTHS
                                    ELSE FECPROX END
               WHERE NROCONT = :CSC-NROCONT
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURCSC = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET CONT-CON-ERROR TO TRUE
           END-IF.

       5200-ACTUALIZAR-CONTRATO-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

           EXEC SQL
              FETCH CURSORCSC INTO :CSC-NROCONT,
                                   :CSC-SUCCAJA,
                                   :CSC-TIPCUEN,
                                   :CSC-NROCUEN,
                                   :CSC-PERIODO,
                                   :CSC-DEUDA,
                                   :CSC-ESTADO,
                                   :CSC-VENCE,
                                   :CSG-TAMANIO,
                                   :CTA-SUCUEN,
                                   :CTA-SALDO,
                                   :CTA-MONEDA,
                                   :CTA-ESTCTA,
                                   :CTA-ACUERDO
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
       6900-IMP-CONTRATO-I.

           IF WS-PRIMERA-LINEA IS EQUAL 'SI'
              MOVE 'NO' TO WS-PRIMERA-LINEA
              WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
              WRITE REG-SALIDA FROM WS-LINE AFTER 1
           END-IF

           MOVE CSC-SUCCAJA  TO IMP-SUC
           MOVE CSC-NROCONT  TO IMP-NROCONT
           MOVE CSC-TIPCUEN  TO IMP-TIPCUEN
           MOVE CSC-NROCUEN  TO IMP-NROCUEN
           MOVE WS-A-COBRAR  TO IMP-IMPORTE
           WRITE REG-SALIDA FROM IMP-CONTRATO AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       6900-IMP-CONTRATO-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORCSC END-EXEC

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - SE RETROCEDEN '
                      'LOS COBROS NO CONFIRMADOS'
           END-IF

           DISPLAY 'CONTRATOS SELECCIONADOS: ' WS-CONTRATOS-CANT
           DISPLAY 'ALQUILERES COBRADOS    : ' WS-COBRADOS-CANT
           DISPLAY 'NUEVOS EN MORA         : ' WS-MOROSOS-CANT
           DISPLAY 'SIGUEN EN MORA         : ' WS-SIGUEN-CANT
           DISPLAY 'SIN TARIFA CARGADA     : ' WS-SINTARIFA-CANT

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

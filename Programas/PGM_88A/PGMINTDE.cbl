      *    IMPRIME UN LISTADO DE CONTROL DE INTERESES COBRADOS   *
      *    POR SUCURSAL Y MONEDA, AL ESTILO DEL DE PGMINTCA.     *
      *    SI NO HAY VIGENCIA CARGADA EN TBCURTAS SE TOMAN LAS   *
      *    TASAS DEL PARAMETRO TASASSD DE TBCURPAR (TASA         *
      *    MENSUAL 'SD' Y 'PD' EN PESOS Y EN DOLARES).           *
      *    CADA TRAMO COBRADO DEJA SU BASE Y SU TASA EN          *
      *    TBCURBAI (CONCEPTO 'SD' O 'PD'), DE DONDE PGMRETAS LO *
      *    RECALCULA SI SE APRUEBA TARDE UNA VIGENCIA DE TASA.   *
      *                                                          *
      ************************************************************

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(93).

       WORKING-STORAGE SECTION.
      *=======================*

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- TASAS MENSUALES POR MONEDA (% MENSUAL) -------------
      *    VALORES POR DEFECTO SI TASASSD NO TIENE VALOR VIGENTE.
       01  WS-REG-TASAS.
           03  WS-TASA-SD-PESOS    PIC 9(03)V9(04) VALUE 4,5000.
           03  WS-TASA-SD-DOLAR    PIC 9(03)V9(04) VALUE 1,0000.
           03  WS-TASA-PD-PESOS    PIC 9(03)V9(04) VALUE 9,0000.
           03  WS-TASA-PD-DOLAR    PIC 9(03)V9(04) VALUE 2,0000.

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'TASASSD'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *-----------  CORTE DE CONTROL POR SUCURSAL ---------------------
       77  WS-SUCUEN-ANT   PIC S9(2)V USAGE COMP-3   VALUE -1.

           10 MOV-OPERADOR    PIC X(3).
           10 MOV-HORAMOV     PIC X(8).

      *-----------   HOST VARIABLES DB2 (TBCURBAI)   ------------------
       01  DCLTBCURBAI.
           10 BAI-FECPROC     PIC X(10).
           10 BAI-TIPCUEN     PIC X(2).
           10 BAI-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 BAI-CONCEPTO    PIC X(2).
           10 BAI-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 BAI-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 BAI-BASE        PIC S9(11)V9(2) USAGE COMP-3.
           10 BAI-TASA        PIC S9(2)V9(4) USAGE COMP-3.
           10 BAI-INTERES     PIC S9(11)V9(2) USAGE COMP-3.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           MOVE WS-FECHA-PROCESO-ISO TO LK-PAR-FECHA
           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-TASAS
              WHEN 'NE'
                 DISPLAY '* SIN TASAS EN TBCURPAR, SE USAN '
                         'LOS VALORES POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE
      *    LA TABLA DE TASAS, SI TIENE VIGENCIA CARGADA PARA LA
      *    FECHA DEL DEVENGAMIENTO, PISA LOS VALORES DEL PARAMETRO.
           MOVE 'SD' TO TAS-CONCEPTO
           MOVE 1 TO TAS-MONEDA
           PERFORM 1100-LEER-TASA-I THRU 1100-LEER-TASA-F
              WHEN NOT-FOUND
                 DISPLAY '* SIN VIGENCIA EN TBCURTAS PARA '
                          TAS-CONCEPTO ' MONEDA ' TAS-MONEDA
                         ', SE USA EL VALOR DE TASASSD'
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURTAS = ' WS-SQLCODE
              GO TO 3000-DEBITAR-INTERES-F
           END-IF

      *    UNA FILA DE BASE POR TRAMO CON SALDO.
           IF WS-USO-ACUERDO IS GREATER ZEROS
              MOVE 'SD'           TO BAI-CONCEPTO
              MOVE WS-USO-ACUERDO TO BAI-BASE
              IF REG-MONEDA IS EQUAL 2
                 MOVE WS-TASA-SD-DOLAR TO BAI-TASA
              ELSE
                 MOVE WS-TASA-SD-PESOS TO BAI-TASA
              END-IF
              PERFORM 3300-GRABAR-BASE-I THRU 3300-GRABAR-BASE-F
           END-IF

           IF WS-EXCESO IS GREATER ZEROS AND WS-NO-FIN-LECTURA
              MOVE 'PD'           TO BAI-CONCEPTO
              MOVE WS-EXCESO      TO BAI-BASE
              IF REG-MONEDA IS EQUAL 2
                 MOVE WS-TASA-PD-DOLAR TO BAI-TASA
              ELSE
                 MOVE WS-TASA-PD-PESOS TO BAI-TASA
              END-IF
              PERFORM 3300-GRABAR-BASE-I THRU 3300-GRABAR-BASE-F
           END-IF

           IF WS-FIN-LECTURA
              GO TO 3000-DEBITAR-INTERES-F
           END-IF

           ADD 1 TO WS-DEBITADAS-CANT
           IF REG-MONEDA IS EQUAL 2
              ADD WS-INTERES TO WS-INT-SUC-DOLAR WS-INT-TOT-DOLAR
       3100-GRABAR-MOVIM-F. EXIT.


      *---- BASE Y TASA DE UN TRAMO EN TBCURBAI, PARA EL RECALCULO ----
      *---- DE PGMRETAS ANTE UNA VIGENCIA TARDIA ----------------------
       3300-GRABAR-BASE-I.

           MOVE WS-FECHA-PROCESO-ISO TO BAI-FECPROC
           MOVE REG-TIPCUEN   TO BAI-TIPCUEN
           MOVE REG-NROCUEN   TO BAI-NROCUEN
           MOVE REG-SUCUEN    TO BAI-SUCURSAL
           MOVE REG-MONEDA    TO BAI-MONEDA
           COMPUTE BAI-INTERES ROUNDED = BAI-BASE * BAI-TASA / 100

           EXEC SQL
              INSERT INTO KC02803.TBCURBAI
                 ( FECPROC, TIPCUEN, NROCUEN, CONCEPTO, SUCURSAL,
                   MONEDA, BASE, TASA, INTERES, TASAORIG )
              VALUES
                 ( :BAI-FECPROC, :BAI-TIPCUEN, :BAI-NROCUEN,
                   :BAI-CONCEPTO, :BAI-SUCURSAL, :BAI-MONEDA,
                   :BAI-BASE, :BAI-TASA, :BAI-INTERES, :BAI-TASA )
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURBAI = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       3300-GRABAR-BASE-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.


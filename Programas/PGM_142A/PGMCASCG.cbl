       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCASCG.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMCASCG                                      *
      *  DESCRIPCIÓN:                                            *
      *    CARGA NOCTURNA DE CASOS DE CUMPLIMIENTO (TBCURCAS).   *
      *    LEE LAS ALERTAS DEL DIA (DDALERTA: LAS DE PGMRSLSN,   *
      *    ORIGEN 'LS', Y LAS DE PGMUIFMV, ORIGEN 'UN' / 'AC' /  *
      *    'FR', CONCATENADAS) Y POR CADA UNA:                   *
      *    - RESUELVE EL NROCLI POR DOCUMENTO CUANDO VIENE EN    *
      *      CERO;                                               *
      *    - SI EL CLIENTE YA TIENE UN CASO ABIERTO ('A' / 'E')  *
      *      DEL MISMO ORIGEN Y MONEDA, LE SUMA LA ALERTA        *
      *      (CANTALER, FECHA DE ULTIMA ALERTA, IMPORTE MAYOR);  *
      *    - SI NO, ABRE UN CASO NUEVO EN ESTADO 'A' CON SU      *
      *      FECHA LIMITE: FECHA DE LA ALERTA MAS 150 DIAS, O    *
      *      MAS 2 DIAS PARA LISTA DE SANCIONADOS ('LS' / 'S').  *
      *    LOS CASOS SE TRABAJAN EN LINEA EN PGMCASOS.           *
      *    LISTA CADA ALERTA CON EL CASO QUE LA RECIBIO.         *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ALERTAS ASSIGN DDALERTA
           FILE STATUS IS FS-ALERTAS.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  ALERTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-ALERTAS    PIC X(150).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-ALERTAS              PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *---- ALERTA DE CUMPLIMIENTO (150 BYTES, PGMUIFMV / PGMRSLSN) ---
       01  WS-REG-ALERTA.
           03  ALE-ORIGEN          PIC X(02).
           03  ALE-FECHA           PIC X(10).
           03  ALE-TIPDOC          PIC X(02).
           03  ALE-NRODOC          PIC 9(11).
           03  ALE-NROCLI          PIC 9(07).
           03  ALE-NOMAPE          PIC X(30).
           03  ALE-MONEDA          PIC 9(01).
           03  ALE-IMPORTE         PIC 9(11)V99.
           03  ALE-CANTIDAD        PIC 9(05).
           03  ALE-TIPO-LISTA      PIC X(01).
           03  ALE-DETALLE         PIC X(40).
           03  FILLER              PIC X(28).

      *---- PLAZOS REGULATORIOS PARA REPORTAR (DIAS CORRIDOS) ---------
       77  CT-PLAZO-GENERAL   PIC S9(3)V USAGE COMP-3 VALUE 150.
       77  CT-PLAZO-SANCION   PIC S9(3)V USAGE COMP-3 VALUE 2.
       77  WS-PLAZO           PIC S9(3)V USAGE COMP-3 VALUE ZEROS.

      *---- NUMERACION DE CASOS ---------------------------------------
       77  WS-ULT-NROCASO     PIC S9(9)V USAGE COMP-3 VALUE ZEROS.

      *---- CONTADORES ------------------------------------------------
       77  WS-ALE-LEIDAS           PIC 9(07)    VALUE ZEROS.
       77  WS-CASOS-NUEVOS         PIC 9(07)    VALUE ZEROS.
       77  WS-ALE-SUMADAS          PIC 9(07)    VALUE ZEROS.
       77  WS-SIN-CLIENTE          PIC 9(07)    VALUE ZEROS.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99       VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99       VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99       VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)   VALUE ALL '='.
       77  WS-LINE3                PIC X(132)   VALUE ALL '-'.
       77  WS-LINEA-FIJA           PIC 9(02)    VALUE 58.
       77  WS-CUENTA-LINEA         PIC 9(02)    VALUE 99.
       77  WS-CUENTA-PAGINA        PIC 9(02)    VALUE 01.

       01  IMP-TITULO.
           03  FILLER              PIC X(07)    VALUE 'FECHA: '.
           03  IMP-TIT-DD          PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X        VALUE '-'.
           03  IMP-TIT-MM          PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X        VALUE '-'.
           03  FILLER              PIC 99       VALUE 20.
           03  IMP-TIT-AA          PIC 99       VALUE ZEROES.
           03  FILLER              PIC X(14)    VALUE SPACES.
           03  FILLER              PIC X(44)    VALUE
               'CARGA DE ALERTAS EN CASOS DE CUMPLIMIENTO   '.
           03  FILLER              PIC X(15)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMCASCG'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(16)    VALUE SPACES.

       01  IMP-COLUMNAS.
           03  FILLER              PIC X(44)    VALUE
               ' NRO.CASO   OR  DOCUMENTO       NOMBRE Y APE'.
           03  FILLER              PIC X(44)    VALUE
               'LLIDO               M     IMPORTE MAYOR  FEC'.
           03  FILLER              PIC X(44)    VALUE
               '.LIMITE  ACCION                             '.

       01  IMP-DETALLE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NROCASO         PIC 9(09).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-ORIGEN          PIC X(02).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-TIPDOC          PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NRODOC          PIC 9(11).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-NOMAPE          PIC X(30).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-MONEDA          PIC 9(01).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-IMPORTE         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-FECLIMITE       PIC X(10).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-ACCION          PIC X(20).
           03  FILLER              PIC X(15)    VALUE SPACES.

       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-LEYENDA     PIC X(40).
           03  IMP-TOT-VALOR       PIC Z.ZZZ.ZZ9.
           03  FILLER              PIC X(82)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *    VARIABLES DE LA ALERTA EN FORMATO DB2.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  REG-IMPORTE   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-CANTIDAD  PIC S9(5)V USAGE COMP-3     VALUE ZEROES.

      *    CASO DE CUMPLIMIENTO (DCLGEN TBCURCAS).
       01  DCLTBCURCAS.
           10 CAS-NROCASO     PIC S9(9)V     USAGE COMP-3.
           10 CAS-ORIGEN      PIC X(2).
           10 CAS-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 CAS-TIPDOC      PIC X(2).
           10 CAS-NRODOC      PIC S9(11)V    USAGE COMP-3.
           10 CAS-NOMAPE      PIC X(30).
           10 CAS-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 CAS-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 CAS-CANTALER    PIC S9(5)V     USAGE COMP-3.
           10 CAS-TIPOLISTA   PIC X(1).
           10 CAS-DETALLE     PIC X(40).
           10 CAS-FECALTA     PIC X(10).
           10 CAS-FECULTAL    PIC X(10).
           10 CAS-FECLIMITE   PIC X(10).
           10 CAS-ESTADO      PIC X(1).
           10 CAS-ASIGNADO    PIC X(3).
           10 CAS-FECASIG     PIC X(10).
           10 CAS-DECISOR     PIC X(3).
           10 CAS-FECDECIS    PIC X(10).
           10 CAS-HORDECIS    PIC X(8).
           10 CAS-FECEXPORT   PIC X(10).
           10 CAS-CANTNOTAS   PIC S9(3)V     USAGE COMP-3.

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

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN INPUT ALERTAS
           IF FS-ALERTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DDALERTA = ' FS-ALERTAS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

      *    ULTIMO NUMERO DE CASO ASIGNADO.
           EXEC SQL
              SELECT VALUE(MAX(NROCASO), 0)
                INTO :WS-ULT-NROCASO
                FROM KC02803.TBCURCAS
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT MAX TBCURCAS = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 4000-LEER-I THRU 4000-LEER-F.

       1000-INICIO-F. EXIT.


      *---- UNA ALERTA: SE SUMA AL CASO ABIERTO O ABRE UNO NUEVO ------
       2000-PROCESO-I.

           MOVE ALE-NRODOC   TO REG-NRODOC
           MOVE ALE-NROCLI   TO REG-NROCLI
           MOVE ALE-MONEDA   TO REG-MONEDA
           MOVE ALE-IMPORTE  TO REG-IMPORTE
           MOVE ALE-CANTIDAD TO REG-CANTIDAD
           IF REG-CANTIDAD IS EQUAL ZEROS
              MOVE 1 TO REG-CANTIDAD
           END-IF

      *    LISTA DE SANCIONADOS: REPORTE SIN DEMORA.
           IF ALE-ORIGEN IS EQUAL 'LS' AND
              ALE-TIPO-LISTA IS EQUAL 'S'
              MOVE CT-PLAZO-SANCION TO WS-PLAZO
           ELSE
              MOVE CT-PLAZO-GENERAL TO WS-PLAZO
           END-IF

           IF REG-NROCLI IS EQUAL ZEROS
              PERFORM 2100-BUSCAR-CLIENTE-I THRU 2100-BUSCAR-CLIENTE-F
              IF RETURN-CODE IS NOT EQUAL ZEROS
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              END-IF
           END-IF

      *    CASO ABIERTO DEL CLIENTE PARA EL MISMO ORIGEN Y MONEDA.
           EXEC SQL
              SELECT NROCASO
                INTO :CAS-NROCASO
                FROM KC02803.TBCURCAS
               WHERE TIPDOC  = :ALE-TIPDOC
                 AND NRODOC  = :REG-NRODOC
                 AND ORIGEN  = :ALE-ORIGEN
                 AND MONEDA  = :REG-MONEDA
                 AND ESTADO IN ('A', 'E')
               ORDER BY NROCASO
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 PERFORM 2200-SUMAR-ALERTA-I THRU 2200-SUMAR-ALERTA-F
              WHEN NOT-FOUND
                 PERFORM 2300-ABRIR-CASO-I THRU 2300-ABRIR-CASO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURCAS = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 6000-IMP-DETALLE-I THRU 6000-IMP-DETALLE-F
           PERFORM 4000-LEER-I THRU 4000-LEER-F.

       2000-PROCESO-F. EXIT.


      *---- NROCLI POR DOCUMENTO (LAS ALERTAS DE PGMUIFMV) ------------
       2100-BUSCAR-CLIENTE-I.

           EXEC SQL
              SELECT NROCLI
                INTO :REG-NROCLI
                FROM KC02803.TBCURCLI
               WHERE TIPDOC = :ALE-TIPDOC
                 AND NRODOC = :REG-NRODOC
               ORDER BY NROCLI
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE ZEROS TO REG-NROCLI
                 ADD 1 TO WS-SIN-CLIENTE
                 DISPLAY '* ALERTA SIN CLIENTE EN TBCURCLI, DOC '
                         ALE-TIPDOC ALE-NRODOC
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURCLI = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

       2100-BUSCAR-CLIENTE-F. EXIT.


      *---- LA ALERTA SE SUMA AL CASO ABIERTO -------------------------
       2200-SUMAR-ALERTA-I.

      *    UNA LISTA DE SANCIONADOS ACORTA EL PLAZO DEL CASO, NUNCA
      *    LO ALARGA.
           EXEC SQL
              UPDATE KC02803.TBCURCAS
                 SET CANTALER  = CANTALER + :REG-CANTIDAD,
                     FECULTAL  = DATE(:ALE-FECHA),
                     IMPORTE   = CASE WHEN :REG-IMPORTE > IMPORTE
                                      THEN :REG-IMPORTE
                                      ELSE IMPORTE END,
                     TIPOLISTA = CASE WHEN :ALE-TIPO-LISTA = 'S'
                                      THEN 'S'
                                      ELSE TIPOLISTA END,
                     FECLIMITE = CASE WHEN DATE(:ALE-FECHA)
                                           + :WS-PLAZO DAYS
                                           < FECLIMITE
                                      THEN DATE(:ALE-FECHA)
                                           + :WS-PLAZO DAYS
                                      ELSE FECLIMITE END
               WHERE NROCASO = :CAS-NROCASO
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURCAS = ' WS-SQLCODE
                      ' CASO ' CAS-NROCASO
              MOVE 9999 TO RETURN-CODE
              GO TO 2200-SUMAR-ALERTA-F
           END-IF

           EXEC SQL
              SELECT IMPORTE, CHAR(FECLIMITE, ISO)
                INTO :CAS-IMPORTE, :CAS-FECLIMITE
                FROM KC02803.TBCURCAS
               WHERE NROCASO = :CAS-NROCASO
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURCAS = ' WS-SQLCODE
                      ' CASO ' CAS-NROCASO
              MOVE 9999 TO RETURN-CODE
              GO TO 2200-SUMAR-ALERTA-F
           END-IF

           ADD 1 TO WS-ALE-SUMADAS
           MOVE 'SUMADA AL CASO' TO IMP-ACCION.

       2200-SUMAR-ALERTA-F. EXIT.


      *---- CASO NUEVO EN ESTADO 'A' ----------------------------------
       2300-ABRIR-CASO-I.

           ADD 1 TO WS-ULT-NROCASO
           MOVE WS-ULT-NROCASO TO CAS-NROCASO
           MOVE REG-IMPORTE    TO CAS-IMPORTE

           EXEC SQL
              INSERT INTO KC02803.TBCURCAS
                    (NROCASO, ORIGEN, NROCLI, TIPDOC, NRODOC,
                     NOMAPE, MONEDA, IMPORTE, CANTALER, TIPOLISTA,
                     DETALLE, FECALTA, FECULTAL, FECLIMITE, ESTADO,
                     ASIGNADO, FECASIG, DECISOR, FECDECIS, HORDECIS,
                     FECEXPORT, CANTNOTAS)
              VALUES (:CAS-NROCASO, :ALE-ORIGEN, :REG-NROCLI,
                      :ALE-TIPDOC, :REG-NRODOC, :ALE-NOMAPE,
                      :REG-MONEDA, :REG-IMPORTE, :REG-CANTIDAD,
                      :ALE-TIPO-LISTA, :ALE-DETALLE,
                      DATE(:ALE-FECHA), DATE(:ALE-FECHA),
                      DATE(:ALE-FECHA) + :WS-PLAZO DAYS, 'A',
                      ' ', NULL, ' ', NULL, ' ', NULL, 0)
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURCAS = ' WS-SQLCODE
                      ' CASO ' CAS-NROCASO
              MOVE 9999 TO RETURN-CODE
              GO TO 2300-ABRIR-CASO-F
           END-IF

           EXEC SQL
              SELECT CHAR(FECLIMITE, ISO)
                INTO :CAS-FECLIMITE
                FROM KC02803.TBCURCAS
               WHERE NROCASO = :CAS-NROCASO
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURCAS = ' WS-SQLCODE
                      ' CASO ' CAS-NROCASO
              MOVE 9999 TO RETURN-CODE
              GO TO 2300-ABRIR-CASO-F
           END-IF

           ADD 1 TO WS-CASOS-NUEVOS
           MOVE 'CASO NUEVO' TO IMP-ACCION.

       2300-ABRIR-CASO-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-I.

           READ ALERTAS INTO WS-REG-ALERTA

           EVALUATE FS-ALERTAS
              WHEN '00'
                 ADD 1 TO WS-ALE-LEIDAS
                 IF ALE-NRODOC IS NOT NUMERIC
                    MOVE ZEROS TO ALE-NRODOC
                 END-IF
                 IF ALE-NROCLI IS NOT NUMERIC
                    MOVE ZEROS TO ALE-NROCLI
                 END-IF
                 IF ALE-MONEDA IS NOT NUMERIC
                    MOVE ZEROS TO ALE-MONEDA
                 END-IF
                 IF ALE-IMPORTE IS NOT NUMERIC
                    MOVE ZEROS TO ALE-IMPORTE
                 END-IF
                 IF ALE-CANTIDAD IS NOT NUMERIC
                    MOVE ZEROS TO ALE-CANTIDAD
                 END-IF
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA DDALERTA = ' FS-ALERTAS
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       4000-LEER-F. EXIT.


      *---------------------------------------------------------------
       6000-IMP-DETALLE-I.

           IF WS-CUENTA-LINEA GREATER WS-LINEA-FIJA
              PERFORM 6500-IMPRIMIR-TITULO-I
                 THRU 6500-IMPRIMIR-TITULO-F
           END-IF

           MOVE CAS-NROCASO    TO IMP-NROCASO
           MOVE ALE-ORIGEN     TO IMP-ORIGEN
           MOVE ALE-TIPDOC     TO IMP-TIPDOC
           MOVE ALE-NRODOC     TO IMP-NRODOC
           MOVE ALE-NOMAPE     TO IMP-NOMAPE
           MOVE ALE-MONEDA     TO IMP-MONEDA
           MOVE CAS-IMPORTE    TO IMP-IMPORTE
           MOVE CAS-FECLIMITE  TO IMP-FECLIMITE
           WRITE REG-SALIDA FROM IMP-DETALLE AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF

           ADD 1 TO WS-CUENTA-LINEA.

       6000-IMP-DETALLE-F. EXIT.


      *---------------------------------------------------------------
       6500-IMPRIMIR-TITULO-I.

           MOVE WS-CUENTA-PAGINA TO IMP-TIT-PAGINA
           MOVE 4 TO WS-CUENTA-LINEA
           ADD  1 TO WS-CUENTA-PAGINA

           WRITE REG-SALIDA FROM IMP-TITULO   AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE      AFTER 1
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           WRITE REG-SALIDA FROM WS-LINE3     AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       6500-IMPRIMIR-TITULO-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - NO SE CARGAN '
                      'LOS CASOS DEL DIA'
           END-IF

           IF FS-LISTADO IS EQUAL '00'
              IF WS-CUENTA-LINEA GREATER WS-LINEA-FIJA
                 PERFORM 6500-IMPRIMIR-TITULO-I
                    THRU 6500-IMPRIMIR-TITULO-F
              END-IF
              WRITE REG-SALIDA FROM WS-LINE AFTER 1
              MOVE 'ALERTAS LEIDAS' TO IMP-TOT-LEYENDA
              MOVE WS-ALE-LEIDAS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'CASOS NUEVOS' TO IMP-TOT-LEYENDA
              MOVE WS-CASOS-NUEVOS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'ALERTAS SUMADAS A CASOS ABIERTOS'
                                 TO IMP-TOT-LEYENDA
              MOVE WS-ALE-SUMADAS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'ALERTAS SIN CLIENTE EN TBCURCLI' TO IMP-TOT-LEYENDA
              MOVE WS-SIN-CLIENTE TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'ALERTAS LEIDAS       : ' WS-ALE-LEIDAS
           DISPLAY 'CASOS NUEVOS         : ' WS-CASOS-NUEVOS
           DISPLAY 'ALERTAS SUMADAS      : ' WS-ALE-SUMADAS
           DISPLAY 'SIN CLIENTE          : ' WS-SIN-CLIENTE

           CLOSE ALERTAS
           IF FS-ALERTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE DDALERTA = ' FS-ALERTAS
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

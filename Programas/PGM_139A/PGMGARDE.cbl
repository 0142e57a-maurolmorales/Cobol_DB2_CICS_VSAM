       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMGARDE.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMGARDE                                      *
      *  DESCRIPCIÓN:                                            *
      *    GARANTIA DE LOS DEPOSITOS: ARCHIVO MENSUAL DE         *
      *    DEPOSITOS GARANTIZADOS POR PERSONA Y APORTE DEL       *
      *    BANCO AL FONDO.                                       *
      *    - CADA DEPOSITO (SALDO ACREEDOR DE CTA.CTE. Y CAJA    *
      *      DE AHORRO, CAPITAL VIGENTE DE PLAZO FIJO) SE        *
      *      REPARTE EN PARTES IGUALES ENTRE SUS TITULARES: EL   *
      *      DE TBCURCTA (ORDEN 1) MAS LOS COTITULARES DE        *
      *      TBCURTIT.                                           *
      *    - QUEDAN AFUERA LOS PRODUCTOS MARCADOS GARANTIA 'N'   *
      *      EN EL CATALOGO TBCURPRD Y LOS PLAZOS FIJOS CON      *
      *      TASA SUPERIOR A LA DE REFERENCIA DE SU MONEDA.      *
      *    - POR PERSONA SE SUMAN SUS PARTES EN TODAS SUS        *
      *      CUENTAS (DOLARES A PESOS CON LA ULTIMA COTIZACION)  *
      *      Y SE APLICA EL TOPE LEGAL POR PERSONA.              *
      *    TOPE, TASAS DE REFERENCIA Y ALICUOTA DEL APORTE SE    *
      *    TOMAN DE TBCURTAS (CONCEPTO 'GD').                    *
      *    GRABA EL ARCHIVO REGULATORIO (DDGARAN, 80 BYTES:      *
      *    CABECERA, UN DETALLE POR PERSONA Y TRAILER DE         *
      *    CONTROL CON CANTIDAD Y HASH) Y LISTA EL RESUMEN POR   *
      *    PRODUCTO Y MONEDA CON LO EXCLUIDO, LO ALCANZADO, LO   *
      *    GARANTIZADO Y EL APORTE. EL APORTE ES LA ALICUOTA     *
      *    SOBRE LOS DEPOSITOS ALCANZADOS, EN LA MONEDA DE CADA  *
      *    PRODUCTO. UNA PERSONA SIN DATOS EN TBCURCLI SE EMITE  *
      *    IGUAL, SE LISTA Y DEJA RC=4.                          *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PERIODO ASSIGN DDPERIOD
           FILE STATUS IS FS-PERIODO.

           SELECT GARANTIA ASSIGN DDGARAN
           FILE STATUS IS FS-GARANTIA.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  PERIODO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-PERIODO    PIC X(20).

       FD  GARANTIA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-GARANTIA   PIC X(80).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-PERIODO              PIC XX       VALUE SPACES.
       77  FS-GARANTIA             PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- PERIODO INFORMADO ----------------------------------
       01  WS-REG-PERIODO.
           03  WS-FEC-DESDE        PIC X(10)    VALUE '2025-06-01'.
           03  WS-FEC-HASTA        PIC X(10)    VALUE '2025-06-30'.

      *----------- PARAMETROS (TBCURTAS 'GD') Y VALORES POR DEFECTO ---
       77  WS-TOPE-PERSONA PIC S9(11)V99 COMP-3 VALUE 25000000,00.
       77  WS-TASA-REF-PES PIC S9(2)V9(4) COMP-3 VALUE 40,0000.
       77  WS-TASA-REF-DOL PIC S9(2)V9(4) COMP-3 VALUE 3,0000.
       77  WS-ALICUOTA     PIC S9(2)V9(4) COMP-3 VALUE 0,0150.
       77  WS-COTIZ-DOLAR  PIC S9(5)V9(2) COMP-3 VALUE ZEROS.

      *----------- REGISTROS DEL ARCHIVO REGULATORIO (80) -------------
       01  WS-REG-CABECERA.
           03  FILLER              PIC X(02)    VALUE 'HD'.
           03  CAB-PERIODO         PIC X(07).
           03  CAB-FECHA           PIC X(10).
           03  CAB-TOPE            PIC 9(13)V99.
           03  CAB-COTIZ           PIC 9(05)V99.
           03  FILLER              PIC X(39)    VALUE SPACES.

       01  WS-REG-PERSONA.
           03  FILLER              PIC X(02)    VALUE 'DT'.
           03  PER-TIPDOC          PIC X(02).
           03  PER-NRODOC          PIC 9(11).
           03  PER-NROCLI          PIC 9(07).
           03  PER-CUENTAS         PIC 9(03).
           03  PER-SALDO-PES       PIC 9(13)V99.
           03  PER-SALDO-DOL       PIC 9(13)V99.
           03  PER-GARANTIZADO     PIC 9(13)V99.
           03  FILLER              PIC X(10)    VALUE SPACES.

       01  WS-REG-TRAILER.
           03  FILLER              PIC X(02)    VALUE 'TR'.
           03  TRA-CANTIDAD        PIC 9(07).
           03  TRA-HASH-GARAN      PIC 9(15)V99.
           03  TRA-HASH-SALDO      PIC 9(15)V99.
           03  FILLER              PIC X(37)    VALUE SPACES.

      *----------- PERSONA EN CURSO -----------------------------------
       77  WS-HAY-PERSONA          PIC X        VALUE 'N'.
       77  WS-ANT-NROCLI  PIC S9(7)V COMP-3     VALUE ZEROS.
       77  WS-PER-CUENTAS          PIC 9(03)    VALUE ZEROS.
       77  WS-PER-PESOS   PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-PER-DOLAR   PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-PER-TOTAL   PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-PER-GARAN   PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-PARTE       PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-PARTE-PES   PIC S9(13)V99 COMP-3  VALUE ZEROS.

      *    PARTES ALCANZADAS DE LA PERSONA POR PRODUCTO (EN PESOS),
      *    PARA REPARTIR LO GARANTIZADO EN EL RESUMEN.
       77  WS-PPR-MAX              PIC 9(03)    VALUE 50.
       77  WS-PPR-CANT             PIC 9(03)    VALUE ZEROS.
       77  WS-PPR-IDX              PIC 9(03)    VALUE ZEROS.
       77  WS-PPR-HALLADO          PIC X        VALUE 'N'.
       01  WS-TABLA-PPR.
           03  WS-PPR-ITEM OCCURS 50 TIMES.
              05  PPR-PRD-IDX      PIC 9(03).
              05  PPR-IMPORTE      PIC S9(13)V99 COMP-3.

      *----------- RESUMEN POR PRODUCTO Y MONEDA ----------------------
       77  WS-PRD-MAX              PIC 9(03)    VALUE 100.
       77  WS-PRD-CANT             PIC 9(03)    VALUE ZEROS.
       77  WS-PRD-IDX              PIC 9(03)    VALUE ZEROS.
       77  WS-PRD-HALLADO          PIC X        VALUE 'N'.
       01  WS-TABLA-PRD.
           03  WS-PRD-ITEM OCCURS 100 TIMES.
              05  TPR-TIPCUEN      PIC X(02).
              05  TPR-SUBTIPO      PIC 9(02).
              05  TPR-MONEDA       PIC 9(01).
              05  TPR-EXCL-PROD    PIC S9(13)V99 COMP-3.
              05  TPR-EXCL-TASA    PIC S9(13)V99 COMP-3.
              05  TPR-ALCANZADO    PIC S9(13)V99 COMP-3.
              05  TPR-GARANTIZADO  PIC S9(13)V99 COMP-3.
              05  TPR-APORTE       PIC S9(13)V99 COMP-3.

      *----------- CONTADORES Y TOTALES -------------------------------
       77  WS-LEIDOS-CANT          PIC 9(09)    VALUE ZEROS.
       77  WS-PERSONAS-CANT        PIC 9(07)    VALUE ZEROS.
       77  WS-TOPEADAS-CANT        PIC 9(07)    VALUE ZEROS.
       77  WS-SIN-CLIENTE-CANT     PIC 9(05)    VALUE ZEROS.
       77  WS-HASH-GARAN  PIC S9(15)V99 COMP-3  VALUE ZEROS.
       77  WS-HASH-SALDO  PIC S9(15)V99 COMP-3  VALUE ZEROS.
       77  WS-APORTE-PES  PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-APORTE-DOL  PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-APORTE-TOT  PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-EDIT             PIC -Z(14)9,99.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA-SISTEMA.
           05 WS-FECHA-SISTEMA-AA     PIC 99.
           05 WS-FECHA-SISTEMA-MM     PIC 99.
           05 WS-FECHA-SISTEMA-DD     PIC 99.

       01  WS-FECHA-PROCESO-ISO.
           03  WS-FPI-SIGLO        PIC 99       VALUE 20.
           03  WS-FPI-AA           PIC 99       VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-FPI-MM           PIC 99       VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-FPI-DD           PIC 99       VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)   VALUE ALL '='.
       77  WS-LINE3                PIC X(132)   VALUE ALL '-'.

       01  IMP-TITULO.
           03  FILLER              PIC X(45)    VALUE
               'GARANTIA DE LOS DEPOSITOS - RESUMEN PERIODO '.
           03  IMP-TIT-PERIODO     PIC X(07)    VALUE SPACES.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PROCESO '.
           03  IMP-TIT-FECHA       PIC X(10)    VALUE SPACES.
           03  FILLER              PIC X(51)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMGARDE'.

       01  IMP-COLUMNAS.
           03  FILLER              PIC X(44)    VALUE
               ' TIP/SUB  MON     EXCL. PRODUCTO     EXCL. T'.
           03  FILLER              PIC X(44)    VALUE
               'ASA REF.           ALCANZADO         GARANTI'.
           03  FILLER              PIC X(44)    VALUE
               'ZADO              APORTE                    '.

       01  IMP-PRODUCTO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TIPCUEN         PIC XX.
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-SUBTIPO         PIC 99.
           03  FILLER              PIC X(05)    VALUE SPACES.
           03  IMP-MONEDA          PIC 9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-EXCL-PROD       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-EXCL-TASA       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-ALCANZADO       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-GARANTIZADO     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-APORTE          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(20)    VALUE SPACES.

       01  IMP-SIN-CLIENTE.
           03  FILLER              PIC X(42)    VALUE
               ' * PERSONA SIN DATOS EN TBCURCLI: NROCLI '.
           03  IMP-SCL-NROCLI      PIC 9(07).
           03  FILLER              PIC X(83)    VALUE SPACES.

       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-LEYENDA     PIC X(40).
           03  IMP-TOT-VALOR       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(72)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *    VARIABLES TOMADAS DEL CURSOR.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-TIPCUEN   PIC X(2)                    VALUE SPACES.
       77  REG-SUBTIPO   PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  REG-MOTIVO    PIC X(1)                    VALUE SPACES.
           88  REG-ALCANZADO                         VALUE 'G'.
           88  REG-EXCL-PRODUCTO                     VALUE 'P'.
           88  REG-EXCL-TASA                         VALUE 'T'.
       77  REG-IMPORTE   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-TITULARES PIC S9(9) COMP              VALUE ZEROS.

       01  DCLTBCURCLI.
           10 CLI-TIPDOC           PIC X(2).
           10 CLI-NRODOC           PIC S9(11)V USAGE COMP-3.
           10 CLI-NROCLI           PIC S9(7)V USAGE COMP-3.
           10 CLI-NOMAPE           PIC X(30).

       01  DCLTBCURTAS.
           10 TAS-CONCEPTO    PIC X(2).
           10 TAS-SUBTIPO     PIC S9(2)V     USAGE COMP-3.
           10 TAS-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 TAS-VIGDESDE    PIC X(10).
           10 TAS-TASA        PIC S9(2)V9(4) USAGE COMP-3.
           10 TAS-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    UNA FILA POR TITULAR Y DEPOSITO, ORDENADA POR PERSONA:
      *    VISTA Y PLAZO FIJO, PARA EL TITULAR DE TBCURCTA Y PARA
      *    CADA COTITULAR DE TBCURTIT, CON LA CANTIDAD TOTAL DE
      *    TITULARES DE LA CUENTA Y EL MOTIVO: 'G' ALCANZADO,
      *    'P' PRODUCTO EXCLUIDO, 'T' TASA SOBRE LA DE REFERENCIA.
           EXEC SQL
              DECLARE CURSORGAR CURSOR FOR
                 SELECT A.NROCLI, A.TIPCUEN, A.SUBTIPO, A.MONEDA,
                        CASE WHEN COALESCE(P.GARANTIA, 'S') = 'N'
                             THEN 'P' ELSE 'G' END,
                        A.SALDO,
                        1 + (SELECT COUNT(*)
                               FROM KC02803.TBCURTIT T
                              WHERE T.TIPCUEN = A.TIPCUEN
                                AND T.NROCUEN = A.NROCUEN)
                 FROM KC02803.TBCURCTA A
                      LEFT OUTER JOIN KC02803.TBCURPRD P
                        ON  P.TIPCUEN = A.TIPCUEN
                        AND P.SUBTIPO = A.SUBTIPO
                        AND P.MONEDA  = A.MONEDA
                 WHERE A.TIPCUEN IN ('01', '02')
                   AND A.SALDO > 0
              UNION ALL
                 SELECT X.NROCLI, A.TIPCUEN, A.SUBTIPO, A.MONEDA,
                        CASE WHEN COALESCE(P.GARANTIA, 'S') = 'N'
                             THEN 'P' ELSE 'G' END,
                        A.SALDO,
                        1 + (SELECT COUNT(*)
                               FROM KC02803.TBCURTIT T
                              WHERE T.TIPCUEN = A.TIPCUEN
                                AND T.NROCUEN = A.NROCUEN)
                 FROM KC02803.TBCURTIT X,
                      KC02803.TBCURCTA A
                      LEFT OUTER JOIN KC02803.TBCURPRD P
                        ON  P.TIPCUEN = A.TIPCUEN
                        AND P.SUBTIPO = A.SUBTIPO
                        AND P.MONEDA  = A.MONEDA
                 WHERE X.TIPCUEN = A.TIPCUEN
                   AND X.NROCUEN = A.NROCUEN
                   AND A.TIPCUEN IN ('01', '02')
                   AND A.SALDO > 0
              UNION ALL
                 SELECT A.NROCLI, A.TIPCUEN, A.SUBTIPO, F.MONEDA,
                        CASE WHEN COALESCE(P.GARANTIA, 'S') = 'N'
                             THEN 'P'
                             WHEN F.MONEDA = 2 AND
                                  F.TASA > :WS-TASA-REF-DOL
                             THEN 'T'
                             WHEN F.MONEDA <> 2 AND
                                  F.TASA > :WS-TASA-REF-PES
                             THEN 'T'
                             ELSE 'G' END,
                        F.CAPITAL,
                        1 + (SELECT COUNT(*)
                               FROM KC02803.TBCURTIT T
                              WHERE T.TIPCUEN = A.TIPCUEN
                                AND T.NROCUEN = A.NROCUEN)
                 FROM KC02803.TBCURPLF F,
                      KC02803.TBCURCTA A
                      LEFT OUTER JOIN KC02803.TBCURPRD P
                        ON  P.TIPCUEN = A.TIPCUEN
                        AND P.SUBTIPO = A.SUBTIPO
                        AND P.MONEDA  = A.MONEDA
                 WHERE F.TIPCUEN = A.TIPCUEN
                   AND F.NROCUEN = A.NROCUEN
                   AND F.ESTADO  = 'V'
              UNION ALL
                 SELECT X.NROCLI, A.TIPCUEN, A.SUBTIPO, F.MONEDA,
                        CASE WHEN COALESCE(P.GARANTIA, 'S') = 'N'
                             THEN 'P'
                             WHEN F.MONEDA = 2 AND
                                  F.TASA > :WS-TASA-REF-DOL
                             THEN 'T'
                             WHEN F.MONEDA <> 2 AND
                                  F.TASA > :WS-TASA-REF-PES
                             THEN 'T'
                             ELSE 'G' END,
                        F.CAPITAL,
                        1 + (SELECT COUNT(*)
                               FROM KC02803.TBCURTIT T
                              WHERE T.TIPCUEN = A.TIPCUEN
                                AND T.NROCUEN = A.NROCUEN)
                 FROM KC02803.TBCURPLF F,
                      KC02803.TBCURTIT X,
                      KC02803.TBCURCTA A
                      LEFT OUTER JOIN KC02803.TBCURPRD P
                        ON  P.TIPCUEN = A.TIPCUEN
                        AND P.SUBTIPO = A.SUBTIPO
                        AND P.MONEDA  = A.MONEDA
                 WHERE F.TIPCUEN = A.TIPCUEN
                   AND F.NROCUEN = A.NROCUEN
                   AND X.TIPCUEN = A.TIPCUEN
                   AND X.NROCUEN = A.NROCUEN
                   AND F.ESTADO  = 'V'
              ORDER BY 1
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                       UNTIL WS-FIN-LECTURA
           PERFORM 5000-CIERRE-I  THRU 5000-CIERRE-F
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE
           ACCEPT WS-FECHA-SISTEMA FROM DATE
           MOVE WS-FECHA-SISTEMA-AA TO WS-FPI-AA
           MOVE WS-FECHA-SISTEMA-MM TO WS-FPI-MM
           MOVE WS-FECHA-SISTEMA-DD TO WS-FPI-DD

           OPEN INPUT PERIODO
           IF FS-PERIODO IS EQUAL '00' THEN
              READ PERIODO INTO WS-REG-PERIODO
              CLOSE PERIODO
           ELSE
              DISPLAY '* SIN ARCHIVO DE PERIODO, SE USA '
                      'EL VALOR POR DEFECTO'
           END-IF
           DISPLAY 'PERIODO INFORMADO: ' WS-FEC-HASTA (1:7)

           OPEN OUTPUT GARANTIA
           IF FS-GARANTIA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GARANTIA = ' FS-GARANTIA
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 1100-PARAMETROS-I THRU 1100-PARAMETROS-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           MOVE WS-FEC-HASTA (1:7)   TO CAB-PERIODO
           MOVE WS-FECHA-PROCESO-ISO TO CAB-FECHA
           MOVE WS-TOPE-PERSONA      TO CAB-TOPE
           MOVE WS-COTIZ-DOLAR       TO CAB-COTIZ
           WRITE REG-GARANTIA FROM WS-REG-CABECERA
           IF FS-GARANTIA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR CABECERA = ' FS-GARANTIA
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           EXEC SQL OPEN CURSORGAR END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORGAR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F.

       1000-INICIO-F. EXIT.


      *---- TOPE, TASAS DE REFERENCIA, ALICUOTA Y COTIZACION ----------
       1100-PARAMETROS-I.

           MOVE 'GD' TO TAS-CONCEPTO

      *    TOPE POR PERSONA (IMPORTE DEL SUBTIPO 1).
           MOVE 1 TO TAS-SUBTIPO TAS-MONEDA
           PERFORM 1200-LEER-TBCURTAS-I THRU 1200-LEER-TBCURTAS-F
           IF SQLCODE IS EQUAL ZEROS
              MOVE TAS-IMPORTE TO WS-TOPE-PERSONA
           END-IF

      *    TASA DE REFERENCIA DE PLAZO FIJO POR MONEDA.
           MOVE 2 TO TAS-SUBTIPO
           MOVE 1 TO TAS-MONEDA
           PERFORM 1200-LEER-TBCURTAS-I THRU 1200-LEER-TBCURTAS-F
           IF SQLCODE IS EQUAL ZEROS
              MOVE TAS-TASA TO WS-TASA-REF-PES
           END-IF
           MOVE 2 TO TAS-MONEDA
           PERFORM 1200-LEER-TBCURTAS-I THRU 1200-LEER-TBCURTAS-F
           IF SQLCODE IS EQUAL ZEROS
              MOVE TAS-TASA TO WS-TASA-REF-DOL
           END-IF

      *    ALICUOTA MENSUAL DEL APORTE.
           MOVE 3 TO TAS-SUBTIPO
           MOVE 1 TO TAS-MONEDA
           PERFORM 1200-LEER-TBCURTAS-I THRU 1200-LEER-TBCURTAS-F
           IF SQLCODE IS EQUAL ZEROS
              MOVE TAS-TASA TO WS-ALICUOTA
           END-IF

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 1100-PARAMETROS-F
           END-IF

      *    ULTIMA COTIZACION CARGADA DEL DOLAR.
           EXEC SQL
              SELECT COTIZ
                INTO :WS-COTIZ-DOLAR
                FROM KC02803.TBCURCOT
               WHERE MONEDA = 2
               ORDER BY FECCOT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURCOT = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 1100-PARAMETROS-F
           END-IF

           MOVE WS-TOPE-PERSONA TO WS-TOT-EDIT
           DISPLAY 'TOPE POR PERSONA     : ' WS-TOT-EDIT
           DISPLAY 'TASA REFERENCIA $    : ' WS-TASA-REF-PES
           DISPLAY 'TASA REFERENCIA U$S  : ' WS-TASA-REF-DOL
           DISPLAY 'ALICUOTA DEL APORTE  : ' WS-ALICUOTA
           DISPLAY 'COTIZACION DEL DOLAR : ' WS-COTIZ-DOLAR.

       1100-PARAMETROS-F. EXIT.


      *---- VIGENCIA DE UN PARAMETRO 'GD' -----------------------------
       1200-LEER-TBCURTAS-I.

           EXEC SQL
              SELECT TASA, COALESCE(IMPORTE, 0)
                INTO :TAS-TASA, :TAS-IMPORTE
                FROM KC02803.TBCURTAS
               WHERE CONCEPTO = :TAS-CONCEPTO
                 AND SUBTIPO  = :TAS-SUBTIPO
                 AND MONEDA   = :TAS-MONEDA
                 AND VIGDESDE <= :WS-FECHA-PROCESO-ISO
               ORDER BY VIGDESDE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 DISPLAY '* SIN VIGENCIA GD EN TBCURTAS PARA SUBTIPO '
                         TAS-SUBTIPO ', SE USA EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURTAS = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

       1200-LEER-TBCURTAS-F. EXIT.


      *---- CORTE POR PERSONA Y ACUMULACION DE SU PARTE ---------------
       2000-PROCESO-I.

           IF WS-HAY-PERSONA IS EQUAL 'S' AND
              REG-NROCLI IS NOT EQUAL WS-ANT-NROCLI
              PERFORM 3000-EMITIR-PERSONA-I
                 THRU 3000-EMITIR-PERSONA-F
              IF RETURN-CODE IS NOT EQUAL ZEROS
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              END-IF
           END-IF

           IF WS-HAY-PERSONA IS NOT EQUAL 'S' OR
              REG-NROCLI IS NOT EQUAL WS-ANT-NROCLI
              MOVE 'S'        TO WS-HAY-PERSONA
              MOVE REG-NROCLI TO WS-ANT-NROCLI
              MOVE ZEROS      TO WS-PER-CUENTAS WS-PER-PESOS
                                 WS-PER-DOLAR WS-PPR-CANT
           END-IF

           PERFORM 2100-ACUMULAR-I THRU 2100-ACUMULAR-F

           PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F.

       2000-PROCESO-F. EXIT.


      *---------------------------------------------------------------
       2100-ACUMULAR-I.

      *    PARTE DEL TITULAR: EL DEPOSITO EN PARTES IGUALES.
           COMPUTE WS-PARTE ROUNDED = REG-IMPORTE / REG-TITULARES

           PERFORM 2200-BUSCAR-PRODUCTO-I THRU 2200-BUSCAR-PRODUCTO-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2100-ACUMULAR-F
           END-IF

           EVALUATE TRUE
              WHEN REG-EXCL-PRODUCTO
                 ADD WS-PARTE TO TPR-EXCL-PROD (WS-PRD-IDX)
                 GO TO 2100-ACUMULAR-F
              WHEN REG-EXCL-TASA
                 ADD WS-PARTE TO TPR-EXCL-TASA (WS-PRD-IDX)
                 GO TO 2100-ACUMULAR-F
              WHEN OTHER
                 ADD WS-PARTE TO TPR-ALCANZADO (WS-PRD-IDX)
           END-EVALUATE

           ADD 1 TO WS-PER-CUENTAS
           IF REG-MONEDA IS EQUAL 2
              ADD WS-PARTE TO WS-PER-DOLAR
              COMPUTE WS-PARTE-PES ROUNDED = WS-PARTE * WS-COTIZ-DOLAR
           ELSE
              ADD WS-PARTE TO WS-PER-PESOS
              MOVE WS-PARTE TO WS-PARTE-PES
           END-IF

      *    PARTE EN PESOS POR PRODUCTO, PARA REPARTIR DESPUES LO
      *    GARANTIZADO DE LA PERSONA.
           MOVE 'N' TO WS-PPR-HALLADO
           PERFORM 2300-BUSCAR-PARTE-I THRU 2300-BUSCAR-PARTE-F
              VARYING WS-PPR-IDX FROM 1 BY 1
              UNTIL WS-PPR-IDX > WS-PPR-CANT
                 OR WS-PPR-HALLADO IS EQUAL 'S'
           IF WS-PPR-HALLADO IS EQUAL 'S'
              SUBTRACT 1 FROM WS-PPR-IDX
           ELSE
              IF WS-PPR-CANT IS EQUAL WS-PPR-MAX
                 DISPLAY '* TABLA DE PARTES POR PERSONA DESBORDADA'
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2100-ACUMULAR-F
              END-IF
              ADD 1 TO WS-PPR-CANT
              MOVE WS-PPR-CANT TO WS-PPR-IDX
              MOVE WS-PRD-IDX  TO PPR-PRD-IDX (WS-PPR-IDX)
              MOVE ZEROS       TO PPR-IMPORTE (WS-PPR-IDX)
           END-IF
           ADD WS-PARTE-PES TO PPR-IMPORTE (WS-PPR-IDX).

       2100-ACUMULAR-F. EXIT.


      *---- ENTRADA DEL PRODUCTO EN EL RESUMEN ------------------------
       2200-BUSCAR-PRODUCTO-I.

           MOVE 'N' TO WS-PRD-HALLADO
           PERFORM 2250-COMPARAR-PRODUCTO-I
              THRU 2250-COMPARAR-PRODUCTO-F
              VARYING WS-PRD-IDX FROM 1 BY 1
              UNTIL WS-PRD-IDX > WS-PRD-CANT
                 OR WS-PRD-HALLADO IS EQUAL 'S'

           IF WS-PRD-HALLADO IS EQUAL 'S'
              SUBTRACT 1 FROM WS-PRD-IDX
              GO TO 2200-BUSCAR-PRODUCTO-F
           END-IF

           IF WS-PRD-CANT IS EQUAL WS-PRD-MAX
              DISPLAY '* TABLA DE PRODUCTOS DESBORDADA'
              MOVE 9999 TO RETURN-CODE
              GO TO 2200-BUSCAR-PRODUCTO-F
           END-IF

           ADD 1 TO WS-PRD-CANT
           MOVE WS-PRD-CANT TO WS-PRD-IDX
           MOVE REG-TIPCUEN TO TPR-TIPCUEN (WS-PRD-IDX)
           MOVE REG-SUBTIPO TO TPR-SUBTIPO (WS-PRD-IDX)
           MOVE REG-MONEDA  TO TPR-MONEDA (WS-PRD-IDX)
           MOVE ZEROS       TO TPR-EXCL-PROD (WS-PRD-IDX)
                               TPR-EXCL-TASA (WS-PRD-IDX)
                               TPR-ALCANZADO (WS-PRD-IDX)
                               TPR-GARANTIZADO (WS-PRD-IDX)
                               TPR-APORTE (WS-PRD-IDX).

       2200-BUSCAR-PRODUCTO-F. EXIT.


      *---------------------------------------------------------------
       2250-COMPARAR-PRODUCTO-I.

           IF TPR-TIPCUEN (WS-PRD-IDX) IS EQUAL REG-TIPCUEN AND
              TPR-SUBTIPO (WS-PRD-IDX) IS EQUAL REG-SUBTIPO AND
              TPR-MONEDA (WS-PRD-IDX)  IS EQUAL REG-MONEDA
              MOVE 'S' TO WS-PRD-HALLADO
           END-IF.

       2250-COMPARAR-PRODUCTO-F. EXIT.


      *---------------------------------------------------------------
       2300-BUSCAR-PARTE-I.

           IF PPR-PRD-IDX (WS-PPR-IDX) IS EQUAL WS-PRD-IDX
              MOVE 'S' TO WS-PPR-HALLADO
           END-IF.

       2300-BUSCAR-PARTE-F. EXIT.


      *---- DETALLE DE LA PERSONA CON EL TOPE APLICADO ----------------
       3000-EMITIR-PERSONA-I.

      *    UNA PERSONA CON TODO EXCLUIDO NO VA AL ARCHIVO.
           IF WS-PER-CUENTAS IS EQUAL ZEROS
              GO TO 3000-EMITIR-PERSONA-F
           END-IF

           COMPUTE WS-PER-TOTAL ROUNDED =
                   WS-PER-PESOS + WS-PER-DOLAR * WS-COTIZ-DOLAR
           IF WS-PER-TOTAL IS GREATER WS-TOPE-PERSONA
              MOVE WS-TOPE-PERSONA TO WS-PER-GARAN
              ADD 1 TO WS-TOPEADAS-CANT
           ELSE
              MOVE WS-PER-TOTAL TO WS-PER-GARAN
           END-IF

           PERFORM 3100-REPARTIR-I THRU 3100-REPARTIR-F
              VARYING WS-PPR-IDX FROM 1 BY 1
              UNTIL WS-PPR-IDX > WS-PPR-CANT

           MOVE WS-ANT-NROCLI TO CLI-NROCLI
           EXEC SQL
              SELECT TIPDOC, NRODOC, NOMAPE
                INTO :CLI-TIPDOC, :CLI-NRODOC, :CLI-NOMAPE
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :CLI-NROCLI
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE SPACES TO CLI-TIPDOC
                 MOVE ZEROS  TO CLI-NRODOC
                 ADD 1 TO WS-SIN-CLIENTE-CANT
                 PERFORM 6000-VERIF-TITULOS-I
                    THRU 6000-VERIF-TITULOS-F
                 MOVE WS-ANT-NROCLI TO IMP-SCL-NROCLI
                 WRITE REG-SALIDA FROM IMP-SIN-CLIENTE AFTER 1
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURCLI = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 GO TO 3000-EMITIR-PERSONA-F
           END-EVALUATE

           MOVE CLI-TIPDOC      TO PER-TIPDOC
           MOVE CLI-NRODOC      TO PER-NRODOC
           MOVE WS-ANT-NROCLI   TO PER-NROCLI
           MOVE WS-PER-CUENTAS  TO PER-CUENTAS
           MOVE WS-PER-PESOS    TO PER-SALDO-PES
           MOVE WS-PER-DOLAR    TO PER-SALDO-DOL
           MOVE WS-PER-GARAN    TO PER-GARANTIZADO
           WRITE REG-GARANTIA FROM WS-REG-PERSONA
           IF FS-GARANTIA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR GARANTIA = ' FS-GARANTIA
              MOVE 9999 TO RETURN-CODE
              GO TO 3000-EMITIR-PERSONA-F
           END-IF

           ADD 1            TO WS-PERSONAS-CANT
           ADD WS-PER-GARAN TO WS-HASH-GARAN
           ADD WS-PER-TOTAL TO WS-HASH-SALDO.

       3000-EMITIR-PERSONA-F. EXIT.


      *---- LO GARANTIZADO DE LA PERSONA, PROPORCIONAL POR PRODUCTO ---
       3100-REPARTIR-I.

           MOVE PPR-PRD-IDX (WS-PPR-IDX) TO WS-PRD-IDX
           IF WS-PER-TOTAL IS GREATER ZEROS
              COMPUTE TPR-GARANTIZADO (WS-PRD-IDX) ROUNDED =
                      TPR-GARANTIZADO (WS-PRD-IDX)
                    + PPR-IMPORTE (WS-PPR-IDX) * WS-PER-GARAN
                    / WS-PER-TOTAL
           END-IF.

       3100-REPARTIR-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

           EXEC SQL
              FETCH CURSORGAR INTO :REG-NROCLI, :REG-TIPCUEN,
                                   :REG-SUBTIPO, :REG-MONEDA,
                                   :REG-MOTIVO, :REG-IMPORTE,
                                   :REG-TITULARES
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-LEIDOS-CANT
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORGAR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       4000-LEER-FETCH-F. EXIT.


      *---- ULTIMA PERSONA, TRAILER Y RESUMEN POR PRODUCTO ------------
       5000-CIERRE-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 5000-CIERRE-F
           END-IF

           IF WS-HAY-PERSONA IS EQUAL 'S'
              PERFORM 3000-EMITIR-PERSONA-I
                 THRU 3000-EMITIR-PERSONA-F
              IF RETURN-CODE IS NOT EQUAL ZEROS
                 GO TO 5000-CIERRE-F
              END-IF
           END-IF

           MOVE WS-PERSONAS-CANT TO TRA-CANTIDAD
           MOVE WS-HASH-GARAN    TO TRA-HASH-GARAN
           MOVE WS-HASH-SALDO    TO TRA-HASH-SALDO
           WRITE REG-GARANTIA FROM WS-REG-TRAILER
           IF FS-GARANTIA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR TRAILER = ' FS-GARANTIA
              MOVE 9999 TO RETURN-CODE
              GO TO 5000-CIERRE-F
           END-IF

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 2
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           PERFORM 5100-UN-PRODUCTO-I THRU 5100-UN-PRODUCTO-F
              VARYING WS-PRD-IDX FROM 1 BY 1
              UNTIL WS-PRD-IDX > WS-PRD-CANT

           COMPUTE WS-APORTE-TOT ROUNDED =
                   WS-APORTE-PES + WS-APORTE-DOL * WS-COTIZ-DOLAR

           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           MOVE 'PERSONAS INFORMADAS' TO IMP-TOT-LEYENDA
           MOVE WS-PERSONAS-CANT TO IMP-TOT-VALOR
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'PERSONAS LIMITADAS AL TOPE' TO IMP-TOT-LEYENDA
           MOVE WS-TOPEADAS-CANT TO IMP-TOT-VALOR
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'DEPOSITOS ALCANZADOS (EN PESOS)' TO IMP-TOT-LEYENDA
           MOVE WS-HASH-SALDO TO IMP-TOT-VALOR
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'DEPOSITOS GARANTIZADOS (EN PESOS)'
             TO IMP-TOT-LEYENDA
           MOVE WS-HASH-GARAN TO IMP-TOT-VALOR
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'APORTE EN PESOS' TO IMP-TOT-LEYENDA
           MOVE WS-APORTE-PES TO IMP-TOT-VALOR
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'APORTE EN DOLARES' TO IMP-TOT-LEYENDA
           MOVE WS-APORTE-DOL TO IMP-TOT-VALOR
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'APORTE TOTAL DEL BANCO (EN PESOS)'
             TO IMP-TOT-LEYENDA
           MOVE WS-APORTE-TOT TO IMP-TOT-VALOR
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1

           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       5000-CIERRE-F. EXIT.


      *---- RENGLON DEL RESUMEN Y APORTE DEL PRODUCTO -----------------
       5100-UN-PRODUCTO-I.

           COMPUTE TPR-APORTE (WS-PRD-IDX) ROUNDED =
                   TPR-ALCANZADO (WS-PRD-IDX) * WS-ALICUOTA / 100
           IF TPR-MONEDA (WS-PRD-IDX) IS EQUAL 2
              ADD TPR-APORTE (WS-PRD-IDX) TO WS-APORTE-DOL
           ELSE
              ADD TPR-APORTE (WS-PRD-IDX) TO WS-APORTE-PES
           END-IF

           MOVE TPR-TIPCUEN (WS-PRD-IDX)     TO IMP-TIPCUEN
           MOVE TPR-SUBTIPO (WS-PRD-IDX)     TO IMP-SUBTIPO
           MOVE TPR-MONEDA (WS-PRD-IDX)      TO IMP-MONEDA
           MOVE TPR-EXCL-PROD (WS-PRD-IDX)   TO IMP-EXCL-PROD
           MOVE TPR-EXCL-TASA (WS-PRD-IDX)   TO IMP-EXCL-TASA
           MOVE TPR-ALCANZADO (WS-PRD-IDX)   TO IMP-ALCANZADO
           MOVE TPR-GARANTIZADO (WS-PRD-IDX) TO IMP-GARANTIZADO
           MOVE TPR-APORTE (WS-PRD-IDX)      TO IMP-APORTE
           WRITE REG-SALIDA FROM IMP-PRODUCTO AFTER 1.

       5100-UN-PRODUCTO-F. EXIT.


      *---- TITULO DEL LISTADO (UNA SOLA VEZ) -------------------------
       6000-VERIF-TITULOS-I.

           IF IMP-TIT-FECHA IS NOT EQUAL SPACES
              GO TO 6000-VERIF-TITULOS-F
           END-IF

           MOVE WS-FEC-HASTA (1:7)   TO IMP-TIT-PERIODO
           MOVE WS-FECHA-PROCESO-ISO TO IMP-TIT-FECHA
           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1.

       6000-VERIF-TITULOS-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORGAR END-EXEC

      *    PERSONAS SIN DATOS EN EL PADRON: AVISO (RC=4) PARA
      *    COMPLETARLAS ANTES DE PRESENTAR.
           IF RETURN-CODE IS EQUAL ZEROS AND
              WS-SIN-CLIENTE-CANT IS GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'PARTES DE DEPOSITO LEIDAS : ' WS-LEIDOS-CANT
           DISPLAY 'PERSONAS INFORMADAS       : ' WS-PERSONAS-CANT
           DISPLAY 'LIMITADAS AL TOPE         : ' WS-TOPEADAS-CANT
           DISPLAY 'SIN DATOS EN TBCURCLI     : ' WS-SIN-CLIENTE-CANT
           MOVE WS-HASH-GARAN TO WS-TOT-EDIT
           DISPLAY 'TOTAL GARANTIZADO         : ' WS-TOT-EDIT
           MOVE WS-APORTE-TOT TO WS-TOT-EDIT
           DISPLAY 'APORTE TOTAL (PESOS)      : ' WS-TOT-EDIT

           CLOSE GARANTIA
           IF FS-GARANTIA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE GARANTIA = ' FS-GARANTIA
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

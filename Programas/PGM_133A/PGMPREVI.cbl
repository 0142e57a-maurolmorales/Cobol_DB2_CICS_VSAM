       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPREVI.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMPREVI                                      *
      *  DESCRIPCIÓN:                                            *
      *    PREVISIONES POR INCOBRABILIDAD DE CIERRE DE MES.      *
      *    TOMA EL ARCHIVO REGULATORIO DE PGMCDEUD DEL MES       *
      *    (DDCENDEU: CLIENTE, SITUACION 1-5 Y DEUDA = SALDOS    *
      *    DEUDORES DE CUENTA CORRIENTE MAS SALDOCAP DE          *
      *    TBCURPRE) Y APLICA A LA EXPOSICION EL PORCENTAJE DE   *
      *    LA SITUACION, TOMADO DE TBCURTAS CONCEPTO 'PV'        *
      *    (SUBTIPO = SITUACION; SI NO HAY VIGENCIA SE USAN LOS  *
      *    VALORES POR DEFECTO 1/5/25/50/100).                   *
      *    LA PREVISION DE CADA CLIENTE QUEDA EN DDPRENUE PARA   *
      *    EL MES SIGUIENTE (GDG, COMO LAS SITUACIONES DE        *
      *    PGMCDEUD) Y SE COMPARA POR SUCURSAL CONTRA LA DEL     *
      *    MES ANTERIOR (DDPREANT).                              *
      *    SALIDAS:                                              *
      *    - LISTADO POR SUCURSAL Y SITUACION CON EXPOSICION,    *
      *      PREVISION, ANTERIOR Y AUMENTO/DISMINUCION.          *
      *    - ASIENTOS EN EL FORMATO DE INTERFAZ DE PGMCONTA      *
      *      (DDCONTAB, 40 BYTES): TIPMOV 'PV' CANAL 'CO'        *
      *      (CONSTITUCION) PARA EL AUMENTO Y CANAL 'DS'         *
      *      (DESAFECTACION) PARA LA DISMINUCION, CON LAS        *
      *      CUENTAS DE TBCURPLA. UNA COMBINACION SIN PLAN       *
      *      FRENA LA SALIDA CON RC=8, IGUAL QUE EN PGMCONTA.    *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CENDEU ASSIGN DDCENDEU
                  FILE STATUS IS FS-CENDEU.

           SELECT PREANT ASSIGN DDPREANT
           FILE STATUS IS FS-PREANT.

           SELECT PRENUE ASSIGN DDPRENUE
           FILE STATUS IS FS-PRENUE.

           SELECT CONTABLE ASSIGN DDCONTAB
                  FILE STATUS IS FS-CONTABLE.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  CENDEU
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CENDEU     PIC X(70).

       FD  PREANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-PREANT     PIC X(40).

       FD  PRENUE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-PRENUE     PIC X(40).

       FD  CONTABLE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CONTABLE   PIC X(40).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-CENDEU               PIC XX       VALUE SPACES.
       77  FS-PREANT               PIC XX       VALUE SPACES.
           88  FS-PREANT-FIN                    VALUE '10'.
       77  FS-PRENUE               PIC XX       VALUE SPACES.
       77  FS-CONTABLE             PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- REGISTRO REGULATORIO DE PGMCDEUD (70 BYTES) --------
       01  WS-REG-CENDEU.
           03  CDU-NROCLI          PIC 9(07).
           03  CDU-TIPDOC          PIC X(02).
           03  CDU-NRODOC          PIC 9(11).
           03  CDU-NOMAPE          PIC X(30).
           03  CDU-SITUACION       PIC 9(01).
           03  CDU-DEUDA           PIC 9(13)V99.
           03  FILLER              PIC X(04).

      *----------- PREVISION POR CLIENTE (ARCHIVO DE 40 BYTES) --------
       01  WS-REG-PRE.
           03  PRE-NROCLI          PIC 9(07).
           03  PRE-SUCURSAL        PIC 9(02).
           03  PRE-SITUACION       PIC 9(01).
           03  PRE-EXPOSICION      PIC 9(13)V99.
           03  PRE-PREVISION       PIC 9(13)V99.

      *----------- PORCENTAJE DE PREVISION POR SITUACION --------------
       01  WS-TABLA-PORC.
           03  FILLER              PIC 9(3)V9(4) VALUE 1,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE 5,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE 25,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE 50,0000.
           03  FILLER              PIC 9(3)V9(4) VALUE 100,0000.
       01  WS-TABLA-PORC-R REDEFINES WS-TABLA-PORC.
           03  WS-PORC             PIC 9(3)V9(4) OCCURS 5 TIMES.

      *----------- RESUMEN POR SUCURSAL Y SITUACION -------------------
      *    FILA = SUCURSAL (0-99), COLUMNA = SITUACION (1-5).
       01  WS-TABLA-RESUMEN.
           03  WS-RES-SUC OCCURS 100 TIMES.
              05  RES-ANTERIOR     PIC S9(13)V99 COMP-3.
              05  WS-RES-SIT OCCURS 5 TIMES.
                 07  RES-CANT      PIC 9(05)     COMP-3.
                 07  RES-EXPOS     PIC S9(13)V99 COMP-3.
                 07  RES-PREVI     PIC S9(13)V99 COMP-3.
       77  WS-RES-IDX              PIC 9(03)    VALUE ZEROS.
       77  WS-SIT-IDX              PIC 9(01)    VALUE ZEROS.

      *----------- CALCULO --------------------------------------------
       77  WS-SUCURSAL    PIC S9(2)V USAGE COMP-3   VALUE ZEROS.
       77  WS-NROCLI      PIC S9(7)V USAGE COMP-3   VALUE ZEROS.
       77  WS-PREVISION   PIC S9(13)V99 COMP-3      VALUE ZEROS.
       77  WS-SUC-EXPOS   PIC S9(13)V99 COMP-3      VALUE ZEROS.
       77  WS-SUC-PREVI   PIC S9(13)V99 COMP-3      VALUE ZEROS.
       77  WS-VARIACION   PIC S9(13)V99 COMP-3      VALUE ZEROS.

      *----------- CONTADORES Y TOTALES DE CONTROL --------------------
       77  WS-CLIENTES-CANT        PIC 9(05)    VALUE ZEROS.
       77  WS-ANTERIOR-CANT        PIC 9(05)    VALUE ZEROS.
       77  WS-SIN-PLAN-CANT        PIC 9(05)    VALUE ZEROS.
       77  WS-ASIENTOS-CANT        PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-EXPOS   PIC S9(15)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-PREVI   PIC S9(15)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-ANTER   PIC S9(15)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-DEBE    PIC S9(15)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-HABER   PIC S9(15)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-EDIT             PIC -Z(14)9,99.

      *----------- REGISTRO DE LA INTERFAZ (40 BYTES) -----------------
       01  WS-REG-CONTABLE.
           03  CON-SUCURSAL        PIC 9(02).
           03  CON-CTACONT         PIC X(10).
           03  CON-LADO            PIC X(01).
           03  CON-IMPORTE         PIC 9(13)V99.
           03  CON-MONEDA          PIC 9(01).
           03  CON-FECHA           PIC 9(08).
           03  FILLER              PIC X(03)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA-SISTEMA.
           05 WS-FECHA-SISTEMA-AA     PIC 99.
           05 WS-FECHA-SISTEMA-MM     PIC 99.
           05 WS-FECHA-SISTEMA-DD     PIC 99.

       77  WS-FECHA-PROCESO-AAAAMMDD  PIC 9(08)   VALUE ZEROES.

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
           03  FILLER              PIC X(42)    VALUE
               'PREVISIONES POR INCOBRABILIDAD - CIERRE   '.
           03  IMP-TIT-DD          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-MM          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-AA          PIC 99.
           03  FILLER              PIC X(74)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMPREVI'.

       01  IMP-COLUMNAS.
           03  FILLER              PIC X(33)    VALUE
               ' SUC SIT CLIENTES          EXPOSI'.
           03  FILLER              PIC X(34)    VALUE
               'CION    PORC.            PREVISION'.
           03  FILLER              PIC X(32)    VALUE
               '             ANTERIOR'.
           03  FILLER              PIC X(33)    VALUE
               'VARIACION                        '.

       01  IMP-DETALLE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-SUC             PIC Z9.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-SIT             PIC 9.
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-CANT            PIC ZZZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-EXPOS           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-PORC            PIC ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-PREVI           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(68)    VALUE SPACES.

       01  IMP-TOTAL-SUC.
           03  FILLER              PIC X(13)    VALUE ' TOTAL SUC   '.
           03  IMP-TOT-SUC         PIC Z9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-TOT-EXPOS       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(09)    VALUE SPACES.
           03  IMP-TOT-PREVI       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-ANTER       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-VARIA       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(28)    VALUE SPACES.

       01  IMP-TOTAL-GRAL.
           03  FILLER              PIC X(17)    VALUE
               ' TOTAL BANCO     '.
           03  IMP-GRL-EXPOS       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(09)    VALUE SPACES.
           03  IMP-GRL-PREVI       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-GRL-ANTER       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-GRL-VARIA       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(28)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

       77  TAS-SUBTIPO   PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  TAS-TASA      PIC S9(2)V9(4) USAGE COMP-3 VALUE ZEROES.

      *    PLAN DE CUENTAS.
       77  REG-CANAL     PIC X(2)                    VALUE SPACES.
       77  PLA-CTADEBE   PIC X(10)                   VALUE SPACES.
       77  PLA-CTAHABER  PIC X(10)                   VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                       UNTIL WS-FIN-LECTURA
           PERFORM 8000-RESUMEN-I THRU 8000-RESUMEN-F
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE
           PERFORM 1050-LIMPIAR-SUC-I THRU 1050-LIMPIAR-SUC-F
              VARYING WS-RES-IDX FROM 1 BY 1
              UNTIL WS-RES-IDX > 100

           ACCEPT WS-FECHA-SISTEMA FROM DATE
           COMPUTE WS-FECHA-PROCESO-AAAAMMDD =
                   20000000 +
                   WS-FECHA-SISTEMA-AA * 10000 +
                   WS-FECHA-SISTEMA-MM * 100 +
                   WS-FECHA-SISTEMA-DD
           MOVE WS-FECHA-SISTEMA-AA TO IMP-TIT-AA WS-FPI-AA
           MOVE WS-FECHA-SISTEMA-MM TO IMP-TIT-MM WS-FPI-MM
           MOVE WS-FECHA-SISTEMA-DD TO IMP-TIT-DD WS-FPI-DD

           OPEN INPUT CENDEU
           IF FS-CENDEU IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CENDEU = ' FS-CENDEU
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           OPEN OUTPUT PRENUE
           IF FS-PRENUE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PRENUE = ' FS-PRENUE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           OPEN OUTPUT CONTABLE
           IF FS-CONTABLE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CONTABLE = ' FS-CONTABLE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           IF WS-FIN-LECTURA
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 1200-LEER-PORCENTAJE-I
              THRU 1200-LEER-PORCENTAJE-F
              VARYING WS-SIT-IDX FROM 1 BY 1
              UNTIL WS-SIT-IDX > 5

           PERFORM 1300-CARGAR-ANTERIOR-I
              THRU 1300-CARGAR-ANTERIOR-F

           PERFORM 4000-LEER-CENDEU-I THRU 4000-LEER-CENDEU-F.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       1050-LIMPIAR-SUC-I.

           MOVE ZEROS TO RES-ANTERIOR (WS-RES-IDX)
           PERFORM 1060-LIMPIAR-SIT-I THRU 1060-LIMPIAR-SIT-F
              VARYING WS-SIT-IDX FROM 1 BY 1
              UNTIL WS-SIT-IDX > 5.

       1050-LIMPIAR-SUC-F. EXIT.


      *---------------------------------------------------------------
       1060-LIMPIAR-SIT-I.

           MOVE ZEROS TO RES-CANT  (WS-RES-IDX, WS-SIT-IDX)
                         RES-EXPOS (WS-RES-IDX, WS-SIT-IDX)
                         RES-PREVI (WS-RES-IDX, WS-SIT-IDX).

       1060-LIMPIAR-SIT-F. EXIT.


      *---- PORCENTAJE VIGENTE DE LA SITUACION (TBCURTAS 'PV') --------
       1200-LEER-PORCENTAJE-I.

           MOVE WS-SIT-IDX TO TAS-SUBTIPO

           EXEC SQL
              SELECT TASA
                INTO :TAS-TASA
                FROM KC02803.TBCURTAS
               WHERE CONCEPTO = 'PV'
                 AND SUBTIPO  = :TAS-SUBTIPO
                 AND MONEDA   = 1
                 AND VIGDESDE <= :WS-FECHA-PROCESO-ISO
               ORDER BY VIGDESDE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE TAS-TASA TO WS-PORC (WS-SIT-IDX)
              WHEN NOT-FOUND
                 DISPLAY '* SIN VIGENCIA PV EN TBCURTAS PARA SITUACION '
                          WS-SIT-IDX ', SE USA EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURTAS = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       1200-LEER-PORCENTAJE-F. EXIT.


      *---- PREVISIONES DEL MES ANTERIOR, POR SUCURSAL ----------------
       1300-CARGAR-ANTERIOR-I.

           OPEN INPUT PREANT
           IF FS-PREANT IS NOT EQUAL '00'
              DISPLAY '* SIN PREVISIONES ANTERIORES (DDPREANT)'
              SET FS-PREANT-FIN TO TRUE
              GO TO 1300-CARGAR-ANTERIOR-F
           END-IF

           PERFORM 1350-LEER-ANTERIOR-I THRU 1350-LEER-ANTERIOR-F
              UNTIL FS-PREANT-FIN

           CLOSE PREANT.

       1300-CARGAR-ANTERIOR-F. EXIT.


      *---------------------------------------------------------------
       1350-LEER-ANTERIOR-I.

           READ PREANT INTO WS-REG-PRE

           EVALUATE FS-PREANT
              WHEN '00'
                 ADD 1 TO WS-ANTERIOR-CANT
                 COMPUTE WS-RES-IDX = PRE-SUCURSAL + 1
                 ADD PRE-PREVISION TO RES-ANTERIOR (WS-RES-IDX)
                                      WS-TOT-ANTER
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA DDPREANT = ' FS-PREANT
                 MOVE 9999 TO RETURN-CODE
                 SET FS-PREANT-FIN TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       1350-LEER-ANTERIOR-F. EXIT.


      *---- PREVISION DEL CLIENTE -------------------------------------
       2000-PROCESO-I.

           ADD 1 TO WS-CLIENTES-CANT
           MOVE CDU-NROCLI TO WS-NROCLI

           IF CDU-SITUACION IS LESS 1 OR CDU-SITUACION IS GREATER 5
              DISPLAY '* SITUACION INVALIDA PARA CLIENTE '
                       CDU-NROCLI ': ' CDU-SITUACION
              MOVE 1 TO CDU-SITUACION
           END-IF

      *    SUCURSAL DEL CLIENTE: LA MENOR DE SUS CUENTAS.
           EXEC SQL
              SELECT VALUE(MIN(SUCUEN), 0)
                INTO :WS-SUCURSAL
                FROM KC02803.TBCURCTA
               WHERE NROCLI = :WS-NROCLI
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE ZEROS TO WS-SUCURSAL
           END-IF

           COMPUTE WS-PREVISION ROUNDED =
                   CDU-DEUDA * WS-PORC (CDU-SITUACION) / 100

           MOVE CDU-NROCLI    TO PRE-NROCLI
           MOVE WS-SUCURSAL   TO PRE-SUCURSAL
           MOVE CDU-SITUACION TO PRE-SITUACION
           MOVE CDU-DEUDA     TO PRE-EXPOSICION
           MOVE WS-PREVISION  TO PRE-PREVISION
           WRITE REG-PRENUE FROM WS-REG-PRE
           IF FS-PRENUE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR PRENUE = ' FS-PRENUE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2000-PROCESO-F
           END-IF

           COMPUTE WS-RES-IDX = WS-SUCURSAL + 1
           MOVE CDU-SITUACION TO WS-SIT-IDX
           ADD 1            TO RES-CANT  (WS-RES-IDX, WS-SIT-IDX)
           ADD CDU-DEUDA    TO RES-EXPOS (WS-RES-IDX, WS-SIT-IDX)
                               WS-TOT-EXPOS
           ADD WS-PREVISION TO RES-PREVI (WS-RES-IDX, WS-SIT-IDX)
                               WS-TOT-PREVI

           PERFORM 4000-LEER-CENDEU-I THRU 4000-LEER-CENDEU-F.

       2000-PROCESO-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-CENDEU-I.

           READ CENDEU INTO WS-REG-CENDEU

           EVALUATE FS-CENDEU
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA DDCENDEU = ' FS-CENDEU
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       4000-LEER-CENDEU-F. EXIT.


      *---- LISTADO POR SUCURSAL Y ASIENTOS DE LA VARIACION -----------
       8000-RESUMEN-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 8000-RESUMEN-F
           END-IF

           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           WRITE REG-SALIDA FROM WS-LINE AFTER 1

           PERFORM 8100-RESUMEN-SUC-I THRU 8100-RESUMEN-SUC-F
              VARYING WS-RES-IDX FROM 1 BY 1
              UNTIL WS-RES-IDX > 100

           MOVE WS-TOT-EXPOS TO IMP-GRL-EXPOS
           MOVE WS-TOT-PREVI TO IMP-GRL-PREVI
           MOVE WS-TOT-ANTER TO IMP-GRL-ANTER
           COMPUTE IMP-GRL-VARIA = WS-TOT-PREVI - WS-TOT-ANTER
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           WRITE REG-SALIDA FROM IMP-TOTAL-GRAL AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF

      *    CONTROLES DE SALIDA, IGUAL QUE EN PGMCONTA.
           IF WS-SIN-PLAN-CANT IS GREATER ZEROS
              DISPLAY '* COMBINACIONES SIN PLAN DE CUENTAS: '
                       WS-SIN-PLAN-CANT
              MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-TOT-DEBE IS NOT EQUAL WS-TOT-HABER
              DISPLAY '* LA INTERFAZ NO BALANCEA DEBE/HABER'
              MOVE 8 TO RETURN-CODE
           END-IF.

       8000-RESUMEN-F. EXIT.


      *---------------------------------------------------------------
       8100-RESUMEN-SUC-I.

           MOVE ZEROS TO WS-SUC-EXPOS WS-SUC-PREVI

           PERFORM 8200-RESUMEN-SIT-I THRU 8200-RESUMEN-SIT-F
              VARYING WS-SIT-IDX FROM 1 BY 1
              UNTIL WS-SIT-IDX > 5

           IF WS-SUC-PREVI IS EQUAL ZEROS AND
              WS-SUC-EXPOS IS EQUAL ZEROS AND
              RES-ANTERIOR (WS-RES-IDX) IS EQUAL ZEROS
              GO TO 8100-RESUMEN-SUC-F
           END-IF

           COMPUTE WS-VARIACION = WS-SUC-PREVI
                                - RES-ANTERIOR (WS-RES-IDX)
           COMPUTE IMP-TOT-SUC = WS-RES-IDX - 1
           MOVE WS-SUC-EXPOS              TO IMP-TOT-EXPOS
           MOVE WS-SUC-PREVI              TO IMP-TOT-PREVI
           MOVE RES-ANTERIOR (WS-RES-IDX) TO IMP-TOT-ANTER
           MOVE WS-VARIACION              TO IMP-TOT-VARIA
           WRITE REG-SALIDA FROM IMP-TOTAL-SUC AFTER 1
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           IF WS-VARIACION IS NOT EQUAL ZEROS
              PERFORM 8500-ASENTAR-VARIACION-I
                 THRU 8500-ASENTAR-VARIACION-F
           END-IF.

       8100-RESUMEN-SUC-F. EXIT.


      *---------------------------------------------------------------
       8200-RESUMEN-SIT-I.

           IF RES-CANT (WS-RES-IDX, WS-SIT-IDX) IS EQUAL ZEROS
              GO TO 8200-RESUMEN-SIT-F
           END-IF

           COMPUTE IMP-SUC = WS-RES-IDX - 1
           MOVE WS-SIT-IDX                        TO IMP-SIT
           MOVE RES-CANT  (WS-RES-IDX, WS-SIT-IDX) TO IMP-CANT
           MOVE RES-EXPOS (WS-RES-IDX, WS-SIT-IDX) TO IMP-EXPOS
           MOVE WS-PORC (WS-SIT-IDX)               TO IMP-PORC
           MOVE RES-PREVI (WS-RES-IDX, WS-SIT-IDX) TO IMP-PREVI
           WRITE REG-SALIDA FROM IMP-DETALLE AFTER 1

           ADD RES-EXPOS (WS-RES-IDX, WS-SIT-IDX) TO WS-SUC-EXPOS
           ADD RES-PREVI (WS-RES-IDX, WS-SIT-IDX) TO WS-SUC-PREVI.

       8200-RESUMEN-SIT-F. EXIT.


      *---- PAR DEBE/HABER DE LA VARIACION DE LA SUCURSAL -------------
      *    AUMENTO = CONSTITUCION (CANAL 'CO'), DISMINUCION =
      *    DESAFECTACION (CANAL 'DS'); EL IMPORTE VA EN POSITIVO.
       8500-ASENTAR-VARIACION-I.

           IF WS-VARIACION IS GREATER ZEROS
              MOVE 'CO' TO REG-CANAL
           ELSE
              MOVE 'DS' TO REG-CANAL
              COMPUTE WS-VARIACION = 0 - WS-VARIACION
           END-IF

           EXEC SQL
              SELECT CTADEBE, CTAHABER
                INTO :PLA-CTADEBE, :PLA-CTAHABER
                FROM KC02803.TBCURPLA
               WHERE TIPMOV = 'PV'
                 AND CANAL  = :REG-CANAL
                 AND MONEDA = 1
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 ADD 1 TO WS-SIN-PLAN-CANT
                 DISPLAY '* SIN PLAN DE CUENTAS PARA TIPMOV PV'
                         ' CANAL ' REG-CANAL ' MONEDA 1'
                 GO TO 8500-ASENTAR-VARIACION-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURPLA = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 GO TO 8500-ASENTAR-VARIACION-F
           END-EVALUATE

           COMPUTE CON-SUCURSAL = WS-RES-IDX - 1
           MOVE 1            TO CON-MONEDA
           MOVE WS-VARIACION TO CON-IMPORTE
           MOVE WS-FECHA-PROCESO-AAAAMMDD TO CON-FECHA

           MOVE PLA-CTADEBE TO CON-CTACONT
           MOVE 'D'         TO CON-LADO
           PERFORM 8600-GRABAR-ASIENTO-I
              THRU 8600-GRABAR-ASIENTO-F
           ADD WS-VARIACION TO WS-TOT-DEBE

           MOVE PLA-CTAHABER TO CON-CTACONT
           MOVE 'H'          TO CON-LADO
           PERFORM 8600-GRABAR-ASIENTO-I
              THRU 8600-GRABAR-ASIENTO-F
           ADD WS-VARIACION TO WS-TOT-HABER.

       8500-ASENTAR-VARIACION-F. EXIT.


      *---------------------------------------------------------------
       8600-GRABAR-ASIENTO-I.

           WRITE REG-CONTABLE FROM WS-REG-CONTABLE

           IF FS-CONTABLE IS EQUAL '00'
              ADD 1 TO WS-ASIENTOS-CANT
           ELSE
              DISPLAY '* ERROR EN GRABAR CONTABLE = ' FS-CONTABLE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       8600-GRABAR-ASIENTO-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           DISPLAY '____________________________________________'
           DISPLAY 'CLIENTES PREVISIONADOS: ' WS-CLIENTES-CANT
           DISPLAY 'CLIENTES MES ANTERIOR : ' WS-ANTERIOR-CANT
           DISPLAY 'ASIENTOS GRABADOS     : ' WS-ASIENTOS-CANT
           MOVE WS-TOT-PREVI TO WS-TOT-EDIT
           DISPLAY 'PREVISION DEL MES     : ' WS-TOT-EDIT
           MOVE WS-TOT-ANTER TO WS-TOT-EDIT
           DISPLAY 'PREVISION ANTERIOR    : ' WS-TOT-EDIT

           CLOSE CENDEU
           CLOSE PRENUE
           IF FS-PRENUE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE PRENUE = ' FS-PRENUE
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE CONTABLE
           IF FS-CONTABLE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CONTABLE = ' FS-CONTABLE
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

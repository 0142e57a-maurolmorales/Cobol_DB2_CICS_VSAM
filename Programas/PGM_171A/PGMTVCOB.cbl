       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTVCOB.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMTVCOB                                      *
      *  DESCRIPCIÓN:                                            *
      *    COBRO NOCTURNO DE LA TARIFA POR EVENTO DE CAJA.       *
      *    RECORRE LAS CUENTAS ACTIVAS CON OPERACIONES DE CAJA   *
      *    (CANAL 'CA'), CHEQUERAS O CERTIFICADOS DE SALDO       *
      *    EMITIDOS EN LA FECHA DE PROCESO Y, PARA CADA EVENTO   *
      *    ('EC' EXTRACCION, 'DM' DEPOSITO EN MONEDA EXTRANJERA, *
      *    'CQ' CHEQUERA, 'CE' CERTIFICADO DE SALDO), PIDE       *
      *    A LA RUTINA PGMTVCAF LA TARIFA VIGENTE DE TBCURTAS Y  *
      *    LOS EVENTOS DEL MES Y DEL DIA. SE COBRAN LOS EVENTOS  *
      *    DEL DIA QUE QUEDARON FUERA DE LA FRANQUICIA MENSUAL,  *
      *    A IMPORTE POR EVENTO, CON UN DEBITO POR EVENTO EN     *
      *    TBCURMOV CANAL 'BT' (REFERENCIA 'TARIFA EV NN').      *
      *    UN EVENTO YA COBRADO EN LA FECHA NO SE VUELVE A       *
      *    COBRAR SI EL PASO SE REPROCESA.                       *
      *    SI EL SALDO NO ALCANZA, LA CUENTA PUEDE QUEDAR        *
      *    NEGATIVA HASTA EL ACUERDO VIGENTE O, SIN ACUERDO,     *
      *    HASTA EL LIMITE LIMNEG DE TBCURPAR; MAS ALLA DE ESO   *
      *    EL CARGO SE SALTEA Y SE INFORMA.                      *
      *    LISTA POR SUCURSAL LOS CARGOS COBRADOS Y SALTEADOS.   *
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

      *----------- LIMITE DE SALDO NEGATIVO PERMITIDO -----------------
      *    (VALOR POSITIVO EN EL PARAMETRO; SE APLICA COMO NEGATIVO)
       77  WS-LIMITE-NEGATIVO PIC S9(11)V99 USAGE COMP-3 VALUE 1000,00.
       77  WS-LIMITE-APLICADO PIC S9(11)V99 USAGE COMP-3 VALUE ZEROES.

       01  WS-VALOR-LIMNEG.
           03  WS-VAL-LIMNEG       PIC 9(05)V99.

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'LIMNEG'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *---- TARIFA POR EVENTO (RUTINA PGMTVCAF) -----------------------
       77  WS-PGMTVCAF         PIC X(8)      VALUE 'PGMTVCAF'.

       01  LK-TARIFA.
           03  LK-TEV-EVENTO        PIC X(2).
           03  LK-TEV-TIPCUEN       PIC X(2).
           03  LK-TEV-NROCUEN       PIC 9(10).
           03  LK-TEV-FECHA         PIC X(10).
           03  LK-TEV-IMPORTE       PIC 9(11)V99.
           03  LK-TEV-FRANQUICIA    PIC 9(3).
           03  LK-TEV-USADOS-MES    PIC 9(5).
           03  LK-TEV-USADOS-DIA    PIC 9(5).
           03  LK-TEV-CARGO-PROX    PIC 9(11)V99.
           03  LK-TEV-RESULT        PIC X(2).

      *-----------  CORTE DE CONTROL POR SUCURSAL ---------------------
       77  WS-SUCUEN-ANT   PIC S9(2)V USAGE COMP-3   VALUE -1.

      *----------- ACUMULADORES ---------------------------------------
       77  WS-CUENTAS-CANT       PIC 9(05)           VALUE ZEROES.
       77  WS-COBRADOS-CANT      PIC 9(05)           VALUE ZEROES.
       77  WS-SALTEADOS-CANT     PIC 9(05)           VALUE ZEROES.
       77  WS-YACOBRADOS-CANT    PIC 9(05)           VALUE ZEROES.
       77  WS-SALT-SUC           PIC 9(05)           VALUE ZEROES.
      *    EVENTOS DEL DIA FUERA DE LA FRANQUICIA Y SU CARGO.
       77  WS-EXCEDENTE      PIC S9(5)      USAGE COMP-3 VALUE ZEROES.
       77  WS-A-COBRAR       PIC 9(5)                    VALUE ZEROES.
       77  WS-CARGO          PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-SALDO-NUEVO    PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-COB-SUC        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-COB-TOT        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-YA-COBRADO     PIC S9(9) COMP              VALUE ZEROS.

      *    REFERENCIA DEL DEBITO: 'TARIFA EC 03'.
       01  WS-REFERENCIA.
           03  FILLER              PIC X(07)    VALUE 'TARIFA '.
           03  WS-REF-EVENTO       PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  WS-REF-CANT         PIC 9(02)    VALUE ZEROS.

      *    PATRON DEL DEBITO YA HECHO EN LA FECHA: 'TARIFA EC%'.
       01  WS-REF-PATRON.
           03  FILLER              PIC X(07)    VALUE 'TARIFA '.
           03  WS-PAT-EVENTO       PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(01)    VALUE '%'.

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
               'TARIFA POR EVENTO DE CAJA     '.
           03  FILLER              PIC X(07)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMTVCOB'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(42)    VALUE SPACES.

      *    SUBTITULO-SUCUEN:
       01  IMP-SUBT-SUCUEN.
           03  FILLER              PIC X         VALUE SPACES.
           03  FILLER              PIC X(10)     VALUE 'SUCURSAL: '.
           03  FILLER              PIC X         VALUE SPACES.
           03  IMP-SUCUEN-SUB      PIC Z9.
           03  FILLER              PIC X(118)    VALUE SPACES.

      *    DETALLE POR CUENTA Y EVENTO:
       01  IMP-REG-LISTADO.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-TIPCUEN         PIC XX.
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-NROCUEN         PIC 9(10).
           03  FILLER              PIC X(05)    VALUE ' MON '.
           03  IMP-MONEDA          PIC 9.
           03  FILLER              PIC X(08)    VALUE ' EVENTO '.
           03  IMP-EVENTO          PIC XX.
           03  FILLER              PIC X(06)    VALUE ' MES: '.
           03  IMP-USADOS-MES      PIC ZZZZ9.
           03  FILLER              PIC X(08)    VALUE ' FRANQ: '.
           03  IMP-FRANQUICIA      PIC ZZ9.
           03  FILLER              PIC X(09)    VALUE ' A COBR: '.
           03  IMP-A-COBRAR        PIC ZZZZ9.
           03  FILLER              PIC X(07)    VALUE ' UNIT: '.
           03  IMP-UNITARIO        PIC -$$$.$$$.$$9,99.
           03  FILLER              PIC X(08)    VALUE ' CARGO: '.
           03  IMP-CARGO           PIC -$$$.$$$.$$9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-ACCION          PIC X(14)    VALUE SPACES.
           03  FILLER              PIC X(04)    VALUE SPACES.

      *    TOTAL DE SUCURSAL:
       01  IMP-FOOTER-SUC.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(09)    VALUE 'COBRADO :'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-COBRADO    PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(12)    VALUE 'SALTEADOS  :'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-SALTEADOS  PIC ZZZZ9.
           03  FILLER              PIC X(81)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

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

      *    VARIABLES TOMADAS DE LA TABLA DEL CURSOR.
       77  REG-TIPCUEN   PIC X(2)                    VALUE SPACES.
       77  REG-NROCUEN   PIC S9(10)V USAGE COMP-3     VALUE ZEROES.
       77  REG-SUCUEN    PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  REG-SALDO     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  REG-FECSAL    PIC X(10)                   VALUE SPACES.
      *    ACUERDO DE DESCUBIERTO VIGENTE (0 SI VENCIO O NO HAY).
       77  REG-ACUERDO   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.

      *-----------   HOST VARIABLES DB2 (TBCURMOV)   ------------------
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

      *    CUENTAS ACTIVAS CON ALGUNA OPERACION DE CAJA, CHEQUERA
      *    O CERTIFICADO DE SALDO EMITIDO EN LA FECHA DE PROCESO,
      *    EN ORDEN DE SUCURSAL.
           EXEC SQL
              DECLARE CURSORTEV CURSOR FOR
                 SELECT A.TIPCUEN,
                        A.NROCUEN,
                        A.SUCUEN,
                        A.SALDO,
                        A.MONEDA,
                        CASE WHEN A.FECVTOAC >= CURRENT DATE
                             THEN A.ACUERDO ELSE 0 END
                 FROM KC02803.TBCURCTA A
                 WHERE A.ESTCTA = 'A'
                   AND (EXISTS
                          (SELECT 1
                             FROM KC02803.TBCURMOV M
                            WHERE M.TIPCUEN = A.TIPCUEN
                              AND M.NROCUEN = A.NROCUEN
                              AND M.FECMOV  = :WS-FECHA-PROCESO-ISO
                              AND M.CANAL   = 'CA')
                     OR EXISTS
                          (SELECT 1
                             FROM KC02803.TBCURCHQ Q
                            WHERE Q.TIPCUEN = A.TIPCUEN
                              AND Q.NROCUEN = A.NROCUEN
                              AND Q.FECEMIS = :WS-FECHA-PROCESO-ISO)
                     OR EXISTS
                          (SELECT 1
                             FROM KC02803.TBCURCER S
                            WHERE S.TIPCUEN = A.TIPCUEN
                              AND S.NROCUEN = A.NROCUEN
                              AND S.FECEMIS = :WS-FECHA-PROCESO-ISO))
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
           MOVE WS-FECHA-AA TO IMP-TIT-AA WS-FPI-AA
           MOVE WS-FECHA-MM TO IMP-TIT-MM WS-FPI-MM
           MOVE WS-FECHA-DD TO IMP-TIT-DD WS-FPI-DD

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR  TO WS-VALOR-LIMNEG
                 MOVE WS-VAL-LIMNEG TO WS-LIMITE-NEGATIVO
              WHEN 'NE'
                 DISPLAY '* SIN LIMITE EN TBCURPAR, SE USA '
                         'EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE
           DISPLAY 'LIMITE DE SALDO NEGATIVO: ' WS-LIMITE-NEGATIVO

           EXEC SQL OPEN CURSORTEV END-EXEC
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

           IF REG-SUCUEN IS NOT EQUAL WS-SUCUEN-ANT THEN
              IF WS-SUCUEN-ANT IS NOT EQUAL -1 THEN
                 PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
              END-IF
              PERFORM 6700-IMP-HEADER-SUC-I
                 THRU 6700-IMP-HEADER-SUC-F
              MOVE REG-SUCUEN TO WS-SUCUEN-ANT
           END-IF

           ADD 1 TO WS-CUENTAS-CANT

           MOVE 'EC' TO LK-TEV-EVENTO
           PERFORM 3000-COBRAR-EVENTO-I THRU 3000-COBRAR-EVENTO-F
           IF WS-NO-FIN-LECTURA
              MOVE 'DM' TO LK-TEV-EVENTO
              PERFORM 3000-COBRAR-EVENTO-I THRU 3000-COBRAR-EVENTO-F
           END-IF
           IF WS-NO-FIN-LECTURA
              MOVE 'CQ' TO LK-TEV-EVENTO
              PERFORM 3000-COBRAR-EVENTO-I THRU 3000-COBRAR-EVENTO-F
           END-IF
           IF WS-NO-FIN-LECTURA
              MOVE 'CE' TO LK-TEV-EVENTO
              PERFORM 3000-COBRAR-EVENTO-I THRU 3000-COBRAR-EVENTO-F
           END-IF

           IF WS-NO-FIN-LECTURA
              PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F
           END-IF.

       2000-PROCESO-F. EXIT.


      *---- COBRA UN EVENTO DE LA CUENTA (EL DE LK-TEV-EVENTO) --------
       3000-COBRAR-EVENTO-I.

           MOVE REG-TIPCUEN          TO LK-TEV-TIPCUEN
           MOVE REG-NROCUEN          TO LK-TEV-NROCUEN
           MOVE WS-FECHA-PROCESO-ISO TO LK-TEV-FECHA

           CALL WS-PGMTVCAF USING LK-TARIFA

      *    SIN TARIFA, EVENTO QUE NO APLICA A LA CUENTA O CUENTA
      *    DADA DE BAJA EN EL DIA: NO HAY CARGO.
           EVALUATE LK-TEV-RESULT
              WHEN 'OK'
                 CONTINUE
              WHEN 'ST'
              WHEN 'NA'
              WHEN 'SC'
                 GO TO 3000-COBRAR-EVENTO-F
              WHEN OTHER
                 DISPLAY '* ERROR PGMTVCAF = ' LK-TEV-RESULT
                         ' CUENTA ' REG-TIPCUEN '/' LK-TEV-NROCUEN
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 3000-COBRAR-EVENTO-F
           END-EVALUATE

      *    DE LOS EVENTOS DEL DIA SE COBRAN LOS QUE EXCEDEN LA
      *    FRANQUICIA DEL MES (CONTANDO LOS DIAS ANTERIORES).
           COMPUTE WS-EXCEDENTE = LK-TEV-USADOS-MES - LK-TEV-FRANQUICIA
           IF WS-EXCEDENTE IS NOT GREATER ZEROS
              GO TO 3000-COBRAR-EVENTO-F
           END-IF
           IF WS-EXCEDENTE IS GREATER LK-TEV-USADOS-DIA
              MOVE LK-TEV-USADOS-DIA TO WS-A-COBRAR
           ELSE
              MOVE WS-EXCEDENTE      TO WS-A-COBRAR
           END-IF
           IF WS-A-COBRAR IS NOT GREATER ZEROS
              GO TO 3000-COBRAR-EVENTO-F
           END-IF

      *    UN REPROCESO DEL PASO NO DEBITA DOS VECES EL MISMO DIA.
           MOVE LK-TEV-EVENTO TO WS-PAT-EVENTO
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-YA-COBRADO
                FROM KC02803.TBCURMOV
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
                 AND FECMOV  = :WS-FECHA-PROCESO-ISO
                 AND CANAL   = 'BT'
                 AND REFMOV LIKE :WS-REF-PATRON
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURMOV = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3000-COBRAR-EVENTO-F
           END-IF

           IF WS-YA-COBRADO IS GREATER ZEROS
              ADD 1 TO WS-YACOBRADOS-CANT
              GO TO 3000-COBRAR-EVENTO-F
           END-IF

           COMPUTE WS-CARGO = LK-TEV-IMPORTE * WS-A-COBRAR

      *    LA CUENTA PUEDE QUEDAR NEGATIVA SOLO HASTA EL LIMITE:
      *    EL ACUERDO DE DESCUBIERTO VIGENTE SI LO TIENE, O EL
      *    LIMITE GENERAL DEL PARAMETRO LIMNEG.
           COMPUTE WS-SALDO-NUEVO = REG-SALDO - WS-CARGO
           IF REG-ACUERDO IS GREATER ZEROS
              MOVE REG-ACUERDO TO WS-LIMITE-APLICADO
           ELSE
              MOVE WS-LIMITE-NEGATIVO TO WS-LIMITE-APLICADO
           END-IF
           IF WS-SALDO-NUEVO IS LESS (ZEROS - WS-LIMITE-APLICADO)
              ADD 1 TO WS-SALTEADOS-CANT
              ADD 1 TO WS-SALT-SUC
              MOVE 'SALTEADO      ' TO IMP-ACCION
              PERFORM 6900-IMP-REGISTRO-I THRU 6900-IMP-REGISTRO-F
              GO TO 3000-COBRAR-EVENTO-F
           END-IF

           MOVE WS-SALDO-NUEVO       TO REG-SALDO
           MOVE WS-FECHA-PROCESO-ISO TO REG-FECSAL

           EXEC SQL UPDATE KC02803.TBCURCTA
              SET SALDO  = :REG-SALDO,
                  FECSAL = :REG-FECSAL
              WHERE TIPCUEN = :REG-TIPCUEN
                AND NROCUEN = :REG-NROCUEN
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURCTA = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3000-COBRAR-EVENTO-F
           END-IF

           PERFORM 3100-GRABAR-MOVIM-I THRU 3100-GRABAR-MOVIM-F

           IF WS-FIN-LECTURA
              GO TO 3000-COBRAR-EVENTO-F
           END-IF

           ADD 1 TO WS-COBRADOS-CANT
           ADD WS-CARGO TO WS-COB-SUC WS-COB-TOT
           MOVE 'COBRADO       ' TO IMP-ACCION
           PERFORM 6900-IMP-REGISTRO-I THRU 6900-IMP-REGISTRO-F.

       3000-COBRAR-EVENTO-F. EXIT.


      *---- INSERT DEL MOVIMIENTO DE LA TARIFA EN TBCURMOV ------------
       3100-GRABAR-MOVIM-I.

           MOVE LK-TEV-EVENTO TO WS-REF-EVENTO
           MOVE WS-A-COBRAR   TO WS-REF-CANT

           MOVE REG-TIPCUEN TO MOV-TIPCUEN
           MOVE REG-NROCUEN TO MOV-NROCUEN
           MOVE REG-SUCUEN  TO MOV-SUCMOV
           MOVE WS-FECHA-PROCESO-ISO TO MOV-FECMOV
           MOVE 'DE'        TO MOV-TIPMOV
           MOVE WS-CARGO    TO MOV-IMPORTE
           MOVE REG-MONEDA  TO MOV-MONEDA
           MOVE 'BT'        TO MOV-CANAL
           MOVE WS-REFERENCIA TO MOV-REFMOV
           MOVE SPACES      TO MOV-OPERADOR
           MOVE SPACES      TO MOV-HORAMOV

           EXEC SQL
              INSERT INTO KC02803.TBCURMOV
                 ( TIPCUEN,
                   NROCUEN,
                   SUCMOV,
                   FECMOV,
                   TIPMOV,
                   IMPORTE,
                   MONEDA,
                   CANAL,
                   REFMOV,
                   OPERADOR,
                   HORAMOV )
              VALUES (
                   :MOV-TIPCUEN,
                   :MOV-NROCUEN,
                   :MOV-SUCMOV,
                   :MOV-FECMOV,
                   :MOV-TIPMOV,
                   :MOV-IMPORTE,
                   :MOV-MONEDA,
                   :MOV-CANAL,
                   :MOV-REFMOV,
                   :MOV-OPERADOR,
                   :MOV-HORAMOV
                 )
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURMOV = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       3100-GRABAR-MOVIM-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

           EXEC SQL
              FETCH CURSORTEV INTO :REG-TIPCUEN,
                                   :REG-NROCUEN,
                                   :REG-SUCUEN,
                                   :REG-SALDO,
                                   :REG-MONEDA,
                                   :REG-ACUERDO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 IF WS-SUCUEN-ANT IS NOT EQUAL -1 THEN
                    PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
                 END-IF
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       4000-LEER-FETCH-F. EXIT.


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

           MOVE REG-SUCUEN TO IMP-SUCUEN-SUB
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-SUBT-SUCUEN AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-COB-SUC WS-SALT-SUC.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-COB-SUC  TO IMP-FOOT-COBRADO
           MOVE WS-SALT-SUC TO IMP-FOOT-SALTEADOS
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER-SUC AFTER 1.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       6900-IMP-REGISTRO-I.

           MOVE REG-TIPCUEN       TO IMP-TIPCUEN
           MOVE REG-NROCUEN       TO IMP-NROCUEN
           MOVE REG-MONEDA        TO IMP-MONEDA
           MOVE LK-TEV-EVENTO     TO IMP-EVENTO
           MOVE LK-TEV-USADOS-MES TO IMP-USADOS-MES
           MOVE LK-TEV-FRANQUICIA TO IMP-FRANQUICIA
           MOVE WS-A-COBRAR       TO IMP-A-COBRAR
           MOVE LK-TEV-IMPORTE    TO IMP-UNITARIO
           MOVE WS-CARGO          TO IMP-CARGO
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-LISTADO AFTER 1.

       6900-IMP-REGISTRO-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORTEV END-EXEC

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - SE RETROCEDEN '
                      'LOS CARGOS NO CONFIRMADOS'
           END-IF

           MOVE WS-COB-TOT TO IMP-FOOT-COBRADO
           DISPLAY '____________________________________________'
           DISPLAY 'CUENTAS LEIDAS    : ' WS-CUENTAS-CANT
           DISPLAY 'CARGOS COBRADOS   : ' WS-COBRADOS-CANT
           DISPLAY 'CARGOS SALTEADOS  : ' WS-SALTEADOS-CANT
           DISPLAY 'YA COBRADOS HOY   : ' WS-YACOBRADOS-CANT
           DISPLAY 'TOTAL COBRADO     : ' IMP-FOOT-COBRADO

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

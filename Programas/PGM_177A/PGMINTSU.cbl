       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMINTSU.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMINTSU                                      *
      *  DESCRIPCIÓN:                                            *
      *    PARTIDAS ENTRE SUCURSALES Y SU CONCILIACION DIARIA.   *
      *    TOMA DE TBCURMOV LAS PATAS DE TRANSFERENCIA           *
      *    CAPTURADAS HOY (FECCAPT, IGUAL QUE PGMCONTA):         *
      *    - PGMTRCTA: CANAL 'CA', REFMOV 'TRF...'               *
      *    - PGMOREJE: CANAL 'OP', REFMOV 'ORD...'               *
      *    - PGMPOSRV: CANAL DEL INVOCANTE CON EL PEDIDO EN      *
      *      TBCURIDM, CUANDO EL PEDIDO TIENE LAS DOS PATAS      *
      *      (OPERACION 'T'); LOS DEBITOS Y CREDITOS SUELTOS     *
      *      DEL SERVICIO NO SON TRANSFERENCIAS.                 *
      *    LAS TRANSFERENCIAS A OTRO BANCO (ENCOLADAS EN         *
      *    TBCURSAL) NO TIENEN PATA CREDITO LOCAL Y SE EXCLUYEN. *
      *    LAS PATAS SE APAREAN POR REFMOV Y CANAL: DEBITO CON   *
      *    CREDITO DE IGUAL MONEDA E IMPORTE. CADA PAR ENTRE     *
      *    CUENTAS DE DISTINTA SUCURSAL QUEDA EN TBCURISU Y      *
      *    GENERA LOS ASIENTOS ENTRE SUCURSALES EN EL FORMATO    *
      *    DE INTERFAZ DE PGMCONTA (DDCONTAB, 40 BYTES), CON     *
      *    TIPMOV 'IS' Y EL CANAL DEL MOVIMIENTO EN TBCURPLA:    *
      *    - SUCURSAL DEL DEBITO : DEBE CTADEBE / HABER CTAHABER *
      *    - SUCURSAL DEL CREDITO: DEBE CTAHABER / HABER CTADEBE *
      *    (CTADEBE ES LA CUENTA PUENTE DE TRANSFERENCIAS QUE    *
      *    USA EL PLAN DE 'DE'/'CR'; CTAHABER LA CUENTA CASA     *
      *    CENTRAL-SUCURSALES). ASI CADA SUCURSAL CIERRA SU      *
      *    PUENTE Y LA DEUDA ENTRE SUCURSALES SUMA CERO EN EL    *
      *    BANCO.                                                *
      *    LOS PARES DE DISTINTA MONEDA O IMPORTE Y LAS PATAS    *
      *    SIN PAREJA SE GRABAN SIN ASIENTO PARA SU REVISION.    *
      *    EL LISTADO (DDLISTA) MUESTRA LA POSICION DEL DIA DE   *
      *    CADA SUCURSAL CONTRA CADA UNA DE LAS DEMAS, POR       *
      *    MONEDA, Y LAS PATAS SIN APAREAR CON SU REFERENCIA.    *
      *    CONTROLES DE SALIDA (RC=8): COMBINACION SIN PLAN DE   *
      *    CUENTAS, DEBE DISTINTO DE HABER, O POSICION DEL BANCO *
      *    DISTINTA DE CERO EN ALGUNA MONEDA.                    *
      *    UN REPROCESO DEL DIA BORRA Y REGENERA LAS FILAS DE LA *
      *    FECHA EN TBCURISU.                                    *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTABLE ASSIGN DDCONTAB
                  FILE STATUS IS FS-CONTABLE.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

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

       77  FS-CONTABLE             PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       77  WS-FIN-CURSOR           PIC X        VALUE 'N'.

      *----------- PATAS DE UNA REFERENCIA (REFMOV + CANAL) -----------
       77  WS-GRUPO-REFMOV         PIC X(12)    VALUE SPACES.
       77  WS-GRUPO-CANAL          PIC X(02)    VALUE SPACES.
       77  WS-PATAS-MAX            PIC 9(03)    VALUE 50.
       77  WS-PATAS-CANT           PIC 9(03)    VALUE ZEROS.
       01  WS-TABLA-PATAS.
           03  WS-PATA OCCURS 50 TIMES.
               05  PAT-TIPMOV      PIC X(02).
               05  PAT-SUC         PIC S9(2)V     USAGE COMP-3.
               05  PAT-TIPCUEN     PIC X(02).
               05  PAT-NROCUEN     PIC S9(10)V    USAGE COMP-3.
               05  PAT-MONEDA      PIC S9(1)V     USAGE COMP-3.
               05  PAT-IMPORTE     PIC S9(11)V99  USAGE COMP-3.
               05  PAT-USADA       PIC X(01).
       77  WS-IDX-DEB              PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-CRE              PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-PAR              PIC 9(03)    VALUE ZEROS.
      *    'I' IGUAL MONEDA E IMPORTE / 'C' CUALQUIER CREDITO LIBRE.
       77  WS-CRITERIO             PIC X(01)    VALUE SPACES.

      *----------- CONTADORES Y TOTALES DE CONTROL --------------------
       77  WS-PATAS-LEIDAS         PIC 9(07)    VALUE ZEROS.
       77  WS-PARES-SUC-CANT       PIC 9(07)    VALUE ZEROS.
       77  WS-PARES-INTER-CANT     PIC 9(07)    VALUE ZEROS.
       77  WS-PARES-OBS-CANT       PIC 9(07)    VALUE ZEROS.
       77  WS-SIN-PAREJA-CANT      PIC 9(07)    VALUE ZEROS.
       77  WS-SIN-PLAN-CANT        PIC 9(05)    VALUE ZEROS.
       77  WS-ASIENTOS-CANT        PIC 9(07)    VALUE ZEROS.
       77  WS-NROITEM              PIC 9(07)    VALUE ZEROS.
       77  WS-IMPORTE     PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-DEBE    PIC S9(15)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-HABER   PIC S9(15)V99 COMP-3  VALUE ZEROS.
       77  WS-TOT-EDIT             PIC -Z(14)9,99.

      *    NETO DEL BANCO POR MONEDA (1 PESOS / 2 U$S): DEBE DAR CERO.
       01  WS-TABLA-BANCO.
           03  WS-NETO-BANCO PIC S9(15)V99 COMP-3 OCCURS 2 TIMES.
       77  WS-MON-IDX              PIC 9(01)    VALUE ZEROS.

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

      *-----------  CORTE DE CONTROL DE LA CONCILIACION  --------------
       77  WS-SUCA-ANT    PIC S9(2)V USAGE COMP-3   VALUE -1.
       77  WS-MONA-ANT    PIC S9(1)V USAGE COMP-3   VALUE -1.
       77  WS-COBRAR-SUC  PIC S9(15)V99 COMP-3      VALUE ZEROS.
       77  WS-PAGAR-SUC   PIC S9(15)V99 COMP-3      VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(100)        VALUE ALL '-'.
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
           03  FILLER              PIC X(46)    VALUE
               'PARTIDAS ENTRE SUCURSALES - CONCILIACION'.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMINTSU'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(30)    VALUE SPACES.

      *    TITULOS DE LAS DOS PARTES DEL LISTADO:
       01  IMP-PARTE-POSICION.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(50)    VALUE
               'POSICION DEL DIA DE CADA SUCURSAL CONTRA LAS DEMAS'.
           03  FILLER              PIC X(81)    VALUE SPACES.

       01  IMP-PARTE-PATAS.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(50)    VALUE
               'PATAS SIN APAREAR Y PARES OBSERVADOS (SIN ASIENTO)'.
           03  FILLER              PIC X(81)    VALUE SPACES.

      *    SUBTITULO-SUCURSAL:
       01  IMP-SUBT-SUCURSAL.
           03  FILLER              PIC X         VALUE SPACES.
           03  FILLER              PIC X(10)     VALUE 'SUCURSAL: '.
           03  FILLER              PIC X         VALUE SPACES.
           03  IMP-SUCURSAL-SUB    PIC Z9.
           03  FILLER              PIC X(03)     VALUE SPACES.
           03  FILLER              PIC X(08)     VALUE 'MONEDA: '.
           03  IMP-MONEDA-SUB      PIC X(05).
           03  FILLER              PIC X(102)    VALUE SPACES.

       01  IMP-COLUMNAS-POS.
           03  FILLER              PIC X(34)    VALUE
               '   CONTRA SUC             A COBRAR'.
           03  FILLER              PIC X(32)    VALUE
               '              A PAGAR'.
           03  FILLER              PIC X(33)    VALUE
               '      NETO                       '.
           03  FILLER              PIC X(33)    VALUE SPACES.

      *    POSICION CONTRA OTRA SUCURSAL:
       01  IMP-REG-POSICION.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(07)    VALUE 'CONTRA '.
           03  IMP-SUCB            PIC Z9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-COBRAR          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-PAGAR           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-NETO            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(57)    VALUE SPACES.

      *    TOTAL DE LA SUCURSAL EN LA MONEDA:
       01  IMP-FOOTER-SUC.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(09)    VALUE 'TOTAL    '.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-FOOT-COBRAR     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-FOOT-PAGAR      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-FOOT-NETO       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(57)    VALUE SPACES.

      *    NETO DEL BANCO POR MONEDA:
       01  IMP-NETO-BANCO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(24)    VALUE
               'NETO DEL BANCO - MONEDA '.
           03  IMP-BCO-MONEDA      PIC X(05).
           03  FILLER              PIC X(02)    VALUE ': '.
           03  IMP-BCO-NETO        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-BCO-OBSERV      PIC X(20).
           03  FILLER              PIC X(59)    VALUE SPACES.

       01  IMP-COLUMNAS-PAT.
           03  FILLER              PIC X(33)    VALUE
               ' SUC CUENTA          MOV REFERENC'.
           03  FILLER              PIC X(33)    VALUE
               'IA   CANAL MONEDA            IMPO'.
           03  FILLER              PIC X(33)    VALUE
               'RTE  OBSERVACION                 '.
           03  FILLER              PIC X(33)    VALUE SPACES.

      *    DETALLE DE UNA PATA:
       01  IMP-REG-PATA.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-PAT-SUC         PIC Z9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-PAT-TIPCUEN     PIC X(02).
           03  FILLER              PIC X(01)    VALUE '-'.
           03  IMP-PAT-NROCUEN     PIC Z(9)9.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-PAT-TIPMOV      PIC X(02).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-PAT-REFMOV      PIC X(12).
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-PAT-CANAL       PIC X(02).
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-PAT-MONEDA      PIC X(05).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-PAT-IMPORTE     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-PAT-OBSERV      PIC X(25).
           03  FILLER              PIC X(35)    VALUE SPACES.

       01  IMP-FOOTER-PATAS.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(22)    VALUE
               'PATAS SIN PAREJA    : '.
           03  IMP-FOOT-SINPAR     PIC ZZZZZZ9.
           03  FILLER              PIC X(05)    VALUE SPACES.
           03  FILLER              PIC X(22)    VALUE
               'PARES OBSERVADOS    : '.
           03  IMP-FOOT-OBS        PIC ZZZZZZ9.
           03  FILLER              PIC X(68)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *    PATA LEIDA DEL CURSOR.
       77  REG-REFMOV    PIC X(12)                   VALUE SPACES.
       77  REG-CANAL     PIC X(2)                    VALUE SPACES.
       77  REG-TIPMOV    PIC X(2)                    VALUE SPACES.
       77  REG-SUCMOV    PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  REG-TIPCUEN   PIC X(2)                    VALUE SPACES.
       77  REG-NROCUEN   PIC S9(10)V USAGE COMP-3    VALUE ZEROES.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  REG-IMPORTE   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.

      *    POSICION ENTRE SUCURSALES.
       77  POS-SUCA      PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  POS-SUCB      PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  POS-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  POS-COBRAR    PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  POS-PAGAR     PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.

      *    PLAN DE CUENTAS (ULTIMA COMBINACION BUSCADA).
       77  PLA-CANAL     PIC X(2)                    VALUE SPACES.
       77  PLA-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE -1.
       77  PLA-ENCONTRADO          PIC X             VALUE 'N'.
       77  PLA-CTADEBE   PIC X(10)                   VALUE SPACES.
       77  PLA-CTAHABER  PIC X(10)                   VALUE SPACES.

       01  DCLTBCURISU.
           10 ISU-FECHA       PIC X(10).
           10 ISU-NROITEM     PIC S9(7)V     USAGE COMP-3.
           10 ISU-REFMOV      PIC X(12).
           10 ISU-CANAL       PIC X(2).
           10 ISU-ESTADO      PIC X(1).
           10 ISU-SUCDEB      PIC S9(2)V     USAGE COMP-3.
           10 ISU-TIPCUEND    PIC X(2).
           10 ISU-NROCUEND    PIC S9(10)V    USAGE COMP-3.
           10 ISU-MONEDAD     PIC S9(1)V     USAGE COMP-3.
           10 ISU-IMPORTED    PIC S9(11)V9(2) USAGE COMP-3.
           10 ISU-SUCCRE      PIC S9(2)V     USAGE COMP-3.
           10 ISU-TIPCUENC    PIC X(2).
           10 ISU-NROCUENC    PIC S9(10)V    USAGE COMP-3.
           10 ISU-MONEDAC     PIC S9(1)V     USAGE COMP-3.
           10 ISU-IMPORTEC    PIC S9(11)V9(2) USAGE COMP-3.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    PATAS DE TRANSFERENCIA CAPTURADAS HOY, AGRUPADAS POR
      *    REFERENCIA Y CANAL.
           EXEC SQL
              DECLARE CURSORPAT CURSOR FOR
                 SELECT M.REFMOV, M.CANAL, M.TIPMOV, M.SUCMOV,
                        M.TIPCUEN, M.NROCUEN, M.MONEDA, M.IMPORTE
                 FROM KC02803.TBCURMOV M
                 WHERE M.FECCAPT = CURRENT DATE
                   AND M.TIPMOV IN ('DE', 'CR')
                   AND M.REFMOV IS NOT NULL
                   AND M.REFMOV <> ' '
                   AND ((M.CANAL = 'CA' AND
                         SUBSTR(M.REFMOV, 1, 3) = 'TRF')
                     OR (M.CANAL = 'OP' AND
                         SUBSTR(M.REFMOV, 1, 3) = 'ORD')
                     OR (M.CANAL NOT IN ('CA', 'OP')
                         AND EXISTS
                         (SELECT 1 FROM KC02803.TBCURIDM I
                           WHERE I.CANAL = M.CANAL
                             AND SUBSTR(I.REQID, 1, 12) = M.REFMOV)
                         AND EXISTS
                         (SELECT 1 FROM KC02803.TBCURMOV O
                           WHERE O.FECCAPT = M.FECCAPT
                             AND O.REFMOV  = M.REFMOV
                             AND O.CANAL   = M.CANAL
                             AND O.TIPMOV IN ('DE', 'CR')
                             AND O.TIPMOV <> M.TIPMOV)))
                   AND NOT EXISTS
                       (SELECT 1 FROM KC02803.TBCURSAL S
                         WHERE S.REFER   = M.REFMOV
                           AND S.CANAL   = M.CANAL
                           AND S.TIPCUEN = M.TIPCUEN
                           AND S.NROCUEN = M.NROCUEN
                           AND S.FECALTA = M.FECCAPT)
                 ORDER BY M.REFMOV, M.CANAL, M.TIPMOV, M.SUCMOV,
                          M.MONEDA, M.IMPORTE
           END-EXEC.

      *    POSICION DE CADA SUCURSAL (A) CONTRA CADA OTRA (B): A
      *    COBRAR LO QUE A ACREDITO POR CUENTA DE B, A PAGAR LO QUE
      *    B ACREDITO POR CUENTA DE A.
           EXEC SQL
              DECLARE CURSORPOS CURSOR FOR
                 SELECT P.SUCA, P.SUCB, P.MONEDA,
                        SUM(P.COBRAR), SUM(P.PAGAR)
                 FROM (SELECT SUCCRE AS SUCA, SUCDEB AS SUCB,
                              MONEDAD AS MONEDA,
                              IMPORTED AS COBRAR, 0 AS PAGAR
                         FROM KC02803.TBCURISU
                        WHERE FECHA  = CURRENT DATE
                          AND ESTADO = 'A'
                       UNION ALL
                       SELECT SUCDEB, SUCCRE, MONEDAD,
                              0, IMPORTED
                         FROM KC02803.TBCURISU
                        WHERE FECHA  = CURRENT DATE
                          AND ESTADO = 'A') P
                 GROUP BY P.SUCA, P.MONEDA, P.SUCB
                 ORDER BY P.SUCA, P.MONEDA, P.SUCB
           END-EXEC.

      *    PATAS SIN PAREJA Y PARES OBSERVADOS DEL DIA.
           EXEC SQL
              DECLARE CURSOREXC CURSOR FOR
                 SELECT REFMOV, CANAL, ESTADO,
                        SUCDEB, TIPCUEND, NROCUEND, MONEDAD, IMPORTED,
                        SUCCRE, TIPCUENC, NROCUENC, MONEDAC, IMPORTEC
                 FROM KC02803.TBCURISU
                 WHERE FECHA  = CURRENT DATE
                   AND ESTADO IN ('N', 'X')
                 ORDER BY NROITEM
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                       UNTIL WS-FIN-LECTURA
           PERFORM 7000-CONCILIACION-I THRU 7000-CONCILIACION-F
           PERFORM 8000-CONTROLES-I THRU 8000-CONTROLES-F
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE
           MOVE ZEROS TO WS-NETO-BANCO (1) WS-NETO-BANCO (2)

           ACCEPT WS-FECHA-SISTEMA FROM DATE
           COMPUTE WS-FECHA-PROCESO-AAAAMMDD =
                   20000000 +
                   WS-FECHA-SISTEMA-AA * 10000 +
                   WS-FECHA-SISTEMA-MM * 100 +
                   WS-FECHA-SISTEMA-DD
           MOVE WS-FECHA-SISTEMA-AA TO IMP-TIT-AA
           MOVE WS-FECHA-SISTEMA-MM TO IMP-TIT-MM
           MOVE WS-FECHA-SISTEMA-DD TO IMP-TIT-DD

           OPEN OUTPUT CONTABLE
           IF FS-CONTABLE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CONTABLE = ' FS-CONTABLE
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

      *    REPROCESO: SE REGENERAN LAS PARTIDAS DE LA FECHA.
           EXEC SQL
              DELETE FROM KC02803.TBCURISU
               WHERE FECHA = CURRENT DATE
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR DELETE TBCURISU = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           EXEC SQL OPEN CURSORPAT END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR PATAS = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F.

       1000-INICIO-F. EXIT.


      *---- UNA REFERENCIA: CARGA SUS PATAS Y LAS APAREA --------------
       2000-PROCESO-I.

           MOVE REG-REFMOV TO WS-GRUPO-REFMOV
           MOVE REG-CANAL  TO WS-GRUPO-CANAL
           MOVE ZEROS      TO WS-PATAS-CANT

           PERFORM 2100-CARGAR-PATA-I THRU 2100-CARGAR-PATA-F
              UNTIL WS-FIN-LECTURA
                 OR REG-REFMOV IS NOT EQUAL WS-GRUPO-REFMOV
                 OR REG-CANAL  IS NOT EQUAL WS-GRUPO-CANAL

           IF RETURN-CODE IS EQUAL ZEROS
              PERFORM 3000-APAREAR-I THRU 3000-APAREAR-F
           END-IF.

       2000-PROCESO-F. EXIT.


      *---------------------------------------------------------------
       2100-CARGAR-PATA-I.

           IF WS-PATAS-CANT IS NOT LESS WS-PATAS-MAX
      *       REFERENCIA REPETIDA MAS ALLA DE LA TABLA: LA PATA
      *       QUEDA SIN PAREJA PARA SU REVISION.
              DISPLAY '* REFERENCIA CON MAS DE ' WS-PATAS-MAX
                      ' PATAS: ' WS-GRUPO-REFMOV ' ' WS-GRUPO-CANAL
              PERFORM 3400-PATA-SUELTA-LEIDA-I
                 THRU 3400-PATA-SUELTA-LEIDA-F
           ELSE
              ADD 1 TO WS-PATAS-CANT
              MOVE REG-TIPMOV  TO PAT-TIPMOV  (WS-PATAS-CANT)
              MOVE REG-SUCMOV  TO PAT-SUC     (WS-PATAS-CANT)
              MOVE REG-TIPCUEN TO PAT-TIPCUEN (WS-PATAS-CANT)
              MOVE REG-NROCUEN TO PAT-NROCUEN (WS-PATAS-CANT)
              MOVE REG-MONEDA  TO PAT-MONEDA  (WS-PATAS-CANT)
              MOVE REG-IMPORTE TO PAT-IMPORTE (WS-PATAS-CANT)
              MOVE 'N'         TO PAT-USADA   (WS-PATAS-CANT)
           END-IF

           PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F.

       2100-CARGAR-PATA-F. EXIT.


      *---- APAREO: PRIMERO IGUAL MONEDA E IMPORTE, DESPUES ----------
      *---- CUALQUIER CREDITO LIBRE (PAR OBSERVADO), AL FINAL ---------
      *---- LAS PATAS QUE QUEDARON SOLAS ------------------------------
       3000-APAREAR-I.

           MOVE 'I' TO WS-CRITERIO
           PERFORM 3100-UN-DEBITO-I THRU 3100-UN-DEBITO-F
              VARYING WS-IDX-DEB FROM 1 BY 1
              UNTIL WS-IDX-DEB > WS-PATAS-CANT
                 OR RETURN-CODE IS NOT EQUAL ZEROS

           MOVE 'C' TO WS-CRITERIO
           PERFORM 3100-UN-DEBITO-I THRU 3100-UN-DEBITO-F
              VARYING WS-IDX-DEB FROM 1 BY 1
              UNTIL WS-IDX-DEB > WS-PATAS-CANT
                 OR RETURN-CODE IS NOT EQUAL ZEROS

           PERFORM 3300-PATA-SUELTA-I THRU 3300-PATA-SUELTA-F
              VARYING WS-IDX-DEB FROM 1 BY 1
              UNTIL WS-IDX-DEB > WS-PATAS-CANT
                 OR RETURN-CODE IS NOT EQUAL ZEROS.

       3000-APAREAR-F. EXIT.


      *---------------------------------------------------------------
       3100-UN-DEBITO-I.

           IF PAT-TIPMOV (WS-IDX-DEB) IS NOT EQUAL 'DE' OR
              PAT-USADA  (WS-IDX-DEB) IS EQUAL 'S'
              GO TO 3100-UN-DEBITO-F
           END-IF

           MOVE ZEROS TO WS-IDX-PAR
           PERFORM 3150-BUSCAR-CREDITO-I THRU 3150-BUSCAR-CREDITO-F
              VARYING WS-IDX-CRE FROM 1 BY 1
              UNTIL WS-IDX-CRE > WS-PATAS-CANT
                 OR WS-IDX-PAR IS GREATER ZEROS

           IF WS-IDX-PAR IS EQUAL ZEROS
              GO TO 3100-UN-DEBITO-F
           END-IF

           MOVE 'S' TO PAT-USADA (WS-IDX-DEB)
                       PAT-USADA (WS-IDX-PAR)
           PERFORM 3200-PAR-I THRU 3200-PAR-F.

       3100-UN-DEBITO-F. EXIT.


      *---------------------------------------------------------------
       3150-BUSCAR-CREDITO-I.

           IF PAT-TIPMOV (WS-IDX-CRE) IS NOT EQUAL 'CR' OR
              PAT-USADA  (WS-IDX-CRE) IS EQUAL 'S'
              GO TO 3150-BUSCAR-CREDITO-F
           END-IF

           IF WS-CRITERIO IS EQUAL 'I'
              IF PAT-MONEDA (WS-IDX-CRE) IS EQUAL
                 PAT-MONEDA (WS-IDX-DEB) AND
                 PAT-IMPORTE (WS-IDX-CRE) IS EQUAL
                 PAT-IMPORTE (WS-IDX-DEB)
                 MOVE WS-IDX-CRE TO WS-IDX-PAR
              END-IF
           ELSE
              MOVE WS-IDX-CRE TO WS-IDX-PAR
           END-IF.

       3150-BUSCAR-CREDITO-F. EXIT.


      *---- PAR DEBITO (WS-IDX-DEB) / CREDITO (WS-IDX-PAR) ------------
       3200-PAR-I.

           IF WS-CRITERIO IS EQUAL 'I' AND
              PAT-SUC (WS-IDX-DEB) IS EQUAL PAT-SUC (WS-IDX-PAR)
      *       MISMA SUCURSAL: NO HAY PARTIDA ENTRE SUCURSALES.
              ADD 1 TO WS-PARES-SUC-CANT
              GO TO 3200-PAR-F
           END-IF

           INITIALIZE DCLTBCURISU
           MOVE PAT-SUC     (WS-IDX-DEB) TO ISU-SUCDEB
           MOVE PAT-TIPCUEN (WS-IDX-DEB) TO ISU-TIPCUEND
           MOVE PAT-NROCUEN (WS-IDX-DEB) TO ISU-NROCUEND
           MOVE PAT-MONEDA  (WS-IDX-DEB) TO ISU-MONEDAD
           MOVE PAT-IMPORTE (WS-IDX-DEB) TO ISU-IMPORTED
           MOVE PAT-SUC     (WS-IDX-PAR) TO ISU-SUCCRE
           MOVE PAT-TIPCUEN (WS-IDX-PAR) TO ISU-TIPCUENC
           MOVE PAT-NROCUEN (WS-IDX-PAR) TO ISU-NROCUENC
           MOVE PAT-MONEDA  (WS-IDX-PAR) TO ISU-MONEDAC
           MOVE PAT-IMPORTE (WS-IDX-PAR) TO ISU-IMPORTEC

           IF WS-CRITERIO IS EQUAL 'I'
              MOVE 'A' TO ISU-ESTADO
              ADD 1 TO WS-PARES-INTER-CANT
              PERFORM 3600-ASENTAR-PAR-I THRU 3600-ASENTAR-PAR-F
           ELSE
              MOVE 'X' TO ISU-ESTADO
              ADD 1 TO WS-PARES-OBS-CANT
           END-IF

           PERFORM 3500-GRABAR-ISU-I THRU 3500-GRABAR-ISU-F.

       3200-PAR-F. EXIT.


      *---- PATA DE LA TABLA QUE QUEDO SIN PAREJA ---------------------
       3300-PATA-SUELTA-I.

           IF PAT-USADA (WS-IDX-DEB) IS EQUAL 'S'
              GO TO 3300-PATA-SUELTA-F
           END-IF

           MOVE PAT-TIPMOV  (WS-IDX-DEB) TO REG-TIPMOV
           MOVE PAT-SUC     (WS-IDX-DEB) TO REG-SUCMOV
           MOVE PAT-TIPCUEN (WS-IDX-DEB) TO REG-TIPCUEN
           MOVE PAT-NROCUEN (WS-IDX-DEB) TO REG-NROCUEN
           MOVE PAT-MONEDA  (WS-IDX-DEB) TO REG-MONEDA
           MOVE PAT-IMPORTE (WS-IDX-DEB) TO REG-IMPORTE
           PERFORM 3400-PATA-SUELTA-LEIDA-I
              THRU 3400-PATA-SUELTA-LEIDA-F.

       3300-PATA-SUELTA-F. EXIT.


      *---- GRABA SIN PAREJA LA PATA QUE ESTA EN REG- -----------------
       3400-PATA-SUELTA-LEIDA-I.

           ADD 1 TO WS-SIN-PAREJA-CANT
           INITIALIZE DCLTBCURISU
           MOVE 'N' TO ISU-ESTADO
           IF REG-TIPMOV IS EQUAL 'DE'
              MOVE REG-SUCMOV  TO ISU-SUCDEB
              MOVE REG-TIPCUEN TO ISU-TIPCUEND
              MOVE REG-NROCUEN TO ISU-NROCUEND
              MOVE REG-MONEDA  TO ISU-MONEDAD
              MOVE REG-IMPORTE TO ISU-IMPORTED
           ELSE
              MOVE REG-SUCMOV  TO ISU-SUCCRE
              MOVE REG-TIPCUEN TO ISU-TIPCUENC
              MOVE REG-NROCUEN TO ISU-NROCUENC
              MOVE REG-MONEDA  TO ISU-MONEDAC
              MOVE REG-IMPORTE TO ISU-IMPORTEC
           END-IF

           PERFORM 3500-GRABAR-ISU-I THRU 3500-GRABAR-ISU-F.

       3400-PATA-SUELTA-LEIDA-F. EXIT.


      *---------------------------------------------------------------
       3500-GRABAR-ISU-I.

           ADD 1 TO WS-NROITEM
           MOVE WS-NROITEM      TO ISU-NROITEM
           MOVE WS-GRUPO-REFMOV TO ISU-REFMOV
           MOVE WS-GRUPO-CANAL  TO ISU-CANAL

           EXEC SQL
              INSERT INTO KC02803.TBCURISU
                   ( FECHA, NROITEM, REFMOV, CANAL, ESTADO,
                     SUCDEB, TIPCUEND, NROCUEND, MONEDAD, IMPORTED,
                     SUCCRE, TIPCUENC, NROCUENC, MONEDAC, IMPORTEC )
              VALUES
                   ( CURRENT DATE, :ISU-NROITEM, :ISU-REFMOV,
                     :ISU-CANAL, :ISU-ESTADO,
                     :ISU-SUCDEB, :ISU-TIPCUEND, :ISU-NROCUEND,
                     :ISU-MONEDAD, :ISU-IMPORTED,
                     :ISU-SUCCRE, :ISU-TIPCUENC, :ISU-NROCUENC,
                     :ISU-MONEDAC, :ISU-IMPORTEC )
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURISU = ' WS-SQLCODE
                      ' ' ISU-REFMOV ' ' ISU-CANAL
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       3500-GRABAR-ISU-F. EXIT.


      *---- ASIENTOS DEL PAR EN LAS DOS SUCURSALES --------------------
       3600-ASENTAR-PAR-I.

           PERFORM 3700-BUSCAR-PLAN-I THRU 3700-BUSCAR-PLAN-F
           IF PLA-ENCONTRADO IS NOT EQUAL 'S'
              GO TO 3600-ASENTAR-PAR-F
           END-IF

           MOVE ISU-IMPORTED TO WS-IMPORTE CON-IMPORTE
           MOVE ISU-MONEDAD  TO CON-MONEDA
           MOVE WS-FECHA-PROCESO-AAAAMMDD TO CON-FECHA

      *    SUCURSAL DEL DEBITO: CIERRA SU PUENTE Y QUEDA DEBIENDO.
           MOVE ISU-SUCDEB   TO CON-SUCURSAL
           MOVE PLA-CTADEBE  TO CON-CTACONT
           MOVE 'D'          TO CON-LADO
           PERFORM 3800-GRABAR-ASIENTO-I THRU 3800-GRABAR-ASIENTO-F
           MOVE PLA-CTAHABER TO CON-CTACONT
           MOVE 'H'          TO CON-LADO
           PERFORM 3800-GRABAR-ASIENTO-I THRU 3800-GRABAR-ASIENTO-F

      *    SUCURSAL DEL CREDITO: CIERRA SU PUENTE Y QUEDA A COBRAR.
           MOVE ISU-SUCCRE   TO CON-SUCURSAL
           MOVE PLA-CTAHABER TO CON-CTACONT
           MOVE 'D'          TO CON-LADO
           PERFORM 3800-GRABAR-ASIENTO-I THRU 3800-GRABAR-ASIENTO-F
           MOVE PLA-CTADEBE  TO CON-CTACONT
           MOVE 'H'          TO CON-LADO
           PERFORM 3800-GRABAR-ASIENTO-I THRU 3800-GRABAR-ASIENTO-F.

       3600-ASENTAR-PAR-F. EXIT.


      *---- PLAN DE CUENTAS 'IS' DEL CANAL Y MONEDA (SE RECUERDA ------
      *---- LA ULTIMA COMBINACION BUSCADA) ----------------------------
       3700-BUSCAR-PLAN-I.

           IF WS-GRUPO-CANAL IS EQUAL PLA-CANAL AND
              ISU-MONEDAD IS EQUAL PLA-MONEDA
              GO TO 3700-BUSCAR-PLAN-F
           END-IF

           MOVE WS-GRUPO-CANAL TO PLA-CANAL
           MOVE ISU-MONEDAD    TO PLA-MONEDA
           MOVE 'N'            TO PLA-ENCONTRADO

           EXEC SQL
              SELECT CTADEBE, CTAHABER
                INTO :PLA-CTADEBE, :PLA-CTAHABER
                FROM KC02803.TBCURPLA
               WHERE TIPMOV = 'IS'
                 AND CANAL  = :PLA-CANAL
                 AND MONEDA = :PLA-MONEDA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE 'S' TO PLA-ENCONTRADO
              WHEN NOT-FOUND
                 ADD 1 TO WS-SIN-PLAN-CANT
                 DISPLAY '* SIN PLAN DE CUENTAS PARA TIPMOV IS'
                         ' CANAL ' PLA-CANAL ' MONEDA ' PLA-MONEDA
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURPLA = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE -1 TO PLA-MONEDA
           END-EVALUATE.

       3700-BUSCAR-PLAN-F. EXIT.


      *---------------------------------------------------------------
       3800-GRABAR-ASIENTO-I.

           WRITE REG-CONTABLE FROM WS-REG-CONTABLE

           IF FS-CONTABLE IS EQUAL '00'
              ADD 1 TO WS-ASIENTOS-CANT
              IF CON-LADO IS EQUAL 'D'
                 ADD WS-IMPORTE TO WS-TOT-DEBE
              ELSE
                 ADD WS-IMPORTE TO WS-TOT-HABER
              END-IF
           ELSE
              DISPLAY '* ERROR EN GRABAR CONTABLE = ' FS-CONTABLE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       3800-GRABAR-ASIENTO-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

           EXEC SQL
              FETCH CURSORPAT INTO :REG-REFMOV,
                                   :REG-CANAL,
                                   :REG-TIPMOV,
                                   :REG-SUCMOV,
                                   :REG-TIPCUEN,
                                   :REG-NROCUEN,
                                   :REG-MONEDA,
                                   :REG-IMPORTE
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-PATAS-LEIDAS
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR PATAS = ' WS-SQLCODE
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
              MOVE 'S' TO WS-FIN-CURSOR
           END-IF

           ADD 1 TO WS-CUENTA-LINEA.

       6000-VERIF-TITULOS-F. EXIT.


      *---------------------------------------------------------------
       6500-IMPRIMIR-TITULO-I.

           MOVE WS-CUENTA-PAGINA TO IMP-TIT-PAGINA
           MOVE 1 TO WS-CUENTA-LINEA
           ADD  1 TO WS-CUENTA-PAGINA

           WRITE REG-SALIDA FROM IMP-TITULO  AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1.

       6500-IMPRIMIR-TITULO-F. EXIT.


      *---- APERTURA DE SUCURSAL Y MONEDA EN LA POSICION --------------
       6700-IMP-HEADER-SUC-I.

           MOVE POS-SUCA TO IMP-SUCURSAL-SUB
           IF POS-MONEDA IS EQUAL 2
              MOVE 'U$S'   TO IMP-MONEDA-SUB
           ELSE
              MOVE 'PESOS' TO IMP-MONEDA-SUB
           END-IF
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-SUBT-SUCURSAL AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-COLUMNAS-POS AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-COBRAR-SUC WS-PAGAR-SUC.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---- TOTAL DE LA SUCURSAL EN LA MONEDA -------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-COBRAR-SUC TO IMP-FOOT-COBRAR
           MOVE WS-PAGAR-SUC  TO IMP-FOOT-PAGAR
           COMPUTE WS-IMPORTE = WS-COBRAR-SUC - WS-PAGAR-SUC
           MOVE WS-IMPORTE    TO IMP-FOOT-NETO
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER-SUC AFTER 1.

       6850-IMP-FOOTER-F. EXIT.


      *---- CONCILIACION: POSICION ENTRE SUCURSALES Y PATAS -----------
      *---- SIN APAREAR -----------------------------------------------
       7000-CONCILIACION-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 7000-CONCILIACION-F
           END-IF

           PERFORM 6500-IMPRIMIR-TITULO-I THRU 6500-IMPRIMIR-TITULO-F
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-PARTE-POSICION AFTER 1

           EXEC SQL OPEN CURSORPOS END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR POSICION = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 7000-CONCILIACION-F
           END-IF

           MOVE 'N' TO WS-FIN-CURSOR
           PERFORM 7100-UNA-POSICION-I THRU 7100-UNA-POSICION-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORPOS END-EXEC

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 7000-CONCILIACION-F
           END-IF

           PERFORM 7200-IMP-NETO-BANCO-I THRU 7200-IMP-NETO-BANCO-F
              VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > 2

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-PARTE-PATAS AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-COLUMNAS-PAT AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           EXEC SQL OPEN CURSOREXC END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR PATAS SUELTAS = '
                      WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 7000-CONCILIACION-F
           END-IF

           MOVE 'N' TO WS-FIN-CURSOR
           PERFORM 7300-UNA-EXCEPCION-I THRU 7300-UNA-EXCEPCION-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSOREXC END-EXEC

           MOVE WS-SIN-PAREJA-CANT TO IMP-FOOT-SINPAR
           MOVE WS-PARES-OBS-CANT  TO IMP-FOOT-OBS
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER-PATAS AFTER 1.

       7000-CONCILIACION-F. EXIT.


      *---------------------------------------------------------------
       7100-UNA-POSICION-I.

           EXEC SQL
              FETCH CURSORPOS INTO :POS-SUCA,
                                   :POS-SUCB,
                                   :POS-MONEDA,
                                   :POS-COBRAR,
                                   :POS-PAGAR
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 IF WS-SUCA-ANT IS NOT EQUAL -1
                    PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
                 END-IF
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 7100-UNA-POSICION-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR POSICION = '
                         WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 7100-UNA-POSICION-F
           END-EVALUATE

           IF POS-SUCA   IS NOT EQUAL WS-SUCA-ANT OR
              POS-MONEDA IS NOT EQUAL WS-MONA-ANT
              IF WS-SUCA-ANT IS NOT EQUAL -1
                 PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
              END-IF
              PERFORM 6700-IMP-HEADER-SUC-I THRU 6700-IMP-HEADER-SUC-F
              MOVE POS-SUCA   TO WS-SUCA-ANT
              MOVE POS-MONEDA TO WS-MONA-ANT
           END-IF

           MOVE POS-SUCB   TO IMP-SUCB
           MOVE POS-COBRAR TO IMP-COBRAR
           MOVE POS-PAGAR  TO IMP-PAGAR
           COMPUTE WS-IMPORTE = POS-COBRAR - POS-PAGAR
           MOVE WS-IMPORTE TO IMP-NETO
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-POSICION AFTER 1

           ADD POS-COBRAR TO WS-COBRAR-SUC
           ADD POS-PAGAR  TO WS-PAGAR-SUC
           IF POS-MONEDA IS EQUAL 2
              MOVE 2 TO WS-MON-IDX
           ELSE
              MOVE 1 TO WS-MON-IDX
           END-IF
           ADD WS-IMPORTE TO WS-NETO-BANCO (WS-MON-IDX).

       7100-UNA-POSICION-F. EXIT.


      *---- NETO DEL BANCO EN LA MONEDA: DEBE SER CERO ----------------
       7200-IMP-NETO-BANCO-I.

           IF WS-MON-IDX IS EQUAL 2
              MOVE 'U$S'   TO IMP-BCO-MONEDA
           ELSE
              MOVE 'PESOS' TO IMP-BCO-MONEDA
           END-IF
           MOVE WS-NETO-BANCO (WS-MON-IDX) TO IMP-BCO-NETO
           IF WS-NETO-BANCO (WS-MON-IDX) IS EQUAL ZEROS
              MOVE 'CUADRA'         TO IMP-BCO-OBSERV
           ELSE
              MOVE '*** NO CUADRA ***' TO IMP-BCO-OBSERV
           END-IF

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-NETO-BANCO AFTER 2.

       7200-IMP-NETO-BANCO-F. EXIT.


      *---- UNA FILA SIN ASIENTO: UNA LINEA POR PATA ------------------
       7300-UNA-EXCEPCION-I.

           EXEC SQL
              FETCH CURSOREXC INTO :ISU-REFMOV,
                                   :ISU-CANAL,
                                   :ISU-ESTADO,
                                   :ISU-SUCDEB,
                                   :ISU-TIPCUEND,
                                   :ISU-NROCUEND,
                                   :ISU-MONEDAD,
                                   :ISU-IMPORTED,
                                   :ISU-SUCCRE,
                                   :ISU-TIPCUENC,
                                   :ISU-NROCUENC,
                                   :ISU-MONEDAC,
                                   :ISU-IMPORTEC
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 7300-UNA-EXCEPCION-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR PATAS SUELTAS = '
                         WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 7300-UNA-EXCEPCION-F
           END-EVALUATE

           MOVE ISU-REFMOV TO IMP-PAT-REFMOV
           MOVE ISU-CANAL  TO IMP-PAT-CANAL
           IF ISU-ESTADO IS EQUAL 'X'
              MOVE 'DISTINTA MONEDA O IMPORTE' TO IMP-PAT-OBSERV
           ELSE
              MOVE 'SIN PAREJA'                TO IMP-PAT-OBSERV
           END-IF

           IF ISU-TIPCUEND IS NOT EQUAL SPACES
              MOVE 'DE'         TO IMP-PAT-TIPMOV
              MOVE ISU-SUCDEB   TO IMP-PAT-SUC
              MOVE ISU-TIPCUEND TO IMP-PAT-TIPCUEN
              MOVE ISU-NROCUEND TO IMP-PAT-NROCUEN
              MOVE ISU-MONEDAD  TO REG-MONEDA
              MOVE ISU-IMPORTED TO IMP-PAT-IMPORTE
              PERFORM 7400-IMP-PATA-I THRU 7400-IMP-PATA-F
           END-IF

           IF ISU-TIPCUENC IS NOT EQUAL SPACES
              MOVE 'CR'         TO IMP-PAT-TIPMOV
              MOVE ISU-SUCCRE   TO IMP-PAT-SUC
              MOVE ISU-TIPCUENC TO IMP-PAT-TIPCUEN
              MOVE ISU-NROCUENC TO IMP-PAT-NROCUEN
              MOVE ISU-MONEDAC  TO REG-MONEDA
              MOVE ISU-IMPORTEC TO IMP-PAT-IMPORTE
              PERFORM 7400-IMP-PATA-I THRU 7400-IMP-PATA-F
           END-IF.

       7300-UNA-EXCEPCION-F. EXIT.


      *---------------------------------------------------------------
       7400-IMP-PATA-I.

           IF REG-MONEDA IS EQUAL 2
              MOVE 'U$S'   TO IMP-PAT-MONEDA
           ELSE
              MOVE 'PESOS' TO IMP-PAT-MONEDA
           END-IF
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-PATA AFTER 1.

       7400-IMP-PATA-F. EXIT.


      *---- CONTROLES DE SALIDA, IGUAL QUE EN PGMCONTA ----------------
       8000-CONTROLES-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 8000-CONTROLES-F
           END-IF

           IF WS-SIN-PLAN-CANT IS GREATER ZEROS
              DISPLAY '* COMBINACIONES SIN PLAN DE CUENTAS: '
                       WS-SIN-PLAN-CANT
              MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-TOT-DEBE IS NOT EQUAL WS-TOT-HABER
              DISPLAY '* LA INTERFAZ NO BALANCEA DEBE/HABER'
              MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-NETO-BANCO (1) IS NOT EQUAL ZEROS OR
              WS-NETO-BANCO (2) IS NOT EQUAL ZEROS
              DISPLAY '* LA POSICION ENTRE SUCURSALES NO SUMA CERO'
              MOVE 8 TO RETURN-CODE
           END-IF.

       8000-CONTROLES-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORPAT END-EXEC

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - SE RETROCEDEN '
                      'LAS PARTIDAS ENTRE SUCURSALES DEL DIA'
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'PATAS LEIDAS            : ' WS-PATAS-LEIDAS
           DISPLAY 'PARES DE UNA SUCURSAL   : ' WS-PARES-SUC-CANT
           DISPLAY 'PARES ENTRE SUCURSALES  : ' WS-PARES-INTER-CANT
           DISPLAY 'PARES OBSERVADOS        : ' WS-PARES-OBS-CANT
           DISPLAY 'PATAS SIN PAREJA        : ' WS-SIN-PAREJA-CANT
           DISPLAY 'ASIENTOS GRABADOS       : ' WS-ASIENTOS-CANT
           MOVE WS-TOT-DEBE TO WS-TOT-EDIT
           DISPLAY 'TOTAL DEBE              : ' WS-TOT-EDIT
           MOVE WS-TOT-HABER TO WS-TOT-EDIT
           DISPLAY 'TOTAL HABER             : ' WS-TOT-EDIT

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

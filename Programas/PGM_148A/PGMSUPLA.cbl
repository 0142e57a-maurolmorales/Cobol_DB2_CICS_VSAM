       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSUPLA.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMSUPLA                                      *
      *  DESCRIPCIÓN:                                            *
      *    SEÑAL DE TOMA DE CUENTA (SUPLANTACION), DIARIO.       *
      *    RECORRE LA AUDITORIA CONSULTABLE AUDITCAF (PGMAULOD)  *
      *    BUSCANDO LOS CAMBIOS DE DATOS DEL CLIENTE DE LOS      *
      *    ULTIMOS N DIAS (PROGM39S 'MODI', NOVEDADES DE         *
      *    PGMD1CAF 'PE'/'CN', SEGUN PARAMETRO) Y LOS CRUZA CON  *
      *    LO QUE EL MISMO CLIENTE HIZO DESDE EL CAMBIO HASTA N  *
      *    DIAS DESPUES:                                         *
      *    - ALIAS NUEVOS SOBRE SUS CUENTAS (TBCURALI),          *
      *    - TRANSFERENCIAS SALIENTES A UN CBU EXTERNO AL QUE    *
      *      NUNCA HABIA TRANSFERIDO ANTES DEL CAMBIO (TBCURSAL),*
      *    - DEBITOS GRANDES (TBCURMOV 'DE' SOBRE EL UMBRAL, SIN *
      *      CONTAR LA PATA LOCAL DE LAS TRANSFERENCIAS).        *
      *    CADA SEÑAL PRESENTE SUMA SUS PUNTOS; LAS ALERTAS SE   *
      *    LISTAN PARA LA MESA DE FRAUDE ORDENADAS POR PUNTAJE   *
      *    Y POR IMPORTE SALIDO, CON EL CAMBIO QUE LAS DISPARO   *
      *    Y LOS MOVIMIENTOS QUE LE SIGUIERON. PARAMETROS EN     *
      *    DDSUPLA CON VALORES POR DEFECTO.                      *
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

           SELECT SUPLA ASSIGN DDSUPLA
           FILE STATUS IS FS-SUPLA.

           SELECT AUDITCAF ASSIGN TO DDAUDK
           ORGANIZATION IS INDEXED
           ACCESS       IS SEQUENTIAL
           RECORD KEY   IS AUK-KEY
           FILE STATUS  IS FS-AUDITCAF.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       FD  SUPLA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SUPLA      PIC X(80).

      *---- AUDITORIA CONSULTABLE, CLAVE DOC+FECHA+HORA+SECUENCIA -----
       FD  AUDITCAF.
       01  REG-AUDITCAF.
           05 AUK-KEY.
              10 AUK-TIPDOC        PIC X(02).
              10 AUK-NRODOC        PIC 9(11).
              10 AUK-FECHA         PIC X(10).
              10 AUK-HORA          PIC X(08).
              10 AUK-SECUEN        PIC 9(03).
           05 AUK-TRANSACCION      PIC X(04).
           05 AUK-OPERADOR         PIC X(03).
           05 AUK-TERMINAL         PIC X(04).
           05 AUK-ACCION           PIC X(04).
           05 AUK-VALOR-ANT        PIC X(30).
           05 AUK-VALOR-NUE        PIC X(30).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-LISTADO              PIC XX       VALUE SPACES.
       77  FS-SUPLA                PIC XX       VALUE SPACES.
       77  FS-AUDITCAF             PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *-----------  PARAMETROS DE LA SEÑAL  ---------------------------
      *    DIAS DE LA VENTANA (CAMBIOS DE LOS ULTIMOS N DIAS Y
      *    ACTIVIDAD HASTA N DIAS DESPUES DEL CAMBIO), UMBRAL DEL
      *    DEBITO GRANDE EN PESOS, PUNTOS DE CADA SEÑAL Y HASTA
      *    OCHO ACCIONES DE AUDITORIA QUE CUENTAN COMO CAMBIO.
       01  WS-REG-SUPLA.
           03  WS-DIAS-VENTANA     PIC 9(03)    VALUE 005.
           03  WS-UMBRAL-DEBITO    PIC 9(09)V99 VALUE 500000,00.
           03  WS-PTS-ALIAS        PIC 9(03)    VALUE 025.
           03  WS-PTS-CBU          PIC 9(03)    VALUE 040.
           03  WS-PTS-DEBITO       PIC 9(03)    VALUE 035.
           03  WS-ACCIONES-LISTA   PIC X(32)    VALUE
               'MODIPE  CN                      '.
           03  WS-ACCIONES REDEFINES WS-ACCIONES-LISTA.
               05  WS-ACCION       PIC X(04)    OCCURS 8 TIMES.
           03  FILLER              PIC X(25)    VALUE SPACES.

       77  WS-ACC-IDX              PIC 9(02)    VALUE ZEROS.
       77  WS-ES-CAMBIO            PIC X        VALUE 'N'.
           88  ES-CAMBIO                        VALUE 'S'.
           88  NO-ES-CAMBIO                     VALUE 'N'.

      *-----------  VENTANA Y CLIENTE EN PROCESO  ---------------------
      *    AUDITCAF GUARDA LA FECHA COMO AAAA/MM/DD; DB2 LA QUIERE
      *    AAAA-MM-DD.
       77  WS-DESDE-AUD            PIC X(10)    VALUE SPACES.
       77  WS-FEC-CAMBIO           PIC X(10)    VALUE SPACES.
       01  WS-DOC-ANT.
           03  WS-DOC-ANT-TIPO     PIC X(02)    VALUE SPACES.
           03  WS-DOC-ANT-NRO      PIC 9(11)    VALUE ZEROS.
       77  WS-ULT-ALERTA           PIC 9(03)    VALUE ZEROS.

      *-----------  TABLA DE ALERTAS PARA EL RANKING  -----------------
       77  WS-ALE-MAX              PIC 9(03)    VALUE 500.
       77  WS-ALE-CANT             PIC 9(03)    VALUE ZEROS.
       77  WS-ALE-IDX              PIC 9(03)    VALUE ZEROS.
       77  WS-ALE-JDX              PIC 9(03)    VALUE ZEROS.
       77  WS-PUNTAJE              PIC 9(03)    VALUE ZEROS.

       01  WS-TABLA-ALERTAS.
           03  WS-ALE-ITEM OCCURS 500 TIMES.
              05  ALE-TIPDOC       PIC X(02).
              05  ALE-NRODOC       PIC 9(11).
              05  ALE-NROCLI       PIC 9(07).
              05  ALE-NOMAPE       PIC X(30).
              05  ALE-FECHA        PIC X(10).
              05  ALE-HORA         PIC X(08).
              05  ALE-ACCION       PIC X(04).
              05  ALE-TRANSAC      PIC X(04).
              05  ALE-OPERADOR     PIC X(03).
              05  ALE-VALOR-ANT    PIC X(30).
              05  ALE-VALOR-NUE    PIC X(30).
              05  ALE-CAMBIOS      PIC 9(03).
              05  ALE-CANT-ALIAS   PIC 9(03).
              05  ALE-CANT-CBU     PIC 9(03).
              05  ALE-IMP-CBU      PIC 9(13)V99.
              05  ALE-CANT-DEB     PIC 9(03).
              05  ALE-IMP-DEB      PIC 9(13)V99.
              05  ALE-PUNTAJE      PIC 9(03).
              05  ALE-SALIDA       PIC 9(13)V99.

       01  WS-ALE-AUX              PIC X(199).

      *----------- COTIZACION DEL DOLAR -------------------------------
       77  WS-COTIZ-DOLAR  PIC S9(5)V9(2) USAGE COMP-3 VALUE 1000,00.

      *-----------  ACUMULADORES  -------------------------------------
       77  WS-LEIDOS-CANT          PIC 9(07)    VALUE ZEROS.
       77  WS-CAMBIOS-CANT         PIC 9(07)    VALUE ZEROS.
       77  WS-CLIENTES-CANT        PIC 9(07)    VALUE ZEROS.
       77  WS-SIN-CLIENTE          PIC 9(07)    VALUE ZEROS.
       77  WS-SIN-LUGAR            PIC 9(07)    VALUE ZEROS.
       77  WS-RANKING              PIC 9(03)    VALUE ZEROS.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99       VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99       VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99       VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)   VALUE ALL '='.
       77  WS-LINE3                PIC X(132)   VALUE ALL '-'.

       01  IMP-TITULO.
           03  FILLER              PIC X(48)    VALUE
               'ALERTAS DE TOMA DE CUENTA - MESA DE FRAUDE      '.
           03  FILLER              PIC X(08)    VALUE 'FECHA: '.
           03  IMP-TIT-DD          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-MM          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-AA          PIC 99.
           03  FILLER              PIC X(60)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMSUPLA'.

       01  IMP-PARAMETROS.
           03  FILLER              PIC X(15)    VALUE
               ' VENTANA DIAS: '.
           03  IMP-PAR-DIAS        PIC ZZ9.
           03  FILLER              PIC X(18)    VALUE
               '  DEBITO GRANDE: '.
           03  IMP-PAR-UMBRAL      PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(19)    VALUE
               '  PUNTOS ALIAS/CBU/'.
           03  FILLER              PIC X(09)    VALUE 'DEBITO: '.
           03  IMP-PAR-PTS-ALI     PIC ZZ9.
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-PAR-PTS-CBU     PIC ZZ9.
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-PAR-PTS-DEB     PIC ZZ9.
           03  FILLER              PIC X(11)    VALUE '  CAMBIOS: '.
           03  IMP-PAR-ACCIONES    PIC X(32).

       01  IMP-ALERTA.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-ALE-RANK        PIC ZZ9.
           03  FILLER              PIC X(09)    VALUE ' PUNTOS '.
           03  IMP-ALE-PUNTAJE     PIC ZZ9.
           03  FILLER              PIC X(10)    VALUE '  CLIENTE '.
           03  IMP-ALE-NROCLI      PIC Z(6)9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-ALE-NOMAPE      PIC X(30).
           03  FILLER              PIC X(06)    VALUE '  DOC '.
           03  IMP-ALE-TIPDOC      PIC X(02).
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-ALE-NRODOC      PIC 9(11).
           03  FILLER              PIC X(09)    VALUE '  SALIDO '.
           03  IMP-ALE-SALIDA      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(22)    VALUE SPACES.

       01  IMP-CAMBIO.
           03  FILLER              PIC X(13)    VALUE
               '     CAMBIO: '.
           03  IMP-CAM-FECHA       PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CAM-HORA        PIC X(08).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CAM-ACCION      PIC X(04).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CAM-TRANSAC     PIC X(04).
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-CAM-OPERADOR    PIC X(03).
           03  FILLER              PIC X(06)    VALUE ' ANT: '.
           03  IMP-CAM-ANT         PIC X(30).
           03  FILLER              PIC X(06)    VALUE ' NUE: '.
           03  IMP-CAM-NUE         PIC X(30).
           03  FILLER              PIC X(02)    VALUE ' ('.
           03  IMP-CAM-CANT        PIC ZZ9.
           03  FILLER              PIC X(09)    VALUE ' CAMBIOS)'.

       01  IMP-MOVIMIENTO.
           03  FILLER              PIC X(05)    VALUE SPACES.
           03  IMP-MOV-TIPO        PIC X(08).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-MOV-FECHA       PIC X(10).
           03  FILLER              PIC X(06)    VALUE '  CTA '.
           03  IMP-MOV-TIPCUEN     PIC X(02).
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-MOV-NROCUEN     PIC 9(10).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-MOV-IMPORTE     PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                   BLANK WHEN ZERO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-MOV-MONEDA      PIC X(03).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-MOV-DETALLE     PIC X(40).
           03  FILLER              PIC X(24)    VALUE SPACES.

      *    DESTINO DEL CBU EXTERNO PARA EL DETALLE.
       01  WS-DETALLE-CBU.
           03  FILLER              PIC X(08)    VALUE 'DESTINO '.
           03  DCB-BANCO           PIC X(03).
           03  FILLER              PIC X(01)    VALUE '-'.
           03  DCB-SUC             PIC 9(02).
           03  FILLER              PIC X(01)    VALUE '-'.
           03  DCB-TIPCUEN         PIC X(02).
           03  FILLER              PIC X(01)    VALUE '-'.
           03  DCB-NROCUEN         PIC 9(10).
           03  FILLER              PIC X(01)    VALUE '-'.
           03  DCB-DV              PIC 9(02).
           03  FILLER              PIC X(09)    VALUE SPACES.

       01  WS-DETALLE-DEB.
           03  FILLER              PIC X(06)    VALUE 'CANAL '.
           03  DDE-CANAL           PIC X(02).
           03  FILLER              PIC X(06)    VALUE '  REF '.
           03  DDE-REFMOV          PIC X(12).
           03  FILLER              PIC X(14)    VALUE SPACES.

       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-LEYENDA     PIC X(40).
           03  IMP-TOT-VALOR       PIC ZZZZZZ9.
           03  FILLER              PIC X(84)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  WS-DIAS-HV    PIC S9(3)V USAGE COMP-3     VALUE ZEROES.
       77  WS-UMBRAL-HV  PIC S9(11)V99 USAGE COMP-3  VALUE ZEROES.
       77  WS-DESDE-ISO            PIC X(10)    VALUE SPACES.
       77  WS-CANT-ALIAS           PIC S9(9) COMP VALUE  ZEROS.
       77  WS-CANT-CBU             PIC S9(9) COMP VALUE  ZEROS.
       77  WS-CANT-DEB             PIC S9(9) COMP VALUE  ZEROS.
       77  WS-IMP-CBU    PIC S9(13)V99 USAGE COMP-3  VALUE ZEROES.
       77  WS-IMP-DEB    PIC S9(13)V99 USAGE COMP-3  VALUE ZEROES.

       77  REG-TIPDOC    PIC X(02)                   VALUE SPACES.
       77  REG-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-NOMAPE    PIC X(30)                   VALUE SPACES.

      *    VARIABLES TOMADAS DE LOS CURSORES DE DETALLE.
       77  DET-FECHA     PIC X(10)                   VALUE SPACES.
       77  DET-TIPCUEN   PIC X(02)                   VALUE SPACES.
       77  DET-NROCUEN   PIC S9(10)V USAGE COMP-3    VALUE ZEROES.
       77  DET-IMPORTE   PIC S9(11)V99 USAGE COMP-3  VALUE ZEROES.
       77  DET-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  DET-ALIAS     PIC X(20)                   VALUE SPACES.
       77  DET-BANCODES  PIC X(03)                   VALUE SPACES.
       77  DET-SUCDES    PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  DET-TIPCUEND  PIC X(02)                   VALUE SPACES.
       77  DET-NROCUEND  PIC S9(10)V USAGE COMP-3    VALUE ZEROES.
       77  DET-DVDES     PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  DET-CANAL     PIC X(02)                   VALUE SPACES.
       77  DET-REFMOV    PIC X(12)                   VALUE SPACES.

       77  WS-FIN-CURSOR           PIC X        VALUE 'N'.
           88  FIN-CURSOR                       VALUE 'S'.
           88  NO-FIN-CURSOR                    VALUE 'N'.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    ALIAS DADOS DE ALTA SOBRE LAS CUENTAS DEL CLIENTE EN LA
      *    VENTANA POSTERIOR AL CAMBIO.
           EXEC SQL
              DECLARE CURSORALI CURSOR FOR
                 SELECT CHAR(A.FECALTA, ISO),
                        A.TIPCUEN,
                        A.NROCUEN,
                        A.ALIAS
                 FROM KC02803.TBCURALI A,
                      KC02803.TBCURCTA C
                 WHERE A.TIPCUEN = C.TIPCUEN
                   AND A.NROCUEN = C.NROCUEN
                   AND C.NROCLI  = :REG-NROCLI
                   AND A.FECALTA BETWEEN DATE(:WS-FEC-CAMBIO)
                       AND DATE(:WS-FEC-CAMBIO) + :WS-DIAS-HV DAYS
                 ORDER BY A.FECALTA
           END-EXEC.

      *    TRANSFERENCIAS SALIENTES A UN DESTINO EXTERNO QUE EL
      *    CLIENTE NO HABIA USADO ANTES DEL CAMBIO.
           EXEC SQL
              DECLARE CURSORCBU CURSOR FOR
                 SELECT CHAR(S.FECALTA, ISO),
                        S.TIPCUEN,
                        S.NROCUEN,
                        S.IMPORTE,
                        S.MONEDA,
                        S.BANCODES,
                        S.SUCDES,
                        S.TIPCUEND,
                        S.NROCUEND,
                        S.DVDES
                 FROM KC02803.TBCURSAL S,
                      KC02803.TBCURCTA C
                 WHERE S.TIPCUEN = C.TIPCUEN
                   AND S.NROCUEN = C.NROCUEN
                   AND C.NROCLI  = :REG-NROCLI
                   AND S.TIPMOV  = 'CR'
                   AND S.ESTADO <> 'R'
                   AND S.FECALTA BETWEEN DATE(:WS-FEC-CAMBIO)
                       AND DATE(:WS-FEC-CAMBIO) + :WS-DIAS-HV DAYS
                   AND NOT EXISTS
                      (SELECT 1
                         FROM KC02803.TBCURSAL S2,
                              KC02803.TBCURCTA C2
                        WHERE S2.TIPCUEN  = C2.TIPCUEN
                          AND S2.NROCUEN  = C2.NROCUEN
                          AND C2.NROCLI   = C.NROCLI
                          AND S2.TIPMOV   = 'CR'
                          AND S2.BANCODES = S.BANCODES
                          AND S2.SUCDES   = S.SUCDES
                          AND S2.TIPCUEND = S.TIPCUEND
                          AND S2.NROCUEND = S.NROCUEND
                          AND S2.FECALTA  < DATE(:WS-FEC-CAMBIO))
                 ORDER BY S.FECALTA, S.NROITEM
           END-EXEC.

      *    DEBITOS GRANDES EN LA VENTANA; LA PATA LOCAL DE UNA
      *    TRANSFERENCIA SALIENTE (MISMA REFERENCIA EN TBCURSAL) NO
      *    CUENTA ACA, YA LA MIRA EL CURSOR DE CBU.
           EXEC SQL
              DECLARE CURSORDEB CURSOR FOR
                 SELECT CHAR(M.FECMOV, ISO),
                        M.TIPCUEN,
                        M.NROCUEN,
                        M.IMPORTE,
                        M.MONEDA,
                        M.CANAL,
                        VALUE(M.REFMOV, ' ')
                 FROM KC02803.TBCURMOV M,
                      KC02803.TBCURCTA C
                 WHERE M.TIPCUEN = C.TIPCUEN
                   AND M.NROCUEN = C.NROCUEN
                   AND C.NROCLI  = :REG-NROCLI
                   AND M.TIPMOV  = 'DE'
                   AND M.FECMOV BETWEEN DATE(:WS-FEC-CAMBIO)
                       AND DATE(:WS-FEC-CAMBIO) + :WS-DIAS-HV DAYS
                   AND M.IMPORTE * CASE WHEN M.MONEDA = 2
                                        THEN :WS-COTIZ-DOLAR
                                        ELSE 1 END >= :WS-UMBRAL-HV
                   AND NOT EXISTS
                      (SELECT 1
                         FROM KC02803.TBCURSAL S
                        WHERE S.TIPCUEN = M.TIPCUEN
                          AND S.NROCUEN = M.NROCUEN
                          AND S.REFER   = M.REFMOV)
                 ORDER BY M.FECMOV, M.HORAMOV
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                       UNTIL WS-FIN-LECTURA
           PERFORM 8000-RANKING-I THRU 8000-RANKING-F
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

           OPEN INPUT SUPLA
           IF FS-SUPLA IS EQUAL '00' THEN
              READ SUPLA INTO WS-REG-SUPLA
              CLOSE SUPLA
           ELSE
              DISPLAY '* SIN ARCHIVO DE PARAMETROS DE SUPLANTACION, '
                      'SE USAN LOS VALORES POR DEFECTO'
           END-IF
           IF WS-DIAS-VENTANA IS EQUAL ZEROS
              MOVE 5 TO WS-DIAS-VENTANA
           END-IF
           MOVE WS-DIAS-VENTANA  TO WS-DIAS-HV
           MOVE WS-UMBRAL-DEBITO TO WS-UMBRAL-HV
           DISPLAY 'DIAS DE VENTANA   : ' WS-DIAS-VENTANA
           DISPLAY 'ACCIONES DE CAMBIO: ' WS-ACCIONES-LISTA

      *    PRIMER DIA DE LA VENTANA, EN EL FORMATO DE AUDITCAF.
           EXEC SQL
              SELECT CHAR(CURRENT DATE - :WS-DIAS-HV DAYS, ISO)
                INTO :WS-DESDE-ISO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT FECHA DESDE = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           MOVE WS-DESDE-ISO TO WS-DESDE-AUD
           INSPECT WS-DESDE-AUD REPLACING ALL '-' BY '/'
           DISPLAY 'CAMBIOS DESDE     : ' WS-DESDE-AUD

      *    ULTIMA COTIZACION CARGADA DEL DOLAR (IMPORTES EN DOLARES).
           EXEC SQL
              SELECT COTIZ
                INTO :WS-COTIZ-DOLAR
                FROM KC02803.TBCURCOT
               WHERE MONEDA = 2
               ORDER BY FECCOT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL NOT-FOUND THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURCOT = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN INPUT AUDITCAF
           IF FS-AUDITCAF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUDITCAF = ' FS-AUDITCAF
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           MOVE WS-DIAS-VENTANA   TO IMP-PAR-DIAS
           MOVE WS-UMBRAL-DEBITO  TO IMP-PAR-UMBRAL
           MOVE WS-PTS-ALIAS      TO IMP-PAR-PTS-ALI
           MOVE WS-PTS-CBU        TO IMP-PAR-PTS-CBU
           MOVE WS-PTS-DEBITO     TO IMP-PAR-PTS-DEB
           MOVE WS-ACCIONES-LISTA TO IMP-PAR-ACCIONES
           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           WRITE REG-SALIDA FROM IMP-PARAMETROS AFTER 1
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           READ AUDITCAF NEXT RECORD

           EVALUATE FS-AUDITCAF
              WHEN '00'
                 ADD 1 TO WS-LEIDOS-CANT
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA AUDITCAF = ' FS-AUDITCAF
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
           END-EVALUATE

           IF AUK-FECHA IS LESS WS-DESDE-AUD
              GO TO 2000-PROCESO-F
           END-IF

           SET NO-ES-CAMBIO TO TRUE
           PERFORM 2100-BUSCAR-ACCION-I THRU 2100-BUSCAR-ACCION-F
              VARYING WS-ACC-IDX FROM 1 BY 1
                UNTIL WS-ACC-IDX IS GREATER 8
                   OR ES-CAMBIO
           IF NO-ES-CAMBIO
              GO TO 2000-PROCESO-F
           END-IF

           ADD 1 TO WS-CAMBIOS-CANT
           PERFORM 3000-CAMBIO-I THRU 3000-CAMBIO-F.

       2000-PROCESO-F. EXIT.


      *---------------------------------------------------------------
       2100-BUSCAR-ACCION-I.

           IF WS-ACCION (WS-ACC-IDX) IS NOT EQUAL SPACES AND
              WS-ACCION (WS-ACC-IDX) IS EQUAL AUK-ACCION
              SET ES-CAMBIO TO TRUE
           END-IF.

       2100-BUSCAR-ACCION-F. EXIT.


      *---- UN CAMBIO DE DATOS DEL CLIENTE DENTRO DE LA VENTANA -------
      *    AUDITCAF VIENE POR DOCUMENTO Y FECHA: EL PRIMER CAMBIO
      *    DEL DOCUMENTO ES EL MAS VIEJO, Y SU VENTANA YA CUBRE LA
      *    ACTIVIDAD DE LOS SIGUIENTES, QUE SOLO SE CUENTAN.
       3000-CAMBIO-I.

           IF AUK-TIPDOC IS EQUAL WS-DOC-ANT-TIPO AND
              AUK-NRODOC IS EQUAL WS-DOC-ANT-NRO
              IF WS-ULT-ALERTA IS GREATER ZEROS
                 ADD 1 TO ALE-CAMBIOS (WS-ULT-ALERTA)
              END-IF
              GO TO 3000-CAMBIO-F
           END-IF

           MOVE AUK-TIPDOC TO WS-DOC-ANT-TIPO
           MOVE AUK-NRODOC TO WS-DOC-ANT-NRO
           MOVE ZEROS      TO WS-ULT-ALERTA
           ADD 1 TO WS-CLIENTES-CANT

           MOVE AUK-TIPDOC TO REG-TIPDOC
           MOVE AUK-NRODOC TO REG-NRODOC
           EXEC SQL
              SELECT NROCLI, NOMAPE
                INTO :REG-NROCLI, :REG-NOMAPE
                FROM KC02803.TBCURCLI
               WHERE TIPDOC = :REG-TIPDOC
                 AND NRODOC = :REG-NRODOC
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 ADD 1 TO WS-SIN-CLIENTE
                 GO TO 3000-CAMBIO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURCLI = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 3000-CAMBIO-F
           END-EVALUATE

           MOVE AUK-FECHA TO WS-FEC-CAMBIO
           INSPECT WS-FEC-CAMBIO REPLACING ALL '/' BY '-'

           PERFORM 3100-SENALES-I THRU 3100-SENALES-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3000-CAMBIO-F
           END-IF

           MOVE ZEROS TO WS-PUNTAJE
           IF WS-CANT-ALIAS IS GREATER ZEROS
              ADD WS-PTS-ALIAS  TO WS-PUNTAJE
           END-IF
           IF WS-CANT-CBU IS GREATER ZEROS
              ADD WS-PTS-CBU    TO WS-PUNTAJE
           END-IF
           IF WS-CANT-DEB IS GREATER ZEROS
              ADD WS-PTS-DEBITO TO WS-PUNTAJE
           END-IF
           IF WS-PUNTAJE IS EQUAL ZEROS
              GO TO 3000-CAMBIO-F
           END-IF

           IF WS-ALE-CANT IS EQUAL WS-ALE-MAX
              ADD 1 TO WS-SIN-LUGAR
              GO TO 3000-CAMBIO-F
           END-IF

           ADD 1 TO WS-ALE-CANT
           MOVE WS-ALE-CANT     TO WS-ULT-ALERTA
           MOVE AUK-TIPDOC      TO ALE-TIPDOC     (WS-ALE-CANT)
           MOVE AUK-NRODOC      TO ALE-NRODOC     (WS-ALE-CANT)
           MOVE REG-NROCLI      TO ALE-NROCLI     (WS-ALE-CANT)
           MOVE REG-NOMAPE      TO ALE-NOMAPE     (WS-ALE-CANT)
           MOVE AUK-FECHA       TO ALE-FECHA      (WS-ALE-CANT)
           MOVE AUK-HORA        TO ALE-HORA       (WS-ALE-CANT)
           MOVE AUK-ACCION      TO ALE-ACCION     (WS-ALE-CANT)
           MOVE AUK-TRANSACCION TO ALE-TRANSAC    (WS-ALE-CANT)
           MOVE AUK-OPERADOR    TO ALE-OPERADOR   (WS-ALE-CANT)
           MOVE AUK-VALOR-ANT   TO ALE-VALOR-ANT  (WS-ALE-CANT)
           MOVE AUK-VALOR-NUE   TO ALE-VALOR-NUE  (WS-ALE-CANT)
           MOVE 1               TO ALE-CAMBIOS    (WS-ALE-CANT)
           MOVE WS-CANT-ALIAS   TO ALE-CANT-ALIAS (WS-ALE-CANT)
           MOVE WS-CANT-CBU     TO ALE-CANT-CBU   (WS-ALE-CANT)
           MOVE WS-IMP-CBU      TO ALE-IMP-CBU    (WS-ALE-CANT)
           MOVE WS-CANT-DEB     TO ALE-CANT-DEB   (WS-ALE-CANT)
           MOVE WS-IMP-DEB      TO ALE-IMP-DEB    (WS-ALE-CANT)
           MOVE WS-PUNTAJE      TO ALE-PUNTAJE    (WS-ALE-CANT)
           COMPUTE ALE-SALIDA (WS-ALE-CANT) = WS-IMP-CBU + WS-IMP-DEB.

       3000-CAMBIO-F. EXIT.


      *---- LAS TRES SEÑALES EN LA VENTANA POSTERIOR AL CAMBIO --------
      *    IMPORTES EN PESOS, LOS DOLARES A LA ULTIMA COTIZACION.
       3100-SENALES-I.

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-ALIAS
                FROM KC02803.TBCURALI A,
                     KC02803.TBCURCTA C
               WHERE A.TIPCUEN = C.TIPCUEN
                 AND A.NROCUEN = C.NROCUEN
                 AND C.NROCLI  = :REG-NROCLI
                 AND A.FECALTA BETWEEN DATE(:WS-FEC-CAMBIO)
                     AND DATE(:WS-FEC-CAMBIO) + :WS-DIAS-HV DAYS
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURALI = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3100-SENALES-F
           END-IF

           EXEC SQL
              SELECT COUNT(*),
                     VALUE(SUM(S.IMPORTE
                         * CASE WHEN S.MONEDA = 2
                                THEN :WS-COTIZ-DOLAR ELSE 1 END), 0)
                INTO :WS-CANT-CBU, :WS-IMP-CBU
                FROM KC02803.TBCURSAL S,
                     KC02803.TBCURCTA C
               WHERE S.TIPCUEN = C.TIPCUEN
                 AND S.NROCUEN = C.NROCUEN
                 AND C.NROCLI  = :REG-NROCLI
                 AND S.TIPMOV  = 'CR'
                 AND S.ESTADO <> 'R'
                 AND S.FECALTA BETWEEN DATE(:WS-FEC-CAMBIO)
                     AND DATE(:WS-FEC-CAMBIO) + :WS-DIAS-HV DAYS
                 AND NOT EXISTS
                    (SELECT 1
                       FROM KC02803.TBCURSAL S2,
                            KC02803.TBCURCTA C2
                      WHERE S2.TIPCUEN  = C2.TIPCUEN
                        AND S2.NROCUEN  = C2.NROCUEN
                        AND C2.NROCLI   = C.NROCLI
                        AND S2.TIPMOV   = 'CR'
                        AND S2.BANCODES = S.BANCODES
                        AND S2.SUCDES   = S.SUCDES
                        AND S2.TIPCUEND = S.TIPCUEND
                        AND S2.NROCUEND = S.NROCUEND
                        AND S2.FECALTA  < DATE(:WS-FEC-CAMBIO))
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURSAL = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3100-SENALES-F
           END-IF

           EXEC SQL
              SELECT COUNT(*),
                     VALUE(SUM(M.IMPORTE
                         * CASE WHEN M.MONEDA = 2
                                THEN :WS-COTIZ-DOLAR ELSE 1 END), 0)
                INTO :WS-CANT-DEB, :WS-IMP-DEB
                FROM KC02803.TBCURMOV M,
                     KC02803.TBCURCTA C
               WHERE M.TIPCUEN = C.TIPCUEN
                 AND M.NROCUEN = C.NROCUEN
                 AND C.NROCLI  = :REG-NROCLI
                 AND M.TIPMOV  = 'DE'
                 AND M.FECMOV BETWEEN DATE(:WS-FEC-CAMBIO)
                     AND DATE(:WS-FEC-CAMBIO) + :WS-DIAS-HV DAYS
                 AND M.IMPORTE * CASE WHEN M.MONEDA = 2
                                      THEN :WS-COTIZ-DOLAR
                                      ELSE 1 END >= :WS-UMBRAL-HV
                 AND NOT EXISTS
                    (SELECT 1
                       FROM KC02803.TBCURSAL S
                      WHERE S.TIPCUEN = M.TIPCUEN
                        AND S.NROCUEN = M.NROCUEN
                        AND S.REFER   = M.REFMOV)
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURMOV = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       3100-SENALES-F. EXIT.


      *---- RANKING DE ALERTAS (PUNTAJE Y LUEGO IMPORTE SALIDO) -------
       8000-RANKING-I.

           IF WS-ALE-CANT IS EQUAL ZEROS OR
              RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 8000-RANKING-F
           END-IF

      *    ORDENAMIENTO POR INTERCAMBIO, COMO EN PGMSEGUR.
           PERFORM 8100-ORDENAR-PASADA-I
              THRU 8100-ORDENAR-PASADA-F
              VARYING WS-ALE-IDX FROM 1 BY 1
              UNTIL WS-ALE-IDX IS NOT LESS WS-ALE-CANT

           PERFORM 8300-IMP-ALERTA-I THRU 8300-IMP-ALERTA-F
              VARYING WS-ALE-IDX FROM 1 BY 1
              UNTIL WS-ALE-IDX IS GREATER WS-ALE-CANT
                 OR RETURN-CODE IS NOT EQUAL ZEROS.

       8000-RANKING-F. EXIT.


      *---------------------------------------------------------------
       8100-ORDENAR-PASADA-I.

           PERFORM 8200-COMPARAR-I THRU 8200-COMPARAR-F
              VARYING WS-ALE-JDX FROM 1 BY 1
              UNTIL WS-ALE-JDX IS NOT LESS WS-ALE-CANT.

       8100-ORDENAR-PASADA-F. EXIT.


      *---------------------------------------------------------------
       8200-COMPARAR-I.

           IF ALE-PUNTAJE (WS-ALE-JDX) IS LESS
              ALE-PUNTAJE (WS-ALE-JDX + 1)
              OR (ALE-PUNTAJE (WS-ALE-JDX) IS EQUAL
                  ALE-PUNTAJE (WS-ALE-JDX + 1) AND
                  ALE-SALIDA (WS-ALE-JDX) IS LESS
                  ALE-SALIDA (WS-ALE-JDX + 1))
              MOVE WS-ALE-ITEM (WS-ALE-JDX)     TO WS-ALE-AUX
              MOVE WS-ALE-ITEM (WS-ALE-JDX + 1)
                TO WS-ALE-ITEM (WS-ALE-JDX)
              MOVE WS-ALE-AUX
                TO WS-ALE-ITEM (WS-ALE-JDX + 1)
           END-IF.

       8200-COMPARAR-F. EXIT.


      *---- UNA ALERTA: CLIENTE, CAMBIO Y MOVIMIENTOS POSTERIORES -----
       8300-IMP-ALERTA-I.

           ADD 1 TO WS-RANKING
           MOVE WS-RANKING                   TO IMP-ALE-RANK
           MOVE ALE-PUNTAJE   (WS-ALE-IDX)   TO IMP-ALE-PUNTAJE
           MOVE ALE-NROCLI    (WS-ALE-IDX)   TO IMP-ALE-NROCLI
           MOVE ALE-NOMAPE    (WS-ALE-IDX)   TO IMP-ALE-NOMAPE
           MOVE ALE-TIPDOC    (WS-ALE-IDX)   TO IMP-ALE-TIPDOC
           MOVE ALE-NRODOC    (WS-ALE-IDX)   TO IMP-ALE-NRODOC
           MOVE ALE-SALIDA    (WS-ALE-IDX)   TO IMP-ALE-SALIDA
           WRITE REG-SALIDA FROM IMP-ALERTA AFTER 2
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              GO TO 8300-IMP-ALERTA-F
           END-IF

           MOVE ALE-FECHA     (WS-ALE-IDX)   TO IMP-CAM-FECHA
           MOVE ALE-HORA      (WS-ALE-IDX)   TO IMP-CAM-HORA
           MOVE ALE-ACCION    (WS-ALE-IDX)   TO IMP-CAM-ACCION
           MOVE ALE-TRANSAC   (WS-ALE-IDX)   TO IMP-CAM-TRANSAC
           MOVE ALE-OPERADOR  (WS-ALE-IDX)   TO IMP-CAM-OPERADOR
           MOVE ALE-VALOR-ANT (WS-ALE-IDX)   TO IMP-CAM-ANT
           MOVE ALE-VALOR-NUE (WS-ALE-IDX)   TO IMP-CAM-NUE
           MOVE ALE-CAMBIOS   (WS-ALE-IDX)   TO IMP-CAM-CANT
           WRITE REG-SALIDA FROM IMP-CAMBIO AFTER 1

           MOVE ALE-NROCLI    (WS-ALE-IDX)   TO REG-NROCLI
           MOVE ALE-FECHA     (WS-ALE-IDX)   TO WS-FEC-CAMBIO
           INSPECT WS-FEC-CAMBIO REPLACING ALL '/' BY '-'

           IF ALE-CANT-ALIAS (WS-ALE-IDX) IS GREATER ZEROS
              PERFORM 8400-DET-ALIAS-I THRU 8400-DET-ALIAS-F
           END-IF
           IF ALE-CANT-CBU (WS-ALE-IDX) IS GREATER ZEROS
              PERFORM 8500-DET-CBU-I THRU 8500-DET-CBU-F
           END-IF
           IF ALE-CANT-DEB (WS-ALE-IDX) IS GREATER ZEROS
              PERFORM 8600-DET-DEBITO-I THRU 8600-DET-DEBITO-F
           END-IF

           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1.

       8300-IMP-ALERTA-F. EXIT.


      *---------------------------------------------------------------
       8400-DET-ALIAS-I.

           EXEC SQL OPEN CURSORALI END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORALI = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 8400-DET-ALIAS-F
           END-IF

           SET NO-FIN-CURSOR TO TRUE
           PERFORM 8450-FETCH-ALIAS-I THRU 8450-FETCH-ALIAS-F
              UNTIL FIN-CURSOR

           EXEC SQL CLOSE CURSORALI END-EXEC.

       8400-DET-ALIAS-F. EXIT.


      *---------------------------------------------------------------
       8450-FETCH-ALIAS-I.

           EXEC SQL
              FETCH CURSORALI INTO :DET-FECHA,
                                   :DET-TIPCUEN,
                                   :DET-NROCUEN,
                                   :DET-ALIAS
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET FIN-CURSOR TO TRUE
                 GO TO 8450-FETCH-ALIAS-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORALI = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET FIN-CURSOR TO TRUE
                 GO TO 8450-FETCH-ALIAS-F
           END-EVALUATE

           MOVE 'ALIAS'         TO IMP-MOV-TIPO
           MOVE DET-FECHA       TO IMP-MOV-FECHA
           MOVE DET-TIPCUEN     TO IMP-MOV-TIPCUEN
           MOVE DET-NROCUEN     TO IMP-MOV-NROCUEN
           MOVE ZEROS           TO IMP-MOV-IMPORTE
           MOVE SPACES          TO IMP-MOV-MONEDA
           MOVE SPACES          TO IMP-MOV-DETALLE
           MOVE DET-ALIAS       TO IMP-MOV-DETALLE
           WRITE REG-SALIDA FROM IMP-MOVIMIENTO AFTER 1.

       8450-FETCH-ALIAS-F. EXIT.


      *---------------------------------------------------------------
       8500-DET-CBU-I.

           EXEC SQL OPEN CURSORCBU END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORCBU = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 8500-DET-CBU-F
           END-IF

           SET NO-FIN-CURSOR TO TRUE
           PERFORM 8550-FETCH-CBU-I THRU 8550-FETCH-CBU-F
              UNTIL FIN-CURSOR

           EXEC SQL CLOSE CURSORCBU END-EXEC.

       8500-DET-CBU-F. EXIT.


      *---------------------------------------------------------------
       8550-FETCH-CBU-I.

           EXEC SQL
              FETCH CURSORCBU INTO :DET-FECHA,
                                   :DET-TIPCUEN,
                                   :DET-NROCUEN,
                                   :DET-IMPORTE,
                                   :DET-MONEDA,
                                   :DET-BANCODES,
                                   :DET-SUCDES,
                                   :DET-TIPCUEND,
                                   :DET-NROCUEND,
                                   :DET-DVDES
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET FIN-CURSOR TO TRUE
                 GO TO 8550-FETCH-CBU-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORCBU = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET FIN-CURSOR TO TRUE
                 GO TO 8550-FETCH-CBU-F
           END-EVALUATE

           MOVE 'CBU NUEVO'     TO IMP-MOV-TIPO
           MOVE DET-FECHA       TO IMP-MOV-FECHA
           MOVE DET-TIPCUEN     TO IMP-MOV-TIPCUEN
           MOVE DET-NROCUEN     TO IMP-MOV-NROCUEN
           MOVE DET-IMPORTE     TO IMP-MOV-IMPORTE
           PERFORM 8900-MONEDA-I THRU 8900-MONEDA-F
           MOVE DET-BANCODES    TO DCB-BANCO
           MOVE DET-SUCDES      TO DCB-SUC
           MOVE DET-TIPCUEND    TO DCB-TIPCUEN
           MOVE DET-NROCUEND    TO DCB-NROCUEN
           MOVE DET-DVDES       TO DCB-DV
           MOVE WS-DETALLE-CBU  TO IMP-MOV-DETALLE
           WRITE REG-SALIDA FROM IMP-MOVIMIENTO AFTER 1.

       8550-FETCH-CBU-F. EXIT.


      *---------------------------------------------------------------
       8600-DET-DEBITO-I.

           EXEC SQL OPEN CURSORDEB END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORDEB = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 8600-DET-DEBITO-F
           END-IF

           SET NO-FIN-CURSOR TO TRUE
           PERFORM 8650-FETCH-DEBITO-I THRU 8650-FETCH-DEBITO-F
              UNTIL FIN-CURSOR

           EXEC SQL CLOSE CURSORDEB END-EXEC.

       8600-DET-DEBITO-F. EXIT.


      *---------------------------------------------------------------
       8650-FETCH-DEBITO-I.

           EXEC SQL
              FETCH CURSORDEB INTO :DET-FECHA,
                                   :DET-TIPCUEN,
                                   :DET-NROCUEN,
                                   :DET-IMPORTE,
                                   :DET-MONEDA,
                                   :DET-CANAL,
                                   :DET-REFMOV
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET FIN-CURSOR TO TRUE
                 GO TO 8650-FETCH-DEBITO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORDEB = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET FIN-CURSOR TO TRUE
                 GO TO 8650-FETCH-DEBITO-F
           END-EVALUATE

           MOVE 'DEBITO'        TO IMP-MOV-TIPO
           MOVE DET-FECHA       TO IMP-MOV-FECHA
           MOVE DET-TIPCUEN     TO IMP-MOV-TIPCUEN
           MOVE DET-NROCUEN     TO IMP-MOV-NROCUEN
           MOVE DET-IMPORTE     TO IMP-MOV-IMPORTE
           PERFORM 8900-MONEDA-I THRU 8900-MONEDA-F
           MOVE DET-CANAL       TO DDE-CANAL
           MOVE DET-REFMOV      TO DDE-REFMOV
           MOVE WS-DETALLE-DEB  TO IMP-MOV-DETALLE
           WRITE REG-SALIDA FROM IMP-MOVIMIENTO AFTER 1.

       8650-FETCH-DEBITO-F. EXIT.


      *---------------------------------------------------------------
       8900-MONEDA-I.

           IF DET-MONEDA IS EQUAL 2
              MOVE 'USD' TO IMP-MOV-MONEDA
           ELSE
              MOVE 'ARS' TO IMP-MOV-MONEDA
           END-IF.

       8900-MONEDA-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL ZEROS
              WRITE REG-SALIDA FROM WS-LINE AFTER 2
              MOVE 'REGISTROS DE AUDITORIA LEIDOS'  TO IMP-TOT-LEYENDA
              MOVE WS-LEIDOS-CANT                   TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'CAMBIOS DE DATOS EN LA VENTANA' TO IMP-TOT-LEYENDA
              MOVE WS-CAMBIOS-CANT                  TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'CLIENTES CON CAMBIOS'           TO IMP-TOT-LEYENDA
              MOVE WS-CLIENTES-CANT                 TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'DOCUMENTOS SIN FILA EN TBCURCLI' TO IMP-TOT-LEYENDA
              MOVE WS-SIN-CLIENTE                   TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'ALERTAS'                        TO IMP-TOT-LEYENDA
              MOVE WS-ALE-CANT                      TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              IF WS-SIN-LUGAR IS GREATER ZEROS
                 MOVE '* ALERTAS FUERA DE TABLA'    TO IMP-TOT-LEYENDA
                 MOVE WS-SIN-LUGAR                  TO IMP-TOT-VALOR
                 WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              END-IF
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'AUDITORIA LEIDA      : ' WS-LEIDOS-CANT
           DISPLAY 'CAMBIOS EN VENTANA   : ' WS-CAMBIOS-CANT
           DISPLAY 'CLIENTES CON CAMBIOS : ' WS-CLIENTES-CANT
           DISPLAY 'ALERTAS              : ' WS-ALE-CANT
           IF WS-SIN-LUGAR IS GREATER ZEROS
              DISPLAY '* ALERTAS QUE NO ENTRARON EN LA TABLA ('
                      WS-ALE-MAX '): ' WS-SIN-LUGAR
           END-IF

           CLOSE AUDITCAF
           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

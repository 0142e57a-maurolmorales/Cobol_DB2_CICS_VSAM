       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRIESG.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMRIESG                                      *
      *  DESCRIPCIÓN:                                            *
      *    MATRIZ DE RIESGO DE LAVADO, MENSUAL.                  *
      *    CALIFICA A CADA CLIENTE VIGENTE DE TBCURCLI SUMANDO   *
      *    LOS PUNTOS DE CADA FACTOR PONDERADO:                  *
      *    - COINCIDENCIA EN LISTAS DE CONTROL (TBCURLSN, CON    *
      *      LAS REGLAS DE PGMSCREE) O CUENTAS RETENIDAS POR     *
      *      CUMPLIMIENTO (ESTCTA 'R'),                          *
      *    - NACIONALIDAD NO ARGENTINA,                          *
      *    - PERSONA JURIDICA,                                   *
      *    - PESO DEL EFECTIVO (CANAL 'CA') EN LOS CREDITOS DE   *
      *      LOS ULTIMOS 12 MESES,                               *
      *    - MOVIMIENTOS SOBRE EL UMBRAL UNITARIO UIF (EL MISMO  *
      *      ARCHIVO DDUMBRAL DE PGMUIFMV) EN 12 MESES,          *
      *    - MEZCLA DE PRODUCTOS (CUENTAS EN DOLARES).           *
      *    ASIGNA EL NIVEL BAJO / MEDIO / ALTO, GRABA EL         *
      *    DESGLOSE EN TBCURRIE Y ESTAMPA NIVEL, FECHA Y PROXIMA *
      *    REVISION EN TBCURCLI. LA PROXIMA REVISION SE FIJA     *
      *    SEGUN EL NIVEL CUANDO ESTE CAMBIA O CUANDO LA         *
      *    REVISION VENCE.                                       *
      *    LISTA POR SUCURSAL LOS CAMBIOS DE NIVEL Y LAS         *
      *    REVISIONES VENCIDAS DEL MES.                          *
      *    PESOS, PISOS Y PERIODICIDAD SE TOMAN DEL ARCHIVO      *
      *    DDPESRIE; SIN ARCHIVO SE USAN LOS VALORES POR         *
      *    DEFECTO. UN REPROCESO EN EL DIA REEMPLAZA EL          *
      *    DESGLOSE YA GRABADO.                                  *
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

           SELECT PESOS ASSIGN DDPESRIE
           FILE STATUS IS FS-PESOS.

           SELECT UMBRALES ASSIGN DDUMBRAL
           FILE STATUS IS FS-UMBRALES.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       FD  PESOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-PESOS      PIC X(45).

       FD  UMBRALES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-UMBRALES   PIC X(44).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-LISTADO              PIC XX       VALUE SPACES.
       77  FS-PESOS                PIC XX       VALUE SPACES.
       77  FS-UMBRALES             PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- PESOS DE LA MATRIZ (9(3) CADA UNO) -----------------
       01  WS-REG-PESOS.
      *    PUNTOS POR FACTOR.
           03  WS-PES-LISTA        PIC 9(03)    VALUE 040.
           03  WS-PES-NACION       PIC 9(03)    VALUE 015.
           03  WS-PES-JURIDICA     PIC 9(03)    VALUE 015.
           03  WS-PES-EFEC-ALTO    PIC 9(03)    VALUE 020.
           03  WS-PES-EFEC-MEDIO   PIC 9(03)    VALUE 010.
           03  WS-PES-UIF-MOV      PIC 9(03)    VALUE 005.
           03  WS-PES-UIF-TOPE     PIC 9(03)    VALUE 020.
           03  WS-PES-DOLAR        PIC 9(03)    VALUE 010.
      *    PORCENTAJE DE CREDITOS EN EFECTIVO PARA CADA ESCALON.
           03  WS-PCT-EFEC-ALTO    PIC 9(03)    VALUE 050.
           03  WS-PCT-EFEC-MEDIO   PIC 9(03)    VALUE 025.
      *    PUNTAJE MINIMO DE CADA NIVEL.
           03  WS-PISO-MEDIO       PIC 9(03)    VALUE 025.
           03  WS-PISO-ALTO        PIC 9(03)    VALUE 050.
      *    MESES HASTA LA PROXIMA REVISION SEGUN EL NIVEL.
           03  WS-MESES-ALTO       PIC 9(03)    VALUE 012.
           03  WS-MESES-MEDIO      PIC 9(03)    VALUE 024.
           03  WS-MESES-BAJO       PIC 9(03)    VALUE 060.

      *----------- UMBRALES UIF (9(9)V99 CADA UNO, COMO PGMUIFMV) -----
       01  WS-REG-UMBRALES.
           03  WS-UMB-UNIT-PESOS   PIC 9(09)V99 VALUE 50000,00.
           03  WS-UMB-UNIT-DOLAR   PIC 9(09)V99 VALUE 10000,00.
           03  WS-UMB-MENS-PESOS   PIC 9(09)V99 VALUE 200000,00.
           03  WS-UMB-MENS-DOLAR   PIC 9(09)V99 VALUE 50000,00.

      *-----------  CORTE DE CONTROL POR SUCURSAL ---------------------
       77  WS-SUCUEN-ANT   PIC S9(2)V USAGE COMP-3   VALUE -1.

      *----------- CALIFICACION DEL CLIENTE EN CURSO ------------------
       77  WS-CLI-NOMBRE           PIC X(30)         VALUE SPACES.
       77  WS-CLI-APELLIDO         PIC X(30)         VALUE SPACES.
       77  WS-CANT-LISTA   PIC S9(9) COMP            VALUE ZEROS.
       77  WS-CANT-CRED    PIC S9(9) COMP            VALUE ZEROS.
       77  WS-CANT-EFEC    PIC S9(9) COMP            VALUE ZEROS.
       77  WS-CANT-UIF     PIC S9(9) COMP            VALUE ZEROS.
       77  WS-PCT-EFEC     PIC S9(3)V99 COMP-3       VALUE ZEROS.
       77  WS-MESES-REV    PIC S9(3)V USAGE COMP-3   VALUE ZEROS.
       77  WS-RECALC-REV           PIC X             VALUE 'N'.
       77  WS-MOTIVO               PIC X(20)         VALUE SPACES.

      *----------- ACUMULADORES ---------------------------------------
       77  WS-CLIENTES-CANT      PIC 9(07)           VALUE ZEROES.
       77  WS-NIV-A-CANT         PIC 9(07)           VALUE ZEROES.
       77  WS-NIV-M-CANT         PIC 9(07)           VALUE ZEROES.
       77  WS-NIV-B-CANT         PIC 9(07)           VALUE ZEROES.
       77  WS-CAMBIOS-CANT       PIC 9(07)           VALUE ZEROES.
       77  WS-REVISION-CANT      PIC 9(07)           VALUE ZEROES.
       77  WS-SUC-CAMBIOS        PIC 9(05)           VALUE ZEROES.
       77  WS-SUC-REVISION       PIC 9(05)           VALUE ZEROES.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(132)        VALUE ALL '-'.
       77  WS-LINEA-FIJA           PIC 9(02)         VALUE 58.
       77  WS-CUENTA-LINEA         PIC 9(02)         VALUE 99.
       77  WS-CUENTA-PAGINA        PIC 9(02)         VALUE 01.

      *    TITULO:
       01  IMP-TITULO.
           03  FILLER              PIC X(49)    VALUE
               'MATRIZ DE RIESGO - CAMBIOS DE NIVEL Y REVISIONES '.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PROCESO '.
           03  IMP-TIT-FECHA       PIC X(10)    VALUE SPACES.
           03  FILLER              PIC X(40)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PAGINA: '.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMRIESG'.

       01  IMP-COLUMNAS.
           03  FILLER              PIC X(44)    VALUE
               ' CLIENTE  APELLIDO Y NOMBRE               AN'.
           03  FILLER              PIC X(44)    VALUE
               'TER  NUEVO  PTS  LIS  NAC  JUR  EFE  UIF  PR'.
           03  FILLER              PIC X(44)    VALUE
               'O  PROX.REV.   MOTIVO                       '.

      *    SUBTITULO-SUCUEN:
       01  IMP-SUBT-SUCUEN.
           03  FILLER              PIC X(11)    VALUE ' SUCURSAL: '.
           03  IMP-SUCUEN-SUB      PIC Z9.
           03  FILLER              PIC X(119)   VALUE SPACES.

      *    DETALLE POR CLIENTE:
       01  IMP-DETALLE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NROCLI          PIC Z(6)9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-NOMAPE          PIC X(30).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-NIVANT          PIC X(05).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-NIVEL           PIC X(05).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-PUNTAJE         PIC ZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-PTS-LISTA       PIC ZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-PTS-NACION      PIC ZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-PTS-JURID       PIC ZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-PTS-EFECT       PIC ZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-PTS-UIF         PIC ZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-PTS-PROD        PIC ZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-PROXREV         PIC X(10).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-MOTIVO          PIC X(20).
           03  FILLER              PIC X(09)    VALUE SPACES.

      *    TOTAL DE SUCURSAL:
       01  IMP-FOOTER-SUC.
           03  FILLER              PIC X(19)    VALUE
               ' CAMBIOS DE NIVEL: '.
           03  IMP-FOOT-CAMBIOS    PIC ZZZZ9.
           03  FILLER              PIC X(24)    VALUE
               '   REVISIONES VENCIDAS: '.
           03  IMP-FOOT-REVISION   PIC ZZZZ9.
           03  FILLER              PIC X(79)    VALUE SPACES.

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
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-TIPDOC    PIC X(02)                   VALUE SPACES.
       77  REG-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  REG-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  REG-NACIONALIDAD PIC X(30)                VALUE SPACES.
       77  REG-CLASE     PIC X(01)                   VALUE SPACES.
       77  REG-NIVANT    PIC X(01)                   VALUE SPACES.
       77  REG-PROXREV   PIC X(10)                   VALUE SPACES.
       77  REG-REV-VENCE PIC X(01)                   VALUE SPACES.
       77  REG-SUCMIN    PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  REG-CANT-DOLAR PIC S9(4) COMP             VALUE ZEROES.
       77  REG-CANT-RETEN PIC S9(4) COMP             VALUE ZEROES.

      *    DESGLOSE DE LA CALIFICACION (DCLGEN TBCURRIE).
       01  DCLTBCURRIE.
           10 RIE-FECHA       PIC X(10).
           10 RIE-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 RIE-PTSLISTA    PIC S9(3)V     USAGE COMP-3.
           10 RIE-PTSNACION   PIC S9(3)V     USAGE COMP-3.
           10 RIE-PTSJURID    PIC S9(3)V     USAGE COMP-3.
           10 RIE-PTSEFECT    PIC S9(3)V     USAGE COMP-3.
           10 RIE-PTSUIF      PIC S9(3)V     USAGE COMP-3.
           10 RIE-PTSPROD     PIC S9(3)V     USAGE COMP-3.
           10 RIE-PUNTAJE     PIC S9(3)V     USAGE COMP-3.
           10 RIE-NIVEL       PIC X(1).
           10 RIE-NIVANT      PIC X(1).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    CLIENTES VIGENTES CON SU SUCURSAL (LA MENOR DE SUS CUENTAS
      *    NO CERRADAS, COMO PGMPOSCL), SUS CUENTAS EN DOLARES, SUS
      *    CUENTAS RETENIDAS POR CUMPLIMIENTO Y SI LA REVISION YA
      *    VENCIO. LOS CLIENTES SIN CUENTAS QUEDAN EN SUCURSAL 0.
           EXEC SQL
              DECLARE CURSORRIE CURSOR FOR
                 SELECT C.NROCLI,
                        C.TIPDOC,
                        C.NRODOC,
                        C.NOMAPE,
                        VALUE(C.NACIONALIDAD, ' '),
                        C.CLASE,
                        C.NIVRIESGO,
                        VALUE(CHAR(C.PROXREV, ISO), ' '),
                        CASE WHEN C.PROXREV IS NULL OR
                                  C.PROXREV <= CURRENT DATE
                             THEN 'S' ELSE 'N' END,
                        VALUE((SELECT MIN(A.SUCUEN)
                                 FROM KC02803.TBCURCTA A
                                WHERE A.NROCLI  = C.NROCLI
                                  AND A.ESTCTA <> 'C'), 0),
                        (SELECT COUNT(*)
                           FROM KC02803.TBCURCTA A
                          WHERE A.NROCLI  = C.NROCLI
                            AND A.ESTCTA <> 'C'
                            AND A.MONEDA  = 2),
                        (SELECT COUNT(*)
                           FROM KC02803.TBCURCTA A
                          WHERE A.NROCLI  = C.NROCLI
                            AND A.ESTCTA  = 'R')
                 FROM KC02803.TBCURCLI C
                 WHERE C.FECBAJA IS NULL
                 ORDER BY 10, 1
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
           MOVE WS-FECHA-AA TO WS-FPI-AA
           MOVE WS-FECHA-MM TO WS-FPI-MM
           MOVE WS-FECHA-DD TO WS-FPI-DD
           MOVE WS-FECHA-PROCESO-ISO TO IMP-TIT-FECHA

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           OPEN INPUT PESOS
           IF FS-PESOS IS EQUAL '00' THEN
              READ PESOS INTO WS-REG-PESOS
              CLOSE PESOS
           ELSE
              DISPLAY '* SIN ARCHIVO DE PESOS, SE USAN '
                      'LOS VALORES POR DEFECTO'
           END-IF
           DISPLAY 'PUNTOS LISTAS DE CONTROL: ' WS-PES-LISTA
           DISPLAY 'PUNTOS NO RESIDENTE     : ' WS-PES-NACION
           DISPLAY 'PUNTOS PERSONA JURIDICA : ' WS-PES-JURIDICA
           DISPLAY 'PUNTOS EFECTIVO ALTO    : ' WS-PES-EFEC-ALTO
           DISPLAY 'PUNTOS EFECTIVO MEDIO   : ' WS-PES-EFEC-MEDIO
           DISPLAY 'PUNTOS POR MOV. UIF     : ' WS-PES-UIF-MOV
           DISPLAY 'TOPE PUNTOS UIF         : ' WS-PES-UIF-TOPE
           DISPLAY 'PUNTOS CUENTAS DOLARES  : ' WS-PES-DOLAR
           DISPLAY 'PISO NIVEL MEDIO        : ' WS-PISO-MEDIO
           DISPLAY 'PISO NIVEL ALTO         : ' WS-PISO-ALTO

           OPEN INPUT UMBRALES
           IF FS-UMBRALES IS EQUAL '00' THEN
              READ UMBRALES INTO WS-REG-UMBRALES
              CLOSE UMBRALES
           ELSE
              DISPLAY '* SIN ARCHIVO DE UMBRALES, SE USAN '
                      'LOS VALORES POR DEFECTO'
           END-IF
           DISPLAY 'UMBRAL UNITARIO $  : ' WS-UMB-UNIT-PESOS
           DISPLAY 'UMBRAL UNITARIO U$S: ' WS-UMB-UNIT-DOLAR

      *    REPROCESO EN EL DIA: SE REEMPLAZA EL DESGLOSE YA GRABADO.
           EXEC SQL
              DELETE FROM KC02803.TBCURRIE
               WHERE FECHA = CURRENT DATE
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL NOT-FOUND THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR DELETE TBCURRIE = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           EXEC SQL OPEN CURSORRIE END-EXEC
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

           IF REG-SUCMIN IS NOT EQUAL WS-SUCUEN-ANT THEN
              IF WS-SUCUEN-ANT IS NOT EQUAL -1 THEN
                 PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
              END-IF
              MOVE REG-SUCMIN TO WS-SUCUEN-ANT
              MOVE ZEROS TO WS-SUC-CAMBIOS WS-SUC-REVISION
           END-IF

           ADD 1 TO WS-CLIENTES-CANT
           PERFORM 3000-CALIFICAR-I THRU 3000-CALIFICAR-F

           IF WS-NO-FIN-LECTURA
              PERFORM 5000-ESTAMPAR-I THRU 5000-ESTAMPAR-F
           END-IF

           IF WS-NO-FIN-LECTURA
              PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F
           END-IF.

       2000-PROCESO-F. EXIT.


      *---- PUNTOS DE CADA FACTOR Y NIVEL DEL CLIENTE -----------------
       3000-CALIFICAR-I.

           MOVE ZEROS TO RIE-PTSLISTA RIE-PTSNACION RIE-PTSJURID
                         RIE-PTSEFECT RIE-PTSUIF RIE-PTSPROD
           MOVE REG-NROCLI TO RIE-NROCLI
           MOVE REG-NIVANT TO RIE-NIVANT

      *    LISTAS DE CONTROL: MISMAS REGLAS QUE PGMSCREE (DOCUMENTO
      *    EXACTO O APELLIDO IGUAL / MISMA RAIZ DE 5 LETRAS). UNA
      *    CUENTA RETENIDA POR CUMPLIMIENTO TAMBIEN CUENTA.
           MOVE SPACES TO WS-CLI-NOMBRE WS-CLI-APELLIDO
           UNSTRING REG-NOMAPE DELIMITED BY ', '
               INTO WS-CLI-NOMBRE WS-CLI-APELLIDO
           END-UNSTRING
           IF WS-CLI-APELLIDO IS EQUAL SPACES
              MOVE REG-NOMAPE TO WS-CLI-APELLIDO
           END-IF

           MOVE ZEROS TO WS-CANT-LISTA
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-LISTA
                FROM KC02803.TBCURLSN
               WHERE (NRODOC = :REG-NRODOC AND
                      NRODOC <> 0 AND
                      TIPDOC = :REG-TIPDOC)
                  OR (APELLIDO <> ' ' AND
                      (APELLIDO = :WS-CLI-APELLIDO OR
                       (SUBSTR(APELLIDO, 1, 5) =
                        SUBSTR(:WS-CLI-APELLIDO, 1, 5) AND
                        SUBSTR(APELLIDO, 5, 1) <> ' ' AND
                        SUBSTR(:WS-CLI-APELLIDO, 5, 1) <> ' ')))
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURLSN = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3000-CALIFICAR-F
           END-IF

           IF WS-CANT-LISTA IS GREATER ZEROS OR
              REG-CANT-RETEN IS GREATER ZEROS
              MOVE WS-PES-LISTA TO RIE-PTSLISTA
           END-IF

      *    NO RESIDENTE: EL MISMO CRITERIO QUE PGMREGIN.
           IF REG-NACIONALIDAD IS NOT EQUAL SPACES AND
              REG-NACIONALIDAD IS NOT EQUAL 'ARGENTINA'
              MOVE WS-PES-NACION TO RIE-PTSNACION
           END-IF

           IF REG-CLASE IS EQUAL 'J'
              MOVE WS-PES-JURIDICA TO RIE-PTSJURID
           END-IF

      *    MOVIMIENTOS DE LOS ULTIMOS 12 MESES DE LAS CUENTAS DEL
      *    CLIENTE: CREDITOS, CREDITOS EN EFECTIVO (POR CANTIDAD,
      *    PARA NO MEZCLAR MONEDAS) Y MOVIMIENTOS SOBRE EL UMBRAL
      *    UNITARIO DE SU MONEDA (SECCION 1 DE PGMUIFMV).
           MOVE ZEROS TO WS-CANT-CRED WS-CANT-EFEC WS-CANT-UIF
           EXEC SQL
              SELECT VALUE(SUM(CASE WHEN M.TIPMOV = 'CR'
                                    THEN 1 ELSE 0 END), 0),
                     VALUE(SUM(CASE WHEN M.TIPMOV = 'CR' AND
                                         M.CANAL  = 'CA'
                                    THEN 1 ELSE 0 END), 0),
                     VALUE(SUM(CASE WHEN (M.MONEDA = 1 AND
                                 M.IMPORTE >= :WS-UMB-UNIT-PESOS) OR
                                         (M.MONEDA = 2 AND
                                 M.IMPORTE >= :WS-UMB-UNIT-DOLAR)
                                    THEN 1 ELSE 0 END), 0)
                INTO :WS-CANT-CRED,
                     :WS-CANT-EFEC,
                     :WS-CANT-UIF
                FROM KC02803.TBCURMOV M,
                     KC02803.TBCURCTA A
               WHERE M.TIPCUEN = A.TIPCUEN
                 AND M.NROCUEN = A.NROCUEN
                 AND A.NROCLI  = :REG-NROCLI
                 AND M.FECMOV  > CURRENT DATE - 12 MONTHS
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURMOV = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3000-CALIFICAR-F
           END-IF

           MOVE ZEROS TO WS-PCT-EFEC
           IF WS-CANT-CRED IS GREATER ZEROS
              COMPUTE WS-PCT-EFEC ROUNDED =
                      WS-CANT-EFEC * 100 / WS-CANT-CRED
           END-IF
           EVALUATE TRUE
              WHEN WS-CANT-EFEC IS EQUAL ZEROS
                 CONTINUE
              WHEN WS-PCT-EFEC IS NOT LESS WS-PCT-EFEC-ALTO
                 MOVE WS-PES-EFEC-ALTO TO RIE-PTSEFECT
              WHEN WS-PCT-EFEC IS NOT LESS WS-PCT-EFEC-MEDIO
                 MOVE WS-PES-EFEC-MEDIO TO RIE-PTSEFECT
           END-EVALUATE

           IF WS-CANT-UIF IS GREATER ZEROS
              COMPUTE RIE-PTSUIF = WS-CANT-UIF * WS-PES-UIF-MOV
                 ON SIZE ERROR
                    MOVE WS-PES-UIF-TOPE TO RIE-PTSUIF
              END-COMPUTE
              IF RIE-PTSUIF IS GREATER WS-PES-UIF-TOPE
                 MOVE WS-PES-UIF-TOPE TO RIE-PTSUIF
              END-IF
           END-IF

           IF REG-CANT-DOLAR IS GREATER ZEROS
              MOVE WS-PES-DOLAR TO RIE-PTSPROD
           END-IF

           COMPUTE RIE-PUNTAJE = RIE-PTSLISTA + RIE-PTSNACION
                               + RIE-PTSJURID + RIE-PTSEFECT
                               + RIE-PTSUIF   + RIE-PTSPROD
              ON SIZE ERROR
                 MOVE 999 TO RIE-PUNTAJE
           END-COMPUTE

           EVALUATE TRUE
              WHEN RIE-PUNTAJE IS NOT LESS WS-PISO-ALTO
                 MOVE 'A' TO RIE-NIVEL
                 MOVE WS-MESES-ALTO TO WS-MESES-REV
                 ADD 1 TO WS-NIV-A-CANT
              WHEN RIE-PUNTAJE IS NOT LESS WS-PISO-MEDIO
                 MOVE 'M' TO RIE-NIVEL
                 MOVE WS-MESES-MEDIO TO WS-MESES-REV
                 ADD 1 TO WS-NIV-M-CANT
              WHEN OTHER
                 MOVE 'B' TO RIE-NIVEL
                 MOVE WS-MESES-BAJO TO WS-MESES-REV
                 ADD 1 TO WS-NIV-B-CANT
           END-EVALUATE

      *    LA PROXIMA REVISION SE REPROGRAMA SOLO SI EL NIVEL CAMBIA
      *    (O ES LA PRIMERA CALIFICACION) O SI LA REVISION VENCIO;
      *    EN ESE CASO EL CLIENTE SALE EN EL LISTADO PARA REVISAR.
           MOVE 'N'    TO WS-RECALC-REV
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
              WHEN REG-NIVANT IS EQUAL SPACES
                 MOVE 'S' TO WS-RECALC-REV
                 MOVE 'PRIMERA CALIFICACION' TO WS-MOTIVO
                 ADD 1 TO WS-CAMBIOS-CANT WS-SUC-CAMBIOS
              WHEN REG-NIVANT IS NOT EQUAL RIE-NIVEL
                 MOVE 'S' TO WS-RECALC-REV
                 MOVE 'CAMBIO DE NIVEL'      TO WS-MOTIVO
                 ADD 1 TO WS-CAMBIOS-CANT WS-SUC-CAMBIOS
              WHEN REG-REV-VENCE IS EQUAL 'S'
                 MOVE 'S' TO WS-RECALC-REV
                 MOVE 'REVISION VENCIDA'     TO WS-MOTIVO
                 ADD 1 TO WS-REVISION-CANT WS-SUC-REVISION
           END-EVALUATE.

       3000-CALIFICAR-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

           EXEC SQL
              FETCH CURSORRIE INTO :REG-NROCLI,
                                   :REG-TIPDOC,
                                   :REG-NRODOC,
                                   :REG-NOMAPE,
                                   :REG-NACIONALIDAD,
                                   :REG-CLASE,
                                   :REG-NIVANT,
                                   :REG-PROXREV,
                                   :REG-REV-VENCE,
                                   :REG-SUCMIN,
                                   :REG-CANT-DOLAR,
                                   :REG-CANT-RETEN
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


      *---- DESGLOSE EN TBCURRIE Y NIVEL VIGENTE EN TBCURCLI ----------
       5000-ESTAMPAR-I.

           EXEC SQL
              INSERT INTO KC02803.TBCURRIE
                 ( FECHA, NROCLI, PTSLISTA, PTSNACION, PTSJURID,
                   PTSEFECT, PTSUIF, PTSPROD, PUNTAJE, NIVEL,
                   NIVANT )
              VALUES (
                   CURRENT DATE,
                   :RIE-NROCLI,
                   :RIE-PTSLISTA,
                   :RIE-PTSNACION,
                   :RIE-PTSJURID,
                   :RIE-PTSEFECT,
                   :RIE-PTSUIF,
                   :RIE-PTSPROD,
                   :RIE-PUNTAJE,
                   :RIE-NIVEL,
                   :RIE-NIVANT
                 )
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURRIE = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 5000-ESTAMPAR-F
           END-IF

           EXEC SQL
              UPDATE KC02803.TBCURCLI
                 SET NIVRIESGO = :RIE-NIVEL,
                     FECRIESGO = CURRENT DATE,
                     PROXREV   = CASE WHEN :WS-RECALC-REV = 'S'
                                      THEN CURRENT DATE +
                                           :WS-MESES-REV MONTHS
                                      ELSE PROXREV END
               WHERE NROCLI = :REG-NROCLI
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURCLI = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 5000-ESTAMPAR-F
           END-IF

           IF WS-MOTIVO IS NOT EQUAL SPACES
              PERFORM 6900-IMP-REGISTRO-I THRU 6900-IMP-REGISTRO-F
           END-IF.

       5000-ESTAMPAR-F. EXIT.


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
           MOVE 3 TO WS-CUENTA-LINEA
           ADD  1 TO WS-CUENTA-PAGINA

           WRITE REG-SALIDA FROM IMP-TITULO  AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       6500-IMPRIMIR-TITULO-F. EXIT.


      *---- LA SUCURSAL SE TITULA CON SU PRIMER CLIENTE LISTADO -------
       6700-IMP-HEADER-SUC-I.

           MOVE REG-SUCMIN TO IMP-SUCUEN-SUB
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-SUBT-SUCUEN AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---- PIE DE SUCURSAL, SOLO SI TUVO CLIENTES LISTADOS -----------
       6850-IMP-FOOTER-I.

           IF WS-SUC-CAMBIOS IS EQUAL ZEROS AND
              WS-SUC-REVISION IS EQUAL ZEROS
              GO TO 6850-IMP-FOOTER-F
           END-IF

           MOVE WS-SUC-CAMBIOS  TO IMP-FOOT-CAMBIOS
           MOVE WS-SUC-REVISION TO IMP-FOOT-REVISION
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER-SUC AFTER 1.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       6900-IMP-REGISTRO-I.

           IF WS-SUC-CAMBIOS + WS-SUC-REVISION IS EQUAL 1
              PERFORM 6700-IMP-HEADER-SUC-I
                 THRU 6700-IMP-HEADER-SUC-F
           END-IF

           MOVE REG-NROCLI    TO IMP-NROCLI
           MOVE REG-NOMAPE    TO IMP-NOMAPE
           EVALUATE REG-NIVANT
              WHEN 'A'   MOVE 'ALTO'  TO IMP-NIVANT
              WHEN 'M'   MOVE 'MEDIO' TO IMP-NIVANT
              WHEN 'B'   MOVE 'BAJO'  TO IMP-NIVANT
              WHEN OTHER MOVE '-'     TO IMP-NIVANT
           END-EVALUATE
           EVALUATE RIE-NIVEL
              WHEN 'A'   MOVE 'ALTO'  TO IMP-NIVEL
              WHEN 'M'   MOVE 'MEDIO' TO IMP-NIVEL
              WHEN OTHER MOVE 'BAJO'  TO IMP-NIVEL
           END-EVALUATE
           MOVE RIE-PUNTAJE   TO IMP-PUNTAJE
           MOVE RIE-PTSLISTA  TO IMP-PTS-LISTA
           MOVE RIE-PTSNACION TO IMP-PTS-NACION
           MOVE RIE-PTSJURID  TO IMP-PTS-JURID
           MOVE RIE-PTSEFECT  TO IMP-PTS-EFECT
           MOVE RIE-PTSUIF    TO IMP-PTS-UIF
           MOVE RIE-PTSPROD   TO IMP-PTS-PROD
           IF WS-RECALC-REV IS EQUAL 'S'
              MOVE 'A REPROG.' TO IMP-PROXREV
           ELSE
              MOVE REG-PROXREV TO IMP-PROXREV
           END-IF
           MOVE WS-MOTIVO     TO IMP-MOTIVO
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-DETALLE AFTER 1.

       6900-IMP-REGISTRO-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORRIE END-EXEC

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - SE RETROCEDEN '
                      'LAS CALIFICACIONES NO CONFIRMADAS'
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'CLIENTES CALIFICADOS: ' WS-CLIENTES-CANT
           DISPLAY 'NIVEL ALTO          : ' WS-NIV-A-CANT
           DISPLAY 'NIVEL MEDIO         : ' WS-NIV-M-CANT
           DISPLAY 'NIVEL BAJO          : ' WS-NIV-B-CANT
           DISPLAY 'CAMBIOS DE NIVEL    : ' WS-CAMBIOS-CANT
           DISPLAY 'REVISIONES VENCIDAS : ' WS-REVISION-CANT

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

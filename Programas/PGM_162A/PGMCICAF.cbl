       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCICAF.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMCICAF                                      *
      *  DESCRIPCIÓN:                                            *
      *    RUTINA DE PERIODO CERRADO, INVOCADA POR LLAMADA       *
      *    DINAMICA DESDE LOS BATCH QUE IMPUTAN MOVIMIENTOS CON  *
      *    UNA FECHA VALOR QUE NO ES LA DEL DIA, AL ESTILO       *
      *    PGMRNCAF / PGMPACAF.                                  *
      *                                                          *
      *    FUNCION 'V' (VERIFICA): SI LA FECHA VALOR CAE EN UN   *
      *      PERIODO YA CERRADO POR CAFMENSU (TBCURCIE, HASTA    *
      *      LA MAYOR FECHA HASTA CERRADA) DEVUELVE 'CE' Y EN    *
      *      LK-CIE-FECHA-NUEVA EL PRIMER DIA HABIL ABIERTO (EL  *
      *      SIGUIENTE HABIL AL CIERRE SEGUN PGMFECAF); SI NO,   *
      *      'AB' Y LA MISMA FECHA.                              *
      *    FUNCION 'R' (REGISTRA): UNA VEZ GRABADO EL MOVIMIENTO *
      *      CON LA FECHA CORRIDA, DEJA LA FILA DE AJUSTE EN     *
      *      TBCURAJP PARA EL LISTADO DE AJUSTES (PGMAJPER).     *
      *                                                          *
      *    EL CIERRE SE LEE UNA SOLA VEZ POR CORRIDA. NO HACE    *
      *    COMMIT: LA FILA DE AJUSTE VIAJA EN LA UNIDAD DE       *
      *    TRABAJO DEL MOVIMIENTO. EL PASO QUE LA LLAMA NECESITA *
      *    EL CALENDARIO DE FERIADOS (DDFERIAD) DE PGMFECAF.     *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *---- CIERRE VIGENTE, CARGADO UNA VEZ POR CORRIDA ---------------
       77  WS-CIE-CARGADO          PIC X        VALUE 'N'.
       77  WS-CIE-HASTA            PIC X(10)    VALUE SPACES.
       77  WS-CIE-PRIMER-ABIERTO   PIC X(10)    VALUE SPACES.

      *---- CONVERSION AAAA-MM-DD / AAAAMMDD --------------------------
       01  WS-FECHA-ISO.
           03  WS-FI-AAAA          PIC 9(04).
           03  FILLER              PIC X(01)    VALUE '-'.
           03  WS-FI-MM            PIC 9(02).
           03  FILLER              PIC X(01)    VALUE '-'.
           03  WS-FI-DD            PIC 9(02).

       01  WS-FECHA-NUM.
           03  WS-FN-AAAA          PIC 9(04).
           03  WS-FN-MM            PIC 9(02).
           03  WS-FN-DD            PIC 9(02).
       01  WS-FECHA-NUM-N REDEFINES WS-FECHA-NUM
                                   PIC 9(08).

      *---- RUTINA DE DIAS HABILES ------------------------------------
       77  WS-PGMFECAF             PIC X(8)     VALUE 'PGMFECAF'.

       01  LK-FECHA-HABIL.
           03  LK-FH-FECHA          PIC 9(08).
           03  LK-FH-FUNCION        PIC X(01).
           03  LK-FH-RESULT         PIC 9(08).
           03  LK-FH-HABIL          PIC X(02).

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURAJP)   ------------------
       01  DCLTBCURAJP.
           10 AJP-ORIGEN      PIC X(8).
           10 AJP-TIPCUEN     PIC X(2).
           10 AJP-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 AJP-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 AJP-TIPMOV      PIC X(2).
           10 AJP-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 AJP-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 AJP-CANAL       PIC X(2).
           10 AJP-REFMOV      PIC X(12).
           10 AJP-FECORIG     PIC X(10).
           10 AJP-FECNUEVA    PIC X(10).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *---------------------------------------------------------------
       LINKAGE SECTION.
      *================*
       01  LK-CIERRE.
      *    'V' = VERIFICA LA FECHA / 'R' = REGISTRA EL AJUSTE.
           03  LK-CIE-FUNCION       PIC X(1).
      *    FECHA VALOR PEDIDA (AAAA-MM-DD) Y LA QUE SE IMPUTA.
           03  LK-CIE-FECHA         PIC X(10).
           03  LK-CIE-FECHA-NUEVA   PIC X(10).
      *    DATOS DEL MOVIMIENTO (SOLO PARA 'R').
           03  LK-CIE-ORIGEN        PIC X(8).
           03  LK-CIE-TIPCUEN       PIC X(2).
           03  LK-CIE-NROCUEN       PIC 9(10).
           03  LK-CIE-SUCURSAL      PIC 9(2).
           03  LK-CIE-TIPMOV        PIC X(2).
           03  LK-CIE-IMPORTE       PIC 9(11)V99.
           03  LK-CIE-MONEDA        PIC 9(1).
           03  LK-CIE-CANAL         PIC X(2).
           03  LK-CIE-REFER         PIC X(12).
      *    'V': 'AB' = PERIODO ABIERTO / 'CE' = CERRADO, SE CORRE.
      *    'R': 'OK' = AJUSTE REGISTRADO.
      *    'ER' = ERROR DE BASE DE DATOS.
           03  LK-CIE-RESULT        PIC X(2).

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION USING LK-CIERRE.

       MAIN-PROGRAM-I.

           IF WS-CIE-CARGADO IS EQUAL 'N'
              PERFORM 1000-CARGAR-CIERRE-I THRU 1000-CARGAR-CIERRE-F
           END-IF

           IF WS-CIE-CARGADO IS EQUAL 'E'
              MOVE 'ER' TO LK-CIE-RESULT
              GO TO MAIN-PROGRAM-F
           END-IF

           IF LK-CIE-FUNCION IS EQUAL 'R'
              PERFORM 3000-REGISTRAR-I THRU 3000-REGISTRAR-F
           ELSE
              PERFORM 2000-VERIFICAR-I THRU 2000-VERIFICAR-F
           END-IF.

       MAIN-PROGRAM-F. GOBACK.


      *---- ULTIMO PERIODO CERRADO Y PRIMER DIA HABIL ABIERTO ---------
       1000-CARGAR-CIERRE-I.

           MOVE 'S' TO WS-CIE-CARGADO

           EXEC SQL
              SELECT VALUE(CHAR(MAX(FECHASTA), ISO), ' ')
                INTO :WS-CIE-HASTA
                FROM KC02803.TBCURCIE
               WHERE ESTADO = 'C'
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURCIE (PGMCICAF) = '
                      WS-SQLCODE
              MOVE 'E' TO WS-CIE-CARGADO
              GO TO 1000-CARGAR-CIERRE-F
           END-IF

           IF WS-CIE-HASTA IS EQUAL SPACES
              DISPLAY 'SIN PERIODOS CERRADOS EN TBCURCIE'
              GO TO 1000-CARGAR-CIERRE-F
           END-IF

           MOVE WS-CIE-HASTA TO WS-FECHA-ISO
           MOVE WS-FI-AAAA   TO WS-FN-AAAA
           MOVE WS-FI-MM     TO WS-FN-MM
           MOVE WS-FI-DD     TO WS-FN-DD
           MOVE WS-FECHA-NUM-N TO LK-FH-FECHA
           MOVE 'S' TO LK-FH-FUNCION
           CALL WS-PGMFECAF USING LK-FECHA-HABIL

           MOVE LK-FH-RESULT TO WS-FECHA-NUM-N
           MOVE WS-FN-AAAA   TO WS-FI-AAAA
           MOVE WS-FN-MM     TO WS-FI-MM
           MOVE WS-FN-DD     TO WS-FI-DD
           MOVE WS-FECHA-ISO TO WS-CIE-PRIMER-ABIERTO

           DISPLAY 'PERIODO CERRADO HASTA EL ' WS-CIE-HASTA
                   ' - PRIMER DIA ABIERTO ' WS-CIE-PRIMER-ABIERTO.

       1000-CARGAR-CIERRE-F. EXIT.


      *---- FECHA VALOR DENTRO DE UN PERIODO CERRADO -----------------
       2000-VERIFICAR-I.

           MOVE 'AB' TO LK-CIE-RESULT
           MOVE LK-CIE-FECHA TO LK-CIE-FECHA-NUEVA

           IF WS-CIE-HASTA IS EQUAL SPACES OR
              LK-CIE-FECHA IS EQUAL SPACES
              GO TO 2000-VERIFICAR-F
           END-IF

      *    LAS FECHAS AAAA-MM-DD COMPARAN BIEN COMO TEXTO.
           IF LK-CIE-FECHA IS NOT GREATER WS-CIE-HASTA
              MOVE 'CE' TO LK-CIE-RESULT
              MOVE WS-CIE-PRIMER-ABIERTO TO LK-CIE-FECHA-NUEVA
           END-IF.

       2000-VERIFICAR-F. EXIT.


      *---- FILA DE AJUSTE PARA EL LISTADO (PGMAJPER) -----------------
       3000-REGISTRAR-I.

           MOVE 'OK' TO LK-CIE-RESULT

           MOVE LK-CIE-ORIGEN      TO AJP-ORIGEN
           MOVE LK-CIE-TIPCUEN     TO AJP-TIPCUEN
           MOVE LK-CIE-NROCUEN     TO AJP-NROCUEN
           MOVE LK-CIE-SUCURSAL    TO AJP-SUCURSAL
           MOVE LK-CIE-TIPMOV      TO AJP-TIPMOV
           MOVE LK-CIE-IMPORTE     TO AJP-IMPORTE
           MOVE LK-CIE-MONEDA      TO AJP-MONEDA
           MOVE LK-CIE-CANAL       TO AJP-CANAL
           MOVE LK-CIE-REFER       TO AJP-REFMOV
           MOVE LK-CIE-FECHA       TO AJP-FECORIG
           MOVE LK-CIE-FECHA-NUEVA TO AJP-FECNUEVA

           EXEC SQL
              INSERT INTO KC02803.TBCURAJP
                 ( FECPROC, ORIGEN, TIPCUEN, NROCUEN, SUCURSAL,
                   TIPMOV, IMPORTE, MONEDA, CANAL, REFMOV,
                   FECORIG, FECNUEVA, LISTADO )
              VALUES
                 ( CURRENT DATE, :AJP-ORIGEN, :AJP-TIPCUEN,
                   :AJP-NROCUEN, :AJP-SUCURSAL, :AJP-TIPMOV,
                   :AJP-IMPORTE, :AJP-MONEDA, :AJP-CANAL,
                   :AJP-REFMOV, :AJP-FECORIG, :AJP-FECNUEVA, 'N' )
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURAJP = ' WS-SQLCODE
              MOVE 'ER' TO LK-CIE-RESULT
              GO TO 3000-REGISTRAR-F
           END-IF

           DISPLAY 'FECHA VALOR EN PERIODO CERRADO: ' AJP-TIPCUEN '/'
                   LK-CIE-NROCUEN ' ' AJP-FECORIG ' SE IMPUTA AL '
                   AJP-FECNUEVA.

       3000-REGISTRAR-F. EXIT.

      *  PROGRAMA: PGMRVCTA                                      *
      *  DESCRIPCIÓN:                                            *
      *    REVALUACION DE CUENTAS EN DOLARES A UNA FECHA.        *
      *    TOMA LA FECHA SOLICITADA DEL PARAMETRO FECREVAL,      *
      *    BUSCA EN TBCURCOT LA COTIZACION QUE REGIA ESE DIA     *
      *    Y LA ULTIMA COTIZACION CARGADA, Y REEXPRESA CADA      *
      *    CUENTA EN U$S DE TBCURCTA A AMBAS COTIZACIONES:       *
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

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'FECREVAL'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *----------- FECHA SOLICITADA Y COTIZACIONES --------------------
       77  WS-FECHA-REVAL          PIC X(10)    VALUE SPACES.
       77  WS-COTIZ-HIST   PIC S9(5)V9(2) USAGE COMP-3 VALUE ZEROES.
              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           CALL WS-PGMPACAF USING LK-PARAMETRO
           IF LK-PAR-RESULT IS EQUAL 'OK' THEN
              MOVE LK-PAR-VALOR TO WS-FECHA-REVAL
           END-IF
           IF WS-FECHA-REVAL IS EQUAL SPACES THEN
              DISPLAY '* SIN FECHA DE REVALUACION EN FECREVAL'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F

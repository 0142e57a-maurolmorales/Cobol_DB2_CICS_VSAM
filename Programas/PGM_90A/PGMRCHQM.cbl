      *    IMPORTE, MOTIVO) CON EL TOTAL ACUMULADO: ES EL        *
      *    LISTADO MENSUAL PARA EL REGULADOR.                    *
      *    CUANDO UN CLIENTE SUPERA EL MAXIMO DE RECHAZOS DEL    *
      *    PARAMETRO MAXRECHQ (DEFECTO 5) SE LO INHABILITA: SE   *
      *    GRABA EN TBCURINH (PGMCQCTA DEJA DE EMITIRLE          *
      *    CHEQUERAS) Y SUS CUENTAS CORRIENTES ACTIVAS PASAN A   *
      *    ESTADO 'X' (MARCADA PARA CIERRE): LA SUITE ONLINE     *
           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(93).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
      *----------- MAXIMO DE RECHAZOS EN 12 MESES ---------------------
       77  WS-MAX-RECHAZOS         PIC 9(03)    VALUE 5.

       01  WS-VALOR-MAXRECHQ.
           03  WS-VAL-MAXRECHQ        PIC 9(03).

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'MAXRECHQ'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *----------- CORTE DE CONTROL POR CLIENTE -----------------------
       77  WS-NROCLI-ANT  PIC S9(7)V USAGE COMP-3   VALUE -1.
       77  WS-RECH-CLI             PIC 9(03)    VALUE ZEROS.
              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-VALOR-MAXRECHQ
                 MOVE WS-VAL-MAXRECHQ TO WS-MAX-RECHAZOS
              WHEN 'NE'
                 DISPLAY '* SIN MAXRECHQ EN TBCURPAR, SE USA '
                         'EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE
           DISPLAY 'MAXIMO DE RECHAZOS EN 12 MESES: '
                    WS-MAX-RECHAZOS


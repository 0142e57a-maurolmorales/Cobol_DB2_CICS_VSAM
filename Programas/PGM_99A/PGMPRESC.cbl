      *    TRANSFERIDA SE LISTA PARA EL ARCHIVO PERMANENTE.      *
      *    FASE 2 - NOTIFICACION: LAS CUENTAS INACTIVAS ('I',    *
      *    PGMDMCTA) SIN MOVIMIENTO DE SALDO HACE MAS DE N       *
      *    ANIOS (ANIOSPRE, DEFECTO 10) GENERAN LA CARTA DE      *
      *    PREAVISO (DDCARTAS, 133 BYTES, CON NOMBRE Y           *
      *    DOMICILIO DE TBCURCLI) Y QUEDAN ANOTADAS EN LA        *
      *    NUEVA GENERACION (DDNOTOUT) PARA TRANSFERIRSE EN      *
           SELECT CTAOFI ASSIGN DDCTAOFI
           FILE STATUS IS FS-CTAOFI.

           SELECT CARTAS ASSIGN DDCARTAS
           FILE STATUS IS FS-CARTAS.

           RECORDING MODE IS F.
       01  REG-CTAOFI     PIC X(12).

       FD  CARTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           88  FS-NOTIN-FIN                     VALUE '10'.
       77  FS-NOTOUT               PIC XX       VALUE SPACES.
       77  FS-CTAOFI               PIC XX       VALUE SPACES.
       77  FS-CARTAS               PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

      *----------- PARAMETROS -----------------------------------------
       77  WS-ANIOS-ABANDONO       PIC 9(02)    VALUE 10.

       01  WS-VALOR-ANIOSPRE.
           03  WS-VAL-ANIOSPRE        PIC 9(02).

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'ANIOSPRE'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

       01  WS-CTA-OFICIAL.
           03  OFI-TIPCUEN         PIC X(02)    VALUE SPACES.
           03  OFI-NROCUEN         PIC 9(10)    VALUE ZEROS.
                   WS-FECHA-SISTEMA-MM * 100 +
                   WS-FECHA-SISTEMA-DD

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-VALOR-ANIOSPRE
                 MOVE WS-VAL-ANIOSPRE TO WS-ANIOS-ABANDONO
              WHEN 'NE'
                 DISPLAY '* SIN ANIOSPRE EN TBCURPAR, SE USA '
                         'EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET FS-NOTIN-FIN TO TRUE
           END-EVALUATE
           MOVE WS-ANIOS-ABANDONO TO WS-ANIOS-HV
           DISPLAY 'ANIOS DE ABANDONO: ' WS-ANIOS-ABANDONO


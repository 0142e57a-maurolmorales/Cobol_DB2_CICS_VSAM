      *    MOTIVO '04' (SIN FONDOS) NO MUERE: ENTRA A LA         *
      *    CARTERA DE PENDIENTES Y SE VUELVE A PRESENTAR EL      *
      *    SIGUIENTE DIA HABIL, HASTA EL MAXIMO DE INTENTOS      *
      *    DEL PARAMETRO REPRESMX.                               *
      *    EL PROCESO LEE LA CARTERA DE AYER (DDPENDIN) Y        *
      *    REINTENTA CADA ITEM CON LAS MISMAS REGLAS DE          *
      *    FONDEO DE LA CAJA (SALDO MAS ACUERDO); LO COBRADO     *
           SELECT DEVOLUCIONES ASSIGN DDDEVOL
                  FILE STATUS IS FS-DEVOL.

           SELECT LISTADO ASSIGN DDLISTA
                  FILE STATUS IS FS-LISTADO.

           RECORDING MODE IS F.
       01  REG-DEVOL      PIC X(97).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       77  FS-PENDOUT                 PIC XX      VALUE SPACES.
       77  FS-DEVOL                   PIC XX      VALUE SPACES.
           88  FS-DEVOL-FIN                       VALUE '10'.
       77  FS-LISTADO                 PIC XX      VALUE SPACES.

       77  WS-ERROR-GRAVE             PIC X       VALUE 'N'.
      *---- MAXIMO DE PRESENTACIONES (PRIMERA + REINTENTOS) -----------
       77  WS-REPRES-MAX              PIC 9(02)   VALUE 3.

       01  WS-VALOR-REPRESMX.
           03  WS-VAL-REPRESMX        PIC 9(02).

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'REPRESMX'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *---- CONTADORES ------------------------------------------------
       77  WS-CANT-CARTERA            PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-RECUPERADOS        PIC 9(07)   VALUE ZEROS.
                      'REPRESENTARSE'
           END-IF

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-VALOR-REPRESMX
                 MOVE WS-VAL-REPRESMX TO WS-REPRES-MAX
              WHEN 'NE'
                 DISPLAY '* SIN REPRESMX EN TBCURPAR, SE USA '
                         'EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'MAXIMO DE PRESENTACIONES: ' WS-REPRES-MAX

           OPEN OUTPUT LISTADO

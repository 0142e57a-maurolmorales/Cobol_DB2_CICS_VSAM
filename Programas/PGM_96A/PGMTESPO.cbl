      *    REMESAS DESPACHADAS RESTAN. GRABA LA POSICION NUEVA   *
      *    (DDPOSOUT) Y LISTA POR SUCURSAL Y MONEDA, MARCANDO    *
      *    LOS TESOROS QUE SUPERAN EL LIMITE DE SEGURO O CAEN    *
      *    POR DEBAJO DEL MINIMO OPERATIVO (PARAMETRO LIMTESOR   *
      *    DE TBCURPAR: LIMITE MAXIMO Y MINIMO EN PESOS).        *
      *                                                          *
      ************************************************************

           SELECT POSOUT ASSIGN DDPOSOUT
           FILE STATUS IS FS-POSOUT.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

           RECORDING MODE IS F.
       01  REG-POSOUT     PIC X(20).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       77  FS-POSIN                PIC XX       VALUE SPACES.
           88  FS-POSIN-FIN                     VALUE '10'.
       77  FS-POSOUT               PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           03  WS-LIM-MAXIMO       PIC 9(11)V99 VALUE 500000000,00.
           03  WS-LIM-MINIMO       PIC 9(11)V99 VALUE 5000000,00.

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'LIMTESOR'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *----------- POSICION (ARCHIVO DE 20 BYTES) ---------------------
       01  WS-REG-POSICION.
           03  POS-SUCURSAL        PIC 9(02).
              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-LIMITES
              WHEN 'NE'
                 DISPLAY '* SIN LIMITES EN TBCURPAR, SE USAN '
                         'LOS VALORES POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE

           OPEN OUTPUT POSOUT
           IF FS-POSOUT IS NOT EQUAL '00'

      *    DESTINO (O PAGO AL SERVICIO), COMO PAR DE             *
      *    MOVIMIENTOS EN TBCURMOV CANAL 'OP'.                   *
      *    UNA ORDEN SIN FONDOS REINTENTA LOS DIAS SIGUIENTES    *
      *    HASTA EL MAXIMO DEL PARAMETRO REINTORD; AGOTADO EL    *
      *    MAXIMO SE INFORMA FALLIDA Y ESPERA AL MES SIGUIENTE.  *
      *    SI LA ORDEN TIENE BANCODES (DESTINO EN OTRO BANCO)    *
      *    EL CREDITO NO TOCA TBCURCTA: SE ENCOLA EN TBCURSAL    *
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
      *----------- MAXIMO DE DIAS DE REINTENTO ------------------------
       77  WS-REINT-MAX            PIC 9(02)    VALUE 5.

       01  WS-VALOR-REINTORD.
           03  WS-VAL-REINTORD        PIC 9(02).

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'REINTORD'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *----------- CONTADORES -----------------------------------------
       77  WS-ORDENES-CANT         PIC 9(05)    VALUE ZEROS.
       77  WS-EJECUTADAS-CANT      PIC 9(05)    VALUE ZEROS.
              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-VALOR-REINTORD
                 MOVE WS-VAL-REINTORD TO WS-REINT-MAX
              WHEN 'NE'
                 DISPLAY '* SIN REINTORD EN TBCURPAR, SE USA '
                         'EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE
           DISPLAY 'MAXIMO DE DIAS DE REINTENTO: ' WS-REINT-MAX

           PERFORM 1100-VENTANA-HABIL-I THRU 1100-VENTANA-HABIL-F

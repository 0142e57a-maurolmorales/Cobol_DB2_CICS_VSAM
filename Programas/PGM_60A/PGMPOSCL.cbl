      *    TOTALIZA LOS SALDOS DE TBCURCTA DE CADA CLIENTE,      *
      *    CONVIERTE LOS DOLARES A PESOS CON LA ULTIMA           *
      *    COTIZACION DE TBCURCOT, CLASIFICA AL CLIENTE EN       *
      *    SEGMENTO A/B/C SEGUN LAS BANDAS DEL PARAMETRO         *
      *    BANDASEG (PISO DE A Y PISO DE B, EN PESOS) Y          *
      *    ESTAMPA EL SEGMENTO EN TBCURCLI.                      *
      *    LISTA POR SUCURSAL CADA CLIENTE CON SU SEGMENTO Y     *
      *    SU MEZCLA DE CUENTAS (CC / CA / PF).                  *
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
           03  WS-PISO-SEG-A       PIC 9(09)V99 VALUE 50000,00.
           03  WS-PISO-SEG-B       PIC 9(09)V99 VALUE 10000,00.

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'BANDASEG'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *----------- COTIZACION DEL DOLAR -------------------------------
       77  WS-COTIZ-DOLAR  PIC S9(5)V9(2) USAGE COMP-3 VALUE 1000,00.

              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-BANDAS
              WHEN 'NE'
                 DISPLAY '* SIN BANDAS EN TBCURPAR, SE USAN '
                         'LOS VALORES POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE
           DISPLAY 'PISO SEGMENTO A: ' WS-PISO-SEG-A
           DISPLAY 'PISO SEGMENTO B: ' WS-PISO-SEG-B


      *    ARCHIVO MENSUAL DE MOVIMIENTOS HISTORICOS.            *
      *    DESCARGA A UN GDG FECHADO (DDARCH, 80 BYTES) LOS      *
      *    MOVIMIENTOS DE TBCURMOV ANTERIORES A N MESES          *
      *    (MESESARC, DEFECTO 13), CON CABECERA, UN DETALLE POR  *
      *    MOVIMIENTO Y TRAILER DE CONTROL CON CANTIDAD Y SUMA   *
      *    DE IMPORTES (HASH). NO BORRA NADA: LA DEPURACION LA   *
      *    HACE PGMMVPUR EN EL PASO SIGUIENTE, RECIEN DESPUES    *
           SELECT ARCHIVO ASSIGN DDARCH
                  FILE STATUS IS FS-ARCHIVO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  REG-ARCHIVO    PIC X(80).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-ARCHIVO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.

       77  WS-MESES-CORTE          PIC 9(03)    VALUE 13.

       01  WS-VALOR-MESESARC.
           03  WS-VAL-MESESARC        PIC 9(03).

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'MESESARC'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *----------- CONTADORES Y TOTALES DE CONTROL --------------------
       77  WS-CANT-ARCHIVADOS      PIC 9(09)    VALUE ZEROS.
       77  WS-HASH-IMPORTES PIC S9(15)V99 COMP-3 VALUE ZEROS.
                   WS-FECHA-SISTEMA-MM * 100 +
                   WS-FECHA-SISTEMA-DD

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-VALOR-MESESARC
                 MOVE WS-VAL-MESESARC TO WS-MESES-CORTE
              WHEN 'NE'
                 DISPLAY '* SIN MESESARC EN TBCURPAR, SE USA '
                         'EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE
           MOVE WS-MESES-CORTE TO WS-MESES-HV
           DISPLAY 'MESES DE RETENCION EN LINEA: ' WS-MESES-CORTE


      *    MARCA COMO INACTIVAS (ESTCTA 'I') LAS CUENTAS         *
      *    ACTIVAS SIN ACTIVIDAD EN LOS ULTIMOS N MESES: NI      *
      *    FECSAL NI MOVIMIENTOS EN TBCURMOV DENTRO DEL          *
      *    PERIODO. LA CANTIDAD DE MESES ES EL PARAMETRO         *
      *    MESESINA DE TBCURPAR.                                 *
      *    LISTA LAS CUENTAS NUEVAS INACTIVAS POR SUCURSAL CON   *
      *    EL NOMBRE DEL CLIENTE (TBCURCLI). LA SUITE ONLINE     *
      *    RECHAZA DEBITOS SOBRE CUENTAS 'I' HASTA QUE SE        *
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
      *----------- MESES DE INACTIVIDAD PARA DECLARAR DORMIDA ---------
       77  WS-MESES-INACT          PIC S9(4) COMP    VALUE 12.

       01  WS-VALOR-MESESINA.
           03  WS-VAL-MESESINA     PIC 9(03).

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'MESESINA'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *-----------  CORTE DE CONTROL POR SUCURSAL ---------------------
       77  WS-SUCUEN-ANT   PIC S9(2)V USAGE COMP-3   VALUE -1.

              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR    TO WS-VALOR-MESESINA
                 MOVE WS-VAL-MESESINA TO WS-MESES-INACT
              WHEN 'NE'
                 DISPLAY '* SIN MESES EN TBCURPAR, SE USA '
                         'EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE
           DISPLAY 'MESES DE INACTIVIDAD: ' WS-MESES-INACT

           EXEC SQL OPEN CURSORDOR END-EXEC

      *    CAMPO TASA; SUBTIPO 0 APLICA A TODO EL TIPO).         *
      *    CUENTAS SIN COMISION CARGADA Y PLAZOS FIJOS QUEDAN    *
      *    EXENTOS. SI EL SALDO NO ALCANZA, LA CUENTA PUEDE      *
      *    QUEDAR NEGATIVA HASTA EL LIMITE PERMITIDO (PARAMETRO  *
      *    LIMNEG DE TBCURPAR);                                  *
      *    MAS ALLA DE ESO LA COMISION SE SALTEA Y SE INFORMA.   *
      *    CADA DEBITO QUEDA REGISTRADO EN TBCURMOV.             *
      *    SOBRE LA COMISION BRUTA SE APLICA LA BONIFICACION DEL *
      *    CLIENTE TITULAR (TBCURBON, MANTENIDA POR PGMBOCAF):   *
      *    PUNTUAL DEL CLIENTE, POR HABERES ACREDITADOS EN LOS   *
      *    ULTIMOS 60 DIAS O POR SEGMENTO; SI APLICAN VARIAS SE  *
      *    TOMA LA DE MAYOR PORCENTAJE. SE DEBITA LA NETA; UNA   *
      *    BONIFICACION DEL 100% NO GENERA DEBITO.               *
      *    LISTA POR SUCURSAL COMISION BRUTA, BONIFICACION Y     *
      *    NETA, Y LAS COBRADAS Y SALTEADAS.                     *
      *                                                          *
      ************************************************************

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.
       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- LIMITE DE SALDO NEGATIVO PERMITIDO -----------------
      *    (VALOR POSITIVO EN EL PARAMETRO; SE APLICA COMO NEGATIVO)
       77  WS-LIMITE-NEGATIVO PIC S9(11)V99 USAGE COMP-3 VALUE 1000,00.
       77  WS-LIMITE-APLICADO PIC S9(11)V99 USAGE COMP-3 VALUE ZEROES.

       01  WS-VALOR-LIMNEG.
           03  WS-VAL-LIMNEG       PIC 9(05)V99.

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'LIMNEG'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *-----------  CORTE DE CONTROL POR SUCURSAL ---------------------
       77  WS-SUCUEN-ANT   PIC S9(2)V USAGE COMP-3   VALUE -1.

       77  WS-COBRADAS-CANT      PIC 9(05)           VALUE ZEROES.
       77  WS-EXENTAS-CANT       PIC 9(05)           VALUE ZEROES.
       77  WS-SALTEADAS-CANT     PIC 9(05)           VALUE ZEROES.
       77  WS-BONIFICADAS-CANT   PIC 9(05)           VALUE ZEROES.
       77  WS-BONIF-TOTAL-CANT   PIC 9(05)           VALUE ZEROES.
      *    COMISION BRUTA (TBCURTAS), BONIFICACION Y NETA A DEBITAR.
       77  WS-COM-BRUTA      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-BONIF          PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-COMISION       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-SALDO-NUEVO    PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
      *    COMISIONES DEL GRUPO SUCURSAL Y TOTALES.
       77  WS-COM-SUC        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-COM-TOT        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-BRU-SUC        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-BRU-TOT        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-BON-SUC        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-BON-TOT        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-SALT-SUC           PIC 9(05)           VALUE ZEROES.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(58)         VALUE ALL '-'.
       77  WS-LINEA-FIJA           PIC 9(02)         VALUE 80.
       77  WS-CUENTA-LINEA         PIC 9(02)         VALUE 99.
           03  IMP-MONEDA          PIC 9.
           03  FILLER              PIC X(08)    VALUE ' SALDO: '.
           03  IMP-SALDO           PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(07)    VALUE ' BRUTA:'.
           03  IMP-COM-BRUTA       PIC -$$$.$$$.$$9,99.
           03  FILLER              PIC X(07)    VALUE ' BONIF:'.
           03  IMP-BONIF           PIC -$$$.$$$.$$9,99.
           03  IMP-TIPOBON         PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(07)    VALUE ' NETA: '.
           03  IMP-COMISION        PIC -$$$.$$$.$$9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-ACCION          PIC X(14)    VALUE SPACES.
           03  FILLER              PIC X(01)    VALUE SPACES.

      *    TOTAL DE SUCURSAL:
       01  IMP-FOOTER-SUC.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(13)    VALUE
               'TOTAL BRUTO :'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-BRUTO      PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(12)    VALUE 'BONIFICADO :'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-BONIF      PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(09)    VALUE 'COBRADO :'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-COBRADO    PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(12)    VALUE 'SALTEADAS  :'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-SALTEADAS  PIC ZZZZ9.
           03  FILLER              PIC X(10)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
       77  REG-TIPCUEN   PIC X(2)                    VALUE SPACES.
       77  REG-NROCUEN   PIC S9(10)V USAGE COMP-3     VALUE ZEROES.
       77  REG-SUCUEN    PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-SALDO     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-SUBTIPO   PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  TAS-TASA      PIC S9(2)V9(4) USAGE COMP-3 VALUE ZEROES.
       77  TAS-IMPORTE   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.

      *    BONIFICACION APLICABLE EN TBCURBON (LA DE MAYOR PORCENTAJE).
       77  BON-PORCEN    PIC S9(3)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  BON-TIPOBON   PIC X(1)                    VALUE SPACES.

      *-----------   HOST VARIABLES DB2 (TBCURMOV)   ------------------
       01  DCLTBCURMOV.
           10 MOV-TIPCUEN     PIC X(2).
                 SELECT A.TIPCUEN,
                        A.NROCUEN,
                        A.SUCUEN,
                        A.NROCLI,
                        A.SALDO,
                        A.SUBTIPO,
                        A.MONEDA,
              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR  TO WS-VALOR-LIMNEG
                 MOVE WS-VAL-LIMNEG TO WS-LIMITE-NEGATIVO
              WHEN 'NE'
                 DISPLAY '* SIN LIMITE EN TBCURPAR, SE USA '
                         'EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE
           DISPLAY 'LIMITE DE SALDO NEGATIVO: ' WS-LIMITE-NEGATIVO

           EXEC SQL OPEN CURSORCOM END-EXEC
                 GO TO 3000-COBRAR-COMISION-F
           END-EVALUATE

           MOVE TAS-IMPORTE TO WS-COM-BRUTA
           IF WS-COM-BRUTA IS NOT GREATER ZEROS
              ADD 1 TO WS-EXENTAS-CANT
              GO TO 3000-COBRAR-COMISION-F
           END-IF

           PERFORM 3050-BONIFICACION-I THRU 3050-BONIFICACION-F
           IF WS-FIN-LECTURA
              GO TO 3000-COBRAR-COMISION-F
           END-IF

      *    BONIFICADA AL 100%: NO HAY DEBITO, SOLO QUEDA LISTADA.
           IF WS-COMISION IS NOT GREATER ZEROS
              ADD 1 TO WS-BONIF-TOTAL-CANT
              ADD WS-COM-BRUTA TO WS-BRU-SUC WS-BRU-TOT
              ADD WS-BONIF     TO WS-BON-SUC WS-BON-TOT
              MOVE 'BONIF. TOTAL  ' TO IMP-ACCION
              PERFORM 6900-IMP-REGISTRO-I THRU 6900-IMP-REGISTRO-F
              GO TO 3000-COBRAR-COMISION-F
           END-IF

      *    LA CUENTA PUEDE QUEDAR NEGATIVA SOLO HASTA EL LIMITE:
      *    EL ACUERDO DE DESCUBIERTO VIGENTE SI LO TIENE, O EL
      *    LIMITE GENERAL DEL PARAMETRO LIMNEG.
           COMPUTE WS-SALDO-NUEVO = REG-SALDO - WS-COMISION
           IF REG-ACUERDO IS GREATER ZEROS
              MOVE REG-ACUERDO TO WS-LIMITE-APLICADO
           END-IF

           ADD 1 TO WS-COBRADAS-CANT
           ADD WS-COMISION  TO WS-COM-SUC WS-COM-TOT
           ADD WS-COM-BRUTA TO WS-BRU-SUC WS-BRU-TOT
           ADD WS-BONIF     TO WS-BON-SUC WS-BON-TOT
           MOVE 'COBRADA       ' TO IMP-ACCION
           PERFORM 6900-IMP-REGISTRO-I THRU 6900-IMP-REGISTRO-F.

       3000-COBRAR-COMISION-F. EXIT.


      *---- BONIFICACION DEL CLIENTE TITULAR SOBRE LA COMISION --------
       3050-BONIFICACION-I.

      *    BONIFICACIONES ACTIVAS Y VIGENTES A LA FECHA DE PROCESO
      *    QUE ALCANZAN AL CLIENTE: LA PUNTUAL, LA DE SU SEGMENTO
      *    Y LA DE HABERES SI TUVO ACREDITACION DE SUELDO (CANAL
      *    'HA') EN ALGUNA DE SUS CUENTAS EN LOS ULTIMOS 60 DIAS.
      *    NO SE ACUMULAN: SE TOMA LA DE MAYOR PORCENTAJE.
           MOVE ZEROS  TO WS-BONIF
           MOVE SPACES TO BON-TIPOBON

           EXEC SQL
              SELECT B.PORCEN, B.TIPOBON
                INTO :BON-PORCEN, :BON-TIPOBON
                FROM KC02803.TBCURBON B
               WHERE B.ESTADO   = 'A'
                 AND B.VIGDESDE <= :WS-FECHA-PROCESO-ISO
                 AND B.VIGHASTA >= :WS-FECHA-PROCESO-ISO
                 AND (    (B.TIPOBON = 'C'
                           AND B.NROCLI = :REG-NROCLI)
                       OR (B.TIPOBON = 'S'
                           AND B.SEGMENTO =
                               (SELECT C.SEGMENTO
                                  FROM KC02803.TBCURCLI C
                                 WHERE C.NROCLI = :REG-NROCLI))
                       OR (B.TIPOBON = 'H'
                           AND EXISTS
                               (SELECT 1
                                  FROM KC02803.TBCURCTA T,
                                       KC02803.TBCURMOV M
                                 WHERE T.NROCLI  = :REG-NROCLI
                                   AND M.TIPCUEN = T.TIPCUEN
                                   AND M.NROCUEN = T.NROCUEN
                                   AND M.CANAL   = 'HA'
                                   AND M.TIPMOV  = 'CR'
                                   AND M.FECMOV >=
                                       DATE(:WS-FECHA-PROCESO-ISO)
                                       - 60 DAYS)) )
               ORDER BY B.PORCEN DESC, B.NROBON
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 COMPUTE WS-BONIF ROUNDED =
                         WS-COM-BRUTA * BON-PORCEN / 100
                 ADD 1 TO WS-BONIFICADAS-CANT
              WHEN NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURBON = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE

           COMPUTE WS-COMISION = WS-COM-BRUTA - WS-BONIF.

       3050-BONIFICACION-F. EXIT.


      *---- INSERT DEL MOVIMIENTO DE COMISION EN TBCURMOV -------------
       3100-GRABAR-MOVIM-I.

              FETCH CURSORCOM INTO :REG-TIPCUEN,
                                   :REG-NROCUEN,
                                   :REG-SUCUEN,
                                   :REG-NROCLI,
                                   :REG-SALDO,
                                   :REG-SUBTIPO,
                                   :REG-MONEDA,
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-COM-SUC WS-SALT-SUC WS-BRU-SUC WS-BON-SUC.

       6700-IMP-HEADER-SUC-F. EXIT.

      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-BRU-SUC  TO IMP-FOOT-BRUTO
           MOVE WS-BON-SUC  TO IMP-FOOT-BONIF
           MOVE WS-COM-SUC  TO IMP-FOOT-COBRADO
           MOVE WS-SALT-SUC TO IMP-FOOT-SALTEADAS
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           MOVE REG-NROCUEN TO IMP-NROCUEN
           MOVE REG-MONEDA  TO IMP-MONEDA
           MOVE REG-SALDO   TO IMP-SALDO
           MOVE WS-COM-BRUTA TO IMP-COM-BRUTA
           MOVE WS-BONIF    TO IMP-BONIF
           MOVE BON-TIPOBON TO IMP-TIPOBON
           MOVE WS-COMISION TO IMP-COMISION
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-LISTADO AFTER 1.
           END-IF

           MOVE WS-COM-TOT TO IMP-FOOT-COBRADO
           MOVE WS-BRU-TOT TO IMP-FOOT-BRUTO
           MOVE WS-BON-TOT TO IMP-FOOT-BONIF
           DISPLAY '____________________________________________'
           DISPLAY 'CUENTAS LEIDAS    : ' WS-CUENTAS-CANT
           DISPLAY 'COMISION COBRADA  : ' WS-COBRADAS-CANT
           DISPLAY 'CUENTAS EXENTAS   : ' WS-EXENTAS-CANT
           DISPLAY 'CUENTAS SALTEADAS : ' WS-SALTEADAS-CANT
           DISPLAY 'CON BONIFICACION  : ' WS-BONIFICADAS-CANT
           DISPLAY 'BONIFICADAS 100%  : ' WS-BONIF-TOTAL-CANT
           DISPLAY 'TOTAL BRUTO       : ' IMP-FOOT-BRUTO
           DISPLAY 'TOTAL BONIFICADO  : ' IMP-FOOT-BONIF
           DISPLAY 'TOTAL COBRADO     : ' IMP-FOOT-COBRADO

           CLOSE LISTADO

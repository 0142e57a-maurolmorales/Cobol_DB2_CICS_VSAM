      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURDEV)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURDEV))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DEV-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * DEVENGAMIENTO ACUMULADO POR INSTRUMENTO: UNA FILA POR PLAZO    *
      * FIJO VIGENTE (TIPINST 'PF', NROINST = NROCERT, INTERES A       *
      * PAGAR) Y POR PRESTAMO VIGENTE O EN MORA (TIPINST 'PR',         *
      * NROINST = NROPRES, INTERES A COBRAR). LA MANTIENE PGMDEVEN     *
      * CADA NOCHE. FECORIG ES EL INICIO DEL PERIODO QUE SE DEVENGA    *
      * (FECCONST DEL CERTIFICADO / ULTIMO VENCIMIENTO DE CUOTA) Y     *
      * DEVACUM LO DEVENGADO DESDE ESA FECHA. AL VENCER, RENOVARSE O   *
      * COBRARSE LA CUOTA, EL ACUMULADO SE REVERSA CONTRA EL           *
      * MOVIMIENTO REAL Y EL PERIODO VUELVE A EMPEZAR.                 *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURDEV TABLE
           ( TIPINST                        CHAR(2) NOT NULL,
             NROINST                        DECIMAL(7, 0) NOT NULL,
             SUCURSAL                       DECIMAL(2, 0) NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             FECORIG                        DATE NOT NULL,
             CUOCOB                         DECIMAL(3, 0)
                                            NOT NULL WITH DEFAULT,
             DEVACUM                        DECIMAL(13, 2) NOT NULL,
             FECULT                         DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURDEV                    *
      ******************************************************************
       01  DCLTBCURDEV.
      *    'PF' = PLAZO FIJO / 'PR' = PRESTAMO.
           10 DEV-TIPINST     PIC X(2).                     *> TIPINST
           10 DEV-NROINST     PIC S9(7)V     USAGE COMP-3.  *> NROINST
           10 DEV-SUCURSAL    PIC S9(2)V     USAGE COMP-3.  *> SUCURSAL
           10 DEV-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
           10 DEV-FECORIG     PIC X(10).                    *> FECORIG
      *    PRESTAMOS: CUOTAS COBRADAS (CUOPAG + CUORECUP) AL ABRIR EL
      *    PERIODO; CUANDO CAMBIA, PGMPRCUO COBRO UNA CUOTA.
           10 DEV-CUOCOB      PIC S9(3)V     USAGE COMP-3.  *> CUOCOB
           10 DEV-DEVACUM     PIC S9(11)V9(2) USAGE COMP-3. *> DEVACUM
           10 DEV-FECULT      PIC X(10).                    *> FECULT
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************

      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURBAI)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURBAI))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(BAI-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * REGISTRO DE BASES DE DEVENGAMIENTO DE INTERESES: UNA FILA POR  *
      * CUENTA, FECHA DE PROCESO Y CONCEPTO DE TASA CON LA BASE, LA    *
      * TASA APLICADA Y EL INTERES RESULTANTE. LA GRABAN PGMINTCA      *
      * (CONCEPTO 'IN', BASE = SALDO ACREEDOR) Y PGMINTDE (UNA FILA    *
      * 'SD' CON EL USO DENTRO DEL ACUERDO Y OTRA 'PD' CON EL EXCESO). *
      * LA LEE PGMRETAS PARA RECALCULAR A LA TASA CORRECTA CUANDO SE   *
      * APRUEBA TARDE UNA VIGENCIA DE TBCURTAS; AL AJUSTAR, LA FILA    *
      * QUEDA CON LA TASA Y EL INTERES NUEVOS Y FECAJUS = FECHA DEL    *
      * AJUSTE (NULA MIENTRAS NO SE AJUSTE).                           *
      * CLAVE: FECPROC, TIPCUEN, NROCUEN, CONCEPTO.                    *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURBAI TABLE
           ( FECPROC                        DATE NOT NULL,
             TIPCUEN                        CHAR(2) NOT NULL,
             NROCUEN                        DECIMAL(10, 0) NOT NULL,
             CONCEPTO                       CHAR(2) NOT NULL,
             SUCURSAL                       DECIMAL(2, 0) NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             BASE                           DECIMAL(13, 2) NOT NULL,
             TASA                           DECIMAL(6, 4) NOT NULL,
             INTERES                        DECIMAL(13, 2) NOT NULL,
             TASAORIG                       DECIMAL(6, 4) NOT NULL,
             FECAJUS                        DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURBAI                    *
      ******************************************************************
       01  DCLTBCURBAI.
           10 BAI-FECPROC     PIC X(10).                    *> FECPROC
           10 BAI-TIPCUEN     PIC X(2).                     *> TIPCUEN
           10 BAI-NROCUEN     PIC S9(10)V    USAGE COMP-3.  *> NROCUEN
      *    'IN' = CAJA DE AHORRO / 'SD' = DESCUBIERTO EN ACUERDO /
      *    'PD' = PUNITORIO SOBRE EL EXCESO (COMO EN TBCURTAS).
           10 BAI-CONCEPTO    PIC X(2).                     *> CONCEPTO
           10 BAI-SUCURSAL    PIC S9(2)V     USAGE COMP-3.  *> SUCURSAL
           10 BAI-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
      *    SALDO SOBRE EL QUE SE DEVENGO EL TRAMO.
           10 BAI-BASE        PIC S9(11)V9(2) USAGE COMP-3. *> BASE
      *    TASA QUE RIGE LA FILA (LA ULTIMA AJUSTADA), EN PORCENTAJE.
           10 BAI-TASA        PIC S9(2)V9(4) USAGE COMP-3.  *> TASA
           10 BAI-INTERES     PIC S9(11)V9(2) USAGE COMP-3. *> INTERES
      *    TASA CON LA QUE SE DEVENGO ORIGINALMENTE.
           10 BAI-TASAORIG    PIC S9(2)V9(4) USAGE COMP-3.  *> TASAORIG
           10 BAI-FECAJUS     PIC X(10).                    *> FECAJUS
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************

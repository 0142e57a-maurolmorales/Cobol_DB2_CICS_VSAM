      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURRGA)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURRGA))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(RGA-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * REGISTRO DE RETENCIONES DE GANANCIAS SOBRE INTERESES: UNA      *
      * FILA POR CADA RETENCION PRACTICADA, CON LA BASE Y LA ALICUOTA  *
      * APLICADA. LA GRABAN PGMINTCA (ORIGEN 'CA', INTERES DE CAJA DE  *
      * AHORRO) Y PGMPFVTO (ORIGEN 'PF', INTERES DE PLAZO FIJO, CON EL *
      * NUMERO DE CERTIFICADO), JUNTO CON EL MOVIMIENTO 'RG' DE        *
      * TBCURMOV. TIPCUEN/NROCUEN ES LA CUENTA DEBITADA. LA LEE        *
      * PGMLSRGA PARA EL LISTADO DIARIO POR SUCURSAL.                  *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURRGA TABLE
           ( FECPROC                        DATE NOT NULL,
             TIPCUEN                        CHAR(2) NOT NULL,
             NROCUEN                        DECIMAL(10, 0) NOT NULL,
             SUCURSAL                       DECIMAL(2, 0) NOT NULL,
             NROCLI                         DECIMAL(7, 0) NOT NULL,
             ORIGEN                         CHAR(2) NOT NULL,
             NROCERT                        DECIMAL(7, 0) NOT NULL,
             CONDFISC                       CHAR(1) NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             BASE                           DECIMAL(13, 2) NOT NULL,
             TASA                           DECIMAL(6, 4) NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURRGA                    *
      ******************************************************************
       01  DCLTBCURRGA.
           10 RGA-FECPROC     PIC X(10).                    *> FECPROC
           10 RGA-TIPCUEN     PIC X(2).                     *> TIPCUEN
           10 RGA-NROCUEN     PIC S9(10)V    USAGE COMP-3.  *> NROCUEN
           10 RGA-SUCURSAL    PIC S9(2)V     USAGE COMP-3.  *> SUCURSAL
           10 RGA-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
      *    'CA' = INTERES CAJA DE AHORRO / 'PF' = PLAZO FIJO.
           10 RGA-ORIGEN      PIC X(2).                     *> ORIGEN
      *    CERTIFICADO DE PLAZO FIJO (CERO PARA 'CA').
           10 RGA-NROCERT     PIC S9(7)V     USAGE COMP-3.  *> NROCERT
      *    CONDICION FISCAL DEL CLIENTE AL MOMENTO DE RETENER.
           10 RGA-CONDFISC    PIC X(1).                     *> CONDFISC
           10 RGA-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
      *    INTERES BRUTO SOBRE EL QUE SE RETUVO.
           10 RGA-BASE        PIC S9(11)V9(2) USAGE COMP-3. *> BASE
      *    ALICUOTA APLICADA, EN PORCENTAJE.
           10 RGA-TASA        PIC S9(2)V9(4) USAGE COMP-3.  *> TASA
           10 RGA-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3. *> IMPORTE
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************

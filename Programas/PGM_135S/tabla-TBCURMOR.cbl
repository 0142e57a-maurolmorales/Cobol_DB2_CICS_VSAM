      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURMOR)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURMOR))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(MOR-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * DEUDA EN MORA POR PRODUCTO, CARGADA CADA NOCHE POR PGMMORAG:   *
      * TIPPROD 'CT' CUENTA A LA VISTA CON SALDO DEUDOR POR ENCIMA     *
      * DEL ACUERDO VIGENTE (EXCESO DE PGMINTDE O SALDO NEGATIVO QUE   *
      * DEJO PGMCOCTA; NROINST = NROCUEN) Y 'PR' PRESTAMO EN MORA      *
      * CON CUOTAS EN LA CARTERA DE REPRESENTACION SIN RECUPERAR       *
      * (NROINST = NROPRES). IMPORTE EN LA MONEDA DEL PRODUCTO.        *
      * FECMORA ES EL INICIO DE LA MORA: PARA LA CUENTA, LA PRIMERA    *
      * NOCHE EN QUE SE LA VIO EN EXCESO; PARA EL PRESTAMO, EL         *
      * VENCIMIENTO DE LA CUOTA IMPAGA MAS ANTIGUA. LA FILA SE BORRA   *
      * CUANDO EL PRODUCTO SE REGULARIZA (FECULT NO ES LA DEL DIA).    *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURMOR TABLE
           ( TIPPROD                        CHAR(2) NOT NULL,
             TIPCUEN                        CHAR(2) NOT NULL,
             NROINST                        DECIMAL(10, 0) NOT NULL,
             NROCLI                         DECIMAL(7, 0) NOT NULL,
             SUCURSAL                       DECIMAL(2, 0) NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL,
             FECMORA                        DATE NOT NULL,
             FECULT                         DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURMOR                    *
      ******************************************************************
       01  DCLTBCURMOR.
           10 MOR-TIPPROD     PIC X(2).                     *> TIPPROD
           10 MOR-TIPCUEN     PIC X(2).                     *> TIPCUEN
           10 MOR-NROINST     PIC S9(10)V    USAGE COMP-3.  *> NROINST
           10 MOR-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 MOR-SUCURSAL    PIC S9(2)V     USAGE COMP-3.  *> SUCURSA
           10 MOR-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
           10 MOR-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3. *> IMPORTE
           10 MOR-FECMORA     PIC X(10).                    *> FECMORA
           10 MOR-FECULT      PIC X(10).                    *> FECULT
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************

      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURCSC)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURCSC))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CSC-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CONTRATOS DE ALQUILER DE CAJAS DE SEGURIDAD: CAJA              *
      * (SUCCAJA/NROCAJA), CLIENTE TITULAR Y CUENTA DE DEBITO DEL      *
      * ALQUILER. PERIODO = MESES QUE CUBRE CADA COBRO (1, 3, 6 O 12); *
      * FECPROX = PROXIMO COBRO (PGMCJCOB). DEUDA = ALQUILER IMPAGO;   *
      * CON DEUDA EL CONTRATO PASA A 'M' (MOROSO, DESDE FECMORA) Y LA  *
      * CAJA PIERDE EL ACCESO HASTA QUE SE CANCELE.                    *
      * ESTADO 'V' = VIGENTE / 'M' = MOROSO / 'B' = BAJA (FECBAJA).    *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURCSC TABLE
           ( NROCONT                        DECIMAL(7, 0) NOT NULL,
             SUCCAJA                        DECIMAL(2, 0) NOT NULL,
             NROCAJA                        DECIMAL(5, 0) NOT NULL,
             NROCLI                         DECIMAL(7, 0) NOT NULL,
             TIPCUEN                        CHAR(2) NOT NULL,
             NROCUEN                        DECIMAL(10, 0) NOT NULL,
             PERIODO                        DECIMAL(2, 0) NOT NULL,
             FECALTA                        DATE NOT NULL,
             FECPROX                        DATE NOT NULL,
             DEUDA                          DECIMAL(13, 2)
                                            NOT NULL WITH DEFAULT,
             FECMORA                        DATE
                                            NOT NULL WITH DEFAULT,
             ESTADO                         CHAR(1) NOT NULL,
             FECBAJA                        DATE
                                            NOT NULL WITH DEFAULT,
             OPERADOR                       CHAR(3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURCSC                    *
      ******************************************************************
       01  DCLTBCURCSC.
           10 CSC-NROCONT     PIC S9(7)V     USAGE COMP-3.  *> NROCONT
           10 CSC-SUCCAJA     PIC S9(2)V     USAGE COMP-3.  *> SUCCAJA
           10 CSC-NROCAJA     PIC S9(5)V     USAGE COMP-3.  *> NROCAJA
           10 CSC-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 CSC-TIPCUEN     PIC X(2).                     *> TIPCUEN
           10 CSC-NROCUEN     PIC S9(10)V    USAGE COMP-3.  *> NROCUEN
           10 CSC-PERIODO     PIC S9(2)V     USAGE COMP-3.  *> PERIODO
           10 CSC-FECALTA     PIC X(10).                    *> FECALTA
           10 CSC-FECPROX     PIC X(10).                    *> FECPROX
           10 CSC-DEUDA       PIC S9(11)V9(2) USAGE COMP-3. *> DEUDA
           10 CSC-FECMORA     PIC X(10).                    *> FECMORA
           10 CSC-ESTADO      PIC X(1).                     *> ESTADO
           10 CSC-FECBAJA     PIC X(10).                    *> FECBAJA
           10 CSC-OPERADOR    PIC X(3).                     *> OPERADOR
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************

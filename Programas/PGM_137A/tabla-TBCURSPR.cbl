      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURSPR)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURSPR))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(SPR-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * SALDO PROMEDIO MENSUAL POR CUENTA (PGMSDPRO), ARMADO DESDE LAS *
      * FOTOS DIARIAS DE PGMSNCTA DEL PERIODO (AAAA-MM):               *
      * SALPROM/SALMIN/SALMAX SOBRE LOS DIAS CON FOTO DE LA CUENTA     *
      * (DIASFOTO), DIASDEU = DIAS CON SALDO DEUDOR. DIASFALT = DIAS   *
      * DEL PERIODO SIN GENERACION DE FOTO: SI NO ES CERO EL PROMEDIO *
      * NO CUBRE EL MES COMPLETO Y PGMSDPRO LO INFORMA EN SU LISTADO.  *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURSPR TABLE
           ( TIPCUEN                        CHAR(2) NOT NULL,
             NROCUEN                        DECIMAL(10, 0) NOT NULL,
             PERIODO                        CHAR(7) NOT NULL,
             SUCUEN                         DECIMAL(2, 0) NOT NULL,
             NROCLI                         DECIMAL(7, 0) NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             SALPROM                        DECIMAL(13, 2) NOT NULL,
             SALMIN                         DECIMAL(13, 2) NOT NULL,
             SALMAX                         DECIMAL(13, 2) NOT NULL,
             DIASDEU                        DECIMAL(3, 0) NOT NULL,
             DIASFOTO                       DECIMAL(3, 0) NOT NULL,
             DIASFALT                       DECIMAL(3, 0) NOT NULL,
             FECPROC                        DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURSPR                    *
      ******************************************************************
       01  DCLTBCURSPR.
           10 SPR-TIPCUEN     PIC X(2).                     *> TIPCUEN
           10 SPR-NROCUEN     PIC S9(10)V    USAGE COMP-3.  *> NROCUEN
           10 SPR-PERIODO     PIC X(7).                     *> PERIODO
           10 SPR-SUCUEN      PIC S9(2)V     USAGE COMP-3.  *> SUCUEN
           10 SPR-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 SPR-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
           10 SPR-SALPROM     PIC S9(11)V9(2) USAGE COMP-3. *> SALPROM
           10 SPR-SALMIN      PIC S9(11)V9(2) USAGE COMP-3. *> SALMIN
           10 SPR-SALMAX      PIC S9(11)V9(2) USAGE COMP-3. *> SALMAX
           10 SPR-DIASDEU     PIC S9(3)V     USAGE COMP-3.  *> DIASDEU
           10 SPR-DIASFOTO    PIC S9(3)V     USAGE COMP-3.  *> DIASFOT
           10 SPR-DIASFALT    PIC S9(3)V     USAGE COMP-3.  *> DIASFAL
           10 SPR-FECPROC     PIC X(10).                    *> FECPROC
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************

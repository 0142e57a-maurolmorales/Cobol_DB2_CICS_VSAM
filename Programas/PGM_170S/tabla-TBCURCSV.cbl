      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURCSV)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURCSV))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CSV-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * REGISTRO DE VISITAS A LAS CAJAS DE SEGURIDAD (PGMCJVIS): UNA   *
      * FILA POR INTENTO DE ACCESO, CON EL CLIENTE QUE SE PRESENTO Y   *
      * EL OPERADOR QUE LO ATENDIO. RESULTADO 'A' = ACCESO / 'D' =     *
      * DENEGADO (EL MOTIVO QUEDA EN MOTIVO).                          *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURCSV TABLE
           ( NROCONT                        DECIMAL(7, 0) NOT NULL,
             FECVIS                         DATE NOT NULL,
             HORAVIS                        CHAR(8) NOT NULL,
             NROCLI                         DECIMAL(7, 0) NOT NULL,
             OPERADOR                       CHAR(3) NOT NULL,
             RESULTADO                      CHAR(1) NOT NULL,
             MOTIVO                         CHAR(20)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURCSV                    *
      ******************************************************************
       01  DCLTBCURCSV.
           10 CSV-NROCONT     PIC S9(7)V     USAGE COMP-3.  *> NROCONT
           10 CSV-FECVIS      PIC X(10).                    *> FECVIS
           10 CSV-HORAVIS     PIC X(8).                     *> HORAVIS
           10 CSV-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 CSV-OPERADOR    PIC X(3).                     *> OPERADOR
           10 CSV-RESULTADO   PIC X(1).                     *> RESULTADO
           10 CSV-MOTIVO      PIC X(20).                    *> MOTIVO
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************

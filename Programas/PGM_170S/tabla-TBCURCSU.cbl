      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURCSU)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURCSU))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CSU-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * AUTORIZADOS (COUSUARIOS) DE UN CONTRATO DE CAJA DE SEGURIDAD,  *
      * ADEMAS DEL TITULAR. ESTADO 'V' = VIGENTE / 'B' = BAJA.         *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURCSU TABLE
           ( NROCONT                        DECIMAL(7, 0) NOT NULL,
             NROCLI                         DECIMAL(7, 0) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECALTA                        DATE NOT NULL,
             FECBAJA                        DATE
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURCSU                    *
      ******************************************************************
       01  DCLTBCURCSU.
           10 CSU-NROCONT     PIC S9(7)V     USAGE COMP-3.  *> NROCONT
           10 CSU-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 CSU-ESTADO      PIC X(1).                     *> ESTADO
           10 CSU-FECALTA     PIC X(10).                    *> FECALTA
           10 CSU-FECBAJA     PIC X(10).                    *> FECBAJA
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************

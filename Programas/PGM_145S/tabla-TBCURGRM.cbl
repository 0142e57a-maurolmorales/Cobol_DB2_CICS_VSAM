      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURGRM)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURGRM))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(GRM-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * INTEGRANTES DE LOS GRUPOS ECONOMICOS (TBCURGRP). CLAVE NROCLI: *
      * UN CLIENTE PERTENECE A UN SOLO GRUPO. INDICE POR NROGRUPO.     *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURGRM TABLE
           ( NROCLI                         DECIMAL(7, 0) NOT NULL,
             NROGRUPO                       DECIMAL(5, 0) NOT NULL,
             OPERADOR                       CHAR(3) NOT NULL,
             FECALTA                        DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURGRM                    *
      ******************************************************************
       01  DCLTBCURGRM.
           10 GRM-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 GRM-NROGRUPO    PIC S9(5)V     USAGE COMP-3.  *> NROGRUPO
           10 GRM-OPERADOR    PIC X(3).                     *> OPERADOR
           10 GRM-FECALTA     PIC X(10).                    *> FECALTA
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************

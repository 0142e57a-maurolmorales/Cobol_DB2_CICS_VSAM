      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURGRP)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURGRP))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(GRP-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * GRUPOS ECONOMICOS: CONJUNTOS DE CLIENTES VINCULADOS (EMPRESAS  *
      * RELACIONADAS Y SUS DUENOS) QUE RIESGO CREDITICIO MIDE COMO UNA *
      * SOLA EXPOSICION. CLAVE NROGRUPO (MAYOR + 1 AL DAR DE ALTA EN   *
      * PGMGRUPO). LOS INTEGRANTES ESTAN EN TBCURGRM.                  *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURGRP TABLE
           ( NROGRUPO                       DECIMAL(5, 0) NOT NULL,
             NOMBRE                         CHAR(30) NOT NULL,
             OPERADOR                       CHAR(3) NOT NULL,
             FECALTA                        DATE NOT NULL,
             FECACT                         DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURGRP                    *
      ******************************************************************
       01  DCLTBCURGRP.
           10 GRP-NROGRUPO    PIC S9(5)V     USAGE COMP-3.  *> NROGRUPO
           10 GRP-NOMBRE      PIC X(30).                    *> NOMBRE
           10 GRP-OPERADOR    PIC X(3).                     *> OPERADOR
           10 GRP-FECALTA     PIC X(10).                    *> FECALTA
           10 GRP-FECACT      PIC X(10).                    *> FECACT
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************

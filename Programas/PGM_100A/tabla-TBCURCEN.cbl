      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURCEN)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURCEN))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CEN-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CARTAS ENVIADAS A CLIENTES: UNA FILA POR CARTA EMITIDA POR     *
      * PGMCARTA (TIPO DE CARTA = PARM DEL PASO, REFERENCIA IMPRESA    *
      * EN LA CARTA). CLAVE UNICA NROCLI+TIPCARTA+FECENVIO+REFER: SI   *
      * EL PASO SE VUELVE A CORRER EN EL DIA NO SE DUPLICA. LA         *
      * CONSULTA PGMHABEA PARA EL INFORME DE DATOS PERSONALES.         *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURCEN TABLE
           ( NROCLI                         DECIMAL(7, 0) NOT NULL,
             TIPCARTA                       CHAR(8) NOT NULL,
             FECENVIO                       DATE NOT NULL,
             REFER                          CHAR(20) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURCEN                    *
      ******************************************************************
       01  DCLTBCURCEN.
           10 CEN-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 CEN-TIPCARTA    PIC X(8).                     *> TIPCARTA
           10 CEN-FECENVIO    PIC X(10).                    *> FECENVIO
           10 CEN-REFER       PIC X(20).                    *> REFER
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************

      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURCER)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURCER))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CER-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * REGISTRO DE CERTIFICADOS DE SALDO EMITIDOS POR CAJA (PGMCECTA).*
      * SALDO = SALDO DE LA CUENTA AL CIERRE DE FECSALDO, RECONSTRUIDO *
      * DESDE EL SALDO ACTUAL CON LOS MOVIMIENTOS POSTERIORES.         *
      * CONTROL = DOS DIGITOS MODULO 97 SOBRE CERTIFICADO, FECSALDO Y  *
      * SALDO: EL TERCERO VERIFICA CON 'NROCERT-CONTROL'.              *
      * DESTINO = ANTE QUIEN SE PRESENTA (CONSULADO, LICITACION...).   *
      * ESTADO 'V' = VIGENTE / 'A' = ANULADO.                          *
      * CADA EMISION ES UN EVENTO DE TARIFA 'CE' (PGMTVCAF/PGMTVCOB).  *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURCER TABLE
           ( NROCERT                        DECIMAL(7, 0) NOT NULL,
             TIPCUEN                        CHAR(2) NOT NULL,
             NROCUEN                        DECIMAL(10, 0) NOT NULL,
             FECSALDO                       DATE NOT NULL,
             SALDO                          DECIMAL(13, 2) NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             DESTINO                        CHAR(30)
                                            NOT NULL WITH DEFAULT,
             CONTROL                        DECIMAL(2, 0) NOT NULL,
             FECEMIS                        DATE NOT NULL,
             HORAEMIS                       CHAR(8) NOT NULL,
             OPERADOR                       CHAR(3) NOT NULL,
             SUCEMIS                        DECIMAL(2, 0) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURCER                    *
      ******************************************************************
       01  DCLTBCURCER.
           10 CER-NROCERT     PIC S9(7)V     USAGE COMP-3.  *> NROCERT
           10 CER-TIPCUEN     PIC X(2).                     *> TIPCUEN
           10 CER-NROCUEN     PIC S9(10)V    USAGE COMP-3.  *> NROCUEN
           10 CER-FECSALDO    PIC X(10).                    *> FECSALDO
           10 CER-SALDO       PIC S9(11)V9(2) USAGE COMP-3. *> SALDO
           10 CER-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
           10 CER-DESTINO     PIC X(30).                    *> DESTINO
           10 CER-CONTROL     PIC S9(2)V     USAGE COMP-3.  *> CONTROL
           10 CER-FECEMIS     PIC X(10).                    *> FECEMIS
           10 CER-HORAEMIS    PIC X(8).                     *> HORAEMIS
           10 CER-OPERADOR    PIC X(3).                     *> OPERADOR
           10 CER-SUCEMIS     PIC S9(2)V     USAGE COMP-3.  *> SUCEMIS
           10 CER-ESTADO      PIC X(1).                     *> ESTADO
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************

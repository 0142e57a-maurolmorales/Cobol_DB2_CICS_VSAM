      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURGEH)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURGEH))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(GEH-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * HISTORIA DE GESTIONES DE MORA (PGMGEMOR): UNA FILA POR CADA    *
      * INTENTO DE CONTACTO CON EL CLIENTE, CON OPERADOR, SUCURSAL,    *
      * FECHA/HORA Y RESULTADO: 'NC' SIN CONTACTO / 'CT' CONTACTADO    *
      * SIN PROMESA / 'PP' PROMESA DE PAGO (FECPROM E IMPPROM). NO SE  *
      * BORRA AL REGULARIZARSE EL CLIENTE: QUEDA COMO ANTECEDENTE.     *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURGEH TABLE
           ( NROCLI                         DECIMAL(7, 0) NOT NULL,
             FECGES                         DATE NOT NULL,
             HORGES                         CHAR(8) NOT NULL,
             SUCURSAL                       DECIMAL(2, 0) NOT NULL,
             OPERADOR                       CHAR(3) NOT NULL,
             RESULTADO                      CHAR(2) NOT NULL,
             FECPROM                        DATE,
             IMPPROM                        DECIMAL(13, 2)
                                            NOT NULL WITH DEFAULT,
             OBSERV                         CHAR(40)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURGEH                    *
      ******************************************************************
       01  DCLTBCURGEH.
           10 GEH-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 GEH-FECGES      PIC X(10).                    *> FECGES
           10 GEH-HORGES      PIC X(8).                     *> HORGES
           10 GEH-SUCURSAL    PIC S9(2)V     USAGE COMP-3.  *> SUCURSA
           10 GEH-OPERADOR    PIC X(3).                     *> OPERADO
           10 GEH-RESULTADO   PIC X(2).                     *> RESULTA
           10 GEH-FECPROM     PIC X(10).                    *> FECPROM
           10 GEH-IMPPROM     PIC S9(11)V9(2) USAGE COMP-3. *> IMPPROM
           10 GEH-OBSERV      PIC X(40).                    *> OBSERV
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************

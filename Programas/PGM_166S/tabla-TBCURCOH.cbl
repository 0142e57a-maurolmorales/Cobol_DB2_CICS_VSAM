      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURCOH)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURCOH))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(COH-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * HISTORIA DE LOS CONSENTIMIENTOS DE CONTACTO (TBCURCON): UNA    *
      * FILA POR CADA CAMBIO, CON EL VALOR ANTERIOR (CONSANT, ' ' =    *
      * SIN REGISTRO PREVIO) Y EL NUEVO, LA FECHA EN QUE EL CLIENTE    *
      * LO MANIFESTO, EL ORIGEN Y EL OPERADOR ('DIG' EN LA CARGA DEL   *
      * CANAL DIGITAL). LA GRABA LA RUTINA PGMCSCAF.                   *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURCOH TABLE
           ( NROCLI                         DECIMAL(7, 0) NOT NULL,
             CANAL                          CHAR(1) NOT NULL,
             FECHORA                        TIMESTAMP NOT NULL,
             CONSANT                        CHAR(1) NOT NULL,
             CONSNUE                        CHAR(1) NOT NULL,
             FECCONS                        DATE NOT NULL,
             ORIGEN                         CHAR(1) NOT NULL,
             OPERADOR                       CHAR(3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURCOH                    *
      ******************************************************************
       01  DCLTBCURCOH.
           10 COH-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 COH-CANAL       PIC X(1).                     *> CANAL
           10 COH-FECHORA     PIC X(26).                    *> FECHORA
           10 COH-CONSANT     PIC X(1).                     *> CONSANT
           10 COH-CONSNUE     PIC X(1).                     *> CONSNUE
           10 COH-FECCONS     PIC X(10).                    *> FECCONS
           10 COH-ORIGEN      PIC X(1).                     *> ORIGEN
           10 COH-OPERADOR    PIC X(3).                     *> OPERADO
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************

      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURBEN)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURBEN))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(BEN-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * BENEFICIARIOS FINALES DE PERSONAS JURIDICAS: UNA FILA POR      *
      * CLIENTE CLASE 'J' (NROCLI) Y PERSONA HUMANA (TIPDOC/NRODOC:    *
      * 'DU', 'PA' O 'PE'), CLAVE NROCLI + TIPDOC + NRODOC.            *
      * ROL: 'P' PROPIEDAD DIRECTA O INDIRECTA (PORCEN 10 O MAS) /     *
      * 'C' CONTROL POR OTROS MEDIOS (PORCEN 0 A 100) / 'A'            *
      * ADMINISTRADOR A FALTA DE OTRO BENEFICIARIO (PORCEN 0).         *
      * LA SUMA DE PORCEN DE UN CLIENTE NO SUPERA 100 (PGMBENEF).      *
      * LISTA: 'S' SI LA PERSONA COINCIDIO CON LA LISTA DE CONTROL     *
      * (TBCURLSN) AL DECLARARLA EN PGMBENEF O EN EL RE-FILTRO         *
      * NOCTURNO (PGMRSLSN); 'N' SI NO.                                *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURBEN TABLE
           ( NROCLI                         DECIMAL(7, 0) NOT NULL,
             TIPDOC                         CHAR(2) NOT NULL,
             NRODOC                         DECIMAL(11, 0) NOT NULL,
             NOMAPE                         CHAR(30) NOT NULL,
             ROL                            CHAR(1) NOT NULL,
             PORCEN                         DECIMAL(5, 2) NOT NULL,
             LISTA                          CHAR(1)
                                            NOT NULL WITH DEFAULT,
             OPERADOR                       CHAR(3) NOT NULL,
             FECALTA                        DATE NOT NULL,
             FECACT                         DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURBEN                    *
      ******************************************************************
       01  DCLTBCURBEN.
           10 BEN-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 BEN-TIPDOC      PIC X(2).                     *> TIPDOC
           10 BEN-NRODOC      PIC S9(11)V    USAGE COMP-3.  *> NRODOC
           10 BEN-NOMAPE      PIC X(30).                    *> NOMAPE
           10 BEN-ROL         PIC X(1).                     *> ROL
           10 BEN-PORCEN      PIC S9(3)V9(2) USAGE COMP-3.  *> PORCEN
           10 BEN-LISTA       PIC X(1).                     *> LISTA
           10 BEN-OPERADOR    PIC X(3).                     *> OPERADOR
           10 BEN-FECALTA     PIC X(10).                    *> FECALTA
           10 BEN-FECACT      PIC X(10).                    *> FECACT
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************

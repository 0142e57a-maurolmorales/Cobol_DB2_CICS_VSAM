      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURLEG)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURLEG))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(LEG-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * LEGAJO DEL CLIENTE: UNA FILA POR CLIENTE Y DOCUMENTO           *
      * PRESENTADO (CODDOC DE TBCURLRQ), CLAVE NROCLI + CODDOC. UNA    *
      * NUEVA PRESENTACION DEL MISMO DOCUMENTO REEMPLAZA LA ANTERIOR.  *
      * FECVTO ES NULA PARA LOS DOCUMENTOS QUE NO VENCEN. OPERADOR Y   *
      * FECACT SON DE LA ULTIMA ACTUALIZACION (PGMLEGAJ).              *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURLEG TABLE
           ( NROCLI                         DECIMAL(7, 0) NOT NULL,
             CODDOC                         CHAR(2) NOT NULL,
             FECRECEP                       DATE NOT NULL,
             FECVTO                         DATE,
             OPERADOR                       CHAR(3) NOT NULL,
             FECACT                         DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURLEG                    *
      ******************************************************************
       01  DCLTBCURLEG.
           10 LEG-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 LEG-CODDOC      PIC X(2).                     *> CODDOC
           10 LEG-FECRECEP    PIC X(10).                    *> FECRECEP
           10 LEG-FECVTO      PIC X(10).                    *> FECVTO
           10 LEG-OPERADOR    PIC X(3).                     *> OPERADOR
           10 LEG-FECACT      PIC X(10).                    *> FECACT
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************

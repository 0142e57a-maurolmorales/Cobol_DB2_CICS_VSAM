      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURLIM)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURLIM))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(LIM-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * LIMITES DE CREDITO APROBADOS POR CLIENTE (DOBLE CONTROL EN     *
      * PGMLIMCR): LA PROPUESTA SE CARGA EN ESTADO 'P' CON EL          *
      * OPERADOR QUE LA CARGO; UN SUPERVISOR DISTINTO LA APRUEBA       *
      * ('V', QUEDA COMO OPERAPRO = OFICIAL QUE APROBO) O LA RECHAZA   *
      * ('R'). AL APROBAR, EL LIMITE VIGENTE ANTERIOR PASA A 'H'       *
      * (HISTORIA). HAY A LO SUMO UNA 'P' Y UNA 'V' POR CLIENTE.       *
      * IMPORTE EN LA MONEDA DEL LIMITE (1 PESOS / 2 DOLARES); EL      *
      * LIMITE NO RIGE DESPUES DE FECVTO. LO CONTROLAN PGMPRCTA Y      *
      * PGMADCTA CONTRA LA EXPOSICION TOTAL DEL CLIENTE.               *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURLIM TABLE
           ( NROLIM                         DECIMAL(7, 0) NOT NULL,
             NROCLI                         DECIMAL(7, 0) NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             FECVTO                         DATE NOT NULL,
             OPERALTA                       CHAR(3) NOT NULL,
             FECALTA                        DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             OPERAPRO                       CHAR(3)
                                            NOT NULL WITH DEFAULT,
             FECAPRO                        DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURLIM                    *
      ******************************************************************
       01  DCLTBCURLIM.
           10 LIM-NROLIM      PIC S9(7)V     USAGE COMP-3.  *> NROLIM
           10 LIM-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 LIM-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3. *> IMPORTE
           10 LIM-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
           10 LIM-FECVTO      PIC X(10).                    *> FECVTO
           10 LIM-OPERALTA    PIC X(3).                     *> OPERALTA
           10 LIM-FECALTA     PIC X(10).                    *> FECALTA
           10 LIM-ESTADO      PIC X(1).                     *> ESTADO
           10 LIM-OPERAPRO    PIC X(3).                     *> OPERAPRO
           10 LIM-FECAPRO     PIC X(10).                    *> FECAPRO
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************

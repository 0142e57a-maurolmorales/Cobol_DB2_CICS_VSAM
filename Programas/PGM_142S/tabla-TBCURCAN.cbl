      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURCAN)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURCAN))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CAN-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * BITACORA DE LOS CASOS DE CUMPLIMIENTO (PGMCASOS): UNA FILA POR *
      * ANOTACION, CON OPERADOR Y FECHA/HORA. TIPONOTA: 'N' NOTA DEL   *
      * ANALISTA / 'A' ASIGNACION / 'D' DECISION (DESCARTADO O         *
      * REPORTABLE, EL TEXTO ES EL FUNDAMENTO QUE VIAJA EN EL ROS).    *
      * NO SE BORRA: ES EL ANTECEDENTE DE LA DECISION.                 *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURCAN TABLE
           ( NROCASO                        DECIMAL(9, 0) NOT NULL,
             FECNOTA                        DATE NOT NULL,
             HORNOTA                        CHAR(8) NOT NULL,
             OPERADOR                       CHAR(3) NOT NULL,
             TIPONOTA                       CHAR(1) NOT NULL,
             TEXTO                          CHAR(60)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURCAN                    *
      ******************************************************************
       01  DCLTBCURCAN.
           10 CAN-NROCASO     PIC S9(9)V     USAGE COMP-3.  *> NROCASO
           10 CAN-FECNOTA     PIC X(10).                    *> FECNOTA
           10 CAN-HORNOTA     PIC X(8).                     *> HORNOTA
           10 CAN-OPERADOR    PIC X(3).                     *> OPERADO
           10 CAN-TIPONOTA    PIC X(1).                     *> TIPONOT
           10 CAN-TEXTO       PIC X(60).                    *> TEXTO
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************

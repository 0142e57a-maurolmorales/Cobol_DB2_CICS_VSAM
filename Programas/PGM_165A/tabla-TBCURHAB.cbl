      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURHAB)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURHAB))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HAB-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * REGISTRO DE SOLICITUDES DE DATOS PERSONALES (PGMHABEA), PARA   *
      * ACREDITAR EL CUMPLIMIENTO DE LOS PLAZOS LEGALES.               *
      * TIPSOL 'A' = ACCESO (INFORME DE TODO LO QUE SE GUARDA DE LA    *
      * PERSONA; PLAZO EN DIAS CORRIDOS, PARAMETRO HABDACCE) /         *
      * 'R' = RECTIFICACION (DETALLE DE LO PEDIDO; PLAZO EN DIAS       *
      * HABILES, PARAMETRO HABDRECT).                                  *
      * FECVTO = FECSOL + PLAZO. ESTADO 'P' = PENDIENTE / 'C' =        *
      * CUMPLIDA: FECENTR ES LA FECHA DE ENTREGA DEL INFORME O DE LA   *
      * RECTIFICACION Y RESOLUC LO QUE SE RESPONDIO O CORRIGIO.        *
      * NROCLI ES CERO SI LA PERSONA NO ES CLIENTE (SOLO APODERADO,    *
      * PORTADOR DE TARJETA O RECLAMANTE).                             *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURHAB TABLE
           ( NROSOL                         DECIMAL(7, 0) NOT NULL,
             TIPSOL                         CHAR(1) NOT NULL,
             TIPDOC                         CHAR(2) NOT NULL,
             NRODOC                         DECIMAL(11, 0) NOT NULL,
             NROCLI                         DECIMAL(7, 0)
                                            NOT NULL WITH DEFAULT,
             FECSOL                         DATE NOT NULL,
             FECVTO                         DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             DETALLE                        CHAR(46)
                                            NOT NULL WITH DEFAULT,
             OPERALTA                       CHAR(3) NOT NULL,
             FECENTR                        DATE,
             OPERENT                        CHAR(3)
                                            NOT NULL WITH DEFAULT,
             RESOLUC                        CHAR(46)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURHAB                    *
      ******************************************************************
       01  DCLTBCURHAB.
           10 HAB-NROSOL      PIC S9(7)V     USAGE COMP-3.  *> NROSOL
           10 HAB-TIPSOL      PIC X(1).                     *> TIPSOL
           10 HAB-TIPDOC      PIC X(2).                     *> TIPDOC
           10 HAB-NRODOC      PIC S9(11)V    USAGE COMP-3.  *> NRODOC
           10 HAB-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 HAB-FECSOL      PIC X(10).                    *> FECSOL
           10 HAB-FECVTO      PIC X(10).                    *> FECVTO
           10 HAB-ESTADO      PIC X(1).                     *> ESTADO
           10 HAB-DETALLE     PIC X(46).                    *> DETALLE
           10 HAB-OPERALTA    PIC X(3).                     *> OPERALTA
           10 HAB-FECENTR     PIC X(10).                    *> FECENTR
           10 HAB-OPERENT     PIC X(3).                     *> OPERENT
           10 HAB-RESOLUC     PIC X(46).                    *> RESOLUC
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************

      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURBAR)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURBAR))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(BAR-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ACUERDOS DE BARRIDO DE SALDOS ENTRE LA CUENTA CORRIENTE        *
      * (TIPCUENC/NROCUENC, TIPO 01) Y LA CAJA DE AHORRO               *
      * (TIPCUENA/NROCUENA, TIPO 02) DE UN MISMO CLIENTE Y MONEDA.     *
      * CADA NOCHE PGMBAREJ CUBRE EL SALDO DEUDOR DE LA CUENTA         *
      * CORRIENTE CON LO DISPONIBLE DE LA CAJA DE AHORRO Y, SI TOPE    *
      * ES MAYOR QUE CERO, DEVUELVE A LA CAJA DE AHORRO EL EXCEDENTE   *
      * DE LA CUENTA CORRIENTE POR ENCIMA DE ESE TOPE.                 *
      * UNA CUENTA PARTICIPA DE UN SOLO ACUERDO VIGENTE.               *
      * ESTADO 'V' = VIGENTE / 'B' = BAJA (FECBAJA).                   *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURBAR TABLE
           ( NROBARR                        DECIMAL(7, 0) NOT NULL,
             NROCLI                         DECIMAL(7, 0) NOT NULL,
             TIPCUENC                       CHAR(2) NOT NULL,
             NROCUENC                       DECIMAL(10, 0) NOT NULL,
             TIPCUENA                       CHAR(2) NOT NULL,
             NROCUENA                       DECIMAL(10, 0) NOT NULL,
             TOPE                           DECIMAL(13, 2)
                                            NOT NULL WITH DEFAULT,
             VIGDESDE                       DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECBAJA                        DATE
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURBAR                    *
      ******************************************************************
       01  DCLTBCURBAR.
           10 BAR-NROBARR     PIC S9(7)V     USAGE COMP-3.  *> NROBARR
           10 BAR-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 BAR-TIPCUENC    PIC X(2).                     *> CTA CTE
           10 BAR-NROCUENC    PIC S9(10)V    USAGE COMP-3.
           10 BAR-TIPCUENA    PIC X(2).                     *> CAJA AH.
           10 BAR-NROCUENA    PIC S9(10)V    USAGE COMP-3.
           10 BAR-TOPE        PIC S9(11)V9(2) USAGE COMP-3. *> TOPE
           10 BAR-VIGDESDE    PIC X(10).                    *> VIGDESDE
           10 BAR-ESTADO      PIC X(1).                     *> ESTADO
           10 BAR-FECBAJA     PIC X(10).                    *> FECBAJA
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************

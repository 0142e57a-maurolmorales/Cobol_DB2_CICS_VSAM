      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURENC)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURENC))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(ENC-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * POSICION DIARIA DE EFECTIVO MINIMO (ENCAJE) POR MONEDA, UNA    *
      * FILA POR FECHA DE PROCESO (PGMENCAJ):                          *
      *   DEPOSITOS = BASE SUJETA A ENCAJE (CTA.CTE. + CAJA DE AHORRO  *
      *               + PLAZO FIJO VIGENTE)                            *
      *   EXIGENCIA = BASE POR EL PORCENTAJE DE TBCURTAS 'EN' SEGUN    *
      *               PRODUCTO Y PLAZO RESIDUAL                        *
      *   EFECTIVO  = TESORO (PGMTESPO) + CAJAS (ARQUEO TBCURARQ)      *
      *   CTABCRA   = SALDO DE LA CUENTA EN EL BCRA (TARJETA)          *
      *   INTEGRAC  = EFECTIVO + CTABCRA                               *
      *   POSICION  = INTEGRAC - EXIGENCIA (NEGATIVO = DEFICIT)        *
      * LOS PROMEDIOS DEL MES SE CALCULAN SOBRE ESTAS FILAS.           *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURENC TABLE
           ( FECHA                          DATE NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             DEPOSITOS                      DECIMAL(15, 2) NOT NULL,
             EXIGENCIA                      DECIMAL(15, 2) NOT NULL,
             EFECTIVO                       DECIMAL(15, 2) NOT NULL,
             CTABCRA                        DECIMAL(15, 2) NOT NULL,
             INTEGRAC                       DECIMAL(15, 2) NOT NULL,
             POSICION                       DECIMAL(15, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURENC                    *
      ******************************************************************
       01  DCLTBCURENC.
           10 ENC-FECHA       PIC X(10).                    *> FECHA
           10 ENC-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
           10 ENC-DEPOSITOS   PIC S9(13)V9(2) USAGE COMP-3. *> DEPOSIT
           10 ENC-EXIGENCIA   PIC S9(13)V9(2) USAGE COMP-3. *> EXIGENC
           10 ENC-EFECTIVO    PIC S9(13)V9(2) USAGE COMP-3. *> EFECTIV
           10 ENC-CTABCRA     PIC S9(13)V9(2) USAGE COMP-3. *> CTABCRA
           10 ENC-INTEGRAC    PIC S9(13)V9(2) USAGE COMP-3. *> INTEGRA
           10 ENC-POSICION    PIC S9(13)V9(2) USAGE COMP-3. *> POSICIO
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************

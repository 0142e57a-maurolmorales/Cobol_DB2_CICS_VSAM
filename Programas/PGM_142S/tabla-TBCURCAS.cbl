      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURCAS)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURCAS))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CAS-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CASOS DE CUMPLIMIENTO: UNO POR CLIENTE, ORIGEN Y MONEDA        *
      * MIENTRAS ESTE ABIERTO. PGMCASCG LOS ALIMENTA CADA NOCHE CON    *
      * LAS ALERTAS DE PGMUIFMV Y PGMRSLSN (UNA ALERTA NUEVA SOBRE UN  *
      * CASO ABIERTO SOLO SUMA CANTALER Y ACTUALIZA FECULTAL).         *
      * ORIGEN: 'UN' MOVIMIENTO SOBRE UMBRAL UNITARIO / 'AC' ACUMULADO *
      * MENSUAL / 'FR' FRACCIONAMIENTO / 'LS' LISTA DE CONTROL.        *
      * FECLIMITE: VENCIMIENTO REGULATORIO PARA REPORTAR (ALTA MAS EL  *
      * PLAZO: 150 DIAS CORRIDOS, 2 DIAS PARA LISTA DE SANCIONADOS).   *
      * ESTADO: 'A' ABIERTO SIN ASIGNAR / 'E' EN ANALISIS (ASIGNADO)   *
      * / 'D' DESCARTADO / 'R' REPORTABLE (PENDIENTE DE ENVIO) / 'X'   *
      * REPORTADO (EXPORTADO EN EL ARCHIVO ROS POR PGMROSEX).          *
      * DECISOR, FECDECIS Y HORDECIS: QUIEN CERRO EL CASO EN PGMCASOS  *
      * Y CUANDO; EL FUNDAMENTO QUEDA COMO NOTA 'D' EN TBCURCAN.       *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURCAS TABLE
           ( NROCASO                        DECIMAL(9, 0) NOT NULL,
             ORIGEN                         CHAR(2) NOT NULL,
             NROCLI                         DECIMAL(7, 0) NOT NULL,
             TIPDOC                         CHAR(2) NOT NULL,
             NRODOC                         DECIMAL(11, 0) NOT NULL,
             NOMAPE                         CHAR(30) NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL,
             CANTALER                       DECIMAL(5, 0) NOT NULL,
             TIPOLISTA                      CHAR(1)
                                            NOT NULL WITH DEFAULT,
             DETALLE                        CHAR(40)
                                            NOT NULL WITH DEFAULT,
             FECALTA                        DATE NOT NULL,
             FECULTAL                       DATE NOT NULL,
             FECLIMITE                      DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             ASIGNADO                       CHAR(3)
                                            NOT NULL WITH DEFAULT,
             FECASIG                        DATE,
             DECISOR                        CHAR(3)
                                            NOT NULL WITH DEFAULT,
             FECDECIS                       DATE,
             HORDECIS                       CHAR(8)
                                            NOT NULL WITH DEFAULT,
             FECEXPORT                      DATE,
             CANTNOTAS                      DECIMAL(3, 0)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURCAS                    *
      ******************************************************************
       01  DCLTBCURCAS.
           10 CAS-NROCASO     PIC S9(9)V     USAGE COMP-3.  *> NROCASO
           10 CAS-ORIGEN      PIC X(2).                     *> ORIGEN
           10 CAS-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 CAS-TIPDOC      PIC X(2).                     *> TIPDOC
           10 CAS-NRODOC      PIC S9(11)V    USAGE COMP-3.  *> NRODOC
           10 CAS-NOMAPE      PIC X(30).                    *> NOMAPE
           10 CAS-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
           10 CAS-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3. *> IMPORTE
           10 CAS-CANTALER    PIC S9(5)V     USAGE COMP-3.  *> CANTALE
           10 CAS-TIPOLISTA   PIC X(1).                     *> TIPOLIS
           10 CAS-DETALLE     PIC X(40).                    *> DETALLE
           10 CAS-FECALTA     PIC X(10).                    *> FECALTA
           10 CAS-FECULTAL    PIC X(10).                    *> FECULTA
           10 CAS-FECLIMITE   PIC X(10).                    *> FECLIMI
           10 CAS-ESTADO      PIC X(1).                     *> ESTADO
           10 CAS-ASIGNADO    PIC X(3).                     *> ASIGNAD
           10 CAS-FECASIG     PIC X(10).                    *> FECASIG
           10 CAS-DECISOR     PIC X(3).                     *> DECISOR
           10 CAS-FECDECIS    PIC X(10).                    *> FECDECI
           10 CAS-HORDECIS    PIC X(8).                     *> HORDECI
           10 CAS-FECEXPORT   PIC X(10).                    *> FECEXPO
           10 CAS-CANTNOTAS   PIC S9(3)V     USAGE COMP-3.  *> CANTNOT
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 22      *
      ******************************************************************

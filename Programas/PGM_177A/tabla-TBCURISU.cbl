      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURISU)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURISU))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(ISU-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PARTIDAS ENTRE SUCURSALES DEL DIA. LA GRABA PGMINTSU CADA      *
      * NOCHE A PARTIR DE LAS PATAS DE TRANSFERENCIA DE TBCURMOV       *
      * (PGMTRCTA, PGMOREJE, PGMPOSRV) APAREADAS POR REFMOV Y CANAL:   *
      * UNA FILA POR PAR DEBITO/CREDITO ENTRE CUENTAS DE DISTINTA      *
      * SUCURSAL Y UNA POR CADA PATA QUE NO SE PUDO APAREAR. LOS       *
      * PARES DE LA MISMA SUCURSAL NO SE GRABAN. UN REPROCESO DEL      *
      * DIA BORRA Y VUELVE A GRABAR LAS FILAS DE LA FECHA.             *
      * LA PATA DEBITO (SUCDEB...) ES LA SUCURSAL QUE DEBE; LA PATA    *
      * CREDITO (SUCCRE...) LA QUE TIENE A COBRAR. EN LAS PATAS SIN    *
      * PAREJA EL LADO FALTANTE QUEDA EN CEROS / ESPACIOS.             *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURISU TABLE
           ( FECHA                          DATE NOT NULL,
             NROITEM                        DECIMAL(7, 0) NOT NULL,
             REFMOV                         CHAR(12) NOT NULL,
             CANAL                          CHAR(2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             SUCDEB                         DECIMAL(2, 0)
                                            NOT NULL WITH DEFAULT,
             TIPCUEND                       CHAR(2)
                                            NOT NULL WITH DEFAULT,
             NROCUEND                       DECIMAL(10, 0)
                                            NOT NULL WITH DEFAULT,
             MONEDAD                        DECIMAL(1, 0)
                                            NOT NULL WITH DEFAULT,
             IMPORTED                       DECIMAL(13, 2)
                                            NOT NULL WITH DEFAULT,
             SUCCRE                         DECIMAL(2, 0)
                                            NOT NULL WITH DEFAULT,
             TIPCUENC                       CHAR(2)
                                            NOT NULL WITH DEFAULT,
             NROCUENC                       DECIMAL(10, 0)
                                            NOT NULL WITH DEFAULT,
             MONEDAC                        DECIMAL(1, 0)
                                            NOT NULL WITH DEFAULT,
             IMPORTEC                       DECIMAL(13, 2)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURISU                    *
      ******************************************************************
       01  DCLTBCURISU.
           10 ISU-FECHA       PIC X(10).                    *> FECHA
           10 ISU-NROITEM     PIC S9(7)V     USAGE COMP-3.  *> NROITEM
           10 ISU-REFMOV      PIC X(12).                    *> REFMOV
           10 ISU-CANAL       PIC X(2).                     *> CANAL
      *    'A' PAR ASENTADO ENTRE SUCURSALES
      *    'X' PAR CON DISTINTA MONEDA O IMPORTE (SIN ASIENTO)
      *    'N' PATA SIN PAREJA
           10 ISU-ESTADO      PIC X(1).                     *> ESTADO
           10 ISU-SUCDEB      PIC S9(2)V     USAGE COMP-3.  *> SUCDEB
           10 ISU-TIPCUEND    PIC X(2).                     *> TIPCUEND
           10 ISU-NROCUEND    PIC S9(10)V    USAGE COMP-3.  *> NROCUEND
           10 ISU-MONEDAD     PIC S9(1)V     USAGE COMP-3.  *> MONEDAD
           10 ISU-IMPORTED    PIC S9(11)V9(2) USAGE COMP-3. *> IMPORTED
           10 ISU-SUCCRE      PIC S9(2)V     USAGE COMP-3.  *> SUCCRE
           10 ISU-TIPCUENC    PIC X(2).                     *> TIPCUENC
           10 ISU-NROCUENC    PIC S9(10)V    USAGE COMP-3.  *> NROCUENC
           10 ISU-MONEDAC     PIC S9(1)V     USAGE COMP-3.  *> MONEDAC
           10 ISU-IMPORTEC    PIC S9(11)V9(2) USAGE COMP-3. *> IMPORTEC
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************

      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURMEM)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURMEM))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(MEM-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * POSTEO EN MEMORIA DURANTE LA VENTANA NOCTURNA: CON LA JORNADA  *
      * CERRADA (PGMJORNA) LA CAJA (PGMEXCTA / PGMDPCTA) Y EL SERVICIO *
      * DE CANALES (PGMPOSRV) NO TOCAN TBCURCTA NI TBCURMOV: DEJAN LA  *
      * OPERACION ACEPTADA EN ESTA TABLA (RUTINA PGMMEMCA), CONTROLADA *
      * CONTRA EL DISPONIBLE EN MEMORIA = SALDO DE CIERRE MAS LO YA    *
      * ACEPTADO EN MEMORIA PARA LA CUENTA. EL ULTIMO PASO DE CAFNOCTE *
      * (PGMMEMAP) LAS APLICA EN ORDEN DE LLEGADA (NROMEMO) CON FECHA  *
      * DEL DIA HABIL SIGUIENTE A LA CAPTURA.                          *
      * OPERACION 'D' DEBITO / 'C' CREDITO / 'T' TRANSFERENCIA (DEBITA *
      * TIPCUEN/NROCUEN Y ACREDITA TIPCUED/NROCUED).                   *
      * ESTADO 'P' = PENDIENTE / 'A' = APLICADA / 'R' = RECHAZADA AL   *
      * APLICAR (MOTIVO, ARCHIVO DE EXCEPCIONES DE PGMMEMAP).          *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURMEM TABLE
           ( NROMEMO                        DECIMAL(11, 0) NOT NULL,
             FECCAPT                        DATE NOT NULL,
             HORACAPT                       CHAR(8) NOT NULL,
             CANAL                          CHAR(2) NOT NULL,
             REFER                          CHAR(16) NOT NULL,
             OPERADOR                       CHAR(3)
                                            NOT NULL WITH DEFAULT,
             SUCURSAL                       DECIMAL(2, 0)
                                            NOT NULL WITH DEFAULT,
             OPERACION                      CHAR(1) NOT NULL,
             TIPCUEN                        CHAR(2) NOT NULL,
             NROCUEN                        DECIMAL(10, 0) NOT NULL,
             TIPCUED                        CHAR(2)
                                            NOT NULL WITH DEFAULT,
             NROCUED                        DECIMAL(10, 0)
                                            NOT NULL WITH DEFAULT,
             IMPORTE                        DECIMAL(13, 2) NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             MOTIVO                         CHAR(2)
                                            NOT NULL WITH DEFAULT,
             FECAPLI                        DATE,
             FECVALOR                       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURMEM                    *
      ******************************************************************
       01  DCLTBCURMEM.
           10 MEM-NROMEMO     PIC S9(11)V    USAGE COMP-3.  *> NROMEMO
           10 MEM-FECCAPT     PIC X(10).                    *> FECCAPT
           10 MEM-HORACAPT    PIC X(8).                     *> HORACAPT
           10 MEM-CANAL       PIC X(2).                     *> CANAL
           10 MEM-REFER       PIC X(16).                    *> REFER
           10 MEM-OPERADOR    PIC X(3).                     *> OPERADOR
           10 MEM-SUCURSAL    PIC S9(2)V     USAGE COMP-3.  *> SUCURSAL
           10 MEM-OPERACION   PIC X(1).                     *> OPERACION
           10 MEM-TIPCUEN     PIC X(2).                     *> TIPCUEN
           10 MEM-NROCUEN     PIC S9(10)V    USAGE COMP-3.  *> NROCUEN
           10 MEM-TIPCUED     PIC X(2).                     *> TIPCUED
           10 MEM-NROCUED     PIC S9(10)V    USAGE COMP-3.  *> NROCUED
           10 MEM-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3. *> IMPORTE
           10 MEM-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
           10 MEM-ESTADO      PIC X(1).                     *> ESTADO
           10 MEM-MOTIVO      PIC X(2).                     *> MOTIVO
           10 MEM-FECAPLI     PIC X(10).                    *> FECAPLI
           10 MEM-FECVALOR    PIC X(10).                    *> FECVALOR
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************

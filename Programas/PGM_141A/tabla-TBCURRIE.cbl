      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURRIE)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURRIE))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(RIE-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * MATRIZ DE RIESGO DE LAVADO: UNA FILA POR CLIENTE Y FECHA DE    *
      * CALIFICACION (PGMRIESG, MENSUAL), CON LOS PUNTOS DE CADA       *
      * FACTOR, EL PUNTAJE TOTAL, EL NIVEL ASIGNADO Y EL ANTERIOR:     *
      *   PTSLISTA  = COINCIDENCIA EN LISTAS DE CONTROL (PEP,          *
      *               SANCIONADOS) O CUENTAS RETENIDAS POR CUMPLIM.    *
      *   PTSNACION = NACIONALIDAD NO ARGENTINA (NO RESIDENTE)         *
      *   PTSJURID  = PERSONA JURIDICA                                 *
      *   PTSEFECT  = PESO DEL EFECTIVO (CANAL 'CA') EN LOS CREDITOS   *
      *               DE LOS ULTIMOS 12 MESES                          *
      *   PTSUIF    = MOVIMIENTOS SOBRE EL UMBRAL UNITARIO UIF EN LOS  *
      *               ULTIMOS 12 MESES                                 *
      *   PTSPROD   = MEZCLA DE PRODUCTOS (CUENTAS EN DOLARES)         *
      * NIVEL / NIVANT: 'B' BAJO, 'M' MEDIO, 'A' ALTO (' ' = SIN       *
      * CALIFICACION PREVIA). EL NIVEL VIGENTE SE ESTAMPA EN TBCURCLI. *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURRIE TABLE
           ( FECHA                          DATE NOT NULL,
             NROCLI                         DECIMAL(7, 0) NOT NULL,
             PTSLISTA                       DECIMAL(3, 0) NOT NULL,
             PTSNACION                      DECIMAL(3, 0) NOT NULL,
             PTSJURID                       DECIMAL(3, 0) NOT NULL,
             PTSEFECT                       DECIMAL(3, 0) NOT NULL,
             PTSUIF                         DECIMAL(3, 0) NOT NULL,
             PTSPROD                        DECIMAL(3, 0) NOT NULL,
             PUNTAJE                        DECIMAL(3, 0) NOT NULL,
             NIVEL                          CHAR(1) NOT NULL,
             NIVANT                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURRIE                    *
      ******************************************************************
       01  DCLTBCURRIE.
           10 RIE-FECHA       PIC X(10).                    *> FECHA
           10 RIE-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 RIE-PTSLISTA    PIC S9(3)V     USAGE COMP-3.  *> PTSLIST
           10 RIE-PTSNACION   PIC S9(3)V     USAGE COMP-3.  *> PTSNACI
           10 RIE-PTSJURID    PIC S9(3)V     USAGE COMP-3.  *> PTSJURI
           10 RIE-PTSEFECT    PIC S9(3)V     USAGE COMP-3.  *> PTSEFEC
           10 RIE-PTSUIF      PIC S9(3)V     USAGE COMP-3.  *> PTSUIF
           10 RIE-PTSPROD     PIC S9(3)V     USAGE COMP-3.  *> PTSPROD
           10 RIE-PUNTAJE     PIC S9(3)V     USAGE COMP-3.  *> PUNTAJE
           10 RIE-NIVEL       PIC X(1).                     *> NIVEL
           10 RIE-NIVANT      PIC X(1).                     *> NIVANT
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSLARN.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMSLARN                                      *
      *  DESCRIPCIÓN:                                            *
      *    VENTANA BATCH: DURACION DE LOS PASOS DE LA CADENA     *
      *    NOCTURNA SEGUN EL CONTROL DE CORRIDAS (TBCURRUN,      *
      *    HORAINI / HORAFIN Y CONTADORES QUE DEJA PGMRNCAF).    *
      *                                                          *
      *    PARM='DIARIO' (O SIN PARM), ULTIMO PASO DE CAFNOCTE:  *
      *    - POR CADA PASO DE HOY: DURACION, REGISTROS LEIDOS Y  *
      *      GRABADOS Y REGISTROS POR SEGUNDO.                   *
      *    - LO COMPARA CONTRA LOS ULTIMOS 30 DIAS DEL MISMO     *
      *      PASO (PROMEDIO Y PERCENTIL 90) Y LO MARCA:          *
      *      'SOBRE P90' SI DURO MAS QUE EL P90, 'CRITICO' SI    *
      *      DURO MAS DEL DOBLE DEL PROMEDIO, 'SIN HISTORIA' CON *
      *      MENOS DE 5 CORRIDAS PARA COMPARAR, 'INCOMPLETO' SI  *
      *      EL PASO NO TERMINO.                                 *
      *    - CAMINO CRITICO: HORA DE FIN DE LA CADENA (EL PASO   *
      *      QUE TERMINA ULTIMO CONTANDO DESDE EL PRIMERO QUE    *
      *      EMPEZO) CONTRA LA HORA COMPROMETIDA DE APERTURA     *
      *      DEL ONLINE (APERTURA, HHMM; 0700 SI NO HAY). SI LA  *
      *      CADENA TERMINA DESPUES, RC=4.                       *
      *                                                          *
      *    PARM='MENSUAL', EN CAFMENSU: TENDENCIA DE CAPACIDAD   *
      *    DE LOS ULTIMOS 12 MESES POR PASO Y MES (CORRIDAS,     *
      *    DURACION Y REGISTROS PROMEDIO, REGISTROS POR SEGUNDO  *
      *    Y VARIACION CONTRA EL MES ANTERIOR), CON UNA LINEA    *
      *    DE TENDENCIA POR PASO (PRIMER MES CONTRA ULTIMO) QUE  *
      *    MARCA 'CRECE' LOS QUE AUMENTARON SU DURACION MAS DE   *
      *    UN 20%.                                               *
      *                                                          *
      *    LA FILA 'JORNADA' DE TBCURRUN (APERTURA Y CIERRE DEL  *
      *    ONLINE, PGMJORNA) NO ES UN PASO Y NO SE INFORMA.      *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       77  WS-STATUS-HIS           PIC X.
           88  WS-FIN-HISTORIA        VALUE 'Y'.
           88  WS-NO-FIN-HISTORIA     VALUE 'N'.

       77  WS-MODO                 PIC X(08)    VALUE 'DIARIO'.
           88  WS-MODO-DIARIO         VALUE 'DIARIO'.
           88  WS-MODO-MENSUAL        VALUE 'MENSUAL'.

      *---- CRITERIOS DE MARCA ----------------------------------------
       77  WS-HIST-MINIMA          PIC 9(02)    VALUE 05.
       77  WS-FACTOR-CRITICO       PIC 9(01)    VALUE 2.
       77  WS-UMBRAL-CRECE         PIC 9(03)    VALUE 020.

      *---- APERTURA COMPROMETIDA -------------------------------------
       01  WS-APERTURA.
           03  WS-APE-HH           PIC 99       VALUE 07.
           03  WS-APE-MM           PIC 99       VALUE 00.

       01  WS-VALOR-APERTURA.
           03  WS-VAL-APERTURA     PIC X(04).

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'APERTURA'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *---- CONVERSION DE HORAS 'HH:MM:SS' A SEGUNDOS Y VUELTA --------
       01  WS-HORA-X.
           03  WS-HX-HH            PIC 99.
           03  FILLER              PIC X.
           03  WS-HX-MM            PIC 99.
           03  FILLER              PIC X.
           03  WS-HX-SS            PIC 99.

       01  WS-HORA-EDIT.
           03  WS-HE-HH            PIC 99.
           03  FILLER              PIC X        VALUE ':'.
           03  WS-HE-MM            PIC 99.
           03  FILLER              PIC X        VALUE ':'.
           03  WS-HE-SS            PIC 99.

       77  WS-SEGUNDOS             PIC S9(07) COMP   VALUE ZEROS.
       77  WS-SEG-AUX              PIC S9(07) COMP   VALUE ZEROS.
       77  WS-SEG-RESTO            PIC S9(07) COMP   VALUE ZEROS.
       77  WS-HORA-OK              PIC X             VALUE 'S'.

      *---- PASO DEL DIA ----------------------------------------------
       77  WS-SEG-INI              PIC S9(07) COMP   VALUE ZEROS.
       77  WS-SEG-FIN              PIC S9(07) COMP   VALUE ZEROS.
       77  WS-DURACION             PIC S9(07) COMP   VALUE ZEROS.
       77  WS-REG-SEG              PIC S9(07) COMP   VALUE ZEROS.
       77  WS-MARCA                PIC X(12)         VALUE SPACES.

      *---- CAMINO CRITICO (SEGUNDOS DESDE EL INICIO DE LA CADENA) ----
       77  WS-SEG-INI-CADENA       PIC S9(07) COMP   VALUE ZEROS.
       77  WS-FIN-RELATIVO         PIC S9(07) COMP   VALUE ZEROS.
       77  WS-FIN-CADENA-REL       PIC S9(07) COMP   VALUE ZEROS.
       77  WS-APERTURA-REL         PIC S9(07) COMP   VALUE ZEROS.
       77  WS-MARGEN               PIC S9(07) COMP   VALUE ZEROS.
       77  WS-HAY-INICIO           PIC X             VALUE 'N'.

      *---- HISTORIA DE 30 DIAS DEL PASO, ORDENADA ASCENDENTE ---------
       77  WS-HIS-MAX              PIC 9(03)    VALUE 031.
       77  WS-HIS-CANT             PIC 9(03)    VALUE ZEROS.
       77  WS-HIS-IDX              PIC 9(03)    VALUE ZEROS.
       77  WS-HIS-RANGO            PIC 9(03)    VALUE ZEROS.
       77  WS-HIS-NUEVA            PIC S9(07) COMP   VALUE ZEROS.
       77  WS-HIS-SUMA             PIC S9(09) COMP   VALUE ZEROS.
       77  WS-HIS-PROMEDIO         PIC S9(07) COMP   VALUE ZEROS.
       77  WS-HIS-P90              PIC S9(07) COMP   VALUE ZEROS.

       01  WS-TABLA-HISTORIA.
           03  WS-HIS-SEG  PIC S9(07) COMP OCCURS 31 TIMES.

      *---- TENDENCIA MENSUAL (CORTE POR PASO Y MES) ------------------
       77  WS-PASO-ANT             PIC X(08)    VALUE SPACES.
       77  WS-PERIODO-ANT          PIC 9(06)    VALUE ZEROS.
       77  WS-MES-CORRIDAS         PIC 9(05)    VALUE ZEROS.
       77  WS-MES-SEGUNDOS         PIC S9(11) COMP-3 VALUE ZEROS.
       77  WS-MES-REGISTROS        PIC S9(11) COMP-3 VALUE ZEROS.
       77  WS-MES-DUR-PROM         PIC S9(07) COMP   VALUE ZEROS.
       77  WS-MES-REG-PROM         PIC S9(09) COMP   VALUE ZEROS.
       77  WS-MES-DUR-ANT          PIC S9(07) COMP   VALUE ZEROS.
       77  WS-PASO-MESES           PIC 9(03)    VALUE ZEROS.
       77  WS-PASO-DUR-PRIMERO     PIC S9(07) COMP   VALUE ZEROS.
       77  WS-PASO-REG-PRIMERO     PIC S9(09) COMP   VALUE ZEROS.
       77  WS-VARIACION            PIC S9(05)V9 COMP-3 VALUE ZEROS.
       77  WS-VAR-REG              PIC S9(05)V9 COMP-3 VALUE ZEROS.

      *---- CONTADORES ------------------------------------------------
       77  WS-PASOS-CANT           PIC 9(05)    VALUE ZEROS.
       77  WS-FUERA-CANT           PIC 9(05)    VALUE ZEROS.
       77  WS-INCOMPL-CANT         PIC 9(05)    VALUE ZEROS.
       77  WS-CRECE-CANT           PIC 9(05)    VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)   VALUE ALL '='.
       77  WS-LINE2                PIC X(132)   VALUE ALL '-'.

       01  IMP-TITULO.
           03  IMP-TIT-TEXTO       PIC X(56)    VALUE
               'VENTANA BATCH - DURACION DE PASOS - CADENA NOCTURNA'.
           03  FILLER              PIC X(08)    VALUE 'PGMSLARN'.
           03  FILLER              PIC X(68)    VALUE SPACES.

       01  IMP-CAB-DIARIO.
           03  FILLER              PIC X(44)    VALUE
               'PASO      INICIO   FIN        DURACION     '.
           03  FILLER              PIC X(45)    VALUE
               'LEIDOS   GRABADOS  REG/SEG  PROM 30D  P90 30D'.
           03  FILLER              PIC X(43)    VALUE
               '   HIST  MARCA'.

       01  IMP-DET-DIARIO.
           03  IMP-DD-PASO         PIC X(08).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DD-INI          PIC X(08).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DD-FIN          PIC X(08).
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-DD-DURACION     PIC X(08).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DD-LEIDOS       PIC ZZZZZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DD-GRABADOS     PIC ZZZZZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DD-REG-SEG      PIC ZZZZZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DD-PROMEDIO     PIC X(08).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DD-P90          PIC X(08).
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-DD-HIST         PIC ZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DD-MARCA        PIC X(12).
           03  FILLER              PIC X(25)    VALUE SPACES.

       01  IMP-CAMINO.
           03  IMP-CAM-TEXTO       PIC X(40).
           03  IMP-CAM-HORA        PIC X(08).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-CAM-MARCA       PIC X(40).
           03  FILLER              PIC X(42)    VALUE SPACES.

       01  IMP-CAB-MENSUAL.
           03  FILLER              PIC X(44)    VALUE
               'PASO      MES      CORRIDAS  DUR.PROM  REG.'.
           03  FILLER              PIC X(44)    VALUE
               'PROM   REG/SEG  VAR.DUR %  MARCA'.
           03  FILLER              PIC X(44)    VALUE SPACES.

       01  IMP-DET-MENSUAL.
           03  IMP-DM-PASO         PIC X(08).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DM-PERIODO      PIC 9999/99.
           03  FILLER              PIC X(05)    VALUE SPACES.
           03  IMP-DM-CORRIDAS     PIC ZZZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DM-DURACION     PIC X(08).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DM-REGISTROS    PIC ZZZZZZZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DM-REG-SEG      PIC ZZZZZZ9.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-DM-VARIACION    PIC -ZZZ9,9.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-DM-MARCA        PIC X(12).
           03  FILLER              PIC X(48)    VALUE SPACES.

       01  IMP-TENDENCIA.
           03  IMP-TE-PASO         PIC X(08).
           03  FILLER              PIC X(14)    VALUE
               '  TENDENCIA: '.
           03  IMP-TE-MESES        PIC ZZ9.
           03  FILLER              PIC X(22)    VALUE
               ' MESES  DURACION DE '.
           03  IMP-TE-DUR-DESDE    PIC X(08).
           03  FILLER              PIC X(03)    VALUE ' A '.
           03  IMP-TE-DUR-HASTA    PIC X(08).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-TE-VARIACION    PIC -ZZZ9,9.
           03  FILLER              PIC X(12)    VALUE
               ' %  REGIST. '.
           03  IMP-TE-VAR-REG      PIC -ZZZ9,9.
           03  FILLER              PIC X(04)    VALUE ' %  '.
           03  IMP-TE-MARCA        PIC X(12).
           03  FILLER              PIC X(22)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURRUN)   ------------------
       01  DCLTBCURRUN.
           10 RUN-FECPROC     PIC X(10).
           10 RUN-PASO        PIC X(8).
           10 RUN-ESTADO      PIC X(1).
           10 RUN-REGLEIDOS   PIC S9(7)V     USAGE COMP-3.
           10 RUN-REGGRABADOS PIC S9(7)V     USAGE COMP-3.
           10 RUN-REGERRORES  PIC S9(7)V     USAGE COMP-3.
           10 RUN-HORAINI     PIC X(8).
           10 RUN-HORAFIN     PIC X(8).

       77  HIS-HORAINI             PIC X(8)     VALUE SPACES.
       77  HIS-HORAFIN             PIC X(8)     VALUE SPACES.
       77  RUN-PERIODO             PIC S9(9) COMP VALUE ZEROS.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    PASOS DE HOY EN EL ORDEN EN QUE EMPEZARON.
           EXEC SQL
              DECLARE CURSORDIA CURSOR FOR
                 SELECT PASO, ESTADO, REGLEIDOS, REGGRABADOS,
                        HORAINI, HORAFIN
                 FROM KC02803.TBCURRUN
                 WHERE FECPROC = CURRENT DATE
                   AND PASO   <> 'JORNADA'
                 ORDER BY HORAINI, PASO
           END-EXEC.

      *    CORRIDAS COMPLETAS DEL PASO EN LOS 30 DIAS ANTERIORES.
           EXEC SQL
              DECLARE CURSORHIS CURSOR FOR
                 SELECT HORAINI, HORAFIN
                 FROM KC02803.TBCURRUN
                 WHERE PASO     = :RUN-PASO
                   AND ESTADO   = 'C'
                   AND FECPROC >= CURRENT DATE - 30 DAYS
                   AND FECPROC  < CURRENT DATE
           END-EXEC.

      *    CORRIDAS COMPLETAS DE LOS ULTIMOS 12 MESES POR PASO/MES.
           EXEC SQL
              DECLARE CURSORMES CURSOR FOR
                 SELECT PASO,
                        YEAR(FECPROC) * 100 + MONTH(FECPROC),
                        REGLEIDOS, HORAINI, HORAFIN
                 FROM KC02803.TBCURRUN
                 WHERE ESTADO   = 'C'
                   AND PASO    <> 'JORNADA'
                   AND FECPROC >= CURRENT DATE - 12 MONTHS
                 ORDER BY PASO, FECPROC
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *---------------------------------------------------------------
       LINKAGE SECTION.
      *================*
       01  LK-PARM.
           03  LK-PARM-LEN          PIC S9(4) COMP.
           03  LK-PARM-DATA         PIC X(8).

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION USING LK-PARM.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F

           IF WS-MODO-MENSUAL
              PERFORM 3000-MENSUAL-I THRU 3000-MENSUAL-F
                                     UNTIL WS-FIN-LECTURA
           ELSE
              PERFORM 2000-DIARIO-I  THRU 2000-DIARIO-F
                                     UNTIL WS-FIN-LECTURA
           END-IF

           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE

           IF LK-PARM-LEN IS GREATER ZEROS
              MOVE LK-PARM-DATA TO WS-MODO
           END-IF
           IF NOT WS-MODO-DIARIO AND NOT WS-MODO-MENSUAL
              DISPLAY '* PARM INVALIDO (DIARIO/MENSUAL): ' WS-MODO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           IF WS-MODO-MENSUAL
              MOVE 'VENTANA BATCH - TENDENCIA MENSUAL DE CAPACIDAD'
                TO IMP-TIT-TEXTO
              WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
              WRITE REG-SALIDA FROM WS-LINE AFTER 1
              WRITE REG-SALIDA FROM IMP-CAB-MENSUAL AFTER 1
              WRITE REG-SALIDA FROM WS-LINE2 AFTER 1
              EXEC SQL OPEN CURSORMES END-EXEC
           ELSE
              PERFORM 1100-LEER-APERTURA-I THRU 1100-LEER-APERTURA-F
              WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
              WRITE REG-SALIDA FROM WS-LINE AFTER 1
              WRITE REG-SALIDA FROM IMP-CAB-DIARIO AFTER 1
              WRITE REG-SALIDA FROM WS-LINE2 AFTER 1
              EXEC SQL OPEN CURSORDIA END-EXEC
           END-IF

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---- HORA COMPROMETIDA DE APERTURA (SI NO HAY, LAS 07:00) ------
       1100-LEER-APERTURA-I.

           CALL WS-PGMPACAF USING LK-PARAMETRO
           IF LK-PAR-RESULT IS EQUAL 'OK'
              MOVE LK-PAR-VALOR TO WS-VALOR-APERTURA
              IF WS-VAL-APERTURA IS NUMERIC
                 MOVE WS-VAL-APERTURA TO WS-APERTURA
              END-IF
           ELSE
              DISPLAY '* SIN APERTURA EN TBCURPAR, SE USA 07:00'
           END-IF

           IF WS-APE-HH IS GREATER 23 OR WS-APE-MM IS GREATER 59
              DISPLAY '* HORA DE APERTURA INVALIDA, SE USA 07:00'
              MOVE 07 TO WS-APE-HH
              MOVE 00 TO WS-APE-MM
           END-IF.

       1100-LEER-APERTURA-F. EXIT.


      *===============================================================
      *  INFORME DIARIO
      *===============================================================
       2000-DIARIO-I.

           EXEC SQL
              FETCH CURSORDIA INTO :RUN-PASO, :RUN-ESTADO,
                                   :RUN-REGLEIDOS, :RUN-REGGRABADOS,
                                   :RUN-HORAINI, :RUN-HORAFIN
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-PASOS-CANT
                 PERFORM 2100-PASO-I THRU 2100-PASO-F
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORDIA = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       2000-DIARIO-F. EXIT.


      *---- UN PASO DE HOY CONTRA SU HISTORIA -------------------------
       2100-PASO-I.

           MOVE SPACES          TO IMP-DD-FIN IMP-DD-DURACION
                                   IMP-DD-PROMEDIO IMP-DD-P90
                                   IMP-DD-MARCA
           MOVE ZEROS           TO IMP-DD-REG-SEG IMP-DD-HIST
           MOVE RUN-PASO        TO IMP-DD-PASO
           MOVE RUN-HORAINI     TO IMP-DD-INI
           MOVE RUN-REGLEIDOS   TO IMP-DD-LEIDOS
           MOVE RUN-REGGRABADOS TO IMP-DD-GRABADOS

           MOVE RUN-HORAINI TO WS-HORA-X
           PERFORM 8000-A-SEGUNDOS-I THRU 8000-A-SEGUNDOS-F
           MOVE WS-SEGUNDOS TO WS-SEG-INI

      *    EL PRIMER PASO QUE EMPEZO MARCA EL INICIO DE LA CADENA.
           IF WS-HAY-INICIO IS EQUAL 'N' AND WS-HORA-OK IS EQUAL 'S'
              MOVE 'S'        TO WS-HAY-INICIO
              MOVE WS-SEG-INI TO WS-SEG-INI-CADENA
           END-IF

           IF RUN-ESTADO IS NOT EQUAL 'C' OR WS-HORA-OK IS EQUAL 'N'
              ADD 1 TO WS-INCOMPL-CANT
              MOVE 'INCOMPLETO' TO IMP-DD-MARCA
              GO TO 2100-PASO-IMPRIMIR
           END-IF

           MOVE RUN-HORAFIN TO WS-HORA-X
           PERFORM 8000-A-SEGUNDOS-I THRU 8000-A-SEGUNDOS-F
           IF WS-HORA-OK IS EQUAL 'N'
              ADD 1 TO WS-INCOMPL-CANT
              MOVE 'INCOMPLETO' TO IMP-DD-MARCA
              GO TO 2100-PASO-IMPRIMIR
           END-IF
           MOVE WS-SEGUNDOS TO WS-SEG-FIN
           MOVE RUN-HORAFIN TO IMP-DD-FIN

      *    UN PASO QUE CRUZA LA MEDIANOCHE TERMINA "ANTES" DE EMPEZAR.
           COMPUTE WS-DURACION = WS-SEG-FIN - WS-SEG-INI
           IF WS-DURACION IS LESS ZEROS
              ADD 86400 TO WS-DURACION
           END-IF
           MOVE WS-DURACION TO WS-SEG-AUX
           PERFORM 8100-A-HHMMSS-I THRU 8100-A-HHMMSS-F
           MOVE WS-HORA-EDIT TO IMP-DD-DURACION

           IF WS-DURACION IS GREATER ZEROS
              COMPUTE WS-REG-SEG = RUN-REGLEIDOS / WS-DURACION
           ELSE
              MOVE RUN-REGLEIDOS TO WS-REG-SEG
           END-IF
           MOVE WS-REG-SEG TO IMP-DD-REG-SEG

      *    CAMINO CRITICO: EL FIN MAS TARDIO DESDE EL INICIO.
           COMPUTE WS-FIN-RELATIVO = WS-SEG-FIN - WS-SEG-INI-CADENA
           IF WS-FIN-RELATIVO IS LESS ZEROS
              ADD 86400 TO WS-FIN-RELATIVO
           END-IF
           IF WS-FIN-RELATIVO IS GREATER WS-FIN-CADENA-REL
              MOVE WS-FIN-RELATIVO TO WS-FIN-CADENA-REL
           END-IF

           PERFORM 2200-HISTORIA-I THRU 2200-HISTORIA-F
           MOVE WS-HIS-CANT TO IMP-DD-HIST

           IF WS-HIS-CANT IS LESS WS-HIST-MINIMA
              MOVE 'SIN HISTORIA' TO IMP-DD-MARCA
           END-IF
           IF WS-HIS-CANT IS GREATER ZEROS
              MOVE WS-HIS-PROMEDIO TO WS-SEG-AUX
              PERFORM 8100-A-HHMMSS-I THRU 8100-A-HHMMSS-F
              MOVE WS-HORA-EDIT TO IMP-DD-PROMEDIO
              MOVE WS-HIS-P90 TO WS-SEG-AUX
              PERFORM 8100-A-HHMMSS-I THRU 8100-A-HHMMSS-F
              MOVE WS-HORA-EDIT TO IMP-DD-P90
           END-IF

           IF WS-HIS-CANT IS NOT LESS WS-HIST-MINIMA
              EVALUATE TRUE
                 WHEN WS-DURACION IS GREATER
                      WS-HIS-PROMEDIO * WS-FACTOR-CRITICO
                    MOVE 'CRITICO'   TO IMP-DD-MARCA
                    ADD 1 TO WS-FUERA-CANT
                 WHEN WS-DURACION IS GREATER WS-HIS-P90
                    MOVE 'SOBRE P90' TO IMP-DD-MARCA
                    ADD 1 TO WS-FUERA-CANT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       2100-PASO-IMPRIMIR.
           WRITE REG-SALIDA FROM IMP-DET-DIARIO AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       2100-PASO-F. EXIT.


      *---- PROMEDIO Y PERCENTIL 90 DE LOS ULTIMOS 30 DIAS ------------
       2200-HISTORIA-I.

           MOVE ZEROS TO WS-HIS-CANT WS-HIS-SUMA
                         WS-HIS-PROMEDIO WS-HIS-P90
           SET WS-NO-FIN-HISTORIA TO TRUE

           EXEC SQL OPEN CURSORHIS END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORHIS = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2200-HISTORIA-F
           END-IF

           PERFORM 2210-LEER-HISTORIA-I THRU 2210-LEER-HISTORIA-F
              UNTIL WS-FIN-HISTORIA

           EXEC SQL CLOSE CURSORHIS END-EXEC

           IF WS-HIS-CANT IS EQUAL ZEROS
              GO TO 2200-HISTORIA-F
           END-IF

      *    PERCENTIL 90 POR RANGO MAS CERCANO: LA POSICION
      *    ENTERA SUPERIOR DE 0,9 * N EN LA TABLA ORDENADA.
           COMPUTE WS-HIS-PROMEDIO = WS-HIS-SUMA / WS-HIS-CANT
           COMPUTE WS-HIS-RANGO = (WS-HIS-CANT * 9 + 9) / 10
           MOVE WS-HIS-SEG (WS-HIS-RANGO) TO WS-HIS-P90.

       2200-HISTORIA-F. EXIT.


      *---------------------------------------------------------------
       2210-LEER-HISTORIA-I.

           EXEC SQL
              FETCH CURSORHIS INTO :HIS-HORAINI, :HIS-HORAFIN
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-HISTORIA TO TRUE
                 GO TO 2210-LEER-HISTORIA-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORHIS = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-HISTORIA TO TRUE
                 SET WS-FIN-LECTURA  TO TRUE
                 GO TO 2210-LEER-HISTORIA-F
           END-EVALUATE

           IF WS-HIS-CANT IS NOT LESS WS-HIS-MAX
              GO TO 2210-LEER-HISTORIA-F
           END-IF

           MOVE HIS-HORAINI TO WS-HORA-X
           PERFORM 8000-A-SEGUNDOS-I THRU 8000-A-SEGUNDOS-F
           IF WS-HORA-OK IS EQUAL 'N'
              GO TO 2210-LEER-HISTORIA-F
           END-IF
           MOVE WS-SEGUNDOS TO WS-HIS-NUEVA
           MOVE HIS-HORAFIN TO WS-HORA-X
           PERFORM 8000-A-SEGUNDOS-I THRU 8000-A-SEGUNDOS-F
           IF WS-HORA-OK IS EQUAL 'N'
              GO TO 2210-LEER-HISTORIA-F
           END-IF
           COMPUTE WS-HIS-NUEVA = WS-SEGUNDOS - WS-HIS-NUEVA
           IF WS-HIS-NUEVA IS LESS ZEROS
              ADD 86400 TO WS-HIS-NUEVA
           END-IF

      *    INSERCION ORDENADA: SE CORREN LOS MAYORES UN LUGAR.
           ADD 1 TO WS-HIS-CANT
           ADD WS-HIS-NUEVA TO WS-HIS-SUMA
           MOVE WS-HIS-CANT TO WS-HIS-IDX
           PERFORM 2220-CORRER-HISTORIA-I THRU 2220-CORRER-HISTORIA-F
              UNTIL WS-HIS-IDX IS EQUAL 1
                 OR WS-HIS-SEG (WS-HIS-IDX - 1) IS NOT GREATER
                    WS-HIS-NUEVA
           MOVE WS-HIS-NUEVA TO WS-HIS-SEG (WS-HIS-IDX).

       2210-LEER-HISTORIA-F. EXIT.


      *---------------------------------------------------------------
       2220-CORRER-HISTORIA-I.

           MOVE WS-HIS-SEG (WS-HIS-IDX - 1) TO WS-HIS-SEG (WS-HIS-IDX)
           SUBTRACT 1 FROM WS-HIS-IDX.

       2220-CORRER-HISTORIA-F. EXIT.


      *---- CAMINO CRITICO CONTRA LA APERTURA COMPROMETIDA ------------
       2900-CAMINO-CRITICO-I.

           WRITE REG-SALIDA FROM WS-LINE AFTER 2

           IF WS-HAY-INICIO IS EQUAL 'N'
              MOVE 'SIN PASOS REGISTRADOS HOY EN TBCURRUN'
                TO IMP-CAM-TEXTO
              MOVE SPACES TO IMP-CAM-HORA IMP-CAM-MARCA
              WRITE REG-SALIDA FROM IMP-CAMINO AFTER 1
              GO TO 2900-CAMINO-CRITICO-F
           END-IF

           MOVE WS-SEG-INI-CADENA TO WS-SEG-AUX
           PERFORM 8100-A-HHMMSS-I THRU 8100-A-HHMMSS-F
           MOVE 'INICIO DE LA CADENA'        TO IMP-CAM-TEXTO
           MOVE WS-HORA-EDIT                 TO IMP-CAM-HORA
           MOVE SPACES                       TO IMP-CAM-MARCA
           WRITE REG-SALIDA FROM IMP-CAMINO AFTER 1

           COMPUTE WS-SEG-AUX = WS-SEG-INI-CADENA + WS-FIN-CADENA-REL
           IF WS-SEG-AUX IS NOT LESS 86400
              SUBTRACT 86400 FROM WS-SEG-AUX
           END-IF
           PERFORM 8100-A-HHMMSS-I THRU 8100-A-HHMMSS-F
           MOVE 'FIN DEL CAMINO CRITICO'     TO IMP-CAM-TEXTO
           MOVE WS-HORA-EDIT                 TO IMP-CAM-HORA
           WRITE REG-SALIDA FROM IMP-CAMINO AFTER 1

           COMPUTE WS-APERTURA-REL =
                   WS-APE-HH * 3600 + WS-APE-MM * 60
                   - WS-SEG-INI-CADENA
           IF WS-APERTURA-REL IS LESS ZEROS
              ADD 86400 TO WS-APERTURA-REL
           END-IF
           COMPUTE WS-MARGEN = WS-APERTURA-REL - WS-FIN-CADENA-REL

           COMPUTE WS-SEG-AUX = WS-APE-HH * 3600 + WS-APE-MM * 60
           PERFORM 8100-A-HHMMSS-I THRU 8100-A-HHMMSS-F
           MOVE 'APERTURA COMPROMETIDA DEL ONLINE' TO IMP-CAM-TEXTO
           MOVE WS-HORA-EDIT                 TO IMP-CAM-HORA
           IF WS-MARGEN IS LESS ZEROS
              COMPUTE WS-SEG-AUX = WS-MARGEN * -1
              PERFORM 8100-A-HHMMSS-I THRU 8100-A-HHMMSS-F
              STRING 'VENTANA EXCEDIDA EN ' WS-HORA-EDIT
                     DELIMITED BY SIZE INTO IMP-CAM-MARCA
              IF RETURN-CODE IS EQUAL ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE WS-MARGEN TO WS-SEG-AUX
              PERFORM 8100-A-HHMMSS-I THRU 8100-A-HHMMSS-F
              STRING 'MARGEN ' WS-HORA-EDIT
                     DELIMITED BY SIZE INTO IMP-CAM-MARCA
           END-IF
           WRITE REG-SALIDA FROM IMP-CAMINO AFTER 1.

       2900-CAMINO-CRITICO-F. EXIT.


      *===============================================================
      *  TENDENCIA MENSUAL (CORTE DE CONTROL POR PASO Y MES)
      *===============================================================
       3000-MENSUAL-I.

           EXEC SQL
              FETCH CURSORMES INTO :RUN-PASO, :RUN-PERIODO,
                                   :RUN-REGLEIDOS,
                                   :RUN-HORAINI, :RUN-HORAFIN
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 IF WS-PASO-ANT IS NOT EQUAL SPACES
                    PERFORM 3200-CORTE-MES-I THRU 3200-CORTE-MES-F
                    PERFORM 3300-CORTE-PASO-I THRU 3300-CORTE-PASO-F
                 END-IF
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 3000-MENSUAL-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORMES = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 3000-MENSUAL-F
           END-EVALUATE

           IF RUN-PASO IS NOT EQUAL WS-PASO-ANT
              IF WS-PASO-ANT IS NOT EQUAL SPACES
                 PERFORM 3200-CORTE-MES-I THRU 3200-CORTE-MES-F
                 PERFORM 3300-CORTE-PASO-I THRU 3300-CORTE-PASO-F
              END-IF
              MOVE RUN-PASO    TO WS-PASO-ANT
              MOVE RUN-PERIODO TO WS-PERIODO-ANT
              MOVE ZEROS       TO WS-PASO-MESES WS-MES-DUR-ANT
              ADD 1 TO WS-PASOS-CANT
           ELSE
              IF RUN-PERIODO IS NOT EQUAL WS-PERIODO-ANT
                 PERFORM 3200-CORTE-MES-I THRU 3200-CORTE-MES-F
                 MOVE RUN-PERIODO TO WS-PERIODO-ANT
              END-IF
           END-IF

           PERFORM 3100-ACUMULAR-I THRU 3100-ACUMULAR-F.

       3000-MENSUAL-F. EXIT.


      *---------------------------------------------------------------
       3100-ACUMULAR-I.

           MOVE RUN-HORAINI TO WS-HORA-X
           PERFORM 8000-A-SEGUNDOS-I THRU 8000-A-SEGUNDOS-F
           IF WS-HORA-OK IS EQUAL 'N'
              GO TO 3100-ACUMULAR-F
           END-IF
           MOVE WS-SEGUNDOS TO WS-SEG-INI
           MOVE RUN-HORAFIN TO WS-HORA-X
           PERFORM 8000-A-SEGUNDOS-I THRU 8000-A-SEGUNDOS-F
           IF WS-HORA-OK IS EQUAL 'N'
              GO TO 3100-ACUMULAR-F
           END-IF

           COMPUTE WS-DURACION = WS-SEGUNDOS - WS-SEG-INI
           IF WS-DURACION IS LESS ZEROS
              ADD 86400 TO WS-DURACION
           END-IF

           ADD 1             TO WS-MES-CORRIDAS
           ADD WS-DURACION   TO WS-MES-SEGUNDOS
           ADD RUN-REGLEIDOS TO WS-MES-REGISTROS.

       3100-ACUMULAR-F. EXIT.


      *---- FIN DE UN MES DEL PASO ------------------------------------
       3200-CORTE-MES-I.

           IF WS-MES-CORRIDAS IS EQUAL ZEROS
              GO TO 3200-CORTE-MES-F
           END-IF

           COMPUTE WS-MES-DUR-PROM = WS-MES-SEGUNDOS / WS-MES-CORRIDAS
           COMPUTE WS-MES-REG-PROM =
                   WS-MES-REGISTROS / WS-MES-CORRIDAS

           MOVE SPACES          TO IMP-DM-MARCA
           MOVE WS-PASO-ANT     TO IMP-DM-PASO
           MOVE WS-PERIODO-ANT  TO IMP-DM-PERIODO
           MOVE WS-MES-CORRIDAS TO IMP-DM-CORRIDAS
           MOVE WS-MES-DUR-PROM TO WS-SEG-AUX
           PERFORM 8100-A-HHMMSS-I THRU 8100-A-HHMMSS-F
           MOVE WS-HORA-EDIT    TO IMP-DM-DURACION
           MOVE WS-MES-REG-PROM TO IMP-DM-REGISTROS
           IF WS-MES-SEGUNDOS IS GREATER ZEROS
              COMPUTE IMP-DM-REG-SEG =
                      WS-MES-REGISTROS / WS-MES-SEGUNDOS
           ELSE
              MOVE ZEROS TO IMP-DM-REG-SEG
           END-IF

           MOVE ZEROS TO WS-VARIACION
           IF WS-MES-DUR-ANT IS GREATER ZEROS
              COMPUTE WS-VARIACION ROUNDED =
                      (WS-MES-DUR-PROM - WS-MES-DUR-ANT) * 100
                      / WS-MES-DUR-ANT
           END-IF
           MOVE WS-VARIACION TO IMP-DM-VARIACION

           WRITE REG-SALIDA FROM IMP-DET-MENSUAL AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           ADD 1 TO WS-PASO-MESES
           IF WS-PASO-MESES IS EQUAL 1
              MOVE WS-MES-DUR-PROM TO WS-PASO-DUR-PRIMERO
              MOVE WS-MES-REG-PROM TO WS-PASO-REG-PRIMERO
           END-IF
           MOVE WS-MES-DUR-PROM TO WS-MES-DUR-ANT

           MOVE ZEROS TO WS-MES-CORRIDAS WS-MES-SEGUNDOS
                         WS-MES-REGISTROS.

       3200-CORTE-MES-F. EXIT.


      *---- FIN DEL PASO: PRIMER MES CONTRA ULTIMO --------------------
       3300-CORTE-PASO-I.

           IF WS-PASO-MESES IS EQUAL ZEROS
              GO TO 3300-CORTE-PASO-F
           END-IF

           MOVE ZEROS TO WS-VARIACION WS-VAR-REG
           IF WS-PASO-DUR-PRIMERO IS GREATER ZEROS
              COMPUTE WS-VARIACION ROUNDED =
                      (WS-MES-DUR-ANT - WS-PASO-DUR-PRIMERO) * 100
                      / WS-PASO-DUR-PRIMERO
           END-IF
           IF WS-PASO-REG-PRIMERO IS GREATER ZEROS
              COMPUTE WS-VAR-REG ROUNDED =
                      (WS-MES-REG-PROM - WS-PASO-REG-PRIMERO) * 100
                      / WS-PASO-REG-PRIMERO
           END-IF

           MOVE WS-PASO-ANT   TO IMP-TE-PASO
           MOVE WS-PASO-MESES TO IMP-TE-MESES
           MOVE WS-PASO-DUR-PRIMERO TO WS-SEG-AUX
           PERFORM 8100-A-HHMMSS-I THRU 8100-A-HHMMSS-F
           MOVE WS-HORA-EDIT  TO IMP-TE-DUR-DESDE
           MOVE WS-MES-DUR-ANT TO WS-SEG-AUX
           PERFORM 8100-A-HHMMSS-I THRU 8100-A-HHMMSS-F
           MOVE WS-HORA-EDIT  TO IMP-TE-DUR-HASTA
           MOVE WS-VARIACION  TO IMP-TE-VARIACION
           MOVE WS-VAR-REG    TO IMP-TE-VAR-REG
           MOVE SPACES        TO IMP-TE-MARCA
           IF WS-PASO-MESES IS GREATER 1 AND
              WS-VARIACION IS GREATER WS-UMBRAL-CRECE
              MOVE 'CRECE' TO IMP-TE-MARCA
              ADD 1 TO WS-CRECE-CANT
           END-IF

           WRITE REG-SALIDA FROM IMP-TENDENCIA AFTER 1
           WRITE REG-SALIDA FROM WS-LINE2 AFTER 1.

       3300-CORTE-PASO-F. EXIT.


      *===============================================================
      *  CONVERSIONES DE HORA
      *===============================================================
      *---- 'HH:MM:SS' (WS-HORA-X) A SEGUNDOS DESDE LA MEDIANOCHE -----
       8000-A-SEGUNDOS-I.

           MOVE 'S'   TO WS-HORA-OK
           MOVE ZEROS TO WS-SEGUNDOS
           IF WS-HX-HH IS NOT NUMERIC OR WS-HX-MM IS NOT NUMERIC OR
              WS-HX-SS IS NOT NUMERIC
              MOVE 'N' TO WS-HORA-OK
              GO TO 8000-A-SEGUNDOS-F
           END-IF

           COMPUTE WS-SEGUNDOS =
                   WS-HX-HH * 3600 + WS-HX-MM * 60 + WS-HX-SS.

       8000-A-SEGUNDOS-F. EXIT.


      *---- SEGUNDOS (WS-SEG-AUX) A 'HH:MM:SS' (WS-HORA-EDIT) ---------
       8100-A-HHMMSS-I.

           DIVIDE WS-SEG-AUX BY 3600 GIVING WS-HE-HH
                  REMAINDER WS-SEG-RESTO
           DIVIDE WS-SEG-RESTO BY 60 GIVING WS-HE-MM
                  REMAINDER WS-HE-SS.

       8100-A-HHMMSS-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF NOT WS-MODO-DIARIO AND NOT WS-MODO-MENSUAL
              GO TO 9999-FINAL-F
           END-IF

           IF WS-MODO-MENSUAL
              EXEC SQL CLOSE CURSORMES END-EXEC
              DISPLAY '____________________________________________'
              DISPLAY 'PASOS ANALIZADOS        : ' WS-PASOS-CANT
              DISPLAY 'PASOS EN CRECIMIENTO    : ' WS-CRECE-CANT
           ELSE
              EXEC SQL CLOSE CURSORDIA END-EXEC
              IF RETURN-CODE IS NOT EQUAL 9999
                 PERFORM 2900-CAMINO-CRITICO-I
                    THRU 2900-CAMINO-CRITICO-F
              END-IF
              DISPLAY '____________________________________________'
              DISPLAY 'PASOS DE HOY            : ' WS-PASOS-CANT
              DISPLAY 'PASOS FUERA DE LO NORMAL: ' WS-FUERA-CANT
              DISPLAY 'PASOS INCOMPLETOS       : ' WS-INCOMPL-CANT
           END-IF

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

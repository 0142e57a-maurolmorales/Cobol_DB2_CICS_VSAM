       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCIMES.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMCIMES                                      *
      *  DESCRIPCIÓN:                                            *
      *    CONTROL DEL CIERRE DE PERIODO DE LA CADENA MENSUAL    *
      *    (CAFMENSU). EL PERIODO ES EL DE DDPERIOD (DESDE Y     *
      *    HASTA AAAA-MM-DD, EL MISMO DE LOS DEMAS PASOS).       *
      *                                                          *
      *    PARM='VERIFICA', PRIMER PASO DE CAFMENSU:             *
      *    - RECORRE LOS DIAS HABILES DEL PERIODO (PGMFECAF) Y   *
      *      EXIGE QUE CADA UNO TENGA LA CADENA NOCTURNA         *
      *      TERMINADA EN TBCURRUN (PASO 'CAFNOCTE' EN ESTADO    *
      *      'C') Y NINGUN PASO REGISTRADO SIN TERMINAR.         *
      *    - EL PERIODO NO PUEDE ESTAR YA CERRADO (TBCURCIE),    *
      *      SALVO REEJECUCION AUTORIZADA EN DDRERUN ('S').      *
      *    - LISTA CADA DIA CON SU RESULTADO (DDLISTA). SI       *
      *      FALTA ALGUNO, RC=8: EL CIERRE NO CORRE.             *
      *                                                          *
      *    PARM='CIERRE', ULTIMO PASO DE CAFMENSU: MARCA EL      *
      *    PERIODO CERRADO EN TBCURCIE. DESDE ESE MOMENTO LA     *
      *    RUTINA PGMCICAF CORRE AL PRIMER DIA HABIL ABIERTO     *
      *    TODO MOVIMIENTO CON FECHA VALOR DENTRO DEL PERIODO.   *
      *                                                          *
      *    PARM='CADENA', ULTIMO PASO DE CAFNOCTE: DEJA EN       *
      *    TBCURRUN (RUTINA PGMRNCAF) LA MARCA DE CADENA         *
      *    TERMINADA DEL DIA, PASO 'CAFNOCTE'. COMO EL PASO      *
      *    CORRE CON COND=(0,NE), LA MARCA SOLO EXISTE SI TODA   *
      *    LA CADENA TERMINO SIN ERRORES.                        *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PERIODO ASSIGN DDPERIOD
           FILE STATUS IS FS-PERIODO.

           SELECT AUTORIZA ASSIGN DDRERUN
           FILE STATUS IS FS-RERUN.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  PERIODO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-PERIODO    PIC X(20).

       FD  AUTORIZA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-AUTORIZA   PIC X(01).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-PERIODO              PIC XX       VALUE SPACES.
       77  FS-RERUN                PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-RERUN-FLAG           PIC X        VALUE 'N'.

      *----------- MODO DE EJECUCION (PARM) ---------------------------
       77  WS-MODO                 PIC X(08)    VALUE 'VERIFICA'.
           88  WS-MODO-VERIFICA       VALUE 'VERIFICA'.
           88  WS-MODO-CIERRE         VALUE 'CIERRE'.
           88  WS-MODO-CADENA         VALUE 'CADENA'.

      *----------- PERIODO (DDPERIOD) ---------------------------------
       01  WS-REG-PERIODO.
           03  WS-FEC-DESDE        PIC X(10)    VALUE SPACES.
           03  WS-FEC-HASTA        PIC X(10)    VALUE SPACES.

       77  WS-DESDE-N              PIC 9(08)    VALUE ZEROS.
       77  WS-HASTA-N              PIC 9(08)    VALUE ZEROS.
       77  WS-DIA-N                PIC 9(08)    VALUE ZEROS.
       77  WS-DIA-ISO              PIC X(10)    VALUE SPACES.
       77  WS-PRIMER-ABIERTO       PIC X(10)    VALUE SPACES.

      *---- CONVERSION AAAA-MM-DD / AAAAMMDD --------------------------
       01  WS-FECHA-ISO.
           03  WS-FI-AAAA          PIC 9(04).
           03  WS-FI-G1            PIC X(01)    VALUE '-'.
           03  WS-FI-MM            PIC 9(02).
           03  WS-FI-G2            PIC X(01)    VALUE '-'.
           03  WS-FI-DD            PIC 9(02).

       01  WS-FECHA-NUM.
           03  WS-FN-AAAA          PIC 9(04).
           03  WS-FN-MM            PIC 9(02).
           03  WS-FN-DD            PIC 9(02).
       01  WS-FECHA-NUM-N REDEFINES WS-FECHA-NUM
                                   PIC 9(08).

       77  WS-FECHA-VALIDA         PIC X(02)    VALUE 'SI'.

      *----------- CONTADORES -----------------------------------------
       77  WS-DIAS-HABILES         PIC 9(03)    VALUE ZEROS.
       77  WS-DIAS-OK              PIC 9(03)    VALUE ZEROS.
       77  WS-DIAS-FALTA           PIC 9(03)    VALUE ZEROS.
       77  WS-DIA-RESULT           PIC X(02)    VALUE SPACES.

      *---- RUTINA DE DIAS HABILES ------------------------------------
       77  WS-PGMFECAF             PIC X(8)     VALUE 'PGMFECAF'.

       01  LK-FECHA-HABIL.
           03  LK-FH-FECHA          PIC 9(08).
           03  LK-FH-FUNCION        PIC X(01).
           03  LK-FH-RESULT         PIC 9(08).
           03  LK-FH-HABIL          PIC X(02).

      *---- CONTROL DE CORRIDAS (TBCURRUN, RUTINA PGMRNCAF) -----------
       77  WS-PGMRNCAF             PIC X(8)     VALUE 'PGMRNCAF'.

       01  LK-RUN-CONTROL.
           03  LK-RUN-PASO          PIC X(8)  VALUE 'CAFNOCTE'.
           03  LK-RUN-MODO          PIC X(1)  VALUE SPACE.
           03  LK-RUN-LEIDOS        PIC 9(7)  VALUE ZEROS.
           03  LK-RUN-GRABADOS      PIC 9(7)  VALUE ZEROS.
           03  LK-RUN-ERRORES       PIC 9(7)  VALUE ZEROS.
           03  LK-RUN-RESULT        PIC X(2)  VALUE SPACES.

      *---- HORA DEL CIERRE -------------------------------------------
       01  WS-HORA-NUM.
           03  WS-HN-HH            PIC 99.
           03  WS-HN-MM            PIC 99.
           03  WS-HN-SS            PIC 99.
           03  WS-HN-CC            PIC 99.

       01  WS-HORA-EDIT.
           03  WS-HE-HH            PIC 99.
           03  FILLER              PIC X        VALUE ':'.
           03  WS-HE-MM            PIC 99.
           03  FILLER              PIC X        VALUE ':'.
           03  WS-HE-SS            PIC 99.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(132)        VALUE ALL '-'.
       77  WS-LINEA-FIJA           PIC 9(02)         VALUE 60.
       77  WS-CUENTA-LINEA         PIC 9(02)         VALUE 99.
       77  WS-CUENTA-PAGINA        PIC 9(02)         VALUE 01.

      *    TITULO:
       01  IMP-TITULO.
           03  FILLER              PIC X(07)    VALUE 'FECHA: '.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-TIT-DD          PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X        VALUE '-'.
           03  IMP-TIT-MM          PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X        VALUE '-'.
           03  FILLER              PIC 99       VALUE 20.
           03  IMP-TIT-AA          PIC 99       VALUE ZEROES.
           03  FILLER              PIC X(15)    VALUE SPACES.
           03  FILLER              PIC X(40)    VALUE
               'CONTROL PREVIO AL CIERRE DEL PERIODO'.
           03  FILLER              PIC X(15)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMCIMES'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(16)    VALUE SPACES.

      *    PERIODO:
       01  IMP-PERIODO.
           03  FILLER              PIC X(10)    VALUE ' PERIODO: '.
           03  IMP-PER-DESDE       PIC X(10).
           03  FILLER              PIC X(04)    VALUE ' AL '.
           03  IMP-PER-HASTA       PIC X(10).
           03  FILLER              PIC X(98)    VALUE SPACES.

      *    COLUMNAS:
       01  IMP-COLUMNAS.
           03  FILLER              PIC X(33)    VALUE
               ' FECHA       CADENA NOCTURNA  PAS'.
           03  FILLER              PIC X(33)    VALUE
               'OS   SIN FIN   RESULTADO'.
           03  FILLER              PIC X(66)    VALUE SPACES.

      *    DETALLE POR DIA HABIL:
       01  IMP-REG-LISTADO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FECHA           PIC X(10).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-CADENA          PIC X(15).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-PASOS           PIC ZZZZ9.
           03  FILLER              PIC X(06)    VALUE SPACES.
           03  IMP-PENDIENTES      PIC ZZZ9.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-RESULTADO       PIC X(30).
           03  FILLER              PIC X(54)    VALUE SPACES.

      *    TOTALES Y RESULTADO:
       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-TEXTO       PIC X(40).
           03  IMP-TOT-CANT        PIC ZZ9.
           03  FILLER              PIC X(88)    VALUE SPACES.

       01  IMP-MENSAJE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-MENSAJE-TXT     PIC X(80).
           03  FILLER              PIC X(51)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  DUPLICADO               PIC S9(9) COMP VALUE  -803.

      *-----------   HOST VARIABLES DB2 (TBCURRUN)   ------------------
       77  RUN-ESTADO              PIC X(1)       VALUE SPACES.
       77  WS-PASOS-CANT           PIC S9(9) COMP VALUE ZEROS.
       77  WS-PASOS-ABIERTOS       PIC S9(9) COMP VALUE ZEROS.

      *-----------   HOST VARIABLES DB2 (TBCURCIE)   ------------------
       01  DCLTBCURCIE.
           10 CIE-FECDESDE    PIC X(10).
           10 CIE-FECHASTA    PIC X(10).
           10 CIE-ESTADO      PIC X(1).
           10 CIE-DIASHAB     PIC S9(3)V     USAGE COMP-3.
           10 CIE-HORACIERRE  PIC X(8).

       77  WS-CERRADOS             PIC S9(9) COMP VALUE ZEROS.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

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

           PERFORM 1000-INICIO-I THRU 1000-INICIO-F

           IF RETURN-CODE IS EQUAL ZEROS
              EVALUATE TRUE
                 WHEN WS-MODO-VERIFICA
                    PERFORM 2000-VERIFICAR-I THRU 2000-VERIFICAR-F
                 WHEN WS-MODO-CIERRE
                    PERFORM 3000-CERRAR-I THRU 3000-CERRAR-F
                 WHEN OTHER
                    PERFORM 4000-FIN-CADENA-I THRU 4000-FIN-CADENA-F
              END-EVALUATE
           END-IF

           PERFORM 9999-FINAL-I THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           IF LK-PARM-LEN IS GREATER ZEROS
              MOVE LK-PARM-DATA TO WS-MODO
           END-IF
           IF NOT WS-MODO-VERIFICA AND NOT WS-MODO-CIERRE AND
              NOT WS-MODO-CADENA
              DISPLAY '* PARM INVALIDO (VERIFICA/CIERRE/CADENA): '
                      WS-MODO
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF
           DISPLAY 'PGMCIMES - MODO ' WS-MODO

      *    LA MARCA DE FIN DE CADENA NO USA EL PERIODO.
           IF WS-MODO-CADENA
              GO TO 1000-INICIO-F
           END-IF

      *    SIN PERIODO NO HAY NADA QUE VERIFICAR NI QUE CERRAR: A
      *    DIFERENCIA DE LOS LISTADOS, AQUI NO HAY VALOR POR DEFECTO.
           OPEN INPUT PERIODO
           IF FS-PERIODO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN PERIODO = ' FS-PERIODO
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF
           READ PERIODO INTO WS-REG-PERIODO
           IF FS-PERIODO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN LECTURA PERIODO = ' FS-PERIODO
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE PERIODO
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 1000-INICIO-F
           END-IF

           MOVE WS-FEC-DESDE TO WS-FECHA-ISO
           PERFORM 8100-ISO-A-NUM-I THRU 8100-ISO-A-NUM-F
           MOVE WS-FECHA-NUM-N TO WS-DESDE-N
           IF WS-FECHA-VALIDA IS EQUAL 'SI'
              MOVE WS-FEC-HASTA TO WS-FECHA-ISO
              PERFORM 8100-ISO-A-NUM-I THRU 8100-ISO-A-NUM-F
              MOVE WS-FECHA-NUM-N TO WS-HASTA-N
           END-IF
           IF WS-FECHA-VALIDA IS NOT EQUAL 'SI' OR
              WS-DESDE-N IS GREATER WS-HASTA-N
              DISPLAY '* PERIODO INVALIDO: ' WS-FEC-DESDE ' A '
                      WS-FEC-HASTA
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF
           DISPLAY 'PERIODO: ' WS-FEC-DESDE ' A ' WS-FEC-HASTA

           IF WS-MODO-VERIFICA
              ACCEPT WS-FECHA FROM DATE
              MOVE WS-FECHA-AA TO IMP-TIT-AA
              MOVE WS-FECHA-MM TO IMP-TIT-MM
              MOVE WS-FECHA-DD TO IMP-TIT-DD
              OPEN OUTPUT LISTADO
              IF FS-LISTADO IS NOT EQUAL '00' THEN
                 DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
      *  CONTROL PREVIO: PERIODO NO CERRADO Y TODOS LOS DIAS HABILES
      *  CON LA CADENA NOCTURNA TERMINADA.
       2000-VERIFICAR-I.

           MOVE WS-FEC-DESDE TO IMP-PER-DESDE
           MOVE WS-FEC-HASTA TO IMP-PER-HASTA
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-PERIODO AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           PERFORM 2100-VERIF-CERRADO-I THRU 2100-VERIF-CERRADO-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 2000-VERIFICAR-F
           END-IF

      *    PRIMER DIA HABIL DEL PERIODO.
           MOVE WS-DESDE-N TO LK-FH-FECHA
           MOVE 'H' TO LK-FH-FUNCION
           CALL WS-PGMFECAF USING LK-FECHA-HABIL
           IF LK-FH-HABIL IS EQUAL 'SI'
              MOVE WS-DESDE-N TO WS-DIA-N
           ELSE
              MOVE 'S' TO LK-FH-FUNCION
              CALL WS-PGMFECAF USING LK-FECHA-HABIL
              MOVE LK-FH-RESULT TO WS-DIA-N
           END-IF

           PERFORM 2200-VERIF-DIA-I THRU 2200-VERIF-DIA-F
              UNTIL WS-DIA-N IS GREATER WS-HASTA-N
                 OR RETURN-CODE IS EQUAL 9999

           IF RETURN-CODE IS EQUAL 9999
              GO TO 2000-VERIFICAR-F
           END-IF

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           MOVE 'DIAS HABILES DEL PERIODO' TO IMP-TOT-TEXTO
           MOVE WS-DIAS-HABILES TO IMP-TOT-CANT
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'CON LA CADENA NOCTURNA COMPLETA' TO IMP-TOT-TEXTO
           MOVE WS-DIAS-OK TO IMP-TOT-CANT
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'SIN TERMINAR' TO IMP-TOT-TEXTO
           MOVE WS-DIAS-FALTA TO IMP-TOT-CANT
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1

           DISPLAY 'DIAS HABILES DEL PERIODO : ' WS-DIAS-HABILES
           DISPLAY 'CON LA CADENA COMPLETA   : ' WS-DIAS-OK
           DISPLAY 'SIN TERMINAR             : ' WS-DIAS-FALTA

           IF WS-DIAS-FALTA IS GREATER ZEROS OR
              WS-DIAS-HABILES IS EQUAL ZEROS
              MOVE 'CIERRE NO HABILITADO: HAY DIAS HABILES SIN LA CADE
      -            'NA NOCTURNA TERMINADA' TO IMP-MENSAJE-TXT
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'CIERRE HABILITADO: TODOS LOS DIAS HABILES TERMINAR
      -            'ON LA CADENA NOCTURNA' TO IMP-MENSAJE-TXT
           END-IF
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-MENSAJE AFTER 2
           DISPLAY IMP-MENSAJE-TXT.

       2000-VERIFICAR-F. EXIT.


      *---- EL PERIODO NO DEBE ESTAR YA CERRADO -----------------------
       2100-VERIF-CERRADO-I.

           MOVE WS-FEC-DESDE TO CIE-FECDESDE
           MOVE WS-FEC-HASTA TO CIE-FECHASTA
           MOVE ZEROS TO WS-CERRADOS

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CERRADOS
                FROM KC02803.TBCURCIE
               WHERE ESTADO   = 'C'
                 AND FECDESDE <= DATE(:CIE-FECHASTA)
                 AND FECHASTA >= DATE(:CIE-FECDESDE)
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURCIE = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 2100-VERIF-CERRADO-F
           END-IF

           IF WS-CERRADOS IS EQUAL ZEROS
              GO TO 2100-VERIF-CERRADO-F
           END-IF

           PERFORM 2150-LEER-RERUN-I THRU 2150-LEER-RERUN-F
           IF WS-RERUN-FLAG IS EQUAL 'S'
              MOVE 'PERIODO YA CERRADO - REEJECUCION AUTORIZADA EN DDRE
      -            'RUN' TO IMP-MENSAJE-TXT
           ELSE
              MOVE 'CIERRE NO HABILITADO: EL PERIODO YA ESTA CERRADO (
      -            'SIN REEJECUCION AUTORIZADA)' TO IMP-MENSAJE-TXT
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-MENSAJE AFTER 1
           DISPLAY IMP-MENSAJE-TXT.

       2100-VERIF-CERRADO-F. EXIT.


      *---- FLAG DE REEJECUCION AUTORIZADA (ARCHIVO DDRERUN) ----------
       2150-LEER-RERUN-I.

           MOVE 'N' TO WS-RERUN-FLAG
           OPEN INPUT AUTORIZA
           IF FS-RERUN IS EQUAL '00' THEN
              READ AUTORIZA
              IF FS-RERUN IS EQUAL '00' THEN
                 MOVE REG-AUTORIZA TO WS-RERUN-FLAG
              END-IF
              CLOSE AUTORIZA
           END-IF.

       2150-LEER-RERUN-F. EXIT.


      *---- UN DIA HABIL: MARCA DE CADENA TERMINADA Y PASOS ABIERTOS --
       2200-VERIF-DIA-I.

           ADD 1 TO WS-DIAS-HABILES
           MOVE WS-DIA-N TO WS-FECHA-NUM-N
           PERFORM 8200-NUM-A-ISO-I THRU 8200-NUM-A-ISO-F
           MOVE WS-FECHA-ISO TO WS-DIA-ISO
           MOVE 'SI' TO WS-DIA-RESULT

           EXEC SQL
              SELECT ESTADO
                INTO :RUN-ESTADO
                FROM KC02803.TBCURRUN
               WHERE FECPROC = DATE(:WS-DIA-ISO)
                 AND PASO    = 'CAFNOCTE'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 IF RUN-ESTADO IS EQUAL 'C'
                    MOVE 'TERMINADA' TO IMP-CADENA
                 ELSE
                    MOVE 'EN CURSO' TO IMP-CADENA
                    MOVE 'NO' TO WS-DIA-RESULT
                 END-IF
              WHEN NOT-FOUND
                 MOVE 'SIN TERMINAR' TO IMP-CADENA
                 MOVE 'NO' TO WS-DIA-RESULT
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURRUN = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 GO TO 2200-VERIF-DIA-F
           END-EVALUATE

      *    LA FILA 'JORNADA' ES LA APERTURA DEL ONLINE (PGMJORNA),
      *    NO UN PASO DE LA CADENA.
           MOVE ZEROS TO WS-PASOS-CANT WS-PASOS-ABIERTOS
           EXEC SQL
              SELECT COUNT(*),
                     VALUE(SUM(CASE WHEN ESTADO = 'C'
                                    THEN 0 ELSE 1 END), 0)
                INTO :WS-PASOS-CANT, :WS-PASOS-ABIERTOS
                FROM KC02803.TBCURRUN
               WHERE FECPROC = DATE(:WS-DIA-ISO)
                 AND PASO NOT IN ('JORNADA', 'CAFNOCTE')
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR CONTEO TBCURRUN = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 2200-VERIF-DIA-F
           END-IF

           IF WS-PASOS-ABIERTOS IS GREATER ZEROS
              MOVE 'NO' TO WS-DIA-RESULT
           END-IF

           MOVE WS-DIA-ISO        TO IMP-FECHA
           MOVE WS-PASOS-CANT     TO IMP-PASOS
           MOVE WS-PASOS-ABIERTOS TO IMP-PENDIENTES
           IF WS-DIA-RESULT IS EQUAL 'SI'
              ADD 1 TO WS-DIAS-OK
              MOVE 'OK' TO IMP-RESULTADO
           ELSE
              ADD 1 TO WS-DIAS-FALTA
              IF WS-PASOS-ABIERTOS IS GREATER ZEROS
                 MOVE 'FALTA - PASOS SIN TERMINAR' TO IMP-RESULTADO
              ELSE
                 MOVE 'FALTA - CADENA SIN TERMINAR' TO IMP-RESULTADO
              END-IF
              DISPLAY '* DIA ' WS-DIA-ISO ' SIN LA CADENA NOCTURNA '
                      'TERMINADA'
           END-IF
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-LISTADO AFTER 1

      *    SIGUIENTE DIA HABIL.
           MOVE WS-DIA-N TO LK-FH-FECHA
           MOVE 'S' TO LK-FH-FUNCION
           CALL WS-PGMFECAF USING LK-FECHA-HABIL
           MOVE LK-FH-RESULT TO WS-DIA-N.

       2200-VERIF-DIA-F. EXIT.


      *---------------------------------------------------------------
      *  CIERRE: EL PERIODO QUEDA MARCADO EN TBCURCIE Y LAS FECHAS
      *  VALOR HASTA WS-FEC-HASTA PASAN AL PRIMER DIA HABIL ABIERTO.
       3000-CERRAR-I.

      *    DIAS HABILES DEL PERIODO, PARA DEJARLOS EN LA FILA.
           MOVE WS-DESDE-N TO LK-FH-FECHA
           MOVE 'H' TO LK-FH-FUNCION
           CALL WS-PGMFECAF USING LK-FECHA-HABIL
           IF LK-FH-HABIL IS EQUAL 'SI'
              MOVE WS-DESDE-N TO WS-DIA-N
           ELSE
              MOVE 'S' TO LK-FH-FUNCION
              CALL WS-PGMFECAF USING LK-FECHA-HABIL
              MOVE LK-FH-RESULT TO WS-DIA-N
           END-IF
           PERFORM 3100-CONTAR-DIA-I THRU 3100-CONTAR-DIA-F
              UNTIL WS-DIA-N IS GREATER WS-HASTA-N

      *    PRIMER DIA HABIL ABIERTO: EL SIGUIENTE AL HASTA.
           MOVE WS-HASTA-N TO LK-FH-FECHA
           MOVE 'S' TO LK-FH-FUNCION
           CALL WS-PGMFECAF USING LK-FECHA-HABIL
           MOVE LK-FH-RESULT TO WS-FECHA-NUM-N
           PERFORM 8200-NUM-A-ISO-I THRU 8200-NUM-A-ISO-F
           MOVE WS-FECHA-ISO TO WS-PRIMER-ABIERTO

           ACCEPT WS-HORA-NUM FROM TIME
           MOVE WS-HN-HH TO WS-HE-HH
           MOVE WS-HN-MM TO WS-HE-MM
           MOVE WS-HN-SS TO WS-HE-SS

           MOVE WS-FEC-DESDE    TO CIE-FECDESDE
           MOVE WS-FEC-HASTA    TO CIE-FECHASTA
           MOVE 'C'             TO CIE-ESTADO
           MOVE WS-DIAS-HABILES TO CIE-DIASHAB
           MOVE WS-HORA-EDIT    TO CIE-HORACIERRE

           EXEC SQL
              INSERT INTO KC02803.TBCURCIE
                 ( FECDESDE, FECHASTA, ESTADO, DIASHAB,
                   FECCIERRE, HORACIERRE )
              VALUES
                 ( :CIE-FECDESDE, :CIE-FECHASTA, :CIE-ESTADO,
                   :CIE-DIASHAB, CURRENT DATE, :CIE-HORACIERRE )
           END-EXEC

      *    REEJECUCION DE UN CIERRE YA HECHO: SE ACTUALIZA LA FILA.
           IF SQLCODE IS EQUAL DUPLICADO
              EXEC SQL
                 UPDATE KC02803.TBCURCIE
                    SET ESTADO     = :CIE-ESTADO,
                        FECDESDE   = :CIE-FECDESDE,
                        DIASHAB    = :CIE-DIASHAB,
                        FECCIERRE  = CURRENT DATE,
                        HORACIERRE = :CIE-HORACIERRE
                  WHERE FECHASTA = :CIE-FECHASTA
              END-EXEC
           END-IF

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR GRABANDO TBCURCIE = ' WS-SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 9999 TO RETURN-CODE
              GO TO 3000-CERRAR-F
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY 'PERIODO ' WS-FEC-DESDE ' A ' WS-FEC-HASTA
                   ' CERRADO (' WS-DIAS-HABILES ' DIAS HABILES)'
           DISPLAY 'LAS FECHAS VALOR DEL PERIODO SE IMPUTAN DESDE '
                   'AHORA AL ' WS-PRIMER-ABIERTO.

       3000-CERRAR-F. EXIT.


      *---------------------------------------------------------------
       3100-CONTAR-DIA-I.

           ADD 1 TO WS-DIAS-HABILES
           MOVE WS-DIA-N TO LK-FH-FECHA
           MOVE 'S' TO LK-FH-FUNCION
           CALL WS-PGMFECAF USING LK-FECHA-HABIL
           MOVE LK-FH-RESULT TO WS-DIA-N.

       3100-CONTAR-DIA-F. EXIT.


      *---------------------------------------------------------------
      *  MARCA DE CADENA NOCTURNA TERMINADA: UNA FILA DE TBCURRUN
      *  MAS, PASO 'CAFNOCTE', QUE SE ABRE Y SE COMPLETA ACA MISMO.
       4000-FIN-CADENA-I.

           MOVE 'I' TO LK-RUN-MODO
           CALL WS-PGMRNCAF USING LK-RUN-CONTROL

           EVALUATE LK-RUN-RESULT
              WHEN 'OK'
                 CONTINUE
              WHEN 'NO'
                 DISPLAY 'LA CADENA DE HOY YA ESTABA MARCADA COMO '
                         'TERMINADA'
                 GO TO 4000-FIN-CADENA-F
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 GO TO 4000-FIN-CADENA-F
           END-EVALUATE

           MOVE 'F' TO LK-RUN-MODO
           CALL WS-PGMRNCAF USING LK-RUN-CONTROL
           IF LK-RUN-RESULT IS NOT EQUAL 'OK'
              MOVE 9999 TO RETURN-CODE
              GO TO 4000-FIN-CADENA-F
           END-IF

           DISPLAY 'CADENA NOCTURNA DE HOY MARCADA COMO TERMINADA'.

       4000-FIN-CADENA-F. EXIT.


      *---------------------------------------------------------------
       6000-VERIF-TITULOS-I.

           IF WS-CUENTA-LINEA GREATER WS-LINEA-FIJA THEN
              PERFORM 6500-IMPRIMIR-TITULO-I
                 THRU 6500-IMPRIMIR-TITULO-F
           END-IF

           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF

           ADD 1 TO WS-CUENTA-LINEA.

       6000-VERIF-TITULOS-F. EXIT.


      *---------------------------------------------------------------
       6500-IMPRIMIR-TITULO-I.

           MOVE WS-CUENTA-PAGINA TO IMP-TIT-PAGINA
           MOVE 3 TO WS-CUENTA-LINEA
           ADD  1 TO WS-CUENTA-PAGINA

           WRITE REG-SALIDA FROM IMP-TITULO  AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE     AFTER 1
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       6500-IMPRIMIR-TITULO-F. EXIT.


      *---- AAAA-MM-DD (WS-FECHA-ISO) A AAAAMMDD (WS-FECHA-NUM) -------
       8100-ISO-A-NUM-I.

           MOVE 'SI' TO WS-FECHA-VALIDA
           IF WS-FI-AAAA IS NOT NUMERIC OR
              WS-FI-MM   IS NOT NUMERIC OR
              WS-FI-DD   IS NOT NUMERIC OR
              WS-FI-G1   IS NOT EQUAL '-' OR
              WS-FI-G2   IS NOT EQUAL '-'
              MOVE 'NO' TO WS-FECHA-VALIDA
              MOVE ZEROS TO WS-FECHA-NUM-N
              GO TO 8100-ISO-A-NUM-F
           END-IF

           MOVE WS-FI-AAAA TO WS-FN-AAAA
           MOVE WS-FI-MM   TO WS-FN-MM
           MOVE WS-FI-DD   TO WS-FN-DD.

       8100-ISO-A-NUM-F. EXIT.


      *---- AAAAMMDD (WS-FECHA-NUM) A AAAA-MM-DD (WS-FECHA-ISO) -------
       8200-NUM-A-ISO-I.

           MOVE WS-FN-AAAA TO WS-FI-AAAA
           MOVE '-'        TO WS-FI-G1 WS-FI-G2
           MOVE WS-FN-MM   TO WS-FI-MM
           MOVE WS-FN-DD   TO WS-FI-DD.

       8200-NUM-A-ISO-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF WS-MODO-VERIFICA AND FS-LISTADO IS EQUAL '00'
              CLOSE LISTADO
           END-IF

           DISPLAY 'PGMCIMES - FIN MODO ' WS-MODO
                   ' RC=' RETURN-CODE.

       9999-FINAL-F. EXIT.

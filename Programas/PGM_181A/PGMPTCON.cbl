       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPTCON.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMPTCON                                      *
      *  DESCRIPCIÓN:                                            *
      *    PUNTO DE CONSISTENCIA DE FIN DE CADENA Y CONTROL DE   *
      *    LA RECUPERACION A ESE PUNTO. EL PARM INDICA EL MODO:  *
      *                                                          *
      *    'MARCA'    (CAFNOCTE, DESPUES DEL QUIESCE/COPY DE LAS *
      *               TABLAS TBCUR* Y DEL REPRO DE LOS VSAM):    *
      *               TOMA DE SYSIBM.SYSCOPY EL RBA DEL QUIESCE  *
      *               DE LA NOCHE, VERIFICA QUE ABARCO TODOS LOS *
      *               TABLESPACES Y QUE CADA UNO TIENE SU COPIA, *
      *               CUENTA LOS RESPALDOS Y GRABA EL REGISTRO   *
      *               DE CONTROL DEL PUNTO (DDPTOCON, MISMA      *
      *               GENERACION QUE LOS RESPALDOS). EL PUNTO    *
      *               VALIDO QUEDA EN TBCURRUN (PASO 'PTOCONS')  *
      *               CON LA FECHA DE PROCESO. PUNTO INCOMPLETO  *
      *               => SE GRABA IGUAL EL CONTROL, MARCADO      *
      *               INVALIDO, Y RC=8.                          *
      *                                                          *
      *    'VERIFICA' (CAFPTREC, ANTES DE RESTAURAR NADA): EL    *
      *               PUNTO PEDIDO (DDPEDIDO, AAAA-MM-DD) DEBE   *
      *               SER EL DE LA GENERACION DE CONTROL         *
      *               ELEGIDA, ESTAR COMPLETO EN TBCURRUN Y      *
      *               SEGUIR EN SYSCOPY PARA TODOS LOS           *
      *               TABLESPACES, Y LOS RESPALDOS DEBEN TENER   *
      *               LOS REGISTROS QUE CONTO LA MARCA. SI TODO  *
      *               CUADRA GENERA LAS SENTENCIAS DEL RECOVER   *
      *               (DDCTLREC), LA CIFRA DE PERSOCAF PARA      *
      *               PGMVICAF (DDCIFRAS) Y LA FECHA DEL PUNTO   *
      *               PARA PGMCUADR (DDFECPRO). CUALQUIER        *
      *               DESVIO => RC=8 Y NO SE RESTAURA NADA.      *
      *                                                          *
      *    'REGISTRA' (CAFPTREC, AL FINAL): LA FILA 'PTOCONS' SE *
      *               GRABA DESPUES DEL PUNTO, ASI QUE EL        *
      *               RECOVER LA BORRA; SE VUELVE A ASENTAR      *
      *               DESDE EL REGISTRO DE CONTROL.              *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTROL-PTO ASSIGN DDPTOCON
           FILE STATUS IS FS-CONTROL.

           SELECT PEDIDO ASSIGN DDPEDIDO
           FILE STATUS IS FS-PEDIDO.

           SELECT SENTENCIAS ASSIGN DDCTLREC
           FILE STATUS IS FS-SENTENCIAS.

           SELECT CIFRAS ASSIGN DDCIFRAS
           FILE STATUS IS FS-CIFRAS.

           SELECT FECHA-PTO ASSIGN DDFECPRO
           FILE STATUS IS FS-FECHA-PTO.

      *    RESPALDOS DEL PUNTO (REPRO DE CAFNOCTE). COMPARTEN EL
      *    STATUS PORQUE SE LEEN DE A UNO.
           SELECT BK-PERSOCAF ASSIGN DDBKPER
           FILE STATUS IS FS-RESPALDO.

           SELECT BK-AUDITCAF ASSIGN DDBKAUD
           FILE STATUS IS FS-RESPALDO.

           SELECT BK-REPOCAF ASSIGN DDBKREP
           FILE STATUS IS FS-RESPALDO.

           SELECT BK-RECHCAF ASSIGN DDBKRCH
           FILE STATUS IS FS-RESPALDO.

           SELECT BK-COMPCAF ASSIGN DDBKCMP
           FILE STATUS IS FS-RESPALDO.

           SELECT BK-OPERCAF ASSIGN DDBKOPE
           FILE STATUS IS FS-RESPALDO.

           SELECT BK-FOTOCTA ASSIGN DDBKFOT
           FILE STATUS IS FS-RESPALDO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-PTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CONTROL    PIC X(120).

       FD  PEDIDO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-PEDIDO     PIC X(80).

       FD  SENTENCIAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SENTENCIA  PIC X(80).

       FD  CIFRAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CIFRAS     PIC X(80).

       FD  FECHA-PTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-FECHA-PTO  PIC X(80).

       FD  BK-PERSOCAF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-BK-PERSOCAF PIC X(173).

       FD  BK-AUDITCAF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-BK-AUDITCAF PIC X(109).

       FD  BK-REPOCAF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-BK-REPOCAF  PIC X(154).

       FD  BK-RECHCAF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-BK-RECHCAF  PIC X(264).

       FD  BK-COMPCAF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-BK-COMPCAF  PIC X(302).

       FD  BK-OPERCAF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-BK-OPERCAF  PIC X(82).

       FD  BK-FOTOCTA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-BK-FOTOCTA  PIC X(40).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-CONTROL              PIC XX       VALUE SPACES.
       77  FS-PEDIDO               PIC XX       VALUE SPACES.
       77  FS-SENTENCIAS           PIC XX       VALUE SPACES.
       77  FS-CIFRAS               PIC XX       VALUE SPACES.
       77  FS-FECHA-PTO            PIC XX       VALUE SPACES.
       77  FS-RESPALDO             PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- MODO DE EJECUCION (PARM) ---------------------------
       77  WS-MODO                 PIC X(08)    VALUE SPACES.
           88  WS-MODO-MARCA          VALUE 'MARCA'.
           88  WS-MODO-VERIFICA       VALUE 'VERIFICA'.
           88  WS-MODO-REGISTRA       VALUE 'REGISTRA'.

      *---- REGISTRO DE CONTROL DEL PUNTO (DDPTOCON, LARGO 120) -------
      *    ESTADO 'C' = PUNTO COMPLETO / 'X' = INCOMPLETO, NO SIRVE
      *    PARA RECUPERAR. CANTIDADES EN EL ORDEN DE WS-NOM-ARCHIVO.
       01  WS-REG-CONTROL.
           03  PTO-FECHA           PIC X(10)    VALUE SPACES.
           03  PTO-HORA            PIC X(08)    VALUE SPACES.
           03  PTO-ESTADO          PIC X(01)    VALUE SPACES.
               88  PTO-COMPLETO       VALUE 'C'.
           03  PTO-RBA             PIC X(20)    VALUE SPACES.
           03  PTO-ESPACIOS        PIC 9(05)    VALUE ZEROS.
           03  PTO-CANTIDADES.
               05  PTO-CANT        PIC 9(09)    OCCURS 7 TIMES.
           03  FILLER              PIC X(13)    VALUE SPACES.

      *---- PEDIDO DE RECUPERACION (DDPEDIDO) -------------------------
       01  WS-REG-PEDIDO.
           03  PED-FECHA           PIC X(10)    VALUE SPACES.
           03  FILLER              PIC X(70)    VALUE SPACES.

      *---- ARCHIVOS RESPALDADOS EN EL PUNTO --------------------------
       01  WS-TABLA-ARCHIVOS.
           03  FILLER              PIC X(08)    VALUE 'PERSOCAF'.
           03  FILLER              PIC X(08)    VALUE 'AUDITCAF'.
           03  FILLER              PIC X(08)    VALUE 'REPOCAF '.
           03  FILLER              PIC X(08)    VALUE 'RECHCAF '.
           03  FILLER              PIC X(08)    VALUE 'COMPCAF '.
           03  FILLER              PIC X(08)    VALUE 'OPERCAF '.
           03  FILLER              PIC X(08)    VALUE 'FOTOCTA '.
       01  FILLER REDEFINES WS-TABLA-ARCHIVOS.
           03  WS-NOM-ARCHIVO      PIC X(08)    OCCURS 7 TIMES.

       01  WS-CONTEOS.
           03  WS-CANT-RESP        PIC 9(09)    OCCURS 7 TIMES.

       77  WS-ARC-IDX              PIC 9(01)    VALUE ZEROS.
       77  WS-DESVIOS              PIC 9(03)    VALUE ZEROS.

      *---- SENTENCIAS DEL RECOVER (DDCTLREC) -------------------------
      *    LA LISTA ES LA MISMA DEL QUIESCE/COPY DE CAFNOCTE: TODO
      *    TABLESPACE CON UNA TABLA TBCUR* DEL ESQUEMA.
       01  CT-SENT-LISTA-TS        PIC X(80)    VALUE
           '  LISTDEF CAFTS INCLUDE TABLESPACES TABLE KC02803.TBCUR*'.
       01  CT-SENT-LISTA-IX        PIC X(80)    VALUE
           '  LISTDEF CAFIX INCLUDE INDEXSPACES TABLE KC02803.TBCUR*'.
       01  CT-SENT-REBUILD         PIC X(80)    VALUE
           '  REBUILD INDEX LIST CAFIX'.
       01  WS-SENT-RECOVER         PIC X(80)    VALUE SPACES.

       01  WS-REG-CIFRAS.
           03  CIF-ESPERADOS       PIC 9(07).
           03  FILLER              PIC X(73)    VALUE SPACES.

       01  WS-REG-FECHA-PTO.
           03  FPT-FECHA           PIC X(10).
           03  FILLER              PIC X(70)    VALUE SPACES.

      *---- CONTROL DE CORRIDAS (TBCURRUN, RUTINA PGMRNCAF) -----------
       77  WS-PGMRNCAF             PIC X(8)     VALUE 'PGMRNCAF'.

       01  LK-RUN-CONTROL.
           03  LK-RUN-PASO          PIC X(8)  VALUE 'PTOCONS'.
           03  LK-RUN-MODO          PIC X(1)  VALUE SPACE.
           03  LK-RUN-LEIDOS        PIC 9(7)  VALUE ZEROS.
           03  LK-RUN-GRABADOS      PIC 9(7)  VALUE ZEROS.
           03  LK-RUN-ERRORES       PIC 9(7)  VALUE ZEROS.
           03  LK-RUN-RESULT        PIC X(2)  VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  DUPLICADO               PIC S9(9) COMP VALUE  -803.

      *-----------   HOST VARIABLES DB2 (CATALOGO)   ------------------
       77  WS-FECHA-HOY            PIC X(10)      VALUE SPACES.
       77  WS-RBA-PUNTO            PIC X(20)      VALUE SPACES.
       77  WS-HORA-PUNTO           PIC X(08)      VALUE SPACES.
       77  WS-ESPACIOS-TOTAL       PIC S9(9) COMP VALUE ZEROS.
       77  WS-ESPACIOS-QUIESCE     PIC S9(9) COMP VALUE ZEROS.
       77  WS-ESPACIOS-COPIA       PIC S9(9) COMP VALUE ZEROS.

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
                 WHEN WS-MODO-MARCA
                    PERFORM 2000-MARCAR-I THRU 2000-MARCAR-F
                 WHEN WS-MODO-VERIFICA
                    PERFORM 3000-VERIFICAR-I THRU 3000-VERIFICAR-F
                 WHEN OTHER
                    PERFORM 4000-REGISTRAR-I THRU 4000-REGISTRAR-F
              END-EVALUATE
           END-IF

           PERFORM 9999-FINAL-I THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           IF LK-PARM-LEN IS GREATER ZEROS AND
              LK-PARM-LEN IS NOT GREATER 8
              MOVE LK-PARM-DATA (1:LK-PARM-LEN) TO WS-MODO
           END-IF
           IF NOT WS-MODO-MARCA AND NOT WS-MODO-VERIFICA AND
              NOT WS-MODO-REGISTRA
              DISPLAY '* PARM INVALIDO (MARCA/VERIFICA/REGISTRA): '
                      WS-MODO
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF
           DISPLAY 'PGMPTCON - MODO ' WS-MODO

      *    FECHA DE PROCESO: LA MISMA QUE USA EL CONTROL DE CORRIDAS.
           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :WS-FECHA-HOY
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR FECHA DE PROCESO = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
      *  MARCA: RBA DEL QUIESCE DE LA NOCHE, COBERTURA DE LOS
      *  TABLESPACES, CONTEO DE LOS RESPALDOS Y REGISTRO DEL PUNTO.
       2000-MARCAR-I.

      *    EL QUIESCE DE ESTA CADENA ES EL ULTIMO DE LAS TABLAS DEL
      *    ESQUEMA EN LAS ULTIMAS HORAS.
           EXEC SQL
              SELECT VALUE(HEX(MAX(C.START_RBA)), ' '),
                     VALUE(CHAR(TIME(MAX(C.TIMESTAMP)), JIS), ' ')
                INTO :WS-RBA-PUNTO, :WS-HORA-PUNTO
                FROM SYSIBM.SYSCOPY C
               WHERE C.ICTYPE    = 'Q'
                 AND C.TIMESTAMP > CURRENT TIMESTAMP - 12 HOURS
                 AND EXISTS (SELECT 1
                               FROM SYSIBM.SYSTABLES T
                              WHERE T.CREATOR = 'KC02803'
                                AND T.NAME LIKE 'TBCUR%'
                                AND T.TYPE    = 'T'
                                AND T.DBNAME  = C.DBNAME
                                AND T.TSNAME  = C.TSNAME)
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT SYSCOPY (QUIESCE) = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 2000-MARCAR-F
           END-IF

           MOVE WS-FECHA-HOY  TO PTO-FECHA
           MOVE WS-HORA-PUNTO TO PTO-HORA
           MOVE WS-RBA-PUNTO  TO PTO-RBA
           MOVE 'C'           TO PTO-ESTADO

           IF WS-RBA-PUNTO IS EQUAL SPACES
              DISPLAY '* NO HAY QUIESCE RECIENTE DE LAS TABLAS TBCUR*'
              ADD 1 TO WS-DESVIOS
           ELSE
              PERFORM 5000-ESPACIOS-PUNTO-I THRU 5000-ESPACIOS-PUNTO-F
              IF RETURN-CODE IS EQUAL 9999
                 GO TO 2000-MARCAR-F
              END-IF
              PERFORM 2100-COPIAS-PUNTO-I THRU 2100-COPIAS-PUNTO-F
              IF RETURN-CODE IS EQUAL 9999
                 GO TO 2000-MARCAR-F
              END-IF
           END-IF
           MOVE WS-ESPACIOS-QUIESCE TO PTO-ESPACIOS

           PERFORM 6000-CONTAR-RESPALDO-I THRU 6000-CONTAR-RESPALDO-F
              VARYING WS-ARC-IDX FROM 1 BY 1
              UNTIL WS-ARC-IDX > 7
                 OR RETURN-CODE IS EQUAL 9999
           IF RETURN-CODE IS EQUAL 9999
              GO TO 2000-MARCAR-F
           END-IF
           MOVE WS-CONTEOS TO PTO-CANTIDADES

      *    EL CONTROL SE GRABA SIEMPRE QUE HAY RESPALDOS, PARA QUE
      *    LAS GENERACIONES SIGAN PAREJAS; EL INCOMPLETO SE MARCA.
           IF WS-DESVIOS IS GREATER ZEROS
              MOVE 'X' TO PTO-ESTADO
           END-IF

           OPEN OUTPUT CONTROL-PTO
           IF FS-CONTROL IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN CONTROL = ' FS-CONTROL
              MOVE 9999 TO RETURN-CODE
              GO TO 2000-MARCAR-F
           END-IF
           WRITE REG-CONTROL FROM WS-REG-CONTROL
           IF FS-CONTROL IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN GRABAR CONTROL = ' FS-CONTROL
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE CONTROL-PTO
           IF RETURN-CODE IS EQUAL 9999
              GO TO 2000-MARCAR-F
           END-IF

           DISPLAY 'FECHA DEL PUNTO      : ' PTO-FECHA ' ' PTO-HORA
           DISPLAY 'RBA DEL QUIESCE      : ' PTO-RBA
           DISPLAY 'TABLESPACES DEL PUNTO: ' PTO-ESPACIOS

           IF NOT PTO-COMPLETO
              DISPLAY '* PUNTO DE CONSISTENCIA INCOMPLETO - NO SE '
                      'REGISTRA EN TBCURRUN'
              MOVE 8 TO RETURN-CODE
              GO TO 2000-MARCAR-F
           END-IF

           PERFORM 2200-REGISTRAR-RUN-I THRU 2200-REGISTRAR-RUN-F.

       2000-MARCAR-F. EXIT.


      *---- CADA TABLESPACE DEL PUNTO CON SU COPIA POSTERIOR ----------
       2100-COPIAS-PUNTO-I.

           MOVE ZEROS TO WS-ESPACIOS-COPIA
           EXEC SQL
              SELECT COUNT(DISTINCT C.DBNAME CONCAT C.TSNAME)
                INTO :WS-ESPACIOS-COPIA
                FROM SYSIBM.SYSCOPY C
               WHERE C.ICTYPE = 'F'
                 AND HEX(C.START_RBA) >= :WS-RBA-PUNTO
                 AND EXISTS (SELECT 1
                               FROM SYSIBM.SYSTABLES T
                              WHERE T.CREATOR = 'KC02803'
                                AND T.NAME LIKE 'TBCUR%'
                                AND T.TYPE    = 'T'
                                AND T.DBNAME  = C.DBNAME
                                AND T.TSNAME  = C.TSNAME)
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT SYSCOPY (COPIAS) = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 2100-COPIAS-PUNTO-F
           END-IF

           IF WS-ESPACIOS-COPIA IS NOT EQUAL WS-ESPACIOS-TOTAL
              DISPLAY '* TABLESPACES SIN COPIA DEL PUNTO: COPIADOS='
                      WS-ESPACIOS-COPIA ' TOTAL=' WS-ESPACIOS-TOTAL
              ADD 1 TO WS-DESVIOS
           END-IF.

       2100-COPIAS-PUNTO-F. EXIT.


      *---- REGISTRO DEL PUNTO EN TBCURRUN (PASO 'PTOCONS') -----------
      *    LEIDOS = TABLESPACES DEL PUNTO, GRABADOS = ARCHIVOS
      *    RESPALDADOS.
       2200-REGISTRAR-RUN-I.

           MOVE 'I' TO LK-RUN-MODO
           CALL WS-PGMRNCAF USING LK-RUN-CONTROL

           EVALUATE LK-RUN-RESULT
              WHEN 'OK'
                 CONTINUE
              WHEN 'NO'
                 DISPLAY 'EL PUNTO DE HOY YA ESTABA REGISTRADO EN '
                         'TBCURRUN (QUEDA EL ULTIMO CONTROL GRABADO)'
                 GO TO 2200-REGISTRAR-RUN-F
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 GO TO 2200-REGISTRAR-RUN-F
           END-EVALUATE

           MOVE 'F'          TO LK-RUN-MODO
           MOVE PTO-ESPACIOS TO LK-RUN-LEIDOS
           MOVE 7            TO LK-RUN-GRABADOS
           MOVE ZEROS        TO LK-RUN-ERRORES
           CALL WS-PGMRNCAF USING LK-RUN-CONTROL
           IF LK-RUN-RESULT IS NOT EQUAL 'OK'
              MOVE 9999 TO RETURN-CODE
              GO TO 2200-REGISTRAR-RUN-F
           END-IF

           DISPLAY 'PUNTO DE CONSISTENCIA DEL ' PTO-FECHA
                   ' REGISTRADO EN TBCURRUN'.

       2200-REGISTRAR-RUN-F. EXIT.


      *---------------------------------------------------------------
      *  VERIFICA: EL PUNTO PEDIDO, SU CONTROL, TBCURRUN, SYSCOPY Y
      *  LOS RESPALDOS DEBEN COINCIDIR ANTES DE RESTAURAR NADA.
       3000-VERIFICAR-I.

           OPEN INPUT PEDIDO
           IF FS-PEDIDO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN PEDIDO = ' FS-PEDIDO
              MOVE 9999 TO RETURN-CODE
              GO TO 3000-VERIFICAR-F
           END-IF
           READ PEDIDO INTO WS-REG-PEDIDO
           IF FS-PEDIDO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN LECTURA PEDIDO = ' FS-PEDIDO
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE PEDIDO
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 3000-VERIFICAR-F
           END-IF
           DISPLAY 'PUNTO PEDIDO         : ' PED-FECHA

           PERFORM 7000-LEER-CONTROL-I THRU 7000-LEER-CONTROL-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 3000-VERIFICAR-F
           END-IF

           IF PTO-FECHA IS NOT EQUAL PED-FECHA
              DISPLAY '* LA GENERACION DE CONTROL ES DEL ' PTO-FECHA
                      ', NO DEL PUNTO PEDIDO'
              ADD 1 TO WS-DESVIOS
              GO TO 3000-VERIFICAR-F
           END-IF
           IF NOT PTO-COMPLETO
              DISPLAY '* EL PUNTO DEL ' PTO-FECHA ' QUEDO INCOMPLETO '
                      'EN LA CADENA - NO SIRVE PARA RECUPERAR'
              ADD 1 TO WS-DESVIOS
              GO TO 3000-VERIFICAR-F
           END-IF

           PERFORM 3100-VERIF-RUN-I THRU 3100-VERIF-RUN-F
           IF RETURN-CODE IS EQUAL 9999
              GO TO 3000-VERIFICAR-F
           END-IF

           MOVE PTO-RBA TO WS-RBA-PUNTO
           PERFORM 5000-ESPACIOS-PUNTO-I THRU 5000-ESPACIOS-PUNTO-F
           IF RETURN-CODE IS EQUAL 9999
              GO TO 3000-VERIFICAR-F
           END-IF
           IF WS-ESPACIOS-QUIESCE IS NOT EQUAL PTO-ESPACIOS
              DISPLAY '* SYSCOPY YA NO TIENE EL QUIESCE DEL PUNTO EN '
                      'TODOS SUS TABLESPACES: HAY ' WS-ESPACIOS-QUIESCE
                      ' DE ' PTO-ESPACIOS
              ADD 1 TO WS-DESVIOS
           END-IF

           PERFORM 6000-CONTAR-RESPALDO-I THRU 6000-CONTAR-RESPALDO-F
              VARYING WS-ARC-IDX FROM 1 BY 1
              UNTIL WS-ARC-IDX > 7
                 OR RETURN-CODE IS EQUAL 9999
           IF RETURN-CODE IS EQUAL 9999
              GO TO 3000-VERIFICAR-F
           END-IF
           PERFORM 3200-VERIF-CANTIDAD-I THRU 3200-VERIF-CANTIDAD-F
              VARYING WS-ARC-IDX FROM 1 BY 1
              UNTIL WS-ARC-IDX > 7

           IF WS-DESVIOS IS EQUAL ZEROS
              PERFORM 3500-GENERAR-I THRU 3500-GENERAR-F
           END-IF.

       3000-VERIFICAR-F. EXIT.


      *---- EL PUNTO DEBE FIGURAR COMPLETO EN TBCURRUN ----------------
       3100-VERIF-RUN-I.

           MOVE PTO-FECHA TO RUN-FECPROC
           MOVE 'PTOCONS' TO RUN-PASO

           EXEC SQL
              SELECT ESTADO
                INTO :RUN-ESTADO
                FROM KC02803.TBCURRUN
               WHERE FECPROC = DATE(:RUN-FECPROC)
                 AND PASO    = :RUN-PASO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 IF RUN-ESTADO IS NOT EQUAL 'C'
                    DISPLAY '* EL PUNTO DEL ' PTO-FECHA ' NO ESTA '
                            'COMPLETO EN TBCURRUN'
                    ADD 1 TO WS-DESVIOS
                 END-IF
              WHEN NOT-FOUND
                 DISPLAY '* EL PUNTO DEL ' PTO-FECHA ' NO ESTA '
                         'REGISTRADO EN TBCURRUN'
                 ADD 1 TO WS-DESVIOS
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURRUN = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

       3100-VERIF-RUN-F. EXIT.


      *---- CADA RESPALDO CON LOS REGISTROS QUE CONTO LA MARCA --------
       3200-VERIF-CANTIDAD-I.

           IF WS-CANT-RESP (WS-ARC-IDX) IS NOT EQUAL
              PTO-CANT (WS-ARC-IDX)
              DISPLAY '* RESPALDO ' WS-NOM-ARCHIVO (WS-ARC-IDX)
                      ' CON ' WS-CANT-RESP (WS-ARC-IDX)
                      ' REGISTROS, EL PUNTO TIENE '
                      PTO-CANT (WS-ARC-IDX)
              ADD 1 TO WS-DESVIOS
           END-IF.

       3200-VERIF-CANTIDAD-F. EXIT.


      *---- SENTENCIAS DEL RECOVER, CIFRA DE PERSOCAF Y FECHA ---------
       3500-GENERAR-I.

           OPEN OUTPUT SENTENCIAS
           IF FS-SENTENCIAS IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN SENTENCIAS = ' FS-SENTENCIAS
              MOVE 9999 TO RETURN-CODE
              GO TO 3500-GENERAR-F
           END-IF

           STRING '  RECOVER LIST CAFTS TOLOGPOINT X'''
                  DELIMITED BY SIZE
                  PTO-RBA DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
             INTO WS-SENT-RECOVER
           END-STRING

           WRITE REG-SENTENCIA FROM CT-SENT-LISTA-TS
           WRITE REG-SENTENCIA FROM CT-SENT-LISTA-IX
           WRITE REG-SENTENCIA FROM WS-SENT-RECOVER
           WRITE REG-SENTENCIA FROM CT-SENT-REBUILD
           IF FS-SENTENCIAS IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN GRABAR SENTENCIAS = ' FS-SENTENCIAS
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE SENTENCIAS

           OPEN OUTPUT CIFRAS
           IF FS-CIFRAS IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN CIFRAS = ' FS-CIFRAS
              MOVE 9999 TO RETURN-CODE
              GO TO 3500-GENERAR-F
           END-IF
           MOVE PTO-CANT (1) TO CIF-ESPERADOS
           WRITE REG-CIFRAS FROM WS-REG-CIFRAS
           IF FS-CIFRAS IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN GRABAR CIFRAS = ' FS-CIFRAS
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE CIFRAS

           OPEN OUTPUT FECHA-PTO
           IF FS-FECHA-PTO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN FECHA = ' FS-FECHA-PTO
              MOVE 9999 TO RETURN-CODE
              GO TO 3500-GENERAR-F
           END-IF
           MOVE PTO-FECHA TO FPT-FECHA
           WRITE REG-FECHA-PTO FROM WS-REG-FECHA-PTO
           IF FS-FECHA-PTO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN GRABAR FECHA = ' FS-FECHA-PTO
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE FECHA-PTO

           IF RETURN-CODE IS EQUAL ZEROS
              DISPLAY WS-SENT-RECOVER
              DISPLAY 'PUNTO VERIFICADO: SE PUEDE RESTAURAR AL '
                      PTO-FECHA ' ' PTO-HORA
           END-IF.

       3500-GENERAR-F. EXIT.


      *---------------------------------------------------------------
      *  REGISTRA: EL RECOVER BORRO LA FILA DEL PUNTO (SE GRABO
      *  DESPUES DEL QUIESCE); SE VUELVE A ASENTAR DESDE EL CONTROL.
       4000-REGISTRAR-I.

           PERFORM 7000-LEER-CONTROL-I THRU 7000-LEER-CONTROL-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 4000-REGISTRAR-F
           END-IF
           IF NOT PTO-COMPLETO
              DISPLAY '* EL CONTROL DEL ' PTO-FECHA ' ES DE UN PUNTO '
                      'INCOMPLETO - NO SE REGISTRA'
              MOVE 8 TO RETURN-CODE
              GO TO 4000-REGISTRAR-F
           END-IF

           MOVE PTO-FECHA    TO RUN-FECPROC
           MOVE 'PTOCONS'    TO RUN-PASO
           MOVE 'C'          TO RUN-ESTADO
           MOVE PTO-ESPACIOS TO RUN-REGLEIDOS
           MOVE 7            TO RUN-REGGRABADOS
           MOVE ZEROS        TO RUN-REGERRORES
           MOVE PTO-HORA     TO RUN-HORAINI RUN-HORAFIN

           EXEC SQL
              INSERT INTO KC02803.TBCURRUN
                 ( FECPROC, PASO, ESTADO, REGLEIDOS,
                   REGGRABADOS, REGERRORES, HORAINI, HORAFIN )
              VALUES
                 ( DATE(:RUN-FECPROC), :RUN-PASO, :RUN-ESTADO,
                   :RUN-REGLEIDOS, :RUN-REGGRABADOS,
                   :RUN-REGERRORES, :RUN-HORAINI, :RUN-HORAFIN )
           END-EXEC

      *    SI LA FILA SOBREVIVIO (PUNTO ANTERIOR A OTRO YA
      *    RESTAURADO) QUEDA COMO ESTA.
           IF SQLCODE IS EQUAL DUPLICADO
              DISPLAY 'EL PUNTO DEL ' PTO-FECHA ' YA FIGURA EN '
                      'TBCURRUN'
              GO TO 4000-REGISTRAR-F
           END-IF

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURRUN = ' WS-SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 9999 TO RETURN-CODE
              GO TO 4000-REGISTRAR-F
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY 'PUNTO DEL ' PTO-FECHA ' ASENTADO DE NUEVO EN '
                   'TBCURRUN'.

       4000-REGISTRAR-F. EXIT.


      *---------------------------------------------------------------
      *  TABLESPACES DEL ESQUEMA Y CUANTOS TIENEN EL QUIESCE DEL
      *  PUNTO (WS-RBA-PUNTO) EN SYSCOPY.
       5000-ESPACIOS-PUNTO-I.

           MOVE ZEROS TO WS-ESPACIOS-TOTAL WS-ESPACIOS-QUIESCE

           EXEC SQL
              SELECT COUNT(DISTINCT T.DBNAME CONCAT T.TSNAME)
                INTO :WS-ESPACIOS-TOTAL
                FROM SYSIBM.SYSTABLES T
               WHERE T.CREATOR = 'KC02803'
                 AND T.NAME LIKE 'TBCUR%'
                 AND T.TYPE    = 'T'
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT SYSTABLES = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 5000-ESPACIOS-PUNTO-F
           END-IF

           EXEC SQL
              SELECT COUNT(DISTINCT C.DBNAME CONCAT C.TSNAME)
                INTO :WS-ESPACIOS-QUIESCE
                FROM SYSIBM.SYSCOPY C
               WHERE C.ICTYPE = 'Q'
                 AND HEX(C.START_RBA) = :WS-RBA-PUNTO
                 AND EXISTS (SELECT 1
                               FROM SYSIBM.SYSTABLES T
                              WHERE T.CREATOR = 'KC02803'
                                AND T.NAME LIKE 'TBCUR%'
                                AND T.TYPE    = 'T'
                                AND T.DBNAME  = C.DBNAME
                                AND T.TSNAME  = C.TSNAME)
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT SYSCOPY (PUNTO) = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 5000-ESPACIOS-PUNTO-F
           END-IF

      *    UN TABLESPACE SIN EL QUIESCE NO VOLVERIA AL PUNTO (O
      *    SE CREO DESPUES Y EL RECOVER NO LO ALCANZA).
           IF WS-ESPACIOS-QUIESCE IS NOT EQUAL WS-ESPACIOS-TOTAL
              DISPLAY '* TABLESPACES FUERA DEL PUNTO: CON QUIESCE='
                      WS-ESPACIOS-QUIESCE ' TOTAL=' WS-ESPACIOS-TOTAL
              ADD 1 TO WS-DESVIOS
           END-IF.

       5000-ESPACIOS-PUNTO-F. EXIT.


      *---------------------------------------------------------------
      *  CUENTA LOS REGISTROS DE UN RESPALDO (WS-ARC-IDX).
       6000-CONTAR-RESPALDO-I.

           MOVE ZEROS TO WS-CANT-RESP (WS-ARC-IDX)
           SET WS-NO-FIN-LECTURA TO TRUE

           EVALUATE WS-ARC-IDX
              WHEN 1
                 OPEN INPUT BK-PERSOCAF
              WHEN 2
                 OPEN INPUT BK-AUDITCAF
              WHEN 3
                 OPEN INPUT BK-REPOCAF
              WHEN 4
                 OPEN INPUT BK-RECHCAF
              WHEN 5
                 OPEN INPUT BK-COMPCAF
              WHEN 6
                 OPEN INPUT BK-OPERCAF
              WHEN 7
                 OPEN INPUT BK-FOTOCTA
           END-EVALUATE
           IF FS-RESPALDO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN RESPALDO '
                      WS-NOM-ARCHIVO (WS-ARC-IDX) ' = ' FS-RESPALDO
              MOVE 9999 TO RETURN-CODE
              GO TO 6000-CONTAR-RESPALDO-F
           END-IF

           PERFORM 6100-LEER-RESPALDO-I THRU 6100-LEER-RESPALDO-F
              UNTIL WS-FIN-LECTURA

           EVALUATE WS-ARC-IDX
              WHEN 1
                 CLOSE BK-PERSOCAF
              WHEN 2
                 CLOSE BK-AUDITCAF
              WHEN 3
                 CLOSE BK-REPOCAF
              WHEN 4
                 CLOSE BK-RECHCAF
              WHEN 5
                 CLOSE BK-COMPCAF
              WHEN 6
                 CLOSE BK-OPERCAF
              WHEN 7
                 CLOSE BK-FOTOCTA
           END-EVALUATE

           DISPLAY 'RESPALDO ' WS-NOM-ARCHIVO (WS-ARC-IDX) ': '
                   WS-CANT-RESP (WS-ARC-IDX) ' REGISTROS'.

       6000-CONTAR-RESPALDO-F. EXIT.


      *---------------------------------------------------------------
       6100-LEER-RESPALDO-I.

           EVALUATE WS-ARC-IDX
              WHEN 1
                 READ BK-PERSOCAF
              WHEN 2
                 READ BK-AUDITCAF
              WHEN 3
                 READ BK-REPOCAF
              WHEN 4
                 READ BK-RECHCAF
              WHEN 5
                 READ BK-COMPCAF
              WHEN 6
                 READ BK-OPERCAF
              WHEN 7
                 READ BK-FOTOCTA
           END-EVALUATE

           EVALUATE FS-RESPALDO
              WHEN '00'
                 ADD 1 TO WS-CANT-RESP (WS-ARC-IDX)
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA RESPALDO '
                         WS-NOM-ARCHIVO (WS-ARC-IDX) ' = '
                         FS-RESPALDO
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       6100-LEER-RESPALDO-F. EXIT.


      *---- REGISTRO DE CONTROL DE LA GENERACION ELEGIDA --------------
       7000-LEER-CONTROL-I.

           OPEN INPUT CONTROL-PTO
           IF FS-CONTROL IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN CONTROL = ' FS-CONTROL
              MOVE 9999 TO RETURN-CODE
              GO TO 7000-LEER-CONTROL-F
           END-IF
           READ CONTROL-PTO INTO WS-REG-CONTROL
           IF FS-CONTROL IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN LECTURA CONTROL = ' FS-CONTROL
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE CONTROL-PTO

           IF RETURN-CODE IS EQUAL ZEROS
              DISPLAY 'CONTROL DEL PUNTO    : ' PTO-FECHA ' '
                      PTO-HORA ' ESTADO ' PTO-ESTADO
              DISPLAY 'RBA DEL QUIESCE      : ' PTO-RBA
           END-IF.

       7000-LEER-CONTROL-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL ZEROS AND
              WS-DESVIOS IS GREATER ZEROS
              DISPLAY '* DESVIOS EN EL PUNTO DE CONSISTENCIA: '
                      WS-DESVIOS
              MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'PGMPTCON - MODO ' WS-MODO ' - RC ' RETURN-CODE.

       9999-FINAL-F. EXIT.

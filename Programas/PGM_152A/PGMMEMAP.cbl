       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMEMAP.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMMEMAP                                      *
      *  DESCRIPCIÓN:                                            *
      *    APLICACION DEL POSTEO EN MEMORIA (TBCURMEM). ES EL    *
      *    ULTIMO PASO DE LA CADENA NOCTURNA (CAFNOCTE): TOMA    *
      *    LAS OPERACIONES QUE LA CAJA Y EL SERVICIO DE CANALES  *
      *    ACEPTARON CON LA JORNADA CERRADA (RUTINA PGMMEMCA) Y  *
      *    LAS APLICA EN ORDEN DE LLEGADA (NROMEMO):             *
      *    - VUELVE A CONTROLAR CADA OPERACION CONTRA EL SALDO   *
      *      YA ACTUALIZADO POR LA CADENA, CON LAS REGLAS DE LA  *
      *      CAJA (DEBITO: CUENTA ACTIVA Y SALDO MAS ACUERDO     *
      *      MENOS RETENCIONES Y EMBARGOS; CREDITO: CUENTA       *
      *      ACTIVA O DE FALLECIDO Y SIN PASAR EL TOPE). EN UNA  *
      *      TRANSFERENCIA SE CONTROLAN LAS DOS CUENTAS ANTES    *
      *      DE TOCAR NINGUNA.                                   *
      *    - ACTUALIZA TBCURCTA Y DEJA EL MOVIMIENTO EN TBCURMOV *
      *      CON FECHA VALOR DEL DIA HABIL SIGUIENTE A LA        *
      *      CAPTURA Y EL CANAL, LA REFERENCIA, EL OPERADOR Y LA *
      *      HORA DE LA MEMORIA, Y ENCOLA LOS AVISOS AL CLIENTE  *
      *      (PGMAVCAF). LA FECHA DE CAPTURA DEL MOVIMIENTO ES   *
      *      LA DE LA CADENA SIGUIENTE (ESE MISMO DIA HABIL),    *
      *      QUE ES LA QUE LO CONTABILIZA, CUADRA E INFORMA; LA  *
      *      CADENA DE ESTA NOCHE YA PASO ESOS PASOS.            *
      *      SI ESA FECHA VALOR CAE EN UN PERIODO YA CERRADO     *
      *      (TBCURCIE), PGMCICAF LA CORRE AL PRIMER DIA HABIL   *
      *      ABIERTO Y DEJA EL AJUSTE EN TBCURAJP.               *
      *    - LA OPERACION QUE YA NO PASA LOS CONTROLES QUEDA     *
      *      RECHAZADA ('R') CON SU MOTIVO, SALE AL ARCHIVO DE   *
      *      EXCEPCIONES (DDMEMEXC) Y SE LISTA (DDLISTA) PARA    *
      *      QUE LA SUCURSAL O EL CANAL LA GESTIONE.             *
      *    INFORMA LOS TOTALES DE CONTROL (LEIDAS, APLICADAS Y   *
      *    RECHAZADAS, IMPORTES POR MONEDA). CONFIRMA UNA SOLA   *
      *    VEZ AL FINAL; ANTE UN ERROR DE BASE RETROCEDE TODO Y  *
      *    LAS OPERACIONES SIGUEN PENDIENTES PARA EL REPROCESO.  *
      *    SOLO TOMA FILAS PENDIENTES, POR LO QUE PUEDE VOLVER A *
      *    CORRERSE. LOS RECHAZOS SE INFORMAN EN DDMEMEXC Y EN   *
      *    EL LISTADO Y NO CAMBIAN EL RC, PARA NO CORTAR LOS     *
      *    PASOS QUE SIGUEN EN LA CADENA.                        *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MEMEXC ASSIGN DDMEMEXC
           FILE STATUS IS FS-MEMEXC.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

      *---- OPERACIONES EN MEMORIA RECHAZADAS AL APLICAR --------------
       FD  MEMEXC
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-MEMEXC     PIC X(100).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-MEMEXC               PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- ACUMULADORES ---------------------------------------
       77  WS-LEIDAS               PIC 9(07)    VALUE ZEROS.
       77  WS-APLICADAS            PIC 9(07)    VALUE ZEROS.
       77  WS-RECHAZADAS           PIC 9(07)    VALUE ZEROS.
       77  WS-DEB-PESOS   PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-CRE-PESOS   PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-DEB-DOLAR   PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-CRE-DOLAR   PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-REC-PESOS   PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-REC-DOLAR   PIC S9(13)V99 COMP-3  VALUE ZEROS.

      *----------- REGISTRO DE EXCEPCION (100) ------------------------
       01  WS-REG-EXC.
           03  EXC-NROMEMO         PIC 9(11).
           03  EXC-FECCAPT         PIC X(10).
           03  EXC-HORACAPT        PIC X(08).
           03  EXC-CANAL           PIC X(02).
           03  EXC-REFER           PIC X(16).
           03  EXC-OPERADOR        PIC X(03).
           03  EXC-OPERACION       PIC X(01).
           03  EXC-TIPCUEN         PIC X(02).
           03  EXC-NROCUEN         PIC 9(10).
           03  EXC-TIPCUED         PIC X(02).
           03  EXC-NROCUED         PIC 9(10).
           03  EXC-IMPORTE         PIC 9(11)V99.
           03  EXC-MONEDA          PIC 9(01).
      *    CI CUENTA INEXISTENTE / NO CUENTA NO OPERABLE /
      *    SF SIN FONDOS / TO SUPERA EL TOPE DE SALDO /
      *    DI DESTINO INEXISTENTE / DN DESTINO NO OPERABLE.
           03  EXC-MOTIVO          PIC X(02).
           03  FILLER              PIC X(09).

      *---- FECHA DE PROCESO ------------------------------------------
       01  WS-FECHA-SYS.
           03  WS-SYS-AA           PIC 99        VALUE ZEROS.
           03  WS-SYS-MM           PIC 99        VALUE ZEROS.
           03  WS-SYS-DD           PIC 99        VALUE ZEROS.

       01  WS-FECHA-PROCESO.
           03  FILLER              PIC X(02)     VALUE '20'.
           03  WS-PRO-AA           PIC 99        VALUE ZEROS.
           03  WS-PRO-MM           PIC 99        VALUE ZEROS.
           03  WS-PRO-DD           PIC 99        VALUE ZEROS.

      *---- FECHA VALOR: DIA HABIL SIGUIENTE A LA CAPTURA. SE ---------
      *---- CALCULA UNA VEZ POR FECHA DE CAPTURA ----------------------
       77  WS-FECCAPT-ANT          PIC X(10)     VALUE SPACES.
       77  WS-FECVALOR             PIC X(10)     VALUE SPACES.
       77  WS-FECHA-CAND           PIC X(10)     VALUE SPACES.
       77  WS-DIA-SEMANA           PIC S9(9) COMP VALUE ZEROS.
       77  WS-HABIL-OK             PIC X         VALUE 'N'.
       77  WS-HABIL-ITER           PIC 9(02)     VALUE ZEROS.
       77  WS-CANT-FERIADO         PIC S9(9) COMP VALUE ZEROS.

      *---- CONTROLES DE LA OPERACION ---------------------------------
       77  WS-SALDO-TOPE  PIC S9(13)V99 COMP-3
                                        VALUE 99999999999,99.
       77  WS-RETENIDO    PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-EMBARGADO   PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-SALDO-NUEVO PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-MOTIVO               PIC X(02)     VALUE SPACES.

      *    CUENTA DEBITADA ('D' Y ORIGEN DE 'T') YA CONTROLADA.
       77  ORI-SUCUEN     PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  ORI-SALDO      PIC S9(11)V99 USAGE COMP-3  VALUE ZEROES.
       77  ORI-MONEDA     PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
      *    CUENTA ACREDITADA ('C' Y DESTINO DE 'T') YA CONTROLADA.
       77  DES-TIPCUEN    PIC X(02)                   VALUE SPACES.
       77  DES-NROCUEN    PIC S9(10)V USAGE COMP-3    VALUE ZEROES.
       77  DES-SUCUEN     PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  DES-SALDO      PIC S9(11)V99 USAGE COMP-3  VALUE ZEROES.
       77  DES-MONEDA     PIC S9(1)V USAGE COMP-3     VALUE ZEROES.

      *    CUENTA QUE SE APLICA (DEBITO O CREDITO).
       77  APL-TIPCUEN    PIC X(02)                   VALUE SPACES.
       77  APL-NROCUEN    PIC S9(10)V USAGE COMP-3    VALUE ZEROES.
       77  APL-SUCUEN     PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  APL-SALDO      PIC S9(11)V99 USAGE COMP-3  VALUE ZEROES.
       77  APL-MONEDA     PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  APL-TIPMOV     PIC X(02)                   VALUE SPACES.

      *---- CONTROL DE PERIODO CERRADO (RUTINA PGMCICAF) --------------
       77  WS-PGMCICAF             PIC X(8)       VALUE 'PGMCICAF'.
      *    FECHA VALOR ANTES DE CORRERLA Y MARCA DE FECHA CORRIDA.
       77  WS-FECVALOR-ORIG        PIC X(10)      VALUE SPACES.
       77  WS-FECVALOR-CORRIDA     PIC X          VALUE 'N'.

       01  LK-CIERRE.
           03  LK-CIE-FUNCION       PIC X(01).
           03  LK-CIE-FECHA         PIC X(10).
           03  LK-CIE-FECHA-NUEVA   PIC X(10).
           03  LK-CIE-ORIGEN        PIC X(08).
           03  LK-CIE-TIPCUEN       PIC X(02).
           03  LK-CIE-NROCUEN       PIC 9(10).
           03  LK-CIE-SUCURSAL      PIC 9(02).
           03  LK-CIE-TIPMOV        PIC X(02).
           03  LK-CIE-IMPORTE       PIC 9(11)V99.
           03  LK-CIE-MONEDA        PIC 9(01).
           03  LK-CIE-CANAL         PIC X(02).
           03  LK-CIE-REFER         PIC X(12).
           03  LK-CIE-RESULT        PIC X(02).

      *---- RUTINA DE AVISOS AL CLIENTE -------------------------------
       77  WS-PGMAVCAF             PIC X(8)       VALUE 'PGMAVCAF'.

       01  LK-AVISO.
           05 LK-AVI-TIPCUEN       PIC X(2).
           05 LK-AVI-NROCUEN       PIC 9(10).
           05 LK-AVI-TIPEVEN       PIC X(2).
           05 LK-AVI-IMPORTE       PIC 9(11)V99.
           05 LK-AVI-MONEDA        PIC 9(1).
           05 LK-AVI-REFER         PIC X(12).
           05 LK-AVI-ENCOLADOS     PIC 9(3).
           05 LK-AVI-RESULT        PIC X(2).

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)   VALUE ALL '='.

       01  IMP-TITULO.
           03  FILLER              PIC X(48)    VALUE
               'APLICACION DE OPERACIONES EN MEMORIA            '.
           03  FILLER              PIC X(08)    VALUE 'PGMMEMAP'.
           03  FILLER              PIC X(10)    VALUE '  FECHA: '.
           03  IMP-TIT-FECHA       PIC X(08).
           03  FILLER              PIC X(58)    VALUE SPACES.

       01  IMP-EXCEPCION.
           03  FILLER              PIC X(10)    VALUE 'RECHAZADA '.
           03  IMP-NROMEMO         PIC 9(11).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FECCAPT         PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-HORACAPT        PIC X(08).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CANAL           PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-OPERACION       PIC X(01).
           03  FILLER              PIC X(05)    VALUE ' CTA '.
           03  IMP-TIPCUEN         PIC XX.
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-NROCUEN         PIC 9(10).
           03  FILLER              PIC X(03)    VALUE ' A '.
           03  IMP-TIPCUED         PIC XX.
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-NROCUED         PIC 9(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-IMPORTE         PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-MOTIVO          PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-MOTIVO-DESC     PIC X(24).
           03  FILLER              PIC X(04)    VALUE SPACES.

       01  IMP-TOTAL.
           03  IMP-TOT-TEXTO       PIC X(40).
           03  IMP-TOT-CANT        PIC ZZZ.ZZ9.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-TOT-IMPORTE     PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(62)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURMEM)   ------------------
       01  DCLTBCURMEM.
           10 MEM-NROMEMO     PIC S9(11)V    USAGE COMP-3.
           10 MEM-FECCAPT     PIC X(10).
           10 MEM-HORACAPT    PIC X(8).
           10 MEM-CANAL       PIC X(2).
           10 MEM-REFER       PIC X(16).
           10 MEM-OPERADOR    PIC X(3).
           10 MEM-OPERACION   PIC X(1).
           10 MEM-TIPCUEN     PIC X(2).
           10 MEM-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 MEM-TIPCUED     PIC X(2).
           10 MEM-NROCUED     PIC S9(10)V    USAGE COMP-3.
           10 MEM-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 MEM-MONEDA      PIC S9(1)V     USAGE COMP-3.

      *-----------   HOST VARIABLES DB2 (TBCURCTA)   ------------------
       77  REG-TIPCUEN   PIC X(02)                   VALUE SPACES.
       77  REG-NROCUEN   PIC S9(10)V USAGE COMP-3    VALUE ZEROES.
       77  REG-SUCUEN    PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  REG-SALDO     PIC S9(11)V99 USAGE COMP-3  VALUE ZEROES.
       77  REG-ACUERDO   PIC S9(11)V99 USAGE COMP-3  VALUE ZEROES.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  REG-ESTCTA    PIC X(01)                   VALUE SPACES.
       77  REG-FECSAL    PIC X(08)                   VALUE SPACES.

      *-----------   HOST VARIABLES DB2 (TBCURMOV)   ------------------
       01  DCLTBCURMOV.
           10 MOV-TIPCUEN     PIC X(2).
           10 MOV-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 MOV-SUCMOV      PIC S9(2)V     USAGE COMP-3.
           10 MOV-FECMOV      PIC X(10).
           10 MOV-TIPMOV      PIC X(2).
           10 MOV-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 MOV-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 MOV-CANAL       PIC X(2).
           10 MOV-REFMOV      PIC X(12).
           10 MOV-OPERADOR    PIC X(3).
           10 MOV-HORAMOV     PIC X(8).
           10 MOV-FECCAPT     PIC X(10).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    OPERACIONES PENDIENTES EN ORDEN DE LLEGADA.
           EXEC SQL
              DECLARE CURSORMEM CURSOR FOR
                 SELECT NROMEMO,
                        CHAR(FECCAPT, ISO),
                        HORACAPT,
                        CANAL,
                        REFER,
                        OPERADOR,
                        OPERACION,
                        TIPCUEN,
                        NROCUEN,
                        TIPCUED,
                        NROCUED,
                        IMPORTE,
                        MONEDA
                 FROM KC02803.TBCURMEM
                 WHERE ESTADO = 'P'
                 ORDER BY NROMEMO
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                       UNTIL WS-FIN-LECTURA
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE

           OPEN OUTPUT MEMEXC
           IF FS-MEMEXC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MEMEXC = ' FS-MEMEXC
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           ACCEPT WS-FECHA-SYS FROM DATE
           MOVE WS-SYS-AA TO WS-PRO-AA
           MOVE WS-SYS-MM TO WS-PRO-MM
           MOVE WS-SYS-DD TO WS-PRO-DD
           MOVE WS-FECHA-PROCESO TO IMP-TIT-FECHA

           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1

           EXEC SQL OPEN CURSORMEM END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           EXEC SQL
              FETCH CURSORMEM INTO :MEM-NROMEMO,
                                   :MEM-FECCAPT,
                                   :MEM-HORACAPT,
                                   :MEM-CANAL,
                                   :MEM-REFER,
                                   :MEM-OPERADOR,
                                   :MEM-OPERACION,
                                   :MEM-TIPCUEN,
                                   :MEM-NROCUEN,
                                   :MEM-TIPCUED,
                                   :MEM-NROCUED,
                                   :MEM-IMPORTE,
                                   :MEM-MONEDA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-LEIDAS
                 PERFORM 3000-APLICAR-MEMO-I
                    THRU 3000-APLICAR-MEMO-F
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       2000-PROCESO-F. EXIT.


      *---------------------------------------------------------------
      *  UNA OPERACION EN MEMORIA: PRIMERO SE CONTROLAN TODAS LAS
      *  CUENTAS QUE TOCA Y RECIEN DESPUES SE APLICA, ASI UNA
      *  TRANSFERENCIA NUNCA QUEDA A MEDIAS.
       3000-APLICAR-MEMO-I.

           MOVE SPACES TO WS-MOTIVO

           IF MEM-OPERACION IS NOT EQUAL 'C'
              PERFORM 3100-CONTROL-DEBITO-I
                 THRU 3100-CONTROL-DEBITO-F
           END-IF
           IF WS-MOTIVO IS EQUAL SPACES AND
              NOT WS-FIN-LECTURA AND
              (MEM-OPERACION IS EQUAL 'C' OR
               MEM-OPERACION IS EQUAL 'T')
              PERFORM 3200-CONTROL-CREDITO-I
                 THRU 3200-CONTROL-CREDITO-F
           END-IF
           IF WS-FIN-LECTURA
              GO TO 3000-APLICAR-MEMO-F
           END-IF

           IF WS-MOTIVO IS NOT EQUAL SPACES
              PERFORM 5000-RECHAZAR-I THRU 5000-RECHAZAR-F
              GO TO 3000-APLICAR-MEMO-F
           END-IF

           PERFORM 3500-FECHA-VALOR-I THRU 3500-FECHA-VALOR-F
           IF WS-FIN-LECTURA
              GO TO 3000-APLICAR-MEMO-F
           END-IF

           IF MEM-OPERACION IS NOT EQUAL 'C'
              MOVE MEM-TIPCUEN TO APL-TIPCUEN
              MOVE MEM-NROCUEN TO APL-NROCUEN
              MOVE ORI-SUCUEN  TO APL-SUCUEN
              MOVE ORI-SALDO   TO APL-SALDO
              MOVE ORI-MONEDA  TO APL-MONEDA
              MOVE 'DE'        TO APL-TIPMOV
              PERFORM 4000-APLICAR-CUENTA-I
                 THRU 4000-APLICAR-CUENTA-F
              IF WS-FIN-LECTURA
                 GO TO 3000-APLICAR-MEMO-F
              END-IF
              IF ORI-MONEDA IS EQUAL 2
                 ADD MEM-IMPORTE TO WS-DEB-DOLAR
              ELSE
                 ADD MEM-IMPORTE TO WS-DEB-PESOS
              END-IF
           END-IF

           IF MEM-OPERACION IS NOT EQUAL 'D'
              MOVE DES-TIPCUEN TO APL-TIPCUEN
              MOVE DES-NROCUEN TO APL-NROCUEN
              MOVE DES-SUCUEN  TO APL-SUCUEN
              MOVE DES-SALDO   TO APL-SALDO
              MOVE DES-MONEDA  TO APL-MONEDA
              MOVE 'CR'        TO APL-TIPMOV
              PERFORM 4000-APLICAR-CUENTA-I
                 THRU 4000-APLICAR-CUENTA-F
              IF WS-FIN-LECTURA
                 GO TO 3000-APLICAR-MEMO-F
              END-IF
              IF DES-MONEDA IS EQUAL 2
                 ADD MEM-IMPORTE TO WS-CRE-DOLAR
              ELSE
                 ADD MEM-IMPORTE TO WS-CRE-PESOS
              END-IF
           END-IF

           EXEC SQL UPDATE KC02803.TBCURMEM
              SET ESTADO   = 'A',
                  FECAPLI  = CURRENT DATE,
                  FECVALOR = :WS-FECVALOR
              WHERE NROMEMO = :MEM-NROMEMO
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              GO TO 3000-APLICAR-MEMO-ERR
           END-IF

           ADD 1 TO WS-APLICADAS
           GO TO 3000-APLICAR-MEMO-F.

       3000-APLICAR-MEMO-ERR.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY '* ERROR SQL AL MARCAR MEMO ' MEM-NROMEMO
                   ' = ' WS-SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           MOVE 9999 TO RETURN-CODE
           SET WS-FIN-LECTURA TO TRUE.

       3000-APLICAR-MEMO-F. EXIT.


      *---------------------------------------------------------------
      *  CUENTA DEBITADA: ACTIVA Y CON FONDOS (SALDO MAS ACUERDO
      *  MENOS RETENCIONES Y EMBARGOS), COMO EN LA CAJA.
       3100-CONTROL-DEBITO-I.

           MOVE MEM-TIPCUEN TO REG-TIPCUEN
           MOVE MEM-NROCUEN TO REG-NROCUEN
           PERFORM 3300-LEER-CUENTA-I THRU 3300-LEER-CUENTA-F
           IF WS-FIN-LECTURA
              GO TO 3100-CONTROL-DEBITO-F
           END-IF
           IF SQLCODE IS EQUAL NOT-FOUND
              MOVE 'CI' TO WS-MOTIVO
              GO TO 3100-CONTROL-DEBITO-F
           END-IF

           IF REG-ESTCTA IS NOT EQUAL 'A'
              MOVE 'NO' TO WS-MOTIVO
              GO TO 3100-CONTROL-DEBITO-F
           END-IF

           PERFORM 3400-CALC-INDISPONIBLE-I
              THRU 3400-CALC-INDISPONIBLE-F
           IF MEM-IMPORTE IS GREATER
              (REG-SALDO + REG-ACUERDO - WS-RETENIDO)
              MOVE 'SF' TO WS-MOTIVO
              GO TO 3100-CONTROL-DEBITO-F
           END-IF

           MOVE REG-SUCUEN TO ORI-SUCUEN
           MOVE REG-MONEDA TO ORI-MONEDA
           COMPUTE ORI-SALDO = REG-SALDO - MEM-IMPORTE.

       3100-CONTROL-DEBITO-F. EXIT.


      *---------------------------------------------------------------
      *  CUENTA ACREDITADA ('C' LA DE LA OPERACION, 'T' LA
      *  DESTINO): ACTIVA O DE FALLECIDO Y SIN PASAR EL TOPE.
       3200-CONTROL-CREDITO-I.

           IF MEM-OPERACION IS EQUAL 'T'
              MOVE MEM-TIPCUED TO REG-TIPCUEN
              MOVE MEM-NROCUED TO REG-NROCUEN
           ELSE
              MOVE MEM-TIPCUEN TO REG-TIPCUEN
              MOVE MEM-NROCUEN TO REG-NROCUEN
           END-IF
           PERFORM 3300-LEER-CUENTA-I THRU 3300-LEER-CUENTA-F
           IF WS-FIN-LECTURA
              GO TO 3200-CONTROL-CREDITO-F
           END-IF
           IF SQLCODE IS EQUAL NOT-FOUND
              IF MEM-OPERACION IS EQUAL 'T'
                 MOVE 'DI' TO WS-MOTIVO
              ELSE
                 MOVE 'CI' TO WS-MOTIVO
              END-IF
              GO TO 3200-CONTROL-CREDITO-F
           END-IF

           IF REG-ESTCTA IS NOT EQUAL 'A' AND
              REG-ESTCTA IS NOT EQUAL 'F'
              IF MEM-OPERACION IS EQUAL 'T'
                 MOVE 'DN' TO WS-MOTIVO
              ELSE
                 MOVE 'NO' TO WS-MOTIVO
              END-IF
              GO TO 3200-CONTROL-CREDITO-F
           END-IF

           COMPUTE WS-SALDO-NUEVO = REG-SALDO + MEM-IMPORTE
           IF WS-SALDO-NUEVO IS GREATER WS-SALDO-TOPE
              MOVE 'TO' TO WS-MOTIVO
              GO TO 3200-CONTROL-CREDITO-F
           END-IF

           MOVE REG-TIPCUEN    TO DES-TIPCUEN
           MOVE REG-NROCUEN    TO DES-NROCUEN
           MOVE REG-SUCUEN     TO DES-SUCUEN
           MOVE REG-MONEDA     TO DES-MONEDA
           MOVE WS-SALDO-NUEVO TO DES-SALDO.

       3200-CONTROL-CREDITO-F. EXIT.


      *---------------------------------------------------------------
       3300-LEER-CUENTA-I.

           MOVE ZEROS  TO REG-SUCUEN REG-SALDO REG-ACUERDO REG-MONEDA
           MOVE SPACES TO REG-ESTCTA

           EXEC SQL
              SELECT SUCUEN, SALDO, MONEDA, ESTCTA,
                     CASE WHEN FECVTOAC >= CURRENT DATE
                          THEN ACUERDO ELSE 0 END
                INTO :REG-SUCUEN, :REG-SALDO, :REG-MONEDA,
                     :REG-ESTCTA, :REG-ACUERDO
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
                 FOR UPDATE OF SALDO
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR CUENTA DE LA MEMO ' MEM-NROMEMO
                      ' = ' WS-SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       3300-LEER-CUENTA-F. EXIT.


      *---- LO INDISPONIBLE DE LA CUENTA, COMO EN PGMCAMAR ------------
       3400-CALC-INDISPONIBLE-I.

           MOVE ZEROS TO WS-RETENIDO

           EXEC SQL
              SELECT VALUE(SUM(IMPORTE), 0)
                INTO :WS-RETENIDO
                FROM KC02803.TBCURRET
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
                 AND ESTADO  = 'V'
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              MOVE ZEROS TO WS-RETENIDO
           END-IF

           MOVE ZEROS TO WS-EMBARGADO
           EXEC SQL
              SELECT VALUE(SUM(
                     CASE WHEN PORCENT > 0
                          THEN :REG-SALDO * PORCENT / 100
                          ELSE IMPORTE - CONSUMIDO
                     END), 0)
                INTO :WS-EMBARGADO
                FROM KC02803.TBCUREMB
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
                 AND ESTADO  = 'V'
           END-EXEC
           IF SQLCODE IS EQUAL ZEROS AND
              WS-EMBARGADO IS GREATER ZEROS
              ADD WS-EMBARGADO TO WS-RETENIDO
           END-IF.

       3400-CALC-INDISPONIBLE-F. EXIT.


      *---------------------------------------------------------------
      *  FECHA VALOR: EL PRIMER DIA HABIL POSTERIOR A LA FECHA DE
      *  CAPTURA (NI SABADO NI DOMINGO NI FERIADO DE TBCURFER).
      *  LAS OPERACIONES LLEGAN ORDENADAS, ASI QUE SE RECALCULA
      *  SOLO CUANDO CAMBIA LA FECHA DE CAPTURA.
       3500-FECHA-VALOR-I.

           IF MEM-FECCAPT IS EQUAL WS-FECCAPT-ANT
              GO TO 3500-FECHA-VALOR-F
           END-IF

           MOVE MEM-FECCAPT TO WS-FECCAPT-ANT
           MOVE MEM-FECCAPT TO WS-FECHA-CAND
           MOVE 'N'   TO WS-HABIL-OK
           MOVE ZEROS TO WS-HABIL-ITER

           PERFORM 3510-SIGUIENTE-HABIL-I
              THRU 3510-SIGUIENTE-HABIL-F
              UNTIL WS-HABIL-OK IS EQUAL 'S'
                 OR WS-HABIL-ITER IS GREATER 10

      *    SIN DIA HABIL RESUELTO (CALENDARIO ROTO) SE APLICA CON
      *    LA FECHA DE CAPTURA.
           IF WS-HABIL-OK IS EQUAL 'S'
              MOVE WS-FECHA-CAND TO WS-FECVALOR
           ELSE
              MOVE MEM-FECCAPT   TO WS-FECVALOR
           END-IF

      *    UNA FECHA VALOR DENTRO DE UN PERIODO CERRADO SE IMPUTA AL
      *    PRIMER DIA HABIL ABIERTO.
           MOVE WS-FECVALOR TO WS-FECVALOR-ORIG
           MOVE 'N'         TO WS-FECVALOR-CORRIDA
           MOVE 'V'         TO LK-CIE-FUNCION
           MOVE WS-FECVALOR TO LK-CIE-FECHA
           CALL WS-PGMCICAF USING LK-CIERRE
           EVALUATE LK-CIE-RESULT
              WHEN 'CE'
                 MOVE LK-CIE-FECHA-NUEVA TO WS-FECVALOR
                 MOVE 'S' TO WS-FECVALOR-CORRIDA
              WHEN 'ER'
                 DISPLAY '* ERROR CONTROL DE PERIODO CERRADO'
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3500-FECHA-VALOR-F. EXIT.


      *---------------------------------------------------------------
       3510-SIGUIENTE-HABIL-I.

           ADD 1 TO WS-HABIL-ITER

           EXEC SQL
              SELECT CHAR(DATE(:WS-FECHA-CAND) + 1 DAY, ISO),
                     DAYOFWEEK(DATE(:WS-FECHA-CAND) + 1 DAY)
                INTO :WS-FECHA-CAND, :WS-DIA-SEMANA
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE 99 TO WS-HABIL-ITER
              GO TO 3510-SIGUIENTE-HABIL-F
           END-IF

           IF WS-DIA-SEMANA IS EQUAL 1 OR
              WS-DIA-SEMANA IS EQUAL 7
              GO TO 3510-SIGUIENTE-HABIL-F
           END-IF

           MOVE ZEROS TO WS-CANT-FERIADO
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-FERIADO
                FROM KC02803.TBCURFER
               WHERE FECFER = :WS-FECHA-CAND
           END-EXEC
           IF SQLCODE IS EQUAL ZEROS AND
              WS-CANT-FERIADO IS EQUAL ZEROS
              MOVE 'S' TO WS-HABIL-OK
           END-IF.

       3510-SIGUIENTE-HABIL-F. EXIT.


      *---------------------------------------------------------------
      *  ACTUALIZA EL SALDO YA CONTROLADO Y DEJA EL MOVIMIENTO CON
      *  LOS DATOS DE LA CAPTURA EN MEMORIA.
       4000-APLICAR-CUENTA-I.

           MOVE WS-FECHA-PROCESO TO REG-FECSAL

           EXEC SQL UPDATE KC02803.TBCURCTA
              SET SALDO  = :APL-SALDO,
                  FECSAL = :REG-FECSAL
              WHERE TIPCUEN = :APL-TIPCUEN
                AND NROCUEN = :APL-NROCUEN
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              GO TO 4000-APLICAR-CUENTA-ERR
           END-IF

           MOVE APL-TIPCUEN      TO MOV-TIPCUEN
           MOVE APL-NROCUEN      TO MOV-NROCUEN
           MOVE APL-SUCUEN       TO MOV-SUCMOV
           MOVE WS-FECVALOR      TO MOV-FECMOV
           MOVE APL-TIPMOV       TO MOV-TIPMOV
           MOVE MEM-IMPORTE      TO MOV-IMPORTE
           MOVE APL-MONEDA       TO MOV-MONEDA
           MOVE MEM-CANAL        TO MOV-CANAL
           MOVE MEM-REFER (1:12) TO MOV-REFMOV
           MOVE MEM-OPERADOR     TO MOV-OPERADOR
           MOVE MEM-HORACAPT     TO MOV-HORAMOV
      *    LA FECHA DE CAPTURA ES LA DE LA CADENA QUE VA A TOMAR EL
      *    MOVIMIENTO (EL DIA HABIL SIGUIENTE, SIN EL CORRIMIENTO POR
      *    PERIODO CERRADO QUE SOLO AFECTA A LA FECHA VALOR).
           MOVE WS-FECVALOR-ORIG TO MOV-FECCAPT

           EXEC SQL
              INSERT INTO KC02803.TBCURMOV
                 ( TIPCUEN, NROCUEN, SUCMOV, FECMOV, TIPMOV,
                   IMPORTE, MONEDA, CANAL, REFMOV,
                   OPERADOR, HORAMOV, FECCAPT )
              VALUES
                 ( :MOV-TIPCUEN, :MOV-NROCUEN, :MOV-SUCMOV,
                   :MOV-FECMOV, :MOV-TIPMOV, :MOV-IMPORTE,
                   :MOV-MONEDA, :MOV-CANAL, :MOV-REFMOV,
                   :MOV-OPERADOR, :MOV-HORAMOV, :MOV-FECCAPT )
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              GO TO 4000-APLICAR-CUENTA-ERR
           END-IF

           IF WS-FECVALOR-CORRIDA IS EQUAL 'S'
              MOVE 'R'              TO LK-CIE-FUNCION
              MOVE WS-FECVALOR-ORIG TO LK-CIE-FECHA
              MOVE WS-FECVALOR      TO LK-CIE-FECHA-NUEVA
              MOVE 'PGMMEMAP'       TO LK-CIE-ORIGEN
              MOVE MOV-TIPCUEN      TO LK-CIE-TIPCUEN
              MOVE MOV-NROCUEN      TO LK-CIE-NROCUEN
              MOVE MOV-SUCMOV       TO LK-CIE-SUCURSAL
              MOVE MOV-TIPMOV       TO LK-CIE-TIPMOV
              MOVE MOV-IMPORTE      TO LK-CIE-IMPORTE
              MOVE MOV-MONEDA       TO LK-CIE-MONEDA
              MOVE MOV-CANAL        TO LK-CIE-CANAL
              MOVE MOV-REFMOV       TO LK-CIE-REFER
              CALL WS-PGMCICAF USING LK-CIERRE
              IF LK-CIE-RESULT IS NOT EQUAL 'OK'
                 DISPLAY '* ERROR REGISTRANDO AJUSTE DE PERIODO '
                         'CERRADO'
                 GO TO 4000-APLICAR-CUENTA-ERR
              END-IF
           END-IF

      *    EL AVISO NO CONDICIONA LA APLICACION, SALVO QUE EL DB2
      *    HAYA RETROCEDIDO LA UNIDAD DE TRABAJO ('RB').
           MOVE MOV-TIPCUEN  TO LK-AVI-TIPCUEN
           MOVE MOV-NROCUEN  TO LK-AVI-NROCUEN
           IF MOV-TIPMOV IS EQUAL 'DE'
              MOVE 'DB' TO LK-AVI-TIPEVEN
           ELSE
              MOVE 'CR' TO LK-AVI-TIPEVEN
           END-IF
           MOVE MOV-IMPORTE  TO LK-AVI-IMPORTE
           MOVE MOV-MONEDA   TO LK-AVI-MONEDA
           MOVE MOV-REFMOV   TO LK-AVI-REFER
           CALL WS-PGMAVCAF USING LK-AVISO
           IF LK-AVI-RESULT IS EQUAL 'RB'
              DISPLAY '* UNIDAD DE TRABAJO RETROCEDIDA EN AVISO '
                      'DE LA MEMO ' MEM-NROMEMO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF
           GO TO 4000-APLICAR-CUENTA-F.

       4000-APLICAR-CUENTA-ERR.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY '* ERROR SQL AL APLICAR MEMO ' MEM-NROMEMO
                   ' = ' WS-SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           MOVE 9999 TO RETURN-CODE
           SET WS-FIN-LECTURA TO TRUE.

       4000-APLICAR-CUENTA-F. EXIT.


      *---------------------------------------------------------------
      *  LA OPERACION YA NO PASA LOS CONTROLES: QUEDA RECHAZADA
      *  CON SU MOTIVO, SALE AL ARCHIVO DE EXCEPCIONES Y SE LISTA.
       5000-RECHAZAR-I.

           EXEC SQL UPDATE KC02803.TBCURMEM
              SET ESTADO  = 'R',
                  MOTIVO  = :WS-MOTIVO,
                  FECAPLI = CURRENT DATE
              WHERE NROMEMO = :MEM-NROMEMO
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SQL AL RECHAZAR MEMO ' MEM-NROMEMO
                      ' = ' WS-SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 5000-RECHAZAR-F
           END-IF

           MOVE MEM-NROMEMO   TO EXC-NROMEMO
           MOVE MEM-FECCAPT   TO EXC-FECCAPT
           MOVE MEM-HORACAPT  TO EXC-HORACAPT
           MOVE MEM-CANAL     TO EXC-CANAL
           MOVE MEM-REFER     TO EXC-REFER
           MOVE MEM-OPERADOR  TO EXC-OPERADOR
           MOVE MEM-OPERACION TO EXC-OPERACION
           MOVE MEM-TIPCUEN   TO EXC-TIPCUEN
           MOVE MEM-NROCUEN   TO EXC-NROCUEN
           MOVE MEM-TIPCUED   TO EXC-TIPCUED
           MOVE MEM-NROCUED   TO EXC-NROCUED
           MOVE MEM-IMPORTE   TO EXC-IMPORTE
           MOVE MEM-MONEDA    TO EXC-MONEDA
           MOVE WS-MOTIVO     TO EXC-MOTIVO

           WRITE REG-MEMEXC FROM WS-REG-EXC
           IF FS-MEMEXC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MEMEXC = ' FS-MEMEXC
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 5000-RECHAZAR-F
           END-IF

           ADD 1 TO WS-RECHAZADAS
           IF MEM-MONEDA IS EQUAL 2
              ADD MEM-IMPORTE TO WS-REC-DOLAR
           ELSE
              ADD MEM-IMPORTE TO WS-REC-PESOS
           END-IF

           MOVE MEM-NROMEMO   TO IMP-NROMEMO
           MOVE MEM-FECCAPT   TO IMP-FECCAPT
           MOVE MEM-HORACAPT  TO IMP-HORACAPT
           MOVE MEM-CANAL     TO IMP-CANAL
           MOVE MEM-OPERACION TO IMP-OPERACION
           MOVE MEM-TIPCUEN   TO IMP-TIPCUEN
           MOVE MEM-NROCUEN   TO IMP-NROCUEN
           MOVE MEM-TIPCUED   TO IMP-TIPCUED
           MOVE MEM-NROCUED   TO IMP-NROCUED
           MOVE MEM-IMPORTE   TO IMP-IMPORTE
           MOVE WS-MOTIVO     TO IMP-MOTIVO
           EVALUATE WS-MOTIVO
              WHEN 'CI'
                 MOVE 'CUENTA INEXISTENTE'  TO IMP-MOTIVO-DESC
              WHEN 'NO'
                 MOVE 'CUENTA NO OPERABLE'  TO IMP-MOTIVO-DESC
              WHEN 'SF'
                 MOVE 'SIN FONDOS'          TO IMP-MOTIVO-DESC
              WHEN 'TO'
                 MOVE 'SUPERA TOPE DE SALDO' TO IMP-MOTIVO-DESC
              WHEN 'DI'
                 MOVE 'DESTINO INEXISTENTE' TO IMP-MOTIVO-DESC
              WHEN OTHER
                 MOVE 'DESTINO NO OPERABLE' TO IMP-MOTIVO-DESC
           END-EVALUATE

           WRITE REG-SALIDA FROM IMP-EXCEPCION AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       5000-RECHAZAR-F. EXIT.


      *---------------------------------------------------------------
      *  TOTALES DE CONTROL AL PIE DEL LISTADO.
       6000-TOTALES-I.

           WRITE REG-SALIDA FROM WS-LINE AFTER 2

           MOVE 'OPERACIONES LEIDAS'         TO IMP-TOT-TEXTO
           MOVE WS-LEIDAS                    TO IMP-TOT-CANT
           MOVE ZEROS                        TO IMP-TOT-IMPORTE
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'OPERACIONES APLICADAS'      TO IMP-TOT-TEXTO
           MOVE WS-APLICADAS                 TO IMP-TOT-CANT
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'OPERACIONES RECHAZADAS'     TO IMP-TOT-TEXTO
           MOVE WS-RECHAZADAS                TO IMP-TOT-CANT
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1

           MOVE ZEROS TO IMP-TOT-CANT
           MOVE 'DEBITOS APLICADOS PESOS'    TO IMP-TOT-TEXTO
           MOVE WS-DEB-PESOS                 TO IMP-TOT-IMPORTE
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 2
           MOVE 'CREDITOS APLICADOS PESOS'   TO IMP-TOT-TEXTO
           MOVE WS-CRE-PESOS                 TO IMP-TOT-IMPORTE
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'RECHAZADO PESOS'            TO IMP-TOT-TEXTO
           MOVE WS-REC-PESOS                 TO IMP-TOT-IMPORTE
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'DEBITOS APLICADOS DOLARES'  TO IMP-TOT-TEXTO
           MOVE WS-DEB-DOLAR                 TO IMP-TOT-IMPORTE
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'CREDITOS APLICADOS DOLARES' TO IMP-TOT-TEXTO
           MOVE WS-CRE-DOLAR                 TO IMP-TOT-IMPORTE
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           MOVE 'RECHAZADO DOLARES'          TO IMP-TOT-TEXTO
           MOVE WS-REC-DOLAR                 TO IMP-TOT-IMPORTE
           WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1.

       6000-TOTALES-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORMEM END-EXEC

           IF RETURN-CODE IS EQUAL 9999
              EXEC SQL ROLLBACK END-EXEC
           ELSE
              EXEC SQL COMMIT END-EXEC
           END-IF

           PERFORM 6000-TOTALES-I THRU 6000-TOTALES-F

           DISPLAY '____________________________________________'
           DISPLAY 'OPERACIONES EN MEMORIA LEIDAS    : ' WS-LEIDAS
           DISPLAY 'OPERACIONES APLICADAS            : ' WS-APLICADAS
           DISPLAY 'OPERACIONES RECHAZADAS           : ' WS-RECHAZADAS
           DISPLAY 'DEBITOS APLICADOS PESOS          : ' WS-DEB-PESOS
           DISPLAY 'CREDITOS APLICADOS PESOS         : ' WS-CRE-PESOS
           DISPLAY 'RECHAZADO PESOS                  : ' WS-REC-PESOS
           DISPLAY 'DEBITOS APLICADOS DOLARES        : ' WS-DEB-DOLAR
           DISPLAY 'CREDITOS APLICADOS DOLARES       : ' WS-CRE-DOLAR
           DISPLAY 'RECHAZADO DOLARES                : ' WS-REC-DOLAR

           CLOSE MEMEXC
           IF FS-MEMEXC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE MEMEXC = ' FS-MEMEXC
              MOVE 9999 TO RETURN-CODE
           END-IF

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

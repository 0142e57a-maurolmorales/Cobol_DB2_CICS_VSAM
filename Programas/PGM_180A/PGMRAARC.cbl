       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRAARC.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMRAARC                                      *
      *  DESCRIPCIÓN:                                            *
      *    ARCHIVO MENSUAL DE LOS RASTROS DE AUDITORIA Y DE      *
      *    SEGURIDAD. EL PARM INDICA EL RASTRO: 'AUDITCAF' O     *
      *    'SEGUCAF'. RECORRE EL KSDS COMPLETO Y DESCARGA A UN   *
      *    GDG FECHADO (DDARCH, 120 BYTES) LAS ENTRADAS MAS      *
      *    VIEJAS QUE LA RETENCION EN LINEA (AUDRETEN, DEFECTO   *
      *    24 MESES / SEGRETEN, DEFECTO 12 MESES), CON CABECERA  *
      *    (RASTRO Y FECHA DE CORTE), UN DETALLE POR ENTRADA Y   *
      *    TRAILER DE CONTROL CON CANTIDAD Y HASH DE CLAVES      *
      *    (FECHA + HORA + SECUENCIA). NO BORRA NADA: LA         *
      *    DEPURACION LA HACE PGMRAPUR EN EL PASO SIGUIENTE,     *
      *    RECIEN DESPUES DE PROBAR EL ARCHIVO CONTRA EL KSDS.   *
      *    EL GDG ES EL INSUMO DE LA RECUPERACION A PEDIDO       *
      *    (PGMRAREC).                                           *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO ASSIGN DDARCH
                  FILE STATUS IS FS-ARCHIVO.

           SELECT AUDITCAF ASSIGN TO DDAUDK
           ORGANIZATION IS INDEXED
           ACCESS       IS SEQUENTIAL
           RECORD KEY   IS AUK-KEY
           FILE STATUS  IS FS-RASTRO.

           SELECT SEGUCAF ASSIGN TO DDSEGK
           ORGANIZATION IS INDEXED
           ACCESS       IS SEQUENTIAL
           RECORD KEY   IS SGK-KEY
           FILE STATUS  IS FS-RASTRO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  ARCHIVO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-ARCHIVO    PIC X(120).

      *---- AUDITORIA CONSULTABLE, CLAVE DOC+FECHA+HORA+SECUENCIA -----
      *---- (FECHA AAAA/MM/DD) ----------------------------------------
       FD  AUDITCAF.
       01  REG-AUDITCAF.
           05 AUK-KEY.
              10 AUK-TIPDOC        PIC X(02).
              10 AUK-NRODOC        PIC 9(11).
              10 AUK-FECHA         PIC X(10).
              10 AUK-HORA          PIC X(08).
              10 AUK-SECUEN        PIC 9(03).
           05 AUK-TRANSACCION      PIC X(04).
           05 AUK-OPERADOR         PIC X(03).
           05 AUK-TERMINAL         PIC X(04).
           05 AUK-ACCION           PIC X(04).
           05 AUK-VALOR-ANT        PIC X(30).
           05 AUK-VALOR-NUE        PIC X(30).

      *---- EVENTOS DE SEGURIDAD, CLAVE OPERADOR+FECHA+HORA+SECUENCIA -
      *---- (FECHA DD/MM/AAAA) ----------------------------------------
       FD  SEGUCAF.
       01  REG-SEGUCAF.
           05 SGK-KEY.
              10 SGK-OPERADOR      PIC X(03).
              10 SGK-FECHA         PIC X(10).
              10 SGK-HORA          PIC X(08).
              10 SGK-SECUEN        PIC 9(03).
           05 SGK-TERMINAL         PIC X(04).
           05 SGK-TRANSACCION      PIC X(04).
           05 SGK-MOTIVO           PIC X(02).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-ARCHIVO              PIC XX       VALUE SPACES.
       77  FS-RASTRO               PIC XX       VALUE SPACES.
           88  FS-RASTRO-FIN                    VALUE '10'.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *---- RASTRO A PROCESAR (PARM) ----------------------------------
       77  WS-RASTRO-ID            PIC X(08)    VALUE SPACES.
           88  WS-ES-AUDITCAF                   VALUE 'AUDITCAF'.
           88  WS-ES-SEGUCAF                    VALUE 'SEGUCAF '.

       77  WS-MESES-CORTE          PIC 9(03)    VALUE ZEROS.
       77  WS-CORTE                PIC X(10)    VALUE SPACES.

       01  WS-VALOR-RETEN.
           03  WS-VAL-RETEN           PIC 9(03).

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE SPACES.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *---- CLAVE DE LA ENTRADA LLEVADA A FECHA AAAA/MM/DD ------------
       01  WS-CLAVE-ORDEN.
           03  ORD-FECHA           PIC X(10).
           03  ORD-HORA            PIC X(08).
           03  ORD-SECUEN          PIC X(03).

      *    DIGITOS DE LA CLAVE PARA EL HASH: AAAAMMDD + HHMMSS +
      *    SECUENCIA.
       01  WS-CLAVE-DIGITOS.
           03  DIG-AAAAMMDD        PIC 9(08).
           03  DIG-HHMMSS          PIC 9(06).
           03  DIG-SECUEN          PIC 9(03).

      *----------- CONTADORES Y TOTALES DE CONTROL --------------------
       77  WS-CANT-LEIDOS          PIC 9(09)    VALUE ZEROS.
       77  WS-CANT-ARCHIVADOS      PIC 9(09)    VALUE ZEROS.
       77  WS-CANT-IRREGULARES     PIC 9(09)    VALUE ZEROS.
       77  WS-HASH-CLAVES   PIC S9(17) COMP-3   VALUE ZEROS.

      *----------- REGISTROS DEL ARCHIVO (120 BYTES) ------------------
       01  WS-ARC-CAB.
           03  FILLER              PIC X(02)    VALUE 'HD'.
           03  CAB-RASTRO          PIC X(08).
           03  CAB-FECHA           PIC 9(08).
           03  CAB-CORTE           PIC X(10).
           03  CAB-MESES           PIC 9(03).
           03  FILLER              PIC X(89)    VALUE SPACES.

      *    EL DETALLE LLEVA EL REGISTRO DEL KSDS TAL CUAL (109 BYTES
      *    AUDITCAF, 34 BYTES SEGUCAF COMPLETADO CON BLANCOS).
       01  WS-ARC-DET.
           03  FILLER              PIC X(02)    VALUE 'DT'.
           03  DET-REGISTRO        PIC X(109).
           03  FILLER              PIC X(09)    VALUE SPACES.

       01  WS-ARC-FIN.
           03  FILLER              PIC X(02)    VALUE 'TR'.
           03  FIN-CANTIDAD        PIC 9(09).
           03  FIN-HASH            PIC 9(17).
           03  FILLER              PIC X(92)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA-SISTEMA.
           05 WS-FECHA-SISTEMA-AA     PIC 99.
           05 WS-FECHA-SISTEMA-MM     PIC 99.
           05 WS-FECHA-SISTEMA-DD     PIC 99.

       77  WS-FECHA-PROCESO-AAAAMMDD  PIC 9(08)   VALUE ZEROES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  WS-MESES-HV   PIC S9(3)V USAGE COMP-3     VALUE ZEROES.
       77  WS-CORTE-ISO            PIC X(10)    VALUE SPACES.

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

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                       UNTIL WS-FIN-LECTURA
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE

           IF LK-PARM-LEN IS GREATER ZEROS AND
              LK-PARM-LEN IS NOT GREATER 8
              MOVE LK-PARM-DATA (1:LK-PARM-LEN) TO WS-RASTRO-ID
           END-IF
           EVALUATE TRUE
              WHEN WS-ES-AUDITCAF
                 MOVE 'AUDRETEN' TO LK-PAR-CODIGO
                 MOVE 24         TO WS-MESES-CORTE
              WHEN WS-ES-SEGUCAF
                 MOVE 'SEGRETEN' TO LK-PAR-CODIGO
                 MOVE 12         TO WS-MESES-CORTE
              WHEN OTHER
                 DISPLAY '* PARM DEBE SER AUDITCAF O SEGUCAF'
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE

           ACCEPT WS-FECHA-SISTEMA FROM DATE
           COMPUTE WS-FECHA-PROCESO-AAAAMMDD =
                   20000000 +
                   WS-FECHA-SISTEMA-AA * 10000 +
                   WS-FECHA-SISTEMA-MM * 100 +
                   WS-FECHA-SISTEMA-DD

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-VALOR-RETEN
                 MOVE WS-VAL-RETEN TO WS-MESES-CORTE
              WHEN 'NE'
                 DISPLAY '* SIN ' LK-PAR-CODIGO ' EN TBCURPAR, SE '
                         'USA EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE
           MOVE WS-MESES-CORTE TO WS-MESES-HV

      *    FECHA DE CORTE: LAS ENTRADAS ANTERIORES SE ARCHIVAN.
           EXEC SQL
              SELECT CHAR(CURRENT DATE - :WS-MESES-HV MONTHS, ISO)
                INTO :WS-CORTE-ISO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR CALCULO FECHA DE CORTE = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           MOVE WS-CORTE-ISO TO WS-CORTE
           INSPECT WS-CORTE REPLACING ALL '-' BY '/'

           DISPLAY 'RASTRO                     : ' WS-RASTRO-ID
           DISPLAY 'MESES DE RETENCION EN LINEA: ' WS-MESES-CORTE
           DISPLAY 'SE ARCHIVA LO ANTERIOR AL  : ' WS-CORTE

           IF WS-ES-AUDITCAF
              OPEN INPUT AUDITCAF
           ELSE
              OPEN INPUT SEGUCAF
           END-IF
           IF FS-RASTRO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ' WS-RASTRO-ID ' = ' FS-RASTRO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN OUTPUT ARCHIVO
           IF FS-ARCHIVO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ARCHIVO = ' FS-ARCHIVO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           MOVE WS-RASTRO-ID              TO CAB-RASTRO
           MOVE WS-FECHA-PROCESO-AAAAMMDD TO CAB-FECHA
           MOVE WS-CORTE                  TO CAB-CORTE
           MOVE WS-MESES-CORTE            TO CAB-MESES
           WRITE REG-ARCHIVO FROM WS-ARC-CAB
           IF FS-ARCHIVO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR ARCHIVO = ' FS-ARCHIVO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           IF WS-ES-AUDITCAF
              READ AUDITCAF NEXT RECORD
           ELSE
              READ SEGUCAF NEXT RECORD
           END-IF

           EVALUATE FS-RASTRO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ' WS-RASTRO-ID ' = '
                         FS-RASTRO
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
           END-EVALUATE

           ADD 1 TO WS-CANT-LEIDOS
           PERFORM 2100-CLAVE-ORDEN-I THRU 2100-CLAVE-ORDEN-F

           IF ORD-FECHA IS NOT LESS WS-CORTE
              GO TO 2000-PROCESO-F
           END-IF

           IF WS-ES-AUDITCAF
              MOVE REG-AUDITCAF TO DET-REGISTRO
           ELSE
              MOVE REG-SEGUCAF  TO DET-REGISTRO
           END-IF
           WRITE REG-ARCHIVO FROM WS-ARC-DET

           IF FS-ARCHIVO IS EQUAL '00'
              ADD 1 TO WS-CANT-ARCHIVADOS
              PERFORM 2200-SUMAR-HASH-I THRU 2200-SUMAR-HASH-F
           ELSE
              DISPLAY '* ERROR EN GRABAR ARCHIVO = ' FS-ARCHIVO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       2000-PROCESO-F. EXIT.


      *---- FECHA, HORA Y SECUENCIA DE LA ENTRADA, CON LA FECHA ------
      *---- SIEMPRE EN AAAA/MM/DD PARA COMPARAR CONTRA EL CORTE ------
       2100-CLAVE-ORDEN-I.

           IF WS-ES-AUDITCAF
              MOVE AUK-FECHA  TO ORD-FECHA
              MOVE AUK-HORA   TO ORD-HORA
              MOVE AUK-SECUEN TO ORD-SECUEN
           ELSE
              MOVE SGK-FECHA (7:4) TO ORD-FECHA (1:4)
              MOVE '/'             TO ORD-FECHA (5:1)
              MOVE SGK-FECHA (4:2) TO ORD-FECHA (6:2)
              MOVE '/'             TO ORD-FECHA (8:1)
              MOVE SGK-FECHA (1:2) TO ORD-FECHA (9:2)
              MOVE SGK-HORA        TO ORD-HORA
              MOVE SGK-SECUEN      TO ORD-SECUEN
           END-IF.

       2100-CLAVE-ORDEN-F. EXIT.


      *---- HASH DE CONTROL: AAAAMMDD + HHMMSS + SECUENCIA. UNA -------
      *---- CLAVE CON BASURA SE ARCHIVA IGUAL PERO NO SUMA -----------
       2200-SUMAR-HASH-I.

           MOVE ORD-FECHA (1:4)  TO WS-CLAVE-DIGITOS (1:4)
           MOVE ORD-FECHA (6:2)  TO WS-CLAVE-DIGITOS (5:2)
           MOVE ORD-FECHA (9:2)  TO WS-CLAVE-DIGITOS (7:2)
           MOVE ORD-HORA  (1:2)  TO WS-CLAVE-DIGITOS (9:2)
           MOVE ORD-HORA  (4:2)  TO WS-CLAVE-DIGITOS (11:2)
           MOVE ORD-HORA  (7:2)  TO WS-CLAVE-DIGITOS (13:2)
           MOVE ORD-SECUEN       TO WS-CLAVE-DIGITOS (15:3)

           IF WS-CLAVE-DIGITOS IS NUMERIC
              ADD DIG-AAAAMMDD DIG-HHMMSS DIG-SECUEN
                  TO WS-HASH-CLAVES
           ELSE
              ADD 1 TO WS-CANT-IRREGULARES
           END-IF.

       2200-SUMAR-HASH-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL ZEROS
              MOVE WS-CANT-ARCHIVADOS TO FIN-CANTIDAD
              MOVE WS-HASH-CLAVES     TO FIN-HASH
              WRITE REG-ARCHIVO FROM WS-ARC-FIN
              IF FS-ARCHIVO IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN GRABAR TRAILER = ' FS-ARCHIVO
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'ENTRADAS LEIDAS DEL KSDS : ' WS-CANT-LEIDOS
           DISPLAY 'ENTRADAS ARCHIVADAS      : ' WS-CANT-ARCHIVADOS
           DISPLAY 'HASH DE CLAVES           : ' WS-HASH-CLAVES
           IF WS-CANT-IRREGULARES IS GREATER ZEROS
              DISPLAY 'CLAVES NO NUMERICAS     : '
                      WS-CANT-IRREGULARES
           END-IF

           IF WS-ES-AUDITCAF
              CLOSE AUDITCAF
           ELSE
              CLOSE SEGUCAF
           END-IF

           CLOSE ARCHIVO
           IF FS-ARCHIVO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE ARCHIVO = ' FS-ARCHIVO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

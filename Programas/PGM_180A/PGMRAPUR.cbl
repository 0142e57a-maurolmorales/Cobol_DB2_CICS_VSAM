       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRAPUR.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMRAPUR                                      *
      *  DESCRIPCIÓN:                                            *
      *    DEPURACION DE LOS RASTROS DE AUDITORIA Y SEGURIDAD,   *
      *    SOLO DESPUES DE PROBAR EL ARCHIVO RECIEN GRABADO      *
      *    (PGMRAARC). EL PARM INDICA EL RASTRO: 'AUDITCAF' O    *
      *    'SEGUCAF'.                                            *
      *    1) RELEE EL GDG (DDARCH): LA CABECERA DEBE SER DEL    *
      *       MISMO RASTRO, TODO DETALLE DEBE SER ANTERIOR AL    *
      *       CORTE Y EL TRAILER DEBE CUADRAR (CANTIDAD Y HASH), *
      *    2) LA CANTIDAD DEL ARCHIVO DEBE COINCIDIR CON LA      *
      *       CUENTA DIRECTA EN EL KSDS PARA EL MISMO CORTE      *
      *       (EL GRABADO EN LA CABECERA),                       *
      *    3) RECIEN ENTONCES SE BORRAN DEL KSDS, POR CLAVE,     *
      *       LAS ENTRADAS DEL ARCHIVO. CUALQUIER DESVIO EN LA   *
      *       PRUEBA => RC=8 Y NO SE BORRA NADA.                 *
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
           ACCESS       IS DYNAMIC
           RECORD KEY   IS AUK-KEY
           FILE STATUS  IS FS-RASTRO.

           SELECT SEGUCAF ASSIGN TO DDSEGK
           ORGANIZATION IS INDEXED
           ACCESS       IS DYNAMIC
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
           88  FS-ARCHIVO-FIN                   VALUE '10'.
       77  FS-RASTRO               PIC XX       VALUE SPACES.
           88  FS-RASTRO-FIN                    VALUE '10'.

      *---- RASTRO A PROCESAR (PARM) ----------------------------------
       77  WS-RASTRO-ID            PIC X(08)    VALUE SPACES.
           88  WS-ES-AUDITCAF                   VALUE 'AUDITCAF'.
           88  WS-ES-SEGUCAF                    VALUE 'SEGUCAF '.

       77  WS-CORTE                PIC X(10)    VALUE SPACES.

      *----------- CONTROL DEL ARCHIVO --------------------------------
       77  WS-CANT-LEIDOS          PIC 9(09)    VALUE ZEROS.
       77  WS-HASH-LEIDO    PIC S9(17) COMP-3   VALUE ZEROS.
       77  WS-CABECERA-VISTA       PIC X        VALUE 'N'.
       77  WS-TRAILER-VISTO        PIC X        VALUE 'N'.
       77  WS-PRUEBA-OK            PIC X        VALUE 'S'.

      *----------- CONTROL DEL KSDS -----------------------------------
       77  WS-CANT-KSDS            PIC 9(09)    VALUE ZEROS.
       77  WS-CANT-BORRADOS        PIC 9(09)    VALUE ZEROS.
       77  WS-CANT-AUSENTES        PIC 9(09)    VALUE ZEROS.
       77  WS-CANT-IRREGULARES     PIC 9(09)    VALUE ZEROS.

      *----------- VISTAS DEL REGISTRO DEL ARCHIVO --------------------
       01  WS-REG-ARC.
           03  ARC-TIPO-REG        PIC X(02).
           03  FILLER              PIC X(118).

       01  WS-REG-ARC-CAB REDEFINES WS-REG-ARC.
           03  FILLER              PIC X(02).
           03  CAB-RASTRO          PIC X(08).
           03  CAB-FECHA           PIC 9(08).
           03  CAB-CORTE           PIC X(10).
           03  CAB-MESES           PIC 9(03).
           03  FILLER              PIC X(89).

       01  WS-REG-ARC-DET REDEFINES WS-REG-ARC.
           03  FILLER              PIC X(02).
           03  DET-REGISTRO        PIC X(109).
           03  FILLER              PIC X(09).

       01  WS-REG-ARC-FIN REDEFINES WS-REG-ARC.
           03  FILLER              PIC X(02).
           03  FIN-CANTIDAD        PIC 9(09).
           03  FIN-HASH            PIC 9(17).
           03  FILLER              PIC X(92).

      *---- CLAVE DE LA ENTRADA LLEVADA A FECHA AAAA/MM/DD ------------
       01  WS-CLAVE-ORDEN.
           03  ORD-FECHA           PIC X(10).
           03  ORD-HORA            PIC X(08).
           03  ORD-SECUEN          PIC X(03).

      *    DIGITOS DE LA CLAVE PARA EL HASH: AAAAMMDD + HHMMSS +
      *    SECUENCIA (EL MISMO CALCULO QUE PGMRAARC).
       01  WS-CLAVE-DIGITOS.
           03  DIG-AAAAMMDD        PIC 9(08).
           03  DIG-HHMMSS          PIC 9(06).
           03  DIG-SECUEN          PIC 9(03).

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
           PERFORM 2000-LEER-ARCHIVO-I THRU 2000-LEER-ARCHIVO-F
                                       UNTIL FS-ARCHIVO-FIN
           PERFORM 8000-PROBAR-Y-BORRAR-I
              THRU 8000-PROBAR-Y-BORRAR-F
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           IF LK-PARM-LEN IS GREATER ZEROS AND
              LK-PARM-LEN IS NOT GREATER 8
              MOVE LK-PARM-DATA (1:LK-PARM-LEN) TO WS-RASTRO-ID
           END-IF
           IF NOT WS-ES-AUDITCAF AND NOT WS-ES-SEGUCAF
              DISPLAY '* PARM DEBE SER AUDITCAF O SEGUCAF'
              MOVE 9999 TO RETURN-CODE
              MOVE 'N' TO WS-PRUEBA-OK
              SET FS-ARCHIVO-FIN TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN INPUT ARCHIVO
           IF FS-ARCHIVO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ARCHIVO = ' FS-ARCHIVO
              MOVE 9999 TO RETURN-CODE
              MOVE 'N' TO WS-PRUEBA-OK
              SET FS-ARCHIVO-FIN TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-LEER-ARCHIVO-I.

           READ ARCHIVO INTO WS-REG-ARC

           EVALUATE FS-ARCHIVO
              WHEN '00'
                 EVALUATE ARC-TIPO-REG
                    WHEN 'HD'
                       PERFORM 2100-CABECERA-I THRU 2100-CABECERA-F
                    WHEN 'DT'
                       PERFORM 2200-DETALLE-I THRU 2200-DETALLE-F
                    WHEN 'TR'
                       MOVE 'S' TO WS-TRAILER-VISTO
                       IF FIN-CANTIDAD IS NOT EQUAL
                          WS-CANT-LEIDOS OR
                          FIN-HASH IS NOT EQUAL WS-HASH-LEIDO
                          DISPLAY '* EL TRAILER DEL ARCHIVO NO '
                                  'CUADRA CONTRA SU CONTENIDO'
                          MOVE 'N' TO WS-PRUEBA-OK
                       END-IF
                    WHEN OTHER
                       DISPLAY '* REGISTRO DESCONOCIDO EN EL '
                               'ARCHIVO'
                       MOVE 'N' TO WS-PRUEBA-OK
                 END-EVALUATE
              WHEN '10'
                 IF WS-TRAILER-VISTO IS NOT EQUAL 'S'
                    DISPLAY '* ARCHIVO SIN TRAILER'
                    MOVE 'N' TO WS-PRUEBA-OK
                 END-IF
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA = ' FS-ARCHIVO
                 MOVE 9999 TO RETURN-CODE
                 MOVE 'N' TO WS-PRUEBA-OK
                 SET FS-ARCHIVO-FIN TO TRUE
           END-EVALUATE.

       2000-LEER-ARCHIVO-F. EXIT.


      *---- LA CABECERA DICE DE QUE RASTRO ES Y CON QUE CORTE ---------
       2100-CABECERA-I.

           MOVE 'S' TO WS-CABECERA-VISTA
           IF CAB-RASTRO IS NOT EQUAL WS-RASTRO-ID
              DISPLAY '* EL ARCHIVO ES DEL RASTRO ' CAB-RASTRO
                      ' Y NO DE ' WS-RASTRO-ID
              MOVE 'N' TO WS-PRUEBA-OK
           END-IF
           MOVE CAB-CORTE TO WS-CORTE
           DISPLAY 'RASTRO                     : ' WS-RASTRO-ID
           DISPLAY 'CORTE DEL ARCHIVO          : ' WS-CORTE.

       2100-CABECERA-F. EXIT.


      *---- CADA DETALLE SUMA AL CONTROL Y DEBE SER ANTERIOR AL ------
      *---- CORTE -----------------------------------------------------
       2200-DETALLE-I.

           IF WS-CABECERA-VISTA IS NOT EQUAL 'S'
              DISPLAY '* DETALLE ANTES DE LA CABECERA'
              MOVE 'N' TO WS-PRUEBA-OK
           END-IF

           ADD 1 TO WS-CANT-LEIDOS
           IF WS-ES-AUDITCAF
              MOVE DET-REGISTRO TO REG-AUDITCAF
           ELSE
              MOVE DET-REGISTRO TO REG-SEGUCAF
           END-IF
           PERFORM 7100-CLAVE-ORDEN-I THRU 7100-CLAVE-ORDEN-F
           PERFORM 7200-SUMAR-HASH-I  THRU 7200-SUMAR-HASH-F

           IF ORD-FECHA IS NOT LESS WS-CORTE
              DISPLAY '* ENTRADA DEL ' ORD-FECHA ' NO ES ANTERIOR '
                      'AL CORTE'
              MOVE 'N' TO WS-PRUEBA-OK
           END-IF.

       2200-DETALLE-F. EXIT.


      *---- LA CANTIDAD DEBE COINCIDIR CON EL KSDS; RECIEN -----------
      *---- ENTONCES SE BORRA -----------------------------------------
       8000-PROBAR-Y-BORRAR-I.

           IF WS-PRUEBA-OK IS NOT EQUAL 'S' OR
              RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 8000-PROBAR-NO
           END-IF

           IF WS-ES-AUDITCAF
              OPEN I-O AUDITCAF
           ELSE
              OPEN I-O SEGUCAF
           END-IF
           IF FS-RASTRO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ' WS-RASTRO-ID ' = ' FS-RASTRO
              MOVE 9999 TO RETURN-CODE
              GO TO 8000-PROBAR-Y-BORRAR-F
           END-IF

           PERFORM 8100-CONTAR-KSDS-I THRU 8100-CONTAR-KSDS-F
              UNTIL FS-RASTRO-FIN

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 8000-PROBAR-Y-BORRAR-F
           END-IF

           IF WS-CANT-KSDS IS NOT EQUAL WS-CANT-LEIDOS
              DISPLAY '* LA CANTIDAD DEL ARCHIVO (' WS-CANT-LEIDOS
                      ') NO COINCIDE CON EL KSDS (' WS-CANT-KSDS
                      ')'
              GO TO 8000-PROBAR-NO
           END-IF

      *    SEGUNDA PASADA DEL ARCHIVO: SE BORRA CLAVE POR CLAVE.
           CLOSE ARCHIVO
           OPEN INPUT ARCHIVO
           IF FS-ARCHIVO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ARCHIVO = ' FS-ARCHIVO
              MOVE 9999 TO RETURN-CODE
              GO TO 8000-PROBAR-Y-BORRAR-F
           END-IF

           PERFORM 8200-BORRAR-I THRU 8200-BORRAR-F
              UNTIL FS-ARCHIVO-FIN

           IF RETURN-CODE IS EQUAL ZEROS
              IF WS-CANT-AUSENTES IS GREATER ZEROS
                 DISPLAY '* ' WS-CANT-AUSENTES ' CLAVES DEL ARCHIVO '
                         'YA NO ESTABAN EN EL KSDS'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 DISPLAY 'DEPURACION CONFIRMADA: ' WS-CANT-BORRADOS
                         ' ENTRADAS BORRADAS'
              END-IF
           END-IF
           GO TO 8000-PROBAR-Y-BORRAR-F.

       8000-PROBAR-NO.
           DISPLAY '* LA PRUEBA NO CIERRA - NO SE BORRA NADA'
           IF RETURN-CODE IS EQUAL ZEROS
              MOVE 8 TO RETURN-CODE
           END-IF.

       8000-PROBAR-Y-BORRAR-F. EXIT.


      *---- CUENTA DIRECTA DE LAS ENTRADAS ANTERIORES AL CORTE --------
       8100-CONTAR-KSDS-I.

           IF WS-ES-AUDITCAF
              READ AUDITCAF NEXT RECORD
           ELSE
              READ SEGUCAF NEXT RECORD
           END-IF

           EVALUATE FS-RASTRO
              WHEN '00'
                 PERFORM 7100-CLAVE-ORDEN-I THRU 7100-CLAVE-ORDEN-F
                 IF ORD-FECHA IS LESS WS-CORTE
                    ADD 1 TO WS-CANT-KSDS
                 END-IF
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ' WS-RASTRO-ID ' = '
                         FS-RASTRO
                 MOVE 9999 TO RETURN-CODE
                 SET FS-RASTRO-FIN TO TRUE
           END-EVALUATE.

       8100-CONTAR-KSDS-F. EXIT.


      *---- BORRA DEL KSDS LA CLAVE DE CADA DETALLE DEL ARCHIVO -------
       8200-BORRAR-I.

           READ ARCHIVO INTO WS-REG-ARC

           EVALUATE FS-ARCHIVO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 GO TO 8200-BORRAR-F
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA = ' FS-ARCHIVO
                 MOVE 9999 TO RETURN-CODE
                 SET FS-ARCHIVO-FIN TO TRUE
                 GO TO 8200-BORRAR-F
           END-EVALUATE

           IF ARC-TIPO-REG IS NOT EQUAL 'DT'
              GO TO 8200-BORRAR-F
           END-IF

           IF WS-ES-AUDITCAF
              MOVE DET-REGISTRO TO REG-AUDITCAF
              DELETE AUDITCAF RECORD
           ELSE
              MOVE DET-REGISTRO TO REG-SEGUCAF
              DELETE SEGUCAF RECORD
           END-IF

           EVALUATE FS-RASTRO
              WHEN '00'
                 ADD 1 TO WS-CANT-BORRADOS
              WHEN '23'
                 ADD 1 TO WS-CANT-AUSENTES
              WHEN OTHER
                 DISPLAY '* ERROR EN DELETE ' WS-RASTRO-ID ' = '
                         FS-RASTRO
                 MOVE 9999 TO RETURN-CODE
                 SET FS-ARCHIVO-FIN TO TRUE
           END-EVALUATE.

       8200-BORRAR-F. EXIT.


      *---- FECHA, HORA Y SECUENCIA DE LA ENTRADA, CON LA FECHA ------
      *---- SIEMPRE EN AAAA/MM/DD PARA COMPARAR CONTRA EL CORTE ------
       7100-CLAVE-ORDEN-I.

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

       7100-CLAVE-ORDEN-F. EXIT.


      *---- HASH DE CONTROL: AAAAMMDD + HHMMSS + SECUENCIA -----------
       7200-SUMAR-HASH-I.

           MOVE ORD-FECHA (1:4)  TO WS-CLAVE-DIGITOS (1:4)
           MOVE ORD-FECHA (6:2)  TO WS-CLAVE-DIGITOS (5:2)
           MOVE ORD-FECHA (9:2)  TO WS-CLAVE-DIGITOS (7:2)
           MOVE ORD-HORA  (1:2)  TO WS-CLAVE-DIGITOS (9:2)
           MOVE ORD-HORA  (4:2)  TO WS-CLAVE-DIGITOS (11:2)
           MOVE ORD-HORA  (7:2)  TO WS-CLAVE-DIGITOS (13:2)
           MOVE ORD-SECUEN       TO WS-CLAVE-DIGITOS (15:3)

           IF WS-CLAVE-DIGITOS IS NUMERIC
              ADD DIG-AAAAMMDD DIG-HHMMSS DIG-SECUEN
                  TO WS-HASH-LEIDO
           ELSE
              ADD 1 TO WS-CANT-IRREGULARES
           END-IF.

       7200-SUMAR-HASH-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           CLOSE ARCHIVO
           IF WS-ES-AUDITCAF
              CLOSE AUDITCAF
           ELSE
              CLOSE SEGUCAF
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'DETALLES EN EL ARCHIVO : ' WS-CANT-LEIDOS
           DISPLAY 'ANTERIORES AL CORTE    : ' WS-CANT-KSDS
           DISPLAY 'BORRADOS DEL KSDS      : ' WS-CANT-BORRADOS
           IF WS-CANT-IRREGULARES IS GREATER ZEROS
              DISPLAY 'CLAVES NO NUMERICAS    : '
                      WS-CANT-IRREGULARES
           END-IF.

       9999-FINAL-F. EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDISEL.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMDISEL                                      *
      *  DESCRIPCIÓN:                                            *
      *    SELLO DEL DIARIO ELECTRONICO DE CAJA, A CONTINUACION  *
      *    DEL ARQUEO (PGMARQUE) EN LA CADENA NOCTURNA.          *
      *    POR CADA DIARIO DE OPERADOR Y DIA (TBCURDIC) SIN      *
      *    SELLAR, CON ASIENTOS POSTERIORES AL SELLO, O SELLADO  *
      *    EN LA ULTIMA SEMANA, RECORRE SUS ASIENTOS (TBCURDIA)  *
      *    EN ORDEN DE NUMERO Y:                                 *
      *      CONTROLA QUE LA NUMERACION NO TENGA SALTOS DESDE 1  *
      *      HASTA EL ULTIMO NUMERO ENTREGADO;                   *
      *      RECALCULA EL HASH DE CONTROL ENCADENADO (NUMERO,    *
      *      CUENTA, IMPORTE, RESULTADO Y HORA DE CADA ASIENTO)  *
      *      Y LO COMPARA CON EL DEL SELLO ANTERIOR;             *
      *      SELLA EL DIARIO HASTA EL ULTIMO NUMERO CON EL HASH  *
      *      NUEVO.                                              *
      *    EL LISTADO, POR SUCURSAL Y OPERADOR, SEÑALA LOS       *
      *    NUMEROS FALTANTES, LOS SELLOS ALTERADOS, LOS DIARIOS  *
      *    QUE UNA CORRIDA ANTERIOR DEJO SIN SELLO Y LOS QUE NO  *
      *    SE PUDIERON SELLAR, E INFORMA LOS ASIENTOS GRABADOS   *
      *    DESPUES DEL SELLO (CAJA EN MEMORIA CON LA JORNADA     *
      *    CERRADA), QUE QUEDAN CUBIERTOS POR EL SELLO NUEVO.    *
      *    LAS OBSERVACIONES NO CORTAN LA CADENA: SE REVISAN EN  *
      *    EL LISTADO.                                           *
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

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       77  WS-STATUS-DIARIO        PIC X.
           88  WS-FIN-DIARIO          VALUE 'Y'.
           88  WS-NO-FIN-DIARIO       VALUE 'N'.

      *-----------  HASH DE CONTROL  ----------------------------------
      *    H = (H * 31 + NUMERO + CUENTA + IMPORTE EN CENTAVOS +
      *         RESULTADO + HHMMSS) MODULO 999999937, ENCADENADO
      *    DESDE EL ASIENTO 1.
       77  WS-HASH         PIC S9(9)   USAGE COMP-3  VALUE ZEROS.
       77  WS-HASH-SELLO   PIC S9(9)   USAGE COMP-3  VALUE ZEROS.
       77  WS-HASH-CALC    PIC S9(15)  USAGE COMP-3  VALUE ZEROS.
       77  WS-HASH-COC     PIC S9(15)  USAGE COMP-3  VALUE ZEROS.
       77  WS-HASH-MODULO  PIC S9(9)   USAGE COMP-3  VALUE 999999937.
       77  WS-COD-RESULT   PIC S9(1)   USAGE COMP-3  VALUE ZEROS.
       77  WS-HORA-NUM     PIC 9(06)                 VALUE ZEROS.
       77  WS-HASH-TOMADO          PIC X        VALUE 'N'.

      *-----------  CONTROL DE NUMERACION  ---------------------------
       77  WS-ESPERADO     PIC S9(7)   USAGE COMP-3  VALUE ZEROS.
       77  WS-ASI-ACEPT            PIC 9(07)    VALUE ZEROS.
       77  WS-ASI-RECH             PIC 9(07)    VALUE ZEROS.
       77  WS-ASI-CANC             PIC 9(07)    VALUE ZEROS.
       77  WS-POSTERIORES          PIC 9(07)    VALUE ZEROS.
       77  WS-OBS-DIARIO           PIC 9(03)    VALUE ZEROS.

      *-----------  CORTE DE CONTROL  ---------------------------------
       77  WS-SUCURSAL-ANT PIC S9(2)V USAGE COMP-3   VALUE -1.
       77  WS-DIARIOS-SUC          PIC 9(05)         VALUE ZEROES.
       77  WS-OBSERV-SUC           PIC 9(05)         VALUE ZEROES.

      *----------- ACUMULADORES ---------------------------------------
       77  WS-LEIDOS-CANT          PIC 9(07)         VALUE ZEROES.
       77  WS-SELLADOS-CANT        PIC 9(07)         VALUE ZEROES.
       77  WS-FALTANTES-CANT       PIC 9(07)         VALUE ZEROES.
       77  WS-ALTERADOS-CANT       PIC 9(07)         VALUE ZEROES.
       77  WS-ATRASADOS-CANT       PIC 9(07)         VALUE ZEROES.
       77  WS-NOSELLO-CANT         PIC 9(07)         VALUE ZEROES.

      *-----------  OBSERVACIONES  ------------------------------------
       01  WS-OBS-FALTA.
           03  FILLER              PIC X(19)    VALUE
               'FALTAN LOS NUMEROS '.
           03  WS-OBS-DESDE        PIC 9(07)    VALUE ZEROS.
           03  FILLER              PIC X(03)    VALUE ' A '.
           03  WS-OBS-HASTA        PIC 9(07)    VALUE ZEROS.

       01  WS-OBS-ALTERADO.
           03  FILLER              PIC X(20)    VALUE
               'SELLO ALTERADO HASH '.
           03  WS-OBS-HASH-SEL     PIC 9(09)    VALUE ZEROS.
           03  FILLER              PIC X(08)    VALUE ' RECALC '.
           03  WS-OBS-HASH-CAL     PIC 9(09)    VALUE ZEROS.
           03  FILLER              PIC X(04)    VALUE ' AL '.
           03  WS-OBS-NUMSELLO     PIC 9(07)    VALUE ZEROS.

       01  WS-OBS-POSTERIOR.
           03  FILLER              PIC X(34)    VALUE
               'ASIENTOS POSTERIORES AL SELLO DEL '.
           03  WS-OBS-POS-NUM      PIC 9(07)    VALUE ZEROS.
           03  FILLER              PIC X(02)    VALUE ': '.
           03  WS-OBS-POS-CANT     PIC ZZZZZZ9  VALUE ZEROS.

       77  CT-OBS-ATRASADO         PIC X(60)    VALUE
           'SIN SELLO DE UNA CORRIDA ANTERIOR - SE SELLA EN ESTA'.
       77  CT-OBS-NOSELLO          PIC X(60)    VALUE
           'NO SELLADO: EL DIARIO CAMBIO DURANTE EL PROCESO'.

      *    LAS OBSERVACIONES SE IMPRIMEN DEBAJO DE LA LINEA DEL
      *    DIARIO, QUE LLEVA EL ESTADO AL FINAL DEL SELLO.
       77  WS-OBS-MAX              PIC 9(03)    VALUE 20.
       77  WS-OBS-IX               PIC 9(03)    VALUE ZEROS.
       01  WS-TABLA-OBS.
           03  WS-OBS-PEND         PIC X(60)    OCCURS 20 TIMES.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(100)        VALUE ALL '-'.
       77  WS-LINEA-FIJA           PIC 9(02)         VALUE 80.
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
           03  FILLER              PIC X(07)    VALUE SPACES.
           03  FILLER              PIC X(40)    VALUE
               'SELLO DEL DIARIO ELECTRONICO DE CAJA    '.
           03  FILLER              PIC X(08)    VALUE 'PGMDISEL'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(39)    VALUE SPACES.

      *    SUBTITULO-SUCURSAL:
       01  IMP-SUBT-SUCURSAL.
           03  FILLER              PIC X         VALUE SPACES.
           03  FILLER              PIC X(10)     VALUE 'SUCURSAL: '.
           03  FILLER              PIC X         VALUE SPACES.
           03  IMP-SUCURSAL-SUB    PIC Z9.
           03  FILLER              PIC X(118)    VALUE SPACES.

      *    COLUMNAS:
       01  IMP-COLUMNAS.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(05)    VALUE 'OPER '.
           03  FILLER              PIC X(12)    VALUE 'FECHA       '.
           03  FILLER              PIC X(09)    VALUE ' ULT.NRO '.
           03  FILLER              PIC X(21)    VALUE
               '  ACEPT   RECH   CANC'.
           03  FILLER              PIC X(11)    VALUE '  HASH     '.
           03  FILLER              PIC X(14)    VALUE 'ESTADO'.
           03  FILLER              PIC X(58)    VALUE SPACES.

      *    DETALLE DE UN DIARIO:
       01  IMP-REG-DIARIO.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-OPERADOR        PIC X(03).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-FECHA           PIC X(10).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-ULTNUM          PIC ZZZZZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-ACEPT           PIC ZZZZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-RECH            PIC ZZZZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CANC            PIC ZZZZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-HASH            PIC 9(09).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-ESTADO          PIC X(12).
           03  FILLER              PIC X(59)    VALUE SPACES.

      *    OBSERVACION DE UN DIARIO:
       01  IMP-REG-OBSERV.
           03  FILLER              PIC X(19)    VALUE SPACES.
           03  FILLER              PIC X(04)    VALUE '>>> '.
           03  IMP-OBS-TEXTO       PIC X(60).
           03  FILLER              PIC X(49)    VALUE SPACES.

      *    TOTAL DE SUCURSAL:
       01  IMP-FOOTER-SUC.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(09)    VALUE 'DIARIOS: '.
           03  IMP-FOOT-DIARIOS    PIC ZZZZ9.
           03  FILLER              PIC X(22)    VALUE
               '   CON OBSERVACIONES: '.
           03  IMP-FOOT-OBSERV     PIC ZZZZ9.
           03  FILLER              PIC X(90)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  IND-NROCUEN             PIC S9(4) COMP VALUE ZEROS.
       77  IND-IMPORTE             PIC S9(4) COMP VALUE ZEROS.

      *-----------   HOST VARIABLES DB2 (TBCURDIC)   ------------------
       01  DCLTBCURDIC.
           10 DIC-FECHA       PIC X(10).
           10 DIC-OPERADOR    PIC X(3).
           10 DIC-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 DIC-ULTNUM      PIC S9(7)V     USAGE COMP-3.
           10 DIC-SELLADO     PIC X(1).
           10 DIC-NUMSELLO    PIC S9(7)V     USAGE COMP-3.
           10 DIC-HASHCTL     PIC S9(9)V     USAGE COMP-3.
           10 DIC-FECSELLO    PIC X(10).

      *    'S' = DIARIO DE UN DIA ANTERIOR AL DE AYER.
       77  DIC-ATRASADO            PIC X(01)      VALUE SPACES.

      *-----------   HOST VARIABLES DB2 (TBCURDIA)   ------------------
       01  DCLTBCURDIA.
           10 DIA-FECHA       PIC X(10).
           10 DIA-OPERADOR    PIC X(3).
           10 DIA-NUMERO      PIC S9(7)V     USAGE COMP-3.
           10 DIA-TERMINAL    PIC X(4).
           10 DIA-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 DIA-HORA        PIC X(8).
           10 DIA-TRANSAC     PIC X(4).
           10 DIA-RESULTADO   PIC X(1).
           10 DIA-TIPCUEN     PIC X(2).
           10 DIA-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 DIA-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 DIA-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 DIA-MENSAJE     PIC X(60).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    DIARIOS A SELLAR O A VERIFICAR, EN ORDEN DE SUCURSAL
      *    PARA EL CORTE DE CONTROL.
           EXEC SQL
              DECLARE CURSORDIC CURSOR FOR
                 SELECT CHAR(FECHA, ISO), OPERADOR, SUCURSAL,
                        ULTNUM, SELLADO, NUMSELLO, HASHCTL,
                        CASE WHEN FECHA < CURRENT DATE - 1 DAY
                             THEN 'S' ELSE 'N' END
                 FROM KC02803.TBCURDIC
                 WHERE SELLADO = 'N'
                    OR ULTNUM  > NUMSELLO
                    OR FECHA  >= CURRENT DATE - 7 DAYS
                 ORDER BY SUCURSAL, OPERADOR, FECHA
           END-EXEC.

      *    ASIENTOS DE UN DIARIO HASTA EL ULTIMO NUMERO LEIDO.
           EXEC SQL
              DECLARE CURSORDIA CURSOR FOR
                 SELECT NUMERO, NROCUEN, IMPORTE, RESULTADO, HORA
                 FROM KC02803.TBCURDIA
                 WHERE FECHA    = DATE(:DIC-FECHA)
                   AND OPERADOR = :DIC-OPERADOR
                   AND NUMERO  <= :DIC-ULTNUM
                 ORDER BY NUMERO
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
           ACCEPT WS-FECHA FROM DATE
           MOVE WS-FECHA-AA TO IMP-TIT-AA
           MOVE WS-FECHA-MM TO IMP-TIT-MM
           MOVE WS-FECHA-DD TO IMP-TIT-DD

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           EXEC SQL OPEN CURSORDIC END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORDIC = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           EXEC SQL
              FETCH CURSORDIC INTO :DIC-FECHA,
                                   :DIC-OPERADOR,
                                   :DIC-SUCURSAL,
                                   :DIC-ULTNUM,
                                   :DIC-SELLADO,
                                   :DIC-NUMSELLO,
                                   :DIC-HASHCTL,
                                   :DIC-ATRASADO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-LEIDOS-CANT
              WHEN NOT-FOUND
                 IF WS-SUCURSAL-ANT IS NOT EQUAL -1 THEN
                    PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
                 END-IF
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORDIC = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
           END-EVALUATE

           IF DIC-SUCURSAL IS NOT EQUAL WS-SUCURSAL-ANT THEN
              IF WS-SUCURSAL-ANT IS NOT EQUAL -1 THEN
                 PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
              END-IF
              PERFORM 6700-IMP-HEADER-SUC-I
                 THRU 6700-IMP-HEADER-SUC-F
              MOVE DIC-SUCURSAL TO WS-SUCURSAL-ANT
           END-IF

           PERFORM 2100-VERIFICAR-I THRU 2100-VERIFICAR-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 2300-SELLAR-I    THRU 2300-SELLAR-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 6900-IMP-DIARIO-I THRU 6900-IMP-DIARIO-F.

       2000-PROCESO-F. EXIT.


      *---- RECORRE LOS ASIENTOS DEL DIARIO: NUMERACION Y HASH -------
       2100-VERIFICAR-I.

           MOVE ZEROS TO WS-HASH WS-HASH-SELLO WS-ASI-ACEPT
                         WS-ASI-RECH WS-ASI-CANC WS-POSTERIORES
                         WS-OBS-DIARIO
           MOVE 1     TO WS-ESPERADO
           MOVE 'N'   TO WS-HASH-TOMADO
           SET WS-NO-FIN-DIARIO TO TRUE

           EXEC SQL OPEN CURSORDIA END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORDIA = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 2100-VERIFICAR-F
           END-IF

           PERFORM 2200-ASIENTO-I THRU 2200-ASIENTO-F
              UNTIL WS-FIN-DIARIO

           EXEC SQL CLOSE CURSORDIA END-EXEC

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 2100-VERIFICAR-F
           END-IF

      *    NUMEROS ENTREGADOS SIN ASIENTO AL FINAL DEL DIARIO.
           IF WS-ESPERADO IS NOT GREATER DIC-ULTNUM
              MOVE WS-ESPERADO TO WS-OBS-DESDE
              MOVE DIC-ULTNUM  TO WS-OBS-HASTA
              PERFORM 2250-FALTANTE-I THRU 2250-FALTANTE-F
           END-IF

           IF WS-HASH-TOMADO IS EQUAL 'N'
              MOVE WS-HASH TO WS-HASH-SELLO
           END-IF.

       2100-VERIFICAR-F. EXIT.


      *---------------------------------------------------------------
       2200-ASIENTO-I.

           EXEC SQL
              FETCH CURSORDIA INTO :DIA-NUMERO,
                                   :DIA-NROCUEN :IND-NROCUEN,
                                   :DIA-IMPORTE :IND-IMPORTE,
                                   :DIA-RESULTADO,
                                   :DIA-HORA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-DIARIO TO TRUE
                 GO TO 2200-ASIENTO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORDIA = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-DIARIO TO TRUE
                 GO TO 2200-ASIENTO-F
           END-EVALUATE

           IF IND-NROCUEN IS LESS ZEROS
              MOVE ZEROS TO DIA-NROCUEN
           END-IF
           IF IND-IMPORTE IS LESS ZEROS
              MOVE ZEROS TO DIA-IMPORTE
           END-IF

      *    SALTO DE NUMERACION ANTES DE ESTE ASIENTO.
           IF DIA-NUMERO IS GREATER WS-ESPERADO
              MOVE WS-ESPERADO TO WS-OBS-DESDE
              COMPUTE WS-OBS-HASTA = DIA-NUMERO - 1
              PERFORM 2250-FALTANTE-I THRU 2250-FALTANTE-F
           END-IF
           COMPUTE WS-ESPERADO = DIA-NUMERO + 1

      *    EL HASH DEL SELLO ANTERIOR ES EL ACUMULADO HASTA SU
      *    ULTIMO NUMERO; LO QUE SIGUE ES POSTERIOR AL SELLO.
           IF DIC-SELLADO IS EQUAL 'S' AND
              DIA-NUMERO IS GREATER DIC-NUMSELLO
              IF WS-HASH-TOMADO IS EQUAL 'N'
                 MOVE WS-HASH TO WS-HASH-SELLO
                 MOVE 'S'     TO WS-HASH-TOMADO
              END-IF
              ADD 1 TO WS-POSTERIORES
           END-IF

           EVALUATE DIA-RESULTADO
              WHEN 'A'
                 MOVE 1 TO WS-COD-RESULT
                 ADD  1 TO WS-ASI-ACEPT
              WHEN 'R'
                 MOVE 2 TO WS-COD-RESULT
                 ADD  1 TO WS-ASI-RECH
              WHEN OTHER
                 MOVE 3 TO WS-COD-RESULT
                 ADD  1 TO WS-ASI-CANC
           END-EVALUATE

           MOVE DIA-HORA (1:2) TO WS-HORA-NUM (1:2)
           MOVE DIA-HORA (4:2) TO WS-HORA-NUM (3:2)
           MOVE DIA-HORA (7:2) TO WS-HORA-NUM (5:2)
           IF WS-HORA-NUM IS NOT NUMERIC
              MOVE ZEROS TO WS-HORA-NUM
           END-IF

           COMPUTE WS-HASH-CALC = WS-HASH * 31 + DIA-NUMERO
                                + DIA-NROCUEN + DIA-IMPORTE * 100
                                + WS-COD-RESULT + WS-HORA-NUM
           DIVIDE WS-HASH-CALC BY WS-HASH-MODULO
              GIVING WS-HASH-COC REMAINDER WS-HASH.

       2200-ASIENTO-F. EXIT.


      *---- NUMEROS ENTREGADOS QUE NO TIENEN ASIENTO -----------------
       2250-FALTANTE-I.

           MOVE WS-OBS-FALTA TO IMP-OBS-TEXTO
           PERFORM 6950-IMP-OBSERV-I THRU 6950-IMP-OBSERV-F
           ADD 1 TO WS-FALTANTES-CANT.

       2250-FALTANTE-F. EXIT.


      *---- CONTROL DEL SELLO ANTERIOR Y SELLO NUEVO ------------------
       2300-SELLAR-I.

           IF DIC-SELLADO IS EQUAL 'S'
              IF WS-HASH-SELLO IS NOT EQUAL DIC-HASHCTL
                 MOVE DIC-HASHCTL    TO WS-OBS-HASH-SEL
                 MOVE WS-HASH-SELLO  TO WS-OBS-HASH-CAL
                 MOVE DIC-NUMSELLO   TO WS-OBS-NUMSELLO
                 MOVE WS-OBS-ALTERADO TO IMP-OBS-TEXTO
                 PERFORM 6950-IMP-OBSERV-I THRU 6950-IMP-OBSERV-F
                 ADD 1 TO WS-ALTERADOS-CANT
              END-IF
              IF DIC-ULTNUM IS NOT GREATER DIC-NUMSELLO
                 MOVE 'VERIFICADO' TO IMP-ESTADO
                 GO TO 2300-SELLAR-F
              END-IF
              MOVE DIC-NUMSELLO   TO WS-OBS-POS-NUM
              MOVE WS-POSTERIORES TO WS-OBS-POS-CANT
              MOVE WS-OBS-POSTERIOR TO IMP-OBS-TEXTO
              PERFORM 6950-IMP-OBSERV-I THRU 6950-IMP-OBSERV-F
           ELSE
              IF DIC-ATRASADO IS EQUAL 'S'
                 MOVE CT-OBS-ATRASADO TO IMP-OBS-TEXTO
                 PERFORM 6950-IMP-OBSERV-I THRU 6950-IMP-OBSERV-F
                 ADD 1 TO WS-ATRASADOS-CANT
              END-IF
           END-IF

      *    EL SELLO CUBRE HASTA EL ULTIMO NUMERO LEIDO: SI EL
      *    DIARIO SIGUIO NUMERANDO MIENTRAS TANTO NO SE SELLA Y
      *    QUEDA PARA LA CORRIDA SIGUIENTE.
           MOVE WS-HASH TO DIC-HASHCTL
           EXEC SQL
              UPDATE KC02803.TBCURDIC
                 SET SELLADO  = 'S',
                     NUMSELLO = ULTNUM,
                     HASHCTL  = :DIC-HASHCTL,
                     FECSELLO = CURRENT DATE
               WHERE FECHA    = DATE(:DIC-FECHA)
                 AND OPERADOR = :DIC-OPERADOR
                 AND ULTNUM   = :DIC-ULTNUM
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-SELLADOS-CANT
                 IF DIC-SELLADO IS EQUAL 'S'
                    MOVE 'RESELLADO'  TO IMP-ESTADO
                 ELSE
                    MOVE 'SELLADO'    TO IMP-ESTADO
                 END-IF
              WHEN NOT-FOUND
                 MOVE 'NO SELLADO'    TO IMP-ESTADO
                 MOVE CT-OBS-NOSELLO  TO IMP-OBS-TEXTO
                 PERFORM 6950-IMP-OBSERV-I THRU 6950-IMP-OBSERV-F
                 ADD 1 TO WS-NOSELLO-CANT
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR UPDATE TBCURDIC = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

       2300-SELLAR-F. EXIT.


      *---------------------------------------------------------------
       6000-VERIF-TITULOS-I.

           IF WS-CUENTA-LINEA GREATER WS-LINEA-FIJA THEN
              PERFORM 6500-IMPRIMIR-TITULO-I
                 THRU 6500-IMPRIMIR-TITULO-F
           END-IF

           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           ADD 1 TO WS-CUENTA-LINEA.

       6000-VERIF-TITULOS-F. EXIT.


      *---------------------------------------------------------------
       6500-IMPRIMIR-TITULO-I.

           MOVE WS-CUENTA-PAGINA TO IMP-TIT-PAGINA
           MOVE 1 TO WS-CUENTA-LINEA
           ADD  1 TO WS-CUENTA-PAGINA

           WRITE REG-SALIDA FROM IMP-TITULO  AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       6500-IMPRIMIR-TITULO-F. EXIT.


      *---------------------------------------------------------------
       6700-IMP-HEADER-SUC-I.

           MOVE DIC-SUCURSAL TO IMP-SUCURSAL-SUB
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-SUBT-SUCURSAL AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-DIARIOS-SUC WS-OBSERV-SUC.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-DIARIOS-SUC TO IMP-FOOT-DIARIOS
           MOVE WS-OBSERV-SUC  TO IMP-FOOT-OBSERV
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER-SUC AFTER 1.

       6850-IMP-FOOTER-F. EXIT.


      *---- LINEA DEL DIARIO Y, DEBAJO, SUS OBSERVACIONES ------------
       6900-IMP-DIARIO-I.

           MOVE DIC-OPERADOR      TO IMP-OPERADOR
           MOVE DIC-FECHA         TO IMP-FECHA
           MOVE DIC-ULTNUM        TO IMP-ULTNUM
           MOVE WS-ASI-ACEPT      TO IMP-ACEPT
           MOVE WS-ASI-RECH       TO IMP-RECH
           MOVE WS-ASI-CANC       TO IMP-CANC
           MOVE WS-HASH           TO IMP-HASH
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-DIARIO AFTER 1

           ADD 1 TO WS-DIARIOS-SUC
           IF WS-OBS-DIARIO IS GREATER ZEROS
              ADD 1 TO WS-OBSERV-SUC
              PERFORM 6960-IMP-OBS-PEND-I THRU 6960-IMP-OBS-PEND-F
                 VARYING WS-OBS-IX FROM 1 BY 1
                 UNTIL WS-OBS-IX IS GREATER WS-OBS-DIARIO
           END-IF.

       6900-IMP-DIARIO-F. EXIT.


      *---- GUARDA UNA OBSERVACION HASTA IMPRIMIR EL DIARIO ----------
       6950-IMP-OBSERV-I.

           IF WS-OBS-DIARIO IS LESS WS-OBS-MAX
              ADD 1 TO WS-OBS-DIARIO
              MOVE IMP-OBS-TEXTO TO WS-OBS-PEND (WS-OBS-DIARIO)
           ELSE
              MOVE 'MAS OBSERVACIONES EN ESTE DIARIO - VER CONSULTA'
                                 TO WS-OBS-PEND (WS-OBS-MAX)
           END-IF.

       6950-IMP-OBSERV-F. EXIT.


      *---------------------------------------------------------------
       6960-IMP-OBS-PEND-I.

           MOVE WS-OBS-PEND (WS-OBS-IX) TO IMP-OBS-TEXTO
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-OBSERV AFTER 1.

       6960-IMP-OBS-PEND-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORDIC END-EXEC

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'DIARIOS LEIDOS               : ' WS-LEIDOS-CANT
           DISPLAY 'DIARIOS SELLADOS             : ' WS-SELLADOS-CANT
           DISPLAY 'SALTOS DE NUMERACION         : ' WS-FALTANTES-CANT
           DISPLAY 'SELLOS ALTERADOS             : ' WS-ALTERADOS-CANT
           DISPLAY 'SIN SELLO DE CORRIDA ANTERIOR: ' WS-ATRASADOS-CANT
           DISPLAY 'NO SELLADOS EN ESTA CORRIDA  : ' WS-NOSELLO-CANT

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

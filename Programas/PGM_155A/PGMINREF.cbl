       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMINREF.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMINREF                                      *
      *  DESCRIPCIÓN:                                            *
      *    BARRIDO SEMANAL DE INTEGRIDAD REFERENCIAL DEL         *
      *    ESQUEMA DB2 (JOB CAFINREF). CRUZA CADA TABLA HIJA     *
      *    CONTRA SU PADRE Y CONTRA EL ESTADO DEL PADRE:         *
      *    - CUENTAS (TBCURCTA) SIN CLIENTE EN TBCURCLI.         *
      *    - TITULARES (TBCURTIT) SIN CLIENTE O SIN CUENTA.      *
      *    - TARJETAS (TBCURTAR) SIN CUENTA, O ACTIVAS SOBRE     *
      *      UNA CUENTA CERRADA.                                 *
      *    - ORDENES PERMANENTES (TBCURORD) SIN CUENTA ORIGEN    *
      *      O DESTINO INTERNO, O VIGENTES SOBRE UNA CUENTA      *
      *      ORIGEN BLOQUEADA/CERRADA O UN DESTINO CERRADO.      *
      *    - ALIAS (TBCURALI) SIN CUENTA, O VIGENTES SOBRE UNA   *
      *      CUENTA CERRADA.                                     *
      *    - PLAZOS FIJOS (TBCURPLF) Y PRESTAMOS (TBCURPRE) SIN  *
      *      CUENTA, O VIVOS SOBRE UNA CUENTA CERRADA.           *
      *    - MOVIMIENTOS (TBCURMOV) DE CUENTAS INEXISTENTES      *
      *      (UNA LINEA POR CUENTA CON LA CANTIDAD).             *
      *    SEVERIDAD: LA FALTA DEL PADRE ES GRAVE; UN PADRE QUE  *
      *    EXISTE PERO CUYO ESTADO NO ADMITE AL HIJO ES UNA      *
      *    ADVERTENCIA. LISTA LOS HALLAZGOS POR CHEQUEO (HASTA   *
      *    500 LINEAS DE DETALLE POR CHEQUEO; EL TOTAL SIEMPRE   *
      *    COMPLETO) Y UN RESUMEN CON TODOS LOS CHEQUEOS.        *
      *    RETURN-CODE: 0 SIN HALLAZGOS, 4 SOLO ADVERTENCIAS,    *
      *    8 SI HAY ALGUNA INCONSISTENCIA GRAVE.                 *
      *    ES SOLO LECTURA: NO CORRIGE NADA.                     *
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

      *---- LISTADO (133: LO CAPTURA PGMCRGRP AL REPOSITORIO) ---------
       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(133).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       77  WS-MAX-DETALLE          PIC 9(05)    VALUE 00500.
       77  WS-CHQ-ANT              PIC X(02)    VALUE SPACES.
       77  WS-DETALLE-CHQ          PIC 9(07)    VALUE ZEROS.

      *----------- ACUMULADORES ---------------------------------------
       77  WS-HALLAZGOS            PIC 9(07)    VALUE ZEROS.
       77  WS-GRAVES               PIC 9(07)    VALUE ZEROS.
       77  WS-ADVERTENCIAS         PIC 9(07)    VALUE ZEROS.

      *---- CHEQUEOS: CODIGO (EL QUE DEVUELVE EL CURSOR), SEVERIDAD ---
      *---- ('G' GRAVE / 'A' ADVERTENCIA) Y DESCRIPCION ---------------
       01  WS-TABLA-CHEQUEOS-V.
           03  FILLER              PIC X(53)    VALUE
               'AAGALIAS SOBRE CUENTA INEXISTENTE'.
           03  FILLER              PIC X(53)    VALUE
               'ABAALIAS VIGENTE SOBRE CUENTA CERRADA'.
           03  FILLER              PIC X(53)    VALUE
               'CLGCUENTA SIN CLIENTE EN TBCURCLI'.
           03  FILLER              PIC X(53)    VALUE
               'MAGMOVIMIENTOS DE CUENTA INEXISTENTE'.
           03  FILLER              PIC X(53)    VALUE
               'OAGORDEN CON CUENTA ORIGEN INEXISTENTE'.
           03  FILLER              PIC X(53)    VALUE
               'OBAORDEN VIGENTE CON ORIGEN BLOQUEADO O CERRADO'.
           03  FILLER              PIC X(53)    VALUE
               'OCGORDEN CON CUENTA DESTINO INTERNA INEXISTENTE'.
           03  FILLER              PIC X(53)    VALUE
               'ODAORDEN VIGENTE CON CUENTA DESTINO CERRADA'.
           03  FILLER              PIC X(53)    VALUE
               'PAGPLAZO FIJO SOBRE CUENTA INEXISTENTE'.
           03  FILLER              PIC X(53)    VALUE
               'PBAPLAZO FIJO VIGENTE SOBRE CUENTA CERRADA'.
           03  FILLER              PIC X(53)    VALUE
               'RAGPRESTAMO SOBRE CUENTA INEXISTENTE'.
           03  FILLER              PIC X(53)    VALUE
               'RBAPRESTAMO VIGENTE O EN MORA SOBRE CUENTA CERRADA'.
           03  FILLER              PIC X(53)    VALUE
               'T1GTITULAR SIN CLIENTE EN TBCURCLI'.
           03  FILLER              PIC X(53)    VALUE
               'T2GTITULAR SOBRE CUENTA INEXISTENTE'.
           03  FILLER              PIC X(53)    VALUE
               'TAGTARJETA SOBRE CUENTA INEXISTENTE'.
           03  FILLER              PIC X(53)    VALUE
               'TBATARJETA ACTIVA SOBRE CUENTA CERRADA'.

       01  WS-TABLA-CHEQUEOS REDEFINES WS-TABLA-CHEQUEOS-V.
           03  WS-CHQ-ITEM         OCCURS 16 TIMES.
               05  WS-CHQ-CODIGO   PIC X(02).
               05  WS-CHQ-SEVERIDAD PIC X(01).
               05  WS-CHQ-DESCRIP  PIC X(50).

       01  WS-TABLA-CONTADORES.
           03  WS-CHQ-CANT         PIC 9(07) OCCURS 16 TIMES.

       77  WS-CHQ-MAX              PIC 9(02)    VALUE 16.
       77  WS-CHQ-IDX              PIC 9(02)    VALUE ZEROS.
       77  WS-CHQ-ACT              PIC 9(02)    VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(133)   VALUE ALL '='.
       77  WS-LINE2                PIC X(133)   VALUE ALL '-'.

       01  IMP-TITULO.
           03  FILLER              PIC X(60)    VALUE
               'INTEGRIDAD REFERENCIAL DEL ESQUEMA DB2 - SEMANAL'.
           03  FILLER              PIC X(08)    VALUE 'PGMINREF'.
           03  FILLER              PIC X(65)    VALUE SPACES.

       01  IMP-CHEQUEO.
           03  IMP-CHQ-CODIGO      PIC X(02).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-CHQ-DESCRIP     PIC X(50).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-CHQ-SEVERIDAD   PIC X(11).
           03  FILLER              PIC X(66)    VALUE SPACES.

       01  IMP-CAB-DETALLE.
           03  FILLER              PIC X(44)    VALUE
               '    TIPO  CUENTA      CLAVE HIJO            '.
           03  FILLER              PIC X(44)    VALUE
               'EST.HIJO  EST.CUENTA'.
           03  FILLER              PIC X(45)    VALUE SPACES.

       01  IMP-DETALLE.
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-DET-TIPCUEN     PIC X(02).
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-DET-NROCUEN     PIC 9(10).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DET-CLAVE       PIC X(20).
           03  FILLER              PIC X(06)    VALUE SPACES.
           03  IMP-DET-ESTHIJO     PIC X(01).
           03  FILLER              PIC X(09)    VALUE SPACES.
           03  IMP-DET-ESTPADRE    PIC X(01).
           03  FILLER              PIC X(74)    VALUE SPACES.

       01  IMP-SUBTOTAL.
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  FILLER              PIC X(20)    VALUE
               'TOTAL DEL CHEQUEO: '.
           03  IMP-SUB-CANT        PIC ZZZZZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-SUB-NOTA        PIC X(40).
           03  FILLER              PIC X(60)    VALUE SPACES.

       01  IMP-RESUMEN.
           03  IMP-RES-CODIGO      PIC X(02).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-RES-DESCRIP     PIC X(50).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-RES-SEVERIDAD   PIC X(11).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-RES-CANT        PIC ZZZZZZ9.
           03  FILLER              PIC X(57)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *-----------   HOST VARIABLES DB2 (HALLAZGO)   ------------------
       77  HAL-CHEQUEO             PIC X(02)      VALUE SPACES.
       77  HAL-TIPCUEN             PIC X(02)      VALUE SPACES.
       77  HAL-NROCUEN             PIC S9(10)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  HAL-CLAVE               PIC X(20)      VALUE SPACES.
       77  HAL-ESTHIJO             PIC X(01)      VALUE SPACES.
       77  HAL-ESTPADRE            PIC X(01)      VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    UN SOLO CURSOR CON TODOS LOS CHEQUEOS: CADA RAMA DEVUELVE
      *    EL CODIGO DE CHEQUEO, LA CUENTA, LA CLAVE DEL HIJO Y LOS
      *    ESTADOS DEL HIJO Y DE LA CUENTA PADRE (BLANCO SI NO HAY).
           EXEC SQL
              DECLARE CURSORREF CURSOR FOR
                 SELECT 'CL', A.TIPCUEN, A.NROCUEN,
                        CAST(DIGITS(A.NROCLI) AS CHAR(20)),
                        A.ESTCTA, ' '
                 FROM KC02803.TBCURCTA A
                 WHERE NOT EXISTS
                       (SELECT 1 FROM KC02803.TBCURCLI C
                        WHERE C.NROCLI = A.NROCLI)
              UNION ALL
                 SELECT 'T1', T.TIPCUEN, T.NROCUEN,
                        CAST(DIGITS(T.NROCLI) AS CHAR(20)),
                        T.TIPORDEN, ' '
                 FROM KC02803.TBCURTIT T
                 WHERE NOT EXISTS
                       (SELECT 1 FROM KC02803.TBCURCLI C
                        WHERE C.NROCLI = T.NROCLI)
              UNION ALL
                 SELECT 'T2', T.TIPCUEN, T.NROCUEN,
                        CAST(DIGITS(T.NROCLI) AS CHAR(20)),
                        T.TIPORDEN, ' '
                 FROM KC02803.TBCURTIT T
                 WHERE NOT EXISTS
                       (SELECT 1 FROM KC02803.TBCURCTA A
                        WHERE A.TIPCUEN = T.TIPCUEN
                          AND A.NROCUEN = T.NROCUEN)
              UNION ALL
                 SELECT 'TA', R.TIPCUEN, R.NROCUEN,
                        CAST(DIGITS(R.NROTARJ) AS CHAR(20)),
                        R.ESTADO, ' '
                 FROM KC02803.TBCURTAR R
                 WHERE NOT EXISTS
                       (SELECT 1 FROM KC02803.TBCURCTA A
                        WHERE A.TIPCUEN = R.TIPCUEN
                          AND A.NROCUEN = R.NROCUEN)
              UNION ALL
                 SELECT 'TB', R.TIPCUEN, R.NROCUEN,
                        CAST(DIGITS(R.NROTARJ) AS CHAR(20)),
                        R.ESTADO, A.ESTCTA
                 FROM KC02803.TBCURTAR R, KC02803.TBCURCTA A
                 WHERE A.TIPCUEN = R.TIPCUEN
                   AND A.NROCUEN = R.NROCUEN
                   AND R.ESTADO  = 'A'
                   AND A.ESTCTA  = 'C'
              UNION ALL
                 SELECT 'OA', O.TIPCUENO, O.NROCUENO,
                        CAST(DIGITS(O.NROORDEN) AS CHAR(20)),
                        O.ESTADO, ' '
                 FROM KC02803.TBCURORD O
                 WHERE NOT EXISTS
                       (SELECT 1 FROM KC02803.TBCURCTA A
                        WHERE A.TIPCUEN = O.TIPCUENO
                          AND A.NROCUEN = O.NROCUENO)
              UNION ALL
                 SELECT 'OB', O.TIPCUENO, O.NROCUENO,
                        CAST(DIGITS(O.NROORDEN) AS CHAR(20)),
                        O.ESTADO, A.ESTCTA
                 FROM KC02803.TBCURORD O, KC02803.TBCURCTA A
                 WHERE A.TIPCUEN = O.TIPCUENO
                   AND A.NROCUEN = O.NROCUENO
                   AND O.ESTADO  = 'V'
                   AND A.ESTCTA IN ('B', 'C')
              UNION ALL
                 SELECT 'OC', O.TIPCUEND, O.NROCUEND,
                        CAST(DIGITS(O.NROORDEN) AS CHAR(20)),
                        O.ESTADO, ' '
                 FROM KC02803.TBCURORD O
                 WHERE O.SERVICIO = ' '
                   AND O.BANCODES = ' '
                   AND NOT EXISTS
                       (SELECT 1 FROM KC02803.TBCURCTA A
                        WHERE A.TIPCUEN = O.TIPCUEND
                          AND A.NROCUEN = O.NROCUEND)
              UNION ALL
                 SELECT 'OD', O.TIPCUEND, O.NROCUEND,
                        CAST(DIGITS(O.NROORDEN) AS CHAR(20)),
                        O.ESTADO, A.ESTCTA
                 FROM KC02803.TBCURORD O, KC02803.TBCURCTA A
                 WHERE O.SERVICIO = ' '
                   AND O.BANCODES = ' '
                   AND A.TIPCUEN  = O.TIPCUEND
                   AND A.NROCUEN  = O.NROCUEND
                   AND O.ESTADO   = 'V'
                   AND A.ESTCTA   = 'C'
              UNION ALL
                 SELECT 'AA', L.TIPCUEN, L.NROCUEN,
                        CAST(L.ALIAS AS CHAR(20)),
                        L.ESTADO, ' '
                 FROM KC02803.TBCURALI L
                 WHERE NOT EXISTS
                       (SELECT 1 FROM KC02803.TBCURCTA A
                        WHERE A.TIPCUEN = L.TIPCUEN
                          AND A.NROCUEN = L.NROCUEN)
              UNION ALL
                 SELECT 'AB', L.TIPCUEN, L.NROCUEN,
                        CAST(L.ALIAS AS CHAR(20)),
                        L.ESTADO, A.ESTCTA
                 FROM KC02803.TBCURALI L, KC02803.TBCURCTA A
                 WHERE A.TIPCUEN = L.TIPCUEN
                   AND A.NROCUEN = L.NROCUEN
                   AND L.ESTADO  = 'V'
                   AND A.ESTCTA  = 'C'
              UNION ALL
                 SELECT 'PA', P.TIPCUEN, P.NROCUEN,
                        CAST(DIGITS(P.NROCERT) AS CHAR(20)),
                        P.ESTADO, ' '
                 FROM KC02803.TBCURPLF P
                 WHERE NOT EXISTS
                       (SELECT 1 FROM KC02803.TBCURCTA A
                        WHERE A.TIPCUEN = P.TIPCUEN
                          AND A.NROCUEN = P.NROCUEN)
              UNION ALL
                 SELECT 'PB', P.TIPCUEN, P.NROCUEN,
                        CAST(DIGITS(P.NROCERT) AS CHAR(20)),
                        P.ESTADO, A.ESTCTA
                 FROM KC02803.TBCURPLF P, KC02803.TBCURCTA A
                 WHERE A.TIPCUEN = P.TIPCUEN
                   AND A.NROCUEN = P.NROCUEN
                   AND P.ESTADO  = 'V'
                   AND A.ESTCTA  = 'C'
              UNION ALL
                 SELECT 'RA', E.TIPCUEN, E.NROCUEN,
                        CAST(DIGITS(E.NROPRES) AS CHAR(20)),
                        E.ESTADO, ' '
                 FROM KC02803.TBCURPRE E
                 WHERE NOT EXISTS
                       (SELECT 1 FROM KC02803.TBCURCTA A
                        WHERE A.TIPCUEN = E.TIPCUEN
                          AND A.NROCUEN = E.NROCUEN)
              UNION ALL
                 SELECT 'RB', E.TIPCUEN, E.NROCUEN,
                        CAST(DIGITS(E.NROPRES) AS CHAR(20)),
                        E.ESTADO, A.ESTCTA
                 FROM KC02803.TBCURPRE E, KC02803.TBCURCTA A
                 WHERE A.TIPCUEN = E.TIPCUEN
                   AND A.NROCUEN = E.NROCUEN
                   AND E.ESTADO IN ('V', 'M')
                   AND A.ESTCTA  = 'C'
              UNION ALL
                 SELECT 'MA', M.TIPCUEN, M.NROCUEN,
                        CAST(DIGITS(DECIMAL(COUNT(*), 9, 0))
                             AS CHAR(20)),
                        ' ', ' '
                 FROM KC02803.TBCURMOV M
                 WHERE NOT EXISTS
                       (SELECT 1 FROM KC02803.TBCURCTA A
                        WHERE A.TIPCUEN = M.TIPCUEN
                          AND A.NROCUEN = M.NROCUEN)
                 GROUP BY M.TIPCUEN, M.NROCUEN
              ORDER BY 1, 2, 3, 4
              FOR FETCH ONLY
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
           MOVE ZEROS TO WS-TABLA-CONTADORES

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1

           EXEC SQL OPEN CURSORREF END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORREF = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           EXEC SQL
              FETCH CURSORREF INTO :HAL-CHEQUEO, :HAL-TIPCUEN,
                                   :HAL-NROCUEN, :HAL-CLAVE,
                                   :HAL-ESTHIJO, :HAL-ESTPADRE
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 IF WS-CHQ-ANT IS NOT EQUAL SPACES
                    PERFORM 2200-CORTE-CHEQUEO-I
                       THRU 2200-CORTE-CHEQUEO-F
                 END-IF
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORREF = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
           END-EVALUATE

           IF HAL-CHEQUEO IS NOT EQUAL WS-CHQ-ANT
              IF WS-CHQ-ANT IS NOT EQUAL SPACES
                 PERFORM 2200-CORTE-CHEQUEO-I
                    THRU 2200-CORTE-CHEQUEO-F
              END-IF
              PERFORM 2100-NUEVO-CHEQUEO-I THRU 2100-NUEVO-CHEQUEO-F
           END-IF

           IF WS-CHQ-ACT IS EQUAL ZEROS
              GO TO 2000-PROCESO-F
           END-IF

           ADD 1 TO WS-CHQ-CANT (WS-CHQ-ACT)
           ADD 1 TO WS-HALLAZGOS
           IF WS-CHQ-SEVERIDAD (WS-CHQ-ACT) IS EQUAL 'G'
              ADD 1 TO WS-GRAVES
           ELSE
              ADD 1 TO WS-ADVERTENCIAS
           END-IF

           ADD 1 TO WS-DETALLE-CHQ
           IF WS-DETALLE-CHQ IS GREATER WS-MAX-DETALLE
              GO TO 2000-PROCESO-F
           END-IF

           MOVE HAL-TIPCUEN  TO IMP-DET-TIPCUEN
           MOVE HAL-NROCUEN  TO IMP-DET-NROCUEN
           MOVE HAL-CLAVE    TO IMP-DET-CLAVE
           MOVE HAL-ESTHIJO  TO IMP-DET-ESTHIJO
           MOVE HAL-ESTPADRE TO IMP-DET-ESTPADRE
           WRITE REG-SALIDA FROM IMP-DETALLE AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       2000-PROCESO-F. EXIT.


      *---- CABECERA DEL CHEQUEO QUE EMPIEZA --------------------------
       2100-NUEVO-CHEQUEO-I.

           MOVE HAL-CHEQUEO TO WS-CHQ-ANT
           MOVE ZEROS       TO WS-DETALLE-CHQ WS-CHQ-ACT

           PERFORM 2110-BUSCAR-CHEQUEO-I THRU 2110-BUSCAR-CHEQUEO-F
              VARYING WS-CHQ-IDX FROM 1 BY 1
              UNTIL WS-CHQ-IDX IS GREATER WS-CHQ-MAX
                 OR WS-CHQ-ACT IS GREATER ZEROS

           IF WS-CHQ-ACT IS EQUAL ZEROS
              DISPLAY '* CHEQUEO DESCONOCIDO: ' HAL-CHEQUEO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2100-NUEVO-CHEQUEO-F
           END-IF

           MOVE WS-CHQ-CODIGO (WS-CHQ-ACT)  TO IMP-CHQ-CODIGO
           MOVE WS-CHQ-DESCRIP (WS-CHQ-ACT) TO IMP-CHQ-DESCRIP
           IF WS-CHQ-SEVERIDAD (WS-CHQ-ACT) IS EQUAL 'G'
              MOVE 'GRAVE'       TO IMP-CHQ-SEVERIDAD
           ELSE
              MOVE 'ADVERTENCIA' TO IMP-CHQ-SEVERIDAD
           END-IF
           WRITE REG-SALIDA FROM IMP-CHEQUEO AFTER 2
           WRITE REG-SALIDA FROM IMP-CAB-DETALLE AFTER 1
           WRITE REG-SALIDA FROM WS-LINE2 AFTER 1.

       2100-NUEVO-CHEQUEO-F. EXIT.


      *---------------------------------------------------------------
       2110-BUSCAR-CHEQUEO-I.

           IF WS-CHQ-CODIGO (WS-CHQ-IDX) IS EQUAL HAL-CHEQUEO
              MOVE WS-CHQ-IDX TO WS-CHQ-ACT
           END-IF.

       2110-BUSCAR-CHEQUEO-F. EXIT.


      *---- TOTAL DEL CHEQUEO QUE TERMINA -----------------------------
       2200-CORTE-CHEQUEO-I.

           IF WS-CHQ-ACT IS EQUAL ZEROS
              GO TO 2200-CORTE-CHEQUEO-F
           END-IF

           MOVE WS-CHQ-CANT (WS-CHQ-ACT) TO IMP-SUB-CANT
           MOVE SPACES TO IMP-SUB-NOTA
           IF WS-DETALLE-CHQ IS GREATER WS-MAX-DETALLE
              MOVE 'DETALLE TRUNCADO, TOTAL COMPLETO'
                TO IMP-SUB-NOTA
           END-IF
           WRITE REG-SALIDA FROM IMP-SUBTOTAL AFTER 1.

       2200-CORTE-CHEQUEO-F. EXIT.


      *---- RESUMEN CON TODOS LOS CHEQUEOS (TAMBIEN LOS LIMPIOS) ------
       8000-RESUMEN-I.

           MOVE 'RESUMEN POR CHEQUEO' TO IMP-CHQ-DESCRIP
           MOVE SPACES TO IMP-CHQ-CODIGO IMP-CHQ-SEVERIDAD
           WRITE REG-SALIDA FROM WS-LINE AFTER 2
           WRITE REG-SALIDA FROM IMP-CHEQUEO AFTER 1
           WRITE REG-SALIDA FROM WS-LINE2 AFTER 1

           PERFORM 8100-RESUMEN-LINEA-I THRU 8100-RESUMEN-LINEA-F
              VARYING WS-CHQ-IDX FROM 1 BY 1
              UNTIL WS-CHQ-IDX IS GREATER WS-CHQ-MAX.

       8000-RESUMEN-F. EXIT.


      *---------------------------------------------------------------
       8100-RESUMEN-LINEA-I.

           MOVE WS-CHQ-CODIGO (WS-CHQ-IDX)  TO IMP-RES-CODIGO
           MOVE WS-CHQ-DESCRIP (WS-CHQ-IDX) TO IMP-RES-DESCRIP
           IF WS-CHQ-SEVERIDAD (WS-CHQ-IDX) IS EQUAL 'G'
              MOVE 'GRAVE'       TO IMP-RES-SEVERIDAD
           ELSE
              MOVE 'ADVERTENCIA' TO IMP-RES-SEVERIDAD
           END-IF
           MOVE WS-CHQ-CANT (WS-CHQ-IDX) TO IMP-RES-CANT
           WRITE REG-SALIDA FROM IMP-RESUMEN AFTER 1.

       8100-RESUMEN-LINEA-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORREF END-EXEC

           IF FS-LISTADO IS EQUAL '00' AND
              RETURN-CODE IS NOT EQUAL 9999
              PERFORM 8000-RESUMEN-I THRU 8000-RESUMEN-F
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'HALLAZGOS TOTALES       : ' WS-HALLAZGOS
           DISPLAY 'INCONSISTENCIAS GRAVES  : ' WS-GRAVES
           DISPLAY 'ADVERTENCIAS            : ' WS-ADVERTENCIAS

           IF RETURN-CODE IS NOT EQUAL 9999
              EVALUATE TRUE
                 WHEN WS-GRAVES IS GREATER ZEROS
                    MOVE 8 TO RETURN-CODE
                 WHEN WS-ADVERTENCIAS IS GREATER ZEROS
                    MOVE 4 TO RETURN-CODE
                 WHEN OTHER
                    MOVE 0 TO RETURN-CODE
              END-EVALUATE
           END-IF

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

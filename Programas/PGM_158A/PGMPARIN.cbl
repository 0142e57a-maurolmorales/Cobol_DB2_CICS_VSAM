       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPARIN.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMPARIN                                      *
      *  DESCRIPCIÓN:                                            *
      *    INVENTARIO DE PARAMETROS DE NEGOCIO (TBCURPAR).       *
      *    POR CADA CODIGO LISTA:                                *
      *    - EL VALOR QUE RIGE HOY (LA FILA APROBADA DE MAYOR    *
      *      VIGDESDE NO FUTURA), CON QUIEN LO CARGO Y APROBO.   *
      *    - LOS VALORES PROGRAMADOS (APROBADOS CON VIGENCIA     *
      *      FUTURA), EN ORDEN DE FECHA.                         *
      *    - LA PROPUESTA PENDIENTE DE APROBACION, SI LA HAY.    *
      *    UN CODIGO QUE NO TIENE VALOR QUE RIJA HOY SE MARCA:   *
      *    LOS BATCH QUE LO LEEN TRABAJAN CON SU VALOR POR       *
      *    DEFECTO. RETURN-CODE 4 SI HAY ALGUNO ASI.             *
      *    ES SOLO LECTURA.                                      *
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

       77  WS-COD-ANT              PIC X(08)    VALUE SPACES.

      *----------- ACUMULADORES ---------------------------------------
       77  WS-CODIGOS              PIC 9(05)    VALUE ZEROS.
       77  WS-SIN-VIGENTE          PIC 9(05)    VALUE ZEROS.
       77  WS-PROGRAMADOS          PIC 9(05)    VALUE ZEROS.
       77  WS-PENDIENTES           PIC 9(05)    VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(133)   VALUE ALL '='.
       77  WS-LINE2                PIC X(133)   VALUE ALL '-'.

       01  IMP-TITULO.
           03  FILLER              PIC X(60)    VALUE
               'INVENTARIO DE PARAMETROS DE NEGOCIO (TBCURPAR)'.
           03  FILLER              PIC X(08)    VALUE 'PGMPARIN'.
           03  FILLER              PIC X(10)    VALUE '   FECHA: '.
           03  IMP-TIT-FECHA       PIC X(10)    VALUE SPACES.
           03  FILLER              PIC X(45)    VALUE SPACES.

       01  IMP-CODIGO.
           03  IMP-COD-CODPARM     PIC X(08).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-COD-DESCRIP     PIC X(40).
           03  FILLER              PIC X(10)    VALUE '  FORMATO '.
           03  IMP-COD-FORMATO     PIC X(01).
           03  FILLER              PIC X(07)    VALUE ' LARGO '.
           03  IMP-COD-LARGO       PIC Z9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-COD-NOTA        PIC X(40).
           03  FILLER              PIC X(21)    VALUE SPACES.

       01  IMP-CAB-DETALLE.
           03  FILLER              PIC X(44)    VALUE
               '    SITUACION   RIGE DESDE  VALOR           '.
           03  FILLER              PIC X(45)    VALUE
               '                   CARGO  APROBO  FECHA APROB'.
           03  FILLER              PIC X(44)    VALUE SPACES.

       01  IMP-DETALLE.
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-DET-SITUACION   PIC X(10).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DET-VIGDESDE    PIC X(10).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DET-VALOR       PIC X(30).
           03  FILLER              PIC X(05)    VALUE SPACES.
           03  IMP-DET-OPERALTA    PIC X(03).
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-DET-OPERAPRO    PIC X(03).
           03  FILLER              PIC X(05)    VALUE SPACES.
           03  IMP-DET-FECAPRO     PIC X(10).
           03  FILLER              PIC X(45)    VALUE SPACES.

       01  IMP-RESUMEN.
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-RES-TEXTO       PIC X(40).
           03  IMP-RES-CANT        PIC ZZZZ9.
           03  FILLER              PIC X(84)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURPAR)   ------------------
       01  DCLTBCURPAR.
           10 PAR-CODPARM     PIC X(8).
           10 PAR-VIGDESDE    PIC X(10).
           10 PAR-VALOR       PIC X(30).
           10 PAR-DESCRIP     PIC X(40).
           10 PAR-FORMATO     PIC X(1).
           10 PAR-LARGO       PIC S9(2)V     USAGE COMP-3.
           10 PAR-OPERALTA    PIC X(3).
           10 PAR-ESTADO      PIC X(1).
           10 PAR-OPERAPRO    PIC X(3).
           10 PAR-FECAPRO     PIC X(10).

      *    1 = RIGE HOY / 2 = PROGRAMADO / 3 = PENDIENTE.
       77  WS-SITUACION            PIC S9(4) COMP VALUE ZEROS.
       77  WS-FECAPRO-IND          PIC S9(4) COMP VALUE ZEROS.
       77  WS-FECHA-HOY            PIC X(10)      VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    DE CADA CODIGO: LA FILA QUE RIGE HOY, LAS APROBADAS CON
      *    VIGENCIA FUTURA Y LA PENDIENTE. LO APROBADO QUE YA FUE
      *    REEMPLAZADO POR UNA VIGENCIA POSTERIOR NO SE LISTA.
           EXEC SQL
              DECLARE CURSORPAR CURSOR FOR
                 SELECT P.CODPARM, CHAR(P.VIGDESDE, ISO), P.VALOR,
                        P.DESCRIP, P.FORMATO, P.LARGO, P.OPERALTA,
                        P.ESTADO, P.OPERAPRO, CHAR(P.FECAPRO, ISO),
                        CASE WHEN P.ESTADO = 'P' THEN 3
                             WHEN P.VIGDESDE > CURRENT DATE THEN 2
                             ELSE 1 END
                 FROM KC02803.TBCURPAR P
                 WHERE P.ESTADO = 'P'
                    OR (P.ESTADO = 'V' AND
                        (P.VIGDESDE > CURRENT DATE OR
                         P.VIGDESDE =
                            (SELECT MAX(X.VIGDESDE)
                               FROM KC02803.TBCURPAR X
                              WHERE X.CODPARM  = P.CODPARM
                                AND X.ESTADO   = 'V'
                                AND X.VIGDESDE <= CURRENT DATE)))
                 ORDER BY 1, 11, 2
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

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :WS-FECHA-HOY
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE WS-FECHA-HOY TO IMP-TIT-FECHA

           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1

           EXEC SQL OPEN CURSORPAR END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORPAR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           EXEC SQL
              FETCH CURSORPAR INTO :PAR-CODPARM, :PAR-VIGDESDE,
                                   :PAR-VALOR, :PAR-DESCRIP,
                                   :PAR-FORMATO, :PAR-LARGO,
                                   :PAR-OPERALTA, :PAR-ESTADO,
                                   :PAR-OPERAPRO,
                                   :PAR-FECAPRO :WS-FECAPRO-IND,
                                   :WS-SITUACION
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORPAR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
           END-EVALUATE

           IF WS-FECAPRO-IND IS LESS ZEROS
              MOVE SPACES TO PAR-FECAPRO
           END-IF

           IF PAR-CODPARM IS NOT EQUAL WS-COD-ANT
              PERFORM 2100-NUEVO-CODIGO-I THRU 2100-NUEVO-CODIGO-F
           END-IF

           EVALUATE WS-SITUACION
              WHEN 1
                 MOVE 'RIGE HOY'   TO IMP-DET-SITUACION
              WHEN 2
                 MOVE 'PROGRAMADO' TO IMP-DET-SITUACION
                 ADD 1 TO WS-PROGRAMADOS
              WHEN OTHER
                 MOVE 'PENDIENTE'  TO IMP-DET-SITUACION
                 ADD 1 TO WS-PENDIENTES
           END-EVALUATE

           MOVE PAR-VIGDESDE TO IMP-DET-VIGDESDE
           MOVE PAR-VALOR    TO IMP-DET-VALOR
           MOVE PAR-OPERALTA TO IMP-DET-OPERALTA
           MOVE PAR-OPERAPRO TO IMP-DET-OPERAPRO
           MOVE PAR-FECAPRO  TO IMP-DET-FECAPRO
           WRITE REG-SALIDA FROM IMP-DETALLE AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       2000-PROCESO-F. EXIT.


      *---- CABECERA DEL CODIGO QUE EMPIEZA. COMO EL CURSOR TRAE ------
      *---- PRIMERO LA FILA QUE RIGE HOY, SI LA PRIMERA NO LO ES ------
      *---- EL CODIGO NO TIENE VALOR VIGENTE. -------------------------
       2100-NUEVO-CODIGO-I.

           MOVE PAR-CODPARM TO WS-COD-ANT
           ADD 1 TO WS-CODIGOS

           MOVE PAR-CODPARM TO IMP-COD-CODPARM
           MOVE PAR-DESCRIP TO IMP-COD-DESCRIP
           MOVE PAR-FORMATO TO IMP-COD-FORMATO
           MOVE PAR-LARGO   TO IMP-COD-LARGO
           MOVE SPACES      TO IMP-COD-NOTA
           IF WS-SITUACION IS NOT EQUAL 1
              MOVE '*** SIN VALOR VIGENTE HOY ***' TO IMP-COD-NOTA
              ADD 1 TO WS-SIN-VIGENTE
           END-IF

           WRITE REG-SALIDA FROM WS-LINE2 AFTER 1
           WRITE REG-SALIDA FROM IMP-CODIGO AFTER 1
           WRITE REG-SALIDA FROM IMP-CAB-DETALLE AFTER 1.

       2100-NUEVO-CODIGO-F. EXIT.


      *---- RESUMEN DEL INVENTARIO ------------------------------------
       8000-RESUMEN-I.

           WRITE REG-SALIDA FROM WS-LINE AFTER 2

           MOVE 'CODIGOS DE PARAMETRO LISTADOS:' TO IMP-RES-TEXTO
           MOVE WS-CODIGOS TO IMP-RES-CANT
           WRITE REG-SALIDA FROM IMP-RESUMEN AFTER 1

           MOVE 'CODIGOS SIN VALOR VIGENTE HOY:' TO IMP-RES-TEXTO
           MOVE WS-SIN-VIGENTE TO IMP-RES-CANT
           WRITE REG-SALIDA FROM IMP-RESUMEN AFTER 1

           MOVE 'VALORES PROGRAMADOS (VIGENCIA FUTURA):'
                                             TO IMP-RES-TEXTO
           MOVE WS-PROGRAMADOS TO IMP-RES-CANT
           WRITE REG-SALIDA FROM IMP-RESUMEN AFTER 1

           MOVE 'PROPUESTAS PENDIENTES DE APROBACION:' TO IMP-RES-TEXTO
           MOVE WS-PENDIENTES TO IMP-RES-CANT
           WRITE REG-SALIDA FROM IMP-RESUMEN AFTER 1.

       8000-RESUMEN-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS NOT EQUAL 9999
              PERFORM 8000-RESUMEN-I THRU 8000-RESUMEN-F
              EXEC SQL CLOSE CURSORPAR END-EXEC
              IF WS-SIN-VIGENTE IS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           IF FS-LISTADO IS EQUAL '00'
              CLOSE LISTADO
           END-IF

           DISPLAY 'CODIGOS LISTADOS  : ' WS-CODIGOS
           DISPLAY 'SIN VALOR VIGENTE : ' WS-SIN-VIGENTE
           DISPLAY 'PROGRAMADOS       : ' WS-PROGRAMADOS
           DISPLAY 'PENDIENTES        : ' WS-PENDIENTES.

       9999-FINAL-F. EXIT.

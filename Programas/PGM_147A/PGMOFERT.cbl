       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMOFERT.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMOFERT                                      *
      *  DESCRIPCIÓN:                                            *
      *    OFERTAS DE PRESTAMO PERSONAL PREAPROBADO, MENSUAL.    *
      *    CANDIDATOS: CLIENTES VIGENTES QUE COBRAN HABERES      *
      *    (CREDITOS CANAL 'HA' EN PESOS DE PGMHABER EN LOS      *
      *    ULTIMOS N MESES, EL ULTIMO DENTRO DE 45 DIAS).        *
      *    SE EXCLUYEN: SITUACION MAYOR A 1 EN LA CENTRAL DE     *
      *    DEUDORES DEL MES (DDSITUAC, DE PGMCDEUD), LOS         *
      *    INHABILITADOS (TBCURINH) Y QUIEN TUVO CHEQUES         *
      *    RECHAZADOS EN 12 MESES (TBCURCHP, PGMRCHQM).          *
      *    EL IMPORTE ES EL MENOR ENTRE:                         *
      *    - SUELDO PROMEDIO POR EL MULTIPLO DEL SEGMENTO A/B/C  *
      *      (PGMPOSCL), Y                                       *
      *    - EL CAPITAL QUE PAGA, AL PLAZO Y TASA 'PR' DE        *
      *      REFERENCIA, LA CUOTA LIBRE: EL PORCENTAJE DE        *
      *      AFECTACION DEL SUELDO MENOS LAS CUOTAS DE LOS       *
      *      PRESTAMOS VIGENTES Y EN MORA (TBCURPRE),            *
      *    REDONDEADO HACIA ABAJO A MILES; SI NO LLEGA AL        *
      *    MINIMO NO HAY OFERTA. PARAMETROS EN DDOFERTA CON      *
      *    VALORES POR DEFECTO. LAS OFERTAS VAN A TBCUROFE CON   *
      *    SU VENCIMIENTO; LAS DEL MES ANTERIOR QUEDAN COMO      *
      *    REEMPLAZADAS. LISTADO DE OFERTAS Y EXCLUSIONES.       *
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

           SELECT OFERTA ASSIGN DDOFERTA
           FILE STATUS IS FS-OFERTA.

           SELECT SITUAC ASSIGN DDSITUAC
           FILE STATUS IS FS-SITUAC.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       FD  OFERTA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-OFERTA     PIC X(30).

       FD  SITUAC
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SITUAC     PIC X(10).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-LISTADO              PIC XX       VALUE SPACES.
       77  FS-OFERTA               PIC XX       VALUE SPACES.
       77  FS-SITUAC               PIC XX       VALUE SPACES.
           88  FS-SITUAC-FIN          VALUE '10'.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *-----------  PARAMETROS DE LAS OFERTAS  ------------------------
      *    MESES DE HABERES QUE SE PROMEDIAN, MULTIPLO DEL SUELDO
      *    POR SEGMENTO, PORCENTAJE MAXIMO DEL SUELDO AFECTADO A
      *    CUOTAS, PLAZO DE REFERENCIA EN MESES, DIAS DE VIGENCIA
      *    DE LA OFERTA E IMPORTE MINIMO A OFRECER.
       01  WS-REG-OFERTA.
           03  WS-MESES-HABER      PIC 9(02)    VALUE 03.
           03  WS-MULT-A           PIC 9(02)    VALUE 12.
           03  WS-MULT-B           PIC 9(02)    VALUE 08.
           03  WS-MULT-C           PIC 9(02)    VALUE 05.
           03  WS-PORC-AFECT       PIC 9(02)V99 VALUE 30,00.
           03  WS-PLAZO-REF        PIC 9(03)    VALUE 036.
           03  WS-DIAS-VIG         PIC 9(03)    VALUE 030.
           03  WS-MINIMO           PIC 9(09)V99 VALUE 50000,00.
           03  FILLER              PIC X(01)    VALUE SPACES.

      *-----------  SITUACIONES DEL MES (ARCHIVO DE 10 BYTES)  --------
      *    SE GUARDAN SOLO LOS CLIENTES EN SITUACION 2 A 5; QUIEN
      *    NO FIGURA ESTA EN SITUACION 1 (NORMAL O SIN DEUDA).
       01  WS-REG-SIT.
           03  SIT-NROCLI          PIC 9(07).
           03  SIT-SITUACION       PIC 9(01).
           03  FILLER              PIC X(02).

       77  WS-SIT-MAX              PIC 9(05)    VALUE 5000.
       77  WS-SIT-CANT             PIC 9(05)    VALUE ZEROS.
       77  WS-SIT-IDX              PIC 9(05)    VALUE ZEROS.
       77  WS-SIT-CLIENTE          PIC 9(01)    VALUE ZEROS.
       77  WS-NROCLI-BUSCA         PIC 9(07)    VALUE ZEROS.

       01  WS-TABLA-SIT.
           03  WS-SIT-ITEM OCCURS 5000 TIMES.
              05  TSI-NROCLI       PIC 9(07).
              05  TSI-SITUACION    PIC 9(01).

      *-----------  CALCULO DEL IMPORTE  ------------------------------
      *    FACTOR = (1+I)**N CON LA TASA MENSUAL DE REFERENCIA; SE
      *    ARMA UNA VEZ (PLAZO Y TASA SON LOS MISMOS PARA TODOS).
       77  WS-TASA-MENSUAL    PIC S9(3)V9(12) COMP-3 VALUE ZEROS.
       77  WS-FACTOR          PIC S9(5)V9(12) COMP-3 VALUE ZEROS.
       77  WS-POT-IDX         PIC S9(4) COMP         VALUE ZEROS.
       77  WS-SUELDO-PROM     PIC S9(11)V99 COMP-3   VALUE ZEROS.
       77  WS-CUOTA-LIBRE     PIC S9(11)V99 COMP-3   VALUE ZEROS.
       77  WS-TOPE-SEGMENTO   PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-TOPE-CUOTA      PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-OFERTA          PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-OFERTA-MILES    PIC S9(11)    COMP-3   VALUE ZEROS.
       77  WS-MULTIPLO        PIC 9(02)              VALUE ZEROS.

      *----------- COTIZACION DEL DOLAR -------------------------------
       77  WS-COTIZ-DOLAR  PIC S9(5)V9(2) USAGE COMP-3 VALUE 1000,00.

      *-----------  ACUMULADORES  -------------------------------------
       77  WS-CANDIDATOS           PIC 9(07)    VALUE ZEROS.
       77  WS-OFERTAS-CANT         PIC 9(07)    VALUE ZEROS.
       77  WS-EXC-SITUACION        PIC 9(07)    VALUE ZEROS.
       77  WS-EXC-INHABIL          PIC 9(07)    VALUE ZEROS.
       77  WS-EXC-CHEQUES          PIC 9(07)    VALUE ZEROS.
       77  WS-EXC-CAPACIDAD        PIC 9(07)    VALUE ZEROS.
       77  WS-EXC-MINIMO           PIC 9(07)    VALUE ZEROS.
       77  WS-REEMPLAZADAS         PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-OFERTADO PIC S9(13)V99 USAGE COMP-3 VALUE ZEROES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99       VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99       VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99       VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)   VALUE ALL '='.
       77  WS-LINE3                PIC X(132)   VALUE ALL '-'.

       01  IMP-TITULO.
           03  FILLER              PIC X(48)    VALUE
               'OFERTAS DE PRESTAMO PERSONAL PREAPROBADO        '.
           03  FILLER              PIC X(08)    VALUE 'FECHA: '.
           03  IMP-TIT-DD          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-MM          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-TIT-AA          PIC 99.
           03  FILLER              PIC X(60)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMOFERT'.

       01  IMP-PARAMETROS.
           03  FILLER              PIC X(15)    VALUE
               ' MESES HABER: '.
           03  IMP-PAR-MESES       PIC Z9.
           03  FILLER              PIC X(15)    VALUE
               '  MULT. A/B/C: '.
           03  IMP-PAR-MULT-A      PIC Z9.
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-PAR-MULT-B      PIC Z9.
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-PAR-MULT-C      PIC Z9.
           03  FILLER              PIC X(13)    VALUE
               '  AFECTACION '.
           03  IMP-PAR-AFECT       PIC Z9,99.
           03  FILLER              PIC X(10)    VALUE ' %  PLAZO '.
           03  IMP-PAR-PLAZO       PIC ZZ9.
           03  FILLER              PIC X(08)    VALUE '  TASA '.
           03  IMP-PAR-TASA        PIC Z9,9999.
           03  FILLER              PIC X(12)    VALUE '  VIGENCIA '.
           03  IMP-PAR-DIAS        PIC ZZ9.
           03  FILLER              PIC X(10)    VALUE ' D  MINIMO'.
           03  IMP-PAR-MINIMO      PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(07)    VALUE SPACES.

       01  IMP-COLUMNAS.
           03  FILLER              PIC X(44)    VALUE
               ' CLIENTE NOMBRE                         S  S'.
           03  FILLER              PIC X(44)    VALUE
               'UELDO PROMEDIO     CUOTAS ACTUALES          '.
           03  FILLER              PIC X(44)    VALUE
               '  OFERTA    CUOTA REFERENCIA  VENCE         '.

       01  IMP-DETALLE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NROCLI          PIC Z(6)9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NOMAPE          PIC X(30).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-SEGMENTO        PIC X(01).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-SUELDO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CUOTAS          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-OFERTA          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CUOTA           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-FECVTO          PIC X(10).
           03  FILLER              PIC X(07)    VALUE SPACES.

       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-LEYENDA     PIC X(40).
           03  IMP-TOT-VALOR       PIC ZZZZZZ9.
           03  FILLER              PIC X(84)    VALUE SPACES.

       01  IMP-TOTAL-IMP.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOTI-LEYENDA    PIC X(40).
           03  IMP-TOTI-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(74)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  WS-MESES-HV   PIC S9(3)V USAGE COMP-3     VALUE ZEROES.
       77  WS-DIAS-HV    PIC S9(3)V USAGE COMP-3     VALUE ZEROES.
       77  WS-INHABILITADO         PIC S9(9) COMP VALUE  ZEROS.
       77  WS-RECHAZOS-CLI         PIC S9(9) COMP VALUE  ZEROS.

      *    VARIABLES TOMADAS DEL CURSOR.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  REG-SEGMENTO  PIC X(01)                   VALUE SPACES.
       77  REG-HABERES   PIC S9(13)V99 USAGE COMP-3  VALUE ZEROES.
       77  REG-CUOTAS    PIC S9(13)V99 USAGE COMP-3  VALUE ZEROES.

      *-----------   HOST VARIABLES DB2 (TBCUROFE)   ----------------
       01  DCLTBCUROFE.
           10 OFE-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 OFE-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 OFE-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 OFE-PLAZO       PIC S9(3)V     USAGE COMP-3.
           10 OFE-TASA        PIC S9(2)V9(4) USAGE COMP-3.
           10 OFE-CUOTA       PIC S9(11)V9(2) USAGE COMP-3.
           10 OFE-SUELDO      PIC S9(11)V9(2) USAGE COMP-3.
           10 OFE-FECVTO      PIC X(10).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    CLIENTES VIGENTES CON HABERES EN PESOS EN LOS ULTIMOS
      *    N MESES Y EL ULTIMO CREDITO RECIENTE (SIGUE COBRANDO
      *    POR EL BANCO), CON EL TOTAL ACREDITADO EN EL PERIODO.
           EXEC SQL
              DECLARE CURSOROFE CURSOR FOR
                 SELECT L.NROCLI,
                        L.NOMAPE,
                        L.SEGMENTO,
                        SUM(M.IMPORTE)
                 FROM KC02803.TBCURMOV M,
                      KC02803.TBCURCTA C,
                      KC02803.TBCURCLI L
                 WHERE M.TIPCUEN = C.TIPCUEN
                   AND M.NROCUEN = C.NROCUEN
                   AND C.NROCLI  = L.NROCLI
                   AND M.CANAL   = 'HA'
                   AND M.TIPMOV  = 'CR'
                   AND M.MONEDA  = 1
                   AND M.FECMOV >= CURRENT DATE - :WS-MESES-HV MONTHS
                   AND L.FECBAJA IS NULL
                 GROUP BY L.NROCLI, L.NOMAPE, L.SEGMENTO
                 HAVING MAX(M.FECMOV) >= CURRENT DATE - 45 DAYS
                 ORDER BY L.NROCLI
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
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN INPUT OFERTA
           IF FS-OFERTA IS EQUAL '00' THEN
              READ OFERTA INTO WS-REG-OFERTA
              CLOSE OFERTA
           ELSE
              DISPLAY '* SIN ARCHIVO DE PARAMETROS DE OFERTAS, SE '
                      'USAN LOS VALORES POR DEFECTO'
           END-IF
           IF WS-MESES-HABER IS EQUAL ZEROS
              MOVE 3 TO WS-MESES-HABER
           END-IF
           IF WS-PLAZO-REF IS EQUAL ZEROS
              MOVE 36 TO WS-PLAZO-REF
           END-IF
           MOVE WS-MESES-HABER TO WS-MESES-HV
           MOVE WS-DIAS-VIG    TO WS-DIAS-HV
           DISPLAY 'MESES DE HABERES  : ' WS-MESES-HABER
           DISPLAY 'AFECTACION MAXIMA : ' WS-PORC-AFECT
           DISPLAY 'PLAZO REFERENCIA  : ' WS-PLAZO-REF

           PERFORM 1200-CARGAR-SITUACION-I
              THRU 1200-CARGAR-SITUACION-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

      *    ULTIMA COTIZACION CARGADA DEL DOLAR (CUOTAS EN DOLARES).
           EXEC SQL
              SELECT COTIZ
                INTO :WS-COTIZ-DOLAR
                FROM KC02803.TBCURCOT
               WHERE MONEDA = 2
               ORDER BY FECCOT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL NOT-FOUND THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURCOT = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

      *    TASA ANUAL VIGENTE DE PRESTAMOS EN PESOS (LA MISMA QUE
      *    APLICA PGMPRCTA AL OTORGAR).
           EXEC SQL
              SELECT TASA
                INTO :OFE-TASA
                FROM KC02803.TBCURTAS
               WHERE CONCEPTO = 'PR'
                 AND SUBTIPO  = 0
                 AND MONEDA   = 1
                 AND VIGDESDE <= CURRENT DATE
               ORDER BY VIGDESDE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* SIN TASA DE PRESTAMOS EN TBCURTAS (PR) = '
                      WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           COMPUTE WS-TASA-MENSUAL ROUNDED = OFE-TASA / 12 / 100
           MOVE 1 TO WS-FACTOR
           MOVE ZEROS TO WS-POT-IDX
           PERFORM 1500-POTENCIA-I THRU 1500-POTENCIA-F
              UNTIL WS-POT-IDX IS NOT LESS WS-PLAZO-REF

           PERFORM 1300-DEPURAR-I THRU 1300-DEPURAR-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           EXEC SQL OPEN CURSOROFE END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           MOVE WS-MESES-HABER TO IMP-PAR-MESES
           MOVE WS-MULT-A      TO IMP-PAR-MULT-A
           MOVE WS-MULT-B      TO IMP-PAR-MULT-B
           MOVE WS-MULT-C      TO IMP-PAR-MULT-C
           MOVE WS-PORC-AFECT  TO IMP-PAR-AFECT
           MOVE WS-PLAZO-REF   TO IMP-PAR-PLAZO
           MOVE OFE-TASA       TO IMP-PAR-TASA
           MOVE WS-DIAS-VIG    TO IMP-PAR-DIAS
           MOVE WS-MINIMO      TO IMP-PAR-MINIMO
           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           WRITE REG-SALIDA FROM IMP-PARAMETROS AFTER 1
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 2
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1.

       1000-INICIO-F. EXIT.


      *---- SITUACIONES DEL MES DE LA CENTRAL DE DEUDORES -------------
       1200-CARGAR-SITUACION-I.

           OPEN INPUT SITUAC
           IF FS-SITUAC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DDSITUAC = ' FS-SITUAC
              MOVE 9999 TO RETURN-CODE
              GO TO 1200-CARGAR-SITUACION-F
           END-IF

           PERFORM 1250-LEER-SITUACION-I THRU 1250-LEER-SITUACION-F
              UNTIL FS-SITUAC-FIN

           CLOSE SITUAC
           DISPLAY 'CLIENTES EN SITUACION 2 A 5: ' WS-SIT-CANT.

       1200-CARGAR-SITUACION-F. EXIT.


      *---------------------------------------------------------------
       1250-LEER-SITUACION-I.

           READ SITUAC INTO WS-REG-SIT

           EVALUATE FS-SITUAC
              WHEN '00'
                 IF SIT-SITUACION IS GREATER 1
                    IF WS-SIT-CANT IS EQUAL WS-SIT-MAX
                       DISPLAY '* TABLA DE SITUACIONES COMPLETA ('
                               WS-SIT-MAX ')'
                       MOVE 9999 TO RETURN-CODE
                       SET FS-SITUAC-FIN TO TRUE
                    ELSE
                       ADD 1 TO WS-SIT-CANT
                       MOVE SIT-NROCLI TO TSI-NROCLI (WS-SIT-CANT)
                       MOVE SIT-SITUACION
                         TO TSI-SITUACION (WS-SIT-CANT)
                    END-IF
                 END-IF
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA DDSITUAC = ' FS-SITUAC
                 MOVE 9999 TO RETURN-CODE
                 SET FS-SITUAC-FIN TO TRUE
           END-EVALUATE.

       1250-LEER-SITUACION-F. EXIT.


      *---- REPROCESO Y REEMPLAZO DE LAS OFERTAS ANTERIORES -----------
      *    UN REPROCESO DEL DIA BORRA LO GENERADO HOY; LAS OFERTAS
      *    VIGENTES DE MESES ANTERIORES QUEDAN COMO REEMPLAZADAS.
       1300-DEPURAR-I.

           EXEC SQL
              DELETE FROM KC02803.TBCUROFE
               WHERE FECGEN = CURRENT DATE
                 AND ESTADO = 'V'
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR DELETE TBCUROFE = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 1300-DEPURAR-F
           END-IF

           EXEC SQL
              UPDATE KC02803.TBCUROFE
                 SET ESTADO = 'H'
               WHERE ESTADO = 'V'
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE SQLERRD (3) TO WS-REEMPLAZADAS
              WHEN NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR UPDATE TBCUROFE = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

       1300-DEPURAR-F. EXIT.


      *---------------------------------------------------------------
       1500-POTENCIA-I.

           ADD 1 TO WS-POT-IDX
           COMPUTE WS-FACTOR ROUNDED =
                   WS-FACTOR * (1 + WS-TASA-MENSUAL).

       1500-POTENCIA-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           EXEC SQL
              FETCH CURSOROFE INTO :REG-NROCLI,
                                   :REG-NOMAPE,
                                   :REG-SEGMENTO,
                                   :REG-HABERES
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
           END-EVALUATE

           ADD 1 TO WS-CANDIDATOS
           PERFORM 3000-EVALUAR-I THRU 3000-EVALUAR-F.

       2000-PROCESO-F. EXIT.


      *---- EXCLUSIONES E IMPORTE DE LA OFERTA DEL CLIENTE ------------
       3000-EVALUAR-I.

      *    SITUACION EN LA CENTRAL DE DEUDORES DEL MES.
           MOVE ZEROS      TO WS-SIT-CLIENTE
           MOVE REG-NROCLI TO WS-NROCLI-BUSCA
           PERFORM 3100-BUSCAR-SITUACION-I
              THRU 3100-BUSCAR-SITUACION-F
              VARYING WS-SIT-IDX FROM 1 BY 1
                UNTIL WS-SIT-IDX IS GREATER WS-SIT-CANT
                   OR WS-SIT-CLIENTE IS NOT EQUAL ZEROS
           IF WS-SIT-CLIENTE IS GREATER 1
              ADD 1 TO WS-EXC-SITUACION
              GO TO 3000-EVALUAR-F
           END-IF

      *    INHABILITACION VIGENTE POR RECHAZOS.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-INHABILITADO
                FROM KC02803.TBCURINH
               WHERE NROCLI = :REG-NROCLI
                 AND ESTADO = 'V'
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURINH = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3000-EVALUAR-F
           END-IF
           IF WS-INHABILITADO IS GREATER ZEROS
              ADD 1 TO WS-EXC-INHABIL
              GO TO 3000-EVALUAR-F
           END-IF

      *    CHEQUES RECHAZADOS EN 12 MESES.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-RECHAZOS-CLI
                FROM KC02803.TBCURCHP P,
                     KC02803.TBCURCTA C
               WHERE P.TIPCUEN = C.TIPCUEN
                 AND P.NROCUEN = C.NROCUEN
                 AND C.NROCLI  = :REG-NROCLI
                 AND P.ESTADO  = 'R'
                 AND P.FECPAGO >= CURRENT DATE - 12 MONTHS
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURCHP = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3000-EVALUAR-F
           END-IF
           IF WS-RECHAZOS-CLI IS GREATER ZEROS
              ADD 1 TO WS-EXC-CHEQUES
              GO TO 3000-EVALUAR-F
           END-IF

      *    CUOTAS QUE YA PAGA (PRESTAMOS VIGENTES Y EN MORA).
           EXEC SQL
              SELECT VALUE(SUM(P.CUOTA
                         * CASE WHEN P.MONEDA = 2
                                THEN :WS-COTIZ-DOLAR ELSE 1 END), 0)
                INTO :REG-CUOTAS
                FROM KC02803.TBCURPRE P,
                     KC02803.TBCURCTA C
               WHERE P.TIPCUEN = C.TIPCUEN
                 AND P.NROCUEN = C.NROCUEN
                 AND C.NROCLI  = :REG-NROCLI
                 AND P.ESTADO IN ('V', 'M')
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURPRE = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3000-EVALUAR-F
           END-IF

           COMPUTE WS-SUELDO-PROM ROUNDED =
                   REG-HABERES / WS-MESES-HABER
           COMPUTE WS-CUOTA-LIBRE ROUNDED =
                   WS-SUELDO-PROM * WS-PORC-AFECT / 100 - REG-CUOTAS
           IF WS-CUOTA-LIBRE IS NOT GREATER ZEROS
              ADD 1 TO WS-EXC-CAPACIDAD
              GO TO 3000-EVALUAR-F
           END-IF

      *    TOPE POR SEGMENTO Y TOPE POR CUOTA LIBRE; EL MENOR.
           EVALUATE REG-SEGMENTO
              WHEN 'A'
                 MOVE WS-MULT-A TO WS-MULTIPLO
              WHEN 'B'
                 MOVE WS-MULT-B TO WS-MULTIPLO
              WHEN OTHER
                 MOVE WS-MULT-C TO WS-MULTIPLO
           END-EVALUATE
           COMPUTE WS-TOPE-SEGMENTO = WS-SUELDO-PROM * WS-MULTIPLO

           IF WS-TASA-MENSUAL IS EQUAL ZEROS
              COMPUTE WS-TOPE-CUOTA = WS-CUOTA-LIBRE * WS-PLAZO-REF
           ELSE
              COMPUTE WS-TOPE-CUOTA ROUNDED =
                      WS-CUOTA-LIBRE * (WS-FACTOR - 1)
                      / (WS-TASA-MENSUAL * WS-FACTOR)
           END-IF

           IF WS-TOPE-SEGMENTO IS LESS WS-TOPE-CUOTA
              MOVE WS-TOPE-SEGMENTO TO WS-OFERTA
           ELSE
              MOVE WS-TOPE-CUOTA    TO WS-OFERTA
           END-IF

      *    REDONDEO HACIA ABAJO A MILES.
           COMPUTE WS-OFERTA-MILES = WS-OFERTA / 1000
           COMPUTE WS-OFERTA = WS-OFERTA-MILES * 1000

           IF WS-OFERTA IS LESS WS-MINIMO OR
              WS-OFERTA IS NOT GREATER ZEROS
              ADD 1 TO WS-EXC-MINIMO
              GO TO 3000-EVALUAR-F
           END-IF

           PERFORM 3500-GRABAR-OFERTA-I THRU 3500-GRABAR-OFERTA-F.

       3000-EVALUAR-F. EXIT.


      *---------------------------------------------------------------
       3100-BUSCAR-SITUACION-I.

           IF TSI-NROCLI (WS-SIT-IDX) IS EQUAL WS-NROCLI-BUSCA
              MOVE TSI-SITUACION (WS-SIT-IDX) TO WS-SIT-CLIENTE
           END-IF.

       3100-BUSCAR-SITUACION-F. EXIT.


      *---------------------------------------------------------------
       3500-GRABAR-OFERTA-I.

           MOVE REG-NROCLI     TO OFE-NROCLI
           MOVE WS-OFERTA      TO OFE-IMPORTE
           MOVE 1              TO OFE-MONEDA
           MOVE WS-PLAZO-REF   TO OFE-PLAZO
           MOVE WS-SUELDO-PROM TO OFE-SUELDO
           IF WS-TASA-MENSUAL IS EQUAL ZEROS
              COMPUTE OFE-CUOTA ROUNDED = WS-OFERTA / WS-PLAZO-REF
           ELSE
              COMPUTE OFE-CUOTA ROUNDED =
                      WS-OFERTA * WS-TASA-MENSUAL * WS-FACTOR
                      / (WS-FACTOR - 1)
           END-IF

           EXEC SQL
              INSERT INTO KC02803.TBCUROFE
                 ( NROCLI, FECGEN, IMPORTE, MONEDA, PLAZO, TASA,
                   CUOTA, SUELDO, FECVTO, ESTADO, NROPRES )
              VALUES
                 ( :OFE-NROCLI, CURRENT DATE, :OFE-IMPORTE,
                   :OFE-MONEDA, :OFE-PLAZO, :OFE-TASA, :OFE-CUOTA,
                   :OFE-SUELDO, CURRENT DATE + :WS-DIAS-HV DAYS,
                   'V', 0 )
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCUROFE = ' WS-SQLCODE
                      ' CLIENTE ' REG-NROCLI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3500-GRABAR-OFERTA-F
           END-IF

           EXEC SQL
              SELECT CHAR(CURRENT DATE + :WS-DIAS-HV DAYS, ISO)
                INTO :OFE-FECVTO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SPACES TO OFE-FECVTO
           END-IF

           ADD 1 TO WS-OFERTAS-CANT
           ADD WS-OFERTA TO WS-TOT-OFERTADO

           MOVE REG-NROCLI     TO IMP-NROCLI
           MOVE REG-NOMAPE     TO IMP-NOMAPE
           MOVE REG-SEGMENTO   TO IMP-SEGMENTO
           MOVE WS-SUELDO-PROM TO IMP-SUELDO
           MOVE REG-CUOTAS     TO IMP-CUOTAS
           MOVE WS-OFERTA      TO IMP-OFERTA
           MOVE OFE-CUOTA      TO IMP-CUOTA
           MOVE OFE-FECVTO     TO IMP-FECVTO
           WRITE REG-SALIDA FROM IMP-DETALLE AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       3500-GRABAR-OFERTA-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSOROFE END-EXEC

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - SE RETROCEDEN '
                      'LAS OFERTAS DEL MES'
           END-IF

           IF FS-LISTADO IS EQUAL '00'
              WRITE REG-SALIDA FROM WS-LINE AFTER 2
              MOVE 'CLIENTES CON HABERES EVALUADOS'
                                          TO IMP-TOT-LEYENDA
              MOVE WS-CANDIDATOS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'EXCLUIDOS POR SITUACION MAYOR A 1'
                                          TO IMP-TOT-LEYENDA
              MOVE WS-EXC-SITUACION TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'EXCLUIDOS POR INHABILITACION'
                                          TO IMP-TOT-LEYENDA
              MOVE WS-EXC-INHABIL TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'EXCLUIDOS POR CHEQUES RECHAZADOS'
                                          TO IMP-TOT-LEYENDA
              MOVE WS-EXC-CHEQUES TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'SIN CUOTA LIBRE' TO IMP-TOT-LEYENDA
              MOVE WS-EXC-CAPACIDAD TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'OFERTA MENOR AL MINIMO' TO IMP-TOT-LEYENDA
              MOVE WS-EXC-MINIMO TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'OFERTAS ANTERIORES REEMPLAZADAS'
                                          TO IMP-TOT-LEYENDA
              MOVE WS-REEMPLAZADAS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'OFERTAS GENERADAS' TO IMP-TOT-LEYENDA
              MOVE WS-OFERTAS-CANT TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'IMPORTE TOTAL OFRECIDO' TO IMP-TOTI-LEYENDA
              MOVE WS-TOT-OFERTADO TO IMP-TOTI-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL-IMP AFTER 1
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'CLIENTES EVALUADOS   : ' WS-CANDIDATOS
           DISPLAY 'EXCL. SITUACION      : ' WS-EXC-SITUACION
           DISPLAY 'EXCL. INHABILITADOS  : ' WS-EXC-INHABIL
           DISPLAY 'EXCL. CHEQUES RECH.  : ' WS-EXC-CHEQUES
           DISPLAY 'SIN CUOTA LIBRE      : ' WS-EXC-CAPACIDAD
           DISPLAY 'MENOR AL MINIMO      : ' WS-EXC-MINIMO
           DISPLAY 'OFERTAS GENERADAS    : ' WS-OFERTAS-CANT

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.

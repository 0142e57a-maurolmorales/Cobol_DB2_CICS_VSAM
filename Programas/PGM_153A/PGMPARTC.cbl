       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPARTC.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMPARTC                                      *
      *  DESCRIPCIÓN:                                            *
      *    CONSOLIDACION DE LAS PARTICIONES POR SUCURSAL DE      *
      *    PGMMVCTA Y PGMCUADR. LEE LOS TOTALES DE CONTROL QUE   *
      *    GRABA CADA PARTICION (DDTOTPAR, LAS GENERACIONES DE   *
      *    TODAS LAS PARTICIONES CONCATENADAS) Y:                *
      *    - VERIFICA QUE SEAN DEL PROGRAMA DEL PARM, QUE CADA   *
      *      PARTICION HAYA TERMINADO BIEN, QUE LOS RANGOS DE    *
      *      SUCURSALES NO SE PISEN Y CUBRAN DE LA 00 A LA 99,   *
      *      QUE TODAS HAYAN LEIDO EL MISMO ARCHIVO Y QUE ENTRE  *
      *      TODAS HAYAN TOMADO CADA REGISTRO UNA SOLA VEZ.      *
      *    - SUMA LOS TOTALES Y LOS INFORMA COMO LOS INFORMARIA  *
      *      UNA CORRIDA UNICA DEL PROGRAMA.                     *
      *    LOS RECHAZOS DE PGMMVCTA SE REORDENAN POR SECUENCIA   *
      *    DE ENTRADA EN UN PASO DE SORT ANTERIOR.               *
      *    PARM='PGMMVCTA' O 'PGMCUADR'. CUALQUIER INCONSISTENCIA *
      *    TERMINA CON RC=9999; CON PARM 'PGMCUADR' Y DESVIOS    *
      *    TERMINA CON RC=8, IGUAL QUE PGMCUADR.                 *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TOTALES ASSIGN DDTOTPAR
           FILE STATUS IS FS-TOTALES.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  TOTALES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-TOTALES    PIC X(100).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-TOTALES              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       77  WS-PROGRAMA             PIC X(08)    VALUE SPACES.

      *---- TOTALES DE CONTROL DE UNA PARTICION (LARGO 100) -----------
      *    GRABADO POR PGMMVCTA / PGMCUADR.
       01  WS-REG-TOTALES.
           03  TOT-PROGRAMA           PIC X(08).
           03  TOT-PARTICION          PIC 9(02).
           03  TOT-SUC-DESDE          PIC 9(02).
           03  TOT-SUC-HASTA          PIC 9(02).
           03  TOT-LEIDOS             PIC 9(07).
           03  TOT-PROPIOS            PIC 9(07).
      *    PGMMVCTA: APLICADOS / RECHAZADOS / (SIN USO).
      *    PGMCUADR: CUADRADAS / DESVIOS / FOTOS SIN CUENTA.
           03  TOT-CANT-1             PIC 9(07).
           03  TOT-CANT-2             PIC 9(07).
           03  TOT-CANT-3             PIC 9(07).
      *    PGMMVCTA: IMPORTES DEBITOS / CREDITOS APLICADOS.
           03  TOT-IMP-1              PIC S9(13)V99.
           03  TOT-IMP-2              PIC S9(13)V99.
           03  TOT-RC                 PIC 9(04).
           03  FILLER                 PIC X(15).

      *---- SUCURSALES YA CUBIERTAS POR ALGUNA PARTICION --------------
       01  WS-TABLA-SUCURSALES.
           03  WS-SUC-CUBIERTA  PIC 9(02) OCCURS 100 TIMES.

       77  WS-SUC-IDX              PIC 9(03)    VALUE ZEROS.
       77  WS-SUC-DESDE-IDX        PIC 9(03)    VALUE ZEROS.
       77  WS-SUC-HASTA-IDX        PIC 9(03)    VALUE ZEROS.
       77  WS-SUC-EDIT             PIC 9(02)    VALUE ZEROS.

      *---- ACUMULADOS DE LAS PARTICIONES -----------------------------
       77  WS-PARTICIONES          PIC 9(03)    VALUE ZEROS.
       77  WS-LEIDOS               PIC 9(07)    VALUE ZEROS.
       77  WS-PROPIOS              PIC 9(07)    VALUE ZEROS.
       77  WS-CANT-1               PIC 9(07)    VALUE ZEROS.
       77  WS-CANT-2               PIC 9(07)    VALUE ZEROS.
       77  WS-CANT-3               PIC 9(07)    VALUE ZEROS.
       77  WS-IMP-1       PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-IMP-2       PIC S9(13)V99 COMP-3  VALUE ZEROS.
       77  WS-IMP-EDIT             PIC -Z(12)9,99.
       77  WS-CONTROL              PIC 9(07)    VALUE ZEROS.

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
           MOVE ZEROS TO WS-TABLA-SUCURSALES

           IF LK-PARM-LEN IS GREATER ZEROS
              MOVE LK-PARM-DATA TO WS-PROGRAMA
           END-IF
           IF WS-PROGRAMA IS NOT EQUAL 'PGMMVCTA' AND
              WS-PROGRAMA IS NOT EQUAL 'PGMCUADR'
              DISPLAY '* PARM INVALIDO (PGMMVCTA/PGMCUADR): '
                      WS-PROGRAMA
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN INPUT TOTALES
           IF FS-TOTALES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TOTALES = ' FS-TOTALES
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           DISPLAY 'CONSOLIDACION DE PARTICIONES DE ' WS-PROGRAMA
           PERFORM 4000-LEER-I THRU 4000-LEER-F.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           PERFORM 3000-PARTICION-I THRU 3000-PARTICION-F
           PERFORM 4000-LEER-I THRU 4000-LEER-F.

       2000-PROCESO-F. EXIT.


      *---- CONTROLES Y ACUMULACION DE UNA PARTICION ------------------
       3000-PARTICION-I.

           ADD 1 TO WS-PARTICIONES
           DISPLAY 'PARTICION ' TOT-PARTICION ' SUCURSALES '
                   TOT-SUC-DESDE ' A ' TOT-SUC-HASTA
                   ' LEIDOS ' TOT-LEIDOS ' PROPIOS ' TOT-PROPIOS
                   ' RC ' TOT-RC

           IF TOT-PROGRAMA IS NOT EQUAL WS-PROGRAMA
              DISPLAY '* TOTALES DE OTRO PROGRAMA: ' TOT-PROGRAMA
              MOVE 9999 TO RETURN-CODE
              GO TO 3000-PARTICION-F
           END-IF

      *    LOS DESVIOS DE LA CUADRATURA (RC=8) SON UN RESULTADO;
      *    CUALQUIER OTRO RC ES UNA PARTICION QUE NO TERMINO.
           IF TOT-RC IS NOT EQUAL ZEROS AND
              NOT (WS-PROGRAMA IS EQUAL 'PGMCUADR' AND
                   TOT-RC IS EQUAL 8)
              DISPLAY '* PARTICION ' TOT-PARTICION
                      ' TERMINO CON RC ' TOT-RC
              MOVE 9999 TO RETURN-CODE
           END-IF

      *    TODAS LAS PARTICIONES LEEN EL MISMO ARCHIVO COMPLETO.
           IF WS-PARTICIONES IS EQUAL 1
              MOVE TOT-LEIDOS TO WS-LEIDOS
           ELSE
              IF TOT-LEIDOS IS NOT EQUAL WS-LEIDOS
                 DISPLAY '* PARTICION ' TOT-PARTICION
                         ' LEYO ' TOT-LEIDOS ' REGISTROS Y LAS '
                         'ANTERIORES ' WS-LEIDOS
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF

           IF TOT-SUC-DESDE IS GREATER TOT-SUC-HASTA
              DISPLAY '* RANGO INVALIDO EN PARTICION ' TOT-PARTICION
              MOVE 9999 TO RETURN-CODE
           ELSE
              COMPUTE WS-SUC-DESDE-IDX = TOT-SUC-DESDE + 1
              COMPUTE WS-SUC-HASTA-IDX = TOT-SUC-HASTA + 1
              PERFORM 3100-MARCAR-SUCURSAL-I
                 THRU 3100-MARCAR-SUCURSAL-F
                 VARYING WS-SUC-IDX FROM WS-SUC-DESDE-IDX BY 1
                 UNTIL WS-SUC-IDX IS GREATER WS-SUC-HASTA-IDX
           END-IF

           ADD TOT-PROPIOS TO WS-PROPIOS
           ADD TOT-CANT-1  TO WS-CANT-1
           ADD TOT-CANT-2  TO WS-CANT-2
           ADD TOT-CANT-3  TO WS-CANT-3
           ADD TOT-IMP-1   TO WS-IMP-1
           ADD TOT-IMP-2   TO WS-IMP-2.

       3000-PARTICION-F. EXIT.


      *---- UNA SUCURSAL NO PUEDE ESTAR EN DOS PARTICIONES ------------
       3100-MARCAR-SUCURSAL-I.

           IF WS-SUC-CUBIERTA (WS-SUC-IDX) IS NOT EQUAL ZEROS
              COMPUTE WS-SUC-EDIT = WS-SUC-IDX - 1
              DISPLAY '* SUCURSAL ' WS-SUC-EDIT ' EN LAS PARTICIONES '
                      WS-SUC-CUBIERTA (WS-SUC-IDX) ' Y '
                      TOT-PARTICION
              MOVE 9999 TO RETURN-CODE
           ELSE
              MOVE TOT-PARTICION TO WS-SUC-CUBIERTA (WS-SUC-IDX)
           END-IF.

       3100-MARCAR-SUCURSAL-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-I.

           READ TOTALES INTO WS-REG-TOTALES

           EVALUATE FS-TOTALES
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA TOTALES = ' FS-TOTALES
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       4000-LEER-F. EXIT.


      *---- UNA SUCURSAL SIN PARTICION ES UNA PARTICION QUE FALTA -----
       5000-VERIF-COBERTURA-I.

           IF WS-SUC-CUBIERTA (WS-SUC-IDX) IS EQUAL ZEROS
              COMPUTE WS-SUC-EDIT = WS-SUC-IDX - 1
              DISPLAY '* SUCURSAL ' WS-SUC-EDIT
                      ' SIN PARTICION (FALTAN TOTALES)'
              MOVE 9999 TO RETURN-CODE
           END-IF.

       5000-VERIF-COBERTURA-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF WS-PROGRAMA IS NOT EQUAL 'PGMMVCTA' AND
              WS-PROGRAMA IS NOT EQUAL 'PGMCUADR'
              GO TO 9999-FINAL-F
           END-IF

           CLOSE TOTALES

           IF WS-PARTICIONES IS EQUAL ZEROS
              DISPLAY '* NO HAY TOTALES DE PARTICIONES'
              MOVE 9999 TO RETURN-CODE
              GO TO 9999-FINAL-F
           END-IF

           PERFORM 5000-VERIF-COBERTURA-I THRU 5000-VERIF-COBERTURA-F
              VARYING WS-SUC-IDX FROM 1 BY 1
              UNTIL WS-SUC-IDX IS GREATER 100

      *    CADA REGISTRO LEIDO LO TOMO UNA SOLA PARTICION.
           IF WS-PROPIOS IS NOT EQUAL WS-LEIDOS
              DISPLAY '* REGISTROS TOMADOS ' WS-PROPIOS
                      ' DISTINTO DE LEIDOS ' WS-LEIDOS
              MOVE 9999 TO RETURN-CODE
           END-IF

           IF WS-PROGRAMA IS EQUAL 'PGMMVCTA'
              PERFORM 9100-TOTALES-MVCTA-I THRU 9100-TOTALES-MVCTA-F
           ELSE
              PERFORM 9200-TOTALES-CUADR-I THRU 9200-TOTALES-CUADR-F
           END-IF.

       9999-FINAL-F. EXIT.


      *---- TOTALES CONSOLIDADOS DE LA APLICACION DE MOVIMIENTOS ------
       9100-TOTALES-MVCTA-I.

           COMPUTE WS-CONTROL = WS-CANT-1 + WS-CANT-2
           IF WS-CONTROL IS NOT EQUAL WS-LEIDOS
              DISPLAY '* APLICADOS MAS RECHAZADOS ' WS-CONTROL
                      ' DISTINTO DE LEIDOS ' WS-LEIDOS
              MOVE 9999 TO RETURN-CODE
           END-IF

           DISPLAY '=============================='
           DISPLAY ' PARTICIONES CONSOLIDADAS      ' WS-PARTICIONES
           DISPLAY ' TOTAL DE MOVIMIENTOS LEIDOS   ' WS-LEIDOS
           DISPLAY ' TOTAL DE MOVIMIENTOS APLICADOS ' WS-CANT-1
           DISPLAY ' TOTAL DE MOVIMIENTOS RECHAZADOS ' WS-CANT-2
           MOVE WS-IMP-1 TO WS-IMP-EDIT
           DISPLAY ' IMPORTE DEBITOS  APLICADOS ' WS-IMP-EDIT
           MOVE WS-IMP-2 TO WS-IMP-EDIT
           DISPLAY ' IMPORTE CREDITOS APLICADOS ' WS-IMP-EDIT.

       9100-TOTALES-MVCTA-F. EXIT.


      *---- TOTALES CONSOLIDADOS DE LA CUADRATURA ---------------------
       9200-TOTALES-CUADR-I.

           COMPUTE WS-CONTROL = WS-CANT-1 + WS-CANT-2 + WS-CANT-3
           IF WS-CONTROL IS NOT EQUAL WS-LEIDOS
              DISPLAY '* CUENTAS CLASIFICADAS ' WS-CONTROL
                      ' DISTINTO DE LEIDAS ' WS-LEIDOS
              MOVE 9999 TO RETURN-CODE
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'PARTICIONES         : ' WS-PARTICIONES
           DISPLAY 'CUENTAS VERIFICADAS : ' WS-LEIDOS
           DISPLAY 'CUENTAS CUADRADAS   : ' WS-CANT-1
           DISPLAY 'DESVIOS DETECTADOS  : ' WS-CANT-2
           DISPLAY 'FOTOS SIN CUENTA    : ' WS-CANT-3

      *    UN SOLO DESVIO ALCANZA PARA FRENAR LOS LISTADOS
      *    POSTERIORES DE LA CADENA, COMO EN LA CORRIDA UNICA.
           IF RETURN-CODE IS EQUAL ZEROS AND
              (WS-CANT-2 IS GREATER ZEROS OR
               WS-CANT-3 IS GREATER ZEROS)
              MOVE 8 TO RETURN-CODE
           END-IF.

       9200-TOTALES-CUADR-F. EXIT.

      *    CADENA DE COND= DE CAFNOCTE NO EMITA LOS LISTADOS     *
      *    AGUAS ABAJO SOBRE SALDOS QUE NO CIERRAN.              *
      *                                                          *
      *    PARTICION POR SUCURSAL: CON PARM='DDHHNN' SOLO CUADRA *
      *    LAS CUENTAS DE LA FOTO DE LAS SUCURSALES DD A HH      *
      *    (PARTICION NN), PARA CORRER VARIAS PARTICIONES CON    *
      *    RANGOS DISJUNTOS A LA VEZ. SIN PARM CUADRA TODO.      *
      *    CADA PARTICION SE REGISTRA POR SEPARADO EN TBCURRUN   *
      *    (PASO 'CUADRPNN', SIN PARM 'PGMCUADR') Y GRABA SUS    *
      *    TOTALES DE CONTROL EN DDTOTPAR PARA LA CONSOLIDACION  *
      *    (PGMPARTC), QUE ES LA QUE TERMINA CON RC=8 SI ALGUNA  *
      *    PARTICION ENCONTRO DESVIOS.                           *
      *                                                          *
      *    FECHA DE LOS MOVIMIENTOS: LA DEL DIA, SALVO QUE LA    *
      *    TARJETA OPCIONAL DDFECPRO (AAAA-MM-DD) INFORME OTRA;  *
      *    ASI LA RECUPERACION A UN PUNTO DE CONSISTENCIA        *
      *    (CAFPTREC) REPITE LA CUADRATURA DE ESA NOCHE CONTRA   *
      *    LA FOTO QUE USO ESA NOCHE. EN ESE CASO SE SUMAN       *
      *    TAMBIEN LOS MOVIMIENTOS CAPTURADOS DESPUES DE ESA     *
      *    FECHA: EN LA BASE RESTAURADA SOLO PUEDEN SER LOS QUE  *
      *    PGMMEMAP APLICO ESA NOCHE, DESPUES DE LA CUADRATURA,  *
      *    CON LA FECHA DE CAPTURA DE LA CADENA SIGUIENTE.       *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

           SELECT TOTALES ASSIGN DDTOTPAR
           FILE STATUS IS FS-TOTALES.

           SELECT FECHA-PRO ASSIGN DDFECPRO
           FILE STATUS IS FS-FECHA-PRO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(93).

      *---- TOTALES DE CONTROL DE LA PARTICION (PARA PGMPARTC) -------
       FD  TOTALES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-TOTALES    PIC X(100).

      *---- FECHA DE LOS MOVIMIENTOS A CUADRAR (OPCIONAL) -------------
       FD  FECHA-PRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-FECHA-PRO  PIC X(80).

       WORKING-STORAGE SECTION.
      *=======================*

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-SNAPSHOT             PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.
       77  FS-TOTALES              PIC XX       VALUE SPACES.
       77  FS-FECHA-PRO            PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
       77  WS-CUADRADAS-CANT       PIC 9(07)    VALUE ZEROES.
       77  WS-DESVIOS-CANT         PIC 9(07)    VALUE ZEROES.
       77  WS-SIN-CUENTA-CANT      PIC 9(07)    VALUE ZEROES.
       77  WS-OTRAS-PART-CANT      PIC 9(07)    VALUE ZEROES.
       77  WS-VERIFICADAS-CANT     PIC 9(07)    VALUE ZEROES.

      *---- PARTICION POR RANGO DE SUCURSALES (PARM 'DDHHNN') ---------
       01  WS-PARTICION.
           03  WS-PAR-SUC-DESDE       PIC 9(02)   VALUE ZEROS.
           03  WS-PAR-SUC-HASTA       PIC 9(02)   VALUE 99.
           03  WS-PAR-NRO             PIC 9(02)   VALUE ZEROS.
           03  FILLER                 PIC X(02)   VALUE SPACES.

       77  WS-SUC-SNAP                PIC 9(02)   VALUE ZEROS.

      *---- CONTROL DE CORRIDAS (TBCURRUN, RUTINA PGMRNCAF) -----------
       77  WS-PGMRNCAF         PIC X(8)      VALUE 'PGMRNCAF'.

       01  LK-RUN-CONTROL.
           03  LK-RUN-PASO.
               05  LK-RUN-PASO-PGM      PIC X(6)  VALUE 'PGMCUA'.
               05  LK-RUN-PASO-PAR      PIC X(2)  VALUE 'DR'.
           03  LK-RUN-MODO          PIC X(1)  VALUE SPACE.
           03  LK-RUN-LEIDOS        PIC 9(7)  VALUE ZEROS.
           03  LK-RUN-GRABADOS      PIC 9(7)  VALUE ZEROS.
           03  LK-RUN-ERRORES       PIC 9(7)  VALUE ZEROS.
           03  LK-RUN-RESULT        PIC X(2)  VALUE SPACES.

      *---- TOTALES DE CONTROL DE LA PARTICION (LARGO 100) ------------
       01  WS-REG-TOTALES.
           03  TOT-PROGRAMA           PIC X(08)   VALUE 'PGMCUADR'.
           03  TOT-PARTICION          PIC 9(02)   VALUE ZEROS.
           03  TOT-SUC-DESDE          PIC 9(02)   VALUE ZEROS.
           03  TOT-SUC-HASTA          PIC 9(02)   VALUE ZEROS.
      *    REGISTROS LEIDOS DE LA FOTO (TODAS LAS PARTICIONES LEEN
      *    LA FOTO COMPLETA) Y LOS QUE TOCARON A ESTA PARTICION.
           03  TOT-LEIDOS             PIC 9(07)   VALUE ZEROS.
           03  TOT-PROPIOS            PIC 9(07)   VALUE ZEROS.
      *    CUADRADAS / DESVIOS / FOTOS SIN CUENTA.
           03  TOT-CANT-1             PIC 9(07)   VALUE ZEROS.
           03  TOT-CANT-2             PIC 9(07)   VALUE ZEROS.
           03  TOT-CANT-3             PIC 9(07)   VALUE ZEROS.
      *    SIN USO EN LA CUADRATURA.
           03  TOT-IMP-1              PIC S9(13)V99 VALUE ZEROS.
           03  TOT-IMP-2              PIC S9(13)V99 VALUE ZEROS.
           03  TOT-RC                 PIC 9(04)   VALUE ZEROS.
           03  FILLER                 PIC X(15)   VALUE SPACES.

      *----------- CALCULO DE LA CUADRATURA ---------------------------
       77  WS-SALDO-TEORICO  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
           03  FILLER              PIC X(40)    VALUE
               'CUADRATURA DIARIA DE SALDOS - DESVIOS   '.
           03  FILLER              PIC X(08)    VALUE 'PGMCUADR'.
           03  FILLER              PIC X(12)    VALUE '  PARTICION '.
           03  IMP-TIT-PARTICION   PIC 9(02)    VALUE ZEROS.
           03  FILLER              PIC X(31)    VALUE SPACES.

       01  IMP-REG-LISTADO.
           03  FILLER              PIC X(05)    VALUE ' SUC '.
       77  REG-TIPCUEN   PIC X(2)                    VALUE SPACES.
       77  REG-NROCUEN   PIC S9(10)V USAGE COMP-3     VALUE ZEROES.
       77  REG-SALDO     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-FECHA-CUADRA         PIC X(10)    VALUE SPACES.
       77  WS-CON-POSTERIORES      PIC X        VALUE 'N'.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------------------------------
       LINKAGE SECTION.
      *================*
       01  LK-PARM.
           03  LK-PARM-LEN          PIC S9(4) COMP.
           03  LK-PARM-DATA         PIC X(8).

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION USING LK-PARM.

       MAIN-PROGRAM-I.


           SET WS-NO-FIN-LECTURA TO TRUE

           PERFORM 1005-PARTICION-I THRU 1005-PARTICION-F
           IF WS-FIN-LECTURA
              GO TO 1000-INICIO-F
           END-IF

      *    EL CONTROL DE CORRIDAS RECHAZA LA PARTICION SI YA ESTA
      *    COMPLETA PARA LA FECHA (DOBLE SUBMIT) SIN RERUN.
           MOVE 'I' TO LK-RUN-MODO
           CALL WS-PGMRNCAF USING LK-RUN-CONTROL
           IF LK-RUN-RESULT IS NOT EQUAL 'OK'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 1010-FECHA-CUADRA-I THRU 1010-FECHA-CUADRA-F
           IF WS-FIN-LECTURA
              GO TO 1000-INICIO-F
           END-IF

           OPEN OUTPUT TOTALES
           IF FS-TOTALES IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN TOTALES = ' FS-TOTALES
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
       1000-INICIO-F. EXIT.


      *---- RANGO DE SUCURSALES DE LA PARTICION (PARM 'DDHHNN') -------
      *    SIN PARM LA CORRIDA ES UNICA: SUCURSALES 00 A 99.
       1005-PARTICION-I.

           IF LK-PARM-LEN IS EQUAL ZEROS
              DISPLAY 'CORRIDA UNICA - TODAS LAS SUCURSALES'
              GO TO 1005-PARTICION-F
           END-IF

           IF LK-PARM-LEN IS LESS 6
              DISPLAY '* PARM DE PARTICION INVALIDO: ' LK-PARM-DATA
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1005-PARTICION-F
           END-IF

           MOVE LK-PARM-DATA (1:6) TO WS-PARTICION (1:6)
           IF WS-PARTICION (1:6) IS NOT NUMERIC OR
              WS-PAR-SUC-DESDE IS GREATER WS-PAR-SUC-HASTA OR
              WS-PAR-NRO IS EQUAL ZEROS
              DISPLAY '* PARM DE PARTICION INVALIDO: ' LK-PARM-DATA
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1005-PARTICION-F
           END-IF

           MOVE 'CUADRP'   TO LK-RUN-PASO-PGM
           MOVE WS-PAR-NRO TO LK-RUN-PASO-PAR
           MOVE WS-PAR-NRO TO IMP-TIT-PARTICION
           DISPLAY 'PARTICION ' WS-PAR-NRO ' - SUCURSALES '
                   WS-PAR-SUC-DESDE ' A ' WS-PAR-SUC-HASTA.

       1005-PARTICION-F. EXIT.


      *---- FECHA DE CAPTURA A CUADRAR: HOY O LA DE DDFECPRO ----------
       1010-FECHA-CUADRA-I.

           OPEN INPUT FECHA-PRO
           IF FS-FECHA-PRO IS EQUAL '00' THEN
              READ FECHA-PRO
              IF FS-FECHA-PRO IS EQUAL '00' THEN
                 MOVE REG-FECHA-PRO (1:10) TO WS-FECHA-CUADRA
              END-IF
              CLOSE FECHA-PRO
           END-IF

           IF WS-FECHA-CUADRA IS NOT EQUAL SPACES
              DISPLAY 'MOVIMIENTOS CAPTURADOS EL ' WS-FECHA-CUADRA
                      ' (DDFECPRO) Y POSTERIORES'
              MOVE 'S' TO WS-CON-POSTERIORES
              GO TO 1010-FECHA-CUADRA-F
           END-IF

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :WS-FECHA-CUADRA
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR FECHA DE PROCESO = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       1010-FECHA-CUADRA-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

      *    LA CUENTA DE OTRA SUCURSAL LA CUADRA SU PARTICION.
           MOVE SNAP-SUCUEN TO WS-SUC-SNAP
           IF WS-SUC-SNAP IS LESS WS-PAR-SUC-DESDE OR
              WS-SUC-SNAP IS GREATER WS-PAR-SUC-HASTA
              ADD 1 TO WS-OTRAS-PART-CANT
           ELSE
              PERFORM 3000-CUADRAR-CUENTA-I
                 THRU 3000-CUADRAR-CUENTA-F
           END-IF

           PERFORM 4000-LEER-I THRU 4000-LEER-F.

           MOVE ZEROS TO WS-SUM-DEBITOS WS-SUM-CREDITOS

      *    NATURALEZA DEUDORA: 'DE', 'ID' (IMPUESTO, PGMIMPDC) Y
      *    'XC' (CONTRASIENTO DE CREDITO, PGMREVMO), 'RD'
      *    (REVALUO UVA NEGATIVO) Y 'RG' (RETENCION DE GANANCIAS
      *    SOBRE INTERESES); ACREEDORA: 'CR', 'XD'
      *    (CONTRASIENTO DE DEBITO) Y 'RU' (REVALUO UVA). EL
      *    AJUSTE RETROACTIVO DE TASA DE PGMRETAS ACREDITA CON
      *    'TC' Y DEBITA CON 'TD'.
      *    SE SUMA LO CAPTURADO HOY (FECCAPT = HOY, O LA FECHA DE
      *    DDFECPRO): EL SALDO SE MUEVE EN LA CAPTURA, AUNQUE LA
      *    FECHA VALOR (FECMOV) CAIGA EN EL HABIL SIGUIENTE;
      *    FILTRAR POR FECMOV
      *    CONTARIA DOS VECES LO POSTERIOR AL CORTE.
      *    CON DDFECPRO ENTRA ADEMAS LO CAPTURADO DESPUES DE ESA
      *    FECHA (LO QUE PGMMEMAP APLICO LA NOCHE DEL PUNTO).
           EXEC SQL
              SELECT VALUE(SUM(CASE WHEN TIPMOV IN
                                         ('DE', 'ID', 'XC',
                                          'RD', 'RG', 'TD')
                                    THEN IMPORTE ELSE 0 END), 0),
                     VALUE(SUM(CASE WHEN TIPMOV IN ('CR', 'XD',
                                                    'RU', 'TC')
                                    THEN IMPORTE ELSE 0 END), 0)
                INTO :WS-SUM-DEBITOS,
                     :WS-SUM-CREDITOS
                FROM KC02803.TBCURMOV
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
                 AND (FECCAPT = DATE(:WS-FECHA-CUADRA)
                      OR (FECCAPT > DATE(:WS-FECHA-CUADRA)
                      AND :WS-CON-POSTERIORES = 'S'))
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS AND
      *---------------------------------------------------------------
       9999-FINAL-I.

           COMPUTE WS-VERIFICADAS-CANT =
                   WS-LEIDOS-CANT - WS-OTRAS-PART-CANT
           DISPLAY '____________________________________________'
           DISPLAY 'CUENTAS VERIFICADAS : ' WS-VERIFICADAS-CANT
           DISPLAY 'CUENTAS CUADRADAS   : ' WS-CUADRADAS-CANT
           DISPLAY 'DESVIOS DETECTADOS  : ' WS-DESVIOS-CANT
           DISPLAY 'FOTOS SIN CUENTA    : ' WS-SIN-CUENTA-CANT
           DISPLAY 'OTRAS PARTICIONES   : ' WS-OTRAS-PART-CANT

      *    UN SOLO DESVIO ALCANZA PARA FRENAR LOS LISTADOS
      *    POSTERIORES DE LA CADENA. EN UNA PARTICION EL RC=8 LO
      *    DA LA CONSOLIDACION, PARA NO FRENAR A LAS DEMAS.
           IF RETURN-CODE IS EQUAL ZEROS AND
              WS-PAR-NRO IS EQUAL ZEROS AND
              (WS-DESVIOS-CANT IS GREATER ZEROS OR
               WS-SIN-CUENTA-CANT IS GREATER ZEROS)
              MOVE 8 TO RETURN-CODE
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF

           PERFORM 9100-GRABAR-TOTALES-I THRU 9100-GRABAR-TOTALES-F

      *    LA CORRIDA CON DESVIOS (RC=8) TAMBIEN TERMINO SU
      *    TRABAJO: SE MARCA COMPLETA EN EL CONTROL DE CORRIDAS.
           IF RETURN-CODE IS NOT EQUAL 9999
              MOVE 'F' TO LK-RUN-MODO
              MOVE WS-LEIDOS-CANT TO LK-RUN-LEIDOS
              MOVE WS-CUADRADAS-CANT TO LK-RUN-GRABADOS
              COMPUTE LK-RUN-ERRORES =
                      WS-DESVIOS-CANT + WS-SIN-CUENTA-CANT
              CALL WS-PGMRNCAF USING LK-RUN-CONTROL
           END-IF.

       9999-FINAL-F. EXIT.


      *---- TOTALES DE CONTROL DE LA PARTICION PARA PGMPARTC ----------
       9100-GRABAR-TOTALES-I.

           IF FS-TOTALES IS NOT EQUAL '00'
              GO TO 9100-GRABAR-TOTALES-F
           END-IF

           MOVE WS-PAR-NRO          TO TOT-PARTICION
           MOVE WS-PAR-SUC-DESDE    TO TOT-SUC-DESDE
           MOVE WS-PAR-SUC-HASTA    TO TOT-SUC-HASTA
           MOVE WS-LEIDOS-CANT      TO TOT-LEIDOS
           MOVE WS-VERIFICADAS-CANT TO TOT-PROPIOS
           MOVE WS-CUADRADAS-CANT   TO TOT-CANT-1
           MOVE WS-DESVIOS-CANT     TO TOT-CANT-2
           MOVE WS-SIN-CUENTA-CANT  TO TOT-CANT-3
           MOVE ZEROS               TO TOT-IMP-1 TOT-IMP-2
           MOVE RETURN-CODE         TO TOT-RC

           WRITE REG-TOTALES FROM WS-REG-TOTALES
           IF FS-TOTALES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR TOTALES = ' FS-TOTALES
              MOVE 9999 TO RETURN-CODE
           END-IF

           CLOSE TOTALES
           IF FS-TOTALES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE TOTALES = ' FS-TOTALES
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9100-GRABAR-TOTALES-F. EXIT.

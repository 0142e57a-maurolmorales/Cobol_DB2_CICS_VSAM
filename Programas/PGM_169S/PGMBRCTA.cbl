       IDENTIFICATION DIVISION. *> barrido de saldos
       PROGRAM-ID. PGMBRCTA.

      *****************************************************************
      *                   CLASE SINCRÓNICA 43                         *
      *                   ===================                         *
      *    ACUERDOS DE BARRIDO DE SALDOS (TBCURBAR)                   *
      *                                                               *
      *    ENTER : ALTA DE UN ACUERDO: CUENTA CORRIENTE (TIPO 01),    *
      *            CAJA DE AHORRO (TIPO 02) Y TOPE OPCIONAL. LAS DOS  *
      *            CUENTAS DEBEN EXISTIR, ESTAR OPERABLES, SER DEL    *
      *            MISMO CLIENTE Y DE LA MISMA MONEDA, Y NO ESTAR YA  *
      *            EN OTRO ACUERDO VIGENTE. EL NUMERO DE ACUERDO SE   *
      *            ASIGNA SOLO. LO EJECUTA CADA NOCHE PGMBAREJ:       *
      *            CUBRE EL SALDO DEUDOR DE LA CUENTA CORRIENTE CON   *
      *            LA CAJA DE AHORRO Y, CON TOPE MAYOR QUE CERO,      *
      *            DEVUELVE A LA CAJA DE AHORRO EL EXCEDENTE DE LA    *
      *            CUENTA CORRIENTE POR ENCIMA DEL TOPE.              *
      *    PF4   : BAJA DE UN ACUERDO (POR NUMERO DE ACUERDO).        *
      *    PF5   : CONSULTA DEL ACUERDO VIGENTE DE LA CUENTA          *
      *            CORRIENTE INGRESADA.                               *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                                  'INGRESE LOS DATOS Y PRESIONE ENTER'.
             05 CT-MNS-02         PIC X(72) VALUE
                      'LA CUENTA DEL BARRIDO DEBE SER CUENTA CORRIENTE'.
             05 CT-MNS-03         PIC X(72) VALUE
                                        'NUMERO DE CUENTA INVALIDO'.
             05 CT-MNS-04         PIC X(72) VALUE
                          'NUMERO DE CAJA DE AHORRO INVALIDO'.
             05 CT-MNS-05         PIC X(72) VALUE
                          'TOPE INVALIDO (CERO = SIN DEVOLUCION)'.
             05 CT-MNS-06         PIC X(72) VALUE
                                  'ACUERDO DADO DE ALTA CON EXITO'.
             05 CT-MNS-07         PIC X(72) VALUE
                                  'ACUERDO DADO DE BAJA CON EXITO'.
             05 CT-MNS-08         PIC X(72) VALUE
                                        'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                          'CUENTA CORRIENTE INEXISTENTE O NO OPERABLE'.
             05 CT-MNS-11         PIC X(72) VALUE
                          'CAJA DE AHORRO INEXISTENTE O NO OPERABLE'.
             05 CT-MNS-12         PIC X(72) VALUE
                          'LAS CUENTAS SON DE CLIENTES DISTINTOS'.
             05 CT-MNS-13         PIC X(72) VALUE
                          'ACUERDO INEXISTENTE'.
             05 CT-MNS-14         PIC X(72) VALUE
                      'MONEDAS DE LAS CUENTAS DISTINTAS'.
             05 CT-MNS-15         PIC X(72) VALUE
                      'DIGITO VERIFICADOR ERRONEO - VERIFIQUE CUENTA'.
             05 CT-MNS-16         PIC X(72) VALUE
                      'UNA DE LAS CUENTAS YA TIENE UN BARRIDO VIGENTE'.
             05 CT-MNS-17         PIC X(72) VALUE
                      'LA CUENTA NO TIENE BARRIDO VIGENTE'.
             05 CT-MNS-18         PIC X(72) VALUE
                      'ACUERDO DE BARRIDO VIGENTE'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPBRCT'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPBRCT'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'SCTA'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPBRCT.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
       01  WS-COMMAREA.
           03 WS-USER-DATA.
              05 WS-USER-TIPCUEN       PIC X(02).
              05 WS-USER-NROCUEN       PIC 9(10).
           03 FILLER                   PIC X(13).

      *-----------   VARIABLES DE VALIDACION   ----------------------
       77  WS-DATO-VALIDO              PIC X.
           88 DATOOK                                  VALUE 'Y'.
           88 DATOOK-NO                               VALUE 'N'.

       77  WS-TOPE                     PIC 9(11)      VALUE ZEROS.

      *-----------   HOST VARIABLES DB2   ---------------------------
       77  REG-TIPCUEN             PIC X(02)      VALUE SPACES.
       77  REG-NROCUEN             PIC S9(10)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-ESTCTA              PIC X(01)      VALUE SPACES.
       77  REG-SUCUEN              PIC S9(02)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  CTE-NROCLI              PIC S9(07)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  CTE-MONEDA              PIC S9(01)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  AHO-NROCLI              PIC S9(07)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  AHO-MONEDA              PIC S9(01)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-CANT-BARR            PIC S9(09) COMP VALUE ZEROES.

       01  DCLTBCURBAR.
           10 BAR-NROBARR     PIC S9(7)V     USAGE COMP-3.
           10 BAR-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 BAR-TIPCUENC    PIC X(2).
           10 BAR-NROCUENC    PIC S9(10)V    USAGE COMP-3.
           10 BAR-TIPCUENA    PIC X(2).
           10 BAR-NROCUENA    PIC S9(10)V    USAGE COMP-3.
           10 BAR-TOPE        PIC S9(11)V9(2) USAGE COMP-3.
           10 BAR-VIGDESDE    PIC X(10).
           10 BAR-ESTADO      PIC X(1).

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

      *---- RUTINA DE DIGITO VERIFICADOR DE CUENTAS -----------------
       77  WS-PGMDVCTA             PIC X(8)       VALUE 'PGMDVCTA'.

       01  LK-CUENTA-DV.
           05 LK-DV-SUCUEN         PIC 9(2).
           05 LK-DV-TIPCUEN        PIC X(2).
           05 LK-DV-NROCUEN        PIC 9(10).
           05 LK-DV-INGRESADO      PIC X(2).
           05 LK-DV-CALCULADO      PIC 9(2).
           05 LK-DV-VALIDO         PIC X(2).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.


       LINKAGE SECTION.
      *================*
       01 DFHCOMMAREA PIC X(20).

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-INICIO.

           PERFORM 1000-INICIO-I   THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I  THRU 2000-PROCESO-F
           PERFORM 9999-FINAL-I    THRU 9999-FINAL-F.

       MAIN-PROGRAM-FINAL. EXIT.


      *-------------------------------------------------------------
       1000-INICIO-I.

           MOVE LOW-VALUES TO MAPBRCTO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE LENGTH OF MAPBRCTO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPBRCTO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPBRCTI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPBRCTO
                 MOVE CT-MNS-01  TO MSGO
                 PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
                 PERFORM 9999-FINAL-I THRU 9999-FINAL-F

              WHEN OTHER
                 MOVE CT-MNS-08  TO MSGO
                 PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
                 PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-EVALUATE

           MOVE TIPCUENI TO WS-USER-TIPCUEN
           MOVE NROCUENI TO WS-USER-NROCUEN
           PERFORM 3000-TECLAS-I THRU 3000-TECLAS-F.

       2000-PROCESO-F. EXIT.


      *-------------------------------------------------------------
       3000-TECLAS-I.

           EVALUATE EIBAID

              WHEN DFHENTER
                 PERFORM 3100-ENTER-I THRU 3100-ENTER-F

              WHEN DFHPF4
                 PERFORM 3400-PF4-I   THRU 3400-PF4-F

              WHEN DFHPF5
                 PERFORM 3500-PF5-I   THRU 3500-PF5-F

              WHEN DFHPF3
                 PERFORM 3200-PF3-I   THRU 3200-PF3-F

              WHEN DFHPF12
                 PERFORM 3300-PF12-I  THRU 3300-PF12-F

              WHEN OTHER
                 MOVE CT-MNS-09 TO  MSGO

           END-EVALUATE

           PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F.

       3000-TECLAS-F. EXIT.


      *-------------------------------------------------------------
       3100-ENTER-I.

           PERFORM 3150-VALIDAR-I THRU 3150-VALIDAR-F

           IF DATOOK THEN
              PERFORM 5000-AGREGAR-I THRU 5000-AGREGAR-F
           END-IF.

       3100-ENTER-F. EXIT.


      *-------------------------------------------------------------
      *  EL TOPE ES OPCIONAL: EN BLANCO O CERO SOLO SE CUBRE EL
      *  SALDO DEUDOR, SIN DEVOLVER EXCEDENTES A LA CAJA DE AHORRO.
       3150-VALIDAR-I.

           SET DATOOK TO TRUE.
           MOVE ZEROS TO WS-TOPE.

           EVALUATE TRUE

              WHEN TIPCUENI IS NOT EQUAL '01'
                   SET DATOOK-NO TO TRUE
                   MOVE CT-MNS-02  TO MSGO
              WHEN NROCUENI IS NOT NUMERIC
              WHEN NROCUENI IS EQUAL ZEROS
                   SET DATOOK-NO TO TRUE
                   MOVE CT-MNS-03  TO MSGO
              WHEN NROCAHI IS NOT NUMERIC
              WHEN NROCAHI IS EQUAL ZEROS
                   SET DATOOK-NO TO TRUE
                   MOVE CT-MNS-04  TO MSGO
              WHEN TOPEI IS EQUAL TO (SPACES OR LOW-VALUES)
                   CONTINUE
              WHEN TOPEI IS NOT NUMERIC
                   SET DATOOK-NO TO TRUE
                   MOVE CT-MNS-05  TO MSGO
              WHEN OTHER
                   MOVE TOPEI TO WS-TOPE

           END-EVALUATE.

       3150-VALIDAR-F. EXIT.


      *-------------------------------------------------------------
       3200-PF3-I.

           MOVE LOW-VALUES TO MAPBRCTO.
           MOVE CT-MNS-01 TO MSGO.

       3200-PF3-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMMECTA')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  BAJA DE UN ACUERDO DE BARRIDO POR SU NUMERO.
       3400-PF4-I.

           IF NRBARI IS NOT NUMERIC OR NRBARI IS EQUAL ZEROS
              MOVE CT-MNS-13 TO MSGO
              GO TO 3400-PF4-F
           END-IF

           MOVE NRBARI TO BAR-NROBARR

           EXEC SQL
              UPDATE KC02803.TBCURBAR
                 SET ESTADO  = 'B',
                     FECBAJA = CURRENT DATE
               WHERE NROBARR = :BAR-NROBARR
                 AND ESTADO  = 'V'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE CT-MNS-07 TO MSGO
              WHEN NOT-FOUND
                 MOVE CT-MNS-13 TO MSGO
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
           END-EVALUATE.

       3400-PF4-F. EXIT.


      *-------------------------------------------------------------
      *  CONSULTA DEL ACUERDO VIGENTE DE LA CUENTA CORRIENTE.
       3500-PF5-I.

           IF NROCUENI IS NOT NUMERIC OR NROCUENI IS EQUAL ZEROS
              MOVE CT-MNS-03 TO MSGO
              GO TO 3500-PF5-F
           END-IF

           MOVE TIPCUENI TO BAR-TIPCUENC
           MOVE NROCUENI TO BAR-NROCUENC

           EXEC SQL
              SELECT NROBARR, NROCUENA, TOPE, VIGDESDE
                INTO :BAR-NROBARR, :BAR-NROCUENA, :BAR-TOPE,
                     :BAR-VIGDESDE
                FROM KC02803.TBCURBAR
               WHERE TIPCUENC = :BAR-TIPCUENC
                 AND NROCUENC = :BAR-NROCUENC
                 AND ESTADO   = 'V'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE CT-MNS-18    TO MSGO
                 MOVE BAR-NROBARR  TO NRBARO
                 MOVE BAR-NROCUENA TO NROCAHO
                 MOVE BAR-TOPE     TO WS-TOPE
                 MOVE WS-TOPE      TO TOPEO
                 MOVE BAR-VIGDESDE TO VIGDESO
              WHEN NOT-FOUND
                 MOVE CT-MNS-17 TO MSGO
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
           END-EVALUATE.

       3500-PF5-F. EXIT.


      *-------------------------------------------------------------
      *  ALTA DE UN ACUERDO: LA CUENTA CORRIENTE Y LA CAJA DE AHORRO
      *  DEBEN EXISTIR Y ESTAR OPERABLES, SER DEL MISMO CLIENTE Y
      *  DE LA MISMA MONEDA (EL BARRIDO NO CONVIERTE). NINGUNA DE
      *  LAS DOS PUEDE ESTAR YA EN UN ACUERDO VIGENTE. EL NUMERO
      *  DE ACUERDO ES EL SIGUIENTE LIBRE Y LA VIGENCIA ARRANCA HOY.
       5000-AGREGAR-I.

           MOVE TIPCUENI TO REG-TIPCUEN
           MOVE NROCUENI TO REG-NROCUEN

           EXEC SQL
              SELECT SUCUEN, NROCLI, MONEDA, ESTCTA
                INTO :REG-SUCUEN, :CTE-NROCLI, :CTE-MONEDA,
                     :REG-ESTCTA
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0 OR
              REG-ESTCTA IS NOT EQUAL 'A'
              MOVE CT-MNS-10 TO MSGO
              GO TO 5000-AGREGAR-F
           END-IF

           MOVE REG-SUCUEN  TO LK-DV-SUCUEN
           MOVE REG-TIPCUEN TO LK-DV-TIPCUEN
           MOVE REG-NROCUEN TO LK-DV-NROCUEN
           MOVE DIGVERI     TO LK-DV-INGRESADO
           PERFORM 5500-VERIF-DV-I THRU 5500-VERIF-DV-F
           IF LK-DV-VALIDO IS NOT EQUAL 'SI'
              GO TO 5000-AGREGAR-F
           END-IF

           MOVE '02'     TO REG-TIPCUEN
           MOVE NROCAHI  TO REG-NROCUEN

           EXEC SQL
              SELECT SUCUEN, NROCLI, MONEDA, ESTCTA
                INTO :REG-SUCUEN, :AHO-NROCLI, :AHO-MONEDA,
                     :REG-ESTCTA
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0 OR
              REG-ESTCTA IS NOT EQUAL 'A'
              MOVE CT-MNS-11 TO MSGO
              GO TO 5000-AGREGAR-F
           END-IF

           IF AHO-NROCLI IS NOT EQUAL CTE-NROCLI
              MOVE CT-MNS-12 TO MSGO
              GO TO 5000-AGREGAR-F
           END-IF

           IF AHO-MONEDA IS NOT EQUAL CTE-MONEDA
              MOVE CT-MNS-14 TO MSGO
              GO TO 5000-AGREGAR-F
           END-IF

           MOVE REG-SUCUEN  TO LK-DV-SUCUEN
           MOVE REG-TIPCUEN TO LK-DV-TIPCUEN
           MOVE REG-NROCUEN TO LK-DV-NROCUEN
           MOVE DIGVE2I     TO LK-DV-INGRESADO
           PERFORM 5500-VERIF-DV-I THRU 5500-VERIF-DV-F
           IF LK-DV-VALIDO IS NOT EQUAL 'SI'
              GO TO 5000-AGREGAR-F
           END-IF

           MOVE TIPCUENI TO BAR-TIPCUENC
           MOVE NROCUENI TO BAR-NROCUENC
           MOVE '02'     TO BAR-TIPCUENA
           MOVE NROCAHI  TO BAR-NROCUENA

      *    UNA CUENTA PARTICIPA DE UN SOLO BARRIDO VIGENTE: ASI LA
      *    CORRIDA NOCTURNA NO USA DOS VECES EL MISMO SALDO.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-BARR
                FROM KC02803.TBCURBAR
               WHERE ESTADO = 'V'
                 AND ((TIPCUENC = :BAR-TIPCUENC AND
                       NROCUENC = :BAR-NROCUENC) OR
                      (TIPCUENA = :BAR-TIPCUENA AND
                       NROCUENA = :BAR-NROCUENA))
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-AGREGAR-F
           END-IF

           IF WS-CANT-BARR IS GREATER ZEROS
              MOVE CT-MNS-16 TO MSGO
              GO TO 5000-AGREGAR-F
           END-IF

      *    SIGUIENTE NUMERO DE ACUERDO LIBRE.
           EXEC SQL
              SELECT VALUE(MAX(NROBARR), 0) + 1
                INTO :BAR-NROBARR
                FROM KC02803.TBCURBAR
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-AGREGAR-F
           END-IF

           MOVE CTE-NROCLI TO BAR-NROCLI
           MOVE WS-TOPE    TO BAR-TOPE
           MOVE 'V'        TO BAR-ESTADO

           EXEC SQL
              INSERT INTO KC02803.TBCURBAR
                 ( NROBARR, NROCLI, TIPCUENC, NROCUENC,
                   TIPCUENA, NROCUENA, TOPE, VIGDESDE, ESTADO )
              VALUES
                 ( :BAR-NROBARR, :BAR-NROCLI, :BAR-TIPCUENC,
                   :BAR-NROCUENC, :BAR-TIPCUENA, :BAR-NROCUENA,
                   :BAR-TOPE, CURRENT DATE, :BAR-ESTADO )
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE CT-MNS-06    TO MSGO
                 MOVE BAR-NROBARR  TO NRBARO
              WHEN OTHER
                 MOVE CT-MNS-08    TO MSGO
           END-EVALUATE.

       5000-AGREGAR-F. EXIT.


      *-------------------------------------------------------------
      *  VALIDA EL DIGITO VERIFICADOR INGRESADO (PGMDVCTA) DE LA
      *  CUENTA CARGADA EN LK-CUENTA-DV, ANTES DE TOCAR LA BASE.
       5500-VERIF-DV-I.

           CALL WS-PGMDVCTA USING LK-CUENTA-DV

           IF LK-DV-VALIDO IS NOT EQUAL 'SI'
              MOVE CT-MNS-15 TO MSGO
           END-IF.

       5500-VERIF-DV-F. EXIT.


      *-------------------------------------------------------------
       7000-TIME-I.

           EXEC CICS ASKTIME
              ABSTIME (WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
              ABSTIME (WS-ABSTIME)
              DDMMYYYY (WS-FECHA) DATESEP(WS-SEP-DATE)
              TIME (WS-HORA) TIMESEP(WS-SEP-HOUR)
           END-EXEC

           MOVE WS-FECHA TO FECHAO.

       7000-TIME-F. EXIT.


      *----------------------------------------------------------
       8000-SEND-MAPA-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           EXEC CICS SEND
               MAP    (WS-MAP)
               MAPSET (WS-MAPSET)
               FROM   (MAPBRCTO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


      *-------------------------------------------------------------
       9999-FINAL-I.

           EXEC CICS RETURN
              TRANSID  (WS-TRANSACTION)
              COMMAREA (WS-COMMAREA)
           END-EXEC.

       9999-FINAL-F. EXIT.

       IDENTIFICATION DIVISION. *> cuenta transitoria
       PROGRAM-ID. PGMTRMAN.

      *****************************************************************
      *                   CLASE SINCRÓNICA 178                        *
      *                   ====================                        *
      *    RESOLUCION DE LA CUENTA TRANSITORIA                        *
      *                                                               *
      *    OPERACIONES RECORRE LOS ITEMS QUE PGMHABER Y PGMCAMAR      *
      *    DERIVARON A LA TRANSITORIA (TBCURTRN, RUTINA PGMTRCAF) EN  *
      *    LUGAR DE DEVOLVERLOS, Y RESUELVE CADA UNO.                 *
      *    ENTER : ITEM TIPEADO; SIN NUMERO, EL PENDIENTE MAS VIEJO.  *
      *    PF8   : SIGUIENTE PENDIENTE.                               *
      *    PF5   : APLICA EL ITEM A LA CUENTA TIPEADA: MISMA MONEDA,  *
      *            CUENTA ACTIVA O DE FALLECIDO, SIN PASAR EL TOPE    *
      *            DE SALDO. ACREDITA EL SALDO, GRABA EL MOVIMIENTO   *
      *            EN TBCURMOV CON EL CANAL DE ORIGEN ('HA'/'CL') Y   *
      *            ENCOLA EL AVISO AL CLIENTE (PGMAVCAF), TODO EN LA  *
      *            MISMA UNIDAD DE TRABAJO QUE LA MARCA 'A' DEL ITEM. *
      *    PF6   : DEVUELVE EL ITEM (ESTADO 'D'); EL ARCHIVO DE       *
      *            DEVOLUCION LO ARMA PGMTRAGE A LA NOCHE.            *
      *    CON LA JORNADA CERRADA NO SE RESUELVE NADA. CADA           *
      *    RESOLUCION SE AUDITA EN LA COLA 'AUDC' (ACCIONES 'TRAP' Y  *
      *    'TRDV').                                                   *
      *    SOLO SUPERVISOR (NIVEL 3).                                 *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

      *------------------------------------------------------------
       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                  'ENTER: ITEM TIPEADO O PENDIENTE MAS VIEJO'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                          'NUMERO DE ITEM INVALIDO'.
             05 CT-MNS-03         PIC X(72) VALUE
                  'ITEM INEXISTENTE EN LA CUENTA TRANSITORIA'.
             05 CT-MNS-04         PIC X(72) VALUE
                  'NO HAY ITEMS PENDIENTES EN LA CUENTA TRANSITORIA'.
             05 CT-MNS-05         PIC X(72) VALUE
                  'CUENTA DESTINO INVALIDA - TIPO Y NUMERO'.
             05 CT-MNS-06         PIC X(72) VALUE
                  'CUENTA DESTINO INEXISTENTE'.
             05 CT-MNS-07         PIC X(72) VALUE
                  'LA MONEDA DE LA CUENTA NO COINCIDE CON LA DEL ITEM'.
             05 CT-MNS-08         PIC X(72) VALUE
                                        'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                  'CUENTA DESTINO NO OPERABLE'.
             05 CT-MNS-11         PIC X(72) VALUE
                  'EL ITEM YA FUE RESUELTO'.
             05 CT-MNS-12         PIC X(72) VALUE
                  'ITEM APLICADO - SE MUESTRA EL SIGUIENTE PENDIENTE'.
             05 CT-MNS-13         PIC X(72) VALUE
                  'PF5 APLICA A LA CUENTA - PF6 DEVUELVE - PF8 SIGUE'.
             05 CT-MNS-14         PIC X(72) VALUE
                  'NO HAY MAS PENDIENTES - ENTER VUELVE AL MAS VIEJO'.
             05 CT-MNS-15         PIC X(72) VALUE
                  'ITEM DEVUELTO - SE MUESTRA EL SIGUIENTE PENDIENTE'.
             05 CT-MNS-16         PIC X(72) VALUE
                  'MUESTRE UN ITEM CON ENTER ANTES DE RESOLVERLO'.
             05 CT-MNS-17         PIC X(72) VALUE
                  'EL CREDITO EXCEDE LA CAPACIDAD DEL SALDO'.
             05 CT-MNS-18         PIC X(72) VALUE
                  'JORNADA CERRADA - NO SE RESUELVEN ITEMS'.
             05 CT-MNS-19         PIC X(72) VALUE
                  'ITEM RESUELTO - NO QUEDAN PENDIENTES'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPTRAN'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPTRAN'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'TRNS'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.
           03 CT-AUDIT-QUEUE      PIC X(04)          VALUE 'AUDC'.
           03 CT-AUDIT-LEN        PIC S9(04) COMP    VALUE 106.

      *-------------------------------------------------------------
           COPY MAPTRAN.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
       01  WS-COMMAREA.
      *    ITEM EN PANTALLA (CEROS = NINGUNO).
           03 WS-USER-NROITEM          PIC 9(09).
           03 FILLER                   PIC X(16).

      *-----------   VARIABLES DE VALIDACION   ----------------------
       77  WS-DATO-VALIDO              PIC X.
           88 DATOOK                                  VALUE 'Y'.
           88 DATOOK-NO                               VALUE 'N'.

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

       77  WS-ITEM-ING             PIC X(09)      VALUE SPACES.
       77  WS-TIPCUEN-ING          PIC X(02)      VALUE SPACES.
       77  WS-NROCUEN-ING          PIC X(10)      VALUE SPACES.

       77  WS-SALDO-NUEVO     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-SALDO-TOPE      PIC S9(13)V99 COMP-3
                                           VALUE 99999999999.99.
       77  WS-IMPORTE-ED               PIC Z(10)9.99.

      *-----------   HOST VARIABLES DB2 (TBCURTRN)   ----------------
       01  DCLTBCURTRN.
           10 TRN-NROITEM     PIC S9(9)V     USAGE COMP-3.
           10 TRN-ORIGEN      PIC X(2).
           10 TRN-FECALTA     PIC X(10).
           10 TRN-EMISOR      PIC X(10).
           10 TRN-IDENT       PIC X(16).
           10 TRN-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 TRN-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 TRN-REFER       PIC X(12).
           10 TRN-MOTIVO      PIC X(2).
           10 TRN-MOTDESC     PIC X(30).
           10 TRN-ESTADO      PIC X(1).
           10 TRN-TIPCUEND    PIC X(2).
           10 TRN-NROCUEND    PIC S9(10)V    USAGE COMP-3.
           10 TRN-OPERADOR    PIC X(3).
           10 TRN-HORARESOL   PIC X(8).

       77  WS-NROITEM              PIC S9(9)V     USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-DIAS-PEND            PIC S9(9)      USAGE COMP
                                                  VALUE ZEROES.
       77  WS-PENDIENTES           PIC S9(9)      USAGE COMP
                                                  VALUE ZEROES.

      *-----------   HOST VARIABLES DB2 (TBCURCTA)   ----------------
       77  REG-TIPCUEN             PIC X(02)      VALUE SPACES.
       77  REG-NROCUEN             PIC S9(10)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-SUCUEN              PIC S9(02)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-SALDO               PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-MONEDA              PIC S9(01)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-ESTCTA              PIC X(01)      VALUE SPACES.

      *-----------   HOST VARIABLES DB2 (TBCURMOV)   ----------------
       01  DCLTBCURMOV.
           10 MOV-TIPCUEN     PIC X(2).
           10 MOV-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 MOV-SUCMOV      PIC S9(2)V     USAGE COMP-3.
           10 MOV-TIPMOV      PIC X(2).
           10 MOV-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 MOV-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 MOV-CANAL       PIC X(2).
           10 MOV-REFMOV      PIC X(12).
           10 MOV-OPERADOR    PIC X(3).
           10 MOV-HORAMOV     PIC X(8).

      *---- RUTINA DE AVISOS AL CLIENTE -----------------------------
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

      *---- VENTANA DE POSTEO (TBCURRUN, PASO 'JORNADA') -------------
       77  WS-JORNADA              PIC X          VALUE 'A'.
           88 JORNADA-ABIERTA                     VALUE 'A'.
           88 JORNADA-CERRADA                     VALUE 'C'.
       77  RUN-ESTADO              PIC X(01)      VALUE SPACES.

      *    VALOR AUDITADO DE UNA RESOLUCION (30 POSICIONES).
       01  WS-AUD-ITEM.
           03 AIT-NROITEM          PIC 9(09)      VALUE ZEROS.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 AIT-ESTADO           PIC X(01)      VALUE SPACES.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 AIT-TIPCUEN          PIC X(02)      VALUE SPACES.
           03 AIT-NROCUEN          PIC 9(10)      VALUE ZEROS.
           03 FILLER               PIC X(06)      VALUE SPACES.

      *---- REGISTRO DE AUDITORIA (OPERADOR/TERMINAL/VALORES) --------
       01  WS-REG-AUDITORIA.
           05 AUD-TRANSACCION      PIC X(04)      VALUE SPACES.
           05 AUD-OPERADOR         PIC X(03)      VALUE SPACES.
           05 AUD-TERMINAL         PIC X(04)      VALUE SPACES.
           05 AUD-ACCION           PIC X(04)      VALUE SPACES.
           05 AUD-TIP-DOC          PIC X(02)      VALUE SPACES.
           05 AUD-NRO-DOC          PIC 9(11)      VALUE ZEROS.
           05 AUD-VALOR-ANT        PIC X(30)      VALUE SPACES.
           05 AUD-VALOR-NUE        PIC X(30)      VALUE SPACES.
           05 AUD-FECHA            PIC X(10)      VALUE SPACES.
           05 AUD-HORA             PIC X(08)      VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *---- FIRMA DE OPERADOR (PGMSICAF) POR TERMINAL ----------------
      *    NIVELES: 1 CONSULTA / 2 CAJERO / 3 SUPERVISOR.
       01  WS-TSQ-FIRMA.
           03 FILLER               PIC X(04)      VALUE 'SGN '.
           03 WS-TSQ-TERM-F        PIC X(04)      VALUE SPACES.

       01  WS-REG-FIRMA.
           05 FIR-ID               PIC X(03).
           05 FIR-NOMBRE           PIC X(30).
           05 FIR-SUC              PIC 9(02).
           05 FIR-NIVEL            PIC 9(01).

       77  WS-FIRMA-LEN            PIC S9(04) COMP VALUE 36.
       77  WS-FIRMA-OK             PIC X           VALUE 'N'.
           88 FIRMA-OK                             VALUE 'S'.
           88 FIRMA-NO                             VALUE 'N'.
       77  WS-NIVEL-REQUERIDO      PIC 9(01)       VALUE 3.

      *---- REGISTRO DE ACTIVIDAD (COLA ACTC): UNA MARCA LIVIANA ------
      *---- POR INTERACCION PARA EL INFORME DE USO (PGMESTAD) ---------
       01  WS-REG-ACTIVIDAD.
           05 ACT-TRANSACCION      PIC X(04)      VALUE SPACES.
           05 ACT-OPERADOR         PIC X(03)      VALUE SPACES.
           05 ACT-SUC              PIC 9(02)      VALUE ZEROS.
           05 ACT-FECHA            PIC X(10)      VALUE SPACES.
           05 ACT-HORA             PIC X(08)      VALUE SPACES.
           05 ACT-RESULT           PIC X(01)      VALUE 'O'.
           05 FILLER               PIC X(12)      VALUE SPACES.

       77  CT-ACTIV-QUEUE          PIC X(04)      VALUE 'ACTC'.
       77  CT-ACTIV-LEN            PIC S9(04) COMP VALUE 40.

       LINKAGE SECTION.
      *================*
       01 DFHCOMMAREA PIC X(25).

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-INICIO.

           PERFORM 1000-INICIO-I   THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I  THRU 2000-PROCESO-F
           PERFORM 9999-FINAL-I    THRU 9999-FINAL-F.

       MAIN-PROGRAM-FINAL. EXIT.


      *-------------------------------------------------------------
       1000-INICIO-I.

           MOVE LOW-VALUES TO MAPTRANO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE ZEROS  TO WS-USER-NROITEM
              MOVE LENGTH OF MAPTRANO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPTRANO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPTRANI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPTRANI

              WHEN OTHER
                 MOVE CT-MNS-08  TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
                 PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-EVALUATE

           PERFORM 3000-TECLAS-I THRU 3000-TECLAS-F.

       2000-PROCESO-F. EXIT.


      *-------------------------------------------------------------
       3000-TECLAS-I.

           EVALUATE EIBAID

              WHEN DFHENTER
                 PERFORM 3100-ENTER-I THRU 3100-ENTER-F

              WHEN DFHPF8
                 PERFORM 3500-PF8-I   THRU 3500-PF8-F

              WHEN DFHPF5
                 PERFORM 3600-PF5-I   THRU 3600-PF5-F

              WHEN DFHPF6
                 PERFORM 3700-PF6-I   THRU 3700-PF6-F

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
      *  ITEM TIPEADO (CUALQUIER ESTADO, PARA CONSULTA) O, SIN
      *  NUMERO, EL PENDIENTE MAS VIEJO.
       3100-ENTER-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3100-ENTER-F
           END-IF

           MOVE NROITI TO WS-ITEM-ING
           INSPECT WS-ITEM-ING REPLACING ALL LOW-VALUES BY SPACES

           IF WS-ITEM-ING IS EQUAL SPACES
              MOVE ZEROS TO WS-USER-NROITEM
              PERFORM 5000-SIGUIENTE-I THRU 5000-SIGUIENTE-F
              IF DATOOK
                 MOVE CT-MNS-13 TO MSGO
              ELSE
                 IF MSGO IS EQUAL CT-MNS-14
                    MOVE CT-MNS-04 TO MSGO
                 END-IF
              END-IF
              GO TO 3100-ENTER-F
           END-IF

           IF WS-ITEM-ING IS NOT NUMERIC
              MOVE CT-MNS-02 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3100-ENTER-F
           END-IF

           MOVE WS-ITEM-ING TO WS-USER-NROITEM
           PERFORM 5100-LEER-ITEM-I THRU 5100-LEER-ITEM-F
           IF DATOOK
              IF TRN-ESTADO IS EQUAL 'P'
                 MOVE CT-MNS-13 TO MSGO
              ELSE
                 MOVE CT-MNS-11 TO MSGO
              END-IF
           ELSE
              MOVE ZEROS TO WS-USER-NROITEM
           END-IF.

       3100-ENTER-F. EXIT.


      *-------------------------------------------------------------
       3200-PF3-I.

           MOVE ZEROS  TO WS-USER-NROITEM
           MOVE LOW-VALUES TO MAPTRANO.
           MOVE CT-MNS-01 TO MSGO.

       3200-PF3-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMMECTA')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  SIGUIENTE PENDIENTE DESPUES DEL ITEM EN PANTALLA.
       3500-PF8-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3500-PF8-F
           END-IF

           IF WS-USER-NROITEM IS EQUAL ZEROS
              MOVE CT-MNS-16 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3500-PF8-F
           END-IF

           PERFORM 5000-SIGUIENTE-I THRU 5000-SIGUIENTE-F
           IF DATOOK
              MOVE CT-MNS-13 TO MSGO
           END-IF.

       3500-PF8-F. EXIT.


      *-------------------------------------------------------------
      *  APLICA EL ITEM EN PANTALLA A LA CUENTA TIPEADA. SALDO,
      *  MOVIMIENTO, AVISO Y MARCA DEL ITEM VAN EN LA MISMA UNIDAD
      *  DE TRABAJO; EL ITEM SOLO SE MARCA SI SIGUE PENDIENTE.
       3600-PF5-I.

           PERFORM 3800-VALIDAR-ITEM-I THRU 3800-VALIDAR-ITEM-F
           IF DATOOK-NO
              GO TO 3600-PF5-F
           END-IF

           PERFORM 3650-VALIDAR-CUENTA-I THRU 3650-VALIDAR-CUENTA-F
           IF DATOOK-NO
              GO TO 3600-PF5-F
           END-IF

           PERFORM 7000-TIME-I THRU 7000-TIME-F
           MOVE 'A'         TO TRN-ESTADO
           MOVE REG-TIPCUEN TO TRN-TIPCUEND
           MOVE REG-NROCUEN TO TRN-NROCUEND
           PERFORM 6500-RESOLVER-ITEM-I THRU 6500-RESOLVER-ITEM-F
           IF DATOOK-NO
              GO TO 3600-PF5-F
           END-IF

           MOVE WS-SALDO-NUEVO TO REG-SALDO

           EXEC SQL UPDATE KC02803.TBCURCTA
              SET SALDO  = :REG-SALDO,
                  FECSAL = CURRENT DATE
              WHERE TIPCUEN = :REG-TIPCUEN
                AND NROCUEN = :REG-NROCUEN
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3600-PF5-F
           END-IF

           PERFORM 6000-GRABAR-MOVIM-I THRU 6000-GRABAR-MOVIM-F
           IF DATOOK-NO
              GO TO 3600-PF5-F
           END-IF

           MOVE 'TRAP' TO AUD-ACCION
           PERFORM 6800-AUDITAR-ITEM-I THRU 6800-AUDITAR-ITEM-F

           EXEC CICS SYNCPOINT END-EXEC

           MOVE LOW-VALUES TO TIPCUEO NROCUEO
           PERFORM 5000-SIGUIENTE-I THRU 5000-SIGUIENTE-F
           IF DATOOK
              MOVE CT-MNS-12 TO MSGO
           ELSE
              MOVE CT-MNS-19 TO MSGO
           END-IF.

       3600-PF5-F. EXIT.


      *-------------------------------------------------------------
      *  LA CUENTA DESTINO DEBE EXISTIR, TENER LA MONEDA DEL ITEM,
      *  ADMITIR CREDITOS ('A' O 'F') Y NO PASAR EL TOPE DE SALDO.
       3650-VALIDAR-CUENTA-I.

           SET DATOOK TO TRUE
           MOVE TIPCUEI TO WS-TIPCUEN-ING
           MOVE NROCUEI TO WS-NROCUEN-ING
           INSPECT WS-TIPCUEN-ING REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-NROCUEN-ING REPLACING ALL LOW-VALUES BY SPACES
           MOVE WS-TIPCUEN-ING TO TIPCUEO
           MOVE WS-NROCUEN-ING TO NROCUEO

           IF WS-TIPCUEN-ING IS EQUAL SPACES OR
              WS-NROCUEN-ING IS NOT NUMERIC
              SET DATOOK-NO TO TRUE
              MOVE CT-MNS-05 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3650-VALIDAR-CUENTA-F
           END-IF

           MOVE WS-TIPCUEN-ING TO REG-TIPCUEN
           MOVE WS-NROCUEN-ING TO REG-NROCUEN

           EXEC SQL
              SELECT SUCUEN, SALDO, MONEDA, ESTCTA
                INTO :REG-SUCUEN, :REG-SALDO, :REG-MONEDA,
                     :REG-ESTCTA
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-06 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 3650-VALIDAR-CUENTA-F
              WHEN OTHER
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 3650-VALIDAR-CUENTA-F
           END-EVALUATE

           COMPUTE WS-SALDO-NUEVO = REG-SALDO + TRN-IMPORTE

           EVALUATE TRUE
              WHEN REG-MONEDA IS NOT EQUAL TRN-MONEDA
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-07 TO MSGO
                 MOVE 'E' TO ACT-RESULT
              WHEN REG-ESTCTA IS NOT EQUAL 'A' AND
                   REG-ESTCTA IS NOT EQUAL 'F'
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-10 TO MSGO
                 MOVE 'E' TO ACT-RESULT
              WHEN WS-SALDO-NUEVO IS GREATER WS-SALDO-TOPE
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-17 TO MSGO
                 MOVE 'E' TO ACT-RESULT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3650-VALIDAR-CUENTA-F. EXIT.


      *-------------------------------------------------------------
      *  DEVUELVE EL ITEM EN PANTALLA. PGMTRAGE ARMA A LA NOCHE EL
      *  ARCHIVO DE DEVOLUCION CON EL REGISTRO ORIGINAL.
       3700-PF6-I.

           PERFORM 3800-VALIDAR-ITEM-I THRU 3800-VALIDAR-ITEM-F
           IF DATOOK-NO
              GO TO 3700-PF6-F
           END-IF

           PERFORM 7000-TIME-I THRU 7000-TIME-F
           MOVE 'D'    TO TRN-ESTADO
           MOVE SPACES TO TRN-TIPCUEND
           MOVE ZEROS  TO TRN-NROCUEND
           PERFORM 6500-RESOLVER-ITEM-I THRU 6500-RESOLVER-ITEM-F
           IF DATOOK-NO
              GO TO 3700-PF6-F
           END-IF

           MOVE 'TRDV' TO AUD-ACCION
           PERFORM 6800-AUDITAR-ITEM-I THRU 6800-AUDITAR-ITEM-F

           EXEC CICS SYNCPOINT END-EXEC

           MOVE LOW-VALUES TO TIPCUEO NROCUEO
           PERFORM 5000-SIGUIENTE-I THRU 5000-SIGUIENTE-F
           IF DATOOK
              MOVE CT-MNS-15 TO MSGO
           ELSE
              MOVE CT-MNS-19 TO MSGO
           END-IF.

       3700-PF6-F. EXIT.


      *-------------------------------------------------------------
      *  CONDICIONES COMUNES A APLICAR Y DEVOLVER: FIRMA, ITEM EN
      *  PANTALLA TODAVIA PENDIENTE Y JORNADA ABIERTA.
       3800-VALIDAR-ITEM-I.

           SET DATOOK-NO TO TRUE

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3800-VALIDAR-ITEM-F
           END-IF

           IF WS-USER-NROITEM IS EQUAL ZEROS
              MOVE CT-MNS-16 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3800-VALIDAR-ITEM-F
           END-IF

           PERFORM 5100-LEER-ITEM-I THRU 5100-LEER-ITEM-F
           IF DATOOK-NO
              GO TO 3800-VALIDAR-ITEM-F
           END-IF

           IF TRN-ESTADO IS NOT EQUAL 'P'
              SET DATOOK-NO TO TRUE
              MOVE CT-MNS-11 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3800-VALIDAR-ITEM-F
           END-IF

           PERFORM 0800-VERIF-JORNADA-I THRU 0800-VERIF-JORNADA-F
           IF JORNADA-CERRADA
              SET DATOOK-NO TO TRUE
              MOVE CT-MNS-18 TO MSGO
              MOVE 'E' TO ACT-RESULT
           END-IF.

       3800-VALIDAR-ITEM-F. EXIT.


      *-------------------------------------------------------------
      *  PROXIMO PENDIENTE DESPUES DEL ITEM EN PANTALLA (CEROS =
      *  EL MAS VIEJO). EL NUMERO DE ITEM CRECE CON LA FECHA DE ALTA.
       5000-SIGUIENTE-I.

           SET DATOOK TO TRUE
           MOVE WS-USER-NROITEM TO WS-NROITEM

           EXEC SQL
              SELECT NROITEM
                INTO :TRN-NROITEM
                FROM KC02803.TBCURTRN
               WHERE ESTADO  = 'P'
                 AND NROITEM > :WS-NROITEM
               ORDER BY NROITEM
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 SET DATOOK-NO TO TRUE
                 MOVE ZEROS TO WS-USER-NROITEM
                 MOVE LOW-VALUES TO MAPTRANO
                 MOVE CT-MNS-14 TO MSGO
                 GO TO 5000-SIGUIENTE-F
              WHEN OTHER
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5000-SIGUIENTE-F
           END-EVALUATE

           MOVE TRN-NROITEM TO WS-USER-NROITEM
           PERFORM 5100-LEER-ITEM-I THRU 5100-LEER-ITEM-F.

       5000-SIGUIENTE-F. EXIT.


      *-------------------------------------------------------------
      *  LEE Y MUESTRA EL ITEM EN PANTALLA, CON SUS DIAS EN LA
      *  TRANSITORIA Y LOS PENDIENTES QUE QUEDAN.
       5100-LEER-ITEM-I.

           SET DATOOK TO TRUE
           MOVE WS-USER-NROITEM TO WS-NROITEM

           EXEC SQL
              SELECT NROITEM, ORIGEN, CHAR(FECALTA, ISO), EMISOR,
                     IDENT, MONEDA, IMPORTE, REFER, MOTIVO, MOTDESC,
                     ESTADO, TIPCUEND, NROCUEND, OPERADOR,
                     DAYS(CURRENT DATE) - DAYS(FECALTA)
                INTO :TRN-NROITEM, :TRN-ORIGEN, :TRN-FECALTA,
                     :TRN-EMISOR, :TRN-IDENT, :TRN-MONEDA,
                     :TRN-IMPORTE, :TRN-REFER, :TRN-MOTIVO,
                     :TRN-MOTDESC, :TRN-ESTADO, :TRN-TIPCUEND,
                     :TRN-NROCUEND, :TRN-OPERADOR, :WS-DIAS-PEND
                FROM KC02803.TBCURTRN
               WHERE NROITEM = :WS-NROITEM
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-03 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5100-LEER-ITEM-F
              WHEN OTHER
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5100-LEER-ITEM-F
           END-EVALUATE

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-PENDIENTES
                FROM KC02803.TBCURTRN
               WHERE ESTADO = 'P'
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE ZEROS TO WS-PENDIENTES
           END-IF

           MOVE TRN-NROITEM      TO NROITO
           MOVE TRN-ORIGEN       TO ORIGENO
           MOVE TRN-FECALTA      TO FECALTO
           MOVE TRN-EMISOR       TO EMISORO
           MOVE TRN-IDENT        TO IDENTO
           MOVE TRN-MONEDA       TO MONEDAO
           MOVE TRN-IMPORTE      TO WS-IMPORTE-ED
           MOVE WS-IMPORTE-ED    TO IMPORTO
           MOVE TRN-REFER        TO REFERO
           MOVE TRN-MOTIVO       TO MOTIVOO
           MOVE TRN-MOTDESC      TO MOTDESO
           MOVE TRN-ESTADO       TO ESTADOO
           MOVE WS-DIAS-PEND     TO DIASO
           MOVE WS-PENDIENTES    TO PENDO
           IF TRN-ESTADO IS EQUAL 'A'
              MOVE TRN-TIPCUEND  TO TIPCUEO
              MOVE TRN-NROCUEND  TO NROCUEO
           END-IF.

       5100-LEER-ITEM-F. EXIT.


      *-------------------------------------------------------------
      *  MOVIMIENTO DE LA APLICACION EN TBCURMOV, CON EL CANAL DE
      *  ORIGEN DEL ITEM PARA QUE PGMCONTA LO ASIENTE COMO EL
      *  CREDITO ORIGINAL, Y AVISO AL CLIENTE (PGMAVCAF). UN ERROR
      *  RETROCEDE TAMBIEN EL SALDO Y LA MARCA DEL ITEM.
       6000-GRABAR-MOVIM-I.

           SET DATOOK TO TRUE
           MOVE REG-TIPCUEN  TO MOV-TIPCUEN
           MOVE REG-NROCUEN  TO MOV-NROCUEN
           MOVE REG-SUCUEN   TO MOV-SUCMOV
           MOVE 'CR'         TO MOV-TIPMOV
           MOVE TRN-IMPORTE  TO MOV-IMPORTE
           MOVE TRN-MONEDA   TO MOV-MONEDA
           MOVE TRN-ORIGEN   TO MOV-CANAL
           MOVE TRN-REFER    TO MOV-REFMOV
           MOVE FIR-ID       TO MOV-OPERADOR
           MOVE WS-HORA      TO MOV-HORAMOV

           EXEC SQL
              INSERT INTO KC02803.TBCURMOV
                 ( TIPCUEN,
                   NROCUEN,
                   SUCMOV,
                   FECMOV,
                   TIPMOV,
                   IMPORTE,
                   MONEDA,
                   CANAL,
                   REFMOV,
                   OPERADOR,
                   HORAMOV,
                   FECCAPT )
              VALUES (
                   :MOV-TIPCUEN,
                   :MOV-NROCUEN,
                   :MOV-SUCMOV,
                   CURRENT DATE,
                   :MOV-TIPMOV,
                   :MOV-IMPORTE,
                   :MOV-MONEDA,
                   :MOV-CANAL,
                   :MOV-REFMOV,
                   :MOV-OPERADOR,
                   :MOV-HORAMOV,
                   CURRENT DATE
                 )
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              SET DATOOK-NO TO TRUE
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 6000-GRABAR-MOVIM-F
           END-IF

           MOVE MOV-TIPCUEN  TO LK-AVI-TIPCUEN
           MOVE MOV-NROCUEN  TO LK-AVI-NROCUEN
           IF TRN-ORIGEN IS EQUAL 'HA'
              MOVE 'HA' TO LK-AVI-TIPEVEN
           ELSE
              MOVE 'CR' TO LK-AVI-TIPEVEN
           END-IF
           MOVE MOV-IMPORTE  TO LK-AVI-IMPORTE
           MOVE MOV-MONEDA   TO LK-AVI-MONEDA
           MOVE MOV-REFMOV   TO LK-AVI-REFER
           CALL WS-PGMAVCAF USING LK-AVISO

           IF LK-AVI-RESULT IS EQUAL 'RB'
              SET DATOOK-NO TO TRUE
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
           END-IF.

       6000-GRABAR-MOVIM-F. EXIT.


      *-------------------------------------------------------------
      *  MARCA EL ITEM CON SU RESOLUCION ('A' O 'D'). SOLO SE TOCA
      *  SI SIGUE PENDIENTE: OTRO SUPERVISOR PUDO RESOLVERLO ENTRE
      *  LA LECTURA Y LA TECLA.
       6500-RESOLVER-ITEM-I.

           SET DATOOK TO TRUE
           MOVE FIR-ID  TO TRN-OPERADOR
           MOVE WS-HORA TO TRN-HORARESOL

           EXEC SQL
              UPDATE KC02803.TBCURTRN
                 SET ESTADO    = :TRN-ESTADO,
                     FECRESOL  = CURRENT DATE,
                     TIPCUEND  = :TRN-TIPCUEND,
                     NROCUEND  = :TRN-NROCUEND,
                     OPERADOR  = :TRN-OPERADOR,
                     HORARESOL = :TRN-HORARESOL
               WHERE NROITEM = :TRN-NROITEM
                 AND ESTADO  = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-11 TO MSGO
                 MOVE 'E' TO ACT-RESULT
              WHEN OTHER
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
           END-EVALUATE.

       6500-RESOLVER-ITEM-F. EXIT.


      *-------------------------------------------------------------
      *  AUDITA LA RESOLUCION: ITEM PENDIENTE ANTES, ESTADO Y CUENTA
      *  DESTINO DESPUES.
       6800-AUDITAR-ITEM-I.

           MOVE TRN-NROITEM  TO AIT-NROITEM
           MOVE 'P'          TO AIT-ESTADO
           MOVE SPACES       TO AIT-TIPCUEN
           MOVE ZEROS        TO AIT-NROCUEN
           MOVE WS-AUD-ITEM  TO AUD-VALOR-ANT
           MOVE TRN-ESTADO   TO AIT-ESTADO
           MOVE TRN-TIPCUEND TO AIT-TIPCUEN
           MOVE TRN-NROCUEND TO AIT-NROCUEN
           MOVE WS-AUD-ITEM  TO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F.

       6800-AUDITAR-ITEM-F. EXIT.


      *-------------------------------------------------------------
      *  VERIFICA QUE LA TERMINAL TENGA UN OPERADOR FIRMADO
      *  (PGMSICAF) CON NIVEL SUFICIENTE PARA LA FUNCION.
       0500-VERIF-FIRMA-I.

           SET FIRMA-NO TO TRUE
           MOVE EIBTRMID TO WS-TSQ-TERM-F

           EXEC CICS READQ TS
              QUEUE  (WS-TSQ-FIRMA)
              INTO   (WS-REG-FIRMA)
              LENGTH (WS-FIRMA-LEN)
              ITEM   (1)
              RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP IS NOT EQUAL DFHRESP(NORMAL)
              MOVE CT-MNS-FIRMA TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 0500-VERIF-FIRMA-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-REQUERIDO
              MOVE CT-MNS-NIVEL TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 0500-VERIF-FIRMA-F
           END-IF

           SET FIRMA-OK TO TRUE.

       0500-VERIF-FIRMA-F. EXIT.


      *-------------------------------------------------------------
      *  VENTANA DE POSTEO: LA JORNADA DE LA FECHA DEBE ESTAR
      *  ABIERTA EN TBCURRUN (PASO 'JORNADA', PGMJORNA). SIN FILA
      *  SE CONSIDERA ABIERTA. CERRADA, PGMTRAGE YA PUDO HABER
      *  CONTABILIZADO EL DIA Y NO SE RESUELVE NADA.
       0800-VERIF-JORNADA-I.

           SET JORNADA-ABIERTA TO TRUE

           EXEC SQL
              SELECT ESTADO
                INTO :RUN-ESTADO
                FROM KC02803.TBCURRUN
               WHERE FECPROC = CURRENT DATE
                 AND PASO    = 'JORNADA'
           END-EXEC

           IF SQLCODE IS EQUAL 0 AND
              RUN-ESTADO IS NOT EQUAL 'A'
              SET JORNADA-CERRADA TO TRUE
           END-IF.

       0800-VERIF-JORNADA-F. EXIT.


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
               FROM   (MAPTRANO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA UN REGISTRO DE AUDITORIA CON OPERADOR FIRMADO Y
      *  TERMINAL. EL ITEM NO ES DE UN CLIENTE IDENTIFICADO: EL
      *  DOCUMENTO VA EN BLANCO Y EL ITEM EN LOS VALORES.
       9500-AUDITORIA-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           MOVE EIBTRNID        TO AUD-TRANSACCION
           MOVE FIR-ID          TO AUD-OPERADOR
           MOVE EIBTRMID        TO AUD-TERMINAL
           MOVE SPACES          TO AUD-TIP-DOC
           MOVE ZEROS           TO AUD-NRO-DOC
           MOVE WS-FECHA        TO AUD-FECHA
           MOVE WS-HORA         TO AUD-HORA

           EXEC CICS WRITEQ TD
              QUEUE  (CT-AUDIT-QUEUE)
              FROM   (WS-REG-AUDITORIA)
              LENGTH (CT-AUDIT-LEN)
              RESP   (WS-RESP)
           END-EXEC.

       9500-AUDITORIA-F. EXIT.


      *-------------------------------------------------------------
      *  MARCA DE ACTIVIDAD DE LA INTERACCION, CON EL OPERADOR
      *  FIRMADO Y SU SUCURSAL SI LOS HAY.
       9600-ACTIVIDAD-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           MOVE EIBTRNID TO ACT-TRANSACCION
           IF FIRMA-OK
              MOVE FIR-ID  TO ACT-OPERADOR
              MOVE FIR-SUC TO ACT-SUC
           ELSE
              MOVE EIBOPID TO ACT-OPERADOR
              MOVE ZEROS   TO ACT-SUC
           END-IF
           MOVE WS-FECHA TO ACT-FECHA
           MOVE WS-HORA  TO ACT-HORA

           EXEC CICS WRITEQ TD
              QUEUE  (CT-ACTIV-QUEUE)
              FROM   (WS-REG-ACTIVIDAD)
              LENGTH (CT-ACTIV-LEN)
              RESP   (WS-RESP)
           END-EXEC.

       9600-ACTIVIDAD-F. EXIT.

      *-------------------------------------------------------------
       9999-FINAL-I.

           PERFORM 9600-ACTIVIDAD-I THRU 9600-ACTIVIDAD-F

           EXEC CICS RETURN
              TRANSID  (WS-TRANSACTION)
              COMMAREA (WS-COMMAREA)
           END-EXEC.

       9999-FINAL-F. EXIT.

       IDENTIFICATION DIVISION. *> remesas propuestas
       PROGRAM-ID. PGMREMCO.

      *****************************************************************
      *                   CLASE SINCRÓNICA 179                        *
      *                   ====================                        *
      *    CONFIRMACION DE REMESAS PROPUESTAS (TBCURREP)              *
      *                                                               *
      *    EL OFICIAL DE TESORERIA RECORRE LAS REMESAS QUE PROPUSO    *
      *    EL PRONOSTICO NOCTURNO PGMPRREM Y LAS CONFIRMA O RECHAZA   *
      *    ANTES DE PEDIRLAS A LA TRANSPORTADORA.                     *
      *    ENTER : ULTIMA PROPUESTA DE LA SUCURSAL TIPEADA; SIN       *
      *            SUCURSAL, LA PRIMERA PENDIENTE.                    *
      *    PF8   : SIGUIENTE SUCURSAL CON PROPUESTA PENDIENTE.        *
      *    PF5   : CONFIRMA LA PROPUESTA (ESTADO 'C') POR EL IMPORTE  *
      *            TIPEADO O, EN BLANCO, POR EL PROPUESTO.            *
      *    PF6   : RECHAZA LA PROPUESTA (ESTADO 'R').                 *
      *    PF12  : VUELVE A LOS MOVIMIENTOS DEL TESORO (PGMTESCA).    *
      *    LA REMESA FISICA SE REGISTRA EN PGMTESCA AL RECIBIRLA O    *
      *    DESPACHARLA. CADA RESOLUCION SE AUDITA EN LA COLA 'AUDC'   *
      *    (ACCIONES 'RMCF' Y 'RMRZ').                                *
      *    SOLO SUPERVISOR (NIVEL 3), SOBRE SU PROPIA SUCURSAL; LOS   *
      *    DE CASA CENTRAL (SUCURSAL 00) VEN TODAS.                   *
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
                  'ENTER: SUCURSAL TIPEADA O PRIMERA PENDIENTE'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                          'NUMERO DE SUCURSAL INVALIDO'.
             05 CT-MNS-03         PIC X(72) VALUE
                  'LA SUCURSAL NO TIENE REMESAS PROPUESTAS'.
             05 CT-MNS-04         PIC X(72) VALUE
                  'NO HAY REMESAS PROPUESTAS PENDIENTES'.
             05 CT-MNS-05         PIC X(72) VALUE
                  'IMPORTE A CONFIRMAR INVALIDO'.
             05 CT-MNS-06         PIC X(72) VALUE
                  'SOLO PUEDE OPERAR SOBRE LA SUCURSAL DE SU FIRMA'.
             05 CT-MNS-08         PIC X(72) VALUE
                                        'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-11         PIC X(72) VALUE
                  'LA PROPUESTA YA FUE RESUELTA O VENCIO'.
             05 CT-MNS-12         PIC X(72) VALUE
                  'REMESA CONFIRMADA - SE MUESTRA LA SIGUIENTE'.
             05 CT-MNS-13         PIC X(72) VALUE
                  'PF5 CONFIRMA - PF6 RECHAZA - PF8 SIGUIENTE'.
             05 CT-MNS-14         PIC X(72) VALUE
                  'NO HAY MAS PENDIENTES - ENTER VUELVE A LA PRIMERA'.
             05 CT-MNS-15         PIC X(72) VALUE
                  'REMESA RECHAZADA - SE MUESTRA LA SIGUIENTE'.
             05 CT-MNS-16         PIC X(72) VALUE
                  'MUESTRE UNA PROPUESTA CON ENTER ANTES DE RESOLVER'.
             05 CT-MNS-19         PIC X(72) VALUE
                  'PROPUESTA RESUELTA - NO QUEDAN PENDIENTES'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPREMC'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPREMC'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'REMC'.
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
           COPY MAPREMC.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
       01  WS-COMMAREA.
      *    PROPUESTA EN PANTALLA (WS-USER-HAY 'N' = NINGUNA).
           03 WS-USER-HAY              PIC X(01).
           03 WS-USER-SUC              PIC 9(02).
           03 WS-USER-FECPROP          PIC X(10).
           03 FILLER                   PIC X(12).

      *-----------   VARIABLES DE VALIDACION   ----------------------
       77  WS-DATO-VALIDO              PIC X.
           88 DATOOK                                  VALUE 'Y'.
           88 DATOOK-NO                               VALUE 'N'.

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

       77  WS-SUC-ING              PIC X(02)      VALUE SPACES.
       77  WS-IMPORTE-ED           PIC Z(10)9.99.
       77  WS-POSICION-ED          PIC -Z(10)9.99.

      *-----------   HOST VARIABLES DB2 (TBCURREP)   ----------------
       01  DCLTBCURREP.
           10 REP-FECPROP     PIC X(10).
           10 REP-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 REP-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 REP-TIPO        PIC X(2).
           10 REP-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 REP-POSACT      PIC S9(11)V9(2) USAGE COMP-3.
           10 REP-DEMANDA     PIC S9(11)V9(2) USAGE COMP-3.
           10 REP-POSMIN      PIC S9(11)V9(2) USAGE COMP-3.
           10 REP-POSMAX      PIC S9(11)V9(2) USAGE COMP-3.
           10 REP-MARCA       PIC X(1).
           10 REP-ESTADO      PIC X(1).
           10 REP-IMPCONF     PIC S9(11)V9(2) USAGE COMP-3.
           10 REP-OPERADOR    PIC X(3).
           10 REP-HORACONF    PIC X(8).

      *    SUCURSAL DESDE LA QUE SE BUSCA Y SUCURSAL DE LA FIRMA
      *    (CERO = CASA CENTRAL, VE TODAS).
       77  WS-SUC-DESDE            PIC S9(3)V     USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-SUC-FIRMA            PIC S9(2)V     USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-PENDIENTES           PIC S9(9)      USAGE COMP
                                                  VALUE ZEROES.

      *    VALOR AUDITADO DE UNA RESOLUCION (30 POSICIONES).
       01  WS-AUD-REMESA.
           03 ARM-SUCURSAL         PIC 9(02)      VALUE ZEROS.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 ARM-TIPO             PIC X(02)      VALUE SPACES.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 ARM-ESTADO           PIC X(01)      VALUE SPACES.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 ARM-IMPORTE          PIC 9(11)V99   VALUE ZEROS.
           03 FILLER               PIC X(09)      VALUE SPACES.

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

           MOVE LOW-VALUES TO MAPREMCO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE 'N'    TO WS-USER-HAY
              MOVE ZEROS  TO WS-USER-SUC
              MOVE SPACES TO WS-USER-FECPROP
              MOVE LENGTH OF MAPREMCO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPREMCO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPREMCI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPREMCI

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
      *  ULTIMA PROPUESTA DE LA SUCURSAL TIPEADA (CUALQUIER ESTADO,
      *  PARA CONSULTA) O, SIN SUCURSAL, LA PRIMERA PENDIENTE.
       3100-ENTER-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3100-ENTER-F
           END-IF

           MOVE SUCI TO WS-SUC-ING
           INSPECT WS-SUC-ING REPLACING ALL LOW-VALUES BY SPACES

           IF WS-SUC-ING IS EQUAL SPACES
              MOVE 'N' TO WS-USER-HAY
              MOVE -1  TO WS-SUC-DESDE
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

           IF WS-SUC-ING IS NOT NUMERIC
              MOVE CT-MNS-02 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3100-ENTER-F
           END-IF

           IF FIR-SUC IS NOT EQUAL ZEROS AND
              WS-SUC-ING IS NOT EQUAL FIR-SUC
              MOVE CT-MNS-06 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3100-ENTER-F
           END-IF

           MOVE WS-SUC-ING TO REP-SUCURSAL

           EXEC SQL
              SELECT CHAR(FECPROP, ISO)
                INTO :REP-FECPROP
                FROM KC02803.TBCURREP
               WHERE SUCURSAL = :REP-SUCURSAL
                 AND MONEDA   = 1
               ORDER BY FECPROP DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'N' TO WS-USER-HAY
                 MOVE CT-MNS-03 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 3100-ENTER-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 3100-ENTER-F
           END-EVALUATE

           MOVE WS-SUC-ING  TO WS-USER-SUC
           MOVE REP-FECPROP TO WS-USER-FECPROP
           PERFORM 5100-LEER-PROPUESTA-I THRU 5100-LEER-PROPUESTA-F
           IF DATOOK
              IF REP-ESTADO IS EQUAL 'P'
                 MOVE CT-MNS-13 TO MSGO
              ELSE
                 MOVE CT-MNS-11 TO MSGO
              END-IF
           ELSE
              MOVE 'N' TO WS-USER-HAY
           END-IF.

       3100-ENTER-F. EXIT.


      *-------------------------------------------------------------
       3200-PF3-I.

           MOVE 'N'    TO WS-USER-HAY
           MOVE LOW-VALUES TO MAPREMCO.
           MOVE CT-MNS-01 TO MSGO.

       3200-PF3-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMTESCA')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  SIGUIENTE SUCURSAL CON PROPUESTA PENDIENTE.
       3500-PF8-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3500-PF8-F
           END-IF

           IF WS-USER-HAY IS NOT EQUAL 'S'
              MOVE CT-MNS-16 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3500-PF8-F
           END-IF

           MOVE WS-USER-SUC TO WS-SUC-DESDE
           PERFORM 5000-SIGUIENTE-I THRU 5000-SIGUIENTE-F
           IF DATOOK
              MOVE CT-MNS-13 TO MSGO
           END-IF.

       3500-PF8-F. EXIT.


      *-------------------------------------------------------------
      *  CONFIRMA LA PROPUESTA EN PANTALLA POR EL IMPORTE TIPEADO
      *  O, SIN IMPORTE, POR EL PROPUESTO.
       3600-PF5-I.

           PERFORM 3800-VALIDAR-PROPUESTA-I
              THRU 3800-VALIDAR-PROPUESTA-F
           IF DATOOK-NO
              GO TO 3600-PF5-F
           END-IF

           EVALUATE TRUE
              WHEN IMPCONI IS EQUAL TO (SPACES OR LOW-VALUES)
                 MOVE REP-IMPORTE TO REP-IMPCONF
              WHEN IMPCONI IS NUMERIC AND
                   IMPCONI IS GREATER ZEROS
                 MOVE IMPCONI TO REP-IMPCONF
              WHEN OTHER
                 MOVE CT-MNS-05 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 3600-PF5-F
           END-EVALUATE

           MOVE 'C' TO REP-ESTADO
           PERFORM 6500-RESOLVER-I THRU 6500-RESOLVER-F
           IF DATOOK-NO
              GO TO 3600-PF5-F
           END-IF

           MOVE 'RMCF' TO AUD-ACCION
           PERFORM 6800-AUDITAR-I THRU 6800-AUDITAR-F

           EXEC CICS SYNCPOINT END-EXEC

           MOVE LOW-VALUES TO IMPCONO
           MOVE WS-USER-SUC TO WS-SUC-DESDE
           PERFORM 5000-SIGUIENTE-I THRU 5000-SIGUIENTE-F
           IF DATOOK
              MOVE CT-MNS-12 TO MSGO
           ELSE
              MOVE CT-MNS-19 TO MSGO
           END-IF.

       3600-PF5-F. EXIT.


      *-------------------------------------------------------------
      *  RECHAZA LA PROPUESTA EN PANTALLA.
       3700-PF6-I.

           PERFORM 3800-VALIDAR-PROPUESTA-I
              THRU 3800-VALIDAR-PROPUESTA-F
           IF DATOOK-NO
              GO TO 3700-PF6-F
           END-IF

           MOVE 'R'   TO REP-ESTADO
           MOVE ZEROS TO REP-IMPCONF
           PERFORM 6500-RESOLVER-I THRU 6500-RESOLVER-F
           IF DATOOK-NO
              GO TO 3700-PF6-F
           END-IF

           MOVE 'RMRZ' TO AUD-ACCION
           PERFORM 6800-AUDITAR-I THRU 6800-AUDITAR-F

           EXEC CICS SYNCPOINT END-EXEC

           MOVE LOW-VALUES TO IMPCONO
           MOVE WS-USER-SUC TO WS-SUC-DESDE
           PERFORM 5000-SIGUIENTE-I THRU 5000-SIGUIENTE-F
           IF DATOOK
              MOVE CT-MNS-15 TO MSGO
           ELSE
              MOVE CT-MNS-19 TO MSGO
           END-IF.

       3700-PF6-F. EXIT.


      *-------------------------------------------------------------
      *  CONDICIONES COMUNES A CONFIRMAR Y RECHAZAR: FIRMA Y
      *  PROPUESTA EN PANTALLA TODAVIA PENDIENTE.
       3800-VALIDAR-PROPUESTA-I.

           SET DATOOK-NO TO TRUE

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3800-VALIDAR-PROPUESTA-F
           END-IF

           IF WS-USER-HAY IS NOT EQUAL 'S'
              MOVE CT-MNS-16 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3800-VALIDAR-PROPUESTA-F
           END-IF

           PERFORM 5100-LEER-PROPUESTA-I THRU 5100-LEER-PROPUESTA-F
           IF DATOOK-NO
              GO TO 3800-VALIDAR-PROPUESTA-F
           END-IF

           IF REP-ESTADO IS NOT EQUAL 'P'
              SET DATOOK-NO TO TRUE
              MOVE CT-MNS-11 TO MSGO
              MOVE 'E' TO ACT-RESULT
           END-IF.

       3800-VALIDAR-PROPUESTA-F. EXIT.


      *-------------------------------------------------------------
      *  PRIMERA SUCURSAL CON PROPUESTA PENDIENTE DESPUES DE
      *  WS-SUC-DESDE, DENTRO DE LAS QUE VE EL SUPERVISOR.
       5000-SIGUIENTE-I.

           SET DATOOK TO TRUE
           MOVE FIR-SUC TO WS-SUC-FIRMA

           EXEC SQL
              SELECT SUCURSAL, CHAR(FECPROP, ISO)
                INTO :REP-SUCURSAL, :REP-FECPROP
                FROM KC02803.TBCURREP
               WHERE ESTADO   = 'P'
                 AND MONEDA   = 1
                 AND SUCURSAL > :WS-SUC-DESDE
                 AND (:WS-SUC-FIRMA = 0 OR
                      SUCURSAL = :WS-SUC-FIRMA)
               ORDER BY SUCURSAL, FECPROP DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 SET DATOOK-NO TO TRUE
                 MOVE 'N' TO WS-USER-HAY
                 MOVE LOW-VALUES TO MAPREMCO
                 MOVE CT-MNS-14 TO MSGO
                 GO TO 5000-SIGUIENTE-F
              WHEN OTHER
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5000-SIGUIENTE-F
           END-EVALUATE

           MOVE REP-SUCURSAL TO WS-USER-SUC
           MOVE REP-FECPROP  TO WS-USER-FECPROP
           PERFORM 5100-LEER-PROPUESTA-I THRU 5100-LEER-PROPUESTA-F.

       5000-SIGUIENTE-F. EXIT.


      *-------------------------------------------------------------
      *  LEE Y MUESTRA LA PROPUESTA DE LA COMMAREA, CON LAS
      *  PENDIENTES QUE QUEDAN.
       5100-LEER-PROPUESTA-I.

           SET DATOOK TO TRUE
           MOVE WS-USER-SUC     TO REP-SUCURSAL
           MOVE WS-USER-FECPROP TO REP-FECPROP

           EXEC SQL
              SELECT MONEDA, TIPO, IMPORTE, POSACT, DEMANDA,
                     POSMIN, POSMAX, MARCA, ESTADO, IMPCONF,
                     OPERADOR
                INTO :REP-MONEDA, :REP-TIPO, :REP-IMPORTE,
                     :REP-POSACT, :REP-DEMANDA, :REP-POSMIN,
                     :REP-POSMAX, :REP-MARCA, :REP-ESTADO,
                     :REP-IMPCONF, :REP-OPERADOR
                FROM KC02803.TBCURREP
               WHERE FECPROP  = DATE(:REP-FECPROP)
                 AND SUCURSAL = :REP-SUCURSAL
                 AND MONEDA   = 1
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S' TO WS-USER-HAY
              WHEN NOT-FOUND
                 SET DATOOK-NO TO TRUE
                 MOVE 'N' TO WS-USER-HAY
                 MOVE CT-MNS-03 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5100-LEER-PROPUESTA-F
              WHEN OTHER
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5100-LEER-PROPUESTA-F
           END-EVALUATE

           MOVE FIR-SUC TO WS-SUC-FIRMA

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-PENDIENTES
                FROM KC02803.TBCURREP
               WHERE ESTADO = 'P'
                 AND (:WS-SUC-FIRMA = 0 OR
                      SUCURSAL = :WS-SUC-FIRMA)
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE ZEROS TO WS-PENDIENTES
           END-IF

           MOVE WS-USER-SUC      TO SUCO
           MOVE REP-FECPROP      TO FECPROO
           MOVE REP-MONEDA       TO MONEDAO
           MOVE REP-TIPO         TO TIPOO
           MOVE REP-IMPORTE      TO WS-IMPORTE-ED
           MOVE WS-IMPORTE-ED    TO IMPORTO
           MOVE REP-POSACT       TO WS-POSICION-ED
           MOVE WS-POSICION-ED   TO POSACTO
           MOVE REP-DEMANDA      TO WS-POSICION-ED
           MOVE WS-POSICION-ED   TO DEMANDO
           MOVE REP-POSMIN       TO WS-POSICION-ED
           MOVE WS-POSICION-ED   TO POSMINO
           MOVE REP-POSMAX       TO WS-POSICION-ED
           MOVE WS-POSICION-ED   TO POSMAXO
           MOVE REP-MARCA        TO MARCAO
           MOVE REP-ESTADO       TO ESTADOO
           MOVE WS-PENDIENTES    TO PENDO
           IF REP-ESTADO IS EQUAL 'C'
              MOVE REP-IMPCONF   TO WS-IMPORTE-ED
              MOVE WS-IMPORTE-ED TO IMPCONO
           END-IF.

       5100-LEER-PROPUESTA-F. EXIT.


      *-------------------------------------------------------------
      *  MARCA LA PROPUESTA CON SU RESOLUCION ('C' O 'R'). SOLO SE
      *  TOCA SI SIGUE PENDIENTE: OTRO SUPERVISOR PUDO RESOLVERLA O
      *  LA CORRIDA NOCTURNA VENCERLA ENTRE LA LECTURA Y LA TECLA.
       6500-RESOLVER-I.

           SET DATOOK TO TRUE
           PERFORM 7000-TIME-I THRU 7000-TIME-F
           MOVE FIR-ID  TO REP-OPERADOR
           MOVE WS-HORA TO REP-HORACONF

           EXEC SQL
              UPDATE KC02803.TBCURREP
                 SET ESTADO   = :REP-ESTADO,
                     IMPCONF  = :REP-IMPCONF,
                     OPERADOR = :REP-OPERADOR,
                     FECCONF  = CURRENT DATE,
                     HORACONF = :REP-HORACONF
               WHERE FECPROP  = DATE(:REP-FECPROP)
                 AND SUCURSAL = :REP-SUCURSAL
                 AND MONEDA   = 1
                 AND ESTADO   = 'P'
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

       6500-RESOLVER-F. EXIT.


      *-------------------------------------------------------------
      *  AUDITA LA RESOLUCION: PROPUESTA PENDIENTE ANTES, ESTADO E
      *  IMPORTE CONFIRMADO DESPUES.
       6800-AUDITAR-I.

           MOVE REP-SUCURSAL TO ARM-SUCURSAL
           MOVE REP-TIPO     TO ARM-TIPO
           MOVE 'P'          TO ARM-ESTADO
           MOVE REP-IMPORTE  TO ARM-IMPORTE
           MOVE WS-AUD-REMESA TO AUD-VALOR-ANT
           MOVE REP-ESTADO   TO ARM-ESTADO
           MOVE REP-IMPCONF  TO ARM-IMPORTE
           MOVE WS-AUD-REMESA TO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F.

       6800-AUDITAR-F. EXIT.


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
               FROM   (MAPREMCO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA UN REGISTRO DE AUDITORIA CON OPERADOR FIRMADO Y
      *  TERMINAL. LA REMESA NO ES DE UN CLIENTE: EL DOCUMENTO VA
      *  EN BLANCO Y LA SUCURSAL E IMPORTE EN LOS VALORES.
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

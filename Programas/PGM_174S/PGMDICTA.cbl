       IDENTIFICATION DIVISION. *> consulta del diario de caja
       PROGRAM-ID. PGMDICTA.

      *****************************************************************
      *                   CLASE SINCRÓNICA 174                        *
      *                   ====================                        *
      *    CONSULTA Y REIMPRESION DEL DIARIO ELECTRONICO DE CAJA      *
      *                                                               *
      *    EL DIARIO LO NUMERA PGMDICAF (TBCURDIA/TBCURDIC) POR       *
      *    OPERADOR Y DIA, CON LOS INTENTOS ACEPTADOS, RECHAZADOS Y   *
      *    CANCELADOS DE LAS PANTALLAS DE CAJA, Y LO SELLA PGMDISEL   *
      *    EN EL CIERRE. SE INGRESA OPERADOR, FECHA DDMMAAAA Y,       *
      *    OPCIONALMENTE, EL NUMERO DESDE EL QUE SE QUIERE VER.       *
      *    ENTER : PRIMERA PAGINA (12 ASIENTOS) DESDE ESE NUMERO,     *
      *            CON EL ESTADO DEL DIARIO (ULTIMO NUMERO Y SELLO).  *
      *    PF8   : PAGINA SIGUIENTE.                                  *
      *    PF7   : VUELVE AL PRIMER ASIENTO DEL DIARIO.               *
      *    PF5   : REIMPRIME EL DIARIO COMPLETO EN EL REPOSITORIO     *
      *            REPOCAF, REPORTE 'DIAR' + OPERADOR, CON LA FECHA   *
      *            DEL DIARIO Y UNA LINEA POR ASIENTO (LINEA = NUMERO *
      *            DEL ASIENTO); SE VE Y SE IMPRIME POR VCAF. LOS     *
      *            ASIENTOS NO CAMBIAN, ASI QUE UNA REIMPRESION       *
      *            AGREGA SOLO LOS NUEVOS. SE AUDITA EN LA COLA AUDC. *
      *    SOLO SUPERVISOR (NIVEL 3) Y SOLO DIARIOS DE SU SUCURSAL.   *
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
                 'INGRESE OPERADOR, FECHA DDMMAAAA Y NUMERO DESDE'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                          'OPERADOR INVALIDO'.
             05 CT-MNS-03         PIC X(72) VALUE
                          'FECHA DEL DIARIO INVALIDA - DDMMAAAA'.
             05 CT-MNS-04         PIC X(72) VALUE
                          'NUMERO DESDE INVALIDO'.
             05 CT-MNS-05         PIC X(72) VALUE
                  'EL OPERADOR NO TIENE DIARIO EN ESA FECHA'.
             05 CT-MNS-06         PIC X(72) VALUE
                  'EL DIARIO ES DE OTRA SUCURSAL'.
             05 CT-MNS-07         PIC X(72) VALUE
                  'FIN DEL DIARIO'.
             05 CT-MNS-08         PIC X(72) VALUE
                                        'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                  'PF8 SIGUIENTE - PF7 PRINCIPIO - PF5 REIMPRIME'.
             05 CT-MNS-11         PIC X(72) VALUE
                  'DIARIO REIMPRESO EN REPOCAF - VER POR VCAF'.
             05 CT-MNS-12         PIC X(72) VALUE
                  'PROBLEMA CON EL REPOSITORIO DE LISTADOS'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPDICT'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPDICT'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'DIAR'.
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
           COPY MAPDICT.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
       01  WS-COMMAREA.
           03 WS-USER-OPERADOR         PIC X(03).
           03 WS-USER-FECDIA           PIC X(08).
      *    PROXIMO NUMERO A MOSTRAR CON PF8 (CERO = FIN DEL DIARIO).
           03 WS-USER-PROXIMO          PIC 9(07).
           03 FILLER                   PIC X(07).

      *-----------   VARIABLES DE VALIDACION   ----------------------
       77  WS-DATO-VALIDO              PIC X.
           88 DATOOK                                  VALUE 'Y'.
           88 DATOOK-NO                               VALUE 'N'.

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.
       77  WS-CLAVE-DUPLICADA      PIC S9(9) COMP VALUE -803.

       77  WS-FIN-CURSOR           PIC X(01)      VALUE 'N'.
       77  WS-MOSTRADOS            PIC 9(02)      VALUE ZEROS.
       77  CT-PAGINA               PIC 9(02)      VALUE 12.
       77  WS-DESDE                PIC 9(07)      VALUE ZEROS.
       77  WS-IMPRESOS             PIC 9(07)      VALUE ZEROS.

      *    LA REIMPRESION SE CORTA EN EL PRIMER ERROR DE GRABACION.
       77  WS-UOW-ESTADO           PIC X(01)      VALUE 'N'.
           88 UOW-CON-ERROR                       VALUE 'S'.
           88 UOW-SIN-ERROR                       VALUE 'N'.

      *-----------   HOST VARIABLES DB2 (TBCURDIC)   ----------------
       01  DCLTBCURDIC.
           10 DIC-FECHA       PIC X(10).
           10 DIC-OPERADOR    PIC X(3).
           10 DIC-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 DIC-ULTNUM      PIC S9(7)V     USAGE COMP-3.
           10 DIC-SELLADO     PIC X(1).
           10 DIC-NUMSELLO    PIC S9(7)V     USAGE COMP-3.

      *-----------   HOST VARIABLES DB2 (TBCURDIA)   ----------------
       01  DCLTBCURDIA.
           10 DIA-NUMERO      PIC S9(7)V     USAGE COMP-3.
           10 DIA-TERMINAL    PIC X(4).
           10 DIA-HORA        PIC X(8).
           10 DIA-TRANSAC     PIC X(4).
           10 DIA-RESULTADO   PIC X(1).
           10 DIA-TIPCUEN     PIC X(2).
           10 DIA-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 DIA-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 DIA-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 DIA-MENSAJE     PIC X(60).

      *---- FECHA TIPEADA DDMMAAAA, EN FORMATO DB2 Y PARA REPOCAF ----
       01  WS-FECDIA-DMA.
           03 FDD-DD               PIC X(02).
           03 FDD-MM               PIC X(02).
           03 FDD-AAAA             PIC X(04).
       01  WS-FECDIA-ISO.
           03 FDI-AAAA             PIC X(04).
           03 FILLER               PIC X(01)      VALUE '-'.
           03 FDI-MM               PIC X(02).
           03 FILLER               PIC X(01)      VALUE '-'.
           03 FDI-DD               PIC X(02).
       01  WS-FECDIA-AMD.
           03 FDA-AAAA             PIC X(04).
           03 FDA-MM               PIC X(02).
           03 FDA-DD               PIC X(02).
       01  WS-FECDIA-AMD-N REDEFINES WS-FECDIA-AMD
                                   PIC 9(08).

      *---- NUMERO DESDE TIPEADO -------------------------------------
       01  WS-DESDE-ING            PIC X(07)      VALUE SPACES.
       01  WS-DESDE-NUM REDEFINES WS-DESDE-ING
                                   PIC 9(07).

      *---- LINEA DE PANTALLA (78 POSICIONES) ------------------------
       01  WS-LINEA-DIA.
           03 LDI-NUMERO           PIC Z(06)9.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LDI-HORA             PIC X(08).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LDI-TERMINAL         PIC X(04).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LDI-TRANSAC          PIC X(04).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LDI-RESULTADO        PIC X(01).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LDI-TIPCUEN          PIC X(02).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LDI-NROCUEN          PIC Z(09)9.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LDI-IMPORTE          PIC -(10)9.99.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LDI-MENSAJE          PIC X(20).

      *---- ESTADO DEL DIARIO EN PANTALLA ----------------------------
       01  WS-ESTADO-DIA.
           03 FILLER               PIC X(14)      VALUE
                                                  'ULTIMO NUMERO '.
           03 EDI-ULTNUM           PIC Z(06)9.
           03 FILLER               PIC X(02)      VALUE SPACES.
           03 EDI-SELLO            PIC X(24).
           03 FILLER               PIC X(02)      VALUE SPACES.
           03 EDI-NUMSELLO         PIC Z(06)9.

      *---- DIARIO EN EL REPOSITORIO REPOCAF (CLAVE DE PGMCRGRP) -----
       01  WS-REG-REPO.
           05 RPO-KEY.
              10 RPO-REPORTE.
                 15 RPO-REP-PREFIJO PIC X(04).
                 15 RPO-REP-OPER    PIC X(03).
                 15 FILLER          PIC X(01).
              10 RPO-FECHA         PIC 9(08).
              10 RPO-LINEA         PIC 9(05).
           05 RPO-CONTENIDO        PIC X(133).

       77  CT-REPO-FILE            PIC X(08)      VALUE 'REPOCAF '.

      *    CABECERA DEL DIARIO REIMPRESO (LINEA CERO).
       01  WS-REPO-CAB.
           03 FILLER               PIC X(35)      VALUE
                          'DIARIO ELECTRONICO DE CAJA - OPER. '.
           03 RCA-OPERADOR         PIC X(03).
           03 FILLER               PIC X(09)      VALUE ' - FECHA '.
           03 RCA-DD               PIC X(02).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 RCA-MM               PIC X(02).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 RCA-AAAA             PIC X(04).
           03 FILLER               PIC X(11)      VALUE ' - SUCURSAL'.
           03 RCA-SUCURSAL         PIC Z9.

      *    ASIENTO REIMPRESO, CON EL MENSAJE COMPLETO.
       01  WS-REPO-DET.
           03 RDE-NUMERO           PIC Z(06)9.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 RDE-HORA             PIC X(08).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 RDE-TERMINAL         PIC X(04).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 RDE-TRANSAC          PIC X(04).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 RDE-RESULTADO        PIC X(01).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 RDE-TIPCUEN          PIC X(02).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 RDE-NROCUEN          PIC Z(09)9.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 RDE-IMPORTE          PIC -(10)9.99.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 RDE-MONEDA           PIC 9(01).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 RDE-MENSAJE          PIC X(60).

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

      *    VALOR AUDITADO DE UNA REIMPRESION (30 POSICIONES).
       01  WS-AUD-REIMPRESION.
           03 ARI-OPERADOR         PIC X(03)      VALUE SPACES.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 ARI-FECHA            PIC X(10)      VALUE SPACES.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 ARI-ASIENTOS         PIC Z(06)9     VALUE ZEROS.
           03 FILLER               PIC X(08)      VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *---- ASIENTOS DEL DIARIO DESDE UN NUMERO ----------------------
           EXEC SQL
              DECLARE CURSORDIA CURSOR FOR
                 SELECT NUMERO, TERMINAL, HORA, TRANSAC, RESULTADO,
                        TIPCUEN, NROCUEN, IMPORTE, MONEDA, MENSAJE
                 FROM KC02803.TBCURDIA
                 WHERE FECHA    = DATE(:WS-FECDIA-ISO)
                   AND OPERADOR = :DIC-OPERADOR
                   AND NUMERO  >= :WS-DESDE
                 ORDER BY NUMERO
           END-EXEC.

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

           MOVE LOW-VALUES TO MAPDICTO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE SPACES TO WS-USER-OPERADOR WS-USER-FECDIA
              MOVE ZEROS  TO WS-USER-PROXIMO
              MOVE LENGTH OF MAPDICTO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPDICTO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPDICTI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPDICTO
                 MOVE CT-MNS-01  TO MSGO
                 PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
                 PERFORM 9999-FINAL-I THRU 9999-FINAL-F

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
                 PERFORM 3800-PF8-I   THRU 3800-PF8-F

              WHEN DFHPF7
                 PERFORM 3700-PF7-I   THRU 3700-PF7-F

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
      *  PRIMERA PAGINA DEL DIARIO TIPEADO, DESDE EL NUMERO PEDIDO.
       3100-ENTER-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3100-ENTER-F
           END-IF

           PERFORM 3150-VALIDAR-CLAVE-I THRU 3150-VALIDAR-CLAVE-F
           IF DATOOK-NO
              GO TO 3100-ENTER-F
           END-IF

           PERFORM 5000-LEER-DIARIO-I THRU 5000-LEER-DIARIO-F
           IF DATOOK-NO
              GO TO 3100-ENTER-F
           END-IF

           PERFORM 5500-PAGINAR-I THRU 5500-PAGINAR-F.

       3100-ENTER-F. EXIT.


      *-------------------------------------------------------------
       3150-VALIDAR-CLAVE-I.

           SET DATOOK TO TRUE.
           MOVE DESDEI TO WS-DESDE-ING
           INSPECT WS-DESDE-ING REPLACING ALL LOW-VALUES BY SPACES

           EVALUATE TRUE

              WHEN OPERI IS EQUAL SPACES OR
                   OPERI IS EQUAL LOW-VALUES
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-02  TO MSGO
              WHEN FECDIAI IS NOT NUMERIC
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-03  TO MSGO
              WHEN WS-DESDE-ING IS EQUAL SPACES
                   MOVE 1 TO WS-DESDE
              WHEN WS-DESDE-NUM IS NOT NUMERIC
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-04  TO MSGO
              WHEN OTHER
                   MOVE WS-DESDE-NUM TO WS-DESDE

           END-EVALUATE

           IF DATOOK
              MOVE OPERI    TO WS-USER-OPERADOR
              MOVE FECDIAI  TO WS-USER-FECDIA
              PERFORM 3160-ARMAR-FECHAS-I THRU 3160-ARMAR-FECHAS-F
           END-IF.

       3150-VALIDAR-CLAVE-F. EXIT.


      *-------------------------------------------------------------
      *  FECHA DEL DIARIO (COMMAREA) EN FORMATO DB2 Y AAAAMMDD.
       3160-ARMAR-FECHAS-I.

           MOVE WS-USER-FECDIA TO WS-FECDIA-DMA
           MOVE FDD-AAAA TO FDI-AAAA FDA-AAAA
           MOVE FDD-MM   TO FDI-MM   FDA-MM
           MOVE FDD-DD   TO FDI-DD   FDA-DD.

       3160-ARMAR-FECHAS-F. EXIT.


      *-------------------------------------------------------------
       3200-PF3-I.

           MOVE SPACES TO WS-USER-OPERADOR WS-USER-FECDIA
           MOVE ZEROS  TO WS-USER-PROXIMO
           MOVE LOW-VALUES TO MAPDICTO.
           MOVE CT-MNS-01 TO MSGO.

       3200-PF3-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMMECTA')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  REIMPRIME EL DIARIO COMPLETO EN REPOCAF: CABECERA EN LA
      *  LINEA CERO Y CADA ASIENTO EN LA LINEA DE SU NUMERO. UNA
      *  LINEA QUE YA ESTABA (REIMPRESION ANTERIOR) NO SE REPITE.
       3500-PF5-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3500-PF5-F
           END-IF

           PERFORM 3150-VALIDAR-CLAVE-I THRU 3150-VALIDAR-CLAVE-F
           IF DATOOK-NO
              GO TO 3500-PF5-F
           END-IF

           PERFORM 5000-LEER-DIARIO-I THRU 5000-LEER-DIARIO-F
           IF DATOOK-NO
              GO TO 3500-PF5-F
           END-IF

           SET UOW-SIN-ERROR TO TRUE
           MOVE ZEROS TO WS-IMPRESOS
           MOVE 'DIAR'           TO RPO-REP-PREFIJO
           MOVE DIC-OPERADOR     TO RPO-REP-OPER
           MOVE WS-FECDIA-AMD-N  TO RPO-FECHA
           MOVE ZEROS            TO RPO-LINEA

           MOVE DIC-OPERADOR     TO RCA-OPERADOR
           MOVE FDD-DD           TO RCA-DD
           MOVE FDD-MM           TO RCA-MM
           MOVE FDD-AAAA         TO RCA-AAAA
           MOVE DIC-SUCURSAL     TO RCA-SUCURSAL
           MOVE SPACES           TO RPO-CONTENIDO
           MOVE WS-REPO-CAB      TO RPO-CONTENIDO (1:70)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE 1   TO WS-DESDE
           MOVE 'N' TO WS-FIN-CURSOR

           EXEC SQL OPEN CURSORDIA END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3500-PF5-F
           END-IF

           PERFORM 3550-ASIENTO-REPO-I THRU 3550-ASIENTO-REPO-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'
                 OR UOW-CON-ERROR

           EXEC SQL CLOSE CURSORDIA END-EXEC

           IF UOW-CON-ERROR
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE CT-MNS-12 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3500-PF5-F
           END-IF

           MOVE DIC-OPERADOR     TO ARI-OPERADOR
           MOVE WS-FECDIA-ISO    TO ARI-FECHA
           MOVE WS-IMPRESOS      TO ARI-ASIENTOS
           MOVE SPACES           TO AUD-VALOR-ANT
           MOVE WS-AUD-REIMPRESION TO AUD-VALOR-NUE
           MOVE 'DIAR'           TO AUD-ACCION
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           MOVE 1 TO WS-DESDE
           PERFORM 5500-PAGINAR-I THRU 5500-PAGINAR-F
           MOVE CT-MNS-11 TO MSGO.

       3500-PF5-F. EXIT.


      *-------------------------------------------------------------
       3550-ASIENTO-REPO-I.

           PERFORM 5600-FETCH-I THRU 5600-FETCH-F
           IF WS-FIN-CURSOR IS EQUAL 'S'
              GO TO 3550-ASIENTO-REPO-F
           END-IF

           MOVE DIA-NUMERO       TO RDE-NUMERO
           MOVE DIA-HORA         TO RDE-HORA
           MOVE DIA-TERMINAL     TO RDE-TERMINAL
           MOVE DIA-TRANSAC      TO RDE-TRANSAC
           MOVE DIA-RESULTADO    TO RDE-RESULTADO
           MOVE DIA-TIPCUEN      TO RDE-TIPCUEN
           MOVE DIA-NROCUEN      TO RDE-NROCUEN
           MOVE DIA-IMPORTE      TO RDE-IMPORTE
           MOVE DIA-MONEDA       TO RDE-MONEDA
           MOVE DIA-MENSAJE      TO RDE-MENSAJE

           MOVE DIA-NUMERO       TO RPO-LINEA
           MOVE SPACES           TO RPO-CONTENIDO
           MOVE WS-REPO-DET      TO RPO-CONTENIDO (1:120)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F
           ADD 1 TO WS-IMPRESOS.

       3550-ASIENTO-REPO-F. EXIT.


      *-------------------------------------------------------------
      *  PRIMER ASIENTO DEL DIARIO YA CONSULTADO.
       3700-PF7-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3700-PF7-F
           END-IF

           IF WS-USER-OPERADOR IS EQUAL SPACES
              MOVE CT-MNS-01 TO MSGO
              GO TO 3700-PF7-F
           END-IF

           PERFORM 3160-ARMAR-FECHAS-I THRU 3160-ARMAR-FECHAS-F
           PERFORM 5000-LEER-DIARIO-I THRU 5000-LEER-DIARIO-F
           IF DATOOK-NO
              GO TO 3700-PF7-F
           END-IF

           MOVE 1 TO WS-DESDE
           PERFORM 5500-PAGINAR-I THRU 5500-PAGINAR-F.

       3700-PF7-F. EXIT.


      *-------------------------------------------------------------
      *  PAGINA SIGUIENTE DEL DIARIO YA CONSULTADO.
       3800-PF8-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3800-PF8-F
           END-IF

           IF WS-USER-OPERADOR IS EQUAL SPACES
              MOVE CT-MNS-01 TO MSGO
              GO TO 3800-PF8-F
           END-IF

           PERFORM 3160-ARMAR-FECHAS-I THRU 3160-ARMAR-FECHAS-F
           PERFORM 5000-LEER-DIARIO-I THRU 5000-LEER-DIARIO-F
           IF DATOOK-NO
              GO TO 3800-PF8-F
           END-IF

           IF WS-USER-PROXIMO IS EQUAL ZEROS
              MOVE CT-MNS-07 TO MSGO
              GO TO 3800-PF8-F
           END-IF

           MOVE WS-USER-PROXIMO TO WS-DESDE
           PERFORM 5500-PAGINAR-I THRU 5500-PAGINAR-F.

       3800-PF8-F. EXIT.


      *-------------------------------------------------------------
      *  ESTADO DEL DIARIO (TBCURDIC). EL SUPERVISOR SOLO VE LOS
      *  DIARIOS DE SU SUCURSAL. UNA FECHA TIPEADA QUE NO ES FECHA
      *  REAL LA RECHAZA EL DB2 (-180/-181).
       5000-LEER-DIARIO-I.

           SET DATOOK TO TRUE
           MOVE WS-USER-OPERADOR TO DIC-OPERADOR

           EXEC SQL
              SELECT CHAR(FECHA, ISO), SUCURSAL, ULTNUM, SELLADO,
                     NUMSELLO
                INTO :DIC-FECHA, :DIC-SUCURSAL, :DIC-ULTNUM,
                     :DIC-SELLADO, :DIC-NUMSELLO
                FROM KC02803.TBCURDIC
               WHERE FECHA    = DATE(:WS-FECDIA-ISO)
                 AND OPERADOR = :DIC-OPERADOR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-05 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5000-LEER-DIARIO-F
              WHEN -180
              WHEN -181
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-03 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5000-LEER-DIARIO-F
              WHEN OTHER
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5000-LEER-DIARIO-F
           END-EVALUATE

           IF DIC-SUCURSAL IS NOT EQUAL FIR-SUC
              SET DATOOK-NO TO TRUE
              MOVE CT-MNS-06 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 5000-LEER-DIARIO-F
           END-IF

           MOVE DIC-OPERADOR     TO OPERO
           MOVE WS-USER-FECDIA   TO FECDIAO
           MOVE DIC-ULTNUM       TO EDI-ULTNUM
           MOVE DIC-NUMSELLO     TO EDI-NUMSELLO
           EVALUATE TRUE
              WHEN DIC-SELLADO IS NOT EQUAL 'S'
                 MOVE 'ABIERTO'                  TO EDI-SELLO
                 MOVE ZEROS                      TO EDI-NUMSELLO
              WHEN DIC-ULTNUM IS GREATER DIC-NUMSELLO
                 MOVE 'SELLADO CON POSTERIORES'  TO EDI-SELLO
              WHEN OTHER
                 MOVE 'SELLADO HASTA EL NUMERO'  TO EDI-SELLO
           END-EVALUATE
           MOVE WS-ESTADO-DIA    TO ESTADOO.

       5000-LEER-DIARIO-F. EXIT.


      *-------------------------------------------------------------
      *  UNA PAGINA DE 12 ASIENTOS DESDE WS-DESDE; DEJA EN LA
      *  COMMAREA EL NUMERO SIGUIENTE PARA PF8.
       5500-PAGINAR-I.

           MOVE ZEROS TO WS-MOSTRADOS
           MOVE 'N' TO WS-FIN-CURSOR
           MOVE SPACES TO LIN01O LIN02O LIN03O LIN04O
                          LIN05O LIN06O LIN07O LIN08O
                          LIN09O LIN10O LIN11O LIN12O

           EXEC SQL OPEN CURSORDIA END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 5500-PAGINAR-F
           END-IF

           PERFORM 5550-UN-ASIENTO-I THRU 5550-UN-ASIENTO-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'
                 OR WS-MOSTRADOS IS EQUAL CT-PAGINA

           EXEC SQL CLOSE CURSORDIA END-EXEC

           IF WS-MOSTRADOS IS EQUAL ZEROS
              MOVE CT-MNS-07 TO MSGO
              MOVE ZEROS TO WS-USER-PROXIMO
              GO TO 5500-PAGINAR-F
           END-IF

           IF DIA-NUMERO IS LESS DIC-ULTNUM
              COMPUTE WS-USER-PROXIMO = DIA-NUMERO + 1
              MOVE CT-MNS-10 TO MSGO
           ELSE
              MOVE ZEROS TO WS-USER-PROXIMO
              MOVE CT-MNS-07 TO MSGO
           END-IF.

       5500-PAGINAR-F. EXIT.


      *-------------------------------------------------------------
       5550-UN-ASIENTO-I.

           PERFORM 5600-FETCH-I THRU 5600-FETCH-F
           IF WS-FIN-CURSOR IS EQUAL 'S'
              GO TO 5550-UN-ASIENTO-F
           END-IF

           ADD 1 TO WS-MOSTRADOS

           MOVE DIA-NUMERO       TO LDI-NUMERO
           MOVE DIA-HORA         TO LDI-HORA
           MOVE DIA-TERMINAL     TO LDI-TERMINAL
           MOVE DIA-TRANSAC      TO LDI-TRANSAC
           MOVE DIA-RESULTADO    TO LDI-RESULTADO
           MOVE DIA-TIPCUEN      TO LDI-TIPCUEN
           MOVE DIA-NROCUEN      TO LDI-NROCUEN
           MOVE DIA-IMPORTE      TO LDI-IMPORTE
           MOVE DIA-MENSAJE      TO LDI-MENSAJE

           EVALUATE WS-MOSTRADOS
              WHEN 1  MOVE WS-LINEA-DIA TO LIN01O
              WHEN 2  MOVE WS-LINEA-DIA TO LIN02O
              WHEN 3  MOVE WS-LINEA-DIA TO LIN03O
              WHEN 4  MOVE WS-LINEA-DIA TO LIN04O
              WHEN 5  MOVE WS-LINEA-DIA TO LIN05O
              WHEN 6  MOVE WS-LINEA-DIA TO LIN06O
              WHEN 7  MOVE WS-LINEA-DIA TO LIN07O
              WHEN 8  MOVE WS-LINEA-DIA TO LIN08O
              WHEN 9  MOVE WS-LINEA-DIA TO LIN09O
              WHEN 10 MOVE WS-LINEA-DIA TO LIN10O
              WHEN 11 MOVE WS-LINEA-DIA TO LIN11O
              WHEN 12 MOVE WS-LINEA-DIA TO LIN12O
           END-EVALUATE.

       5550-UN-ASIENTO-F. EXIT.


      *-------------------------------------------------------------
       5600-FETCH-I.

           EXEC SQL
              FETCH CURSORDIA INTO :DIA-NUMERO, :DIA-TERMINAL,
                                   :DIA-HORA, :DIA-TRANSAC,
                                   :DIA-RESULTADO, :DIA-TIPCUEN,
                                   :DIA-NROCUEN, :DIA-IMPORTE,
                                   :DIA-MONEDA, :DIA-MENSAJE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 MOVE 'S' TO WS-FIN-CURSOR
           END-EVALUATE.

       5600-FETCH-F. EXIT.


      *-------------------------------------------------------------
      *  UNA LINEA QUE YA EXISTE EN EL REPOSITORIO (DUPREC) ES DE
      *  UNA REIMPRESION ANTERIOR Y SE DEJA COMO ESTA.
       6600-LINEA-REPO-I.

           IF UOW-CON-ERROR
              GO TO 6600-LINEA-REPO-F
           END-IF

           EXEC CICS WRITE
              FILE   (CT-REPO-FILE)
              FROM   (WS-REG-REPO)
              RIDFLD (RPO-KEY)
              RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP IS NOT EQUAL DFHRESP(NORMAL) AND
              WS-RESP IS NOT EQUAL DFHRESP(DUPREC)
              SET UOW-CON-ERROR TO TRUE
           END-IF.

       6600-LINEA-REPO-F. EXIT.


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
               FROM   (MAPDICTO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA UN REGISTRO DE AUDITORIA CON OPERADOR FIRMADO Y
      *  TERMINAL. AUD-ACCION Y AUD-VALOR-ANT/AUD-VALOR-NUE SE
      *  DEJAN CARGADOS POR QUIEN PERFORMA ESTE PARRAFO.
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

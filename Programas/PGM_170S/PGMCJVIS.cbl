       IDENTIFICATION DIVISION. *> visitas a cajas de seguridad
       PROGRAM-ID. PGMCJVIS.

      *****************************************************************
      *                   CLASE SINCRÓNICA 43                         *
      *                   ===================                         *
      *    REGISTRO DE VISITAS A LAS CAJAS DE SEGURIDAD (TBCURCSV)    *
      *                                                               *
      *    ENTER : SE INGRESA LA CAJA (SUCURSAL Y NUMERO) Y EL        *
      *            NUMERO DE CLIENTE QUE SE PRESENTA. EL ACCESO SE    *
      *            AUTORIZA SI LA CAJA TIENE CONTRATO VIGENTE SIN     *
      *            ALQUILER IMPAGO Y EL CLIENTE ES EL TITULAR O UN    *
      *            AUTORIZADO VIGENTE (TBCURCSU). CON EL CONTRATO EN  *
      *            MORA (PGMCJCOB) LA CAJA PIERDE EL ACCESO HASTA     *
      *            QUE SE CANCELE LA DEUDA.                           *
      *            TODO INTENTO QUEDA REGISTRADO, AUTORIZADO O        *
      *            DENEGADO, CON EL OPERADOR QUE LO ATENDIO.          *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                        'INGRESE CAJA Y CLIENTE Y PRESIONE ENTER'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                          'SUCURSAL O NUMERO DE CAJA INVALIDOS'.
             05 CT-MNS-03         PIC X(72) VALUE
                          'NUMERO DE CLIENTE INVALIDO'.
             05 CT-MNS-04         PIC X(72) VALUE
                          'LA CAJA PERTENECE A OTRA SUCURSAL'.
             05 CT-MNS-05         PIC X(72) VALUE
                          'CAJA SIN CONTRATO VIGENTE'.
             05 CT-MNS-06         PIC X(72) VALUE
                 'ACCESO AUTORIZADO - VISITA REGISTRADA'.
             05 CT-MNS-07         PIC X(72) VALUE
                 'ACCESO DENEGADO: CLIENTE NO AUTORIZADO EN LA CAJA'.
             05 CT-MNS-08         PIC X(72) VALUE
                                        'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                 'ACCESO DENEGADO: ALQUILER IMPAGO - COBRAR LA DEUDA'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPCJVI'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPCJVI'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'ZCTA'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPCJVI.
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

       77  WS-DEUDA-ED         PIC -(11)9.99.

      *-----------   HOST VARIABLES DB2   ---------------------------
       77  WS-CANT                 PIC S9(09) COMP VALUE ZEROES.

       01  DCLTBCURCSC.
           10 CSC-NROCONT     PIC S9(7)V     USAGE COMP-3.
           10 CSC-SUCCAJA     PIC S9(2)V     USAGE COMP-3.
           10 CSC-NROCAJA     PIC S9(5)V     USAGE COMP-3.
           10 CSC-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 CSC-DEUDA       PIC S9(11)V9(2) USAGE COMP-3.
           10 CSC-ESTADO      PIC X(1).

       01  DCLTBCURCSV.
           10 CSV-NROCONT     PIC S9(7)V     USAGE COMP-3.
           10 CSV-HORAVIS     PIC X(8).
           10 CSV-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 CSV-OPERADOR    PIC X(3).
           10 CSV-RESULTADO   PIC X(1).
           10 CSV-MOTIVO      PIC X(20).

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

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
       77  WS-NIVEL-REQUERIDO      PIC 9(01)       VALUE 2.


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

           MOVE LOW-VALUES TO MAPCJVIO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE LENGTH OF MAPCJVIO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPCJVIO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPCJVII)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPCJVIO
                 MOVE CT-MNS-01  TO MSGO
                 PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
                 PERFORM 9999-FINAL-I THRU 9999-FINAL-F

              WHEN OTHER
                 MOVE CT-MNS-08  TO MSGO
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

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3100-ENTER-F
           END-IF

           PERFORM 3150-VALIDAR-I THRU 3150-VALIDAR-F

           IF DATOOK THEN
              PERFORM 5000-VISITA-I THRU 5000-VISITA-F
           END-IF.

       3100-ENTER-F. EXIT.


      *-------------------------------------------------------------
       3150-VALIDAR-I.

           SET DATOOK TO TRUE.

           EVALUATE TRUE

              WHEN SUCCAJI IS NOT NUMERIC
              WHEN SUCCAJI IS EQUAL ZEROS
              WHEN NROCAJI IS NOT NUMERIC
              WHEN NROCAJI IS EQUAL ZEROS
                   SET DATOOK-NO TO TRUE
                   MOVE CT-MNS-02  TO MSGO
              WHEN NROCLII IS NOT NUMERIC
              WHEN NROCLII IS EQUAL ZEROS
                   SET DATOOK-NO TO TRUE
                   MOVE CT-MNS-03  TO MSGO
              WHEN SUCCAJI IS NOT EQUAL FIR-SUC
                   SET DATOOK-NO TO TRUE
                   MOVE CT-MNS-04  TO MSGO
              WHEN OTHER
                   CONTINUE

           END-EVALUATE.

       3150-VALIDAR-F. EXIT.


      *-------------------------------------------------------------
       3200-PF3-I.

           MOVE LOW-VALUES TO MAPCJVIO.
           MOVE CT-MNS-01 TO MSGO.

       3200-PF3-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMMECTA')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  CONTRATO NO DADO DE BAJA DE LA CAJA; EL CLIENTE DEBE SER
      *  EL TITULAR O UN AUTORIZADO VIGENTE Y EL CONTRATO NO DEBE
      *  ESTAR EN MORA. EL RESULTADO SE REGISTRA SIEMPRE.
       5000-VISITA-I.

           MOVE SUCCAJI TO CSC-SUCCAJA
           MOVE NROCAJI TO CSC-NROCAJA

           EXEC SQL
              SELECT NROCONT, NROCLI, DEUDA, ESTADO
                INTO :CSC-NROCONT, :CSC-NROCLI, :CSC-DEUDA,
                     :CSC-ESTADO
                FROM KC02803.TBCURCSC
               WHERE SUCCAJA = :CSC-SUCCAJA
                 AND NROCAJA = :CSC-NROCAJA
                 AND ESTADO IN ('V', 'M')
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-05 TO MSGO
                 GO TO 5000-VISITA-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5000-VISITA-F
           END-EVALUATE

           MOVE CSC-NROCONT TO CSV-NROCONT NROCONO
           MOVE NROCLII     TO CSV-NROCLI

           IF CSV-NROCLI IS EQUAL CSC-NROCLI
              MOVE 1 TO WS-CANT
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-CANT
                   FROM KC02803.TBCURCSU
                  WHERE NROCONT = :CSV-NROCONT
                    AND NROCLI  = :CSV-NROCLI
                    AND ESTADO  = 'V'
              END-EXEC
              IF SQLCODE IS NOT EQUAL 0
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5000-VISITA-F
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN WS-CANT IS EQUAL ZEROS
                 MOVE 'D'                TO CSV-RESULTADO
                 MOVE 'NO AUTORIZADO'    TO CSV-MOTIVO
                 MOVE CT-MNS-07          TO MSGO
              WHEN CSC-ESTADO IS EQUAL 'M'
                 MOVE 'D'                TO CSV-RESULTADO
                 MOVE 'ALQUILER IMPAGO'  TO CSV-MOTIVO
                 MOVE CT-MNS-10          TO MSGO
                 MOVE CSC-DEUDA          TO WS-DEUDA-ED
                 MOVE WS-DEUDA-ED        TO DEUDAO
              WHEN OTHER
                 MOVE 'A'                TO CSV-RESULTADO
                 MOVE SPACES             TO CSV-MOTIVO
                 MOVE CT-MNS-06          TO MSGO
           END-EVALUATE

           PERFORM 7000-TIME-I THRU 7000-TIME-F
           MOVE WS-HORA TO CSV-HORAVIS
           MOVE FIR-ID  TO CSV-OPERADOR

           EXEC SQL
              INSERT INTO KC02803.TBCURCSV
                 ( NROCONT, FECVIS, HORAVIS, NROCLI, OPERADOR,
                   RESULTADO, MOTIVO )
              VALUES
                 ( :CSV-NROCONT, CURRENT DATE, :CSV-HORAVIS,
                   :CSV-NROCLI, :CSV-OPERADOR, :CSV-RESULTADO,
                   :CSV-MOTIVO )
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
           END-IF.

       5000-VISITA-F. EXIT.


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
              GO TO 0500-VERIF-FIRMA-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-REQUERIDO
              MOVE CT-MNS-NIVEL TO MSGO
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
               FROM   (MAPCJVIO)
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

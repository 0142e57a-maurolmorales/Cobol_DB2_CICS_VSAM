       IDENTIFICATION DIVISION. *> cajas de seguridad
       PROGRAM-ID. PGMCJCTA.

      *****************************************************************
      *                   CLASE SINCRÓNICA 43                         *
      *                   ===================                         *
      *    CAJAS DE SEGURIDAD: INVENTARIO, CONTRATOS Y AUTORIZADOS    *
      *    (TBCURCSG, TBCURCSC, TBCURCSU)                             *
      *                                                               *
      *    ENTER : ALTA DE UN CONTRATO DE ALQUILER: CAJA LIBRE DE LA  *
      *            SUCURSAL DEL OPERADOR, CLIENTE TITULAR, CUENTA EN  *
      *            PESOS DEL TITULAR PARA EL DEBITO DEL ALQUILER (CON *
      *            SU DIGITO VERIFICADOR) Y PERIODO DE COBRO EN MESES *
      *            (1, 3, 6 O 12). EL PRIMER PERIODO LO DEBITA ESA    *
      *            MISMA NOCHE PGMCJCOB CON LA TARIFA DE TBCURTAS     *
      *            CONCEPTO 'CS' PARA EL TAMANIO DE LA CAJA.          *
      *    PF4   : BAJA DE UN CONTRATO SIN DEUDA: LIBERA LA CAJA Y    *
      *            DA DE BAJA A SUS AUTORIZADOS.                      *
      *    PF5   : ALTA DE UN AUTORIZADO (NUMERO DE CLIENTE) EN UN    *
      *            CONTRATO.                                          *
      *    PF6   : BAJA DE UN AUTORIZADO.                             *
      *    PF7   : ALTA DE UNA CAJA EN EL INVENTARIO (SUPERVISOR).    *
      *    PF8   : PONE FUERA DE SERVICIO UNA CAJA LIBRE, O LA        *
      *            DEVUELVE AL SERVICIO (SUPERVISOR).                 *
      *    LAS VISITAS A LA CAJA SE REGISTRAN EN PGMCJVIS.            *
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
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                          'SUCURSAL O NUMERO DE CAJA INVALIDOS'.
             05 CT-MNS-03         PIC X(72) VALUE
                                        'NUMERO DE CUENTA INVALIDO'.
             05 CT-MNS-04         PIC X(72) VALUE
                          'NUMERO DE CLIENTE INVALIDO'.
             05 CT-MNS-05         PIC X(72) VALUE
                          'PERIODO INVALIDO (1, 3, 6 O 12 MESES)'.
             05 CT-MNS-06         PIC X(72) VALUE
                                  'CONTRATO DADO DE ALTA CON EXITO'.
             05 CT-MNS-07         PIC X(72) VALUE
                                  'CONTRATO DADO DE BAJA CON EXITO'.
             05 CT-MNS-08         PIC X(72) VALUE
                                        'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                          'CLIENTE INEXISTENTE'.
             05 CT-MNS-11         PIC X(72) VALUE
                'CUENTA INEXISTENTE, NO OPERABLE O DE OTRO CLIENTE'.
             05 CT-MNS-12         PIC X(72) VALUE
                  'EL ALQUILER SE DEBITA DE UNA CUENTA EN PESOS'.
             05 CT-MNS-13         PIC X(72) VALUE
                          'CONTRATO INEXISTENTE O DADO DE BAJA'.
             05 CT-MNS-14         PIC X(72) VALUE
                          'CAJA INEXISTENTE O NO DISPONIBLE'.
             05 CT-MNS-15         PIC X(72) VALUE
                      'DIGITO VERIFICADOR ERRONEO - VERIFIQUE CUENTA'.
             05 CT-MNS-16         PIC X(72) VALUE
                      'CONTRATO CON ALQUILER IMPAGO - COBRAR ANTES'.
             05 CT-MNS-17         PIC X(72) VALUE
                      'LA CAJA PERTENECE A OTRA SUCURSAL'.
             05 CT-MNS-18         PIC X(72) VALUE
                      'AUTORIZADO DADO DE ALTA CON EXITO'.
             05 CT-MNS-19         PIC X(72) VALUE
                      'AUTORIZADO DADO DE BAJA CON EXITO'.
             05 CT-MNS-20         PIC X(72) VALUE
                      'EL CLIENTE YA ES TITULAR O AUTORIZADO'.
             05 CT-MNS-21         PIC X(72) VALUE
                      'AUTORIZADO INEXISTENTE EN EL CONTRATO'.
             05 CT-MNS-22         PIC X(72) VALUE
                      'TAMANIO INVALIDO (1 CHICA, 2 MEDIANA, 3 GRANDE)'.
             05 CT-MNS-23         PIC X(72) VALUE
                      'CAJA DADA DE ALTA EN EL INVENTARIO'.
             05 CT-MNS-24         PIC X(72) VALUE
                      'LA CAJA YA EXISTE EN EL INVENTARIO'.
             05 CT-MNS-25         PIC X(72) VALUE
                      'CAJA FUERA DE SERVICIO'.
             05 CT-MNS-26         PIC X(72) VALUE
                      'CAJA DEVUELTA AL SERVICIO'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPCJCT'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPCJCT'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'CCTA'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPCJCT.
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

      *-----------   HOST VARIABLES DB2   ---------------------------
       77  REG-TIPCUEN             PIC X(02)      VALUE SPACES.
       77  REG-NROCUEN             PIC S9(10)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-ESTCTA              PIC X(01)      VALUE SPACES.
       77  REG-SUCUEN              PIC S9(02)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-NROCLI              PIC S9(07)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-MONEDA              PIC S9(01)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-CANT                 PIC S9(09) COMP VALUE ZEROES.

       01  DCLTBCURCSG.
           10 CSG-SUCCAJA     PIC S9(2)V     USAGE COMP-3.
           10 CSG-NROCAJA     PIC S9(5)V     USAGE COMP-3.
           10 CSG-TAMANIO     PIC S9(1)V     USAGE COMP-3.
           10 CSG-ESTADO      PIC X(1).

       01  DCLTBCURCSC.
           10 CSC-NROCONT     PIC S9(7)V     USAGE COMP-3.
           10 CSC-SUCCAJA     PIC S9(2)V     USAGE COMP-3.
           10 CSC-NROCAJA     PIC S9(5)V     USAGE COMP-3.
           10 CSC-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 CSC-TIPCUEN     PIC X(2).
           10 CSC-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 CSC-PERIODO     PIC S9(2)V     USAGE COMP-3.
           10 CSC-DEUDA       PIC S9(11)V9(2) USAGE COMP-3.
           10 CSC-ESTADO      PIC X(1).
           10 CSC-OPERADOR    PIC X(3).

       01  DCLTBCURCSU.
           10 CSU-NROCONT     PIC S9(7)V     USAGE COMP-3.
           10 CSU-NROCLI      PIC S9(7)V     USAGE COMP-3.

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.
       77  DUPLICADO               PIC S9(9) COMP VALUE -803.

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

           MOVE LOW-VALUES TO MAPCJCTO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE LENGTH OF MAPCJCTO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPCJCTO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPCJCTI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPCJCTO
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

              WHEN DFHPF6
                 PERFORM 3600-PF6-I   THRU 3600-PF6-F

              WHEN DFHPF7
                 PERFORM 3700-PF7-I   THRU 3700-PF7-F

              WHEN DFHPF8
                 PERFORM 3800-PF8-I   THRU 3800-PF8-F

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

           MOVE 2 TO WS-NIVEL-REQUERIDO
           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3100-ENTER-F
           END-IF

           PERFORM 3150-VALIDAR-I THRU 3150-VALIDAR-F

           IF DATOOK THEN
              PERFORM 5000-ALTA-CONTRATO-I THRU 5000-ALTA-CONTRATO-F
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
                   MOVE CT-MNS-04  TO MSGO
              WHEN TIPCUENI IS EQUAL TO (SPACES OR LOW-VALUES)
              WHEN NROCUENI IS NOT NUMERIC
              WHEN NROCUENI IS EQUAL ZEROS
                   SET DATOOK-NO TO TRUE
                   MOVE CT-MNS-03  TO MSGO
              WHEN PERIODI IS NOT NUMERIC
                   SET DATOOK-NO TO TRUE
                   MOVE CT-MNS-05  TO MSGO
              WHEN PERIODI IS NOT EQUAL 1 AND
                   PERIODI IS NOT EQUAL 3 AND
                   PERIODI IS NOT EQUAL 6 AND
                   PERIODI IS NOT EQUAL 12
                   SET DATOOK-NO TO TRUE
                   MOVE CT-MNS-05  TO MSGO
              WHEN SUCCAJI IS NOT EQUAL FIR-SUC
                   SET DATOOK-NO TO TRUE
                   MOVE CT-MNS-17  TO MSGO
              WHEN OTHER
                   CONTINUE

           END-EVALUATE.

       3150-VALIDAR-F. EXIT.


      *-------------------------------------------------------------
       3200-PF3-I.

           MOVE LOW-VALUES TO MAPCJCTO.
           MOVE CT-MNS-01 TO MSGO.

       3200-PF3-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMMECTA')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  BAJA DE UN CONTRATO: SOLO SIN ALQUILER IMPAGO. LA CAJA
      *  VUELVE A QUEDAR LIBRE Y LOS AUTORIZADOS SE DAN DE BAJA,
      *  TODO EN LA MISMA UNIDAD DE TRABAJO.
       3400-PF4-I.

           MOVE 2 TO WS-NIVEL-REQUERIDO
           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3400-PF4-F
           END-IF

           IF NROCONI IS NOT NUMERIC OR NROCONI IS EQUAL ZEROS
              MOVE CT-MNS-13 TO MSGO
              GO TO 3400-PF4-F
           END-IF

           MOVE NROCONI TO CSC-NROCONT

           EXEC SQL
              SELECT SUCCAJA, NROCAJA, DEUDA, ESTADO
                INTO :CSC-SUCCAJA, :CSC-NROCAJA, :CSC-DEUDA,
                     :CSC-ESTADO
                FROM KC02803.TBCURCSC
               WHERE NROCONT = :CSC-NROCONT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-13 TO MSGO
                 GO TO 3400-PF4-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 3400-PF4-F
           END-EVALUATE

           IF CSC-ESTADO IS EQUAL 'B'
              MOVE CT-MNS-13 TO MSGO
              GO TO 3400-PF4-F
           END-IF

           IF CSC-DEUDA IS GREATER ZEROS
              MOVE CT-MNS-16 TO MSGO
              GO TO 3400-PF4-F
           END-IF

           EXEC SQL
              UPDATE KC02803.TBCURCSC
                 SET ESTADO  = 'B',
                     FECBAJA = CURRENT DATE
               WHERE NROCONT = :CSC-NROCONT
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 3400-PF4-F
           END-IF

           EXEC SQL
              UPDATE KC02803.TBCURCSG
                 SET ESTADO  = 'L'
               WHERE SUCCAJA = :CSC-SUCCAJA
                 AND NROCAJA = :CSC-NROCAJA
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              PERFORM 5900-DESHACER-I THRU 5900-DESHACER-F
              GO TO 3400-PF4-F
           END-IF

           EXEC SQL
              UPDATE KC02803.TBCURCSU
                 SET ESTADO  = 'B',
                     FECBAJA = CURRENT DATE
               WHERE NROCONT = :CSC-NROCONT
                 AND ESTADO  = 'V'
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0 AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              PERFORM 5900-DESHACER-I THRU 5900-DESHACER-F
              GO TO 3400-PF4-F
           END-IF

           MOVE CT-MNS-07 TO MSGO.

       3400-PF4-F. EXIT.


      *-------------------------------------------------------------
      *  ALTA DE UN AUTORIZADO: EL CONTRATO NO DEBE ESTAR DE BAJA Y
      *  EL CLIENTE DEBE EXISTIR Y NO SER YA TITULAR NI AUTORIZADO.
       3500-PF5-I.

           MOVE 2 TO WS-NIVEL-REQUERIDO
           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3500-PF5-F
           END-IF

           PERFORM 3550-VALIDAR-AUTORIZADO-I
              THRU 3550-VALIDAR-AUTORIZADO-F
           IF DATOOK-NO
              GO TO 3500-PF5-F
           END-IF

           MOVE NROAUTI TO REG-NROCLI
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :REG-NROCLI
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 3500-PF5-F
           END-IF
           IF WS-CANT IS EQUAL ZEROS
              MOVE CT-MNS-10 TO MSGO
              GO TO 3500-PF5-F
           END-IF

           IF REG-NROCLI IS EQUAL CSC-NROCLI
              MOVE CT-MNS-20 TO MSGO
              GO TO 3500-PF5-F
           END-IF

           MOVE CSC-NROCONT TO CSU-NROCONT
           MOVE REG-NROCLI  TO CSU-NROCLI
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT
                FROM KC02803.TBCURCSU
               WHERE NROCONT = :CSU-NROCONT
                 AND NROCLI  = :CSU-NROCLI
                 AND ESTADO  = 'V'
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 3500-PF5-F
           END-IF
           IF WS-CANT IS GREATER ZEROS
              MOVE CT-MNS-20 TO MSGO
              GO TO 3500-PF5-F
           END-IF

           EXEC SQL
              INSERT INTO KC02803.TBCURCSU
                 ( NROCONT, NROCLI, ESTADO, FECALTA )
              VALUES
                 ( :CSU-NROCONT, :CSU-NROCLI, 'V', CURRENT DATE )
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE CT-MNS-18 TO MSGO
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
           END-EVALUATE.

       3500-PF5-F. EXIT.


      *-------------------------------------------------------------
      *  CONTRATO Y CLIENTE AUTORIZADO INFORMADOS; EL CONTRATO
      *  DEBE EXISTIR Y NO ESTAR DE BAJA.
       3550-VALIDAR-AUTORIZADO-I.

           SET DATOOK TO TRUE

           IF NROCONI IS NOT NUMERIC OR NROCONI IS EQUAL ZEROS
              SET DATOOK-NO TO TRUE
              MOVE CT-MNS-13 TO MSGO
              GO TO 3550-VALIDAR-AUTORIZADO-F
           END-IF

           IF NROAUTI IS NOT NUMERIC OR NROAUTI IS EQUAL ZEROS
              SET DATOOK-NO TO TRUE
              MOVE CT-MNS-04 TO MSGO
              GO TO 3550-VALIDAR-AUTORIZADO-F
           END-IF

           MOVE NROCONI TO CSC-NROCONT
           EXEC SQL
              SELECT NROCLI, ESTADO
                INTO :CSC-NROCLI, :CSC-ESTADO
                FROM KC02803.TBCURCSC
               WHERE NROCONT = :CSC-NROCONT
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0 OR CSC-ESTADO IS EQUAL 'B'
              SET DATOOK-NO TO TRUE
              MOVE CT-MNS-13 TO MSGO
           END-IF.

       3550-VALIDAR-AUTORIZADO-F. EXIT.


      *-------------------------------------------------------------
      *  BAJA DE UN AUTORIZADO DEL CONTRATO.
       3600-PF6-I.

           MOVE 2 TO WS-NIVEL-REQUERIDO
           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3600-PF6-F
           END-IF

           PERFORM 3550-VALIDAR-AUTORIZADO-I
              THRU 3550-VALIDAR-AUTORIZADO-F
           IF DATOOK-NO
              GO TO 3600-PF6-F
           END-IF

           MOVE CSC-NROCONT TO CSU-NROCONT
           MOVE NROAUTI     TO CSU-NROCLI

           EXEC SQL
              UPDATE KC02803.TBCURCSU
                 SET ESTADO  = 'B',
                     FECBAJA = CURRENT DATE
               WHERE NROCONT = :CSU-NROCONT
                 AND NROCLI  = :CSU-NROCLI
                 AND ESTADO  = 'V'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE CT-MNS-19 TO MSGO
              WHEN NOT-FOUND
                 MOVE CT-MNS-21 TO MSGO
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
           END-EVALUATE.

       3600-PF6-F. EXIT.


      *-------------------------------------------------------------
      *  ALTA DE UNA CAJA EN EL INVENTARIO DE LA SUCURSAL DEL
      *  SUPERVISOR. NACE LIBRE.
       3700-PF7-I.

           MOVE 3 TO WS-NIVEL-REQUERIDO
           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3700-PF7-F
           END-IF

           EVALUATE TRUE
              WHEN SUCCAJI IS NOT NUMERIC
              WHEN SUCCAJI IS EQUAL ZEROS
              WHEN NROCAJI IS NOT NUMERIC
              WHEN NROCAJI IS EQUAL ZEROS
                 MOVE CT-MNS-02 TO MSGO
                 GO TO 3700-PF7-F
              WHEN TAMANI IS NOT NUMERIC
              WHEN TAMANI IS EQUAL ZEROS
              WHEN TAMANI IS GREATER 3
                 MOVE CT-MNS-22 TO MSGO
                 GO TO 3700-PF7-F
              WHEN SUCCAJI IS NOT EQUAL FIR-SUC
                 MOVE CT-MNS-17 TO MSGO
                 GO TO 3700-PF7-F
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE SUCCAJI TO CSG-SUCCAJA
           MOVE NROCAJI TO CSG-NROCAJA
           MOVE TAMANI  TO CSG-TAMANIO

           EXEC SQL
              INSERT INTO KC02803.TBCURCSG
                 ( SUCCAJA, NROCAJA, TAMANIO, ESTADO, FECALTA )
              VALUES
                 ( :CSG-SUCCAJA, :CSG-NROCAJA, :CSG-TAMANIO, 'L',
                   CURRENT DATE )
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE CT-MNS-23 TO MSGO
                 MOVE 'L'       TO ESTCAJO
              WHEN DUPLICADO
                 MOVE CT-MNS-24 TO MSGO
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
           END-EVALUATE.

       3700-PF7-F. EXIT.


      *-------------------------------------------------------------
      *  UNA CAJA LIBRE PASA A FUERA DE SERVICIO Y UNA FUERA DE
      *  SERVICIO VUELVE A LIBRE. UNA CAJA OCUPADA NO SE TOCA.
       3800-PF8-I.

           MOVE 3 TO WS-NIVEL-REQUERIDO
           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3800-PF8-F
           END-IF

           IF SUCCAJI IS NOT NUMERIC OR NROCAJI IS NOT NUMERIC
              MOVE CT-MNS-02 TO MSGO
              GO TO 3800-PF8-F
           END-IF

           IF SUCCAJI IS NOT EQUAL FIR-SUC
              MOVE CT-MNS-17 TO MSGO
              GO TO 3800-PF8-F
           END-IF

           MOVE SUCCAJI TO CSG-SUCCAJA
           MOVE NROCAJI TO CSG-NROCAJA

           EXEC SQL
              SELECT ESTADO
                INTO :CSG-ESTADO
                FROM KC02803.TBCURCSG
               WHERE SUCCAJA = :CSG-SUCCAJA
                 AND NROCAJA = :CSG-NROCAJA
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0 OR CSG-ESTADO IS EQUAL 'O'
              MOVE CT-MNS-14 TO MSGO
              GO TO 3800-PF8-F
           END-IF

           IF CSG-ESTADO IS EQUAL 'L'
              MOVE 'F'       TO CSG-ESTADO
           ELSE
              MOVE 'L'       TO CSG-ESTADO
           END-IF

           EXEC SQL
              UPDATE KC02803.TBCURCSG
                 SET ESTADO  = :CSG-ESTADO
               WHERE SUCCAJA = :CSG-SUCCAJA
                 AND NROCAJA = :CSG-NROCAJA
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 3800-PF8-F
           END-IF

           MOVE CSG-ESTADO TO ESTCAJO
           IF CSG-ESTADO IS EQUAL 'F'
              MOVE CT-MNS-25 TO MSGO
           ELSE
              MOVE CT-MNS-26 TO MSGO
           END-IF.

       3800-PF8-F. EXIT.


      *-------------------------------------------------------------
      *  ALTA DE UN CONTRATO: EL CLIENTE DEBE EXISTIR; LA CUENTA DE
      *  DEBITO DEBE SER SUYA, ESTAR OPERABLE Y EN PESOS (LA
      *  TARIFA ES EN PESOS). LA CAJA SE OCUPA CON UN UPDATE
      *  CONDICIONADO A 'L', ASI DOS TERMINALES NO ALQUILAN LA
      *  MISMA. EL NUMERO DE CONTRATO ES EL SIGUIENTE LIBRE Y EL
      *  PRIMER COBRO QUEDA PARA ESA NOCHE.
       5000-ALTA-CONTRATO-I.

           MOVE NROCLII TO REG-NROCLI
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :REG-NROCLI
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-ALTA-CONTRATO-F
           END-IF
           IF WS-CANT IS EQUAL ZEROS
              MOVE CT-MNS-10 TO MSGO
              GO TO 5000-ALTA-CONTRATO-F
           END-IF

           MOVE TIPCUENI TO REG-TIPCUEN
           MOVE NROCUENI TO REG-NROCUEN

           EXEC SQL
              SELECT SUCUEN, NROCLI, MONEDA, ESTCTA
                INTO :REG-SUCUEN, :CSC-NROCLI, :REG-MONEDA,
                     :REG-ESTCTA
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0 OR
              REG-ESTCTA IS NOT EQUAL 'A' OR
              CSC-NROCLI IS NOT EQUAL REG-NROCLI
              MOVE CT-MNS-11 TO MSGO
              GO TO 5000-ALTA-CONTRATO-F
           END-IF

           IF REG-MONEDA IS NOT EQUAL 1
              MOVE CT-MNS-12 TO MSGO
              GO TO 5000-ALTA-CONTRATO-F
           END-IF

           MOVE REG-SUCUEN  TO LK-DV-SUCUEN
           MOVE REG-TIPCUEN TO LK-DV-TIPCUEN
           MOVE REG-NROCUEN TO LK-DV-NROCUEN
           MOVE DIGVERI     TO LK-DV-INGRESADO
           PERFORM 5500-VERIF-DV-I THRU 5500-VERIF-DV-F
           IF LK-DV-VALIDO IS NOT EQUAL 'SI'
              GO TO 5000-ALTA-CONTRATO-F
           END-IF

           MOVE SUCCAJI TO CSG-SUCCAJA
           MOVE NROCAJI TO CSG-NROCAJA

           EXEC SQL
              UPDATE KC02803.TBCURCSG
                 SET ESTADO  = 'O'
               WHERE SUCCAJA = :CSG-SUCCAJA
                 AND NROCAJA = :CSG-NROCAJA
                 AND ESTADO  = 'L'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-14 TO MSGO
                 GO TO 5000-ALTA-CONTRATO-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5000-ALTA-CONTRATO-F
           END-EVALUATE

      *    SIGUIENTE NUMERO DE CONTRATO LIBRE.
           EXEC SQL
              SELECT VALUE(MAX(NROCONT), 0) + 1
                INTO :CSC-NROCONT
                FROM KC02803.TBCURCSC
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              PERFORM 5900-DESHACER-I THRU 5900-DESHACER-F
              GO TO 5000-ALTA-CONTRATO-F
           END-IF

           MOVE SUCCAJI  TO CSC-SUCCAJA
           MOVE NROCAJI  TO CSC-NROCAJA
           MOVE NROCLII  TO CSC-NROCLI
           MOVE TIPCUENI TO CSC-TIPCUEN
           MOVE NROCUENI TO CSC-NROCUEN
           MOVE PERIODI  TO CSC-PERIODO
           MOVE ZEROS    TO CSC-DEUDA
           MOVE 'V'      TO CSC-ESTADO
           MOVE FIR-ID   TO CSC-OPERADOR

           EXEC SQL
              INSERT INTO KC02803.TBCURCSC
                 ( NROCONT, SUCCAJA, NROCAJA, NROCLI, TIPCUEN,
                   NROCUEN, PERIODO, FECALTA, FECPROX, DEUDA,
                   ESTADO, OPERADOR )
              VALUES
                 ( :CSC-NROCONT, :CSC-SUCCAJA, :CSC-NROCAJA,
                   :CSC-NROCLI, :CSC-TIPCUEN, :CSC-NROCUEN,
                   :CSC-PERIODO, CURRENT DATE, CURRENT DATE,
                   :CSC-DEUDA, :CSC-ESTADO, :CSC-OPERADOR )
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              PERFORM 5900-DESHACER-I THRU 5900-DESHACER-F
              GO TO 5000-ALTA-CONTRATO-F
           END-IF

           MOVE CT-MNS-06    TO MSGO
           MOVE CSC-NROCONT  TO NROCONO
           MOVE 'O'          TO ESTCAJO.

       5000-ALTA-CONTRATO-F. EXIT.


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
      *  ERROR A MITAD DE UNA ACTUALIZACION: SE DESHACE TODA LA
      *  UNIDAD DE TRABAJO PARA NO DEJAR CAJA Y CONTRATO CRUZADOS.
       5900-DESHACER-I.

           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE CT-MNS-08 TO MSGO.

       5900-DESHACER-F. EXIT.


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
               FROM   (MAPCJCTO)
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

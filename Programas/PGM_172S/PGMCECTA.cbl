       IDENTIFICATION DIVISION. *> certificado de saldo
       PROGRAM-ID. PGMCECTA.

      *****************************************************************
      *                   CLASE SINCRÓNICA 172                        *
      *                   ====================                        *
      *    CERTIFICADO DE SALDO POR CAJA                              *
      *                                                               *
      *    EL CLIENTE PIDE UNA CONSTANCIA DEL SALDO DE SU CUENTA AL   *
      *    CIERRE DE UNA FECHA (CONSULADO, LICITACION, ESCRIBANIA).   *
      *    SE INGRESA LA CUENTA CON SU DIGITO VERIFICADOR (PGMDVCTA), *
      *    LA FECHA DDMMAAAA (HOY O ANTERIOR) Y ANTE QUIEN SE         *
      *    PRESENTA.                                                  *
      *    ENTER : COTIZA. SALDO AL CIERRE DE LA FECHA RECONSTRUIDO   *
      *            DESDE EL SALDO ACTUAL CON LOS MOVIMIENTOS DE       *
      *            TBCURMOV POSTERIORES (LA REGLA DE PGMHISRV),       *
      *            TITULARES DE TBCURCTA/TBCURTIT Y CARGO DE LA       *
      *            EMISION (TARIFA POR EVENTO 'CE', PGMTVCAF).        *
      *    PF6   : EMITE. DA DE ALTA EL CERTIFICADO EN TBCURCER CON   *
      *            SU NUMERO DE CONTROL E IMPRIME LA CONSTANCIA, EN   *
      *            UNA UNIDAD DE TRABAJO. EL CARGO LO DEBITA EL       *
      *            PROCESO NOCTURNO DE TARIFAS (PGMTVCOB).            *
      *    PF5   : VERIFICA. CON EL CONTROL 'NNNNNNN-DD' IMPRESO EN   *
      *            EL CERTIFICADO DEVUELVE CUENTA, FECHA Y SALDO      *
      *            REGISTRADOS, PARA QUE EL TERCERO QUE LO RECIBE     *
      *            CONFIRME QUE NO FUE ADULTERADO.                    *
      *    EL CERTIFICADO SALE POR EL REPOSITORIO REPOCAF, REPORTE    *
      *    'CERTIFSA', COMO CUALQUIER LISTADO (PGMVRCAF).             *
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
                 'INGRESE CUENTA, DIGITO, FECHA DEL SALDO Y DESTINO'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                          'TIPO DE CUENTA INVALIDO'.
             05 CT-MNS-03         PIC X(72) VALUE
                          'NUMERO DE CUENTA INVALIDO'.
             05 CT-MNS-04         PIC X(72) VALUE
                  'FECHA DEL SALDO INVALIDA - DDMMAAAA, HOY O ANTERIOR'.
             05 CT-MNS-05         PIC X(72) VALUE
                          'INGRESE ANTE QUIEN SE PRESENTA'.
             05 CT-MNS-07         PIC X(72) VALUE
                          'CUENTA INEXISTENTE'.
             05 CT-MNS-08         PIC X(72) VALUE
                                        'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-14         PIC X(72) VALUE
                          'DIGITO VERIFICADOR INCORRECTO'.
             05 CT-MNS-15         PIC X(72) VALUE
                  'COTIZACION - PF6 EMITE EL CERTIFICADO'.
             05 CT-MNS-16         PIC X(72) VALUE
                  'INGRESE EL CONTROL DEL CERTIFICADO NNNNNNN-DD'.
             05 CT-MNS-17         PIC X(72) VALUE
                  'CERTIFICADO INEXISTENTE'.
             05 CT-MNS-18         PIC X(72) VALUE
                  'NO SE PUDO EMITIR EL CERTIFICADO'.
             05 CT-MNS-19         PIC X(72) VALUE
                  'CONTROL INVALIDO - EL CERTIFICADO NO ES AUTENTICO'.
             05 CT-MNS-20         PIC X(72) VALUE
                  'CERTIFICADO ANULADO'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPCECT'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPCECT'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'YCTA'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-FECHA-AAAAMMDD   PIC 9(08)          VALUE ZEROS.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPCECT.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
       01  WS-COMMAREA.
           03 WS-USER-TIPCUEN          PIC X(02).
           03 WS-USER-NROCUEN          PIC 9(10).
           03 WS-USER-NROCERT          PIC 9(07).
           03 FILLER                   PIC X(06).

      *-----------   VARIABLES DE VALIDACION   ----------------------
       77  WS-DATO-VALIDO              PIC X.
           88 DATOOK                                  VALUE 'Y'.
           88 DATOOK-NO                               VALUE 'N'.

      *    ENTER SOLO COTIZA; PF6 ADEMAS EMITE.
       77  WS-MODO                     PIC X          VALUE 'C'.
           88 MODO-COTIZA                             VALUE 'C'.
           88 MODO-EMITE                              VALUE 'K'.

       77  WS-IMPORTE-ED               PIC -(11)9.99.

       77  WS-ERROR-UOW            PIC X          VALUE 'N'.
           88 UOW-CON-ERROR                       VALUE 'S'.
           88 UOW-SIN-ERROR                       VALUE 'N'.

      *-----------   HOST VARIABLES DB2 (TBCURCTA)   ----------------
       77  REG-TIPCUEN             PIC X(02)      VALUE SPACES.
       77  REG-NROCUEN             PIC S9(10)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-SUCUEN              PIC S9(02)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-NROCLI              PIC S9(07)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-SALDO               PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-MONEDA              PIC S9(01)V USAGE COMP-3
                                                  VALUE ZEROES.

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

      *-----------   HOST VARIABLES DB2 (TBCURCER)   ----------------
       01  DCLTBCURCER.
           10 CER-NROCERT     PIC S9(7)V     USAGE COMP-3.
           10 CER-TIPCUEN     PIC X(2).
           10 CER-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 CER-FECSALDO    PIC X(10).
           10 CER-SALDO       PIC S9(11)V9(2) USAGE COMP-3.
           10 CER-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 CER-DESTINO     PIC X(30).
           10 CER-CONTROL     PIC S9(2)V     USAGE COMP-3.
           10 CER-FECEMIS     PIC X(10).
           10 CER-HORAEMIS    PIC X(8).
           10 CER-OPERADOR    PIC X(3).
           10 CER-SUCEMIS     PIC S9(2)V     USAGE COMP-3.
           10 CER-ESTADO      PIC X(1).

      *---- SALDO AL CIERRE DE LA FECHA PEDIDA -------------------------
      *    SALDO ACTUAL MENOS EL EFECTO NETO DE LO POSTERIOR A LA
      *    FECHA (INCLUIDO LO POSTEADO CON FECHA VALOR FUTURA).
       77  WS-POSTERIORES          PIC S9(13)V99 USAGE COMP-3
                                                  VALUE ZEROS.
       77  WS-SALDO-CERT           PIC S9(13)V99 USAGE COMP-3
                                                  VALUE ZEROS.
       77  WS-FECHA-OK             PIC X(01)      VALUE 'N'.

       01  WS-FECSAL-DMA.
           03 FSD-DD               PIC X(02).
           03 FSD-MM               PIC X(02).
           03 FSD-AAAA             PIC X(04).
       01  WS-FECSAL-ISO.
           03 FSI-AAAA             PIC X(04).
           03 FILLER               PIC X(01)      VALUE '-'.
           03 FSI-MM               PIC X(02).
           03 FILLER               PIC X(01)      VALUE '-'.
           03 FSI-DD               PIC X(02).
       01  WS-FECSAL-VISTA.
           03 FSV-DD               PIC X(02).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 FSV-MM               PIC X(02).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 FSV-AAAA             PIC X(04).
       01  WS-FECSAL-AMD.
           03 FSA-AAAA             PIC X(04).
           03 FSA-MM               PIC X(02).
           03 FSA-DD               PIC X(02).
       01  WS-FECSAL-NUM REDEFINES WS-FECSAL-AMD
                                   PIC 9(08).
       01  WS-FECEMIS-VISTA.
           03 FEV-DD               PIC X(02).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 FEV-MM               PIC X(02).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 FEV-AAAA             PIC X(04).

      *---- TITULARES: EL DE TBCURCTA Y LOS COTITULARES DE TBCURTIT ----
       77  TIT-NROCLI              PIC S9(07)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  TIT-NOMAPE              PIC X(30)      VALUE SPACES.
       77  WS-CANT-TIT             PIC 9(01)      VALUE ZEROS.
       77  WS-TIT-MAX              PIC 9(01)      VALUE 4.
       77  WS-FIN-TIT              PIC X(01)      VALUE 'N'.
       01  WS-TITULARES.
           03 WS-TITULAR           OCCURS 4 TIMES.
              05 WS-TIT-ROL        PIC X(10).
              05 WS-TIT-NOMBRE     PIC X(30).

           EXEC SQL
              DECLARE CURSORTIT CURSOR FOR
                 SELECT T.NROCLI, VALUE(C.NOMAPE, ' ')
                 FROM KC02803.TBCURTIT T
                      LEFT OUTER JOIN KC02803.TBCURCLI C
                         ON C.NROCLI = T.NROCLI
                 WHERE T.TIPCUEN = :REG-TIPCUEN
                   AND T.NROCUEN = :REG-NROCUEN
                 ORDER BY T.ORDENTIT
           END-EXEC.

      *---- RUTINA DE DIGITO VERIFICADOR DE CUENTAS -----------------
       77  WS-PGMDVCTA             PIC X(8)       VALUE 'PGMDVCTA'.

       01  LK-CUENTA-DV.
           05 LK-DV-SUCUEN         PIC 9(2).
           05 LK-DV-TIPCUEN        PIC X(2).
           05 LK-DV-NROCUEN        PIC 9(10).
           05 LK-DV-INGRESADO      PIC X(2).
           05 LK-DV-CALCULADO      PIC 9(2).
           05 LK-DV-VALIDO         PIC X(2).

      *---- TARIFA POR EVENTO: CARGO POR EMISION DE CERTIFICADO -------
      *---- FUERA DE LA FRANQUICIA MENSUAL (RUTINA PGMTVCAF) ----------
       77  WS-PGMTVCAF             PIC X(8)       VALUE 'PGMTVCAF'.

       01  LK-TARIFA.
           05 LK-TEV-EVENTO        PIC X(2).
           05 LK-TEV-TIPCUEN       PIC X(2).
           05 LK-TEV-NROCUEN       PIC 9(10).
           05 LK-TEV-FECHA         PIC X(10).
           05 LK-TEV-IMPORTE       PIC 9(11)V99.
           05 LK-TEV-FRANQUICIA    PIC 9(3).
           05 LK-TEV-USADOS-MES    PIC 9(5).
           05 LK-TEV-USADOS-DIA    PIC 9(5).
           05 LK-TEV-CARGO-PROX    PIC 9(11)V99.
           05 LK-TEV-RESULT        PIC X(2).

       01  WS-FECHA-TARIFA.
           03 WFT-AAAA             PIC X(04).
           03 FILLER               PIC X          VALUE '-'.
           03 WFT-MM               PIC X(02).
           03 FILLER               PIC X          VALUE '-'.
           03 WFT-DD               PIC X(02).

       77  WS-CARGO                PIC 9(11)V99   VALUE ZEROS.

       01  WS-MSG-COTIZA.
           03 FILLER               PIC X(22)      VALUE
              'COTIZACION - CARGO DE '.
           03 WS-MSG-COT-IMP       PIC Z(8)9.99.
           03 FILLER               PIC X(38)      VALUE
              ' - PF6 EMITE EL CERTIFICADO'.

       01  WS-MSG-EMITIDO.
           03 FILLER               PIC X(33)      VALUE
              'CERTIFICADO DE SALDO EMITIDO NRO '.
           03 WS-MSG-NROCERT       PIC 9(07)      VALUE ZEROS.
           03 FILLER               PIC X(32)      VALUE
              ' - CONSTANCIA IMPRESA'.

       01  WS-MSG-VERIFICADO.
           03 FILLER               PIC X(33)      VALUE
              'CERTIFICADO AUTENTICO - EMITIDO '.
           03 WS-MSG-VER-FECHA     PIC X(10)      VALUE SPACES.
           03 FILLER               PIC X(10)      VALUE
              ' SUCURSAL '.
           03 WS-MSG-VER-SUC       PIC Z9.
           03 FILLER               PIC X(17)      VALUE SPACES.

      *---- NUMERO DE CONTROL DEL CERTIFICADO -------------------------
      *    DOS DIGITOS MODULO 97 SOBRE CERTIFICADO, FECHA DEL SALDO
      *    Y SALDO: UN CERTIFICADO ADULTERADO NO CIERRA EL CONTROL.
       77  WS-CTL-BASE             PIC 9(16)      VALUE ZEROS.
       77  WS-CTL-CENTAVOS         PIC 9(13)      VALUE ZEROS.
       77  WS-CTL-COC              PIC 9(16)      VALUE ZEROS.
       77  WS-CTL-RESTO            PIC 9(02)      VALUE ZEROS.
       01  WS-NRO-CONTROL.
           03 CTL-NROCERT          PIC 9(07).
           03 FILLER               PIC X(01)      VALUE '-'.
           03 CTL-DIGITOS          PIC 9(02).

      *    CONTROL TIPEADO POR QUIEN VERIFICA.
       01  WS-CONTROL-ING.
           03 CIN-NROCERT          PIC X(07).
           03 CIN-GUION            PIC X(01).
           03 CIN-DIGITOS          PIC X(02).
       01  WS-CONTROL-ING-N REDEFINES WS-CONTROL-ING.
           03 CIN-NROCERT-N        PIC 9(07).
           03 FILLER               PIC X(01).
           03 CIN-DIGITOS-N        PIC 9(02).

      *---- CERTIFICADO AL REPOSITORIO REPOCAF (CLAVE DE PGMCRGRP) ----
       01  WS-REG-REPO.
           05 RPO-KEY.
              10 RPO-REPORTE       PIC X(08).
              10 RPO-FECHA         PIC 9(08).
              10 RPO-LINEA         PIC 9(05).
           05 RPO-CONTENIDO        PIC X(133).

       77  CT-REPO-FILE            PIC X(08)      VALUE 'REPOCAF '.
       77  CT-REPO-REPORTE         PIC X(08)      VALUE 'CERTIFSA'.
       77  WS-REPO-BASE            PIC 9(05)      VALUE ZEROS.
       77  WS-TASKNO               PIC S9(07) COMP-3 VALUE ZEROS.
       77  WS-TASK-COC             PIC S9(07) COMP VALUE ZEROS.
       77  WS-TASK-RESTO           PIC S9(04) COMP VALUE ZEROS.
       77  WS-IX                   PIC 9(01)      VALUE ZEROS.

       01  WS-CSA-LIN1.
           03 FILLER               PIC X(25)      VALUE
              'CERTIFICADO DE SALDO NRO '.
           03 CSA-NROCERT          PIC 9(07).
           03 FILLER               PIC X(11)      VALUE
              '   CONTROL '.
           03 CSA-CONTROL          PIC X(10).
       01  WS-CSA-LIN2.
           03 FILLER               PIC X(07)      VALUE 'CUENTA '.
           03 CSA-TIPCUEN          PIC X(02).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 CSA-NROCUEN          PIC 9(10).
           03 FILLER               PIC X(11)      VALUE
              '  SUCURSAL '.
           03 CSA-SUCUEN           PIC Z9.
       01  WS-CSA-LIN3.
           03 FILLER               PIC X(20)      VALUE
              'SALDO AL CIERRE DEL '.
           03 CSA-FECSALDO         PIC X(10).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 CSA-SALDO            PIC -(11)9.99.
           03 FILLER               PIC X(09)      VALUE '  MONEDA '.
           03 CSA-MONEDA           PIC X(05).
       01  WS-CSA-LIN4.
           03 CSA-ROL              PIC X(10).
           03 CSA-NOMBRE           PIC X(30).
       01  WS-CSA-LIN5.
           03 FILLER               PIC X(16)      VALUE
              'PRESENTADO ANTE '.
           03 CSA-DESTINO          PIC X(30).
       01  WS-CSA-LIN6.
           03 FILLER               PIC X(08)      VALUE 'EMITIDO '.
           03 CSA-FECHA            PIC X(10).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 CSA-HORA             PIC X(08).
           03 FILLER               PIC X(11)      VALUE
              '  OPERADOR '.
           03 CSA-OPERADOR         PIC X(03).
           03 FILLER               PIC X(10)      VALUE
              '  SUCURSAL'.
           03 CSA-SUC              PIC Z9.
       01  WS-CSA-LIN7.
           03 FILLER               PIC X(50)      VALUE
              'VERIFIQUE ESTE CERTIFICADO EN CUALQUIER SUCURSAL '.
           03 FILLER               PIC X(24)      VALUE
              'CON SU NUMERO DE CONTROL'.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *---- FIRMA DE OPERADOR (PGMSICAF) POR TERMINAL ----------------
      *    NIVELES: 1 CONSULTA / 2 CAJERO / 3 SUPERVISOR.
      *    LA VERIFICACION (PF5) ES UNA CONSULTA.
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

           MOVE LOW-VALUES TO MAPCECTO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE LENGTH OF MAPCECTO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPCECTO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPCECTI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPCECTO
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
                 SET MODO-COTIZA TO TRUE
                 PERFORM 3100-ENTER-I THRU 3100-ENTER-F

              WHEN DFHPF6
                 SET MODO-EMITE TO TRUE
                 PERFORM 3100-ENTER-I THRU 3100-ENTER-F

              WHEN DFHPF5
                 PERFORM 3400-PF5-I   THRU 3400-PF5-F

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
      *  COTIZA (ENTER) O EMITE (PF6) CON LOS DATOS DE LA PANTALLA.
      *  NO HAY POSTEO: NO SE EXIGE JORNADA ABIERTA.
       3100-ENTER-I.

           MOVE 2 TO WS-NIVEL-REQUERIDO
           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3100-ENTER-F
           END-IF

           PERFORM 3150-VALIDAR-I THRU 3150-VALIDAR-F

           IF DATOOK THEN
              PERFORM 5000-CERTIFICAR-I THRU 5000-CERTIFICAR-F
           END-IF.

       3100-ENTER-F. EXIT.


      *-------------------------------------------------------------
       3150-VALIDAR-I.

           SET DATOOK TO TRUE.

           EVALUATE TRUE

              WHEN TIPCUENI IS NOT EQUAL '01' AND
                   TIPCUENI IS NOT EQUAL '02'
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-02  TO MSGO
              WHEN NROCUENI IS NOT NUMERIC
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-03  TO MSGO
              WHEN NROCUENI IS EQUAL ZEROS
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-03  TO MSGO
              WHEN FECSALI IS NOT NUMERIC
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-04  TO MSGO
              WHEN DESTINOI IS EQUAL TO (SPACES OR LOW-VALUES)
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-05  TO MSGO
              WHEN OTHER
                   CONTINUE

           END-EVALUATE.

       3150-VALIDAR-F. EXIT.


      *-------------------------------------------------------------
       3200-PF3-I.

           MOVE LOW-VALUES TO MAPCECTO.
           MOVE CT-MNS-01 TO MSGO.

       3200-PF3-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMMECTA')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  VERIFICA UN CERTIFICADO PRESENTADO POR UN TERCERO: EL
      *  CONTROL TIPEADO DEBE EXISTIR EN TBCURCER Y CERRAR CONTRA
      *  LO REGISTRADO. SE DEVUELVEN LOS DATOS REGISTRADOS, NO LOS
      *  DEL PAPEL, PARA QUE SE COMPAREN.
       3400-PF5-I.

           MOVE 1 TO WS-NIVEL-REQUERIDO
           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3400-PF5-F
           END-IF

           MOVE VERIFI TO WS-CONTROL-ING
           IF CIN-NROCERT IS NOT NUMERIC OR
              CIN-GUION IS NOT EQUAL '-' OR
              CIN-DIGITOS IS NOT NUMERIC OR
              CIN-NROCERT-N IS EQUAL ZEROS
              MOVE CT-MNS-16 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3400-PF5-F
           END-IF

           MOVE CIN-NROCERT-N TO CER-NROCERT

           EXEC SQL
              SELECT TIPCUEN, NROCUEN, CHAR(FECSALDO, ISO),
                     SALDO, MONEDA, DESTINO, CONTROL,
                     CHAR(FECEMIS, ISO), SUCEMIS, ESTADO
                INTO :CER-TIPCUEN, :CER-NROCUEN, :CER-FECSALDO,
                     :CER-SALDO, :CER-MONEDA, :CER-DESTINO,
                     :CER-CONTROL, :CER-FECEMIS, :CER-SUCEMIS,
                     :CER-ESTADO
                FROM KC02803.TBCURCER
               WHERE NROCERT = :CER-NROCERT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-17 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 3400-PF5-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 3400-PF5-F
           END-EVALUATE

      *    LOS DIGITOS SE RECALCULAN SOBRE LO REGISTRADO: DEBEN
      *    COINCIDIR CON LOS GUARDADOS Y CON LOS TIPEADOS.
           MOVE CER-FECSALDO TO WS-FECSAL-ISO
           PERFORM 6400-NRO-CONTROL-I THRU 6400-NRO-CONTROL-F
           IF CTL-DIGITOS IS NOT EQUAL CIN-DIGITOS-N OR
              CTL-DIGITOS IS NOT EQUAL CER-CONTROL
              MOVE CT-MNS-19 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3400-PF5-F
           END-IF

           IF CER-ESTADO IS NOT EQUAL 'V'
              MOVE CT-MNS-20 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3400-PF5-F
           END-IF

           MOVE CER-TIPCUEN   TO REG-TIPCUEN
           MOVE CER-NROCUEN   TO REG-NROCUEN
           MOVE CER-SALDO     TO WS-SALDO-CERT
           MOVE CER-MONEDA    TO REG-MONEDA
           MOVE CER-NROCERT   TO WS-USER-NROCERT

           EXEC SQL
              SELECT NROCLI
                INTO :REG-NROCLI
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3400-PF5-F
           END-IF

           PERFORM 5300-TITULARES-I THRU 5300-TITULARES-F
           IF UOW-CON-ERROR
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3400-PF5-F
           END-IF

           MOVE ZEROS TO WS-CARGO
           PERFORM 5900-MOSTRAR-I THRU 5900-MOSTRAR-F
           MOVE CER-TIPCUEN    TO TIPCUENO
           MOVE CER-NROCUEN    TO NROCUENO
           MOVE FSD-DD         TO FECSALO (1:2)
           MOVE FSD-MM         TO FECSALO (3:2)
           MOVE FSD-AAAA       TO FECSALO (5:4)
           MOVE CER-DESTINO    TO DESTINOO

           MOVE CER-FECEMIS    TO WS-FECSAL-ISO
           MOVE FSI-DD         TO FEV-DD
           MOVE FSI-MM         TO FEV-MM
           MOVE FSI-AAAA       TO FEV-AAAA
           MOVE WS-FECEMIS-VISTA TO WS-MSG-VER-FECHA
           MOVE CER-SUCEMIS    TO WS-MSG-VER-SUC
           MOVE WS-MSG-VERIFICADO TO MSGO.

       3400-PF5-F. EXIT.


      *-------------------------------------------------------------
      *  LEE LA CUENTA, RECONSTRUYE EL SALDO A LA FECHA, ARMA LOS
      *  TITULARES Y COTIZA EL CARGO. EN MODO EMITE DA DE ALTA EL
      *  CERTIFICADO Y LO IMPRIME EN LA MISMA UNIDAD DE TRABAJO.
       5000-CERTIFICAR-I.

           SET UOW-SIN-ERROR TO TRUE
           MOVE ZEROS    TO WS-USER-NROCERT
           MOVE TIPCUENI TO WS-USER-TIPCUEN REG-TIPCUEN
           MOVE NROCUENI TO WS-USER-NROCUEN REG-NROCUEN

           EXEC SQL
              SELECT SUCUEN, NROCLI, SALDO, MONEDA
                INTO :REG-SUCUEN, :REG-NROCLI, :REG-SALDO,
                     :REG-MONEDA
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-07 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5000-CERTIFICAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5000-CERTIFICAR-F
           END-EVALUATE

           PERFORM 5500-VERIF-DV-I THRU 5500-VERIF-DV-F
           IF LK-DV-VALIDO IS NOT EQUAL 'SI'
              GO TO 5000-CERTIFICAR-F
           END-IF

           PERFORM 5100-VALIDAR-FECHA-I THRU 5100-VALIDAR-FECHA-F
           IF WS-FECHA-OK IS NOT EQUAL 'S'
              GO TO 5000-CERTIFICAR-F
           END-IF

           PERFORM 5200-RECONSTRUIR-I THRU 5200-RECONSTRUIR-F
           IF UOW-SIN-ERROR
              PERFORM 5300-TITULARES-I THRU 5300-TITULARES-F
           END-IF
           IF UOW-CON-ERROR
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 5000-CERTIFICAR-F
           END-IF

           PERFORM 5400-COTIZAR-CARGO-I THRU 5400-COTIZAR-CARGO-F
           IF UOW-CON-ERROR
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 5000-CERTIFICAR-F
           END-IF

           PERFORM 5900-MOSTRAR-I THRU 5900-MOSTRAR-F

           IF MODO-COTIZA
              IF WS-CARGO IS GREATER ZEROS
                 MOVE WS-CARGO      TO WS-MSG-COT-IMP
                 MOVE WS-MSG-COTIZA TO MSGO
              ELSE
                 MOVE CT-MNS-15     TO MSGO
              END-IF
              GO TO 5000-CERTIFICAR-F
           END-IF

           PERFORM 7000-TIME-I THRU 7000-TIME-F
           PERFORM 5700-ALTA-CERTIF-I THRU 5700-ALTA-CERTIF-F

           IF UOW-SIN-ERROR
              PERFORM 6500-CERTIFICADO-I THRU 6500-CERTIFICADO-F
           END-IF

           IF UOW-SIN-ERROR
              MOVE CER-NROCERT TO NROCERTO WS-MSG-NROCERT
              MOVE WS-MSG-EMITIDO TO MSGO
           ELSE
      *       SI EL ALTA O LA IMPRESION FALLAN, TODO RETROCEDE.
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE ZEROS TO WS-USER-NROCERT
              MOVE LOW-VALUES TO CONTROLO
              MOVE CT-MNS-18 TO MSGO
              MOVE 'E' TO ACT-RESULT
           END-IF.

       5000-CERTIFICAR-F. EXIT.


      *-------------------------------------------------------------
      *  FECHA DEL SALDO DDMMAAAA: FECHA REAL (EL DB2 RECHAZA LAS
      *  DEMAS CON -180/-181) Y NO POSTERIOR A HOY.
       5100-VALIDAR-FECHA-I.

           MOVE 'N'      TO WS-FECHA-OK
           MOVE FECSALI  TO WS-FECSAL-DMA
           MOVE FSD-AAAA TO FSI-AAAA
           MOVE FSD-MM   TO FSI-MM
           MOVE FSD-DD   TO FSI-DD

           EXEC SQL
              SELECT CASE WHEN DATE(:WS-FECSAL-ISO) <= CURRENT DATE
                          THEN 'S' ELSE 'N' END
                INTO :WS-FECHA-OK
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN -181
              WHEN -180
                 MOVE 'N' TO WS-FECHA-OK
              WHEN OTHER
                 MOVE 'N' TO WS-FECHA-OK
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5100-VALIDAR-FECHA-F
           END-EVALUATE

           IF WS-FECHA-OK IS NOT EQUAL 'S'
              MOVE CT-MNS-04 TO MSGO
              MOVE 'E' TO ACT-RESULT
           END-IF.

       5100-VALIDAR-FECHA-F. EXIT.


      *-------------------------------------------------------------
      *  SALDO AL CIERRE DE LA FECHA: EL ACTUAL SIN EL EFECTO DE LO
      *  POSTERIOR. LA NATURALEZA SALE DE TBCURTMV Y, SIN FILA, DE
      *  LA REGLA DEL MINI EXTRACTO (COMO EN PGMHISRV).
       5200-RECONSTRUIR-I.

           EXEC SQL
              SELECT VALUE(SUM(
                     CASE WHEN VALUE(T.NATURALEZA,
                                 CASE WHEN M.TIPMOV IN
                                           ('CR', 'XD', 'RU',
                                            'TC')
                                      THEN 'C' ELSE 'D' END) = 'C'
                          THEN M.IMPORTE ELSE 0 - M.IMPORTE
                     END), 0)
                INTO :WS-POSTERIORES
                FROM KC02803.TBCURMOV M
                     LEFT OUTER JOIN KC02803.TBCURTMV T
                        ON T.TIPMOV = M.TIPMOV
               WHERE M.TIPCUEN = :REG-TIPCUEN
                 AND M.NROCUEN = :REG-NROCUEN
                 AND M.FECMOV  > :WS-FECSAL-ISO
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
              GO TO 5200-RECONSTRUIR-F
           END-IF

           COMPUTE WS-SALDO-CERT = REG-SALDO - WS-POSTERIORES.

       5200-RECONSTRUIR-F. EXIT.


      *-------------------------------------------------------------
      *  TITULAR DE LA CUENTA Y HASTA TRES COTITULARES, EN EL ORDEN
      *  DE TBCURTIT. SON LOS TITULARES VIGENTES AL EMITIR.
       5300-TITULARES-I.

           MOVE SPACES TO WS-TITULARES
           MOVE ZEROS  TO WS-CANT-TIT

           MOVE REG-NROCLI TO TIT-NROCLI
           EXEC SQL
              SELECT NOMAPE
                INTO :TIT-NOMAPE
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :TIT-NROCLI
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE SPACES TO TIT-NOMAPE
              WHEN OTHER
                 SET UOW-CON-ERROR TO TRUE
                 GO TO 5300-TITULARES-F
           END-EVALUATE

           MOVE 1            TO WS-CANT-TIT
           MOVE 'TITULAR'    TO WS-TIT-ROL (1)
           MOVE TIT-NOMAPE   TO WS-TIT-NOMBRE (1)

           EXEC SQL
              OPEN CURSORTIT
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
              GO TO 5300-TITULARES-F
           END-IF

           MOVE 'N' TO WS-FIN-TIT
           PERFORM 5350-FETCH-TIT-I THRU 5350-FETCH-TIT-F
              UNTIL WS-FIN-TIT IS EQUAL 'S'

           EXEC SQL
              CLOSE CURSORTIT
           END-EXEC.

       5300-TITULARES-F. EXIT.


      *-------------------------------------------------------------
       5350-FETCH-TIT-I.

           EXEC SQL
              FETCH CURSORTIT
               INTO :TIT-NROCLI, :TIT-NOMAPE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-TIT
                 GO TO 5350-FETCH-TIT-F
              WHEN OTHER
                 SET UOW-CON-ERROR TO TRUE
                 MOVE 'S' TO WS-FIN-TIT
                 GO TO 5350-FETCH-TIT-F
           END-EVALUATE

           IF WS-CANT-TIT IS NOT LESS WS-TIT-MAX
              MOVE 'S' TO WS-FIN-TIT
              GO TO 5350-FETCH-TIT-F
           END-IF

           ADD 1 TO WS-CANT-TIT
           MOVE 'COTITULAR'  TO WS-TIT-ROL (WS-CANT-TIT)
           MOVE TIT-NOMAPE   TO WS-TIT-NOMBRE (WS-CANT-TIT).

       5350-FETCH-TIT-F. EXIT.


      *-------------------------------------------------------------
      *  CARGO DE ESTA EMISION SEGUN LA TARIFA 'CE' (PGMTVCAF). SIN
      *  TARIFA O DENTRO DE LA FRANQUICIA NO HAY CARGO; SOLO UNA
      *  UNIDAD DE TRABAJO RETROCEDIDA (RB) DETIENE LA EMISION.
       5400-COTIZAR-CARGO-I.

           MOVE ZEROS TO WS-CARGO
           PERFORM 7000-TIME-I THRU 7000-TIME-F
           MOVE WS-FECHA-AAAAMMDD (1:4) TO WFT-AAAA
           MOVE WS-FECHA-AAAAMMDD (5:2) TO WFT-MM
           MOVE WS-FECHA-AAAAMMDD (7:2) TO WFT-DD

           MOVE 'CE'            TO LK-TEV-EVENTO
           MOVE REG-TIPCUEN     TO LK-TEV-TIPCUEN
           MOVE REG-NROCUEN     TO LK-TEV-NROCUEN
           MOVE WS-FECHA-TARIFA TO LK-TEV-FECHA

           CALL WS-PGMTVCAF USING LK-TARIFA

           EVALUATE LK-TEV-RESULT
              WHEN 'OK'
                 MOVE LK-TEV-CARGO-PROX TO WS-CARGO
              WHEN 'RB'
                 SET UOW-CON-ERROR TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       5400-COTIZAR-CARGO-F. EXIT.


      *-------------------------------------------------------------
      *  VALIDA EL DIGITO VERIFICADOR INGRESADO (PGMDVCTA) CONTRA
      *  SUCURSAL/TIPO/NUMERO DE LA CUENTA.
       5500-VERIF-DV-I.

           MOVE REG-SUCUEN  TO LK-DV-SUCUEN
           MOVE REG-TIPCUEN TO LK-DV-TIPCUEN
           MOVE REG-NROCUEN TO LK-DV-NROCUEN
           MOVE DIGVERI     TO LK-DV-INGRESADO

           CALL WS-PGMDVCTA USING LK-CUENTA-DV

           IF LK-DV-VALIDO IS NOT EQUAL 'SI'
              MOVE CT-MNS-14 TO MSGO
              MOVE 'E' TO ACT-RESULT
           END-IF.

       5500-VERIF-DV-F. EXIT.


      *-------------------------------------------------------------
      *  ALTA DEL CERTIFICADO EN TBCURCER CON SU NUMERO DE CONTROL.
       5700-ALTA-CERTIF-I.

           EXEC SQL
              SELECT VALUE(MAX(NROCERT), 0) + 1
                INTO :CER-NROCERT
                FROM KC02803.TBCURCER
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
              GO TO 5700-ALTA-CERTIF-F
           END-IF

           MOVE REG-TIPCUEN    TO CER-TIPCUEN
           MOVE REG-NROCUEN    TO CER-NROCUEN
           MOVE WS-FECSAL-ISO  TO CER-FECSALDO
           MOVE WS-SALDO-CERT  TO CER-SALDO
           MOVE REG-MONEDA     TO CER-MONEDA
           MOVE DESTINOI       TO CER-DESTINO
           MOVE WS-HORA        TO CER-HORAEMIS
           MOVE FIR-ID         TO CER-OPERADOR
           MOVE FIR-SUC        TO CER-SUCEMIS

           PERFORM 6400-NRO-CONTROL-I THRU 6400-NRO-CONTROL-F
           MOVE CTL-DIGITOS    TO CER-CONTROL

           EXEC SQL
              INSERT INTO KC02803.TBCURCER
                 ( NROCERT,
                   TIPCUEN,
                   NROCUEN,
                   FECSALDO,
                   SALDO,
                   MONEDA,
                   DESTINO,
                   CONTROL,
                   FECEMIS,
                   HORAEMIS,
                   OPERADOR,
                   SUCEMIS,
                   ESTADO )
              VALUES (
                   :CER-NROCERT,
                   :CER-TIPCUEN,
                   :CER-NROCUEN,
                   DATE(:CER-FECSALDO),
                   :CER-SALDO,
                   :CER-MONEDA,
                   :CER-DESTINO,
                   :CER-CONTROL,
                   CURRENT DATE,
                   :CER-HORAEMIS,
                   :CER-OPERADOR,
                   :CER-SUCEMIS,
                   'V'
                 )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
           ELSE
              MOVE CER-NROCERT TO WS-USER-NROCERT
           END-IF.

       5700-ALTA-CERTIF-F. EXIT.


      *-------------------------------------------------------------
      *  MUESTRA SALDO, TITULARES Y CARGO EN PANTALLA.
       5900-MOSTRAR-I.

           MOVE WS-SALDO-CERT   TO WS-IMPORTE-ED
           MOVE WS-IMPORTE-ED   TO SALDOO
      *    MONEDA: 1 = PESOS, 2 = U$S.
           IF REG-MONEDA IS EQUAL 2
              MOVE 'U$S'        TO MONEDAO
           ELSE
              MOVE 'PESOS'      TO MONEDAO
           END-IF

           MOVE WS-TIT-NOMBRE (1) TO TITUL1O
           MOVE WS-TIT-NOMBRE (2) TO TITUL2O
           MOVE WS-TIT-NOMBRE (3) TO TITUL3O
           MOVE WS-TIT-NOMBRE (4) TO TITUL4O

           MOVE WS-CARGO        TO WS-IMPORTE-ED
           MOVE WS-IMPORTE-ED   TO CARGOO

           IF WS-USER-NROCERT IS NUMERIC AND
              WS-USER-NROCERT IS NOT EQUAL ZEROS
              MOVE WS-USER-NROCERT TO NROCERTO
           END-IF.

       5900-MOSTRAR-F. EXIT.


      *-------------------------------------------------------------
      *  NUMERO DE CONTROL: CERTIFICADO, GUION Y DOS DIGITOS
      *  98 - (BASE * 100 MODULO 97), DONDE LA BASE ENCADENA EL
      *  CERTIFICADO CON LA FECHA DEL SALDO (WS-FECSAL-ISO) Y LUEGO
      *  CON EL SALDO EN CENTAVOS, REDUCIENDO MODULO 97 EN CADA
      *  PASO. UN SALDO DEUDOR ENTRA POR SU VALOR ABSOLUTO.
       6400-NRO-CONTROL-I.

           MOVE FSI-AAAA   TO FSA-AAAA
           MOVE FSI-MM     TO FSA-MM
           MOVE FSI-DD     TO FSA-DD

           COMPUTE WS-CTL-BASE = CER-NROCERT * 100000000
                               + WS-FECSAL-NUM
           DIVIDE WS-CTL-BASE BY 97
                  GIVING WS-CTL-COC REMAINDER WS-CTL-RESTO

           COMPUTE WS-CTL-CENTAVOS = CER-SALDO * 100
           COMPUTE WS-CTL-BASE = WS-CTL-RESTO * 10000000000000
                               + WS-CTL-CENTAVOS
           DIVIDE WS-CTL-BASE BY 97
                  GIVING WS-CTL-COC REMAINDER WS-CTL-RESTO

           COMPUTE WS-CTL-BASE = WS-CTL-RESTO * 100
           DIVIDE WS-CTL-BASE BY 97
                  GIVING WS-CTL-COC REMAINDER WS-CTL-RESTO

           MOVE CER-NROCERT TO CTL-NROCERT
           COMPUTE CTL-DIGITOS = 98 - WS-CTL-RESTO

           MOVE FSI-DD     TO FSD-DD
           MOVE FSI-MM     TO FSD-MM
           MOVE FSI-AAAA   TO FSD-AAAA.

       6400-NRO-CONTROL-F. EXIT.


      *-------------------------------------------------------------
      *  IMPRIME EL CERTIFICADO EN EL REPOSITORIO: EL NUMERO DE
      *  LINEA BASE SALE DEL NUMERO DE TAREA CICS PARA QUE DOS
      *  CERTIFICADOS DEL DIA NO SE PISEN.
       6500-CERTIFICADO-I.

           MOVE WS-NRO-CONTROL TO CONTROLO

           MOVE EIBTASKN TO WS-TASKNO
           DIVIDE WS-TASKNO BY 8000
                  GIVING WS-TASK-COC REMAINDER WS-TASK-RESTO
           COMPUTE WS-REPO-BASE = WS-TASK-RESTO * 12

           MOVE CT-REPO-REPORTE   TO RPO-REPORTE
           MOVE WS-FECHA-AAAAMMDD TO RPO-FECHA
           MOVE WS-REPO-BASE      TO RPO-LINEA

           MOVE CER-NROCERT    TO CSA-NROCERT
           MOVE WS-NRO-CONTROL TO CSA-CONTROL
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-CSA-LIN1    TO RPO-CONTENIDO (1:53)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE CER-TIPCUEN    TO CSA-TIPCUEN
           MOVE CER-NROCUEN    TO CSA-NROCUEN
           MOVE REG-SUCUEN     TO CSA-SUCUEN
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-CSA-LIN2    TO RPO-CONTENIDO (1:33)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE FSI-DD         TO FSV-DD
           MOVE FSI-MM         TO FSV-MM
           MOVE FSI-AAAA       TO FSV-AAAA
           MOVE WS-FECSAL-VISTA TO CSA-FECSALDO
           MOVE CER-SALDO      TO CSA-SALDO
           IF CER-MONEDA IS EQUAL 2
              MOVE 'U$S'       TO CSA-MONEDA
           ELSE
              MOVE 'PESOS'     TO CSA-MONEDA
           END-IF
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-CSA-LIN3    TO RPO-CONTENIDO (1:60)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           PERFORM 6550-LINEA-TITULAR-I THRU 6550-LINEA-TITULAR-F
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX IS GREATER WS-CANT-TIT

           MOVE CER-DESTINO    TO CSA-DESTINO
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-CSA-LIN5    TO RPO-CONTENIDO (1:46)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE WS-FECHA       TO CSA-FECHA
           MOVE WS-HORA        TO CSA-HORA
           MOVE FIR-ID         TO CSA-OPERADOR
           MOVE FIR-SUC        TO CSA-SUC
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-CSA-LIN6    TO RPO-CONTENIDO (1:53)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-CSA-LIN7    TO RPO-CONTENIDO (1:74)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F.

       6500-CERTIFICADO-F. EXIT.


      *-------------------------------------------------------------
       6550-LINEA-TITULAR-I.

           MOVE WS-TIT-ROL (WS-IX)    TO CSA-ROL
           MOVE WS-TIT-NOMBRE (WS-IX) TO CSA-NOMBRE
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-CSA-LIN4    TO RPO-CONTENIDO (1:40)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F.

       6550-LINEA-TITULAR-F. EXIT.


      *-------------------------------------------------------------
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

           IF WS-RESP IS NOT EQUAL DFHRESP(NORMAL)
              SET UOW-CON-ERROR TO TRUE
           END-IF

           ADD 1 TO RPO-LINEA.

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
              YYYYMMDD (WS-FECHA-AAAAMMDD)
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
               FROM   (MAPCECTO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


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

       IDENTIFICATION DIVISION. *> plazo fijo por caja
       PROGRAM-ID. PGMPFCTA.

      *****************************************************************
      *                   CLASE SINCRÓNICA 43                         *
      *                   ===================                         *
      *    CONSTITUCION DE PLAZO FIJO POR CAJA                        *
      *                                                               *
      *    EL CLIENTE SALE DEL MOSTRADOR CON SU CERTIFICADO, SIN      *
      *    ESPERAR AL ARCHIVO DE APERTURAS DEL DIA SIGUIENTE          *
      *    (PGMPFAPE). SE INGRESA LA CUENTA DE FONDEO CON SU DIGITO   *
      *    VERIFICADOR (PGMDVCTA), EL CAPITAL, EL PLAZO EN DIAS Y LA  *
      *    MARCA DE RENOVACION.                                       *
      *    ENTER : COTIZA. TASA VIGENTE DE TBCURTAS CONCEPTO 'PF'     *
      *            PARA EL PLAZO (SUBTIPO = MESES, 0 = TODOS) Y LA    *
      *            MONEDA, VENCIMIENTO CORRIDO AL PRIMER DIA HABIL    *
      *            (FERIADOS DE TBCURFER, EL CALENDARIO DE PGMFECAF)  *
      *            E INTERES A TERMINO. NO POSTEA.                    *
      *    PF6   : CONSTITUYE. CON LAS MISMAS REGLAS DE PGMPFAPE       *
      *            DEBITA EL FONDEO, ACREDITA LA CUENTA PLAZO FIJO    *
      *            (TIPO 03) ACTIVA DEL CLIENTE EN LA MONEDA, DA DE   *
      *            ALTA EL CERTIFICADO EN TBCURPLF E IMPRIME EL       *
      *            CERTIFICADO CON SU NUMERO DE CONTROL, TODO EN UNA  *
      *            UNIDAD DE TRABAJO. SOBRE EL UMBRAL DE TBCURUMB LA  *
      *            OPERACION QUEDA PENDIENTE DE SUPERVISOR (PGMAUTOR) *
      *            Y EL CERTIFICADO SE IMPRIME CON PF5 AL APROBARSE.  *
      *    PF5   : REIMPRIME EL CERTIFICADO VIGENTE INGRESADO.         *
      *    EL CERTIFICADO SALE POR EL REPOSITORIO REPOCAF, REPORTE    *
      *    'CERTIFPF', COMO CUALQUIER LISTADO (PGMVRCAF).             *
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
                 'INGRESE FONDEO, CAPITAL, PLAZO Y RENUEVA (S/N)'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                          'TIPO DE CUENTA INVALIDO'.
             05 CT-MNS-03         PIC X(72) VALUE
                          'NUMERO DE CUENTA INVALIDO'.
             05 CT-MNS-04         PIC X(72) VALUE
                          'CAPITAL INVALIDO'.
             05 CT-MNS-05         PIC X(72) VALUE
                  'PLAZO INVALIDO - MINIMO 30 DIAS'.
             05 CT-MNS-06         PIC X(72) VALUE
                          'RENUEVA DEBE SER S O N'.
             05 CT-MNS-07         PIC X(72) VALUE
                          'CUENTA DE FONDEO INEXISTENTE'.
             05 CT-MNS-08         PIC X(72) VALUE
                                        'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                          'CUENTA DE FONDEO NO OPERABLE'.
             05 CT-MNS-11         PIC X(72) VALUE
                  'FONDOS INSUFICIENTES EN LA CUENTA DE FONDEO'.
             05 CT-MNS-12         PIC X(72) VALUE
                  'CLIENTE SIN CUENTA PLAZO FIJO ACTIVA EN LA MONEDA'.
             05 CT-MNS-13         PIC X(72) VALUE
                  'SIN TASA DE PLAZO FIJO VIGENTE PARA PLAZO Y MONEDA'.
             05 CT-MNS-14         PIC X(72) VALUE
                          'DIGITO VERIFICADOR INCORRECTO'.
             05 CT-MNS-15         PIC X(72) VALUE
                  'COTIZACION - PF6 CONSTITUYE EL PLAZO FIJO'.
             05 CT-MNS-16         PIC X(72) VALUE
                  'CERTIFICADO INEXISTENTE O NO VIGENTE'.
             05 CT-MNS-17         PIC X(72) VALUE
                          'CERTIFICADO REIMPRESO'.
             05 CT-MNS-18         PIC X(72) VALUE
                  'NO SE PUDO IMPRIMIR EL CERTIFICADO'.
             05 CT-MNS-19         PIC X(72) VALUE
                  'IMPORTE EXCEDE CAPACIDAD DE LA CUENTA PLAZO FIJO'.
             05 CT-MNS-JOR        PIC X(72) VALUE
                  'JORNADA CERRADA - NO SE ACEPTAN POSTEOS'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPPFCT'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPPFCT'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'VCTA'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-FECHA-AAAAMMDD   PIC 9(08)          VALUE ZEROS.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPPFCT.
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

      *    PLAZO MINIMO REGULATORIO EN DIAS CORRIDOS.
       77  WS-PLAZO-MINIMO             PIC 9(03)      VALUE 30.

      *    ENTER SOLO COTIZA; PF6 ADEMAS CONSTITUYE.
       77  WS-MODO                     PIC X          VALUE 'C'.
           88 MODO-COTIZA                             VALUE 'C'.
           88 MODO-CONSTITUYE                         VALUE 'K'.

       77  WS-CAPITAL         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-PLAZO-PEDIDO    PIC S9(05)V COMP-3   VALUE ZEROS.
       77  WS-PLAZO-MESES     PIC S9(02)V COMP-3   VALUE ZEROS.
       77  WS-INTERES         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-SALDO-NUEVO     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-SALDO-TOPE      PIC S9(13)V99 COMP-3
                                           VALUE 99999999999.99.
       77  WS-IMPORTE-ED               PIC -(11)9.99.
       77  WS-TASA-ED                  PIC Z9.9999.

       77  WS-ERROR-UOW            PIC X          VALUE 'N'.
           88 UOW-CON-ERROR                       VALUE 'S'.
           88 UOW-SIN-ERROR                       VALUE 'N'.

      *-----------   HOST VARIABLES DB2 (TBCURCTA)   ----------------
      *    CUENTA DE FONDEO.
       77  REG-TIPCUEN             PIC X(02)      VALUE SPACES.
       77  REG-NROCUEN             PIC S9(10)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-SUCUEN              PIC S9(02)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-NROCLI              PIC S9(07)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-SALDO               PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-FECSAL              PIC X(08)      VALUE SPACES.
       77  REG-MONEDA              PIC S9(01)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-ESTCTA              PIC X(01)      VALUE SPACES.
       77  REG-ACUERDO             PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.

      *    CUENTA PLAZO FIJO (TIPO 03) DEL CLIENTE.
       77  PFC-TIPCUEN             PIC X(02)      VALUE '03'.
       77  PFC-NROCUEN             PIC S9(10)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  PFC-SUCUEN              PIC S9(02)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  PFC-SALDO               PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.

      *    LO INDISPONIBLE DEL FONDEO: RETENCIONES POR CHEQUES
      *    DEPOSITADOS Y EMBARGOS, COMO EN LA CAJA DIRECTA.
       77  WS-RETENIDO             PIC S9(13)V99 USAGE COMP-3
                                                  VALUE ZEROS.
       77  WS-EMBARGADO            PIC S9(13)V99 USAGE COMP-3
                                                  VALUE ZEROS.

      *-----------   HOST VARIABLES DB2 (TBCURPLF)   ----------------
       01  DCLTBCURPLF.
           10 PLF-NROCERT     PIC S9(7)V     USAGE COMP-3.
           10 PLF-TIPCUEN     PIC X(2).
           10 PLF-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 PLF-FECCONST    PIC X(10).
           10 PLF-PLAZO       PIC S9(5)V     USAGE COMP-3.
           10 PLF-TASA        PIC S9(2)V9(4) USAGE COMP-3.
           10 PLF-CAPITAL     PIC S9(11)V9(2) USAGE COMP-3.
           10 PLF-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 PLF-FECVTO      PIC X(10).
           10 PLF-RENUEVA     PIC X(1).

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

      *-----------   HOST VARIABLES DB2 (TBCURMOV)   ----------------
       01  DCLTBCURMOV.
           10 MOV-TIPCUEN     PIC X(2).
           10 MOV-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 MOV-SUCMOV      PIC S9(2)V     USAGE COMP-3.
           10 MOV-FECMOV      PIC X(10).
           10 MOV-TIPMOV      PIC X(2).
           10 MOV-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 MOV-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 MOV-CANAL       PIC X(2).
           10 MOV-REFMOV      PIC X(12).
           10 MOV-OPERADOR    PIC X(3).
           10 MOV-HORAMOV     PIC X(8).

      *---- RUTINA DE DIGITO VERIFICADOR DE CUENTAS -----------------
       77  WS-PGMDVCTA             PIC X(8)       VALUE 'PGMDVCTA'.

       01  LK-CUENTA-DV.
           05 LK-DV-SUCUEN         PIC 9(2).
           05 LK-DV-TIPCUEN        PIC X(2).
           05 LK-DV-NROCUEN        PIC 9(10).
           05 LK-DV-INGRESADO      PIC X(2).
           05 LK-DV-CALCULADO      PIC 9(2).
           05 LK-DV-VALIDO         PIC X(2).

      *---- DOBLE CONTROL: UMBRAL DE AUTORIZACION ---------------------
       77  WS-AUTORIZACION         PIC X          VALUE 'N'.
           88 AUTORIZACION-REQ                    VALUE 'S'.
           88 AUTORIZACION-NO                     VALUE 'N'.
       77  UMB-UMBRAL              PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  PAU-NROAUT              PIC S9(9)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  PAU-DESTEXT             PIC X(19)      VALUE SPACES.
      *    EL PLAZO FIJO PENDIENTE VIAJA EN DESTEXT CON EL PLAZO
      *    PEDIDO, LA MARCA DE RENOVACION Y LA TASA COTIZADA AL
      *    CLIENTE; PGMAUTOR LO CONSTITUYE AL APROBAR.
       01  WS-PF-PENDIENTE.
           03 PFP-PLAZO            PIC 9(05).
           03 PFP-RENUEVA          PIC X(01).
           03 PFP-TASA             PIC 9(02)V9(04).
           03 FILLER               PIC X(07)      VALUE SPACES.
       01  WS-MSG-AUTORIZA.
           03 FILLER               PIC X(28)      VALUE
              'DERIVADA A AUTORIZACION NRO '.
           03 WS-MSG-AUT-NRO       PIC 9(09)      VALUE ZEROS.
           03 FILLER               PIC X(35)      VALUE
              ' - PENDIENTE DE SUPERVISOR'.

       01  WS-MSG-CONSTITUIDO.
           03 FILLER               PIC X(35)      VALUE
              'PLAZO FIJO CONSTITUIDO - CERT. NRO '.
           03 WS-MSG-NROCERT       PIC 9(07)      VALUE ZEROS.
           03 FILLER               PIC X(30)      VALUE
              ' - CERTIFICADO IMPRESO'.

      *---- VENTANA DE POSTEO Y FECHA VALOR ---------------------------
       77  WS-JORNADA              PIC X          VALUE 'A'.
           88 JORNADA-ABIERTA                     VALUE 'A'.
           88 JORNADA-CERRADA                     VALUE 'C'.
       77  RUN-ESTADO              PIC X(01)      VALUE SPACES.

       77  WS-HORA-CORTE           PIC X(08)      VALUE '15:00:00'.
       77  WS-FECHA-VALOR          PIC X(10)      VALUE SPACES.
       01  WS-FECHA-CAND-ARM.
           03 WFC-CAND-AAAA        PIC X(04).
           03 FILLER               PIC X          VALUE '-'.
           03 WFC-CAND-MM          PIC X(02).
           03 FILLER               PIC X          VALUE '-'.
           03 WFC-CAND-DD          PIC X(02).
       77  WS-FECHA-CAND           PIC X(10)      VALUE SPACES.
       77  WS-DIA-SEMANA           PIC S9(9) COMP VALUE ZEROS.
       77  WS-HABIL-OK             PIC X          VALUE 'N'.
       77  WS-HABIL-ITER           PIC 9(02)      VALUE ZEROS.
       77  WS-CANT-FERIADO         PIC S9(9) COMP VALUE ZEROS.

      *---- VENCIMIENTO: FECHA ISO DE TBCURPLF Y SUS VISTAS -----------
       01  WS-FECVTO-ISO.
           03 FVI-AAAA             PIC X(04).
           03 FILLER               PIC X(01).
           03 FVI-MM               PIC X(02).
           03 FILLER               PIC X(01).
           03 FVI-DD               PIC X(02).
       01  WS-FECVTO-DMA.
           03 FVD-DD               PIC X(02).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 FVD-MM               PIC X(02).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 FVD-AAAA             PIC X(04).
       01  WS-FECVTO-AMD.
           03 FVA-AAAA             PIC X(04).
           03 FVA-MM               PIC X(02).
           03 FVA-DD               PIC X(02).
       01  WS-FECVTO-NUM REDEFINES WS-FECVTO-AMD
                                   PIC 9(08).
       01  WS-FECCONST-DMA.
           03 FCD-DD               PIC X(02).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 FCD-MM               PIC X(02).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 FCD-AAAA             PIC X(04).

      *---- NUMERO DE CONTROL DEL CERTIFICADO -------------------------
      *    DOS DIGITOS MODULO 97 SOBRE CERTIFICADO, VENCIMIENTO Y
      *    CAPITAL: UN CERTIFICADO ADULTERADO NO CIERRA EL CONTROL.
       77  WS-CTL-BASE             PIC 9(16)      VALUE ZEROS.
       77  WS-CTL-CENTAVOS         PIC 9(13)      VALUE ZEROS.
       77  WS-CTL-COC              PIC 9(16)      VALUE ZEROS.
       77  WS-CTL-RESTO            PIC 9(02)      VALUE ZEROS.
       01  WS-NRO-CONTROL.
           03 CTL-NROCERT          PIC 9(07).
           03 FILLER               PIC X(01)      VALUE '-'.
           03 CTL-DIGITOS          PIC 9(02).

      *---- CERTIFICADO AL REPOSITORIO REPOCAF (CLAVE DE PGMCRGRP) ----
       01  WS-REG-REPO.
           05 RPO-KEY.
              10 RPO-REPORTE       PIC X(08).
              10 RPO-FECHA         PIC 9(08).
              10 RPO-LINEA         PIC 9(05).
           05 RPO-CONTENIDO        PIC X(133).

       77  CT-REPO-FILE            PIC X(08)      VALUE 'REPOCAF '.
       77  CT-REPO-REPORTE         PIC X(08)      VALUE 'CERTIFPF'.
       77  WS-REPO-BASE            PIC 9(05)      VALUE ZEROS.
       77  WS-TASKNO               PIC S9(07) COMP-3 VALUE ZEROS.
       77  WS-TASK-COC             PIC S9(07) COMP VALUE ZEROS.
       77  WS-TASK-RESTO           PIC S9(04) COMP VALUE ZEROS.
       77  WS-DUPLICADO            PIC X(09)      VALUE SPACES.

       01  WS-CER-LIN1.
           03 FILLER               PIC X(30)      VALUE
              'CERTIFICADO DE PLAZO FIJO NRO '.
           03 CER-NROCERT          PIC 9(07).
           03 FILLER               PIC X(11)      VALUE
              '   CONTROL '.
           03 CER-CONTROL          PIC X(10).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 CER-DUPLICADO        PIC X(09).
       01  WS-CER-LIN2.
           03 FILLER               PIC X(18)      VALUE
              'CUENTA PLAZO FIJO '.
           03 CER-TIPCUEN          PIC X(02).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 CER-NROCUEN          PIC 9(10).
           03 FILLER               PIC X(10)      VALUE
              '  CLIENTE '.
           03 CER-NROCLI           PIC 9(07).
       01  WS-CER-LIN3.
           03 FILLER               PIC X(08)      VALUE 'CAPITAL '.
           03 CER-CAPITAL          PIC -(11)9.99.
           03 FILLER               PIC X(09)      VALUE '  MONEDA '.
           03 CER-MONEDA           PIC X(05).
       01  WS-CER-LIN4.
           03 FILLER               PIC X(18)      VALUE
              'TASA NOMINAL ANUAL'.
           03 CER-TASA             PIC Z9.9999.
           03 FILLER               PIC X(09)      VALUE
              ' %  PLAZO'.
           03 CER-PLAZO            PIC ZZZZ9.
           03 FILLER               PIC X(05)      VALUE ' DIAS'.
       01  WS-CER-LIN5.
           03 FILLER               PIC X(13)      VALUE
              'CONSTITUCION '.
           03 CER-FECCONST         PIC X(10).
           03 FILLER               PIC X(14)      VALUE
              '  VENCIMIENTO '.
           03 CER-FECVTO           PIC X(10).
       01  WS-CER-LIN6.
           03 FILLER               PIC X(23)      VALUE
              'INTERES AL VENCIMIENTO '.
           03 CER-INTERES          PIC -(11)9.99.
           03 FILLER               PIC X(24)      VALUE
              '  RENOVACION AUTOMATICA '.
           03 CER-RENUEVA          PIC X(01).
       01  WS-CER-LIN7.
           03 FILLER               PIC X(08)      VALUE 'EMITIDO '.
           03 CER-FECHA            PIC X(10).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 CER-HORA             PIC X(08).
           03 FILLER               PIC X(11)      VALUE
              '  OPERADOR '.
           03 CER-OPERADOR         PIC X(03).
           03 FILLER               PIC X(10)      VALUE
              '  SUCURSAL'.
           03 CER-SUC              PIC Z9.

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

           MOVE LOW-VALUES TO MAPPFCTO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE LENGTH OF MAPPFCTO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPPFCTO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPPFCTI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPPFCTO
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
                 SET MODO-CONSTITUYE TO TRUE
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
      *  COTIZA (ENTER) O CONSTITUYE (PF6) CON LOS DATOS DE LA
      *  PANTALLA. LA COTIZACION NO EXIGE JORNADA ABIERTA.
       3100-ENTER-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3100-ENTER-F
           END-IF

           IF MODO-CONSTITUYE
              PERFORM 0800-VERIF-JORNADA-I
                 THRU 0800-VERIF-JORNADA-F
              IF JORNADA-CERRADA
                 GO TO 3100-ENTER-F
              END-IF
           END-IF

           PERFORM 3150-VALIDAR-I THRU 3150-VALIDAR-F

           IF DATOOK THEN
              PERFORM 5000-CONSTITUIR-I THRU 5000-CONSTITUIR-F
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
              WHEN CAPITALI IS NOT NUMERIC
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-04  TO MSGO
              WHEN CAPITALI IS EQUAL ZEROS
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-04  TO MSGO
              WHEN PLAZOI IS NOT NUMERIC
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-05  TO MSGO
              WHEN PLAZOI IS LESS WS-PLAZO-MINIMO
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-05  TO MSGO
              WHEN RENUEVAI IS NOT EQUAL 'S' AND
                   RENUEVAI IS NOT EQUAL 'N'
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-06  TO MSGO
              WHEN OTHER
                   CONTINUE

           END-EVALUATE.

       3150-VALIDAR-F. EXIT.


      *-------------------------------------------------------------
       3200-PF3-I.

           MOVE LOW-VALUES TO MAPPFCTO.
           MOVE CT-MNS-01 TO MSGO.

       3200-PF3-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMMECTA')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  REIMPRIME EL CERTIFICADO VIGENTE INGRESADO: EL QUE SE
      *  CONSTITUYO AL APROBARLO EL SUPERVISOR O EL QUE EL CLIENTE
      *  EXTRAVIO. SALE MARCADO COMO DUPLICADO.
       3400-PF5-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3400-PF5-F
           END-IF

           IF NROCERTI IS NOT NUMERIC OR
              NROCERTI IS EQUAL ZEROS
              MOVE CT-MNS-16 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3400-PF5-F
           END-IF

           MOVE NROCERTI TO WS-USER-NROCERT PLF-NROCERT

           EXEC SQL
              SELECT P.TIPCUEN, P.NROCUEN,
                     CHAR(P.FECCONST, ISO), P.PLAZO, P.TASA,
                     P.CAPITAL, P.MONEDA, CHAR(P.FECVTO, ISO),
                     P.RENUEVA, C.NROCLI
                INTO :PLF-TIPCUEN, :PLF-NROCUEN,
                     :PLF-FECCONST, :PLF-PLAZO, :PLF-TASA,
                     :PLF-CAPITAL, :PLF-MONEDA, :PLF-FECVTO,
                     :PLF-RENUEVA, :REG-NROCLI
                FROM KC02803.TBCURPLF P,
                     KC02803.TBCURCTA C
               WHERE P.NROCERT = :PLF-NROCERT
                 AND P.ESTADO  = 'V'
                 AND P.TIPCUEN = C.TIPCUEN
                 AND P.NROCUEN = C.NROCUEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-16 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 3400-PF5-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 3400-PF5-F
           END-EVALUATE

           COMPUTE WS-INTERES ROUNDED =
                   PLF-CAPITAL * PLF-TASA * PLF-PLAZO / 36500

           PERFORM 7000-TIME-I THRU 7000-TIME-F
           MOVE 'DUPLICADO' TO WS-DUPLICADO
           PERFORM 6500-CERTIFICADO-I THRU 6500-CERTIFICADO-F

           IF UOW-SIN-ERROR
              PERFORM 5900-MOSTRAR-I THRU 5900-MOSTRAR-F
              MOVE CT-MNS-17 TO MSGO
           ELSE
              MOVE CT-MNS-18 TO MSGO
              MOVE 'E' TO ACT-RESULT
           END-IF.

       3400-PF5-F. EXIT.


      *-------------------------------------------------------------
      *  LEE EL FONDEO, UBICA LA CUENTA PLAZO FIJO Y COTIZA. EN
      *  MODO CONSTITUYE, SOBRE EL UMBRAL ESTACIONA LA OPERACION;
      *  SI NO, EJECUTA LAS DOS PATAS, EL ALTA DEL CERTIFICADO Y
      *  SU IMPRESION EN LA MISMA UNIDAD DE TRABAJO.
       5000-CONSTITUIR-I.

           SET UOW-SIN-ERROR TO TRUE
           MOVE ZEROS    TO WS-USER-NROCERT
           MOVE TIPCUENI TO WS-USER-TIPCUEN REG-TIPCUEN
           MOVE NROCUENI TO WS-USER-NROCUEN REG-NROCUEN
           MOVE CAPITALI TO WS-CAPITAL
           MOVE PLAZOI   TO WS-PLAZO-PEDIDO

           EXEC SQL
              SELECT SUCUEN, NROCLI, SALDO, MONEDA, ESTCTA,
                     CASE WHEN FECVTOAC >= CURRENT DATE
                          THEN ACUERDO ELSE 0 END
                INTO :REG-SUCUEN, :REG-NROCLI, :REG-SALDO,
                     :REG-MONEDA, :REG-ESTCTA, :REG-ACUERDO
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
                 FOR UPDATE OF SALDO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-07 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5000-CONSTITUIR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5000-CONSTITUIR-F
           END-EVALUATE

           PERFORM 5500-VERIF-DV-I THRU 5500-VERIF-DV-F
           IF LK-DV-VALIDO IS NOT EQUAL 'SI'
              GO TO 5000-CONSTITUIR-F
           END-IF

           IF REG-ESTCTA IS NOT EQUAL 'A'
              MOVE CT-MNS-10 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 5000-CONSTITUIR-F
           END-IF

      *    EL FONDEO DEBE CUBRIR EL CAPITAL CON SALDO MAS ACUERDO
      *    VIGENTE, DESCONTADO LO RETENIDO Y LO EMBARGADO.
           PERFORM 0950-CALC-RETENIDO-I THRU 0950-CALC-RETENIDO-F
           IF WS-CAPITAL IS GREATER
              (REG-SALDO + REG-ACUERDO - WS-RETENIDO)
              MOVE CT-MNS-11 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 5000-CONSTITUIR-F
           END-IF

      *    CUENTA PLAZO FIJO (03) ACTIVA DEL CLIENTE EN LA MONEDA
      *    DEL FONDEO, COMO LA EXIGE PGMPFAPE.
           EXEC SQL
              SELECT NROCUEN, SUCUEN, SALDO
                INTO :PFC-NROCUEN, :PFC-SUCUEN, :PFC-SALDO
                FROM KC02803.TBCURCTA
               WHERE NROCLI  = :REG-NROCLI
                 AND MONEDA  = :REG-MONEDA
                 AND TIPCUEN = '03'
                 AND ESTCTA  = 'A'
               ORDER BY NROCUEN
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-12 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5000-CONSTITUIR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5000-CONSTITUIR-F
           END-EVALUATE

           COMPUTE WS-SALDO-NUEVO = PFC-SALDO + WS-CAPITAL
           IF WS-SALDO-NUEVO IS GREATER WS-SALDO-TOPE
              MOVE CT-MNS-19 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 5000-CONSTITUIR-F
           END-IF

           PERFORM 5100-COTIZAR-I THRU 5100-COTIZAR-F
           IF DATOOK-NO
              GO TO 5000-CONSTITUIR-F
           END-IF

           PERFORM 7000-TIME-I THRU 7000-TIME-F
           PERFORM 5900-MOSTRAR-I THRU 5900-MOSTRAR-F

           IF MODO-COTIZA
              MOVE CT-MNS-15 TO MSGO
              GO TO 5000-CONSTITUIR-F
           END-IF

           PERFORM 0700-VERIF-UMBRAL-I THRU 0700-VERIF-UMBRAL-F
           IF AUTORIZACION-REQ
              PERFORM 0750-PARKEAR-I THRU 0750-PARKEAR-F
              GO TO 5000-CONSTITUIR-F
           END-IF

      *    DEBITO DEL CAPITAL EN LA CUENTA DE FONDEO.
           MOVE REG-TIPCUEN TO MOV-TIPCUEN
           MOVE REG-NROCUEN TO MOV-NROCUEN
           MOVE REG-SUCUEN  TO MOV-SUCMOV
           MOVE 'DE'        TO MOV-TIPMOV
           MOVE WS-CAPITAL  TO MOV-IMPORTE
           COMPUTE WS-SALDO-NUEVO = REG-SALDO - WS-CAPITAL
           PERFORM 5600-ACTUALIZAR-CUENTA-I
              THRU 5600-ACTUALIZAR-CUENTA-F
           IF UOW-SIN-ERROR
              PERFORM 6000-GRABAR-MOVIM-I THRU 6000-GRABAR-MOVIM-F
           END-IF

      *    CREDITO EN LA CUENTA PLAZO FIJO: EL CAPITAL QUEDA
      *    CONGELADO AHI HASTA QUE PGMPFVTO LO LIQUIDE.
           IF UOW-SIN-ERROR
              MOVE PFC-TIPCUEN TO MOV-TIPCUEN
              MOVE PFC-NROCUEN TO MOV-NROCUEN
              MOVE PFC-SUCUEN  TO MOV-SUCMOV
              MOVE 'CR'        TO MOV-TIPMOV
              MOVE WS-CAPITAL  TO MOV-IMPORTE
              COMPUTE WS-SALDO-NUEVO = PFC-SALDO + WS-CAPITAL
              PERFORM 5600-ACTUALIZAR-CUENTA-I
                 THRU 5600-ACTUALIZAR-CUENTA-F
              IF UOW-SIN-ERROR
                 PERFORM 6000-GRABAR-MOVIM-I
                    THRU 6000-GRABAR-MOVIM-F
              END-IF
           END-IF

           IF UOW-SIN-ERROR
              PERFORM 5700-ALTA-CERTIF-I THRU 5700-ALTA-CERTIF-F
           END-IF

           IF UOW-SIN-ERROR
              MOVE SPACES TO WS-DUPLICADO
              PERFORM 6500-CERTIFICADO-I THRU 6500-CERTIFICADO-F
           END-IF

           IF UOW-SIN-ERROR
              PERFORM 5900-MOSTRAR-I THRU 5900-MOSTRAR-F
              MOVE PLF-NROCERT TO WS-MSG-NROCERT
              MOVE WS-MSG-CONSTITUIDO TO MSGO
           ELSE
      *       SI ALGUNA PATA, EL ALTA O LA IMPRESION FALLAN, TODO
      *       RETROCEDE.
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
           END-IF.

       5000-CONSTITUIR-F. EXIT.


      *-------------------------------------------------------------
      *  TASA VIGENTE 'PF' PARA EL PLAZO EN MESES (O LA GENERAL DE
      *  SUBTIPO 0) Y LA MONEDA, VENCIMIENTO EN DIA HABIL E
      *  INTERES A TERMINO: CAPITAL * TASA ANUAL * DIAS / 365.
       5100-COTIZAR-I.

           COMPUTE WS-PLAZO-MESES = WS-PLAZO-PEDIDO / 30

           EXEC SQL
              SELECT TASA
                INTO :PLF-TASA
                FROM KC02803.TBCURTAS
               WHERE CONCEPTO = 'PF'
                 AND SUBTIPO IN (:WS-PLAZO-MESES, 0)
                 AND MONEDA   = :REG-MONEDA
                 AND VIGDESDE <= CURRENT DATE
               ORDER BY SUBTIPO DESC, VIGDESDE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-13 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5100-COTIZAR-F
              WHEN OTHER
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5100-COTIZAR-F
           END-EVALUATE

           PERFORM 5200-FECHA-VTO-I THRU 5200-FECHA-VTO-F
           IF DATOOK-NO
              GO TO 5100-COTIZAR-F
           END-IF

           MOVE PFC-NROCUEN TO PLF-NROCUEN
           MOVE PFC-TIPCUEN TO PLF-TIPCUEN
           MOVE WS-CAPITAL  TO PLF-CAPITAL
           MOVE REG-MONEDA  TO PLF-MONEDA
           MOVE RENUEVAI    TO PLF-RENUEVA

           COMPUTE WS-INTERES ROUNDED =
                   PLF-CAPITAL * PLF-TASA * PLF-PLAZO / 36500.

       5100-COTIZAR-F. EXIT.


      *-------------------------------------------------------------
      *  VENCIMIENTO: LA FECHA DE HOY MAS EL PLAZO PEDIDO; SI CAE
      *  EN FIN DE SEMANA O FERIADO SE CORRE AL PRIMER HABIL. EL
      *  PLAZO DEL CERTIFICADO SON LOS DIAS CORRIDOS HASTA ESE
      *  VENCIMIENTO, ASI EL INTERES DE PGMPFVTO CUBRE LOS DIAS
      *  AGREGADOS.
       5200-FECHA-VTO-I.

      *    EL PASO DEL CALENDARIO SUMA UN DIA ANTES DE PROBAR: SE
      *    ARRANCA UN DIA ANTES DEL VENCIMIENTO NOMINAL.
           EXEC SQL
              SELECT CHAR(CURRENT DATE +
                          (:WS-PLAZO-PEDIDO - 1) DAYS, ISO)
                INTO :WS-FECHA-CAND
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              SET DATOOK-NO TO TRUE
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 5200-FECHA-VTO-F
           END-IF

           MOVE 'N'   TO WS-HABIL-OK
           MOVE ZEROS TO WS-HABIL-ITER

           PERFORM 0910-SIGUIENTE-HABIL-I
              THRU 0910-SIGUIENTE-HABIL-F
              UNTIL WS-HABIL-OK IS EQUAL 'S'
                 OR WS-HABIL-ITER IS GREATER 10

      *    SIN DIA HABIL RESUELTO (CALENDARIO ROTO) NO SE EMITE UN
      *    CERTIFICADO CON UN VENCIMIENTO DUDOSO.
           IF WS-HABIL-OK IS NOT EQUAL 'S'
              SET DATOOK-NO TO TRUE
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 5200-FECHA-VTO-F
           END-IF

           MOVE WS-FECHA-CAND TO PLF-FECVTO

           EXEC SQL
              SELECT DAYS(DATE(:PLF-FECVTO)) - DAYS(CURRENT DATE),
                     CHAR(CURRENT DATE, ISO)
                INTO :PLF-PLAZO, :PLF-FECCONST
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              SET DATOOK-NO TO TRUE
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
           END-IF.

       5200-FECHA-VTO-F. EXIT.


      *-------------------------------------------------------------
      *  VALIDA EL DIGITO VERIFICADOR INGRESADO (PGMDVCTA) CONTRA
      *  SUCURSAL/TIPO/NUMERO DE LA CUENTA DE FONDEO.
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
      *  ACTUALIZA EL SALDO DE LA CUENTA EN MOV-TIPCUEN/NROCUEN.
       5600-ACTUALIZAR-CUENTA-I.

           MOVE WS-SALDO-NUEVO    TO REG-SALDO
           MOVE WS-FECHA-AAAAMMDD TO REG-FECSAL

           EXEC SQL UPDATE KC02803.TBCURCTA
              SET SALDO  = :REG-SALDO,
                  FECSAL = :REG-FECSAL
              WHERE TIPCUEN = :MOV-TIPCUEN
                AND NROCUEN = :MOV-NROCUEN
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
           END-IF.

       5600-ACTUALIZAR-CUENTA-F. EXIT.


      *-------------------------------------------------------------
      *  ALTA DEL CERTIFICADO VIGENTE CON EL SIGUIENTE NUMERO
      *  LIBRE, COMO PGMPFAPE.
       5700-ALTA-CERTIF-I.

           EXEC SQL
              SELECT VALUE(MAX(NROCERT), 0) + 1
                INTO :PLF-NROCERT
                FROM KC02803.TBCURPLF
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
              GO TO 5700-ALTA-CERTIF-F
           END-IF

           EXEC SQL
              INSERT INTO KC02803.TBCURPLF
                 ( NROCERT,
                   TIPCUEN,
                   NROCUEN,
                   FECCONST,
                   PLAZO,
                   TASA,
                   CAPITAL,
                   MONEDA,
                   FECVTO,
                   RENUEVA,
                   ESTADO )
              VALUES (
                   :PLF-NROCERT,
                   :PLF-TIPCUEN,
                   :PLF-NROCUEN,
                   CURRENT DATE,
                   :PLF-PLAZO,
                   :PLF-TASA,
                   :PLF-CAPITAL,
                   :PLF-MONEDA,
                   DATE(:PLF-FECVTO),
                   :PLF-RENUEVA,
                   'V'
                 )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
           ELSE
              MOVE PLF-NROCERT TO WS-USER-NROCERT
           END-IF.

       5700-ALTA-CERTIF-F. EXIT.


      *-------------------------------------------------------------
      *  MUESTRA LA COTIZACION O EL CERTIFICADO EN PANTALLA.
       5900-MOSTRAR-I.

           MOVE PLF-FECVTO TO WS-FECVTO-ISO
           MOVE FVI-DD     TO FVD-DD
           MOVE FVI-MM     TO FVD-MM
           MOVE FVI-AAAA   TO FVD-AAAA

           MOVE PLF-TASA        TO WS-TASA-ED
           MOVE WS-TASA-ED      TO TASAO
           MOVE PLF-PLAZO       TO PLAZOO
           MOVE WS-FECVTO-DMA   TO FECVTOO
           MOVE WS-INTERES      TO WS-IMPORTE-ED
           MOVE WS-IMPORTE-ED   TO INTERESO
           MOVE PLF-TIPCUEN     TO TIPPFO
           MOVE PLF-NROCUEN     TO NROPFO

           IF WS-USER-NROCERT IS NUMERIC AND
              WS-USER-NROCERT IS NOT EQUAL ZEROS
              MOVE WS-USER-NROCERT TO NROCERTO
           END-IF.

       5900-MOSTRAR-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA UNA PATA DE LA CONSTITUCION EN TBCURMOV.
       6000-GRABAR-MOVIM-I.

           PERFORM 0900-FECHA-VALOR-I THRU 0900-FECHA-VALOR-F
           MOVE WS-FECHA-VALOR    TO MOV-FECMOV
           MOVE REG-MONEDA        TO MOV-MONEDA
           MOVE 'CA'              TO MOV-CANAL
           MOVE 'CONSTIT PF  '    TO MOV-REFMOV
           MOVE FIR-ID            TO MOV-OPERADOR
           MOVE WS-HORA           TO MOV-HORAMOV

           EXEC SQL
              INSERT INTO KC02803.TBCURMOV
                 ( TIPCUEN, NROCUEN, SUCMOV, FECMOV, TIPMOV,
                   IMPORTE, MONEDA, CANAL, REFMOV,
                   OPERADOR, HORAMOV )
              VALUES
                 ( :MOV-TIPCUEN, :MOV-NROCUEN, :MOV-SUCMOV,
                   :MOV-FECMOV, :MOV-TIPMOV, :MOV-IMPORTE,
                   :MOV-MONEDA, :MOV-CANAL, :MOV-REFMOV,
                   :MOV-OPERADOR, :MOV-HORAMOV )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
           END-IF.

       6000-GRABAR-MOVIM-F. EXIT.


      *-------------------------------------------------------------
      *  NUMERO DE CONTROL: CERTIFICADO, GUION Y DOS DIGITOS
      *  98 - (BASE * 100 MODULO 97), DONDE LA BASE ENCADENA EL
      *  CERTIFICADO CON EL VENCIMIENTO Y LUEGO CON EL CAPITAL
      *  EN CENTAVOS, REDUCIENDO MODULO 97 EN CADA PASO.
       6400-NRO-CONTROL-I.

           MOVE PLF-FECVTO TO WS-FECVTO-ISO
           MOVE FVI-AAAA   TO FVA-AAAA
           MOVE FVI-MM     TO FVA-MM
           MOVE FVI-DD     TO FVA-DD

           COMPUTE WS-CTL-BASE = PLF-NROCERT * 100000000
                               + WS-FECVTO-NUM
           DIVIDE WS-CTL-BASE BY 97
                  GIVING WS-CTL-COC REMAINDER WS-CTL-RESTO

           COMPUTE WS-CTL-CENTAVOS = PLF-CAPITAL * 100
           COMPUTE WS-CTL-BASE = WS-CTL-RESTO * 10000000000000
                               + WS-CTL-CENTAVOS
           DIVIDE WS-CTL-BASE BY 97
                  GIVING WS-CTL-COC REMAINDER WS-CTL-RESTO

           COMPUTE WS-CTL-BASE = WS-CTL-RESTO * 100
           DIVIDE WS-CTL-BASE BY 97
                  GIVING WS-CTL-COC REMAINDER WS-CTL-RESTO

           MOVE PLF-NROCERT TO CTL-NROCERT
           COMPUTE CTL-DIGITOS = 98 - WS-CTL-RESTO.

       6400-NRO-CONTROL-F. EXIT.


      *-------------------------------------------------------------
      *  IMPRIME EL CERTIFICADO EN EL REPOSITORIO: EL NUMERO DE
      *  LINEA BASE SALE DEL NUMERO DE TAREA CICS PARA QUE DOS
      *  CERTIFICADOS DEL DIA NO SE PISEN.
       6500-CERTIFICADO-I.

           SET UOW-SIN-ERROR TO TRUE
           PERFORM 6400-NRO-CONTROL-I THRU 6400-NRO-CONTROL-F
           MOVE WS-NRO-CONTROL TO CONTROLO

           MOVE EIBTASKN TO WS-TASKNO
           DIVIDE WS-TASKNO BY 8000
                  GIVING WS-TASK-COC REMAINDER WS-TASK-RESTO
           COMPUTE WS-REPO-BASE = WS-TASK-RESTO * 12

           MOVE CT-REPO-REPORTE   TO RPO-REPORTE
           MOVE WS-FECHA-AAAAMMDD TO RPO-FECHA
           MOVE WS-REPO-BASE      TO RPO-LINEA

           MOVE PLF-NROCERT    TO CER-NROCERT
           MOVE WS-NRO-CONTROL TO CER-CONTROL
           MOVE WS-DUPLICADO   TO CER-DUPLICADO
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-CER-LIN1    TO RPO-CONTENIDO (1:68)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE PLF-TIPCUEN    TO CER-TIPCUEN
           MOVE PLF-NROCUEN    TO CER-NROCUEN
           MOVE REG-NROCLI     TO CER-NROCLI
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-CER-LIN2    TO RPO-CONTENIDO (1:48)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

      *    MONEDA: 1 = PESOS, 2 = U$S.
           MOVE PLF-CAPITAL    TO CER-CAPITAL
           IF PLF-MONEDA IS EQUAL 2
              MOVE 'U$S'       TO CER-MONEDA
           ELSE
              MOVE 'PESOS'     TO CER-MONEDA
           END-IF
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-CER-LIN3    TO RPO-CONTENIDO (1:37)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE PLF-TASA       TO CER-TASA
           MOVE PLF-PLAZO      TO CER-PLAZO
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-CER-LIN4    TO RPO-CONTENIDO (1:44)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE PLF-FECCONST   TO WS-FECVTO-ISO
           MOVE FVI-DD         TO FCD-DD
           MOVE FVI-MM         TO FCD-MM
           MOVE FVI-AAAA       TO FCD-AAAA
           MOVE PLF-FECVTO     TO WS-FECVTO-ISO
           MOVE FVI-DD         TO FVD-DD
           MOVE FVI-MM         TO FVD-MM
           MOVE FVI-AAAA       TO FVD-AAAA
           MOVE WS-FECCONST-DMA TO CER-FECCONST
           MOVE WS-FECVTO-DMA  TO CER-FECVTO
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-CER-LIN5    TO RPO-CONTENIDO (1:47)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE WS-INTERES     TO CER-INTERES
           MOVE PLF-RENUEVA    TO CER-RENUEVA
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-CER-LIN6    TO RPO-CONTENIDO (1:63)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE WS-FECHA       TO CER-FECHA
           MOVE WS-HORA        TO CER-HORA
           MOVE FIR-ID         TO CER-OPERADOR
           MOVE FIR-SUC        TO CER-SUC
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-CER-LIN7    TO RPO-CONTENIDO (1:53)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F.

       6500-CERTIFICADO-F. EXIT.


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
      *  DOBLE CONTROL: SI EL CAPITAL SUPERA EL UMBRAL DE
      *  TBCURUMB PARA ESTA TRANSACCION Y MONEDA, LA CONSTITUCION
      *  NO SE COMPLETA SOLA. SIN FILA EN LA TABLA NO HAY UMBRAL.
       0700-VERIF-UMBRAL-I.

           SET AUTORIZACION-NO TO TRUE

           EXEC SQL
              SELECT UMBRAL
                INTO :UMB-UMBRAL
                FROM KC02803.TBCURUMB
               WHERE TRANSAC = :WS-TRANSACTION
                 AND MONEDA  = :REG-MONEDA
           END-EXEC

           IF SQLCODE IS EQUAL 0 AND
              WS-CAPITAL IS GREATER UMB-UMBRAL
              SET AUTORIZACION-REQ TO TRUE
           END-IF.

       0700-VERIF-UMBRAL-F. EXIT.


      *-------------------------------------------------------------
      *  ESTACIONA LA CONSTITUCION EN LA COLA DE AUTORIZACIONES
      *  PENDIENTES (TBCURPAU) SIN TOCAR TBCURCTA: DESTINO ES LA
      *  CUENTA PLAZO FIJO Y DESTEXT LLEVA PLAZO, RENOVACION Y
      *  TASA COTIZADA. LA EJECUTA RECIEN EL SUPERVISOR DESDE
      *  PGMAUTOR.
       0750-PARKEAR-I.

           EXEC SQL
              SELECT VALUE(MAX(NROAUT), 0) + 1
                INTO :PAU-NROAUT
                FROM KC02803.TBCURPAU
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 0750-PARKEAR-F
           END-IF

           MOVE WS-PLAZO-PEDIDO TO PFP-PLAZO
           MOVE RENUEVAI        TO PFP-RENUEVA
           MOVE PLF-TASA        TO PFP-TASA
           MOVE WS-PF-PENDIENTE TO PAU-DESTEXT

           EXEC SQL
              INSERT INTO KC02803.TBCURPAU
                 ( NROAUT, TRANSAC, TIPCUEN, NROCUEN, TIPCUED,
                   NROCUED, DESTEXT, IMPORTE, MONEDA, OPERADOR,
                   SUCURSAL, FECALTA, HORAALTA, ESTADO,
                   AUTORIZANTE, FORMAPAG, NROCHEQUE, PLAZORET )
              VALUES
                 ( :PAU-NROAUT, :WS-TRANSACTION, :REG-TIPCUEN,
                   :REG-NROCUEN, :PFC-TIPCUEN, :PFC-NROCUEN,
                   :PAU-DESTEXT, :WS-CAPITAL, :REG-MONEDA,
                   :FIR-ID, :FIR-SUC, CURRENT DATE, :WS-HORA,
                   'P', ' ', ' ', 0, 0 )
           END-EXEC

           IF SQLCODE IS EQUAL 0
              MOVE PAU-NROAUT TO WS-MSG-AUT-NRO
              MOVE WS-MSG-AUTORIZA TO MSGO
           ELSE
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
           END-IF.

       0750-PARKEAR-F. EXIT.


      *-------------------------------------------------------------
      *  VENTANA DE POSTEO: LA JORNADA DE LA FECHA DEBE ESTAR
      *  ABIERTA EN TBCURRUN (PASO 'JORNADA', PGMJORNA). SIN FILA
      *  SE CONSIDERA ABIERTA.
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
              MOVE CT-MNS-JOR TO MSGO
              MOVE 'E' TO ACT-RESULT
           END-IF.

       0800-VERIF-JORNADA-F. EXIT.


      *-------------------------------------------------------------
      *  FECHA VALOR: DESPUES DE LA HORA DE CORTE LA OPERACION
      *  POSTEA CON FECHA EFECTIVA DEL PROXIMO DIA HABIL SEGUN
      *  EL CALENDARIO: FIN DE SEMANA Y FERIADOS DE TBCURFER
      *  (COPIA DB2 DE CAF.PARM.FERIADOS, EL CALENDARIO DE
      *  PGMFECAF). LA CAPTURA REAL QUEDA EN FECCAPT Y HORAMOV.
       0900-FECHA-VALOR-I.

           MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-VALOR

           IF WS-HORA IS NOT GREATER WS-HORA-CORTE
              GO TO 0900-FECHA-VALOR-F
           END-IF

      *    ARRANCA EN LA FECHA DE CAPTURA Y AVANZA DE A UN DIA
      *    HASTA EL PRIMER HABIL REAL (NI FIN DE SEMANA NI
      *    FERIADO DE TBCURFER).
           MOVE WS-FECHA-AAAAMMDD (1:4) TO WFC-CAND-AAAA
           MOVE WS-FECHA-AAAAMMDD (5:2) TO WFC-CAND-MM
           MOVE WS-FECHA-AAAAMMDD (7:2) TO WFC-CAND-DD
           MOVE WS-FECHA-CAND-ARM TO WS-FECHA-CAND
           MOVE 'N'   TO WS-HABIL-OK
           MOVE ZEROS TO WS-HABIL-ITER

           PERFORM 0910-SIGUIENTE-HABIL-I
              THRU 0910-SIGUIENTE-HABIL-F
              UNTIL WS-HABIL-OK IS EQUAL 'S'
                 OR WS-HABIL-ITER IS GREATER 10

      *    SIN DIA HABIL RESUELTO (CALENDARIO ROTO), SE POSTEA
      *    CON LA FECHA DE CAPTURA, COMO ANTES DEL CORTE.
           IF WS-HABIL-OK IS EQUAL 'S'
              MOVE WS-FECHA-CAND TO WS-FECHA-VALOR
           END-IF.

       0900-FECHA-VALOR-F. EXIT.


      *-------------------------------------------------------------
      *  UN PASO DEL CALENDARIO: SUMA UN DIA Y LO ACEPTA SI NO
      *  ES SABADO NI DOMINGO NI FIGURA EN TBCURFER (LA COPIA
      *  DB2 DE CAF.PARM.FERIADOS QUE REFRESCA PGMCGFER).
       0910-SIGUIENTE-HABIL-I.

           ADD 1 TO WS-HABIL-ITER

           EXEC SQL
              SELECT CHAR(DATE(:WS-FECHA-CAND) + 1 DAY, ISO),
                     DAYOFWEEK(DATE(:WS-FECHA-CAND) + 1 DAY)
                INTO :WS-FECHA-CAND, :WS-DIA-SEMANA
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE 99 TO WS-HABIL-ITER
              GO TO 0910-SIGUIENTE-HABIL-F
           END-IF

           IF WS-DIA-SEMANA IS EQUAL 1 OR
              WS-DIA-SEMANA IS EQUAL 7
              GO TO 0910-SIGUIENTE-HABIL-F
           END-IF

           MOVE ZEROS TO WS-CANT-FERIADO
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-FERIADO
                FROM KC02803.TBCURFER
               WHERE FECFER = :WS-FECHA-CAND
           END-EXEC
           IF SQLCODE IS EQUAL 0 AND
              WS-CANT-FERIADO IS EQUAL ZEROS
              MOVE 'S' TO WS-HABIL-OK
           END-IF.

       0910-SIGUIENTE-HABIL-F. EXIT.


      *-------------------------------------------------------------
      *  LO INDISPONIBLE DEL FONDEO: RETENCIONES VIGENTES POR
      *  CHEQUES DEPOSITADOS (TBCURRET) MAS EL MONTO CONGELADO POR
      *  EMBARGOS (TBCUREMB), IGUAL QUE EN LA CAJA DIRECTA.
       0950-CALC-RETENIDO-I.

           MOVE ZEROS TO WS-RETENIDO

           EXEC SQL
              SELECT VALUE(SUM(IMPORTE), 0)
                INTO :WS-RETENIDO
                FROM KC02803.TBCURRET
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
                 AND ESTADO  = 'V'
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0 AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              MOVE ZEROS TO WS-RETENIDO
           END-IF

           MOVE ZEROS TO WS-EMBARGADO
           EXEC SQL
              SELECT VALUE(SUM(
                     CASE WHEN PORCENT > 0
                          THEN :REG-SALDO * PORCENT / 100
                          ELSE IMPORTE - CONSUMIDO
                     END), 0)
                INTO :WS-EMBARGADO
                FROM KC02803.TBCUREMB
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
                 AND ESTADO  = 'V'
           END-EXEC
           IF SQLCODE IS EQUAL 0 AND
              WS-EMBARGADO IS GREATER ZEROS
              ADD WS-EMBARGADO TO WS-RETENIDO
           END-IF.

       0950-CALC-RETENIDO-F. EXIT.


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
               FROM   (MAPPFCTO)
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

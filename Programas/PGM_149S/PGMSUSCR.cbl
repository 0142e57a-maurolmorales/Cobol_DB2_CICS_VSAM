       IDENTIFICATION DIVISION. *> suscripciones a avisos
       PROGRAM-ID. PGMSUSCR.

      *****************************************************************
      *                   CLASE SINCRÓNICA 54                         *
      *                   ===================                         *
      *    SUSCRIPCIONES DEL CLIENTE A AVISOS POR SMS / E-MAIL        *
      *    (TBCURSUS)                                                 *
      *                                                               *
      *    ENTER : MUESTRA LA CUENTA, SU TITULAR, LAS SUSCRIPCIONES   *
      *            (ACTIVAS PRIMERO) Y EL ESTADO DE LOS AVISOS DE     *
      *            LOS ULTIMOS 30 DIAS (TBCURAVI).                    *
      *    PF4   : ALTA DE UNA SUSCRIPCION: EVENTO ('DB' DEBITO /     *
      *            'CR' CREDITO / 'HA' HABERES / 'CH' CHEQUE          *
      *            RECHAZADO), UMBRAL (IMPORTE MINIMO EN LA MONEDA    *
      *            DE LA CUENTA; EN 'CH' SIEMPRE CERO), MEDIO ('S'    *
      *            SMS / 'E' E-MAIL) Y DESTINO (CELULAR DE 10         *
      *            DIGITOS O DIRECCION DE E-MAIL). NO SE DUPLICA UNA  *
      *            SUSCRIPCION ACTIVA CON EL MISMO EVENTO, MEDIO Y    *
      *            DESTINO.                                           *
      *    PF6   : BAJA DE LA SUSCRIPCION INFORMADA (QUEDA EN 'B'     *
      *            CON FECHA Y OPERADOR; LO YA ENCOLADO SE ENVIA).    *
      *    ALTA Y BAJA REQUIEREN NIVEL 2 Y QUEDAN EN LA COLA 'AUDC'.  *
      *    LOS PROGRAMAS DE POSTEO ENCOLAN LOS AVISOS POR LA RUTINA   *
      *    PGMAVCAF; PGMAVIEX LOS ENVIA AL PROVEEDOR Y PGMAVIRE       *
      *    REGISTRA EL RESULTADO DE LA ENTREGA.                       *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                 'INGRESE TIPO Y NUMERO DE CUENTA Y PRESIONE ENTER'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                   'TIPO O NUMERO DE CUENTA INVALIDO - REINGRESE'.
             05 CT-MNS-03         PIC X(72) VALUE
                   'CUENTA INEXISTENTE'.
             05 CT-MNS-04         PIC X(72) VALUE
                   'MUESTRE UNA CUENTA ANTES DE OPERAR'.
             05 CT-MNS-05         PIC X(72) VALUE
                   'EVENTO INVALIDO - DB, CR, HA O CH'.
             05 CT-MNS-06         PIC X(72) VALUE
                   'UMBRAL INVALIDO'.
             05 CT-MNS-07         PIC X(72) VALUE
                   'MEDIO INVALIDO - S SMS, E E-MAIL'.
             05 CT-MNS-08         PIC X(72) VALUE
                                       'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                   'DESTINO INVALIDO - CELULAR DE 10 DIGITOS O E-MAIL'.
             05 CT-MNS-11         PIC X(72) VALUE
                   'YA EXISTE UNA SUSCRIPCION ACTIVA IGUAL'.
             05 CT-MNS-12         PIC X(72) VALUE
                   'SUSCRIPCION REGISTRADA'.
             05 CT-MNS-13         PIC X(72) VALUE
                   'NUMERO DE SUSCRIPCION INVALIDO'.
             05 CT-MNS-14         PIC X(72) VALUE
                   'SUSCRIPCION INEXISTENTE, DE OTRA CUENTA O DE BAJA'.
             05 CT-MNS-15         PIC X(72) VALUE
                   'SUSCRIPCION DADA DE BAJA'.
             05 CT-MNS-16         PIC X(72) VALUE
                   'LA CUENTA ESTA CERRADA O DADA DE BAJA'.
             05 CT-MNS-17         PIC X(72) VALUE
                   'PF4 ALTA DE SUSCRIPCION - PF6 BAJA DE LA INFORMADA'.

      *---- COLA DE AUDITORIA DE ALTAS/BAJAS/MODIFICACIONES -----------
           03 CT-AUDIT-QUEUE       PIC X(04)           VALUE 'AUDC'.
           03 CT-AUDIT-LEN         PIC S9(04) COMP     VALUE 106.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPSUSC'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPSUSC'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'WCAF'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPSUSC.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
      *  LA CUENTA MOSTRADA VIAJA EN LA COMMAREA.
       01  WS-COMMAREA.
           03 WS-USER-TIPCUEN          PIC X(02).
           03 WS-USER-NROCUEN          PIC 9(10).
           03 FILLER                   PIC X(13).

      *    ALTA Y BAJA DE SUSCRIPCIONES: CAJERO.
       77  WS-NIVEL-CARGA          PIC 9(01)      VALUE 2.
       77  WS-HALLADO              PIC X          VALUE 'N'.
       77  WS-FIN-CURSOR           PIC X          VALUE 'N'.
       77  WS-MOSTRADOS            PIC 9(02)      VALUE ZEROS.
       77  CT-PAGINA               PIC 9(02)      VALUE 8.
       77  WS-CANT-ARROBA          PIC 9(02)      VALUE ZEROS.

      *-----------   HOST VARIABLES DB2   ----------------------------
       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

       77  REG-TIPCUEN   PIC X(2)                    VALUE SPACES.
       77  REG-NROCUEN   PIC S9(10)V USAGE COMP-3    VALUE ZEROES.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  REG-ESTCTA    PIC X(1)                    VALUE SPACES.
       77  CLI-TIPDOC    PIC X(2)                    VALUE SPACES.
       77  CLI-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  CLI-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  WS-EXISTE     PIC S9(9) COMP              VALUE ZEROS.

       01  DCLTBCURSUS.
           10 SUS-NROSUS      PIC S9(9)V     USAGE COMP-3.
           10 SUS-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 SUS-TIPCUEN     PIC X(2).
           10 SUS-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 SUS-TIPEVEN     PIC X(2).
           10 SUS-UMBRAL      PIC S9(11)V9(2) USAGE COMP-3.
           10 SUS-MEDIO       PIC X(1).
           10 SUS-DESTINO     PIC X(40).
           10 SUS-ESTADO      PIC X(1).
           10 SUS-FECALTA     PIC X(10).
           10 SUS-OPERALTA    PIC X(3).

      *    AVISOS DE LA CUENTA EN LOS ULTIMOS 30 DIAS POR ESTADO.
       77  AVI-PENDIENTES  PIC S9(9) COMP            VALUE ZEROS.
       77  AVI-ENVIADOS    PIC S9(9) COMP            VALUE ZEROS.
       77  AVI-ENTREGADOS  PIC S9(9) COMP            VALUE ZEROS.
       77  AVI-FALLIDOS    PIC S9(9) COMP            VALUE ZEROS.

       77  WS-IMPORTE-ED           PIC -(11)9.99.

      *-----------   LINEAS ARMADAS   --------------------------------
       01  WS-LINEA-CTA.
           03 FILLER               PIC X(08)      VALUE 'CUENTA: '.
           03 LCT-TIPCUEN          PIC X(02).
           03 FILLER               PIC X(01)      VALUE '-'.
           03 LCT-NROCUEN          PIC 9(10).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCT-NOMAPE           PIC X(30).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCT-TIPDOC           PIC X(02).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCT-NRODOC           PIC 9(11).

       01  WS-LINEA-SUS.
           03 LSU-NROSUS           PIC 9(09).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LSU-TIPEVEN          PIC X(02).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LSU-UMBRAL           PIC -(11)9.99.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LSU-MEDIO            PIC X(01).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LSU-DESTINO          PIC X(30).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LSU-ESTADO           PIC X(05).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LSU-OPERALTA         PIC X(03).

       01  WS-LINEA-AVI.
           03 FILLER               PIC X(24)      VALUE
                                  'AVISOS 30 DIAS - PEND: '.
           03 LAV-PENDIENTES       PIC ZZZZ9.
           03 FILLER               PIC X(07)      VALUE '  ENV: '.
           03 LAV-ENVIADOS         PIC ZZZZ9.
           03 FILLER               PIC X(10)      VALUE '  ENTREG: '.
           03 LAV-ENTREGADOS       PIC ZZZZ9.
           03 FILLER               PIC X(08)      VALUE '  FALL: '.
           03 LAV-FALLIDOS         PIC ZZZZ9.

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

      *    VALOR AUDITADO DE UNA SUSCRIPCION (30 POSICIONES).
       01  WS-AUD-SUSCRIPCION.
           05 AUS-TIPEVEN          PIC X(02).
           05 AUS-MEDIO            PIC X(01).
           05 FILLER               PIC X(01)      VALUE SPACES.
           05 AUS-DESTINO          PIC X(26).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    SUSCRIPCIONES DE LA CUENTA: LAS ACTIVAS PRIMERO Y LAS
      *    MAS NUEVAS ARRIBA.
           EXEC SQL
              DECLARE CURSORSUS CURSOR FOR
                 SELECT NROSUS, TIPEVEN, UMBRAL, MEDIO, DESTINO,
                        ESTADO, OPERALTA
                 FROM KC02803.TBCURSUS
                 WHERE TIPCUEN = :REG-TIPCUEN
                   AND NROCUEN = :REG-NROCUEN
                 ORDER BY ESTADO, NROSUS DESC
           END-EXEC.

      *---- FIRMA DE OPERADOR (PGMSICAF) POR TERMINAL ----------------
      *    NIVELES: 1 CONSULTA / 2 CAJERO / 3 SUPERVISOR. LA
      *    CONSULTA ESTA ABIERTA A TODO OPERADOR FIRMADO; CADA
      *    FUNCION CONTROLA SU NIVEL.
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

           MOVE LOW-VALUES TO MAPSUSCO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE SPACES TO WS-USER-TIPCUEN
              MOVE ZEROS  TO WS-USER-NROCUEN
              MOVE LENGTH OF MAPSUSCO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPSUSCO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPSUSCI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPSUSCO
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

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              GO TO 3000-TECLAS-F
           END-IF

           EVALUATE EIBAID

              WHEN DFHENTER
                 PERFORM 4000-ENTER-I THRU 4000-ENTER-F

              WHEN DFHPF4
                 PERFORM 5000-ALTA-I THRU 5000-ALTA-F

              WHEN DFHPF6
                 PERFORM 5500-BAJA-I THRU 5500-BAJA-F

              WHEN DFHPF3
                 MOVE LOW-VALUES TO MAPSUSCO
                 MOVE SPACES TO WS-USER-TIPCUEN
                 MOVE ZEROS  TO WS-USER-NROCUEN
                 MOVE CT-MNS-01 TO MSGO

              WHEN DFHPF12
                 PERFORM 3300-PF12-I  THRU 3300-PF12-F

              WHEN OTHER
                 MOVE CT-MNS-09 TO  MSGO

           END-EVALUATE

           PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F.

       3000-TECLAS-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMMECAF')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
       4000-ENTER-I.

           IF TIPCI IS EQUAL TO (SPACES OR LOW-VALUES) OR
              NROCI IS NOT NUMERIC OR NROCI IS EQUAL ZEROS
              MOVE CT-MNS-02 TO MSGO
              GO TO 4000-ENTER-F
           END-IF

           MOVE TIPCI TO WS-USER-TIPCUEN
           MOVE NROCI TO WS-USER-NROCUEN
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF WS-HALLADO IS EQUAL 'N'
              MOVE SPACES TO WS-USER-TIPCUEN
              MOVE ZEROS  TO WS-USER-NROCUEN
           END-IF.

       4000-ENTER-F. EXIT.


      *-------------------------------------------------------------
      *  ARMA LA SITUACION DE LA CUENTA MOSTRADA: TITULAR,
      *  SUSCRIPCIONES Y AVISOS RECIENTES. SI LA CUENTA NO EXISTE
      *  DEJA WS-HALLADO EN 'N' Y EL MENSAJE.
       4500-MOSTRAR-I.

           MOVE 'N' TO WS-HALLADO
           MOVE SPACES TO CABO LIN1O LIN2O LIN3O LIN4O LIN5O
                          LIN6O LIN7O LIN8O RESUO
           MOVE WS-USER-TIPCUEN TO REG-TIPCUEN
           MOVE WS-USER-NROCUEN TO REG-NROCUEN

           EXEC SQL
              SELECT C.NROCLI, C.MONEDA, C.ESTCTA,
                     L.TIPDOC, L.NRODOC, L.NOMAPE
                INTO :REG-NROCLI, :REG-MONEDA, :REG-ESTCTA,
                     :CLI-TIPDOC, :CLI-NRODOC, :CLI-NOMAPE
                FROM KC02803.TBCURCTA C,
                     KC02803.TBCURCLI L
               WHERE C.TIPCUEN = :REG-TIPCUEN
                 AND C.NROCUEN = :REG-NROCUEN
                 AND L.NROCLI  = C.NROCLI
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-03 TO MSGO
                 GO TO 4500-MOSTRAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 4500-MOSTRAR-F
           END-EVALUATE

           MOVE 'S' TO WS-HALLADO
           MOVE REG-TIPCUEN   TO LCT-TIPCUEN TIPCO
           MOVE REG-NROCUEN   TO LCT-NROCUEN NROCO
           MOVE CLI-NOMAPE    TO LCT-NOMAPE
           MOVE CLI-TIPDOC    TO LCT-TIPDOC
           MOVE CLI-NRODOC    TO LCT-NRODOC
           MOVE WS-LINEA-CTA  TO CABO
           MOVE CT-MNS-17     TO MSGO

           MOVE ZEROS TO WS-MOSTRADOS
           MOVE 'N' TO WS-FIN-CURSOR

           EXEC SQL OPEN CURSORSUS END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 4500-MOSTRAR-F
           END-IF

           PERFORM 4600-UNA-SUSCRIPCION-I
              THRU 4600-UNA-SUSCRIPCION-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'
                 OR WS-MOSTRADOS IS EQUAL CT-PAGINA

           EXEC SQL CLOSE CURSORSUS END-EXEC

           IF WS-MOSTRADOS IS EQUAL ZEROS
              MOVE 'LA CUENTA NO TIENE SUSCRIPCIONES' TO LIN1O
           END-IF

      *    ESTADO DE LA ENTREGA DE LOS AVISOS RECIENTES, SEGUN LO
      *    INFORMADO POR EL PROVEEDOR (PGMAVIRE).
           EXEC SQL
              SELECT VALUE(SUM(CASE WHEN ESTADO = 'P'
                                    THEN 1 ELSE 0 END), 0),
                     VALUE(SUM(CASE WHEN ESTADO = 'X'
                                    THEN 1 ELSE 0 END), 0),
                     VALUE(SUM(CASE WHEN ESTADO = 'E'
                                    THEN 1 ELSE 0 END), 0),
                     VALUE(SUM(CASE WHEN ESTADO = 'F'
                                    THEN 1 ELSE 0 END), 0)
                INTO :AVI-PENDIENTES, :AVI-ENVIADOS,
                     :AVI-ENTREGADOS, :AVI-FALLIDOS
                FROM KC02803.TBCURAVI
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
                 AND FECEVEN >= CURRENT DATE - 30 DAYS
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 4500-MOSTRAR-F
           END-IF

           MOVE AVI-PENDIENTES TO LAV-PENDIENTES
           MOVE AVI-ENVIADOS   TO LAV-ENVIADOS
           MOVE AVI-ENTREGADOS TO LAV-ENTREGADOS
           MOVE AVI-FALLIDOS   TO LAV-FALLIDOS
           MOVE WS-LINEA-AVI   TO RESUO.

       4500-MOSTRAR-F. EXIT.


      *-------------------------------------------------------------
       4600-UNA-SUSCRIPCION-I.

           EXEC SQL
              FETCH CURSORSUS INTO :SUS-NROSUS,
                                   :SUS-TIPEVEN,
                                   :SUS-UMBRAL,
                                   :SUS-MEDIO,
                                   :SUS-DESTINO,
                                   :SUS-ESTADO,
                                   :SUS-OPERALTA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 4600-UNA-SUSCRIPCION-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 4600-UNA-SUSCRIPCION-F
           END-EVALUATE

           ADD 1 TO WS-MOSTRADOS
           MOVE SUS-NROSUS    TO LSU-NROSUS
           MOVE SUS-TIPEVEN   TO LSU-TIPEVEN
           MOVE SUS-UMBRAL    TO LSU-UMBRAL
           MOVE SUS-MEDIO     TO LSU-MEDIO
           MOVE SUS-DESTINO   TO LSU-DESTINO
           MOVE SUS-OPERALTA  TO LSU-OPERALTA
           IF SUS-ESTADO IS EQUAL 'A'
              MOVE 'ACTIV' TO LSU-ESTADO
           ELSE
              MOVE 'BAJA'  TO LSU-ESTADO
           END-IF

           EVALUATE WS-MOSTRADOS
              WHEN 1  MOVE WS-LINEA-SUS TO LIN1O
              WHEN 2  MOVE WS-LINEA-SUS TO LIN2O
              WHEN 3  MOVE WS-LINEA-SUS TO LIN3O
              WHEN 4  MOVE WS-LINEA-SUS TO LIN4O
              WHEN 5  MOVE WS-LINEA-SUS TO LIN5O
              WHEN 6  MOVE WS-LINEA-SUS TO LIN6O
              WHEN 7  MOVE WS-LINEA-SUS TO LIN7O
              WHEN 8  MOVE WS-LINEA-SUS TO LIN8O
           END-EVALUATE.

       4600-UNA-SUSCRIPCION-F. EXIT.


      *-------------------------------------------------------------
      *  ALTA DE UNA SUSCRIPCION PARA LA CUENTA MOSTRADA.
       5000-ALTA-I.

           IF WS-USER-NROCUEN IS EQUAL ZEROS
              MOVE CT-MNS-04 TO MSGO
              GO TO 5000-ALTA-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-CARGA
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 5000-ALTA-F
           END-IF

           IF EVENI IS NOT EQUAL 'DB' AND
              EVENI IS NOT EQUAL 'CR' AND
              EVENI IS NOT EQUAL 'HA' AND
              EVENI IS NOT EQUAL 'CH'
              MOVE CT-MNS-05 TO MSGO
              GO TO 5000-ALTA-F
           END-IF

      *    SIN UMBRAL SE AVISA TODO MOVIMIENTO DEL EVENTO; EL
      *    CHEQUE RECHAZADO SE AVISA SIEMPRE.
           EVALUATE TRUE
              WHEN EVENI IS EQUAL 'CH'
                 MOVE ZEROS TO SUS-UMBRAL
              WHEN UMBRI IS EQUAL TO (SPACES OR LOW-VALUES)
                 MOVE ZEROS TO SUS-UMBRAL
              WHEN UMBRI IS NUMERIC
                 MOVE UMBRI TO SUS-UMBRAL
              WHEN OTHER
                 MOVE CT-MNS-06 TO MSGO
                 GO TO 5000-ALTA-F
           END-EVALUATE

           IF MEDI IS NOT EQUAL 'S' AND
              MEDI IS NOT EQUAL 'E'
              MOVE CT-MNS-07 TO MSGO
              GO TO 5000-ALTA-F
           END-IF

           IF DESTI IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE CT-MNS-10 TO MSGO
              GO TO 5000-ALTA-F
           END-IF
           MOVE DESTI TO SUS-DESTINO
           INSPECT SUS-DESTINO REPLACING ALL LOW-VALUES BY SPACES

      *    SMS: CELULAR DE 10 DIGITOS (AREA + NUMERO, SIN 0 NI 15).
      *    E-MAIL: UNA SOLA ARROBA, NI AL PRINCIPIO NI SIN DOMINIO.
           IF MEDI IS EQUAL 'S'
              IF SUS-DESTINO (1:10) IS NOT NUMERIC OR
                 SUS-DESTINO (11:30) IS NOT EQUAL SPACES
                 MOVE CT-MNS-10 TO MSGO
                 GO TO 5000-ALTA-F
              END-IF
           ELSE
              MOVE ZEROS TO WS-CANT-ARROBA
              INSPECT SUS-DESTINO TALLYING WS-CANT-ARROBA
                      FOR ALL '@'
              IF WS-CANT-ARROBA IS NOT EQUAL 1 OR
                 SUS-DESTINO (1:1) IS EQUAL '@' OR
                 SUS-DESTINO (1:1) IS EQUAL SPACES
                 MOVE CT-MNS-10 TO MSGO
                 GO TO 5000-ALTA-F
              END-IF
              MOVE ZEROS TO WS-CANT-ARROBA
              INSPECT SUS-DESTINO TALLYING WS-CANT-ARROBA
                      FOR ALL '@ '
              IF WS-CANT-ARROBA IS NOT EQUAL ZEROS
                 MOVE CT-MNS-10 TO MSGO
                 GO TO 5000-ALTA-F
              END-IF
           END-IF

      *    LA CUENTA SE RELEE: PUDO CERRARSE DESDE QUE SE MOSTRO.
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF WS-HALLADO IS EQUAL 'N' OR MSGO IS EQUAL CT-MNS-08
              GO TO 5000-ALTA-F
           END-IF
           IF REG-ESTCTA IS EQUAL 'C' OR
              REG-ESTCTA IS EQUAL 'B'
              MOVE CT-MNS-16 TO MSGO
              GO TO 5000-ALTA-F
           END-IF

           MOVE REG-TIPCUEN TO SUS-TIPCUEN
           MOVE REG-NROCUEN TO SUS-NROCUEN
           MOVE REG-NROCLI  TO SUS-NROCLI
           MOVE EVENI       TO SUS-TIPEVEN
           MOVE MEDI        TO SUS-MEDIO
           MOVE FIR-ID      TO SUS-OPERALTA

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXISTE
                FROM KC02803.TBCURSUS
               WHERE TIPCUEN = :SUS-TIPCUEN
                 AND NROCUEN = :SUS-NROCUEN
                 AND TIPEVEN = :SUS-TIPEVEN
                 AND MEDIO   = :SUS-MEDIO
                 AND DESTINO = :SUS-DESTINO
                 AND ESTADO  = 'A'
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-ALTA-F
           END-IF
           IF WS-EXISTE IS GREATER ZEROS
              MOVE CT-MNS-11 TO MSGO
              GO TO 5000-ALTA-F
           END-IF

           EXEC SQL
              SELECT VALUE(MAX(NROSUS), 0) + 1
                INTO :SUS-NROSUS
                FROM KC02803.TBCURSUS
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-ALTA-F
           END-IF

           EXEC SQL
              INSERT INTO KC02803.TBCURSUS
                 ( NROSUS, NROCLI, TIPCUEN, NROCUEN, TIPEVEN,
                   UMBRAL, MEDIO, DESTINO, ESTADO, FECALTA,
                   OPERALTA, FECBAJA, OPERBAJA )
              VALUES
                 ( :SUS-NROSUS, :SUS-NROCLI, :SUS-TIPCUEN,
                   :SUS-NROCUEN, :SUS-TIPEVEN, :SUS-UMBRAL,
                   :SUS-MEDIO, :SUS-DESTINO, 'A', CURRENT DATE,
                   :SUS-OPERALTA, NULL, ' ' )
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-ALTA-F
           END-IF

           MOVE 'SUAL'            TO AUD-ACCION
           MOVE SPACES            TO AUD-VALOR-ANT
           MOVE SUS-TIPEVEN       TO AUS-TIPEVEN
           MOVE SUS-MEDIO         TO AUS-MEDIO
           MOVE SUS-DESTINO       TO AUS-DESTINO
           MOVE WS-AUD-SUSCRIPCION TO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           MOVE LOW-VALUES TO EVENO UMBRO MEDO DESTO
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-12 TO MSGO
           END-IF.

       5000-ALTA-F. EXIT.


      *-------------------------------------------------------------
      *  BAJA DE LA SUSCRIPCION INFORMADA EN SUSI, QUE DEBE SER
      *  DE LA CUENTA MOSTRADA Y ESTAR ACTIVA.
       5500-BAJA-I.

           IF WS-USER-NROCUEN IS EQUAL ZEROS
              MOVE CT-MNS-04 TO MSGO
              GO TO 5500-BAJA-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-CARGA
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 5500-BAJA-F
           END-IF

           IF SUSI IS NOT NUMERIC OR SUSI IS EQUAL ZEROS
              MOVE CT-MNS-13 TO MSGO
              GO TO 5500-BAJA-F
           END-IF

           MOVE SUSI            TO SUS-NROSUS
           MOVE WS-USER-TIPCUEN TO SUS-TIPCUEN REG-TIPCUEN
           MOVE WS-USER-NROCUEN TO SUS-NROCUEN REG-NROCUEN

           EXEC SQL
              SELECT TIPEVEN, MEDIO, DESTINO
                INTO :SUS-TIPEVEN, :SUS-MEDIO, :SUS-DESTINO
                FROM KC02803.TBCURSUS
               WHERE NROSUS  = :SUS-NROSUS
                 AND TIPCUEN = :SUS-TIPCUEN
                 AND NROCUEN = :SUS-NROCUEN
                 AND ESTADO  = 'A'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-14 TO MSGO
                 GO TO 5500-BAJA-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5500-BAJA-F
           END-EVALUATE

           EXEC SQL
              UPDATE KC02803.TBCURSUS
                 SET ESTADO   = 'B',
                     FECBAJA  = CURRENT DATE,
                     OPERBAJA = :FIR-ID
               WHERE NROSUS = :SUS-NROSUS
                 AND ESTADO = 'A'
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5500-BAJA-F
           END-IF

      *    EL DOCUMENTO DEL TITULAR PARA LA AUDITORIA.
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F

           MOVE 'SUBA'            TO AUD-ACCION
           MOVE SUS-TIPEVEN       TO AUS-TIPEVEN
           MOVE SUS-MEDIO         TO AUS-MEDIO
           MOVE SUS-DESTINO       TO AUS-DESTINO
           MOVE WS-AUD-SUSCRIPCION TO AUD-VALOR-ANT
           MOVE 'BAJA'            TO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           MOVE LOW-VALUES TO SUSO
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-15 TO MSGO
           END-IF.

       5500-BAJA-F. EXIT.


      *-------------------------------------------------------------
      *  VERIFICA QUE LA TERMINAL TENGA UN OPERADOR FIRMADO
      *  (PGMSICAF); EL NIVEL SE CONTROLA EN CADA FUNCION.
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
               FROM   (MAPSUSCO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA UN REGISTRO DE AUDITORIA CON OPERADOR FIRMADO,
      *  TERMINAL Y DOCUMENTO DEL TITULAR DE LA CUENTA. AUD-ACCION
      *  Y AUD-VALOR-ANT/AUD-VALOR-NUE SE DEJAN CARGADOS POR QUIEN
      *  PERFORMA ESTE PARRAFO.
       9500-AUDITORIA-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           MOVE EIBTRNID        TO AUD-TRANSACCION
           MOVE FIR-ID          TO AUD-OPERADOR
           MOVE EIBTRMID        TO AUD-TERMINAL
           MOVE CLI-TIPDOC      TO AUD-TIP-DOC
           MOVE CLI-NRODOC      TO AUD-NRO-DOC
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
       9999-FINAL-I.

           EXEC CICS RETURN
              TRANSID  (WS-TRANSACTION)
              COMMAREA (WS-COMMAREA)
           END-EXEC.

       9999-FINAL-F. EXIT.

       IDENTIFICATION DIVISION. *> limites de credito
       PROGRAM-ID. PGMLIMCR.

      *****************************************************************
      *                   CLASE SINCRÓNICA 53                         *
      *                   ===================                         *
      *    LIMITE DE CREDITO APROBADO POR CLIENTE (TBCURLIM)          *
      *                                                               *
      *    ENTER : MUESTRA EL LIMITE VIGENTE DEL CLIENTE, LA          *
      *            PROPUESTA PENDIENTE SI LA HAY, LA EXPOSICION       *
      *            ACTUAL Y EL MARGEN DISPONIBLE.                     *
      *    PF4   : CARGA UNA PROPUESTA (IMPORTE, MONEDA Y             *
      *            VENCIMIENTO). QUEDA PENDIENTE: NO RIGE HASTA SER   *
      *            APROBADA. UNA SOLA PENDIENTE POR CLIENTE.          *
      *    PF5   : APRUEBA LA PENDIENTE: PASA A VIGENTE CON EL        *
      *            SUPERVISOR COMO OFICIAL QUE APROBO Y EL LIMITE     *
      *            ANTERIOR QUEDA COMO HISTORIA.                      *
      *    PF6   : RECHAZA LA PENDIENTE.                              *
      *    LA CARGA REQUIERE NIVEL 2; APROBAR Y RECHAZAR REQUIEREN    *
      *    NIVEL 3 Y EL APROBADOR NO PUEDE SER QUIEN CARGO (DOBLE     *
      *    CONTROL, COMO PGMTACAF / PGMTAAPR). TODO QUEDA EN LA       *
      *    COLA 'AUDC'.                                               *
      *    LA EXPOSICION SE MIDE COMO EN PGMCONCE: SALDO DE CAPITAL   *
      *    DE PRESTAMOS VIGENTES Y EN MORA MAS, POR CUENTA A LA       *
      *    VISTA, EL MAYOR ENTRE EL ACUERDO VIGENTE Y EL DEUDOR EN    *
      *    USO; DOLARES A LA ULTIMA COTIZACION DE TBCURCOT.           *
      *    PGMPRCTA Y PGMADCTA RECHAZAN LO QUE LA SUPERE.             *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                 'INGRESE EL CLIENTE Y PRESIONE ENTER'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                   'NUMERO DE CLIENTE INVALIDO - REINGRESE'.
             05 CT-MNS-03         PIC X(72) VALUE
                   'CLIENTE INEXISTENTE O DADO DE BAJA'.
             05 CT-MNS-04         PIC X(72) VALUE
                   'MUESTRE UN CLIENTE ANTES DE OPERAR'.
             05 CT-MNS-05         PIC X(72) VALUE
                   'IMPORTE DE LIMITE INVALIDO'.
             05 CT-MNS-06         PIC X(72) VALUE
                   'MONEDA INVALIDA - 1 PESOS, 2 DOLARES'.
             05 CT-MNS-07         PIC X(72) VALUE
                   'FECHA DE VENCIMIENTO INVALIDA (AAAA-MM-DD, FUTURA)'.
             05 CT-MNS-08         PIC X(72) VALUE
                                       'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                   'YA HAY UNA PROPUESTA PENDIENTE - APRUEBELA O RECHACE
      -            'LA'.
             05 CT-MNS-11         PIC X(72) VALUE
                   'PROPUESTA CARGADA - PENDIENTE DE APROBACION'.
             05 CT-MNS-12         PIC X(72) VALUE
                   'EL CLIENTE NO TIENE PROPUESTA PENDIENTE'.
             05 CT-MNS-13         PIC X(72) VALUE
                   'EL APROBADOR NO PUEDE SER QUIEN CARGO LA PROPUESTA'.
             05 CT-MNS-14         PIC X(72) VALUE
                   'LA PROPUESTA YA ESTA VENCIDA - RECHACELA'.
             05 CT-MNS-15         PIC X(72) VALUE
                   'LIMITE APROBADO Y VIGENTE'.
             05 CT-MNS-16         PIC X(72) VALUE
                   'PROPUESTA RECHAZADA'.
             05 CT-MNS-17         PIC X(72) VALUE
                   'PF4 PROPONE LIMITE - PF5 APRUEBA - PF6 RECHAZA'.

      *---- COLA DE AUDITORIA DE ALTAS/BAJAS/MODIFICACIONES -----------
           03 CT-AUDIT-QUEUE       PIC X(04)           VALUE 'AUDC'.
           03 CT-AUDIT-LEN         PIC S9(04) COMP     VALUE 106.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPLIMC'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPLIMC'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'HCAF'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPLIMC.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
      *  EL CLIENTE MOSTRADO VIAJA EN LA COMMAREA.
       01  WS-COMMAREA.
           03 WS-USER-NROCLI           PIC 9(07).
           03 FILLER                   PIC X(18).

      *    CARGA DE PROPUESTAS: CAJERO; APROBACION: SUPERVISOR.
       77  WS-NIVEL-CARGA          PIC 9(01)      VALUE 2.
       77  WS-NIVEL-APROBACION     PIC 9(01)      VALUE 3.
       77  WS-HALLADO              PIC X          VALUE 'N'.

      *-----------   HOST VARIABLES DB2   ----------------------------
       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

       77  CLI-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  CLI-TIPDOC    PIC X(2)                    VALUE SPACES.
       77  CLI-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  CLI-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  WS-EXISTE     PIC S9(9) COMP              VALUE ZEROS.
       77  WS-FECHA-OK   PIC S9(9) COMP              VALUE ZEROS.
       77  WS-LIM-RIGE   PIC X(1)                    VALUE SPACES.

       01  DCLTBCURLIM.
           10 LIM-NROLIM      PIC S9(7)V     USAGE COMP-3.
           10 LIM-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 LIM-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 LIM-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 LIM-FECVTO      PIC X(10).
           10 LIM-OPERALTA    PIC X(3).
           10 LIM-FECALTA     PIC X(10).
           10 LIM-ESTADO      PIC X(1).
           10 LIM-OPERAPRO    PIC X(3).
           10 LIM-FECAPRO     PIC X(10).

      *    LIMITE VIGENTE (ESTADO 'V') DEL CLIENTE MOSTRADO.
       77  VIG-IMPORTE   PIC S9(11)V99 USAGE COMP-3  VALUE ZEROES.
       77  VIG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.

      *-----------   EXPOSICION Y MARGEN (EN PESOS)   ----------------
       77  WS-COTIZ-DOLAR  PIC S9(5)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-EXPO-ACTUAL  PIC S9(13)V99 USAGE COMP-3  VALUE ZEROES.
       77  WS-LIM-PESOS    PIC S9(13)V99 USAGE COMP-3  VALUE ZEROES.
       77  WS-MARGEN       PIC S9(13)V99 USAGE COMP-3  VALUE ZEROES.

       77  WS-IMPORTE-ED           PIC -(11)9.99.
       77  WS-MONEDA-LEY           PIC X(05)      VALUE SPACES.

      *-----------   LINEAS ARMADAS   --------------------------------
       01  WS-LINEA-CLI.
           03 FILLER               PIC X(09)      VALUE 'CLIENTE: '.
           03 LCL-NROCLI           PIC 9(07).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCL-NOMAPE           PIC X(30).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCL-TIPDOC           PIC X(02).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCL-NRODOC           PIC 9(11).

       01  WS-LINEA-VIG.
           03 FILLER               PIC X(16)      VALUE
                                                  'LIMITE VIGENTE: '.
           03 LVI-MONEDA           PIC X(05).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LVI-IMPORTE          PIC -(11)9.99.
           03 FILLER               PIC X(05)      VALUE ' VTO '.
           03 LVI-FECVTO           PIC X(10).
           03 FILLER               PIC X(08)      VALUE ' APROBO '.
           03 LVI-OPERAPRO         PIC X(03).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LVI-OBSERV           PIC X(07).

       01  WS-LINEA-PEN.
           03 FILLER               PIC X(16)      VALUE
                                                  'PENDIENTE     : '.
           03 LPE-MONEDA           PIC X(05).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LPE-IMPORTE          PIC -(11)9.99.
           03 FILLER               PIC X(05)      VALUE ' VTO '.
           03 LPE-FECVTO           PIC X(10).
           03 FILLER               PIC X(08)      VALUE ' CARGO  '.
           03 LPE-OPERALTA         PIC X(03).

       01  WS-LINEA-EXP.
           03 FILLER               PIC X(18)      VALUE
                                                  'EXPOSICION PESOS: '.
           03 LEX-EXPOSICION       PIC -(11)9.99.
           03 FILLER               PIC X(10)      VALUE '  MARGEN: '.
           03 LEX-MONEDA           PIC X(05).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LEX-MARGEN           PIC -(11)9.99.

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

           MOVE LOW-VALUES TO MAPLIMCO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE ZEROS TO WS-USER-NROCLI
              MOVE LENGTH OF MAPLIMCO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPLIMCO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPLIMCI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPLIMCO
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
                 PERFORM 5000-PROPONER-I THRU 5000-PROPONER-F

              WHEN DFHPF5
                 PERFORM 5500-APROBAR-I THRU 5500-APROBAR-F

              WHEN DFHPF6
                 PERFORM 5700-RECHAZAR-I THRU 5700-RECHAZAR-F

              WHEN DFHPF3
                 MOVE LOW-VALUES TO MAPLIMCO
                 MOVE ZEROS TO WS-USER-NROCLI
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

           IF CLII IS NOT NUMERIC OR CLII IS EQUAL ZEROS
              MOVE CT-MNS-02 TO MSGO
              GO TO 4000-ENTER-F
           END-IF

           MOVE CLII TO WS-USER-NROCLI
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF WS-HALLADO IS EQUAL 'N'
              MOVE ZEROS TO WS-USER-NROCLI
           END-IF.

       4000-ENTER-F. EXIT.


      *-------------------------------------------------------------
      *  ARMA LA SITUACION DEL CLIENTE WS-USER-NROCLI: LIMITE
      *  VIGENTE, PROPUESTA PENDIENTE, EXPOSICION Y MARGEN. SI EL
      *  CLIENTE NO EXISTE DEJA WS-HALLADO EN 'N' Y EL MENSAJE.
       4500-MOSTRAR-I.

           MOVE 'N' TO WS-HALLADO
           MOVE SPACES TO CABO LIN1O LIN2O LIN3O
           MOVE WS-USER-NROCLI TO CLI-NROCLI LIM-NROCLI

           EXEC SQL
              SELECT TIPDOC, NRODOC, NOMAPE
                INTO :CLI-TIPDOC, :CLI-NRODOC, :CLI-NOMAPE
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :CLI-NROCLI
                 AND FECBAJA IS NULL
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
           MOVE CLI-NROCLI    TO LCL-NROCLI CLIO
           MOVE CLI-NOMAPE    TO LCL-NOMAPE
           MOVE CLI-TIPDOC    TO LCL-TIPDOC
           MOVE CLI-NRODOC    TO LCL-NRODOC
           MOVE WS-LINEA-CLI  TO CABO
           MOVE CT-MNS-17     TO MSGO

      *    LIMITE VIGENTE: 'V' Y SIN VENCER. UNO VENCIDO SE MUESTRA
      *    MARCADO PERO NO DA MARGEN.
           MOVE ZEROS  TO VIG-IMPORTE VIG-MONEDA
           MOVE SPACES TO WS-LIM-RIGE
           EXEC SQL
              SELECT IMPORTE, MONEDA, CHAR(FECVTO, ISO), OPERAPRO,
                     CASE WHEN FECVTO >= CURRENT DATE
                          THEN 'S' ELSE 'N' END
                INTO :LIM-IMPORTE, :LIM-MONEDA, :LIM-FECVTO,
                     :LIM-OPERAPRO, :WS-LIM-RIGE
                FROM KC02803.TBCURLIM
               WHERE NROCLI = :LIM-NROCLI
                 AND ESTADO = 'V'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 4800-MONEDA-I THRU 4800-MONEDA-F
                 MOVE WS-MONEDA-LEY TO LVI-MONEDA
                 MOVE LIM-IMPORTE  TO LVI-IMPORTE
                 MOVE LIM-FECVTO   TO LVI-FECVTO
                 MOVE LIM-OPERAPRO TO LVI-OPERAPRO
                 IF WS-LIM-RIGE IS EQUAL 'S'
                    MOVE SPACES    TO LVI-OBSERV
                    MOVE LIM-IMPORTE TO VIG-IMPORTE
                    MOVE LIM-MONEDA  TO VIG-MONEDA
                 ELSE
                    MOVE 'VENCIDO' TO LVI-OBSERV
                 END-IF
                 MOVE WS-LINEA-VIG TO LIN1O
              WHEN NOT-FOUND
                 MOVE 'SIN LIMITE DE CREDITO APROBADO' TO LIN1O
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 4500-MOSTRAR-F
           END-EVALUATE

           EXEC SQL
              SELECT IMPORTE, MONEDA, CHAR(FECVTO, ISO), OPERALTA
                INTO :LIM-IMPORTE, :LIM-MONEDA, :LIM-FECVTO,
                     :LIM-OPERALTA
                FROM KC02803.TBCURLIM
               WHERE NROCLI = :LIM-NROCLI
                 AND ESTADO = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 4800-MONEDA-I THRU 4800-MONEDA-F
                 MOVE WS-MONEDA-LEY TO LPE-MONEDA
                 MOVE LIM-IMPORTE  TO LPE-IMPORTE
                 MOVE LIM-FECVTO   TO LPE-FECVTO
                 MOVE LIM-OPERALTA TO LPE-OPERALTA
                 MOVE WS-LINEA-PEN TO LIN2O
              WHEN NOT-FOUND
                 MOVE 'SIN PROPUESTA PENDIENTE' TO LIN2O
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 4500-MOSTRAR-F
           END-EVALUATE

           PERFORM 4700-EXPOSICION-I THRU 4700-EXPOSICION-F
           IF MSGO IS EQUAL CT-MNS-08
              GO TO 4500-MOSTRAR-F
           END-IF

      *    MARGEN EN LA MONEDA DEL LIMITE; SIN LIMITE VIGENTE ES
      *    CERO (NO SE PUEDE OTORGAR).
           MOVE WS-EXPO-ACTUAL TO LEX-EXPOSICION
           MOVE ZEROS TO WS-MARGEN
           IF VIG-IMPORTE IS GREATER ZEROS
              IF VIG-MONEDA IS EQUAL 2
                 COMPUTE WS-LIM-PESOS = VIG-IMPORTE * WS-COTIZ-DOLAR
                 IF WS-COTIZ-DOLAR IS GREATER ZEROS
                    COMPUTE WS-MARGEN ROUNDED =
                       (WS-LIM-PESOS - WS-EXPO-ACTUAL) / WS-COTIZ-DOLAR
                 END-IF
              ELSE
                 COMPUTE WS-MARGEN = VIG-IMPORTE - WS-EXPO-ACTUAL
              END-IF
           END-IF
           IF VIG-MONEDA IS EQUAL 2
              MOVE 'U$S'   TO LEX-MONEDA
           ELSE
              MOVE 'PESOS' TO LEX-MONEDA
           END-IF
           MOVE WS-MARGEN    TO LEX-MARGEN
           MOVE WS-LINEA-EXP TO LIN3O.

       4500-MOSTRAR-F. EXIT.


      *-------------------------------------------------------------
      *  EXPOSICION ACTUAL DEL CLIENTE EN PESOS (MISMO CRITERIO QUE
      *  PGMCONCE): PRESTAMOS 'V'/'M' POR SU SALDO DE CAPITAL Y,
      *  POR CUENTA A LA VISTA, EL MAYOR ENTRE EL ACUERDO VIGENTE
      *  Y EL SALDO DEUDOR. CON ERROR DEJA CT-MNS-08 EN MSGO.
       4700-EXPOSICION-I.

           MOVE ZEROS TO WS-COTIZ-DOLAR WS-EXPO-ACTUAL

           EXEC SQL
              SELECT COTIZ
                INTO :WS-COTIZ-DOLAR
                FROM KC02803.TBCURCOT
               WHERE MONEDA = 2
               ORDER BY FECCOT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0 AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              MOVE CT-MNS-08 TO MSGO
              GO TO 4700-EXPOSICION-F
           END-IF

           EXEC SQL
              SELECT VALUE((SELECT SUM(
                              CASE WHEN A.FECVTOAC >= CURRENT DATE
                                    AND A.ACUERDO >= 0 - A.SALDO
                                   THEN A.ACUERDO
                                   ELSE 0 - A.SALDO END
                              * CASE WHEN A.MONEDA = 2
                                     THEN :WS-COTIZ-DOLAR ELSE 1 END)
                              FROM KC02803.TBCURCTA A
                             WHERE A.NROCLI = :CLI-NROCLI
                               AND A.TIPCUEN <> '03'
                               AND (A.SALDO < 0 OR
                                    (A.ACUERDO > 0 AND
                                     A.FECVTOAC >= CURRENT DATE))), 0)
                   + VALUE((SELECT SUM(P.SALDOCAP
                              * CASE WHEN P.MONEDA = 2
                                     THEN :WS-COTIZ-DOLAR ELSE 1 END)
                              FROM KC02803.TBCURPRE P
                                   INNER JOIN KC02803.TBCURCTA C
                                      ON C.TIPCUEN = P.TIPCUEN
                                     AND C.NROCUEN = P.NROCUEN
                             WHERE C.NROCLI = :CLI-NROCLI
                               AND P.ESTADO IN ('V', 'M')), 0)
                INTO :WS-EXPO-ACTUAL
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
           END-IF.

       4700-EXPOSICION-F. EXIT.


      *-------------------------------------------------------------
      *  LEYENDA DE LA MONEDA DE LIM-MONEDA EN WS-MONEDA-LEY.
       4800-MONEDA-I.

           IF LIM-MONEDA IS EQUAL 2
              MOVE 'U$S'   TO WS-MONEDA-LEY
           ELSE
              MOVE 'PESOS' TO WS-MONEDA-LEY
           END-IF.

       4800-MONEDA-F. EXIT.


      *-------------------------------------------------------------
      *  CARGA DE UNA PROPUESTA DE LIMITE PARA EL CLIENTE MOSTRADO.
      *  QUEDA EN ESTADO 'P' HASTA QUE UN SUPERVISOR LA RESUELVA.
       5000-PROPONER-I.

           IF WS-USER-NROCLI IS EQUAL ZEROS
              MOVE CT-MNS-04 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-CARGA
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

           IF IMPI IS NOT NUMERIC OR IMPI IS EQUAL ZEROS
              MOVE CT-MNS-05 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

           IF MONI IS NOT EQUAL '1' AND
              MONI IS NOT EQUAL '2'
              MOVE CT-MNS-06 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

           IF VTOI IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE CT-MNS-07 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

      *    EL VENCIMIENTO DEBE SER UNA FECHA VALIDA Y FUTURA.
           MOVE VTOI  TO LIM-FECVTO
           MOVE ZEROS TO WS-FECHA-OK
           EXEC SQL
              SELECT CASE WHEN DATE(:LIM-FECVTO) > CURRENT DATE
                          THEN 1 ELSE 0 END
                INTO :WS-FECHA-OK
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0 OR WS-FECHA-OK IS EQUAL ZEROS
              MOVE CT-MNS-07 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

           MOVE WS-USER-NROCLI TO LIM-NROCLI CLI-NROCLI
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXISTE
                FROM KC02803.TBCURLIM
               WHERE NROCLI = :LIM-NROCLI
                 AND ESTADO = 'P'
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF
           IF WS-EXISTE IS GREATER ZEROS
              MOVE CT-MNS-10 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

           EXEC SQL
              SELECT VALUE(MAX(NROLIM), 0) + 1
                INTO :LIM-NROLIM
                FROM KC02803.TBCURLIM
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

           MOVE IMPI   TO LIM-IMPORTE
           MOVE MONI   TO LIM-MONEDA
           MOVE FIR-ID TO LIM-OPERALTA

      *    DOBLE CONTROL: LA PROPUESTA QUEDA PENDIENTE CON EL
      *    OPERADOR QUE LA CARGO; LA APRUEBA UN SUPERVISOR CON PF5.
           EXEC SQL
              INSERT INTO KC02803.TBCURLIM
                 ( NROLIM, NROCLI, IMPORTE, MONEDA, FECVTO,
                   OPERALTA, FECALTA, ESTADO, OPERAPRO, FECAPRO )
              VALUES
                 ( :LIM-NROLIM, :LIM-NROCLI, :LIM-IMPORTE,
                   :LIM-MONEDA, :LIM-FECVTO, :LIM-OPERALTA,
                   CURRENT DATE, 'P', ' ', NULL )
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

           PERFORM 4800-MONEDA-I THRU 4800-MONEDA-F
           MOVE 'LIPR'            TO AUD-ACCION
           MOVE SPACES            TO AUD-VALOR-ANT AUD-VALOR-NUE
           MOVE WS-MONEDA-LEY     TO AUD-VALOR-NUE (1:5)
           MOVE LIM-IMPORTE       TO WS-IMPORTE-ED
           MOVE WS-IMPORTE-ED     TO AUD-VALOR-NUE (6:15)
           MOVE LIM-FECVTO        TO AUD-VALOR-NUE (21:10)
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           MOVE LOW-VALUES TO IMPO MONO VTOO
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-11 TO MSGO
           END-IF.

       5000-PROPONER-F. EXIT.


      *-------------------------------------------------------------
      *  APROBACION DE LA PROPUESTA PENDIENTE: SUPERVISOR DISTINTO
      *  DE QUIEN LA CARGO. EL VIGENTE ANTERIOR PASA A HISTORIA Y
      *  LA PROPUESTA QUEDA VIGENTE, EN UNA UNIDAD DE TRABAJO.
       5500-APROBAR-I.

           IF WS-USER-NROCLI IS EQUAL ZEROS
              MOVE CT-MNS-04 TO MSGO
              GO TO 5500-APROBAR-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-APROBACION
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 5500-APROBAR-F
           END-IF

           MOVE WS-USER-NROCLI TO LIM-NROCLI CLI-NROCLI
           EXEC SQL
              SELECT NROLIM, IMPORTE, MONEDA, CHAR(FECVTO, ISO),
                     OPERALTA,
                     CASE WHEN FECVTO > CURRENT DATE
                          THEN 'S' ELSE 'N' END
                INTO :LIM-NROLIM, :LIM-IMPORTE, :LIM-MONEDA,
                     :LIM-FECVTO, :LIM-OPERALTA, :WS-LIM-RIGE
                FROM KC02803.TBCURLIM
               WHERE NROCLI = :LIM-NROCLI
                 AND ESTADO = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-12 TO MSGO
                 GO TO 5500-APROBAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5500-APROBAR-F
           END-EVALUATE

           IF LIM-OPERALTA IS EQUAL FIR-ID
              MOVE CT-MNS-13 TO MSGO
              GO TO 5500-APROBAR-F
           END-IF

           IF WS-LIM-RIGE IS NOT EQUAL 'S'
              MOVE CT-MNS-14 TO MSGO
              GO TO 5500-APROBAR-F
           END-IF

      *    EL "ANTES" PARA LA AUDITORIA: EL VIGENTE QUE SE REEMPLAZA.
           MOVE SPACES TO AUD-VALOR-ANT
           EXEC SQL
              SELECT IMPORTE
                INTO :VIG-IMPORTE
                FROM KC02803.TBCURLIM
               WHERE NROCLI = :LIM-NROCLI
                 AND ESTADO = 'V'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE VIG-IMPORTE   TO WS-IMPORTE-ED
                 MOVE WS-IMPORTE-ED TO AUD-VALOR-ANT
              WHEN NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5500-APROBAR-F
           END-EVALUATE

           EXEC SQL
              UPDATE KC02803.TBCURLIM
                 SET ESTADO = 'H'
               WHERE NROCLI = :LIM-NROCLI
                 AND ESTADO = 'V'
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0 AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              MOVE CT-MNS-08 TO MSGO
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO 5500-APROBAR-F
           END-IF

           EXEC SQL
              UPDATE KC02803.TBCURLIM
                 SET ESTADO   = 'V',
                     OPERAPRO = :FIR-ID,
                     FECAPRO  = CURRENT DATE
               WHERE NROLIM = :LIM-NROLIM
                 AND ESTADO = 'P'
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO 5500-APROBAR-F
           END-IF

           PERFORM 4800-MONEDA-I THRU 4800-MONEDA-F
           MOVE 'LIAP'            TO AUD-ACCION
           MOVE SPACES            TO AUD-VALOR-NUE
           MOVE WS-MONEDA-LEY     TO AUD-VALOR-NUE (1:5)
           MOVE LIM-IMPORTE       TO WS-IMPORTE-ED
           MOVE WS-IMPORTE-ED     TO AUD-VALOR-NUE (6:15)
           MOVE LIM-FECVTO        TO AUD-VALOR-NUE (21:10)
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-15 TO MSGO
           END-IF.

       5500-APROBAR-F. EXIT.


      *-------------------------------------------------------------
      *  RECHAZO DE LA PROPUESTA PENDIENTE (SUPERVISOR).
       5700-RECHAZAR-I.

           IF WS-USER-NROCLI IS EQUAL ZEROS
              MOVE CT-MNS-04 TO MSGO
              GO TO 5700-RECHAZAR-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-APROBACION
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 5700-RECHAZAR-F
           END-IF

           MOVE WS-USER-NROCLI TO LIM-NROCLI CLI-NROCLI
           EXEC SQL
              SELECT NROLIM, IMPORTE, MONEDA, CHAR(FECVTO, ISO)
                INTO :LIM-NROLIM, :LIM-IMPORTE, :LIM-MONEDA,
                     :LIM-FECVTO
                FROM KC02803.TBCURLIM
               WHERE NROCLI = :LIM-NROCLI
                 AND ESTADO = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-12 TO MSGO
                 GO TO 5700-RECHAZAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5700-RECHAZAR-F
           END-EVALUATE

           EXEC SQL
              UPDATE KC02803.TBCURLIM
                 SET ESTADO   = 'R',
                     OPERAPRO = :FIR-ID,
                     FECAPRO  = CURRENT DATE
               WHERE NROLIM = :LIM-NROLIM
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5700-RECHAZAR-F
           END-IF

           PERFORM 4800-MONEDA-I THRU 4800-MONEDA-F
           MOVE 'LIRE'            TO AUD-ACCION
           MOVE SPACES            TO AUD-VALOR-ANT AUD-VALOR-NUE
           MOVE WS-MONEDA-LEY     TO AUD-VALOR-ANT (1:5)
           MOVE LIM-IMPORTE       TO WS-IMPORTE-ED
           MOVE WS-IMPORTE-ED     TO AUD-VALOR-ANT (6:15)
           MOVE LIM-FECVTO        TO AUD-VALOR-ANT (21:10)
           MOVE 'RECHAZADA'       TO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-16 TO MSGO
           END-IF.

       5700-RECHAZAR-F. EXIT.


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
               FROM   (MAPLIMCO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA UN REGISTRO DE AUDITORIA CON OPERADOR FIRMADO,
      *  TERMINAL Y DOCUMENTO DEL CLIENTE. AUD-ACCION Y
      *  AUD-VALOR-ANT/AUD-VALOR-NUE SE DEJAN CARGADOS POR QUIEN
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

       IDENTIFICATION DIVISION. *> casos de cumplimiento
       PROGRAM-ID. PGMCASOS.

      *****************************************************************
      *                   CLASE SINCRÓNICA 49                         *
      *                   ===================                         *
      *    CASOS DE CUMPLIMIENTO (TBCURCAS / TBCURCAN)                *
      *                                                               *
      *    PANTALLA DEL OFICIAL DE CUMPLIMIENTO SOBRE LOS CASOS QUE   *
      *    ABRE PGMCASCG CADA NOCHE CON LAS ALERTAS DE PGMUIFMV Y     *
      *    PGMRSLSN. LA COLA TIENE LOS CASOS ABIERTOS ('A' / 'E')     *
      *    ORDENADOS POR FECHA LIMITE REGULATORIA.                    *
      *    ENTER : CASO INFORMADO (CUALQUIER ESTADO) O, SIN NUMERO,   *
      *            EL PRIMERO DE LA COLA.                             *
      *    PF7/PF8: CASO ANTERIOR / SIGUIENTE DE LA COLA.             *
      *    PF4   : ASIGNA EL CASO AL OPERADOR INFORMADO (SIN          *
      *            OPERADOR, AL FIRMADO) Y LO PASA A 'E' EN ANALISIS. *
      *            ASIGNAR A OTRO OPERADOR REQUIERE SUPERVISOR.       *
      *    PF5   : AGREGA LA NOTA AL CASO (TBCURCAN).                 *
      *    PF6   : CIERRA EL CASO COMO DESCARTADO ('D').              *
      *    PF9   : CIERRA EL CASO COMO REPORTABLE ('R'); PGMROSEX LO  *
      *            ENVIA EN EL ARCHIVO ROS DE ESA NOCHE.              *
      *            EL CIERRE EXIGE SUPERVISOR Y EL FUNDAMENTO EN LA   *
      *            NOTA; QUEDAN DECISOR, FECHA Y HORA EN EL CASO.     *
      *    REQUIERE OPERADOR FIRMADO.                                 *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                 'INGRESE EL CASO (O ENTER PARA LA COLA) - PF7/PF8 NAVEG
      -          'A'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                   'NUMERO DE CASO INVALIDO - REINGRESE'.
             05 CT-MNS-03         PIC X(72) VALUE
                   'SIN CASOS ABIERTOS EN LA COLA'.
             05 CT-MNS-04         PIC X(72) VALUE
                   'FIN DE LA COLA'.
             05 CT-MNS-05         PIC X(72) VALUE
                   'PRINCIPIO DE LA COLA'.
             05 CT-MNS-06         PIC X(72) VALUE
                   'MUESTRE UN CASO ANTES DE OPERAR'.
             05 CT-MNS-07         PIC X(72) VALUE
                   'CASO INEXISTENTE'.
             05 CT-MNS-08         PIC X(72) VALUE
                                       'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                   'EL CASO YA ESTA CERRADO'.
             05 CT-MNS-11         PIC X(72) VALUE
                   'INGRESE EL TEXTO DE LA NOTA'.
             05 CT-MNS-12         PIC X(72) VALUE
                   'INGRESE EL FUNDAMENTO DE LA DECISION EN LA NOTA'.
             05 CT-MNS-13         PIC X(72) VALUE
                   'CASO ASIGNADO'.
             05 CT-MNS-14         PIC X(72) VALUE
                   'NOTA REGISTRADA'.
             05 CT-MNS-15         PIC X(72) VALUE
                   'CASO CERRADO COMO DESCARTADO'.
             05 CT-MNS-16         PIC X(72) VALUE
                   'CASO CERRADO COMO REPORTABLE - SALE EN EL PROXIMO RO
      -            'S'.
             05 CT-MNS-17         PIC X(72) VALUE
                   'PF4 ASIGNA - PF5 NOTA - PF6 DESCARTA - PF9 REPORTABL
      -            'E'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPCASO'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPCASO'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'KCAF'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPCASO.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
      *  LA POSICION EN LA COLA (CERO SI EL CASO SE PIDIO POR
      *  NUMERO) Y EL CASO MOSTRADO VIAJAN EN LA COMMAREA.
       01  WS-COMMAREA.
           03 WS-USER-POS              PIC 9(05).
           03 WS-USER-NROCASO          PIC 9(09).
           03 FILLER                   PIC X(11).

      *-----------   RECORRIDO DE LA COLA   --------------------------
       77  WS-FETCHED              PIC 9(05)      VALUE ZEROS.
       77  WS-FIN-CURSOR           PIC X          VALUE 'N'.
       77  WS-HALLADO              PIC X          VALUE 'N'.
       77  WS-NUEVO-ESTADO         PIC X(01)      VALUE SPACES.

      *    CIERRE DEL CASO: SOLO SUPERVISOR.
       77  WS-NIVEL-REQUERIDO      PIC 9(01)      VALUE 3.

      *-----------   HOST VARIABLES DB2   ----------------------------
       77  REG-CANTIDAD            PIC S9(9) COMP VALUE ZEROS.
       77  REG-DIAS                PIC S9(9) COMP VALUE ZEROS.
       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

       01  DCLTBCURCAS.
           10 CAS-NROCASO     PIC S9(9)V     USAGE COMP-3.
           10 CAS-ORIGEN      PIC X(2).
           10 CAS-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 CAS-TIPDOC      PIC X(2).
           10 CAS-NRODOC      PIC S9(11)V    USAGE COMP-3.
           10 CAS-NOMAPE      PIC X(30).
           10 CAS-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 CAS-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 CAS-CANTALER    PIC S9(5)V     USAGE COMP-3.
           10 CAS-TIPOLISTA   PIC X(1).
           10 CAS-DETALLE     PIC X(40).
           10 CAS-FECALTA     PIC X(10).
           10 CAS-FECULTAL    PIC X(10).
           10 CAS-FECLIMITE   PIC X(10).
           10 CAS-ESTADO      PIC X(1).
           10 CAS-ASIGNADO    PIC X(3).
           10 CAS-FECASIG     PIC X(10).
           10 CAS-DECISOR     PIC X(3).
           10 CAS-FECDECIS    PIC X(10).
           10 CAS-HORDECIS    PIC X(8).
           10 CAS-FECEXPORT   PIC X(10).
           10 CAS-CANTNOTAS   PIC S9(3)V     USAGE COMP-3.

       01  DCLTBCURCAN.
           10 CAN-NROCASO     PIC S9(9)V     USAGE COMP-3.
           10 CAN-FECNOTA     PIC X(10).
           10 CAN-HORNOTA     PIC X(8).
           10 CAN-OPERADOR    PIC X(3).
           10 CAN-TIPONOTA    PIC X(1).
           10 CAN-TEXTO       PIC X(60).

      *-----------   LINEAS ARMADAS DEL CASO   -----------------------
       01  WS-LINEA-POS.
           03 FILLER               PIC X(05)      VALUE 'COLA '.
           03 LPO-POS              PIC ZZZZ9.
           03 FILLER               PIC X(04)      VALUE ' DE '.
           03 LPO-CANT             PIC ZZZZ9.

       01  WS-LINEA-CASO.
           03 FILLER               PIC X(06)      VALUE 'CASO: '.
           03 LCA-NROCASO          PIC 9(09).
           03 FILLER               PIC X(09)      VALUE ' ORIGEN: '.
           03 LCA-ORIGEN           PIC X(02).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCA-ORIDES           PIC X(20).
           03 FILLER               PIC X(09)      VALUE ' ESTADO: '.
           03 LCA-ESTADO           PIC X(01).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCA-ESTDES           PIC X(12).

       01  WS-LINEA-CLI.
           03 FILLER               PIC X(09)      VALUE 'CLIENTE: '.
           03 LCL-NROCLI           PIC 9(07).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCL-TIPDOC           PIC X(02).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 LCL-NRODOC           PIC 9(11).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCL-NOMAPE           PIC X(30).

       01  WS-LINEA-IMP.
           03 FILLER               PIC X(08)      VALUE 'MONEDA: '.
           03 LIM-MONEDA           PIC 9(01).
           03 FILLER               PIC X(10)      VALUE ' IMPORTE: '.
           03 LIM-IMPORTE          PIC -(11)9.99.
           03 FILLER               PIC X(10)      VALUE ' ALERTAS: '.
           03 LIM-CANTALER         PIC ZZZZ9.
           03 FILLER               PIC X(08)      VALUE ' LISTA: '.
           03 LIM-TIPOLISTA        PIC X(01).

       01  WS-LINEA-DET.
           03 FILLER               PIC X(09)      VALUE 'DETALLE: '.
           03 LDE-DETALLE          PIC X(40).

       01  WS-LINEA-FECHAS.
           03 FILLER               PIC X(06)      VALUE 'ALTA: '.
           03 LFE-FECALTA          PIC X(10).
           03 FILLER               PIC X(13)      VALUE
                                                  ' ULT.ALERTA: '.
           03 LFE-FECULTAL         PIC X(10).
           03 FILLER               PIC X(09)      VALUE ' LIMITE: '.
           03 LFE-FECLIMITE        PIC X(10).
           03 FILLER               PIC X(07)      VALUE ' DIAS: '.
           03 LFE-DIAS             PIC -(4)9.

       01  WS-LINEA-DECIS.
           03 FILLER               PIC X(10)      VALUE 'ASIGNADO: '.
           03 LDC-ASIGNADO         PIC X(03).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LDC-FECASIG          PIC X(10).
           03 FILLER               PIC X(12)      VALUE
                                                  '  DECISION: '.
           03 LDC-DECISOR          PIC X(03).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LDC-FECDECIS         PIC X(10).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LDC-HORDECIS         PIC X(05).

       01  WS-LINEA-NOTA.
           03 LNO-FECNOTA          PIC X(10).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LNO-HORNOTA          PIC X(05).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LNO-OPERADOR         PIC X(03).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LNO-TEXTO            PIC X(55).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    COLA DE CASOS ABIERTOS, EL VENCIMIENTO MAS PROXIMO PRIMERO.
           EXEC SQL
              DECLARE CURSORCASO CURSOR FOR
                 SELECT NROCASO, ORIGEN, NROCLI, TIPDOC, NRODOC,
                        NOMAPE, MONEDA, IMPORTE, CANTALER, TIPOLISTA,
                        DETALLE, CHAR(FECALTA, ISO),
                        CHAR(FECULTAL, ISO), CHAR(FECLIMITE, ISO),
                        ESTADO, ASIGNADO,
                        VALUE(CHAR(FECASIG, ISO), ' '),
                        DECISOR,
                        VALUE(CHAR(FECDECIS, ISO), ' '),
                        HORDECIS, CANTNOTAS,
                        DAYS(FECLIMITE) - DAYS(CURRENT DATE)
                 FROM KC02803.TBCURCAS
                 WHERE ESTADO IN ('A', 'E')
                 ORDER BY FECLIMITE, NROCASO
           END-EXEC.

      *---- FIRMA DE OPERADOR (PGMSICAF) POR TERMINAL ----------------
      *    NIVELES: 1 CONSULTA / 2 CAJERO / 3 SUPERVISOR. CONSULTAR,
      *    TOMAR Y ANOTAR CASOS ESTA ABIERTO A TODO OPERADOR FIRMADO;
      *    ASIGNAR A OTRO Y CERRAR EXIGEN WS-NIVEL-REQUERIDO.
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

           MOVE LOW-VALUES TO MAPCASOO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE ZEROS TO WS-USER-POS WS-USER-NROCASO
              MOVE LENGTH OF MAPCASOO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPCASOO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPCASOI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPCASOO
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

              WHEN DFHPF7
                 IF WS-USER-POS IS GREATER 1
                    SUBTRACT 1 FROM WS-USER-POS
                    PERFORM 4500-MOSTRAR-COLA-I
                       THRU 4500-MOSTRAR-COLA-F
                 ELSE
                    MOVE CT-MNS-05 TO MSGO
                 END-IF

              WHEN DFHPF8
                 IF WS-USER-POS IS EQUAL ZEROS
                    MOVE 1 TO WS-USER-POS
                    PERFORM 4500-MOSTRAR-COLA-I
                       THRU 4500-MOSTRAR-COLA-F
                    IF WS-HALLADO IS EQUAL 'N' AND
                       MSGO IS NOT EQUAL CT-MNS-08
                       MOVE ZEROS TO WS-USER-POS
                       MOVE CT-MNS-03 TO MSGO
                    END-IF
                 ELSE
                    ADD 1 TO WS-USER-POS
                    PERFORM 4500-MOSTRAR-COLA-I
                       THRU 4500-MOSTRAR-COLA-F
                    IF WS-HALLADO IS EQUAL 'N'
                       SUBTRACT 1 FROM WS-USER-POS
                       PERFORM 4500-MOSTRAR-COLA-I
                          THRU 4500-MOSTRAR-COLA-F
                       MOVE CT-MNS-04 TO MSGO
                    END-IF
                 END-IF

              WHEN DFHPF4
                 PERFORM 5000-ASIGNAR-I THRU 5000-ASIGNAR-F

              WHEN DFHPF5
                 PERFORM 5500-ANOTAR-I THRU 5500-ANOTAR-F

              WHEN DFHPF6
                 MOVE 'D' TO WS-NUEVO-ESTADO
                 PERFORM 6000-CERRAR-I THRU 6000-CERRAR-F

              WHEN DFHPF9
                 MOVE 'R' TO WS-NUEVO-ESTADO
                 PERFORM 6000-CERRAR-I THRU 6000-CERRAR-F

              WHEN DFHPF3
                 MOVE LOW-VALUES TO MAPCASOO
                 MOVE ZEROS TO WS-USER-POS WS-USER-NROCASO
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
      *  CON NUMERO DE CASO LO MUESTRA EN CUALQUIER ESTADO; SIN
      *  NUMERO ARRANCA LA COLA DESDE EL PRIMER CASO.
       4000-ENTER-I.

           EVALUATE TRUE
              WHEN CASOI IS EQUAL TO (SPACES OR LOW-VALUES)
                 MOVE 1 TO WS-USER-POS
                 PERFORM 4500-MOSTRAR-COLA-I THRU 4500-MOSTRAR-COLA-F
                 IF WS-HALLADO IS EQUAL 'N' AND
                    MSGO IS NOT EQUAL CT-MNS-08
                    MOVE ZEROS TO WS-USER-POS
                    MOVE CT-MNS-03 TO MSGO
                 END-IF
              WHEN CASOI IS NUMERIC AND CASOI IS GREATER ZEROS
                 MOVE ZEROS TO WS-USER-POS
                 MOVE CASOI TO WS-USER-NROCASO
                 PERFORM 4800-MOSTRAR-NRO-I THRU 4800-MOSTRAR-NRO-F
                 IF WS-HALLADO IS EQUAL 'N' AND
                    MSGO IS NOT EQUAL CT-MNS-08
                    MOVE ZEROS TO WS-USER-NROCASO
                    MOVE CT-MNS-07 TO MSGO
                 END-IF
              WHEN OTHER
                 MOVE CT-MNS-02 TO MSGO
           END-EVALUATE.

       4000-ENTER-F. EXIT.


      *-------------------------------------------------------------
      *  MUESTRA EL CASO WS-USER-POS DE LA COLA: LOS ANTERIORES SE
      *  LEEN SIN MOSTRARSE, COMO EL PAGINADO DE PGMMINIE.
       4500-MOSTRAR-COLA-I.

           MOVE 'N' TO WS-HALLADO
           MOVE ZEROS TO WS-USER-NROCASO
           PERFORM 4900-LIMPIAR-I THRU 4900-LIMPIAR-F

           EXEC SQL
              SELECT COUNT(*)
                INTO :REG-CANTIDAD
                FROM KC02803.TBCURCAS
               WHERE ESTADO IN ('A', 'E')
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 4500-MOSTRAR-COLA-F
           END-IF

           IF WS-USER-POS IS GREATER REG-CANTIDAD
              GO TO 4500-MOSTRAR-COLA-F
           END-IF

           MOVE ZEROS TO WS-FETCHED
           MOVE 'N' TO WS-FIN-CURSOR

           EXEC SQL OPEN CURSORCASO END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 4500-MOSTRAR-COLA-F
           END-IF

           PERFORM 4600-LEER-COLA-I THRU 4600-LEER-COLA-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'
                 OR WS-FETCHED IS EQUAL WS-USER-POS

           EXEC SQL CLOSE CURSORCASO END-EXEC

           IF WS-FETCHED IS NOT EQUAL WS-USER-POS
              GO TO 4500-MOSTRAR-COLA-F
           END-IF

           MOVE 'S' TO WS-HALLADO
           MOVE CAS-NROCASO TO WS-USER-NROCASO
           MOVE WS-USER-POS  TO LPO-POS
           MOVE REG-CANTIDAD TO LPO-CANT
           MOVE WS-LINEA-POS TO POSO
           PERFORM 4700-ARMAR-CASO-I THRU 4700-ARMAR-CASO-F
           MOVE CT-MNS-17 TO MSGO.

       4500-MOSTRAR-COLA-F. EXIT.


      *-------------------------------------------------------------
       4600-LEER-COLA-I.

           EXEC SQL
              FETCH CURSORCASO INTO :CAS-NROCASO,
                                    :CAS-ORIGEN,
                                    :CAS-NROCLI,
                                    :CAS-TIPDOC,
                                    :CAS-NRODOC,
                                    :CAS-NOMAPE,
                                    :CAS-MONEDA,
                                    :CAS-IMPORTE,
                                    :CAS-CANTALER,
                                    :CAS-TIPOLISTA,
                                    :CAS-DETALLE,
                                    :CAS-FECALTA,
                                    :CAS-FECULTAL,
                                    :CAS-FECLIMITE,
                                    :CAS-ESTADO,
                                    :CAS-ASIGNADO,
                                    :CAS-FECASIG,
                                    :CAS-DECISOR,
                                    :CAS-FECDECIS,
                                    :CAS-HORDECIS,
                                    :CAS-CANTNOTAS,
                                    :REG-DIAS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-FETCHED
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'S' TO WS-FIN-CURSOR
           END-EVALUATE.

       4600-LEER-COLA-F. EXIT.


      *-------------------------------------------------------------
       4700-ARMAR-CASO-I.

           MOVE CAS-NROCASO  TO LCA-NROCASO CASOO
           MOVE CAS-ORIGEN   TO LCA-ORIGEN
           EVALUATE CAS-ORIGEN
              WHEN 'UN'  MOVE 'MOVIMIENTO UNITARIO'  TO LCA-ORIDES
              WHEN 'AC'  MOVE 'ACUMULADO MENSUAL'    TO LCA-ORIDES
              WHEN 'FR'  MOVE 'FRACCIONAMIENTO'      TO LCA-ORIDES
              WHEN 'LS'  MOVE 'LISTA DE CONTROL'     TO LCA-ORIDES
              WHEN OTHER MOVE SPACES                 TO LCA-ORIDES
           END-EVALUATE
           MOVE CAS-ESTADO   TO LCA-ESTADO
           EVALUATE CAS-ESTADO
              WHEN 'A'  MOVE 'ABIERTO'               TO LCA-ESTDES
              WHEN 'E'  MOVE 'EN ANALISIS'           TO LCA-ESTDES
              WHEN 'D'  MOVE 'DESCARTADO'            TO LCA-ESTDES
              WHEN 'R'  MOVE 'REPORTABLE'            TO LCA-ESTDES
              WHEN 'X'  MOVE 'REPORTADO'             TO LCA-ESTDES
              WHEN OTHER MOVE SPACES                 TO LCA-ESTDES
           END-EVALUATE
           MOVE WS-LINEA-CASO TO LIN1O

           MOVE CAS-NROCLI   TO LCL-NROCLI
           MOVE CAS-TIPDOC   TO LCL-TIPDOC
           MOVE CAS-NRODOC   TO LCL-NRODOC
           MOVE CAS-NOMAPE   TO LCL-NOMAPE
           MOVE WS-LINEA-CLI TO LIN2O

           MOVE CAS-MONEDA    TO LIM-MONEDA
           MOVE CAS-IMPORTE   TO LIM-IMPORTE
           MOVE CAS-CANTALER  TO LIM-CANTALER
           MOVE CAS-TIPOLISTA TO LIM-TIPOLISTA
           MOVE WS-LINEA-IMP  TO LIN3O

           MOVE CAS-DETALLE   TO LDE-DETALLE
           MOVE WS-LINEA-DET  TO LIN4O

           MOVE CAS-FECALTA   TO LFE-FECALTA
           MOVE CAS-FECULTAL  TO LFE-FECULTAL
           MOVE CAS-FECLIMITE TO LFE-FECLIMITE
           MOVE REG-DIAS      TO LFE-DIAS
           MOVE WS-LINEA-FECHAS TO LIN5O

           MOVE CAS-ASIGNADO  TO LDC-ASIGNADO
           MOVE CAS-FECASIG   TO LDC-FECASIG
           MOVE CAS-DECISOR   TO LDC-DECISOR
           MOVE CAS-FECDECIS  TO LDC-FECDECIS
           MOVE CAS-HORDECIS  TO LDC-HORDECIS
           MOVE WS-LINEA-DECIS TO LIN6O

      *    ULTIMA NOTA DEL CASO.
           MOVE CAS-NROCASO TO CAN-NROCASO
           EXEC SQL
              SELECT CHAR(FECNOTA, ISO), HORNOTA, OPERADOR, TEXTO
                INTO :CAN-FECNOTA, :CAN-HORNOTA, :CAN-OPERADOR,
                     :CAN-TEXTO
                FROM KC02803.TBCURCAN
               WHERE NROCASO = :CAN-NROCASO
               ORDER BY FECNOTA DESC, HORNOTA DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE IS EQUAL 0
              MOVE CAN-FECNOTA   TO LNO-FECNOTA
              MOVE CAN-HORNOTA   TO LNO-HORNOTA
              MOVE CAN-OPERADOR  TO LNO-OPERADOR
              MOVE CAN-TEXTO     TO LNO-TEXTO
              MOVE WS-LINEA-NOTA TO LIN7O
           END-IF.

       4700-ARMAR-CASO-F. EXIT.


      *-------------------------------------------------------------
      *  MUESTRA EL CASO WS-USER-NROCASO, EN CUALQUIER ESTADO.
       4800-MOSTRAR-NRO-I.

           MOVE 'N' TO WS-HALLADO
           PERFORM 4900-LIMPIAR-I THRU 4900-LIMPIAR-F
           MOVE WS-USER-NROCASO TO CAS-NROCASO

           EXEC SQL
              SELECT NROCASO, ORIGEN, NROCLI, TIPDOC, NRODOC,
                     NOMAPE, MONEDA, IMPORTE, CANTALER, TIPOLISTA,
                     DETALLE, CHAR(FECALTA, ISO),
                     CHAR(FECULTAL, ISO), CHAR(FECLIMITE, ISO),
                     ESTADO, ASIGNADO,
                     VALUE(CHAR(FECASIG, ISO), ' '),
                     DECISOR,
                     VALUE(CHAR(FECDECIS, ISO), ' '),
                     HORDECIS, CANTNOTAS,
                     DAYS(FECLIMITE) - DAYS(CURRENT DATE)
                INTO :CAS-NROCASO, :CAS-ORIGEN, :CAS-NROCLI,
                     :CAS-TIPDOC, :CAS-NRODOC, :CAS-NOMAPE,
                     :CAS-MONEDA, :CAS-IMPORTE, :CAS-CANTALER,
                     :CAS-TIPOLISTA, :CAS-DETALLE, :CAS-FECALTA,
                     :CAS-FECULTAL, :CAS-FECLIMITE, :CAS-ESTADO,
                     :CAS-ASIGNADO, :CAS-FECASIG, :CAS-DECISOR,
                     :CAS-FECDECIS, :CAS-HORDECIS, :CAS-CANTNOTAS,
                     :REG-DIAS
                FROM KC02803.TBCURCAS
               WHERE NROCASO = :CAS-NROCASO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S' TO WS-HALLADO
                 PERFORM 4700-ARMAR-CASO-I THRU 4700-ARMAR-CASO-F
                 MOVE CT-MNS-17 TO MSGO
              WHEN NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
           END-EVALUATE.

       4800-MOSTRAR-NRO-F. EXIT.


      *-------------------------------------------------------------
       4900-LIMPIAR-I.

           MOVE SPACES TO POSO LIN1O LIN2O LIN3O LIN4O LIN5O
                          LIN6O LIN7O.

       4900-LIMPIAR-F. EXIT.


      *-------------------------------------------------------------
      *  TOMA O ASIGNA EL CASO MOSTRADO: PASA A 'E' EN ANALISIS.
       5000-ASIGNAR-I.

           IF WS-USER-NROCASO IS EQUAL ZEROS
              MOVE CT-MNS-06 TO MSGO
              GO TO 5000-ASIGNAR-F
           END-IF

           IF ASIGI IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE FIR-ID TO CAS-ASIGNADO
           ELSE
              MOVE ASIGI  TO CAS-ASIGNADO
           END-IF
           IF CAS-ASIGNADO IS NOT EQUAL FIR-ID AND
              FIR-NIVEL IS LESS WS-NIVEL-REQUERIDO
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 5000-ASIGNAR-F
           END-IF

           MOVE WS-USER-NROCASO TO CAS-NROCASO
           EXEC SQL
              UPDATE KC02803.TBCURCAS
                 SET ESTADO    = 'E',
                     ASIGNADO  = :CAS-ASIGNADO,
                     FECASIG   = CURRENT DATE,
                     CANTNOTAS = CANTNOTAS + 1
               WHERE NROCASO = :CAS-NROCASO
                 AND ESTADO IN ('A', 'E')
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-10 TO MSGO
                 GO TO 5000-ASIGNAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5000-ASIGNAR-F
           END-EVALUATE

           MOVE 'A'    TO CAN-TIPONOTA
           MOVE SPACES TO CAN-TEXTO
           STRING 'ASIGNADO A ' CAS-ASIGNADO
                  DELIMITED BY SIZE INTO CAN-TEXTO
           PERFORM 7500-GRABAR-NOTA-I THRU 7500-GRABAR-NOTA-F
           IF SQLCODE IS NOT EQUAL 0
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-ASIGNAR-F
           END-IF

           MOVE LOW-VALUES TO ASIGO
           PERFORM 4800-MOSTRAR-NRO-I THRU 4800-MOSTRAR-NRO-F
           MOVE CT-MNS-13 TO MSGO.

       5000-ASIGNAR-F. EXIT.


      *-------------------------------------------------------------
      *  NOTA DEL ANALISTA SOBRE EL CASO MOSTRADO.
       5500-ANOTAR-I.

           IF WS-USER-NROCASO IS EQUAL ZEROS
              MOVE CT-MNS-06 TO MSGO
              GO TO 5500-ANOTAR-F
           END-IF

           IF NOTAI IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE CT-MNS-11 TO MSGO
              GO TO 5500-ANOTAR-F
           END-IF

           MOVE WS-USER-NROCASO TO CAS-NROCASO
           EXEC SQL
              UPDATE KC02803.TBCURCAS
                 SET CANTNOTAS = CANTNOTAS + 1
               WHERE NROCASO = :CAS-NROCASO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-07 TO MSGO
                 GO TO 5500-ANOTAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5500-ANOTAR-F
           END-EVALUATE

           MOVE 'N'   TO CAN-TIPONOTA
           MOVE NOTAI TO CAN-TEXTO
           PERFORM 7500-GRABAR-NOTA-I THRU 7500-GRABAR-NOTA-F
           IF SQLCODE IS NOT EQUAL 0
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE CT-MNS-08 TO MSGO
              GO TO 5500-ANOTAR-F
           END-IF

           MOVE LOW-VALUES TO NOTAO
           PERFORM 4800-MOSTRAR-NRO-I THRU 4800-MOSTRAR-NRO-F
           MOVE CT-MNS-14 TO MSGO.

       5500-ANOTAR-F. EXIT.


      *-------------------------------------------------------------
      *  CIERRA EL CASO MOSTRADO CON WS-NUEVO-ESTADO ('D' / 'R'):
      *  SUPERVISOR, CON EL FUNDAMENTO EN LA NOTA. EN LA COLA SU
      *  LUGAR LO TOMA EL CASO SIGUIENTE.
       6000-CERRAR-I.

           IF WS-USER-NROCASO IS EQUAL ZEROS
              MOVE CT-MNS-06 TO MSGO
              GO TO 6000-CERRAR-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-REQUERIDO
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 6000-CERRAR-F
           END-IF

           IF NOTAI IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE CT-MNS-12 TO MSGO
              GO TO 6000-CERRAR-F
           END-IF

           PERFORM 7000-TIME-I THRU 7000-TIME-F
           MOVE WS-USER-NROCASO TO CAS-NROCASO
           MOVE FIR-ID          TO CAS-DECISOR
           MOVE WS-HORA         TO CAS-HORDECIS
           MOVE WS-NUEVO-ESTADO TO CAS-ESTADO

           EXEC SQL
              UPDATE KC02803.TBCURCAS
                 SET ESTADO    = :CAS-ESTADO,
                     DECISOR   = :CAS-DECISOR,
                     FECDECIS  = CURRENT DATE,
                     HORDECIS  = :CAS-HORDECIS,
                     CANTNOTAS = CANTNOTAS + 1
               WHERE NROCASO = :CAS-NROCASO
                 AND ESTADO IN ('A', 'E')
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-10 TO MSGO
                 GO TO 6000-CERRAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 6000-CERRAR-F
           END-EVALUATE

           MOVE 'D'   TO CAN-TIPONOTA
           MOVE NOTAI TO CAN-TEXTO
           PERFORM 7500-GRABAR-NOTA-I THRU 7500-GRABAR-NOTA-F
           IF SQLCODE IS NOT EQUAL 0
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE CT-MNS-08 TO MSGO
              GO TO 6000-CERRAR-F
           END-IF

           MOVE LOW-VALUES TO NOTAO
           IF WS-USER-POS IS GREATER ZEROS
              PERFORM 4500-MOSTRAR-COLA-I THRU 4500-MOSTRAR-COLA-F
              IF WS-HALLADO IS EQUAL 'N' AND WS-USER-POS IS GREATER 1
                 SUBTRACT 1 FROM WS-USER-POS
                 PERFORM 4500-MOSTRAR-COLA-I THRU 4500-MOSTRAR-COLA-F
              END-IF
              IF WS-HALLADO IS EQUAL 'N'
                 MOVE ZEROS TO WS-USER-POS
              END-IF
           ELSE
              PERFORM 4800-MOSTRAR-NRO-I THRU 4800-MOSTRAR-NRO-F
           END-IF

           IF WS-NUEVO-ESTADO IS EQUAL 'D'
              MOVE CT-MNS-15 TO MSGO
           ELSE
              MOVE CT-MNS-16 TO MSGO
           END-IF.

       6000-CERRAR-F. EXIT.


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


      *-------------------------------------------------------------
      *  NOTA EN LA BITACORA DEL CASO CON OPERADOR Y FECHA/HORA.
       7500-GRABAR-NOTA-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F
           MOVE WS-USER-NROCASO TO CAN-NROCASO
           MOVE WS-HORA         TO CAN-HORNOTA
           MOVE FIR-ID          TO CAN-OPERADOR

           EXEC SQL
              INSERT INTO KC02803.TBCURCAN
                 ( NROCASO, FECNOTA, HORNOTA, OPERADOR, TIPONOTA,
                   TEXTO )
              VALUES
                 ( :CAN-NROCASO, CURRENT DATE, :CAN-HORNOTA,
                   :CAN-OPERADOR, :CAN-TIPONOTA, :CAN-TEXTO )
           END-EXEC.

       7500-GRABAR-NOTA-F. EXIT.


      *----------------------------------------------------------
       8000-SEND-MAPA-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           EXEC CICS SEND
               MAP    (WS-MAP)
               MAPSET (WS-MAPSET)
               FROM   (MAPCASOO)
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

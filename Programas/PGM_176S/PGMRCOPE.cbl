       IDENTIFICATION DIVISION. *> recertificacion de operadores
       PROGRAM-ID. PGMRCOPE.

      *****************************************************************
      *                   CLASE SINCRÓNICA 176                        *
      *                   ====================                        *
      *    ATESTACION DE LA RECERTIFICACION DE ACCESOS                *
      *                                                               *
      *    EL SUPERVISOR RECORRE LOS OPERADORES DE SU SUCURSAL QUE    *
      *    LA CAMPANA TRIMESTRAL (PGMRCSEL, TBCURRCO) DEJO            *
      *    PENDIENTES DENTRO DE PLAZO, CON NIVEL, ULTIMA FIRMA, DIAS  *
      *    DE INACTIVIDAD Y FALLAS DE AUTENTICACION, Y ATESTA CADA    *
      *    UNO.                                                       *
      *    ENTER : PRIMER PENDIENTE. SUCURSAL VACIA = LA DEL          *
      *            SUPERVISOR; OTRA SUCURSAL SOLO DESDE CASA CENTRAL. *
      *    PF8   : SIGUIENTE PENDIENTE.                               *
      *    PF6   : ATESTA EL OPERADOR MOSTRADO:                       *
      *            'M' SE MANTIENE EL ACCESO COMO ESTA                *
      *            'N' SE BAJA AL NIVEL NUEVO (MENOR QUE EL ACTUAL)   *
      *            'D' SE DESHABILITA (ESTADO 'D' EN OPERCAF)         *
      *            LA FILA Y EL PERFIL SE GRABAN EN LA MISMA UNIDAD   *
      *            DE TRABAJO; CON 'N' O 'D' SE BORRA LA FIRMA        *
      *            VIGENTE DEL OPERADOR, QUE DEBE VOLVER A FIRMAR.    *
      *            NADIE ATESTA SU PROPIO ACCESO. CADA ATESTACION SE  *
      *            AUDITA EN LA COLA 'AUDC' (ACCION 'RCER').          *
      *    LO QUE NO SE ATESTA EN PLAZO LO DESHABILITA PGMRCVEN.      *
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
                  'ENTER MUESTRA EL PRIMER PENDIENTE DE ATESTAR'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                          'SUCURSAL INVALIDA'.
             05 CT-MNS-03         PIC X(72) VALUE
                  'SOLO CASA CENTRAL ATESTA OTRAS SUCURSALES'.
             05 CT-MNS-04         PIC X(72) VALUE
                  'NO HAY OPERADORES PENDIENTES DE ATESTAR'.
             05 CT-MNS-05         PIC X(72) VALUE
                  'DECISION INVALIDA - M MANTIENE/N BAJA/D DESHABILITA'.
             05 CT-MNS-06         PIC X(72) VALUE
                  'NIVEL NUEVO INVALIDO - DEBE SER MENOR QUE EL ACTUAL'.
             05 CT-MNS-07         PIC X(72) VALUE
                  'NO SE PUEDE ATESTAR EL PROPIO ACCESO'.
             05 CT-MNS-08         PIC X(72) VALUE
                                        'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                  'PROBLEMA CON EL ARCHIVO DE PERFILES'.
             05 CT-MNS-11         PIC X(72) VALUE
                  'EL OPERADOR YA FUE ATESTADO O VENCIO EL PLAZO'.
             05 CT-MNS-12         PIC X(72) VALUE
                  'ATESTACION REGISTRADA - SE MUESTRA EL SIGUIENTE'.
             05 CT-MNS-13         PIC X(72) VALUE
                  'PF6 ATESTA (M/N/D) - PF8 SIGUIENTE'.
             05 CT-MNS-14         PIC X(72) VALUE
                  'NO HAY MAS PENDIENTES - ENTER VUELVE AL PRIMERO'.
             05 CT-MNS-15         PIC X(72) VALUE
                  'ATESTACION REGISTRADA - NO QUEDAN PENDIENTES'.
             05 CT-MNS-16         PIC X(72) VALUE
                  'MUESTRE UN OPERADOR CON ENTER ANTES DE ATESTAR'.

           03 CT-DATASET          PIC X(08)           VALUE 'OPERCAF '.
           03 CT-DATASET-KEYLEN   PIC S9(04) COMP     VALUE 3.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPRCOP'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPRCOP'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'RCER'.
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
           COPY MAPRCOP.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
       01  WS-COMMAREA.
      *    SUCURSAL QUE SE ATESTA Y OPERADOR EN PANTALLA.
           03 WS-USER-SUC              PIC 9(02).
           03 WS-USER-FECCAMP          PIC X(10).
           03 WS-USER-OPERADOR         PIC X(03).
           03 FILLER                   PIC X(10).

      *-----------   VARIABLES DE VALIDACION   ----------------------
       77  WS-DATO-VALIDO              PIC X.
           88 DATOOK                                  VALUE 'Y'.
           88 DATOOK-NO                               VALUE 'N'.

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

       77  WS-SUC-ING              PIC X(02)      VALUE SPACES.
       77  WS-DECISION             PIC X(01)      VALUE SPACES.
       77  WS-NIVEL-ING            PIC X(01)      VALUE SPACES.
       77  WS-NIVEL-NUEVO          PIC 9(01)      VALUE ZEROS.

      *-----------   HOST VARIABLES DB2 (TBCURRCO)   ----------------
       01  DCLTBCURRCO.
           10 RCO-FECCAMP     PIC X(10).
           10 RCO-OPERADOR    PIC X(3).
           10 RCO-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 RCO-NOMBRE      PIC X(30).
           10 RCO-NIVEL       PIC S9(1)V     USAGE COMP-3.
           10 RCO-FECULTFIR   PIC X(10).
           10 RCO-DIASINAC    PIC S9(5)V     USAGE COMP-3.
           10 RCO-FALLAS      PIC S9(5)V     USAGE COMP-3.
           10 RCO-FECLIMITE   PIC X(10).
           10 RCO-ESTADO      PIC X(1).
           10 RCO-NIVNUEVO    PIC S9(1)V     USAGE COMP-3.
           10 RCO-ATESTA      PIC X(3).
           10 RCO-HORAATES    PIC X(8).

       77  IND-FECULTFIR           PIC S9(4) COMP VALUE ZEROS.
       77  WS-SUC                  PIC S9(2)V     USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-PENDIENTES           PIC S9(9)      USAGE COMP
                                                  VALUE ZEROES.

      *---- PERFIL DE OPERADOR (ARCHIVO OPERCAF) ---------------------
       01  REG-OPERCAF.
           05 OPF-ID               PIC X(03).
           05 OPF-NOMBRE           PIC X(30).
           05 OPF-SUC              PIC 9(02).
           05 OPF-NIVEL            PIC 9(01).
           05 OPF-CLAVE            PIC X(08).
           05 OPF-FECCLAVE         PIC 9(08).
           05 OPF-INTENTOS         PIC 9(01).
           05 OPF-ESTADO           PIC X(01).
           05 OPF-CLAVE-ANT1       PIC X(08).
           05 OPF-CLAVE-ANT2       PIC X(08).
           05 OPF-TERMFIRMA        PIC X(04).
           05 OPF-FECFIRMA         PIC 9(08).

      *    VALOR AUDITADO DE UNA ATESTACION (30 POSICIONES).
       01  WS-AUD-ATESTA.
           03 AAT-OPERADOR         PIC X(03)      VALUE SPACES.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 AAT-ESTADO           PIC X(01)      VALUE SPACES.
           03 FILLER               PIC X(07)      VALUE ' NIVEL '.
           03 AAT-NIVEL            PIC 9(01)      VALUE ZEROS.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 AAT-FECCAMP          PIC X(10)      VALUE SPACES.
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

      *    FIRMA VIGENTE EN LA TERMINAL DEL OPERADOR ATESTADO.
       01  WS-REG-FIRMA-TERM.
           05 FIT-ID               PIC X(03).
           05 FILLER               PIC X(33).

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

           MOVE LOW-VALUES TO MAPRCOPO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE ZEROS  TO WS-USER-SUC
              MOVE SPACES TO WS-USER-FECCAMP WS-USER-OPERADOR
              MOVE LENGTH OF MAPRCOPO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPRCOPO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPRCOPI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPRCOPI

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

              WHEN DFHPF6
                 PERFORM 3600-PF6-I   THRU 3600-PF6-F

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
      *  PRIMER PENDIENTE DE LA SUCURSAL TIPEADA O DEL SUPERVISOR.
       3100-ENTER-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3100-ENTER-F
           END-IF

           PERFORM 3150-VALIDAR-SUC-I THRU 3150-VALIDAR-SUC-F
           IF DATOOK-NO
              GO TO 3100-ENTER-F
           END-IF

           MOVE SPACES TO WS-USER-FECCAMP WS-USER-OPERADOR
           PERFORM 5000-SIGUIENTE-I THRU 5000-SIGUIENTE-F
           IF DATOOK
              MOVE CT-MNS-13 TO MSGO
           ELSE
              IF MSGO IS EQUAL CT-MNS-14
                 MOVE CT-MNS-04 TO MSGO
              END-IF
           END-IF.

       3100-ENTER-F. EXIT.


      *-------------------------------------------------------------
      *  SIN SUCURSAL TIPEADA VALE LA DEL SUPERVISOR. UNA SUCURSAL
      *  DISTINTA SOLO LA PUEDE ATESTAR CASA CENTRAL (00).
       3150-VALIDAR-SUC-I.

           SET DATOOK TO TRUE.
           MOVE SUCI TO WS-SUC-ING
           INSPECT WS-SUC-ING REPLACING ALL LOW-VALUES BY SPACES

           EVALUATE TRUE

              WHEN WS-SUC-ING IS EQUAL SPACES
                   MOVE FIR-SUC TO WS-USER-SUC
              WHEN WS-SUC-ING IS NOT NUMERIC
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-02  TO MSGO
              WHEN WS-SUC-ING IS NOT EQUAL FIR-SUC AND
                   FIR-SUC IS NOT EQUAL ZEROS
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-03  TO MSGO
              WHEN OTHER
                   MOVE WS-SUC-ING TO WS-USER-SUC

           END-EVALUATE.

       3150-VALIDAR-SUC-F. EXIT.


      *-------------------------------------------------------------
       3200-PF3-I.

           MOVE ZEROS  TO WS-USER-SUC
           MOVE SPACES TO WS-USER-FECCAMP WS-USER-OPERADOR
           MOVE LOW-VALUES TO MAPRCOPO.
           MOVE CT-MNS-01 TO MSGO.

       3200-PF3-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMMECTA')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  SIGUIENTE PENDIENTE DESPUES DEL OPERADOR EN PANTALLA.
       3500-PF8-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3500-PF8-F
           END-IF

           IF WS-USER-OPERADOR IS EQUAL SPACES
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
      *  ATESTA EL OPERADOR EN PANTALLA. LA FILA SOLO SE ACTUALIZA
      *  SI SIGUE PENDIENTE Y EN PLAZO; EL PERFIL SE GRABA EN LA
      *  MISMA UNIDAD DE TRABAJO Y UN ERROR RETROCEDE LAS DOS COSAS.
       3600-PF6-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3600-PF6-F
           END-IF

           IF WS-USER-OPERADOR IS EQUAL SPACES
              MOVE CT-MNS-16 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3600-PF6-F
           END-IF

           IF WS-USER-OPERADOR IS EQUAL FIR-ID
              MOVE CT-MNS-07 TO MSGO
              MOVE 'E' TO ACT-RESULT
              PERFORM 5100-LEER-FILA-I THRU 5100-LEER-FILA-F
              GO TO 3600-PF6-F
           END-IF

           PERFORM 5100-LEER-FILA-I THRU 5100-LEER-FILA-F
           IF DATOOK-NO
              GO TO 3600-PF6-F
           END-IF

           PERFORM 3650-VALIDAR-DECISION-I
              THRU 3650-VALIDAR-DECISION-F
           IF DATOOK-NO
              GO TO 3600-PF6-F
           END-IF

           PERFORM 7000-TIME-I THRU 7000-TIME-F
           MOVE WS-DECISION    TO RCO-ESTADO
           MOVE WS-NIVEL-NUEVO TO RCO-NIVNUEVO
           MOVE FIR-ID         TO RCO-ATESTA
           MOVE WS-HORA        TO RCO-HORAATES

           EXEC SQL
              UPDATE KC02803.TBCURRCO
                 SET ESTADO   = :RCO-ESTADO,
                     NIVNUEVO = :RCO-NIVNUEVO,
                     ATESTA   = :RCO-ATESTA,
                     FECATES  = CURRENT DATE,
                     HORAATES = :RCO-HORAATES,
                     APLICADO = 'S'
               WHERE FECCAMP   = DATE(:WS-USER-FECCAMP)
                 AND OPERADOR  = :WS-USER-OPERADOR
                 AND ESTADO    = 'P'
                 AND FECLIMITE >= CURRENT DATE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-11 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 3600-PF6-F
              WHEN OTHER
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 3600-PF6-F
           END-EVALUATE

           IF WS-DECISION IS NOT EQUAL 'M'
              PERFORM 5500-APLICAR-PERFIL-I
                 THRU 5500-APLICAR-PERFIL-F
              IF DATOOK-NO
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE CT-MNS-10 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 3600-PF6-F
              END-IF
           END-IF

           MOVE WS-USER-OPERADOR TO AAT-OPERADOR
           MOVE 'P'              TO AAT-ESTADO
           MOVE RCO-NIVEL        TO AAT-NIVEL
           MOVE WS-USER-FECCAMP  TO AAT-FECCAMP
           MOVE WS-AUD-ATESTA    TO AUD-VALOR-ANT
           MOVE WS-DECISION      TO AAT-ESTADO
           IF WS-DECISION IS EQUAL 'N'
              MOVE WS-NIVEL-NUEVO TO AAT-NIVEL
           END-IF
           MOVE WS-AUD-ATESTA    TO AUD-VALOR-NUE
           MOVE 'RCER'           TO AUD-ACCION
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           EXEC CICS SYNCPOINT END-EXEC

           MOVE LOW-VALUES TO DECISO NIVNUO
           PERFORM 5000-SIGUIENTE-I THRU 5000-SIGUIENTE-F
           IF DATOOK
              MOVE CT-MNS-12 TO MSGO
           ELSE
              MOVE CT-MNS-15 TO MSGO
           END-IF.

       3600-PF6-F. EXIT.


      *-------------------------------------------------------------
       3650-VALIDAR-DECISION-I.

           SET DATOOK TO TRUE
           MOVE DECISI TO WS-DECISION
           MOVE NIVNUI TO WS-NIVEL-ING
           MOVE ZEROS  TO WS-NIVEL-NUEVO

           EVALUATE TRUE

              WHEN WS-DECISION IS NOT EQUAL 'M' AND
                   WS-DECISION IS NOT EQUAL 'N' AND
                   WS-DECISION IS NOT EQUAL 'D'
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-05  TO MSGO
              WHEN WS-DECISION IS NOT EQUAL 'N'
                   CONTINUE
              WHEN WS-NIVEL-ING IS NOT NUMERIC
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-06  TO MSGO
              WHEN WS-NIVEL-ING IS EQUAL '0'
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-06  TO MSGO
              WHEN OTHER
                   MOVE WS-NIVEL-ING TO WS-NIVEL-NUEVO
                   IF WS-NIVEL-NUEVO IS NOT LESS RCO-NIVEL
                      SET DATOOK-NO TO TRUE
                      MOVE 'E' TO ACT-RESULT
                      MOVE CT-MNS-06  TO MSGO
                   END-IF

           END-EVALUATE.

       3650-VALIDAR-DECISION-F. EXIT.


      *-------------------------------------------------------------
      *  PROXIMO PENDIENTE EN PLAZO DE LA SUCURSAL, DESPUES DEL
      *  OPERADOR EN PANTALLA (ESPACIOS = EL PRIMERO).
       5000-SIGUIENTE-I.

           SET DATOOK TO TRUE
           MOVE WS-USER-SUC TO WS-SUC

           EXEC SQL
              SELECT CHAR(FECCAMP, ISO), OPERADOR
                INTO :RCO-FECCAMP, :RCO-OPERADOR
                FROM KC02803.TBCURRCO
               WHERE SUCURSAL  = :WS-SUC
                 AND ESTADO    = 'P'
                 AND FECLIMITE >= CURRENT DATE
                 AND OPERADOR  > :WS-USER-OPERADOR
               ORDER BY OPERADOR, FECCAMP
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 SET DATOOK-NO TO TRUE
                 MOVE SPACES TO WS-USER-FECCAMP WS-USER-OPERADOR
                 MOVE LOW-VALUES TO MAPRCOPO
                 MOVE WS-USER-SUC TO SUCO
                 MOVE CT-MNS-14 TO MSGO
                 GO TO 5000-SIGUIENTE-F
              WHEN OTHER
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5000-SIGUIENTE-F
           END-EVALUATE

           MOVE RCO-FECCAMP  TO WS-USER-FECCAMP
           MOVE RCO-OPERADOR TO WS-USER-OPERADOR
           PERFORM 5100-LEER-FILA-I THRU 5100-LEER-FILA-F.

       5000-SIGUIENTE-F. EXIT.


      *-------------------------------------------------------------
      *  LEE Y MUESTRA LA FILA DEL OPERADOR EN PANTALLA, CON LOS
      *  PENDIENTES QUE QUEDAN EN LA SUCURSAL.
       5100-LEER-FILA-I.

           SET DATOOK TO TRUE

           EXEC SQL
              SELECT CHAR(FECCAMP, ISO), OPERADOR, SUCURSAL, NOMBRE,
                     NIVEL, CHAR(FECULTFIR, ISO), DIASINAC, FALLAS,
                     CHAR(FECLIMITE, ISO), ESTADO
                INTO :RCO-FECCAMP, :RCO-OPERADOR, :RCO-SUCURSAL,
                     :RCO-NOMBRE, :RCO-NIVEL,
                     :RCO-FECULTFIR :IND-FECULTFIR,
                     :RCO-DIASINAC, :RCO-FALLAS, :RCO-FECLIMITE,
                     :RCO-ESTADO
                FROM KC02803.TBCURRCO
               WHERE FECCAMP  = DATE(:WS-USER-FECCAMP)
                 AND OPERADOR = :WS-USER-OPERADOR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-11 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5100-LEER-FILA-F
              WHEN OTHER
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5100-LEER-FILA-F
           END-EVALUATE

           MOVE WS-USER-SUC TO WS-SUC
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-PENDIENTES
                FROM KC02803.TBCURRCO
               WHERE SUCURSAL  = :WS-SUC
                 AND ESTADO    = 'P'
                 AND FECLIMITE >= CURRENT DATE
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE ZEROS TO WS-PENDIENTES
           END-IF

           MOVE WS-USER-SUC      TO SUCO
           MOVE RCO-FECCAMP      TO FECCAMO
           MOVE RCO-OPERADOR     TO OPERO
           MOVE RCO-NOMBRE       TO NOMBREO
           MOVE RCO-NIVEL        TO NIVELO
           IF IND-FECULTFIR IS LESS ZEROS
              MOVE 'NUNCA'       TO ULTFIRO
           ELSE
              MOVE RCO-FECULTFIR TO ULTFIRO
           END-IF
           MOVE RCO-DIASINAC     TO DIASO
           MOVE RCO-FALLAS       TO FALLASO
           MOVE RCO-FECLIMITE    TO LIMITEO
           MOVE RCO-ESTADO       TO ESTADOO
           MOVE WS-PENDIENTES    TO PENDO.

       5100-LEER-FILA-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA LA DECISION EN EL PERFIL: 'N' BAJA EL NIVEL, 'D'
      *  DESHABILITA. LA FIRMA VIGENTE DEL OPERADOR SE BORRA PARA
      *  QUE LA NUEVA CONDICION RIJA DESDE YA.
       5500-APLICAR-PERFIL-I.

           SET DATOOK TO TRUE
           MOVE WS-USER-OPERADOR TO OPF-ID

           EXEC CICS READ
              FILE      (CT-DATASET)
              INTO      (REG-OPERCAF)
              RIDFLD    (OPF-ID)
              KEYLENGTH (CT-DATASET-KEYLEN)
              UPDATE
              RESP      (WS-RESP)
           END-EXEC

           IF WS-RESP IS NOT EQUAL DFHRESP(NORMAL)
              SET DATOOK-NO TO TRUE
              GO TO 5500-APLICAR-PERFIL-F
           END-IF

           IF WS-DECISION IS EQUAL 'N'
              MOVE WS-NIVEL-NUEVO TO OPF-NIVEL
           ELSE
              MOVE 'D'            TO OPF-ESTADO
           END-IF

           IF OPF-TERMFIRMA IS NOT EQUAL SPACES
              PERFORM 5600-BORRAR-FIRMA-I THRU 5600-BORRAR-FIRMA-F
           END-IF

           EXEC CICS REWRITE
              FILE (CT-DATASET)
              FROM (REG-OPERCAF)
              RESP (WS-RESP)
           END-EXEC

           IF WS-RESP IS NOT EQUAL DFHRESP(NORMAL)
              SET DATOOK-NO TO TRUE
           END-IF.

       5500-APLICAR-PERFIL-F. EXIT.


      *-------------------------------------------------------------
      *  BORRA LA COLA SGN DE LA TERMINAL DE LA ULTIMA FIRMA SI
      *  TODAVIA ES DEL OPERADOR ATESTADO.
       5600-BORRAR-FIRMA-I.

           MOVE OPF-TERMFIRMA TO WS-TSQ-TERM-F

           EXEC CICS READQ TS
              QUEUE  (WS-TSQ-FIRMA)
              INTO   (WS-REG-FIRMA-TERM)
              LENGTH (WS-FIRMA-LEN)
              ITEM   (1)
              RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP IS EQUAL DFHRESP(NORMAL) AND
              FIT-ID IS EQUAL OPF-ID
              EXEC CICS DELETEQ TS
                 QUEUE (WS-TSQ-FIRMA)
                 RESP  (WS-RESP)
              END-EXEC
              MOVE SPACES TO OPF-TERMFIRMA
           END-IF.

       5600-BORRAR-FIRMA-F. EXIT.


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
               FROM   (MAPRCOPO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA UN REGISTRO DE AUDITORIA CON OPERADOR FIRMADO Y
      *  TERMINAL. LA ATESTACION NO ES DE UN CLIENTE: EL DOCUMENTO
      *  VA EN BLANCO Y EL OPERADOR ATESTADO EN LOS VALORES.
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

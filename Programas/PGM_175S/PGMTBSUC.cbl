       IDENTIFICATION DIVISION. *> tablero de operaciones de sucursal
       PROGRAM-ID. PGMTBSUC.

      *****************************************************************
      *                   CLASE SINCRÓNICA 175                        *
      *                   ====================                        *
      *    TABLERO DE OPERACIONES DE LA SUCURSAL DEL SUPERVISOR       *
      *                                                               *
      *    MUESTRA EN UNA SOLA PANTALLA LA SITUACION DEL DIA:         *
      *    - DEPOSITOS (GCTA) Y EXTRACCIONES (HCTA) ACEPTADOS HOY,    *
      *      CANTIDAD E IMPORTE POR MONEDA, DEL DIARIO DE CAJA        *
      *      (TBCURDIA) DE LOS OPERADORES DE LA SUCURSAL.             *
      *    - AUTORIZACIONES DE CAJA PENDIENTES (TBCURPAU) Y LA MAS    *
      *      ANTIGUA.                                                 *
      *    - POSICION DEL TESORO (TBCURTES) EN PESOS Y DOLARES, CON   *
      *      LA DE PESOS CONTRA LOS LIMITES DEL PARAMETRO LIMTESOR    *
      *      DE TBCURPAR (LOS MISMOS QUE USA PGMTESPO).               *
      *    - OPERADORES FIRMADOS AHORA (OPERCAF CON TERMINAL DE LA    *
      *      FIRMA DE HOY Y COLA SGN VIGENTE) SOBRE LOS ACTIVOS.      *
      *    - RECLAMOS ABIERTOS (TBCURREC), LOS QUE ESTAN A 2 DIAS O   *
      *      MENOS DEL SLA DE SU TIPO (TBCURTRC) Y LOS VENCIDOS.      *
      *    - RETENIDOS DE CUMPLIMIENTO (COMPCAF) Y RECHAZOS A         *
      *      CORREGIR (RECHCAF) PENDIENTES DE LA SUCURSAL; LOS QUE    *
      *      NO TIENEN SUCURSAL SE VEN EN CASA CENTRAL (00).          *
      *    ENTER : ACTUALIZA. SUCURSAL VACIA = LA DEL SUPERVISOR;     *
      *            OTRA SUCURSAL SOLO DESDE CASA CENTRAL.             *
      *    PF1 DIARIO (DIAR)  PF2 AUTORIZACIONES (UCTA)               *
      *    PF4 TESORO (TCTA)  PF6 OPERADORES (OCAF)                   *
      *    PF7 RECLAMOS (QCAF)  PF8 RETENIDOS (ZCAF)                  *
      *    PF9 RECHAZOS (RCAF)  CADA FUNCION CONTROLA SU NIVEL.       *
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
                 'ENTER ACTUALIZA - PF1/2/4/6/7/8/9 VAN A CADA FUNCION'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                          'SUCURSAL INVALIDA'.
             05 CT-MNS-03         PIC X(72) VALUE
                  'SOLO CASA CENTRAL CONSULTA OTRAS SUCURSALES'.
             05 CT-MNS-04         PIC X(72) VALUE
                  'TABLERO ACTUALIZADO'.
             05 CT-MNS-05         PIC X(72) VALUE
                  'PROBLEMA CON EL ARCHIVO DE OPERADORES'.
             05 CT-MNS-06         PIC X(72) VALUE
                  'PROBLEMA CON LOS ARCHIVOS DE RETENIDOS/RECHAZOS'.
             05 CT-MNS-08         PIC X(72) VALUE
                                        'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.

           03 CT-OPERCAF          PIC X(08)           VALUE 'OPERCAF '.
           03 CT-COMPCAF          PIC X(08)           VALUE 'COMPCAF '.
           03 CT-RECHCAF          PIC X(08)           VALUE 'RECHCAF '.

      *    DIAS ANTES DEL SLA EN QUE UN RECLAMO SE MARCA CERCANO.
           03 CT-SLA-AVISO        PIC S9(3)V  COMP-3  VALUE 2.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPTBSU'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPTBSU'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'TABL'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-FECHA-AAAAMMDD   PIC 9(08)          VALUE ZEROS.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPTBSU.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
       01  WS-COMMAREA.
      *    SUCURSAL DEL ULTIMO TABLERO MOSTRADO.
           03 WS-USER-SUC              PIC 9(02).
           03 FILLER                   PIC X(23).

      *-----------   VARIABLES DE VALIDACION   ----------------------
       77  WS-DATO-VALIDO              PIC X.
           88 DATOOK                                  VALUE 'Y'.
           88 DATOOK-NO                               VALUE 'N'.

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

       77  WS-SUC-ING              PIC X(02)      VALUE SPACES.
       77  WS-FIN-CURSOR           PIC X(01)      VALUE 'N'.
       77  WS-FIN-BROWSE           PIC X(01)      VALUE 'N'.

      *-----------   HOST VARIABLES DB2   ----------------------------
       77  WS-SUC                  PIC S9(2)V     USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-MONEDA               PIC S9(1)V     USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-TRANSAC              PIC X(04)      VALUE SPACES.
       77  WS-CANTIDAD             PIC S9(9)      USAGE COMP
                                                  VALUE ZEROES.
       77  WS-IMPORTE              PIC S9(13)V99  USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-FECMIN               PIC X(10)      VALUE SPACES.
       77  WS-CERCANOS             PIC S9(9)      USAGE COMP
                                                  VALUE ZEROES.
       77  WS-VENCIDOS             PIC S9(9)      USAGE COMP
                                                  VALUE ZEROES.
       77  CLI-NROCLI              PIC S9(07)V    USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-SUCUEN              PIC S9(02)V    USAGE COMP-3
                                                  VALUE ZEROES.

      *---- LIMITES DEL TESORO EN PESOS (PARAMETRO LIMTESOR) ---------
       01  WS-VALOR-LIMTESOR       PIC X(30)      VALUE SPACES.
       01  WS-VAL-LIMTESOR REDEFINES WS-VALOR-LIMTESOR.
           03 WS-VLT-MAXIMO        PIC 9(11)V99.
           03 WS-VLT-MINIMO        PIC 9(11)V99.
           03 FILLER               PIC X(04).
       77  WS-LIM-MAXIMO           PIC 9(11)V99   VALUE 500000000.
       77  WS-LIM-MINIMO           PIC 9(11)V99   VALUE 5000000.

      *---- CONTADORES DE LOS ARCHIVOS VSAM ---------------------------
       77  WS-OPE-ACTIVOS          PIC 9(05)      VALUE ZEROS.
       77  WS-OPE-FIRMADOS         PIC 9(05)      VALUE ZEROS.
       77  WS-CMP-PEND             PIC 9(05)      VALUE ZEROS.
       77  WS-RCH-PEND             PIC 9(05)      VALUE ZEROS.

      *---- LINEAS DEL TABLERO (78 POSICIONES) -----------------------
       01  WS-LIN-MOV.
           03 LMV-TITULO           PIC X(14).
           03 FILLER               PIC X(07)      VALUE ' PESOS '.
           03 LMV-CANT-P           PIC Z(05)9.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LMV-IMP-P            PIC -(11)9.99.
           03 FILLER               PIC X(06)      VALUE '  U$S '.
           03 LMV-CANT-D           PIC Z(05)9.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LMV-IMP-D            PIC -(11)9.99.

       01  WS-LIN-AUT.
           03 FILLER               PIC X(26)      VALUE
                                       'AUTORIZACIONES PENDIENTES '.
           03 LAU-CANT             PIC Z(05)9.
           03 FILLER               PIC X(18)      VALUE
                                       '  MAS ANTIGUA DEL '.
           03 LAU-FECHA            PIC X(10).

       01  WS-LIN-TES.
           03 FILLER               PIC X(13)      VALUE
                                       'TESORO PESOS '.
           03 LTE-POS-P            PIC -(11)9.99.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LTE-MARCA            PIC X(22).
           03 FILLER               PIC X(06)      VALUE '  U$S '.
           03 LTE-POS-D            PIC -(11)9.99.

       01  WS-LIN-LIM.
           03 FILLER               PIC X(20)      VALUE
                                       'LIMITE TESORO MAXIMO'.
           03 LLI-MAXIMO           PIC Z(11)9.99.
           03 FILLER               PIC X(09)      VALUE '  MINIMO '.
           03 LLI-MINIMO           PIC Z(11)9.99.

       01  WS-LIN-OPE.
           03 FILLER               PIC X(20)      VALUE
                                       'OPERADORES FIRMADOS '.
           03 LOP-FIRMADOS         PIC Z(04)9.
           03 FILLER               PIC X(04)      VALUE ' DE '.
           03 LOP-ACTIVOS          PIC Z(04)9.
           03 FILLER               PIC X(23)      VALUE
                                       ' ACTIVOS EN LA SUCURSAL'.

       01  WS-LIN-REC.
           03 FILLER               PIC X(18)      VALUE
                                       'RECLAMOS ABIERTOS '.
           03 LRE-ABIERTOS         PIC Z(04)9.
           03 FILLER               PIC X(16)      VALUE
                                       '  CERCA DEL SLA '.
           03 LRE-CERCANOS         PIC Z(04)9.
           03 FILLER               PIC X(11)      VALUE
                                       '  VENCIDOS '.
           03 LRE-VENCIDOS         PIC Z(04)9.

       01  WS-LIN-RET.
           03 FILLER               PIC X(26)      VALUE
                                       'RETENIDOS DE CUMPLIMIENTO '.
           03 LRT-COMPCAF          PIC Z(04)9.
           03 FILLER               PIC X(22)      VALUE
                                       '  RECHAZOS A CORREGIR '.
           03 LRT-RECHCAF          PIC Z(04)9.

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

      *---- REGISTRO DEL VSAM DE RETENCION COMPCAF -------------------
       01  REG-COMPCAF.
           05 CMP-KEY.
              10 CMP-TIPDOC        PIC X(02).
              10 CMP-NRODOC        PIC 9(11).
              10 CMP-SECUEN        PIC 9(03).
           05 CMP-ESTADO           PIC X(01).
           05 CMP-TIPO-LISTA       PIC X(01).
           05 CMP-APELLIDO-LISTA   PIC X(30).
           05 CMP-REGISTRO         PIC X(246).
           05 CMP-FECRET           PIC 9(08).

      *    VISTA DEL SOLICITANTE DENTRO DE LA NOVEDAD RETENIDA.
       01  WS-NOVEDAD REDEFINES REG-COMPCAF.
           05 FILLER               PIC X(47).
           05 NOV-TIPO-NOVEDAD     PIC X(02).
           05 NOV-TIPDOC           PIC X(02).
           05 NOV-NRODOC           PIC 9(11).
           05 NOV-SEC              PIC 9(02).
           05 NOV-NROCLI           PIC 9(07).
           05 FILLER               PIC X(231).

      *---- REGISTRO DEL VSAM DE RECHAZOS RECHCAF --------------------
       01  REG-RECHCAF.
           05 RCV-KEY.
              10 RCV-FECHA         PIC 9(08).
              10 RCV-SECUEN        PIC 9(05).
           05 RCV-ORIGEN           PIC X(02).
           05 RCV-MOTIVO           PIC X(02).
           05 RCV-ESTADO           PIC X(01).
           05 RCV-REGISTRO         PIC X(246).

      *    SUCURSAL DE LA NOVEDAD RECHAZADA EN LA VALIDACION (VA).
       01  WS-RECHAZO-VA REDEFINES REG-RECHCAF.
           05 FILLER               PIC X(18).
           05 RVA-TIP-DOC          PIC X(02).
           05 RVA-NRO-DOC          PIC 9(11).
           05 RVA-SUC              PIC 9(02).
           05 FILLER               PIC X(231).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *---- DEPOSITOS Y EXTRACCIONES ACEPTADOS HOY EN LA SUCURSAL ----
           EXEC SQL
              DECLARE CURSORMOV CURSOR FOR
                 SELECT TRANSAC, MONEDA, COUNT(*),
                        VALUE(SUM(IMPORTE), 0)
                 FROM KC02803.TBCURDIA
                 WHERE FECHA     = CURRENT DATE
                   AND SUCURSAL  = :WS-SUC
                   AND RESULTADO = 'A'
                   AND TRANSAC IN ('GCTA', 'HCTA')
                 GROUP BY TRANSAC, MONEDA
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

      *    FIRMA VIGENTE EN LA TERMINAL DE OTRO OPERADOR.
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
      *  AL ENTRAR SE MUESTRA DIRECTAMENTE EL TABLERO DE LA
      *  SUCURSAL DEL SUPERVISOR FIRMADO.
       1000-INICIO-I.

           MOVE LOW-VALUES TO MAPTBSUO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE ZEROS TO WS-USER-SUC
              MOVE LENGTH OF MAPTBSUO TO WS-LONG
              PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
              IF FIRMA-OK
                 MOVE FIR-SUC TO WS-USER-SUC
                 PERFORM 5000-TABLERO-I THRU 5000-TABLERO-F
              END-IF
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPTBSUO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPTBSUI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPTBSUI

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

              WHEN DFHPF1
                 PERFORM 3400-IR-A-I  THRU 3400-IR-A-F

              WHEN DFHPF2
                 PERFORM 3400-IR-A-I  THRU 3400-IR-A-F

              WHEN DFHPF4
                 PERFORM 3400-IR-A-I  THRU 3400-IR-A-F

              WHEN DFHPF6
                 PERFORM 3400-IR-A-I  THRU 3400-IR-A-F

              WHEN DFHPF7
                 PERFORM 3400-IR-A-I  THRU 3400-IR-A-F

              WHEN DFHPF8
                 PERFORM 3400-IR-A-I  THRU 3400-IR-A-F

              WHEN DFHPF9
                 PERFORM 3400-IR-A-I  THRU 3400-IR-A-F

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
      *  TABLERO DE LA SUCURSAL TIPEADA, O DE LA DEL SUPERVISOR.
       3100-ENTER-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3100-ENTER-F
           END-IF

           PERFORM 3150-VALIDAR-SUC-I THRU 3150-VALIDAR-SUC-F
           IF DATOOK-NO
              GO TO 3100-ENTER-F
           END-IF

           PERFORM 5000-TABLERO-I THRU 5000-TABLERO-F.

       3100-ENTER-F. EXIT.


      *-------------------------------------------------------------
      *  SIN SUCURSAL TIPEADA VALE LA DEL SUPERVISOR. UNA SUCURSAL
      *  DISTINTA SOLO LA PUEDE CONSULTAR CASA CENTRAL (00).
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

           MOVE ZEROS TO WS-USER-SUC
           MOVE LOW-VALUES TO MAPTBSUO.
           MOVE CT-MNS-01 TO MSGO.

       3200-PF3-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMMECTA')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  PASA A LA FUNCION DE LA CIFRA ELEGIDA; ESA FUNCION VUELVE A
      *  CONTROLAR FIRMA, NIVEL Y SUCURSAL.
       3400-IR-A-I.

           EVALUATE EIBAID
              WHEN DFHPF1
                 EXEC CICS XCTL
                    PROGRAM ('PGMDICTA')
                 END-EXEC
              WHEN DFHPF2
                 EXEC CICS XCTL
                    PROGRAM ('PGMAUTOR')
                 END-EXEC
              WHEN DFHPF4
                 EXEC CICS XCTL
                    PROGRAM ('PGMTESCA')
                 END-EXEC
              WHEN DFHPF6
                 EXEC CICS XCTL
                    PROGRAM ('PGMOPADM')
                 END-EXEC
              WHEN DFHPF7
                 EXEC CICS XCTL
                    PROGRAM ('PGMRECLA')
                 END-EXEC
              WHEN DFHPF8
                 EXEC CICS XCTL
                    PROGRAM ('PGMCMPRV')
                 END-EXEC
              WHEN DFHPF9
                 EXEC CICS XCTL
                    PROGRAM ('PGMRECAF')
                 END-EXEC
           END-EVALUATE.

       3400-IR-A-F. EXIT.


      *-------------------------------------------------------------
      *  ARMA TODAS LAS CIFRAS DEL TABLERO DE WS-USER-SUC. UN ERROR
      *  EN UNA CIFRA DEJA EL MENSAJE Y SIGUE CON LAS DEMAS.
       5000-TABLERO-I.

           MOVE CT-MNS-04   TO MSGO
           MOVE WS-USER-SUC TO WS-SUC SUCO
           PERFORM 7000-TIME-I THRU 7000-TIME-F
           MOVE WS-HORA     TO HORAO

           PERFORM 5100-MOVIMIENTOS-I  THRU 5100-MOVIMIENTOS-F
           PERFORM 5200-AUTORIZACION-I THRU 5200-AUTORIZACION-F
           PERFORM 5300-TESORO-I       THRU 5300-TESORO-F
           PERFORM 5400-OPERADORES-I   THRU 5400-OPERADORES-F
           PERFORM 5500-RECLAMOS-I     THRU 5500-RECLAMOS-F
           PERFORM 5600-RETENIDOS-I    THRU 5600-RETENIDOS-F
           PERFORM 5700-RECHAZOS-I     THRU 5700-RECHAZOS-F

           MOVE WS-CMP-PEND TO LRT-COMPCAF
           MOVE WS-RCH-PEND TO LRT-RECHCAF
           MOVE WS-LIN-RET  TO RETENO.

       5000-TABLERO-F. EXIT.


      *-------------------------------------------------------------
      *  DEPOSITOS (GCTA) Y EXTRACCIONES (HCTA) ACEPTADOS HOY, POR
      *  MONEDA (1 PESOS / 2 DOLARES), DEL DIARIO DE CAJA.
       5100-MOVIMIENTOS-I.

           MOVE 'DEPOSITOS'     TO LMV-TITULO
           MOVE ZEROS TO LMV-CANT-P LMV-IMP-P LMV-CANT-D LMV-IMP-D
           MOVE WS-LIN-MOV      TO DEPOSO
           MOVE 'EXTRACCIONES'  TO LMV-TITULO
           MOVE WS-LIN-MOV      TO EXTRAO
           MOVE 'N' TO WS-FIN-CURSOR

           EXEC SQL OPEN CURSORMOV END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 5100-MOVIMIENTOS-F
           END-IF

           PERFORM 5150-UN-TOTAL-I THRU 5150-UN-TOTAL-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORMOV END-EXEC.

       5100-MOVIMIENTOS-F. EXIT.


      *-------------------------------------------------------------
      *  CADA TOTAL SE ASIENTA SOBRE LA LINEA YA ARMADA DE SU
      *  TRANSACCION, ASI LA OTRA MONEDA NO SE PIERDE.
       5150-UN-TOTAL-I.

           EXEC SQL
              FETCH CURSORMOV INTO :WS-TRANSAC, :WS-MONEDA,
                                   :WS-CANTIDAD, :WS-IMPORTE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 5150-UN-TOTAL-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 5150-UN-TOTAL-F
           END-EVALUATE

           IF WS-TRANSAC IS EQUAL 'GCTA'
              MOVE DEPOSO TO WS-LIN-MOV
           ELSE
              MOVE EXTRAO TO WS-LIN-MOV
           END-IF

           EVALUATE WS-MONEDA
              WHEN 1
                 MOVE WS-CANTIDAD TO LMV-CANT-P
                 MOVE WS-IMPORTE  TO LMV-IMP-P
              WHEN 2
                 MOVE WS-CANTIDAD TO LMV-CANT-D
                 MOVE WS-IMPORTE  TO LMV-IMP-D
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-TRANSAC IS EQUAL 'GCTA'
              MOVE WS-LIN-MOV TO DEPOSO
           ELSE
              MOVE WS-LIN-MOV TO EXTRAO
           END-IF.

       5150-UN-TOTAL-F. EXIT.


      *-------------------------------------------------------------
      *  AUTORIZACIONES DE CAJA PENDIENTES DE LA SUCURSAL Y FECHA DE
      *  LA MAS ANTIGUA.
       5200-AUTORIZACION-I.

           MOVE ZEROS  TO LAU-CANT
           MOVE SPACES TO LAU-FECHA

           EXEC SQL
              SELECT COUNT(*), VALUE(CHAR(MIN(FECALTA), ISO), ' ')
                INTO :WS-CANTIDAD, :WS-FECMIN
                FROM KC02803.TBCURPAU
               WHERE SUCURSAL = :WS-SUC
                 AND ESTADO   = 'P'
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
           ELSE
              MOVE WS-CANTIDAD TO LAU-CANT
              MOVE WS-FECMIN   TO LAU-FECHA
           END-IF

           MOVE WS-LIN-AUT TO AUTORO.

       5200-AUTORIZACION-F. EXIT.


      *-------------------------------------------------------------
      *  POSICION DEL TESORO: EL LIBRO TBCURTES SUMA LOS INGRESOS
      *  (CT/IN) Y RESTA LOS EGRESOS (TC/EG) DE LA SUCURSAL. LA DE
      *  PESOS SE CONTROLA CONTRA LOS LIMITES VIGENTES.
       5300-TESORO-I.

           PERFORM 5350-LEER-LIMTESOR-I THRU 5350-LEER-LIMTESOR-F
           MOVE WS-LIM-MAXIMO TO LLI-MAXIMO
           MOVE WS-LIM-MINIMO TO LLI-MINIMO
           MOVE WS-LIN-LIM    TO LIMITO
           MOVE ZEROS  TO LTE-POS-P LTE-POS-D
           MOVE SPACES TO LTE-MARCA

           MOVE 2 TO WS-MONEDA
           PERFORM 5320-POSICION-I THRU 5320-POSICION-F
           MOVE WS-IMPORTE TO LTE-POS-D

           MOVE 1 TO WS-MONEDA
           PERFORM 5320-POSICION-I THRU 5320-POSICION-F
           MOVE WS-IMPORTE TO LTE-POS-P

           EVALUATE TRUE
              WHEN WS-IMPORTE IS GREATER WS-LIM-MAXIMO
                 MOVE 'EXCEDE LIMITE SEGURO  ' TO LTE-MARCA
              WHEN WS-IMPORTE IS LESS WS-LIM-MINIMO
                 MOVE 'BAJO MINIMO OPERATIVO ' TO LTE-MARCA
              WHEN OTHER
                 MOVE 'DENTRO DE LIMITES     ' TO LTE-MARCA
           END-EVALUATE

           MOVE WS-LIN-TES TO TESORO.

       5300-TESORO-F. EXIT.


      *-------------------------------------------------------------
       5320-POSICION-I.

           EXEC SQL
              SELECT VALUE(SUM(CASE WHEN TIPO IN ('CT', 'IN')
                                    THEN IMPORTE
                                    ELSE 0 - IMPORTE
                               END), 0)
                INTO :WS-IMPORTE
                FROM KC02803.TBCURTES
               WHERE SUCURSAL = :WS-SUC
                 AND MONEDA   = :WS-MONEDA
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE ZEROS TO WS-IMPORTE
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
           END-IF.

       5320-POSICION-F. EXIT.


      *-------------------------------------------------------------
      *  LIMITES DEL TESORO VIGENTES HOY (PARAMETRO LIMTESOR, 2 X
      *  9(11)V99: MAXIMO Y MINIMO). SIN VALOR, CON UN VALOR
      *  INVALIDO O CON ERROR DE DB2 QUEDAN LOS VALORES POR DEFECTO.
       5350-LEER-LIMTESOR-I.

           MOVE 500000000    TO WS-LIM-MAXIMO
           MOVE 5000000      TO WS-LIM-MINIMO
           MOVE SPACES TO WS-VALOR-LIMTESOR
           EXEC SQL
              SELECT VALOR
                INTO :WS-VALOR-LIMTESOR
                FROM KC02803.TBCURPAR
               WHERE CODPARM  = 'LIMTESOR'
                 AND ESTADO   = 'V'
                 AND VIGDESDE <= CURRENT DATE
               ORDER BY VIGDESDE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE IS EQUAL ZEROS AND
              WS-VLT-MAXIMO IS NUMERIC AND
              WS-VLT-MINIMO IS NUMERIC
              MOVE WS-VLT-MAXIMO TO WS-LIM-MAXIMO
              MOVE WS-VLT-MINIMO TO WS-LIM-MINIMO
           END-IF.

       5350-LEER-LIMTESOR-F. EXIT.


      *-------------------------------------------------------------
      *  OPERADORES ACTIVOS DE LA SUCURSAL Y CUANTOS ESTAN FIRMADOS:
      *  PGMSICAF DEJA EN EL PERFIL LA TERMINAL Y LA FECHA DE LA
      *  FIRMA, Y LA FIRMA SIGUE VIGENTE MIENTRAS LA COLA SGN DE
      *  ESA TERMINAL SEA DEL MISMO OPERADOR.
       5400-OPERADORES-I.

           MOVE ZEROS TO WS-OPE-ACTIVOS WS-OPE-FIRMADOS
           MOVE LOW-VALUES TO OPF-ID
           MOVE 'N' TO WS-FIN-BROWSE

           EXEC CICS STARTBR
              FILE   (CT-OPERCAF)
              RIDFLD (OPF-ID)
              GTEQ
              RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP IS NOT EQUAL DFHRESP(NORMAL)
              MOVE CT-MNS-05 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 5400-OPERADORES-F
           END-IF

           PERFORM 5450-UN-OPERADOR-I THRU 5450-UN-OPERADOR-F
              UNTIL WS-FIN-BROWSE IS EQUAL 'S'

           EXEC CICS ENDBR
              FILE (CT-OPERCAF)
              RESP (WS-RESP)
           END-EXEC

           MOVE WS-OPE-FIRMADOS TO LOP-FIRMADOS
           MOVE WS-OPE-ACTIVOS  TO LOP-ACTIVOS
           MOVE WS-LIN-OPE      TO OPERAO.

       5400-OPERADORES-F. EXIT.


      *-------------------------------------------------------------
       5450-UN-OPERADOR-I.

           EXEC CICS READNEXT
              FILE   (CT-OPERCAF)
              INTO   (REG-OPERCAF)
              RIDFLD (OPF-ID)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(ENDFILE)
                 MOVE 'S' TO WS-FIN-BROWSE
                 GO TO 5450-UN-OPERADOR-F
              WHEN OTHER
                 MOVE CT-MNS-05 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 MOVE 'S' TO WS-FIN-BROWSE
                 GO TO 5450-UN-OPERADOR-F
           END-EVALUATE

      *    NO CUENTAN LOS BLOQUEADOS NI LOS DESHABILITADOS POR LA
      *    RECERTIFICACION DE ACCESOS.
           IF OPF-SUC IS NOT EQUAL WS-USER-SUC OR
              OPF-ESTADO IS EQUAL 'B' OR
              OPF-ESTADO IS EQUAL 'D'
              GO TO 5450-UN-OPERADOR-F
           END-IF

           ADD 1 TO WS-OPE-ACTIVOS

           IF OPF-TERMFIRMA IS EQUAL SPACES OR
              OPF-FECFIRMA IS NOT EQUAL WS-FECHA-AAAAMMDD
              GO TO 5450-UN-OPERADOR-F
           END-IF

           MOVE OPF-TERMFIRMA TO WS-TSQ-TERM-F
           MOVE SPACES TO WS-REG-FIRMA-TERM

           EXEC CICS READQ TS
              QUEUE  (WS-TSQ-FIRMA)
              INTO   (WS-REG-FIRMA-TERM)
              LENGTH (WS-FIRMA-LEN)
              ITEM   (1)
              RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP IS EQUAL DFHRESP(NORMAL) AND
              FIT-ID IS EQUAL OPF-ID
              ADD 1 TO WS-OPE-FIRMADOS
           END-IF.

       5450-UN-OPERADOR-F. EXIT.


      *-------------------------------------------------------------
      *  RECLAMOS ABIERTOS DADOS DE ALTA EN LA SUCURSAL: VENCIDOS
      *  (MAS DIAS QUE EL SLA DE SU TIPO) Y CERCANOS (A CT-SLA-AVISO
      *  DIAS O MENOS DEL SLA). UN TIPO SIN SLA NO VENCE (999).
       5500-RECLAMOS-I.

           MOVE ZEROS TO LRE-ABIERTOS LRE-CERCANOS LRE-VENCIDOS

           EXEC SQL
              SELECT COUNT(*),
                     VALUE(SUM(CASE
                        WHEN DAYS(CURRENT DATE) - DAYS(R.FECALTA)
                             > VALUE(T.SLADIAS, 999) THEN 0
                        WHEN DAYS(CURRENT DATE) - DAYS(R.FECALTA)
                             >= VALUE(T.SLADIAS, 999) - :CT-SLA-AVISO
                             THEN 1
                        ELSE 0 END), 0),
                     VALUE(SUM(CASE
                        WHEN DAYS(CURRENT DATE) - DAYS(R.FECALTA)
                             > VALUE(T.SLADIAS, 999) THEN 1
                        ELSE 0 END), 0)
                INTO :WS-CANTIDAD, :WS-CERCANOS, :WS-VENCIDOS
                FROM KC02803.TBCURREC R
                     LEFT JOIN KC02803.TBCURTRC T
                       ON T.TIPRECL = R.TIPRECL
               WHERE R.ESTADO IN ('I', 'A')
                 AND R.SUCALTA = :WS-SUC
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
           ELSE
              MOVE WS-CANTIDAD TO LRE-ABIERTOS
              MOVE WS-CERCANOS TO LRE-CERCANOS
              MOVE WS-VENCIDOS TO LRE-VENCIDOS
           END-IF

           MOVE WS-LIN-REC TO RECLAO.

       5500-RECLAMOS-F. EXIT.


      *-------------------------------------------------------------
      *  RETENIDOS DE CUMPLIMIENTO PENDIENTES (COMPCAF). LA SUCURSAL
      *  ES LA MENOR DE LAS CUENTAS DEL CLIENTE; SIN CLIENTE O SIN
      *  CUENTAS QUEDA CASA CENTRAL (00).
       5600-RETENIDOS-I.

           MOVE ZEROS TO WS-CMP-PEND
           MOVE LOW-VALUES TO CMP-KEY
           MOVE 'N' TO WS-FIN-BROWSE

           EXEC CICS STARTBR
              FILE   (CT-COMPCAF)
              RIDFLD (CMP-KEY)
              GTEQ
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO 5600-RETENIDOS-F
              WHEN OTHER
                 MOVE CT-MNS-06 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5600-RETENIDOS-F
           END-EVALUATE

           PERFORM 5650-UN-RETENIDO-I THRU 5650-UN-RETENIDO-F
              UNTIL WS-FIN-BROWSE IS EQUAL 'S'

           EXEC CICS ENDBR
              FILE (CT-COMPCAF)
              RESP (WS-RESP)
           END-EXEC.

       5600-RETENIDOS-F. EXIT.


      *-------------------------------------------------------------
       5650-UN-RETENIDO-I.

           EXEC CICS READNEXT
              FILE   (CT-COMPCAF)
              INTO   (REG-COMPCAF)
              RIDFLD (CMP-KEY)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(ENDFILE)
                 MOVE 'S' TO WS-FIN-BROWSE
                 GO TO 5650-UN-RETENIDO-F
              WHEN OTHER
                 MOVE CT-MNS-06 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 MOVE 'S' TO WS-FIN-BROWSE
                 GO TO 5650-UN-RETENIDO-F
           END-EVALUATE

           IF CMP-ESTADO IS NOT EQUAL 'P'
              GO TO 5650-UN-RETENIDO-F
           END-IF

           MOVE ZEROS TO REG-SUCUEN
           IF NOV-NROCLI IS NUMERIC AND
              NOV-NROCLI IS NOT EQUAL ZEROS
              MOVE NOV-NROCLI TO CLI-NROCLI
              EXEC SQL
                 SELECT VALUE(MIN(A.SUCUEN), 0)
                   INTO :REG-SUCUEN
                   FROM KC02803.TBCURCTA A
                  WHERE A.NROCLI = :CLI-NROCLI
              END-EXEC
              IF SQLCODE IS NOT EQUAL ZEROS
                 MOVE ZEROS TO REG-SUCUEN
              END-IF
           END-IF

           IF REG-SUCUEN IS EQUAL WS-USER-SUC
              ADD 1 TO WS-CMP-PEND
           END-IF.

       5650-UN-RETENIDO-F. EXIT.


      *-------------------------------------------------------------
      *  RECHAZOS PENDIENTES DE CORRECCION (RECHCAF). SOLO LOS DE LA
      *  VALIDACION (VA) TRAEN SUCURSAL; LOS DEMAS SON DE CASA
      *  CENTRAL (00).
       5700-RECHAZOS-I.

           MOVE ZEROS TO WS-RCH-PEND
           MOVE LOW-VALUES TO RCV-KEY
           MOVE 'N' TO WS-FIN-BROWSE

           EXEC CICS STARTBR
              FILE   (CT-RECHCAF)
              RIDFLD (RCV-KEY)
              GTEQ
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO 5700-RECHAZOS-F
              WHEN OTHER
                 MOVE CT-MNS-06 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5700-RECHAZOS-F
           END-EVALUATE

           PERFORM 5750-UN-RECHAZO-I THRU 5750-UN-RECHAZO-F
              UNTIL WS-FIN-BROWSE IS EQUAL 'S'

           EXEC CICS ENDBR
              FILE (CT-RECHCAF)
              RESP (WS-RESP)
           END-EXEC.

       5700-RECHAZOS-F. EXIT.


      *-------------------------------------------------------------
       5750-UN-RECHAZO-I.

           EXEC CICS READNEXT
              FILE   (CT-RECHCAF)
              INTO   (REG-RECHCAF)
              RIDFLD (RCV-KEY)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(ENDFILE)
                 MOVE 'S' TO WS-FIN-BROWSE
                 GO TO 5750-UN-RECHAZO-F
              WHEN OTHER
                 MOVE CT-MNS-06 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 MOVE 'S' TO WS-FIN-BROWSE
                 GO TO 5750-UN-RECHAZO-F
           END-EVALUATE

           IF RCV-ESTADO IS NOT EQUAL 'P'
              GO TO 5750-UN-RECHAZO-F
           END-IF

           IF RCV-ORIGEN IS EQUAL 'VA' AND
              RVA-SUC IS NUMERIC
              IF RVA-SUC IS EQUAL WS-USER-SUC
                 ADD 1 TO WS-RCH-PEND
              END-IF
           ELSE
              IF WS-USER-SUC IS EQUAL ZEROS
                 ADD 1 TO WS-RCH-PEND
              END-IF
           END-IF.

       5750-UN-RECHAZO-F. EXIT.


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
               FROM   (MAPTBSUO)
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

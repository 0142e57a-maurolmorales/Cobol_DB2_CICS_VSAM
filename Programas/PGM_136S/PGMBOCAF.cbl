       IDENTIFICATION DIVISION. *> bonificaciones de comision
       PROGRAM-ID. PGMBOCAF.

      *****************************************************************
      *    MANTENIMIENTO DE BONIFICACIONES DE COMISION (TBCURBON)     *
      *                                                               *
      *    BONIFICACIONES SOBRE LA COMISION DE MANTENIMIENTO QUE      *
      *    COBRA PGMCOCTA, POR CLIENTE O POR REGLA:                   *
      *      'C' CLIENTE PUNTUAL (NRO DE CLIENTE)                     *
      *      'H' CLIENTES CON HABERES ACREDITADOS (PGMHABER)          *
      *      'S' CLIENTES DE UN SEGMENTO (PGMPOSCL)                   *
      *    CON PORCENTAJE, VIGENCIA DESDE/HASTA Y MOTIVO.             *
      *    ENTER : CONSULTA DE LA BONIFICACION POR NUMERO.            *
      *    PF5   : ALTA. NO SE ADMITEN DOS BONIFICACIONES ACTIVAS     *
      *            DE LA MISMA CLAVE CON VIGENCIAS SUPERPUESTAS.      *
      *    PF6   : BAJA LOGICA DE LA BONIFICACION MOSTRADA.           *
      *    LA CONSULTA ESTA ABIERTA A TODO OPERADOR FIRMADO; ALTA     *
      *    Y BAJA REQUIEREN NIVEL 3 Y QUEDAN EN TBCURBON CON EL       *
      *    OPERADOR Y EN LA COLA DE AUDITORIA 'AUDC' (CLAVE 'BO' +    *
      *    NRO DE BONIFICACION).                                      *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                 'ENTER CONSULTA - PF5 ALTA - PF6 BAJA'.
             05 CT-MNS-02         PIC X(72) VALUE
                          'TIPO INVALIDO (C/H/S)'.
             05 CT-MNS-03         PIC X(72) VALUE
                          'CLIENTE INEXISTENTE'.
             05 CT-MNS-04         PIC X(72) VALUE
                          'SEGMENTO INVALIDO (A/B/C)'.
             05 CT-MNS-05         PIC X(72) VALUE
                 'VIGENCIA INVALIDA (AAAA-MM-DD, HASTA >= DESDE)'.
             05 CT-MNS-06         PIC X(72) VALUE
                          'PORCENTAJE INVALIDO (MAYOR A 0, HASTA 100)'.
             05 CT-MNS-07         PIC X(72) VALUE
                          'BONIFICACION DADA DE ALTA CON EXITO'.
             05 CT-MNS-08         PIC X(72) VALUE
                          'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE 'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
               'YA HAY UNA BONIFICACION ACTIVA SUPERPUESTA - REINGRESE'.
             05 CT-MNS-11         PIC X(72) VALUE
                          'BONIFICACION INEXISTENTE'.
             05 CT-MNS-12         PIC X(72) VALUE
                          'BONIFICACION RECUPERADA'.
             05 CT-MNS-13         PIC X(72) VALUE
                          'BONIFICACION DADA DE BAJA'.
             05 CT-MNS-14         PIC X(72) VALUE
                          'LA BONIFICACION YA ESTA DADA DE BAJA'.
             05 CT-MNS-15         PIC X(72) VALUE
                          'INGRESE EL MOTIVO'.
             05 CT-MNS-16         PIC X(72) VALUE
                          'INGRESE EL NRO DE BONIFICACION'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
           03 CT-AUDIT-QUEUE      PIC X(04)           VALUE 'AUDC'.
           03 CT-AUDIT-LEN        PIC S9(04) COMP     VALUE 106.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPBONI'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPBONI'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'MCTA'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPBONI.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
       01  WS-COMMAREA.
           03 WS-USER-DATA.
              05 WS-USER-NROBON        PIC 9(07).
           03 FILLER                   PIC X(13).

      *-----------   VARIABLES DE VALIDACION   ----------------------
       77  WS-DATO-VALIDO              PIC X.
           88 DATOOK                                  VALUE 'Y'.
           88 DATOOK-NO                               VALUE 'N'.

       77  WS-VIG-OK                   PIC X          VALUE 'N'.
       77  WS-SUPERPUESTAS             PIC S9(9) COMP VALUE ZEROS.
       77  WS-PORCEN-ED                PIC ZZ9,99.
       77  WS-NROCLI-ED                PIC 9(07).

      *-----------   HOST VARIABLES DB2 (TBCURBON)   ----------------
       01  DCLTBCURBON.
           10 BON-NROBON      PIC S9(7)V     USAGE COMP-3.
           10 BON-TIPOBON     PIC X(1).
           10 BON-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 BON-SEGMENTO    PIC X(1).
           10 BON-PORCEN      PIC S9(3)V9(2) USAGE COMP-3.
           10 BON-VIGDESDE    PIC X(10).
           10 BON-VIGHASTA    PIC X(10).
           10 BON-MOTIVO      PIC X(30).
           10 BON-ESTADO      PIC X(1).
           10 BON-OPERALTA    PIC X(3).
           10 BON-FECALTA     PIC X(10).
           10 BON-OPERBAJA    PIC X(3).
           10 BON-FECBAJA     PIC X(10).

       77  CLI-NOMAPE         PIC X(30)           VALUE SPACES.
       77  NOT-FOUND          PIC S9(9) COMP      VALUE +100.

      *----------- REGISTRO DE AUDITORIA (COLA AUDC, 106 BYTES) -------
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

      *    RESUMEN DE LA BONIFICACION PARA LA AUDITORIA.
       01  WS-AUD-BONIF.
           03 AUB-TIPOBON          PIC X(01).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 AUB-NROCLI           PIC 9(07).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 AUB-SEGMENTO         PIC X(01).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 AUB-PORCEN           PIC ZZ9,99.
           03 FILLER               PIC X(02)      VALUE '% '.
           03 AUB-VIGHASTA         PIC X(10).

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
       77  WS-NIVEL-REQUERIDO      PIC 9(01)       VALUE 1.
      *    ALTA Y BAJA DE BONIFICACIONES: SOLO SUPERVISOR.
       77  WS-NIVEL-MANTEN         PIC 9(01)       VALUE 3.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.


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

           MOVE LOW-VALUES TO MAPBONIO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE ZEROS TO WS-USER-NROBON
              MOVE LENGTH OF MAPBONIO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPBONIO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPBONII)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPBONIO
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

              WHEN DFHPF5
                 PERFORM 3500-PF5-I   THRU 3500-PF5-F

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
      *  CONSULTA DE LA BONIFICACION POR NUMERO.
       3100-ENTER-I.

           MOVE 1 TO WS-NIVEL-REQUERIDO
           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3100-ENTER-F
           END-IF

           IF NROBONI IS NOT NUMERIC OR
              NROBONI IS EQUAL ZEROS
              MOVE CT-MNS-16 TO MSGO
              GO TO 3100-ENTER-F
           END-IF

           MOVE NROBONI TO BON-NROBON WS-USER-NROBON
           PERFORM 5000-LEER-BONIF-I THRU 5000-LEER-BONIF-F

           IF SQLCODE IS EQUAL 0
              PERFORM 5100-MOSTRAR-I THRU 5100-MOSTRAR-F
              MOVE CT-MNS-12 TO MSGO
           END-IF.

       3100-ENTER-F. EXIT.


      *-------------------------------------------------------------
       3200-PF3-I.

           MOVE LOW-VALUES TO MAPBONIO.
           MOVE ZEROS TO WS-USER-NROBON.
           MOVE CT-MNS-01 TO MSGO.

       3200-PF3-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMMECTA')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  ALTA DE UNA BONIFICACION.
       3500-PF5-I.

           MOVE WS-NIVEL-MANTEN TO WS-NIVEL-REQUERIDO
           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3500-PF5-F
           END-IF

           PERFORM 3550-VALIDAR-I THRU 3550-VALIDAR-F
           IF DATOOK-NO
              GO TO 3500-PF5-F
           END-IF

      *    NO PUEDE HABER OTRA ACTIVA DE LA MISMA CLAVE (TIPO +
      *    CLIENTE + SEGMENTO) CON VIGENCIA SUPERPUESTA.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-SUPERPUESTAS
                FROM KC02803.TBCURBON
               WHERE TIPOBON  = :BON-TIPOBON
                 AND NROCLI   = :BON-NROCLI
                 AND SEGMENTO = :BON-SEGMENTO
                 AND ESTADO   = 'A'
                 AND VIGDESDE <= :BON-VIGHASTA
                 AND VIGHASTA >= :BON-VIGDESDE
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 3500-PF5-F
           END-IF
           IF WS-SUPERPUESTAS IS GREATER ZEROS
              MOVE CT-MNS-10 TO MSGO
              GO TO 3500-PF5-F
           END-IF

           EXEC SQL
              SELECT VALUE(MAX(NROBON), 0) + 1
                INTO :BON-NROBON
                FROM KC02803.TBCURBON
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 3500-PF5-F
           END-IF

           MOVE 'A'    TO BON-ESTADO
           MOVE FIR-ID TO BON-OPERALTA

           EXEC SQL
              INSERT INTO KC02803.TBCURBON
                 ( NROBON, TIPOBON, NROCLI, SEGMENTO, PORCEN,
                   VIGDESDE, VIGHASTA, MOTIVO, ESTADO, OPERALTA,
                   FECALTA )
              VALUES (
                   :BON-NROBON,
                   :BON-TIPOBON,
                   :BON-NROCLI,
                   :BON-SEGMENTO,
                   :BON-PORCEN,
                   :BON-VIGDESDE,
                   :BON-VIGHASTA,
                   :BON-MOTIVO,
                   :BON-ESTADO,
                   :BON-OPERALTA,
                   CURRENT DATE
                 )
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 3500-PF5-F
           END-IF

           MOVE BON-NROBON TO WS-USER-NROBON
           PERFORM 5000-LEER-BONIF-I THRU 5000-LEER-BONIF-F
           IF SQLCODE IS NOT EQUAL 0
              GO TO 3500-PF5-F
           END-IF
           PERFORM 5100-MOSTRAR-I THRU 5100-MOSTRAR-F

           MOVE 'ALTA'       TO AUD-ACCION
           MOVE SPACES       TO AUD-VALOR-ANT
           PERFORM 5200-ARMAR-AUDIT-I THRU 5200-ARMAR-AUDIT-F
           MOVE WS-AUD-BONIF TO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           MOVE CT-MNS-07 TO MSGO.

       3500-PF5-F. EXIT.


      *-------------------------------------------------------------
       3550-VALIDAR-I.

           SET DATOOK-NO TO TRUE
           MOVE ZEROS  TO BON-NROCLI
           MOVE SPACES TO BON-SEGMENTO CLI-NOMAPE

           EVALUATE TIPOI
              WHEN 'C'
                 IF NROCLII IS NOT NUMERIC OR
                    NROCLII IS EQUAL ZEROS
                    MOVE CT-MNS-03 TO MSGO
                    GO TO 3550-VALIDAR-F
                 END-IF
                 MOVE NROCLII TO BON-NROCLI
                 EXEC SQL
                    SELECT NOMAPE
                      INTO :CLI-NOMAPE
                      FROM KC02803.TBCURCLI
                     WHERE NROCLI = :BON-NROCLI
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 0
                       CONTINUE
                    WHEN NOT-FOUND
                       MOVE CT-MNS-03 TO MSGO
                       GO TO 3550-VALIDAR-F
                    WHEN OTHER
                       MOVE CT-MNS-08 TO MSGO
                       GO TO 3550-VALIDAR-F
                 END-EVALUATE
              WHEN 'H'
                 CONTINUE
              WHEN 'S'
                 IF SEGMI IS NOT EQUAL 'A' AND
                    SEGMI IS NOT EQUAL 'B' AND
                    SEGMI IS NOT EQUAL 'C'
                    MOVE CT-MNS-04 TO MSGO
                    GO TO 3550-VALIDAR-F
                 END-IF
                 MOVE SEGMI TO BON-SEGMENTO
              WHEN OTHER
                 MOVE CT-MNS-02 TO MSGO
                 GO TO 3550-VALIDAR-F
           END-EVALUATE
           MOVE TIPOI TO BON-TIPOBON

           IF PORCI IS NOT NUMERIC
              MOVE CT-MNS-06 TO MSGO
              GO TO 3550-VALIDAR-F
           END-IF
           MOVE PORCI TO BON-PORCEN
           IF BON-PORCEN IS NOT GREATER ZEROS OR
              BON-PORCEN IS GREATER 100
              MOVE CT-MNS-06 TO MSGO
              GO TO 3550-VALIDAR-F
           END-IF

           IF VIGDESI IS EQUAL TO (SPACES OR LOW-VALUES) OR
              VIGHASI IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE CT-MNS-05 TO MSGO
              GO TO 3550-VALIDAR-F
           END-IF
           MOVE VIGDESI TO BON-VIGDESDE
           MOVE VIGHASI TO BON-VIGHASTA

      *    FECHAS VALIDAS Y HASTA NO ANTERIOR A DESDE.
           MOVE 'N' TO WS-VIG-OK
           EXEC SQL
              SELECT CASE WHEN DATE(:BON-VIGHASTA) >=
                               DATE(:BON-VIGDESDE)
                          THEN 'S' ELSE 'N' END
                INTO :WS-VIG-OK
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF WS-VIG-OK IS EQUAL 'N'
                    MOVE CT-MNS-05 TO MSGO
                    GO TO 3550-VALIDAR-F
                 END-IF
              WHEN -181
              WHEN -180
                 MOVE CT-MNS-05 TO MSGO
                 GO TO 3550-VALIDAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 3550-VALIDAR-F
           END-EVALUATE

           IF MOTIVOI IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE CT-MNS-15 TO MSGO
              GO TO 3550-VALIDAR-F
           END-IF
           MOVE MOTIVOI TO BON-MOTIVO

           SET DATOOK TO TRUE.

       3550-VALIDAR-F. EXIT.


      *-------------------------------------------------------------
      *  BAJA LOGICA: LA FILA QUEDA COMO HISTORIA CON QUIEN LA DIO
      *  DE BAJA; PGMCOCTA DEJA DE APLICARLA.
       3600-PF6-I.

           MOVE WS-NIVEL-MANTEN TO WS-NIVEL-REQUERIDO
           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3600-PF6-F
           END-IF

           IF NROBONI IS NOT NUMERIC OR
              NROBONI IS EQUAL ZEROS
              MOVE CT-MNS-16 TO MSGO
              GO TO 3600-PF6-F
           END-IF

           MOVE NROBONI TO BON-NROBON WS-USER-NROBON
           PERFORM 5000-LEER-BONIF-I THRU 5000-LEER-BONIF-F
           IF SQLCODE IS NOT EQUAL 0
              GO TO 3600-PF6-F
           END-IF

           IF BON-ESTADO IS EQUAL 'B'
              PERFORM 5100-MOSTRAR-I THRU 5100-MOSTRAR-F
              MOVE CT-MNS-14 TO MSGO
              GO TO 3600-PF6-F
           END-IF

           MOVE FIR-ID TO BON-OPERBAJA

           EXEC SQL
              UPDATE KC02803.TBCURBON
                 SET ESTADO   = 'B',
                     OPERBAJA = :BON-OPERBAJA,
                     FECBAJA  = CURRENT DATE
               WHERE NROBON = :BON-NROBON
                 AND ESTADO = 'A'
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 3600-PF6-F
           END-IF

           PERFORM 5200-ARMAR-AUDIT-I THRU 5200-ARMAR-AUDIT-F
           MOVE 'BAJA'       TO AUD-ACCION
           MOVE WS-AUD-BONIF TO AUD-VALOR-ANT
           MOVE SPACES       TO AUD-VALOR-NUE
           MOVE 'ESTADO B'   TO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           PERFORM 5000-LEER-BONIF-I THRU 5000-LEER-BONIF-F
           IF SQLCODE IS EQUAL 0
              PERFORM 5100-MOSTRAR-I THRU 5100-MOSTRAR-F
           END-IF
           MOVE CT-MNS-13 TO MSGO.

       3600-PF6-F. EXIT.


      *-------------------------------------------------------------
       5000-LEER-BONIF-I.

           EXEC SQL
              SELECT B.TIPOBON, B.NROCLI, B.SEGMENTO, B.PORCEN,
                     CHAR(B.VIGDESDE, ISO), CHAR(B.VIGHASTA, ISO),
                     B.MOTIVO, B.ESTADO, B.OPERALTA,
                     CHAR(B.FECALTA, ISO), B.OPERBAJA,
                     VALUE(CHAR(B.FECBAJA, ISO), ' '),
                     VALUE(C.NOMAPE, ' ')
                INTO :BON-TIPOBON, :BON-NROCLI, :BON-SEGMENTO,
                     :BON-PORCEN, :BON-VIGDESDE, :BON-VIGHASTA,
                     :BON-MOTIVO, :BON-ESTADO, :BON-OPERALTA,
                     :BON-FECALTA, :BON-OPERBAJA, :BON-FECBAJA,
                     :CLI-NOMAPE
                FROM KC02803.TBCURBON B
                     LEFT JOIN KC02803.TBCURCLI C
                       ON C.NROCLI = B.NROCLI
               WHERE B.NROBON = :BON-NROBON
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-11 TO MSGO
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
           END-EVALUATE.

       5000-LEER-BONIF-F. EXIT.


      *-------------------------------------------------------------
       5100-MOSTRAR-I.

           MOVE BON-NROBON   TO NROBONO
           MOVE BON-TIPOBON  TO TIPOO
           MOVE BON-NROCLI   TO WS-NROCLI-ED
           MOVE WS-NROCLI-ED TO NROCLIO
           MOVE CLI-NOMAPE   TO NOMCLIO
           MOVE BON-SEGMENTO TO SEGMO
           MOVE BON-PORCEN   TO WS-PORCEN-ED
           MOVE WS-PORCEN-ED TO PORCO
           MOVE BON-VIGDESDE TO VIGDESO
           MOVE BON-VIGHASTA TO VIGHASO
           MOVE BON-MOTIVO   TO MOTIVOO
           MOVE BON-ESTADO   TO ESTADOO
           MOVE BON-OPERALTA TO OPALTAO
           MOVE BON-FECALTA  TO FEALTAO
           MOVE BON-OPERBAJA TO OPBAJAO
           MOVE BON-FECBAJA  TO FEBAJAO.

       5100-MOSTRAR-F. EXIT.


      *-------------------------------------------------------------
       5200-ARMAR-AUDIT-I.

           MOVE BON-TIPOBON  TO AUB-TIPOBON
           MOVE BON-NROCLI   TO AUB-NROCLI
           MOVE BON-SEGMENTO TO AUB-SEGMENTO
           MOVE BON-PORCEN   TO AUB-PORCEN
           MOVE BON-VIGHASTA TO AUB-VIGHASTA.

       5200-ARMAR-AUDIT-F. EXIT.


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
               FROM   (MAPBONIO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA UN REGISTRO DE AUDITORIA CON OPERADOR, TERMINAL,
      *  CLAVE AFECTADA Y VALOR ANTERIOR/NUEVO. AUD-ACCION Y
      *  AUD-VALOR-ANT/AUD-VALOR-NUE SE DEJAN CARGADOS POR QUIEN
      *  PERFORMA ESTE PARRAFO.
       9500-AUDITORIA-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           MOVE EIBTRNID        TO AUD-TRANSACCION
      *    SE ESTAMPA EL OPERADOR FIRMADO, NO EL DE LA TERMINAL.
           MOVE FIR-ID          TO AUD-OPERADOR
           MOVE EIBTRMID        TO AUD-TERMINAL
           MOVE 'BO'            TO AUD-TIP-DOC
           MOVE BON-NROBON      TO AUD-NRO-DOC
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

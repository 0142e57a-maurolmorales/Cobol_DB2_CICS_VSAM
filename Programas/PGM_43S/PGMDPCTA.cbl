      *    REGISTRO DEL MOVIMIENTO EN TBCURMOV CON OPERADOR, FECHA    *
      *    Y HORA, PARA DISTINGUIR LA OPERACION DE CAJA DE UN         *
      *    AJUSTE DE SALDO.                                           *
      *    EL CREDITO ENCOLA LOS AVISOS AL CLIENTE SUSCRIPTO EN       *
      *    TBCURSUS (RUTINA PGMAVCAF) EN LA MISMA UNIDAD DE TRABAJO.  *
      *    CON LA JORNADA CERRADA (CADENA NOCTURNA CORRIENDO) EL      *
      *    DEPOSITO EN EFECTIVO NO TOCA EL SALDO: QUEDA ACEPTADO EN   *
      *    MEMORIA (RUTINA PGMMEMCA, TABLA TBCURMEM) Y LO APLICA      *
      *    PGMMEMAP AL FINAL DE LA CADENA. EL DEPOSITO DE CHEQUE      *
      *    ESPERA A LA APERTURA: SU RETENCION NO PUEDE QUEDAR SOBRE   *
      *    UN CREDITO QUE TODAVIA NO EXISTE.                          *
      *    EN MONEDA EXTRANJERA, FUERA DE LA FRANQUICIA MENSUAL DE LA *
      *    TARIFA POR EVENTO ('DM', RUTINA PGMTVCAF) EL ENTER SOLO    *
      *    INFORMA EL CARGO Y EL DEPOSITO SE CONFIRMA CON PF6; EL     *
      *    CARGO LO DEBITA EL PROCESO NOCTURNO PGMTVCOB. UN PF6 SIN   *
      *    ESE ENTER, O CON OTRA CUENTA O IMPORTE, VALE COMO ENTER.   *
      *    CADA INTENTO (ACEPTADO, RECHAZADO, O CANCELADO CON PF3 O   *
      *    PF12 SOBRE UN CARGO INFORMADO) TOMA EL PROXIMO NUMERO DEL  *
      *    DIARIO ELECTRONICO DEL OPERADOR (RUTINA PGMDICAF); UN      *
      *    DEPOSITO QUE NO PUEDE ASENTARSE SE ANULA.                  *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
             05 CT-MNS-CHQ        PIC X(72) VALUE
                  'FORMA DE DEPOSITO INVALIDA (EF/CH)'.
             05 CT-MNS-JOR        PIC X(72) VALUE
                  'JORNADA CERRADA - DEPOSITO DE CHEQUE NO ADMITIDO'.
             05 CT-MNS-SUC        PIC X(72) VALUE
                  'CUENTA DE OTRA SUCURSAL - REQUIERE SUPERVISOR'.
             05 CT-MNS-PRE        PIC X(72) VALUE
                  'PRESENTANTE NO AUTORIZADO A OPERAR LA CUENTA'.
             05 CT-MNS-DIA        PIC X(72) VALUE
              'SIN ASIENTO EN EL DIARIO DE CAJA - OPERACION ANULADA'.
             05 CT-MNS-CAN        PIC X(72) VALUE
                  'OPERACION CON CARGO NO CONFIRMADA - CANCELADA'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-USER-DATA.
              05 WS-USER-TIPCUEN       PIC X(02).
              05 WS-USER-NROCUEN       PIC 9(10).
      *       'P' = CARGO INFORMADO, PENDIENTE DE CONFIRMAR CON PF6.
              05 WS-USER-DIARIO        PIC X(01).
      *    DATOS DE LA OPERACION CUYO CARGO INFORMO EL ENTER: EL PF6
      *    SOLO CONFIRMA SI LA PANTALLA SIGUE TRAYENDO LOS MISMOS.
           03 WS-USER-COTIZACION.
              05 WS-USER-COT-TIPCUEN   PIC X(02).
              05 WS-USER-COT-NROCUEN   PIC 9(10).
              05 WS-USER-COT-IMPORTE   PIC 9(11)V99.
           03 FILLER                   PIC X(12).

      *-----------   VARIABLES DE VALIDACION   ----------------------
       77  WS-CUENTA-VALIDA            PIC X.
           05 LK-DV-CALCULADO      PIC 9(2).
           05 LK-DV-VALIDO         PIC X(2).

      *---- RUTINA DE AVISOS AL CLIENTE -----------------------------
       77  WS-PGMAVCAF             PIC X(8)       VALUE 'PGMAVCAF'.

       01  LK-AVISO.
           05 LK-AVI-TIPCUEN       PIC X(2).
           05 LK-AVI-NROCUEN       PIC 9(10).
           05 LK-AVI-TIPEVEN       PIC X(2).
           05 LK-AVI-IMPORTE       PIC 9(11)V99.
           05 LK-AVI-MONEDA        PIC 9(1).
           05 LK-AVI-REFER         PIC X(12).
           05 LK-AVI-ENCOLADOS     PIC 9(3).
           05 LK-AVI-RESULT        PIC X(2).

      *-----------   HOST VARIABLES DB2 (TBCURMOV)   ----------------
       01  DCLTBCURMOV.
           10 MOV-TIPCUEN     PIC X(2).
           03 FILLER               PIC X(35)      VALUE
              ' - PENDIENTE DE SUPERVISOR'.

      *---- TARIFA POR EVENTO: CARGO POR DEPOSITO EN MONEDA ----------
      *---- EXTRANJERA FUERA DE LA FRANQUICIA (RUTINA PGMTVCAF) -------
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

       77  WS-TARIFA               PIC X          VALUE 'N'.
           88 TARIFA-A-CONFIRMAR                  VALUE 'S'.
           88 TARIFA-SIN-CARGO                    VALUE 'N'.

       01  WS-MSG-TARIFA.
           03 FILLER               PIC X(23)      VALUE
              'OPERACION CON CARGO DE '.
           03 WS-MSG-TAR-IMP       PIC Z(8)9.99.
           03 FILLER               PIC X(37)      VALUE
              ' - FRANQUICIA AGOTADA - PF6 CONFIRMA'.

      *---- POSTEO EN MEMORIA CON LA JORNADA CERRADA ------------------
       77  WS-PGMMEMCA             PIC X(8)       VALUE 'PGMMEMCA'.

       01  LK-MEMO.
           05 LK-MEM-OPERACION     PIC X(1).
           05 LK-MEM-TIPCUEN       PIC X(2).
           05 LK-MEM-NROCUEN       PIC 9(10).
           05 LK-MEM-TIPCUED       PIC X(2).
           05 LK-MEM-NROCUED       PIC 9(10).
           05 LK-MEM-IMPORTE       PIC 9(11)V99.
           05 LK-MEM-CANAL         PIC X(2).
           05 LK-MEM-REFER         PIC X(16).
           05 LK-MEM-OPERADOR      PIC X(3).
           05 LK-MEM-SUCURSAL      PIC 9(2).
           05 LK-MEM-HORACAPT      PIC X(8).
           05 LK-MEM-NROMEMO       PIC 9(11).
           05 LK-MEM-SALDO         PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 LK-MEM-RESULT        PIC X(2).

       01  WS-MSG-MEMO.
           03 FILLER               PIC X(24)      VALUE
              'ACEPTADO EN MEMORIA NRO '.
           03 WS-MSG-MEM-NRO       PIC 9(11)      VALUE ZEROS.
           03 FILLER               PIC X(37)      VALUE
              ' - SE APLICA CON EL CIERRE NOCTURNO'.

      *---- DIARIO ELECTRONICO DE CAJA: CADA INTENTO DE OPERACION ----
      *---- TOMA EL PROXIMO NUMERO DEL OPERADOR (RUTINA PGMDICAF) -----
       77  WS-PGMDICAF             PIC X(8)       VALUE 'PGMDICAF'.

       01  LK-DIARIO.
           05 LK-DIA-OPERADOR      PIC X(3).
           05 LK-DIA-SUCURSAL      PIC 9(2).
           05 LK-DIA-TERMINAL      PIC X(4).
           05 LK-DIA-TRANSAC       PIC X(4).
           05 LK-DIA-RESULTADO     PIC X(1).
           05 LK-DIA-TIPCUEN       PIC X(2).
           05 LK-DIA-NROCUEN       PIC 9(10).
           05 LK-DIA-IMPORTE       PIC 9(11)V99.
           05 LK-DIA-MONEDA        PIC 9(1).
           05 LK-DIA-HORA          PIC X(8).
           05 LK-DIA-MENSAJE       PIC X(60).
           05 LK-DIA-NUMERO        PIC 9(7).
           05 LK-DIA-RESULT        PIC X(2).

       LINKAGE SECTION.
      *================*
       01 DFHCOMMAREA PIC X(50).

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

           IF EIBCALEN = 0 THEN

              MOVE SPACES TO WS-USER-DIARIO
              INITIALIZE WS-USER-COTIZACION
              MOVE LENGTH OF MAP5CTAO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              WHEN DFHENTER
                 PERFORM 3100-ENTER-I THRU 3100-ENTER-F

      *       PF6: CONFIRMA UN DEPOSITO CON CARGO YA INFORMADO
      *       PARA LOS MISMOS DATOS (5000-UPDATE).
              WHEN DFHPF6
                 PERFORM 3100-ENTER-I THRU 3100-ENTER-F

              WHEN DFHPF3
                 PERFORM 3200-PF3-I   THRU 3200-PF3-F


           END-EVALUATE

           IF EIBAID IS EQUAL DFHENTER OR
              EIBAID IS EQUAL DFHPF6
              PERFORM 9700-DIARIO-I THRU 9700-DIARIO-F
           END-IF

           PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F.

       3000-TECLAS-F. EXIT.
              GO TO 3100-ENTER-F
           END-IF

      *    CON LA JORNADA CERRADA (PGMJORNA) EL DEPOSITO PASA LOS
      *    MISMOS CONTROLES PERO SE ACEPTA EN MEMORIA.
           PERFORM 0800-VERIF-JORNADA-I
              THRU 0800-VERIF-JORNADA-F

           PERFORM 3150-VALIDAR-I THRU 3150-VALIDAR-F

      *-------------------------------------------------------------
       3200-PF3-I.

           IF WS-USER-DIARIO IS EQUAL 'P'
              PERFORM 9720-DIARIO-CANCELA-I THRU 9720-DIARIO-CANCELA-F
           END-IF

           MOVE LOW-VALUES TO MAP5CTAO.
           MOVE CT-MNS-01 TO MSGO.

      *-------------------------------------------------------------
       3300-PF12-I.

           IF WS-USER-DIARIO IS EQUAL 'P'
              PERFORM 9720-DIARIO-CANCELA-I THRU 9720-DIARIO-CANCELA-F
           END-IF

           EXEC CICS XCTL
              PROGRAM ('PGMMECTA')
           END-EXEC.
              GO TO 5000-UPDATE-F
           END-IF

      *    FUERA DE LA FRANQUICIA DEL MES EL CAJERO VE EL CARGO
      *    ANTES DE CONFIRMAR: EL ENTER NO POSTEA, LO HACE EL PF6.
      *    EL PF6 SOLO SALTEA EL CARGO SI EL ENTER LO INFORMO PARA
      *    ESTA MISMA CUENTA E IMPORTE; SI NO, VALE COMO ENTER.
           IF EIBAID IS EQUAL DFHPF6 AND
              WS-USER-DIARIO IS EQUAL 'P' AND
              REG-TIPCUEN IS EQUAL WS-USER-COT-TIPCUEN AND
              REG-NROCUEN IS EQUAL WS-USER-COT-NROCUEN AND
              WS-IMPORTE  IS EQUAL WS-USER-COT-IMPORTE
              CONTINUE
           ELSE
              PERFORM 0990-VERIF-TARIFA-I THRU 0990-VERIF-TARIFA-F
              IF TARIFA-A-CONFIRMAR
                 MOVE REG-TIPCUEN      TO TIPCUENO
                 MOVE REG-NROCUEN      TO NROCUENO
                 GO TO 5000-UPDATE-F
              END-IF
           END-IF

           IF JORNADA-CERRADA
              PERFORM 5100-MEMO-I THRU 5100-MEMO-F
              GO TO 5000-UPDATE-F
           END-IF

           COMPUTE WS-SALDO-NUEVO = REG-SALDO + WS-IMPORTE

      *    EL SALDO DE TBCURCTA ES DECIMAL(13,2): UN RESULTADO MAYOR
       5000-UPDATE-F. EXIT.


      *-------------------------------------------------------------
      *  JORNADA CERRADA: EL DEPOSITO EN EFECTIVO QUEDA ACEPTADO EN
      *  MEMORIA (PGMMEMCA, TBCURMEM), CONTROLADO CONTRA EL TOPE DE
      *  SALDO CON LO YA ACEPTADO; EL SALDO Y EL MOVIMIENTO LOS
      *  GRABA PGMMEMAP AL FINAL DE LA CADENA NOCTURNA.
       5100-MEMO-I.

           MOVE REG-TIPCUEN  TO TIPCUENO
           MOVE REG-NROCUEN  TO NROCUENO

           IF FORMAI IS EQUAL 'CH'
              MOVE CT-MNS-JOR TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 5100-MEMO-F
           END-IF

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           MOVE 'C'          TO LK-MEM-OPERACION
           MOVE REG-TIPCUEN  TO LK-MEM-TIPCUEN
           MOVE REG-NROCUEN  TO LK-MEM-NROCUEN
           MOVE SPACES       TO LK-MEM-TIPCUED
           MOVE ZEROS        TO LK-MEM-NROCUED
           MOVE WS-IMPORTE   TO LK-MEM-IMPORTE
           MOVE 'CA'         TO LK-MEM-CANAL
           MOVE EIBTRMID     TO LK-MEM-REFER
           MOVE FIR-ID       TO LK-MEM-OPERADOR
           MOVE FIR-SUC      TO LK-MEM-SUCURSAL
           MOVE WS-HORA      TO LK-MEM-HORACAPT

           CALL WS-PGMMEMCA USING LK-MEMO

           EVALUATE LK-MEM-RESULT

              WHEN 'OK'
                 MOVE LK-MEM-NROMEMO   TO WS-MSG-MEM-NRO
                 MOVE WS-MSG-MEMO      TO MSGO
                 MOVE LK-MEM-SALDO     TO WS-SALDO-NUE-ED
                 MOVE WS-SALDO-NUE-ED  TO SALDOO

              WHEN 'TO'
                 MOVE CT-MNS-12  TO MSGO
                 MOVE 'E' TO ACT-RESULT

              WHEN 'NO'
                 MOVE CT-MNS-11  TO MSGO
                 MOVE 'E' TO ACT-RESULT

              WHEN OTHER
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE CT-MNS-08  TO MSGO
                 MOVE 'E' TO ACT-RESULT

           END-EVALUATE.

       5100-MEMO-F. EXIT.


      *-------------------------------------------------------------
      *  VALIDA EL DIGITO VERIFICADOR INGRESADO (PGMDVCTA) CONTRA
      *  SUCURSAL/TIPO/NUMERO DE LA CUENTA LEIDA, ANTES DE TOCAR
           EVALUATE SQLCODE

              WHEN 0
                 PERFORM 6900-AVISO-CLIENTE-I
                    THRU 6900-AVISO-CLIENTE-F
                 IF LK-AVI-RESULT IS EQUAL 'RB'
                    MOVE CT-MNS-08  TO MSGO
                    MOVE 'E' TO ACT-RESULT
                    GO TO 6000-GRABAR-MOVIM-F
                 END-IF
      *          EL DEPOSITO DE CHEQUE DEJA LA RETENCION HASTA
      *          QUE EL CHEQUE CLAREE (PGMRETLB LA LIBERA).
                 IF FORMAI IS EQUAL 'CH'
       6000-GRABAR-MOVIM-F. EXIT.


      *-------------------------------------------------------------
      *  ENCOLA LOS AVISOS AL CLIENTE QUE CORRESPONDAN AL
      *  MOVIMIENTO RECIEN GRABADO (PGMAVCAF, SUSCRIPCIONES DE
      *  TBCURSUS). EL AVISO NO CONDICIONA LA OPERACION, SALVO
      *  QUE EL DB2 HAYA RETROCEDIDO LA UNIDAD DE TRABAJO ('RB').
       6900-AVISO-CLIENTE-I.

           MOVE MOV-TIPCUEN  TO LK-AVI-TIPCUEN
           MOVE MOV-NROCUEN  TO LK-AVI-NROCUEN
           IF MOV-TIPMOV IS EQUAL 'DE'
              MOVE 'DB' TO LK-AVI-TIPEVEN
           ELSE
              MOVE 'CR' TO LK-AVI-TIPEVEN
           END-IF
           MOVE MOV-IMPORTE  TO LK-AVI-IMPORTE
           MOVE MOV-MONEDA   TO LK-AVI-MONEDA
           MOVE MOV-REFMOV   TO LK-AVI-REFER
           CALL WS-PGMAVCAF USING LK-AVISO.

       6900-AVISO-CLIENTE-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA LA RETENCION DEL CHEQUE DEPOSITADO. SI LA
      *  RETENCION NO SE PUEDE GRABAR, EL DEPOSITO COMPLETO
       0850-VERIF-PRESENTANTE-F. EXIT.


      *-------------------------------------------------------------
      *  TARIFA POR EVENTO DEL DEPOSITO (PGMTVCAF): SOLO LAS CUENTAS
      *  EN MONEDA EXTRANJERA PAGAN FUERA DE LA FRANQUICIA DEL MES;
      *  EN PESOS LA RUTINA DEVUELVE 'NA'.
       0990-VERIF-TARIFA-I.

           SET TARIFA-SIN-CARGO TO TRUE
           PERFORM 7000-TIME-I THRU 7000-TIME-F
           MOVE WS-FECHA-AAAAMMDD (1:4) TO WFT-AAAA
           MOVE WS-FECHA-AAAAMMDD (5:2) TO WFT-MM
           MOVE WS-FECHA-AAAAMMDD (7:2) TO WFT-DD

           MOVE 'DM'            TO LK-TEV-EVENTO
           MOVE REG-TIPCUEN     TO LK-TEV-TIPCUEN
           MOVE REG-NROCUEN     TO LK-TEV-NROCUEN
           MOVE WS-FECHA-TARIFA TO LK-TEV-FECHA

           CALL WS-PGMTVCAF USING LK-TARIFA

      *    SIN TARIFA O SIN CUENTA NO HAY NADA QUE INFORMAR; UN
      *    ERROR DE LECTURA TAMPOCO DETIENE LA OPERACION, SALVO QUE
      *    EL DB2 HAYA RETROCEDIDO LA UNIDAD DE TRABAJO.
           EVALUATE LK-TEV-RESULT
              WHEN 'OK'
                 IF LK-TEV-CARGO-PROX IS GREATER ZEROS
                    SET TARIFA-A-CONFIRMAR TO TRUE
                    MOVE LK-TEV-CARGO-PROX TO WS-MSG-TAR-IMP
                    MOVE WS-MSG-TARIFA     TO MSGO
                    MOVE REG-TIPCUEN       TO WS-USER-COT-TIPCUEN
                    MOVE REG-NROCUEN       TO WS-USER-COT-NROCUEN
                    MOVE WS-IMPORTE        TO WS-USER-COT-IMPORTE
                 END-IF
              WHEN 'RB'
                 SET TARIFA-A-CONFIRMAR TO TRUE
                 INITIALIZE WS-USER-COTIZACION
                 MOVE CT-MNS-08  TO MSGO
                 MOVE 'E' TO ACT-RESULT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0990-VERIF-TARIFA-F. EXIT.


      *-------------------------------------------------------------
      *  VENTANA DE POSTEO: LA JORNADA DE LA FECHA DEBE ESTAR
      *  ABIERTA EN TBCURRUN (PASO 'JORNADA', PGMJORNA). SIN FILA
      *  SE CONSIDERA ABIERTA. CERRADA, EL DEPOSITO SE ACEPTA EN
      *  MEMORIA (5100-MEMO).
       0800-VERIF-JORNADA-I.

           SET JORNADA-ABIERTA TO TRUE
           IF SQLCODE IS EQUAL 0 AND
              RUN-ESTADO IS NOT EQUAL 'A'
              SET JORNADA-CERRADA TO TRUE
           END-IF.

       0800-VERIF-JORNADA-F. EXIT.

       9600-ACTIVIDAD-F. EXIT.

      *-------------------------------------------------------------
      *  DIARIO ELECTRONICO DE CAJA: EL INTENTO TOMA EL PROXIMO
      *  NUMERO DEL DIARIO DEL OPERADOR (PGMDICAF). SIN OPERADOR
      *  FIRMADO NO HAY DIARIO; EL CARGO INFORMADO PARA CONFIRMAR
      *  TODAVIA NO ES OPERACION Y QUEDA PENDIENTE EN LA COMMAREA.
      *  UNA OPERACION ACEPTADA QUE NO PUEDE ASENTARSE SE DESHACE
      *  Y SE ASIENTA COMO RECHAZADA.
       9700-DIARIO-I.

           IF FIRMA-NO
              GO TO 9700-DIARIO-F
           END-IF

           IF TARIFA-A-CONFIRMAR
              MOVE 'P' TO WS-USER-DIARIO
              GO TO 9700-DIARIO-F
           END-IF
           MOVE SPACES TO WS-USER-DIARIO
           INITIALIZE WS-USER-COTIZACION

           IF ACT-RESULT IS EQUAL 'E'
              MOVE 'R' TO LK-DIA-RESULTADO
           ELSE
              MOVE 'A' TO LK-DIA-RESULTADO
           END-IF

           PERFORM 9710-ASENTAR-I THRU 9710-ASENTAR-F

           IF LK-DIA-RESULT IS EQUAL 'OK' OR
              LK-DIA-RESULTADO IS EQUAL 'R'
              GO TO 9700-DIARIO-F
           END-IF

           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE CT-MNS-DIA TO MSGO
           MOVE 'E' TO ACT-RESULT
           MOVE 'R' TO LK-DIA-RESULTADO
           PERFORM 9710-ASENTAR-I THRU 9710-ASENTAR-F.

       9700-DIARIO-F. EXIT.


      *-------------------------------------------------------------
      *  ARMA EL ASIENTO CON EL OPERADOR FIRMADO Y LOS DATOS DE LA
      *  PANTALLA, Y LO GRABA EN LA UNIDAD DE TRABAJO DE LA TAREA.
       9710-ASENTAR-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           MOVE FIR-ID           TO LK-DIA-OPERADOR
           MOVE FIR-SUC          TO LK-DIA-SUCURSAL
           MOVE EIBTRMID         TO LK-DIA-TERMINAL
           MOVE WS-TRANSACTION   TO LK-DIA-TRANSAC
           MOVE WS-USER-TIPCUEN  TO LK-DIA-TIPCUEN
           MOVE ZEROS            TO LK-DIA-NROCUEN
                                    LK-DIA-IMPORTE
           IF WS-USER-NROCUEN IS NUMERIC
              MOVE WS-USER-NROCUEN TO LK-DIA-NROCUEN
           END-IF
           IF IMPORTEI IS NUMERIC
              MOVE IMPORTEI      TO LK-DIA-IMPORTE
           END-IF
           MOVE REG-MONEDA       TO LK-DIA-MONEDA
           MOVE WS-HORA          TO LK-DIA-HORA
           MOVE MSGO             TO LK-DIA-MENSAJE

           CALL WS-PGMDICAF USING LK-DIARIO.

       9710-ASENTAR-F. EXIT.


      *-------------------------------------------------------------
      *  EL CAJERO ABANDONA UN CARGO INFORMADO SIN CONFIRMARLO: EL
      *  INTENTO QUEDA ASENTADO COMO CANCELADO.
       9720-DIARIO-CANCELA-I.

           MOVE SPACES TO WS-USER-DIARIO
           INITIALIZE WS-USER-COTIZACION

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 9720-DIARIO-CANCELA-F
           END-IF

           MOVE 'C'        TO LK-DIA-RESULTADO
           MOVE CT-MNS-CAN TO MSGO
           PERFORM 9710-ASENTAR-I THRU 9710-ASENTAR-F.

       9720-DIARIO-CANCELA-F. EXIT.

      *-------------------------------------------------------------
       9999-FINAL-I.


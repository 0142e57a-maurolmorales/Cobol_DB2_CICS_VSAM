      *    GUARDADO Y NO SE POSTEA DE NUEVO.                          *
      *    LOS MOVIMIENTOS QUEDAN EN TBCURMOV CON EL CANAL DEL        *
      *    INVOCANTE Y EL NUMERO DE PEDIDO COMO REFERENCIA.           *
      *    CADA MOVIMIENTO ENCOLA LOS AVISOS AL CLIENTE SUSCRIPTO     *
      *    EN TBCURSUS (RUTINA PGMAVCAF) EN LA MISMA UNIDAD DE        *
      *    TRABAJO.                                                   *
      *    CON LA JORNADA CERRADA (PGMJORNA, CADENA NOCTURNA          *
      *    CORRIENDO) LA OPERACION NO TOCA SALDOS: SE ACEPTA EN       *
      *    MEMORIA (RUTINA PGMMEMCA, TABLA TBCURMEM) CONTRA EL        *
      *    DISPONIBLE DE CIERRE MAS LO YA ACEPTADO, SE RESPONDE 00    *
      *    CON EL SALDO EN MEMORIA Y LA APLICA PGMMEMAP AL FINAL DE   *
      *    LA CADENA. LA IDEMPOTENCIA RIGE IGUAL.                     *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       77  WS-HABIL-ITER           PIC 9(02)      VALUE ZEROS.
       77  WS-CANT-FERIADO         PIC S9(9) COMP VALUE ZEROS.

       77  WS-JORNADA              PIC X          VALUE 'A'.
           88 JORNADA-ABIERTA                     VALUE 'A'.
           88 JORNADA-CERRADA                     VALUE 'C'.
       77  RUN-ESTADO              PIC X(01)      VALUE SPACES.

       77  WS-ERROR-UOW            PIC X          VALUE 'N'.
           88 UOW-CON-ERROR                       VALUE 'S'.
           88 UOW-SIN-ERROR                       VALUE 'N'.
       77  WS-EMBARGADO            PIC S9(13)V99 USAGE COMP-3
                                                  VALUE ZEROS.

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

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

           MOVE SRV-IMPORTE TO WS-IMPORTE
           PERFORM 7000-TIME-I THRU 7000-TIME-F
           PERFORM 0900-FECHA-VALOR-I THRU 0900-FECHA-VALOR-F
           PERFORM 0800-VERIF-JORNADA-I THRU 0800-VERIF-JORNADA-F

           IF JORNADA-CERRADA
              PERFORM 2500-MEMO-I THRU 2500-MEMO-F
           ELSE
              EVALUATE SRV-OPERACION
                 WHEN 'D'
                    PERFORM 3000-DEBITAR-I THRU 3000-DEBITAR-F
                 WHEN 'C'
                    PERFORM 3500-ACREDITAR-I THRU 3500-ACREDITAR-F
                 WHEN OTHER
                    PERFORM 3000-DEBITAR-I THRU 3000-DEBITAR-F
                    IF UOW-SIN-ERROR AND
                       SRV-RESPUESTA IS EQUAL SPACES
                       PERFORM 3500-ACREDITAR-I
                          THRU 3500-ACREDITAR-F
                    END-IF
              END-EVALUATE
           END-IF

           IF SRV-RESPUESTA IS EQUAL SPACES
              IF UOW-SIN-ERROR
       2000-POSTEAR-F. EXIT.


      *-------------------------------------------------------------
      *  JORNADA CERRADA: LA OPERACION QUEDA ACEPTADA EN MEMORIA
      *  (PGMMEMCA, TBCURMEM) CON LOS MISMOS CONTROLES DE ESTADO,
      *  FONDOS Y TOPE, MEDIDOS SOBRE EL SALDO DE CIERRE MAS LO YA
      *  ACEPTADO; SE INFORMA EL SALDO EN MEMORIA.
       2500-MEMO-I.

           MOVE SRV-OPERACION TO LK-MEM-OPERACION
           MOVE SRV-TIPCUEN   TO LK-MEM-TIPCUEN
           MOVE SRV-NROCUEN   TO LK-MEM-NROCUEN
           IF SRV-OPERACION IS EQUAL 'T'
              MOVE SRV-TIPCUED TO LK-MEM-TIPCUED
              MOVE SRV-NROCUED TO LK-MEM-NROCUED
           ELSE
              MOVE SPACES      TO LK-MEM-TIPCUED
              MOVE ZEROS       TO LK-MEM-NROCUED
           END-IF
           MOVE WS-IMPORTE    TO LK-MEM-IMPORTE
           MOVE SRV-CANAL     TO LK-MEM-CANAL
           MOVE SRV-REQID     TO LK-MEM-REFER
           MOVE SPACES        TO LK-MEM-OPERADOR
           MOVE ZEROS         TO LK-MEM-SUCURSAL
           MOVE WS-HORA       TO LK-MEM-HORACAPT

           CALL WS-PGMMEMCA USING LK-MEMO

           EVALUATE LK-MEM-RESULT
              WHEN 'OK'
                 MOVE LK-MEM-SALDO TO WS-SALDO-FINAL
              WHEN 'CI'
                 MOVE '01' TO SRV-RESPUESTA
              WHEN 'NO'
              WHEN 'SF'
              WHEN 'TO'
                 MOVE '02' TO SRV-RESPUESTA
              WHEN OTHER
                 SET UOW-CON-ERROR TO TRUE
           END-EVALUATE.

       2500-MEMO-F. EXIT.


      *-------------------------------------------------------------
      *  DEBITO DE LA CUENTA DEL PEDIDO (SALDO MAS ACUERDO).
       3000-DEBITAR-I.

           IF SQLCODE NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
              GO TO 6100-APLICAR-CUENTA-F
           END-IF

           PERFORM 6900-AVISO-CLIENTE-I THRU 6900-AVISO-CLIENTE-F
           IF LK-AVI-RESULT IS EQUAL 'RB'
              SET UOW-CON-ERROR TO TRUE
           END-IF.

       6100-APLICAR-CUENTA-F. EXIT.


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
      *  EL RESULTADO QUEDA EN TBCURIDM JUNTO CON EL POSTEO: UN
      *  REINTENTO DEL MISMO PEDIDO LO ENCUENTRA Y NO DUPLICA.
       5000-GRABAR-RESULTADO-F. EXIT.


      *-------------------------------------------------------------
      *  VENTANA DE POSTEO: CON LA JORNADA DE LA FECHA CERRADA EN
      *  TBCURRUN (PASO 'JORNADA', PGMJORNA) SE POSTEA EN MEMORIA.
      *  SIN FILA, O SI NO SE PUEDE LEER, SE CONSIDERA ABIERTA,
      *  COMO EN LA CAJA.
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
           END-IF.

       0800-VERIF-JORNADA-F. EXIT.


      *-------------------------------------------------------------
      *  FECHA VALOR: DESPUES DE LA HORA DE CORTE LA OPERACION
      *  POSTEA CON FECHA EFECTIVA DEL DIA HABIL SIGUIENTE, COMO

      *    CUENTA EN OTRO BANCO: EL DEBITO POSTEA LOCAL Y EL          *
      *    CREDITO SE ENCOLA EN TBCURSAL PARA LA CAMARA SALIENTE      *
      *    (PGMCAMSA).                                                *
      *    CADA PATA LOCAL ENCOLA LOS AVISOS AL CLIENTE SUSCRIPTO     *
      *    EN TBCURSUS (RUTINA PGMAVCAF): DEBITO EN EL ORIGEN Y       *
      *    CREDITO EN EL DESTINO.                                     *
      *    CADA INTENTO, ACEPTADO O RECHAZADO, TOMA EL PROXIMO NUMERO *
      *    DEL DIARIO ELECTRONICO DEL OPERADOR (RUTINA PGMDICAF); UNA *
      *    TRANSFERENCIA QUE NO PUEDE ASENTARSE SE ANULA.             *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
                  'LIMITE DE VELOCIDAD DEL CANAL EXCEDIDO'.
             05 CT-MNS-19         PIC X(72) VALUE
                  'ALIAS DESTINO INEXISTENTE O DADO DE BAJA'.
             05 CT-MNS-DIA        PIC X(72) VALUE
              'SIN ASIENTO EN EL DIARIO DE CAJA - OPERACION ANULADA'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
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
       01 DFHCOMMAREA PIC X(25).

           END-EVALUATE

           IF EIBAID IS EQUAL DFHENTER
              PERFORM 9700-DIARIO-I THRU 9700-DIARIO-F
           END-IF

           PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F.

       3000-TECLAS-F. EXIT.

           IF SQLCODE NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
              GO TO 6000-GRABAR-MOVIM-F
           END-IF

           PERFORM 6900-AVISO-CLIENTE-I THRU 6900-AVISO-CLIENTE-F
           IF LK-AVI-RESULT IS EQUAL 'RB'
              SET UOW-CON-ERROR TO TRUE
           END-IF.

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
      *  VERIFICA QUE LA TERMINAL TENGA UN OPERADOR FIRMADO

       9600-ACTIVIDAD-F. EXIT.

      *-------------------------------------------------------------
      *  DIARIO ELECTRONICO DE CAJA: EL INTENTO TOMA EL PROXIMO
      *  NUMERO DEL DIARIO DEL OPERADOR (PGMDICAF). SIN OPERADOR
      *  FIRMADO NO HAY DIARIO. UNA OPERACION ACEPTADA QUE NO
      *  PUEDE ASENTARSE SE DESHACE Y SE ASIENTA COMO RECHAZADA.
       9700-DIARIO-I.

           IF FIRMA-NO
              GO TO 9700-DIARIO-F
           END-IF

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
           MOVE ZEROS            TO LK-DIA-NROCUEN
                                    LK-DIA-IMPORTE
           MOVE TIPCTA1I         TO LK-DIA-TIPCUEN
           IF NROCTA1I IS NUMERIC
              MOVE NROCTA1I      TO LK-DIA-NROCUEN
           END-IF
           IF IMPORTEI IS NUMERIC
              MOVE IMPORTEI      TO LK-DIA-IMPORTE
           END-IF
           MOVE ORI-MONEDA       TO LK-DIA-MONEDA
           MOVE WS-HORA          TO LK-DIA-HORA
           MOVE MSGO             TO LK-DIA-MENSAJE

           CALL WS-PGMDICAF USING LK-DIARIO.

       9710-ASENTAR-F. EXIT.


      *-------------------------------------------------------------
       9999-FINAL-I.


      *    REGLAS DE DESTINO DE PGMPFVTO. EL CERTIFICADO QUEDA EN     *
      *    ESTADO 'P' (PRECANCELADO) Y LAS PATAS EN TBCURMOV CON      *
      *    OPERADOR, TERMINAL Y HORA.                                 *
      *    CADA INTENTO, ACEPTADO O RECHAZADO, TOMA EL PROXIMO NUMERO *
      *    DEL DIARIO ELECTRONICO DEL OPERADOR (RUTINA PGMDICAF), CON *
      *    LA CUENTA Y EL CAPITAL DEL CERTIFICADO SI SE LLEGO A LEER; *
      *    UNA PRECANCELACION QUE NO PUEDE ASENTARSE SE ANULA.        *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
                  'JORNADA CERRADA - NO SE ACEPTAN POSTEOS'.
             05 CT-MNS-13         PIC X(72) VALUE
                          'IMPORTE EXCEDE CAPACIDAD DEL DESTINO'.
             05 CT-MNS-DIA        PIC X(72) VALUE
              'SIN ASIENTO EN EL DIARIO DE CAJA - OPERACION ANULADA'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
       77  CT-ACTIV-QUEUE          PIC X(04)      VALUE 'ACTC'.
       77  CT-ACTIV-LEN            PIC S9(04) COMP VALUE 40.

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
           MOVE LOW-VALUES TO CAPITALO INTERESO NETOO TIPDESO NRODESO
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
           MOVE PLF-TIPCUEN      TO LK-DIA-TIPCUEN
           MOVE PLF-NROCUEN      TO LK-DIA-NROCUEN
           MOVE PLF-CAPITAL      TO LK-DIA-IMPORTE
           MOVE PLF-MONEDA       TO LK-DIA-MONEDA
           MOVE WS-HORA          TO LK-DIA-HORA
           MOVE MSGO             TO LK-DIA-MENSAJE

           CALL WS-PGMDICAF USING LK-DIARIO.

       9710-ASENTAR-F. EXIT.


      *-------------------------------------------------------------
       9999-FINAL-I.


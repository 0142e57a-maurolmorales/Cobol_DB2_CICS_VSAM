      *    DEJANDO SIEMPRE LA FILA EN TBCURCHP CON SU MOTIVO.    *
      *    LISTA LOS RECHAZOS POR SUCURSAL: EL CHEQUE RECHAZADO  *
      *    TIENE OBLIGACIONES LEGALES DE INFORMACION.            *
      *    EL PAGO ENCOLA EL AVISO DE DEBITO ('DB') Y EL         *
      *    RECHAZO EL DE CHEQUE RECHAZADO ('CH') AL CLIENTE      *
      *    SUSCRIPTO EN TBCURSUS (RUTINA PGMAVCAF).              *
      *                                                          *
      ************************************************************

           03  LK-DV-CALCULADO      PIC 9(2).
           03  LK-DV-VALIDO         PIC X(2).

      *---- RUTINA DE AVISOS AL CLIENTE --------------------------------
       77  WS-PGMAVCAF         PIC X(8)      VALUE 'PGMAVCAF'.

       01  LK-AVISO.
           03  LK-AVI-TIPCUEN       PIC X(2).
           03  LK-AVI-NROCUEN       PIC 9(10).
           03  LK-AVI-TIPEVEN       PIC X(2).
           03  LK-AVI-IMPORTE       PIC 9(11)V99.
           03  LK-AVI-MONEDA        PIC 9(1).
           03  LK-AVI-REFER         PIC X(12).
           03  LK-AVI-ENCOLADOS     PIC 9(3).
           03  LK-AVI-RESULT        PIC X(2).

      *---- LINEA DEL LISTADO DE RECHAZOS -------------------------------
       01  IMP-RECHAZO.
           03  FILLER              PIC X(05)    VALUE ' SUC '.
              GO TO 5000-PAGAR-F
           END-IF

      *    AVISO DE DEBITO AL CLIENTE SUSCRIPTO (TBCURSUS).
           MOVE MOV-TIPCUEN TO LK-AVI-TIPCUEN
           MOVE MOV-NROCUEN TO LK-AVI-NROCUEN
           MOVE 'DB'        TO LK-AVI-TIPEVEN
           MOVE MOV-IMPORTE TO LK-AVI-IMPORTE
           MOVE MOV-MONEDA  TO LK-AVI-MONEDA
           MOVE MOV-REFMOV  TO LK-AVI-REFER
           PERFORM 6900-AVISO-CLIENTE-I THRU 6900-AVISO-CLIENTE-F
           IF FS-ENTRADA-FIN
              GO TO 5000-PAGAR-F
           END-IF

           MOVE 'P'    TO CHP-ESTADO
           MOVE SPACES TO CHP-MOTIVO
           PERFORM 6000-GRABAR-CHP-I THRU 6000-GRABAR-CHP-F
              MOVE CHE-NROCHEQUE TO CHP-NROCHEQUE
              MOVE 'R' TO CHP-ESTADO
              PERFORM 6000-GRABAR-CHP-I THRU 6000-GRABAR-CHP-F
      *       AVISO DE CHEQUE RECHAZADO AL CLIENTE SUSCRIPTO, EN LA
      *       MONEDA DE LA CUENTA (0 = LA TOMA LA RUTINA).
              MOVE CHE-TIPCUEN   TO LK-AVI-TIPCUEN
              MOVE CHE-NROCUEN   TO LK-AVI-NROCUEN
              MOVE 'CH'          TO LK-AVI-TIPEVEN
              MOVE CHP-IMPORTE   TO LK-AVI-IMPORTE
              MOVE ZEROS         TO LK-AVI-MONEDA
              MOVE SPACES        TO LK-AVI-REFER
              MOVE CHE-NROCHEQUE TO LK-AVI-REFER (1:7)
              PERFORM 6900-AVISO-CLIENTE-I THRU 6900-AVISO-CLIENTE-F
           END-IF.

       4000-RECHAZAR-F. EXIT.


      *---- AVISO AL CLIENTE SUSCRIPTO (RUTINA PGMAVCAF) --------------
      *    EL AVISO NO CONDICIONA EL PROCESO, SALVO QUE EL DB2 HAYA
      *    RETROCEDIDO LA UNIDAD DE TRABAJO.
       6900-AVISO-CLIENTE-I.

           CALL WS-PGMAVCAF USING LK-AVISO
           IF LK-AVI-RESULT IS EQUAL 'RB'
              DISPLAY '* ERROR TBCURAVI - UNIDAD DE TRABAJO '
                      'RETROCEDIDA POR EL DB2'
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           END-IF.

       6900-AVISO-CLIENTE-F. EXIT.


      *---------------------------------------------------------------
       6000-GRABAR-CHP-I.


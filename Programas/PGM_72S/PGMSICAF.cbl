      *    INTENTOS FALLIDOS SEGUIDOS BLOQUEAN AL OPERADOR            *
      *    (DESBLOQUEA EL SUPERVISOR CON PGMOPADM, QUE TAMBIEN        *
      *    BLANQUEA CLAVES OLVIDADAS).                                *
      *    LA FIRMA DEJA EN EL PERFIL LA TERMINAL Y LA FECHA, Y EL    *
      *    SIGN-OFF BORRA LA TERMINAL: EL TABLERO DE SUCURSAL         *
      *    (PGMTBSUC) CUENTA ASI LOS OPERADORES FIRMADOS.             *
      *    EL OPERADOR DESHABILITADO POR LA RECERTIFICACION DE        *
      *    ACCESOS (ESTADO 'D') NO PUEDE FIRMAR NI CAMBIAR LA CLAVE.  *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
                   'CLAVE CAMBIADA - FIRMESE CON LA NUEVA'.
             05 CT-MNS-15         PIC X(72) VALUE
                   'OPERADOR BLOQUEADO POR INTENTOS FALLIDOS'.
             05 CT-MNS-16         PIC X(72) VALUE
                   'OPERADOR DESHABILITADO POR RECERTIFICACION'.

           03 CT-DATASET          PIC X(08)           VALUE 'OPERCAF '.
           03 CT-DATASET-KEYLEN   PIC S9(04) COMP     VALUE 3.
      *    FECCLAVE = FECHA DEL ULTIMO CAMBIO DE CLAVE (CERO =
      *    CLAVE BLANQUEADA, OBLIGA A CAMBIARLA). INTENTOS LLEVA
      *    LOS FALLIDOS SEGUIDOS; ESTADO 'A' ACTIVO / 'B'
      *    BLOQUEADO / 'D' DESHABILITADO POR LA RECERTIFICACION
      *    DE ACCESOS (PGMRCOPE / PGMRCVEN). LAS DOS CLAVES
      *    ANTERIORES NO SE PUEDEN REUTILIZAR. TERMFIRMA ES LA
      *    TERMINAL DE LA ULTIMA FIRMA
      *    (ESPACIOS DESPUES DEL SIGN-OFF) Y FECFIRMA SU FECHA.
       01  REG-OPERCAF.
           05 OPF-ID               PIC X(03).
           05 OPF-NOMBRE           PIC X(30).
           05 OPF-ESTADO           PIC X(01).
           05 OPF-CLAVE-ANT1       PIC X(08).
           05 OPF-CLAVE-ANT2       PIC X(08).
           05 OPF-TERMFIRMA        PIC X(04).
           05 OPF-FECFIRMA         PIC 9(08).

      *---- CONTROL DE VENCIMIENTO DE LA CLAVE ------------------------
      *    LA CLAVE VENCE A LOS N MESES DEL ULTIMO CAMBIO: N ES EL
      *    PARAMETRO MESESVIG DE TBCURPAR; SI NO SE PUEDE LEER SE
      *    USAN 3 MESES, PARA QUE LA FIRMA NUNCA DEPENDA DEL DB2.
       77  WS-MESES-VIGENCIA       PIC 9(01)      VALUE 3.
       01  WS-VALOR-MESESVIG.
           03 WS-VAL-MESESVIG      PIC X(01).
           03 FILLER               PIC X(29).
       77  CT-MAX-INTENTOS         PIC 9(01)      VALUE 3.
       77  WS-FECHA-AAAAMMDD       PIC 9(08)      VALUE ZEROS.

      *    MOTIVOS: 'CL' CLAVE INCORRECTA / 'BL' OPERADOR
      *    BLOQUEADO / 'VE' CLAVE VENCIDA / 'NF' SIN FIRMA /
      *    'NI' NIVEL INSUFICIENTE / 'NX' OPERADOR INEXISTENTE
      *    (SONDEO DE IDS VALIDOS) / 'DH' OPERADOR DESHABILITADO
      *    POR RECERTIFICACION.
       01  WS-REG-SEGURIDAD.
           05 SEG-OPERADOR         PIC X(03)      VALUE SPACES.
           05 SEG-TERMINAL         PIC X(04)      VALUE SPACES.
       77  CT-SEGUR-LEN            PIC S9(04) COMP VALUE 40.


      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *================*
       01 DFHCOMMAREA PIC X(20).
              GO TO 5000-FIRMAR-F
           END-IF

           IF OPF-ESTADO IS EQUAL 'D'
              PERFORM 5960-SOLTAR-PERFIL-I
                 THRU 5960-SOLTAR-PERFIL-F
              MOVE CT-MNS-16 TO MSGO
              MOVE 'DH' TO SEG-MOTIVO
              PERFORM 9500-SEGURIDAD-I THRU 9500-SEGURIDAD-F
              GO TO 5000-FIRMAR-F
           END-IF

      *    CLAVE ERRONEA: SE CUENTA EL INTENTO Y AL LLEGAR AL
      *    MAXIMO EL OPERADOR QUEDA BLOQUEADO.
           IF CLAVEI IS NOT EQUAL OPF-CLAVE
              GO TO 5000-FIRMAR-F
           END-IF

      *    EL PERFIL GUARDA LA TERMINAL Y LA FECHA DE LA FIRMA
      *    PARA EL TABLERO DE LA SUCURSAL (PGMTBSUC).
           MOVE ZEROS             TO OPF-INTENTOS
           MOVE EIBTRMID          TO OPF-TERMFIRMA
           MOVE WS-FECHA-AAAAMMDD TO OPF-FECFIRMA
           PERFORM 5950-REGRABAR-PERFIL-I
              THRU 5950-REGRABAR-PERFIL-F

      *    SE PISA LA FIRMA ANTERIOR DE LA TERMINAL, SI LA HABIA.
           EXEC CICS DELETEQ TS
      *-------------------------------------------------------------
       5500-BORRAR-FIRMA-I.

      *    EL PERFIL DEL OPERADOR FIRMADO EN LA TERMINAL QUEDA SIN
      *    TERMINAL DE FIRMA.
           EXEC CICS READQ TS
              QUEUE  (WS-TSQ-FIRMA)
              INTO   (WS-REG-FIRMA)
              LENGTH (WS-FIRMA-LEN)
              ITEM   (1)
              RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP IS EQUAL DFHRESP(NORMAL)
              PERFORM 5550-DESMARCAR-PERFIL-I
                 THRU 5550-DESMARCAR-PERFIL-F
           END-IF

           EXEC CICS DELETEQ TS
              QUEUE (WS-TSQ-FIRMA)
              RESP  (WS-RESP)
       5500-BORRAR-FIRMA-F. EXIT.


      *-------------------------------------------------------------
       5550-DESMARCAR-PERFIL-I.

           MOVE FIR-ID TO OPF-ID

           EXEC CICS READ
              FILE      (CT-DATASET)
              INTO      (REG-OPERCAF)
              RIDFLD    (OPF-ID)
              KEYLENGTH (CT-DATASET-KEYLEN)
              UPDATE
              RESP      (WS-RESP)
           END-EXEC

           IF WS-RESP IS NOT EQUAL DFHRESP(NORMAL)
              GO TO 5550-DESMARCAR-PERFIL-F
           END-IF

           IF OPF-TERMFIRMA IS EQUAL EIBTRMID
              MOVE SPACES TO OPF-TERMFIRMA
              PERFORM 5950-REGRABAR-PERFIL-I
                 THRU 5950-REGRABAR-PERFIL-F
           ELSE
              PERFORM 5960-SOLTAR-PERFIL-I
                 THRU 5960-SOLTAR-PERFIL-F
           END-IF.

       5550-DESMARCAR-PERFIL-F. EXIT.


      *-------------------------------------------------------------
      *  CAMBIO DE CLAVE POR EL PROPIO OPERADOR: CLAVE ACTUAL MAS
      *  LA NUEVA DOS VECES. LA NUEVA NO PUEDE REPETIR LA ACTUAL
              GO TO 5700-CAMBIAR-CLAVE-F
           END-IF

           IF OPF-ESTADO IS EQUAL 'D'
              PERFORM 5960-SOLTAR-PERFIL-I
                 THRU 5960-SOLTAR-PERFIL-F
              MOVE CT-MNS-16 TO MSGO
              MOVE 'DH' TO SEG-MOTIVO
              PERFORM 9500-SEGURIDAD-I THRU 9500-SEGURIDAD-F
              GO TO 5700-CAMBIAR-CLAVE-F
           END-IF

           IF CLAVEI IS NOT EQUAL OPF-CLAVE
              PERFORM 5960-SOLTAR-PERFIL-I
                 THRU 5960-SOLTAR-PERFIL-F


      *-------------------------------------------------------------
      *  LA CLAVE VENCE A LOS N MESES DEL ULTIMO CAMBIO; UNA
      *  FECCLAVE EN CERO (BLANQUEO) OBLIGA A CAMBIARLA YA.
       5800-VERIF-VIGENCIA-I.

              GO TO 5800-VERIF-VIGENCIA-F
           END-IF

           PERFORM 5850-LEER-MESESVIG-I THRU 5850-LEER-MESESVIG-F
           MOVE OPF-FECCLAVE TO WS-FECHA-TOPE-N
           ADD WS-MESES-VIGENCIA TO WS-TOPE-MM
           IF WS-TOPE-MM IS GREATER 12
              SUBTRACT 12 FROM WS-TOPE-MM
              ADD 1 TO WS-TOPE-AAAA
       5800-VERIF-VIGENCIA-F. EXIT.


      *-------------------------------------------------------------
      *  MESES DE VIGENCIA DE LA CLAVE VIGENTES HOY EN TBCURPAR.
      *  SIN VALOR, CON UN VALOR INVALIDO O CON ERROR DE DB2 QUEDA
      *  EL VALOR POR DEFECTO (3).
       5850-LEER-MESESVIG-I.

           MOVE 3 TO WS-MESES-VIGENCIA
           MOVE SPACES TO WS-VALOR-MESESVIG
           EXEC SQL
              SELECT VALOR
                INTO :WS-VALOR-MESESVIG
                FROM KC02803.TBCURPAR
               WHERE CODPARM  = 'MESESVIG'
                 AND ESTADO   = 'V'
                 AND VIGDESDE <= CURRENT DATE
               ORDER BY VIGDESDE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE IS EQUAL ZEROS AND
              WS-VAL-MESESVIG IS NUMERIC AND
              WS-VAL-MESESVIG IS NOT EQUAL '0'
              MOVE WS-VAL-MESESVIG TO WS-MESES-VIGENCIA
           END-IF.

       5850-LEER-MESESVIG-F. EXIT.


      *-------------------------------------------------------------
       5950-REGRABAR-PERFIL-I.


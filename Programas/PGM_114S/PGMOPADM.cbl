      *            LA FIRMA OBLIGA A CAMBIARLA EN EL PRIMER USO.      *
      *    PF6   : DESBLOQUEO DEL OPERADOR BLOQUEADO POR INTENTOS     *
      *            FALLIDOS (ESTADO 'A', INTENTOS EN CERO).           *
      *    UN OPERADOR DESHABILITADO POR LA RECERTIFICACION DE        *
      *    ACCESOS (ESTADO 'D', PGMRCOPE / PGMRCVEN) NO SE BLANQUEA   *
      *    NI SE DESBLOQUEA DESDE ACA: LO REHABILITA SEGURIDAD        *
      *    INFORMATICA CON UN NUEVO ALTA DE PERFIL.                   *
      *    REQUIERE NIVEL 3 (SUPERVISOR).                             *
      *****************************************************************

                   'CLAVE BLANQUEADA - DEBERA CAMBIARLA AL FIRMARSE'.
             05 CT-MNS-05         PIC X(72) VALUE
                   'OPERADOR DESBLOQUEADO'.
             05 CT-MNS-06         PIC X(72) VALUE
                   'OPERADOR DESHABILITADO POR RECERTIFICACION'.
             05 CT-MNS-08         PIC X(72) VALUE
                   'PROBLEMA CON EL ARCHIVO DE PERFILES'.
             05 CT-MNS-09         PIC X(72) VALUE 'TECLA INVALIDA'.
           05 OPF-ESTADO           PIC X(01).
           05 OPF-CLAVE-ANT1       PIC X(08).
           05 OPF-CLAVE-ANT2       PIC X(08).
           05 OPF-TERMFIRMA        PIC X(04).
           05 OPF-FECFIRMA         PIC 9(08).

      *---- FIRMA DE OPERADOR (PGMSICAF) POR TERMINAL ----------------
      *    NIVELES: 1 CONSULTA / 2 CAJERO / 3 SUPERVISOR.
                 GO TO 5000-BLANQUEAR-F
           END-EVALUATE

           IF OPF-ESTADO IS EQUAL 'D'
              EXEC CICS UNLOCK
                 FILE (CT-DATASET)
                 RESP (WS-RESP)
              END-EXEC
              MOVE CT-MNS-06 TO MSGO
              GO TO 5000-BLANQUEAR-F
           END-IF

           MOVE OPF-CLAVE-ANT1 TO OPF-CLAVE-ANT2
           MOVE OPF-CLAVE      TO OPF-CLAVE-ANT1
           MOVE CLAVNUI        TO OPF-CLAVE
                 GO TO 5500-DESBLOQUEAR-F
           END-EVALUATE

           IF OPF-ESTADO IS EQUAL 'D'
              EXEC CICS UNLOCK
                 FILE (CT-DATASET)
                 RESP (WS-RESP)
              END-EXEC
              MOVE CT-MNS-06 TO MSGO
              GO TO 5500-DESBLOQUEAR-F
           END-IF

           MOVE 'A'   TO OPF-ESTADO
           MOVE ZEROS TO OPF-INTENTOS


      *    CONTROLA LA VENTANA DE POSTEO DE LA SUITE ONLINE USANDO    *
      *    LA INFRAESTRUCTURA DE CONTROL DE CORRIDAS (TBCURRUN,       *
      *    PASO 'JORNADA'): MIENTRAS LA JORNADA DE LA FECHA ESTA      *
      *    CERRADA ('C'), LAS TRANSACCIONES MONETARIAS (PGMTRCTA Y    *
      *    LAS DEMAS) RECHAZAN EL POSTEO O LO DEJAN EN MEMORIA        *
      *    (PGMDPCTA, PGMEXCTA, PGMPOSRV) Y LA CADENA                 *
      *    NOCTURNA PUEDE CORRER SIN QUE NADIE LE MUEVA LOS SALDOS    *
      *    ABAJO DE LOS PIES (LOS DESVIOS DE PGMCUADR DE SIEMPRE).    *
      *    ENTER : MUESTRA EL ESTADO DE LA JORNADA DE HOY.            *
      *    PF6   : ABRE LA JORNADA (LA CORRE EL OPERADOR DE LA        *
      *            MAÑANA DESPUES DE VERIFICAR QUE LA CADENA          *
      *            TERMINO LIMPIA).                                   *
      *    CON LA JORNADA CERRADA LA CAJA Y EL SERVICIO DE CANALES    *
      *    ACEPTAN OPERACIONES EN MEMORIA (TBCURMEM) QUE APLICA EL    *
      *    ULTIMO PASO DE LA CADENA (PGMMEMAP): PF6 NO ABRE MIENTRAS  *
      *    QUEDEN OPERACIONES EN MEMORIA SIN APLICAR.                 *
      *    SIN FILA PARA LA FECHA LA JORNADA SE CONSIDERA ABIERTA.    *
      *    REQUIERE NIVEL 3 (SUPERVISOR).                             *
      *****************************************************************
                                        'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.

       01  WS-MSG-MEMO.
           03 FILLER               PIC X(04)      VALUE 'HAY '.
           03 WS-MSG-MEM-CANT      PIC Z(6)9      VALUE ZEROS.
           03 FILLER               PIC X(61)      VALUE
              ' OPERACIONES EN MEMORIA SIN APLICAR - NO SE ABRE'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPJORN'.

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

      *---- OPERACIONES EN MEMORIA PENDIENTES (TBCURMEM) --------------
       77  WS-CANT-MEMO            PIC S9(9) COMP VALUE ZEROS.
       77  WS-MEMO-PEND            PIC X          VALUE 'N'.
           88 MEMO-PENDIENTE                      VALUE 'S'.
           88 MEMO-SIN-PENDIENTE                  VALUE 'N'.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

                 PERFORM 5000-CAMBIAR-I THRU 5000-CAMBIAR-F

              WHEN DFHPF6
                 PERFORM 5500-VERIF-MEMO-I THRU 5500-VERIF-MEMO-F
                 IF MEMO-SIN-PENDIENTE
                    MOVE 'A' TO RUN-ESTADO
                    PERFORM 5000-CAMBIAR-I THRU 5000-CAMBIAR-F
                 END-IF

              WHEN DFHPF12
                 PERFORM 3300-PF12-I  THRU 3300-PF12-F
       5000-CAMBIAR-F. EXIT.


      *-------------------------------------------------------------
      *  ANTES DE ABRIR: LO ACEPTADO EN MEMORIA DURANTE EL CIERRE
      *  DEBE ESTAR APLICADO (PGMMEMAP); SI NO, EL POSTEO EN LINEA
      *  CONTROLARIA FONDOS CONTRA UN SALDO QUE NO LO INCLUYE.
       5500-VERIF-MEMO-I.

           SET MEMO-SIN-PENDIENTE TO TRUE
           MOVE ZEROS TO WS-CANT-MEMO

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-MEMO
                FROM KC02803.TBCURMEM
               WHERE ESTADO = 'P'
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              SET MEMO-PENDIENTE TO TRUE
              MOVE CT-MNS-08 TO MSGO
              GO TO 5500-VERIF-MEMO-F
           END-IF

           IF WS-CANT-MEMO IS GREATER ZEROS
              SET MEMO-PENDIENTE TO TRUE
              MOVE WS-CANT-MEMO TO WS-MSG-MEM-CANT
              MOVE WS-MSG-MEMO  TO MSGO
           END-IF.

       5500-VERIF-MEMO-F. EXIT.


      *-------------------------------------------------------------
      *  VERIFICA QUE LA TERMINAL TENGA UN OPERADOR FIRMADO
      *  (PGMSICAF) CON NIVEL SUFICIENTE PARA LA FUNCION.

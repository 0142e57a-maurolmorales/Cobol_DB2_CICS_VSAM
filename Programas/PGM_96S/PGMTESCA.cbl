      *    SU REMITO. REQUIERE NIVEL 3 (SUPERVISOR). LA POSICION      *
      *    DIARIA DEL TESORO Y LOS EXCESOS SOBRE EL LIMITE DE         *
      *    SEGURO LOS INFORMA EL PROCESO NOCTURNO PGMTESPO.           *
      *    PF5 PASA A LAS REMESAS PROPUESTAS POR EL PRONOSTICO        *
      *    NOCTURNO PGMPRREM, PARA CONFIRMARLAS (PGMREMCO).           *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                  'INGRESE LOS DATOS Y PRESIONE ENTER - PF5 REMESAS'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
              WHEN DFHENTER
                 PERFORM 3100-ENTER-I THRU 3100-ENTER-F

              WHEN DFHPF5
                 PERFORM 3400-PF5-I   THRU 3400-PF5-F

              WHEN DFHPF3
                 PERFORM 3200-PF3-I   THRU 3200-PF3-F

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  REMESAS PROPUESTAS (TRANSACCION REMC).
       3400-PF5-I.

           EXEC CICS XCTL
              PROGRAM ('PGMREMCO')
           END-EXEC.

       3400-PF5-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA EL MOVIMIENTO DE TESORO DE LA SUCURSAL DEL
      *  SUPERVISOR FIRMADO.

           05 CMP-TIPO-LISTA       PIC X(01).
           05 CMP-APELLIDO-LISTA   PIC X(30).
           05 CMP-REGISTRO         PIC X(246).
      *    FECHA DE RETENCION AAAAMMDD, DESDE LA QUE CORRE EL
      *    VENCIMIENTO DE LA REVISION (PGMVNCOL).
           05 CMP-FECRET           PIC 9(08).

       WORKING-STORAGE SECTION.
      *=======================*
           88  FS-LISTANEG-FIN                    VALUE '10'.
       77  FS-COMPCAF                 PIC XX      VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       77  WS-FECHA-PROCESO-AAAAMMDD  PIC 9(08)   VALUE ZEROES.

       01  WS-FECHA-SISTEMA.
           05 WS-FECHA-SISTEMA-AA     PIC 99.
           05 WS-FECHA-SISTEMA-MM     PIC 99.
           05 WS-FECHA-SISTEMA-DD     PIC 99.

      *---- LISTA DE CONTROL EN MEMORIA -------------------------------
      *    TIPO 'S' = SANCIONADO / 'P' = PEP / 'N' = NO-CLIENTE.
       01  WS-REG-LISTA.
      *---------------------------------------------------------------
       1000-INICIO-I.

           ACCEPT WS-FECHA-SISTEMA FROM DATE
           COMPUTE WS-FECHA-PROCESO-AAAAMMDD =
                   20000000 +
                   WS-FECHA-SISTEMA-AA * 10000 +
                   WS-FECHA-SISTEMA-MM * 100 +
                   WS-FECHA-SISTEMA-DD

           OPEN INPUT LISTANEG
           IF FS-LISTANEG IS NOT EQUAL '00'
              DISPLAY '* SIN LISTA DE CONTROL (DDLISTAN) - ABORTA'
           MOVE WS-TIPO-HALLADO       TO CMP-TIPO-LISTA
           MOVE WS-APE-HALLADO        TO CMP-APELLIDO-LISTA
           MOVE WK-TBCLIE             TO CMP-REGISTRO
           MOVE WS-FECHA-PROCESO-AAAAMMDD TO CMP-FECRET

           PERFORM 5100-INTENTAR-WRITE-I
              THRU 5100-INTENTAR-WRITE-F

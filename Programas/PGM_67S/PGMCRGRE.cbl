              10 RCV-SECUEN        PIC 9(05).
           05 RCV-ORIGEN           PIC X(02).
           05 RCV-MOTIVO           PIC X(02).
      *    'P' PENDIENTE / 'C' CORREGIDO / 'E' ENVIADO / 'X' VENCIDO.
           05 RCV-ESTADO           PIC X(01).
           05 RCV-REGISTRO         PIC X(246).


           05 CMP-TIPO-LISTA       PIC X(01).
           05 CMP-APELLIDO-LISTA   PIC X(30).
           05 CMP-REGISTRO         PIC X(246).
      *    FECHA DE RETENCION AAAAMMDD, DESDE LA QUE CORRE EL
      *    VENCIMIENTO DE LA REVISION (PGMVNCOL).
           05 CMP-FECRET           PIC 9(08).

       WORKING-STORAGE SECTION.
      *=======================*

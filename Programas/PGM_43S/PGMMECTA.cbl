             WHEN DFHPF13
                 PERFORM 5300-PF13-I THRU 5300-PF13-F

             WHEN DFHPF14
                 PERFORM 5400-PF14-I THRU 5400-PF14-F
             WHEN DFHPF15
                 PERFORM 5500-PF15-I THRU 5500-PF15-F
             WHEN DFHPF16
                 PERFORM 5600-PF16-I THRU 5600-PF16-F
             WHEN DFHPF17
                 PERFORM 5700-PF17-I THRU 5700-PF17-F
             WHEN DFHPF18
                 PERFORM 5800-PF18-I THRU 5800-PF18-F
             WHEN DFHPF19
                 PERFORM 5900-PF19-I THRU 5900-PF19-F
             WHEN DFHPF20
                 PERFORM 5950-PF20-I THRU 5950-PF20-F
             WHEN DFHPF21
                 PERFORM 5960-PF21-I THRU 5960-PF21-F
             WHEN DFHPF22
                 PERFORM 5970-PF22-I THRU 5970-PF22-F
             WHEN DFHPF23
                 PERFORM 5980-PF23-I THRU 5980-PF23-F
             WHEN DFHPF24
                 PERFORM 5990-PF24-I THRU 5990-PF24-F

             WHEN OTHER
                 MOVE CT-MNS-03 TO MSGO
                 PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F

       5300-PF13-F. EXIT.

      *------------------  (PLAZO FIJO)  ------------------------
       5400-PF14-I.

           EXEC CICS XCTL
               PROGRAM ('PGMPFCTA')
           END-EXEC.

       5400-PF14-F. EXIT.

      *------------------  (BARRIDO DE SALDOS)  -----------------
       5500-PF15-I.

           EXEC CICS XCTL
               PROGRAM ('PGMBRCTA')
           END-EXEC.

       5500-PF15-F. EXIT.

      *------------------  (CAJAS DE SEGURIDAD)  ----------------
       5600-PF16-I.

           EXEC CICS XCTL
               PROGRAM ('PGMCJCTA')
           END-EXEC.

       5600-PF16-F. EXIT.

      *--------------  (VISITAS CAJAS DE SEGURIDAD)  ------------
       5700-PF17-I.

           EXEC CICS XCTL
               PROGRAM ('PGMCJVIS')
           END-EXEC.

       5700-PF17-F. EXIT.

      *---------------  (CERTIFICADO DE SALDO)  ----------------
       5800-PF18-I.

           EXEC CICS XCTL
               PROGRAM ('PGMCECTA')
           END-EXEC.

       5800-PF18-F. EXIT.

      *----------  (RESPUESTAS DE CIRCULARIZACION)  ------------
       5900-PF19-I.

           EXEC CICS XCTL
               PROGRAM ('PGMCICTA')
           END-EXEC.

       5900-PF19-F. EXIT.

      *---------  (DIARIO ELECTRONICO DE CAJA)  ----------------
       5950-PF20-I.

           EXEC CICS XCTL
               PROGRAM ('PGMDICTA')
           END-EXEC.

       5950-PF20-F. EXIT.

      *---------  (TABLERO DE SUCURSAL)  -----------------------
       5960-PF21-I.

           EXEC CICS XCTL
               PROGRAM ('PGMTBSUC')
           END-EXEC.

       5960-PF21-F. EXIT.

      *---------  (RECERTIFICACION DE ACCESOS)  ----------------
       5970-PF22-I.

           EXEC CICS XCTL
               PROGRAM ('PGMRCOPE')
           END-EXEC.

       5970-PF22-F. EXIT.

      *---------  (CUENTA TRANSITORIA)  ------------------------
       5980-PF23-I.

           EXEC CICS XCTL
               PROGRAM ('PGMTRMAN')
           END-EXEC.

       5980-PF23-F. EXIT.

      *---------  (ALTA INTEGRAL DE CLIENTE)  ------------------
       5990-PF24-I.

           EXEC CICS XCTL
               PROGRAM ('PGMALCLI')
           END-EXEC.

       5990-PF24-F. EXIT.

      *----------------  (LIMPIAR)  -----------------------------
       4600-PF5-I.


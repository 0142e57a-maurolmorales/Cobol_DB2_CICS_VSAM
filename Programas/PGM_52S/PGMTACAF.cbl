      *    PF4   : CONSULTA DE LA TASA VIGENTE A UNA FECHA DADA.      *
      *                                                               *
      *    CONCEPTOS: IN=INTERES CA, PF=PLAZO FIJO, PD=PENALIDAD      *
      *    DESCUBIERTO, CM=COMISION MANTENIMIENTO, RG=RETENCION DE    *
      *    GANANCIAS (SUBTIPO 1 INSCRIPTO / 2 NO INSCRIPTO),          *
      *    PV=PREVISION POR INCOBRABILIDAD (SUBTIPO = SITUACION),     *
      *    CS=ALQUILER ANUAL DE CAJA DE SEGURIDAD (SUBTIPO = TAMANIO, *
      *    IMPORTE FIJO).                                             *
      *    TARIFA POR EVENTO (IMPORTE FIJO POR EVENTO, SUBTIPO = EL   *
      *    DE LA CUENTA, FRANQUICIA = EVENTOS SIN CARGO POR MES):     *
      *    EC=EXTRACCION POR CAJA, DM=DEPOSITO POR CAJA EN MONEDA     *
      *    EXTRANJERA, CQ=CHEQUERA, CE=CERTIFICADO DE SALDO.          *
      *                                                               *
      *    DOBLE CONTROL: EL ALTA NO TOCA TBCURTAS. QUEDA EN          *
      *    TBCURTAP EN ESTADO PENDIENTE CON EL OPERADOR QUE LA        *
             05 CT-MNS-01         PIC X(72) VALUE
                                  'INGRESE LOS DATOS Y PRESIONE ENTER'.
             05 CT-MNS-02         PIC X(72) VALUE
                'CONCEPTO INVALIDO (IN/PF/PD/CM/RG/PV/CS/EC/DM/CQ/CE)'.
             05 CT-MNS-03         PIC X(72) VALUE
                          'SUBTIPO INVALIDO'.
             05 CT-MNS-04         PIC X(72) VALUE
                          'TASA VIGENTE RECUPERADA'.
             05 CT-MNS-13         PIC X(72) VALUE
                  'VIGENCIA PENDIENTE DE APROBACION (PGMTAAPR)'.
             05 CT-MNS-14         PIC X(72) VALUE
                          'FRANQUICIA MENSUAL INVALIDA (0-999)'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
           10 TAS-VIGDESDE    PIC X(10).
           10 TAS-TASA        PIC S9(2)V9(4) USAGE COMP-3.
           10 TAS-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 TAS-FRANQUIC    PIC S9(3)V     USAGE COMP-3.
       77  TAS-IMPORTE-IND    PIC S9(4) COMP  VALUE ZEROS.

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.
              WHEN CONCEPI IS NOT EQUAL 'IN' AND
                   CONCEPI IS NOT EQUAL 'PF' AND
                   CONCEPI IS NOT EQUAL 'PD' AND
                   CONCEPI IS NOT EQUAL 'CM' AND
                   CONCEPI IS NOT EQUAL 'RG' AND
                   CONCEPI IS NOT EQUAL 'PV' AND
                   CONCEPI IS NOT EQUAL 'CS' AND
                   CONCEPI IS NOT EQUAL 'EC' AND
                   CONCEPI IS NOT EQUAL 'DM' AND
                   CONCEPI IS NOT EQUAL 'CQ' AND
                   CONCEPI IS NOT EQUAL 'CE'
                   SET DATOOK-NO TO TRUE
                   MOVE CT-MNS-02  TO MSGO
              WHEN SUBTIPOI IS NOT NUMERIC
           MOVE VIGDESI  TO TAS-VIGDESDE
           MOVE TASAI    TO TAS-TASA

      *    LOS CONCEPTOS DE MONTO FIJO ('CM', 'CS') LLEVAN EL IMPORTE EN
      *    SU PROPIA COLUMNA; EN LOS DE TASA LA COLUMNA QUEDA NULA.
           IF IMPORTMI IS NUMERIC AND IMPORTMI IS GREATER ZEROS
              MOVE IMPORTMI TO TAS-IMPORTE
              MOVE -1       TO TAS-IMPORTE-IND
           END-IF

      *    FRANQUICIA: EVENTOS SIN CARGO POR MES DE LOS CONCEPTOS DE
      *    TARIFA POR EVENTO; EN BLANCO ES CERO.
           EVALUATE TRUE
              WHEN FRANQI IS EQUAL TO (SPACES OR LOW-VALUES)
                 MOVE ZEROS  TO TAS-FRANQUIC
              WHEN FRANQI IS NUMERIC
                 MOVE FRANQI TO TAS-FRANQUIC
              WHEN OTHER
                 MOVE CT-MNS-14 TO MSGO
                 GO TO 5000-INSERT-F
           END-EVALUATE

      *    SI LA VIGENCIA EXACTA YA EXISTE EN TBCURTAS NO TIENE
      *    SENTIDO ENCOLARLA.
           EXEC SQL
           EXEC SQL
              INSERT INTO KC02803.TBCURTAP
                 ( NROPEND, CONCEPTO, SUBTIPO, MONEDA, VIGDESDE,
                   TASA, IMPORTE, FRANQUIC, OPERALTA, FECALTA,
                   ESTADO )
              VALUES (
                   :TAP-NROPEND,
                   :TAS-CONCEPTO,
                   :TAS-VIGDESDE,
                   :TAS-TASA,
                   :TAS-IMPORTE :TAS-IMPORTE-IND,
                   :TAS-FRANQUIC,
                   :FIR-ID,
                   CURRENT DATE,
                   'P'

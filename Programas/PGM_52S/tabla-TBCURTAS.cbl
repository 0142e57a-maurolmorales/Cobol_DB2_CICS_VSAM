      *   CONCEPTO 'PR' = TASA ANUAL DE PRESTAMOS PERSONALES           *
      *   CONCEPTO 'CM' = COMISION DE MANTENIMIENTO (IMPORTE FIJO     *
      *                    EN LA COLUMNA IMPORTE; TASA QUEDA EN CERO)   *
      *   CONCEPTO 'RG' = ALICUOTA DE RETENCION DE GANANCIAS SOBRE     *
      *                    INTERESES (SUBTIPO = CONDICION FISCAL:      *
      *                    1 INSCRIPTO / 2 NO INSCRIPTO)               *
      *   CONCEPTO 'PV' = PORCENTAJE DE PREVISION POR INCOBRABILIDAD   *
      *                    (SUBTIPO = SITUACION DEL DEUDOR 1 A 5)      *
      *   CONCEPTO 'EN' = EFECTIVO MINIMO (ENCAJE) SOBRE DEPOSITOS     *
      *                    (SUBTIPO 1 = CTA.CTE., 2 = CAJA DE AHORRO,  *
      *                    PLAZO FIJO POR PLAZO RESIDUAL: 3 = HASTA 29 *
      *                    DIAS, 4 = 30 A 59, 5 = 60 A 89, 6 = 90 A    *
      *                    179, 7 = 180 O MAS)                         *
      *   CONCEPTO 'GD' = GARANTIA DE LOS DEPOSITOS (PGMGARDE):        *
      *                    SUBTIPO 1 = TOPE POR PERSONA EN PESOS (EN   *
      *                    IMPORTE), SUBTIPO 2 = TASA DE REFERENCIA DE *
      *                    PLAZO FIJO POR MONEDA (POR ENCIMA NO HAY    *
      *                    GARANTIA), SUBTIPO 3 = ALICUOTA MENSUAL DEL *
      *                    APORTE SOBRE LOS DEPOSITOS ALCANZADOS       *
      *   CONCEPTO 'CS' = ALQUILER ANUAL DE CAJA DE SEGURIDAD          *
      *                    (IMPORTE FIJO; SUBTIPO = TAMANIO DE LA CAJA *
      *                    1 CHICA / 2 MEDIANA / 3 GRANDE)             *
      * TARIFA POR EVENTO (IMPORTE FIJO POR EVENTO EN IMPORTE; SUBTIPO *
      * = SUBTIPO DE LA CUENTA; FRANQUIC = EVENTOS SIN CARGO POR MES): *
      *   CONCEPTO 'EC' = EXTRACCION DE EFECTIVO POR CAJA              *
      *   CONCEPTO 'DM' = DEPOSITO POR CAJA EN MONEDA EXTRANJERA       *
      *   CONCEPTO 'CQ' = CHEQUERA EMITIDA                             *
      *   CONCEPTO 'CE' = CERTIFICADO DE SALDO                         *
      * SUBTIPO 0 APLICA A TODOS LOS SUBTIPOS DEL CONCEPTO.            *
      * LA TASA VIGENTE A UNA FECHA ES LA DE MAYOR VIGDESDE QUE NO     *
      * SUPERE ESA FECHA.                                              *
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             VIGDESDE                       DATE NOT NULL,
             TASA                           DECIMAL(6, 4) NOT NULL,
             IMPORTE                        DECIMAL(13, 2),
             FRANQUIC                       DECIMAL(3, 0)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURTAS                    *
      *    IMPORTE FIJO (CONCEPTOS DE MONTO, P.EJ. 'CM'); NULO EN
      *    LOS CONCEPTOS DE TASA.
           10 TAS-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3. *> IMPORTE
      *    EVENTOS SIN CARGO POR MES (CONCEPTOS DE TARIFA POR EVENTO).
           10 TAS-FRANQUIC    PIC S9(3)V     USAGE COMP-3.  *> FRANQUIC
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************

             SEGMENTO                       CHAR(1)
                                            NOT NULL WITH DEFAULT 'C',
             PREFENV                        CHAR(1)
                                            NOT NULL WITH DEFAULT 'P',
             CONDFISC                       CHAR(1)
                                            NOT NULL WITH DEFAULT 'N',
             NIVRIESGO                      CHAR(1)
                                            NOT NULL WITH DEFAULT ' ',
             FECRIESGO                      DATE,
             PROXREV                        DATE,
             DOMINV                         CHAR(1)
                                            NOT NULL WITH DEFAULT 'N',
             FECDOMINV                      DATE,
             MOTDOMINV                      CHAR(2)
                                            NOT NULL WITH DEFAULT ' ',
             REPNROCLI                      DECIMAL(7, 0)
                                            NOT NULL WITH DEFAULT 0,
             FECMAYOR                       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURCLI                   *
      *    PREFERENCIA DE ENVIO DE RESUMENES:
      *    'P' = PAPEL (IMPRESION) / 'E' = EMAIL (INTERFAZ).
           10 WSC-PREFENV       PIC X(1).                 *> PREFENV
      *    CONDICION FISCAL ANTE GANANCIAS, DEFINE LA RETENCION
      *    SOBRE INTERESES (PGMINTCA/PGMPFVTO): 'E' = EXENTO,
      *    'I' = INSCRIPTO, 'N' = NO INSCRIPTO.
           10 WSC-CONDFISC      PIC X(1).                 *> CONDFISC
      *    NIVEL DE RIESGO DE LAVADO (MATRIZ DE RIESGO, PGMRIESG):
      *    'B' = BAJO, 'M' = MEDIO, 'A' = ALTO, ' ' = SIN CALIFICAR.
      *    EL DESGLOSE DEL PUNTAJE DE CADA CALIFICACION QUEDA EN
      *    TBCURRIE.
           10 WSC-NIVRIESGO     PIC X(1).                 *> NIVRIESGO
      *    FECHA DE LA ULTIMA CALIFICACION.
           10 WSC-FECRIESGO     PIC X(10).                *> FECRIESGO
      *    FECHA DE LA PROXIMA REVISION DEL CLIENTE, SEGUN EL NIVEL
      *    (ALTO 12 MESES, MEDIO 24, BAJO 60 POR DEFECTO).
           10 WSC-PROXREV       PIC X(10).                *> PROXREV
      *    DOMICILIO OBSERVADO POR CORREO DEVUELTO (PGMCODEV):
      *    'S' = LAS PIEZAS EN PAPEL SE RETIENEN EN LA SUCURSAL,
      *    'N' = DOMICILIO VALIDO. SE LIMPIA SOLO AL CAMBIAR EL
      *    DOMICILIO (PROGM39S O NOVEDAD 'DO' DE PGMD1CAF).
           10 WSC-DOMINV        PIC X(1).                 *> DOMINV
      *    FECHA DE LA DEVOLUCION QUE MARCO EL DOMICILIO.
           10 WSC-FECDOMINV     PIC X(10).                *> FECDOMINV
      *    MOTIVO INFORMADO POR EL CORREO: DE = DESCONOCIDO,
      *    MU = SE MUDO, DI = DIRECCION INSUFICIENTE O
      *    INEXISTENTE, RE = REHUSADO, FA = FALLECIDO,
      *    OT = OTRO.
           10 WSC-MOTDOMINV     PIC X(2).                 *> MOTDOMINV
      *    REPRESENTANTE LEGAL (NROCLI DE OTRO CLIENTE) OBLIGATORIO
      *    PARA EL MENOR DE 18 ANOS; 0 = SIN REPRESENTANTE. MIENTRAS
      *    ESTE INFORMADO EL CLIENTE OPERA COMO MENOR: SIN CUENTA
      *    CORRIENTE, CHEQUERA, ACUERDO NI PRESTAMO, Y LAS
      *    EXTRACCIONES LAS HACE EL REPRESENTANTE (PGMEXCTA). LO
      *    LIMPIA PGMMAYOR AL CUMPLIR LOS 18.
           10 WSC-REPNROCLI     PIC S9(7)V USAGE COMP-3.  *> REPNROCLI
      *    FECHA EN QUE PGMMAYOR LEVANTO LA CONDICION DE MENOR.
           10 WSC-FECMAYOR      PIC X(10).                *> FECMAYOR
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 27      *
      ******************************************************************

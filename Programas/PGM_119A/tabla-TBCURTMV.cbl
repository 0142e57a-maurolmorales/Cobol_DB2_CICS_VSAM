      *   CANALES    = CANALES HABILITADOS (HASTA 5 CODIGOS DE 2,      *
      *                PEGADOS; EN BLANCO = TODOS)                     *
      * TIPOS EN USO: DE/CR (CAJA Y BATCH), ID (IMPUESTO), XD/XC       *
      * (CONTRASIENTOS), RU/RD (REVALUO UVA, PGMRVUVA), RG (RETENCION  *
      * DE GANANCIAS SOBRE INTERESES, PGMINTCA/PGMPFVTO), TC/TD        *
      * (AJUSTE RETROACTIVO DE INTERESES POR TASA, PGMRETAS).          *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURTMV TABLE
           ( TIPMOV                         CHAR(2) NOT NULL,

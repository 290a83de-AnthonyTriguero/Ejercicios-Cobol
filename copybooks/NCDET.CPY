      ******************************************************************
      * COPYBOOK: NCDET.CPY
      * DETALLE DE NOTA DE CREDITO (NOTACRED-DETALLE.DAT), UNA LINEA
      * POR PRODUCTO DEVUELTO. VER NCREG.CPY.
      * REG-NCD-MONTO - VALOR DEVUELTO DE LA LINEA SIN IVA,
      * PROPORCIONAL AL SUBTOTAL FACTURADO (DESCUENTO INCLUIDO).
      * REG-NCD-IVA-CAT - CATEGORIA DE IVA DE LA LINEA DE ORIGEN
      * ('G'/'E'; EN BLANCO SE TRATA COMO GRAVADA).
      ******************************************************************
       01  REG-NC-DETALLE.
           05 REG-NCD-NUMERO          PIC 9(07).
           05 REG-NCD-FACTURA         PIC 9(07).
           05 REG-NCD-CODIGO          PIC X(06).
           05 REG-NCD-DESC            PIC X(20).
           05 REG-NCD-CANTIDAD        PIC 9(5).
           05 REG-NCD-MONTO           PIC 9(9)V99.
           05 REG-NCD-IVA-CAT         PIC X(01).

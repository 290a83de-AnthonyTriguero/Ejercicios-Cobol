      ******************************************************************
      * COPYBOOK: CMPDET.CPY
      * DETALLE DE RECEPCION DE MERCADERIA (COMPRAS-DETALLE.DAT), UNA
      * LINEA POR PRODUCTO RECIBIDO. SOLO-ANEXAR, IGUAL QUE
      * FACTURA-DETALLE.DAT; EL DESGLOSE DE UNA RECEPCION ES SU
      * RECORRIDO SECUENCIAL FILTRADO POR REG-CMD-NUMERO.
      * REG-CMD-PROV-RUC SE REPITE EN CADA LINEA PARA QUE LOS REPORTES
      * POR PROVEEDOR (REPOSICION) NO TENGAN QUE CRUZAR LA CABECERA.
      ******************************************************************
       01  REG-COMPRA-DET.
           05 REG-CMD-NUMERO          PIC 9(07).
           05 REG-CMD-PROV-RUC        PIC X(13).
           05 REG-CMD-CODIGO          PIC X(06).
           05 REG-CMD-CANTIDAD        PIC 9(05).
           05 REG-CMD-COSTO           PIC 9(7)V99.
           05 REG-CMD-SUBTOTAL        PIC 9(9)V99.

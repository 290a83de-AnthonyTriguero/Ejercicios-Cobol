      ******************************************************************
      * COPYBOOK: FACDET.CPY
      * REGISTRO DE ARCHIVO PARA FACTURA-DETALLE.DAT (UNA LINEA POR
      * PRODUCTO FACTURADO), COMPARTIDO ENTRE VSFACTU (QUE LO ESCRIBE)
      * Y LOS REPORTES QUE LO RECORREN (REPOSICION, ANALISIS DE
      * VENTAS). MISMA RAZON QUE FACREG.CPY.
      * EL ARCHIVO SE ANEXA EN ORDEN DE NUMERO DE FACTURA, IGUAL QUE
      * FACTURAS.DAT, ASI QUE AMBOS PUEDEN RECORRERSE EN PAREJA
      * (CABECERA Y SUS LINEAS) SIN CARGARLOS A MEMORIA.
      * REG-DET-IVA-CAT - CATEGORIA DE IVA DE LA LINEA ('G'/'E'); EN
      * BLANCO EN DETALLES GRABADOS ANTES DE ESTE CAMPO (SE TRATAN
      * COMO GRAVADOS).
      ******************************************************************
       01  REG-FACTURA-DETALLE.
           05 REG-DET-NUMERO          PIC 9(07).
           05 REG-DET-CODIGO          PIC X(06).
           05 REG-DET-DESC            PIC X(20).
           05 REG-DET-PRECIO          PIC 9(5)V99.
           05 REG-DET-CANTIDAD        PIC 9(5).
           05 REG-DET-DESCUENTO       PIC 9(02).
           05 REG-DET-SUBTOTAL        PIC 9(9)V99.
           05 REG-DET-IVA-CAT         PIC X(01).

      ******************************************************************
      * COPYBOOK: LPRREG.CPY
      * REGISTRO DE ARCHIVO PARA LISTAS-PRECIO.DAT: PRECIO DE UN
      * PRODUCTO EN LA LISTA DE UNA CATEGORIA DE CLIENTE, VIGENTE
      * DESDE UNA FECHA. UN PRODUCTO PUEDE TENER VARIOS REGISTROS POR
      * CATEGORIA (CAMBIOS DE PRECIO PROGRAMADOS): EL QUE RIGE A UNA
      * FECHA ES EL DE VIGENCIA MAS RECIENTE QUE NO LA SUPERE.
      * SI UNA CATEGORIA NO TIENE PRECIO VIGENTE PARA UN PRODUCTO SE
      * FACTURA CON REG-PROD-PRECIO DEL CATALOGO (PRODREG.CPY).
      * MAESTRO MANTENIDO POR VSFACTU (CARGADO COMPLETO EN MEMORIA Y
      * REESCRITO EN ORDEN CATEGORIA + CODIGO + VIGENCIA); CADA CAMBIO
      * QUEDA EN PRECIOS.LOG.
      * REG-LPR-CATEGORIA - 'P' PUBLICO, 'M' MAYORISTA, 'I'
      * INSTITUCIONAL (VER REG-CLIENTE-CATEGORIA EN CLIREG.CPY).
      * REG-LPR-VIGENCIA - AAAAMMDD.
      ******************************************************************
       01  REG-LISTA-PRECIO.
           05 REG-LPR-CATEGORIA       PIC X(01).
           05 REG-LPR-CODIGO          PIC X(06).
           05 REG-LPR-VIGENCIA        PIC 9(08).
           05 REG-LPR-PRECIO          PIC 9(5)V99.

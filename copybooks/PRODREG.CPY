      ******************************************************************
      * COPYBOOK: PRODREG.CPY
      * REGISTRO DE ARCHIVO PARA PRODUCTOS.DAT, COMPARTIDO ENTRE
      * VSFACTU (CATALOGO Y FACTURACION) Y COMPRAS-PROVEEDORES (QUE
      * SUBE EL STOCK CON CADA RECEPCION DE MERCADERIA). ANTES ESTABA
      * DECLARADO SOLO EN LA FD DE FACRTURA.cbl; MISMA RAZON QUE
      * CLIREG.CPY/FACREG.CPY.
      * REG-PROD-ACTIVO - 'S' VENDIBLE, 'N' DESACTIVADO; EN BLANCO
      * (REGISTROS VIEJOS) SE TRATA COMO ACTIVO.
      * REG-PROD-STOCK - CANTIDAD DISPONIBLE EN BODEGA.
      * REG-PROD-IVA-CAT - 'G' GRAVADO (TASA GENERAL), 'E' EXENTO 0%
      * (ALIMENTOS BASICOS); EN BLANCO (PRODUCTOS GRABADOS ANTES DE
      * ESTE CAMPO) SE TRATA COMO GRAVADO, QUE ERA LA REGLA UNICA
      * HASTA ENTONCES.
      ******************************************************************
       01  REG-PRODUCTO.
           05 REG-PROD-CODIGO         PIC X(06).
           05 REG-PROD-DESC           PIC X(20).
           05 REG-PROD-PRECIO         PIC 9(5)V99.
           05 REG-PROD-ACTIVO         PIC X(01).
           05 REG-PROD-STOCK          PIC 9(05).
           05 REG-PROD-IVA-CAT        PIC X(01).

      ******************************************************************
      * COPYBOOK: PROVREG.CPY
      * REGISTRO DE ARCHIVO PARA PROVEEDORES.DAT (MAESTRO DE
      * PROVEEDORES). LO MANTIENE COMPRAS-PROVEEDORES Y LO LEEN LOS
      * REPORTES DE COMPRAS Y DE REPOSICION.
      * REG-PROV-RUC - RUC DE 13 DIGITOS VALIDADO CON CIVALIDE-VALIDAR
      * AL DAR DE ALTA; ES LA CLAVE DEL PROVEEDOR.
      * REG-PROV-PLAZO-DIAS - CONDICION DE PAGO EN DIAS (0 = CONTADO).
      * REG-PROV-ACTIVO - 'N' DADO DE BAJA (NO SE LE PUEDEN REGISTRAR
      * RECEPCIONES); 'S' O EN BLANCO ACTIVO, MISMA CONVENCION QUE
      * REG-PROD-ACTIVO.
      ******************************************************************
       01  REG-PROVEEDOR.
           05 REG-PROV-RUC            PIC X(13).
           05 REG-PROV-NOMBRE         PIC X(40).
           05 REG-PROV-CONTACTO       PIC X(30).
           05 REG-PROV-TELEFONO       PIC X(15).
           05 REG-PROV-PLAZO-DIAS     PIC 9(03).
           05 REG-PROV-ACTIVO         PIC X(01).

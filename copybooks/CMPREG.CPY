      ******************************************************************
      * COPYBOOK: CMPREG.CPY
      * CABECERA DE RECEPCION DE MERCADERIA (COMPRAS.DAT). MISMA
      * PAREJA CABECERA/DETALLE QUE FACTURAS.DAT/FACTURA-DETALLE.DAT,
      * CON SU PROPIO CONSECUTIVO EN COMPRA.SEQ. SOLO-ANEXAR: UNA
      * RECEPCION GRABADA NO SE MODIFICA.
      * REG-CMP-FECHA - FUNCTION CURRENT-DATE(1:10), IGUAL QUE
      * REG-FAC-FECHA (LOS LECTORES COMPARAN SOLO (1:8) AAAAMMDD).
      * REG-CMP-FAC-PROV - NUMERO DE LA FACTURA DEL PROVEEDOR QUE
      * RESPALDA LA RECEPCION (EJ. 001-001-000012345).
      ******************************************************************
       01  REG-COMPRA.
           05 REG-CMP-FECHA           PIC X(10).
           05 REG-CMP-NUMERO          PIC 9(07).
           05 REG-CMP-PROV-RUC        PIC X(13).
           05 REG-CMP-FAC-PROV        PIC X(17).
           05 REG-CMP-LINEAS          PIC 9(02).
           05 REG-CMP-TOTAL           PIC 9(9)V99.
           05 REG-CMP-OPERADOR        PIC X(10).

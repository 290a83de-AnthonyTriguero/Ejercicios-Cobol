      ******************************************************************
      * COPYBOOK: KARLIN.CPY
      * LAYOUT DE LINEA DE KARDEX.DAT (UNA LINEA POR CAMBIO CONFIRMADO
      * DE STOCK, CON EL STOCK RESULTANTE Y EL DOCUMENTO ORIGEN). LO
      * ESCRIBEN VSFACTU (VENTA, ANULACION, EDICION, AJUSTE,
      * DEVOLUCION) Y COMPRAS-PROVEEDORES (COMPRA) MAPEANDO CADA
      * REG-KARDEX SOBRE ESTE GRUPO - ANTES ESTABA SOLO EN EL
      * WORKING-STORAGE DE FACRTURA.cbl.
      * WS-KAR-TIPO-OUT ES EL ORIGEN DEL MOVIMIENTO: "VENTA",
      * "ANULACION", "EDICION", "AJUSTE", "DEVOLUCION" O "COMPRA".
      ******************************************************************
       01  WS-KAR-LINEA.
           05 WS-KAR-FECHA-HORA       PIC X(26).
           05 WS-KAR-LIT-PROD         PIC X(10)   VALUE " PRODUCTO:".
           05 WS-KAR-PROD-CODIGO      PIC X(06).
           05 WS-KAR-LIT-TIPO         PIC X(6)    VALUE " TIPO:".
           05 WS-KAR-TIPO-OUT         PIC X(10).
           05 WS-KAR-LIT-CANT         PIC X(10)   VALUE " CANTIDAD:".
           05 WS-KAR-CANT-OUT         PIC -(5)9.
           05 WS-KAR-LIT-SALDO        PIC X(7)    VALUE " SALDO:".
           05 WS-KAR-SALDO-OUT        PIC 9(05).
           05 WS-KAR-LIT-DOC          PIC X(5)    VALUE " DOC:".
           05 WS-KAR-DOC-OUT          PIC X(10).
           05 WS-KAR-LIT-OPER         PIC X(6)    VALUE " OPER:".
           05 WS-KAR-OPER             PIC X(10).

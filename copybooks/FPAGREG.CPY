      ******************************************************************
      * COPYBOOK: FPAGREG.CPY
      * REGISTRO DE ARCHIVO PARA FORMAS-PAGO.DAT: UNA LINEA POR CADA
      * FORMA DE PAGO USADA EN UNA VENTA DE CONTADO O EN UN ABONO
      * (UN COBRO PUEDE REPARTIRSE ENTRE VARIAS FORMAS). SOLO-ANEXAR,
      * LO ESCRIBE VSFACTU Y LO LEE EL ARQUEO DE CAJA.
      * REG-FPG-ORIGEN - 'F' VENTA DE CONTADO, 'A' ABONO.
      * REG-FPG-NUMERO - NUMERO DE LA FACTURA (LA VENDIDA O LA
      * ABONADA).
      * REG-FPG-METODO - 'E' EFECTIVO, 'T' TARJETA DE DEBITO O
      * CREDITO, 'B' TRANSFERENCIA BANCARIA, 'C' CHEQUE.
      * REG-FPG-REFERENCIA - VOUCHER, CONFIRMACION DE LA
      * TRANSFERENCIA O NUMERO DE CHEQUE; EN BLANCO PARA EFECTIVO.
      * REG-FPG-FECHA - FUNCTION CURRENT-DATE(1:10), IGUAL QUE
      * REG-FAC-FECHA / REG-PAG-FECHA.
      ******************************************************************
       01  REG-FORMA-PAGO.
           05 REG-FPG-FECHA           PIC X(10).
           05 REG-FPG-ORIGEN          PIC X(01).
           05 REG-FPG-NUMERO          PIC 9(07).
           05 REG-FPG-METODO          PIC X(01).
           05 REG-FPG-MONTO           PIC 9(9)V99.
           05 REG-FPG-REFERENCIA      PIC X(20).
           05 REG-FPG-OPER            PIC X(10).

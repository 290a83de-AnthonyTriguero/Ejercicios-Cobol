      ******************************************************************
      * COPYBOOK: PAGREG.CPY
      * REGISTRO DE ARCHIVO PARA PAGOS.DAT (ABONOS A FACTURAS A
      * CREDITO), COMPARTIDO ENTRE VSFACTU (QUE LO ESCRIBE EN
      * 4050-GRABAR-ABONO) Y LOS LECTORES (ARQUEO-CAJA,
      * REPORTE-CARTERA) - ANTES CADA LECTOR DUPLICABA EL LAYOUT.
      * MISMA RAZON QUE FACREG.CPY.
      * REG-PAG-FORMA-PAGO - MISMOS CODIGOS QUE REG-FAC-FORMA-PAGO
      * ('E','T','B','C' O 'M' CON DESGLOSE EN FORMAS-PAGO.DAT). EN
      * BLANCO EN ABONOS GRABADOS ANTES DE ESTE CAMPO: EFECTIVO.
      ******************************************************************
       01  REG-PAGO.
           05 REG-PAG-FECHA           PIC X(10).
           05 REG-PAG-NUMERO          PIC 9(07).
           05 REG-PAG-CLI-CODE        PIC X(10).
           05 REG-PAG-MONTO           PIC 9(9)V99.
           05 REG-PAG-OPER            PIC X(10).
           05 REG-PAG-FORMA-PAGO      PIC X(01).

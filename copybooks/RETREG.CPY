      ******************************************************************
      * COPYBOOK: RETREG.CPY
      * COMPROBANTES DE RETENCION ENTREGADOS POR LOS CLIENTES
      * (RETENCIONES.DAT). SOLO-ANEXAR, IGUAL QUE PAGOS.DAT: UNA
      * RETENCION NO ES UN ABONO (NO ENTRA DINERO A CAJA) PERO BAJA EL
      * SALDO DE LA FACTURA A LA QUE SE APLICA, ASI QUE EL SALDO
      * PENDIENTE DE UNA FACTURA ES REG-FAC-TOTAL MENOS SUS ABONOS Y
      * MENOS SU RETENCION. LO ESCRIBE VSFACTU (4210-GRABAR-RETENCION)
      * Y LO LEEN REPORTE-CARTERA Y REPORTE-IVA.
      * REG-RET-FECHA - FECHA-HORA DE REGISTRO EN EL SISTEMA.
      * REG-RET-FECHA-EMISION - FECHA DEL COMPROBANTE (AAAAMMDD); ES LA
      * QUE DECIDE EN QUE MES SE DECLARA EL IVA RETENIDO.
      * REG-RET-COMPROBANTE - NUMERO IMPRESO EN EL COMPROBANTE
      * (ESTABLECIMIENTO-PUNTO-SECUENCIAL, EJ. 001-001-000000123).
      * BASES: EL IVA DE LA FACTURA PARA LA RETENCION DE IVA Y EL
      * SUBTOTAL SIN IVA PARA LA DE RENTA.
      ******************************************************************
       01  REG-RETENCION.
           05 REG-RET-FECHA           PIC X(10).
           05 REG-RET-FACTURA         PIC 9(07).
           05 REG-RET-CLI-CODE        PIC X(10).
           05 REG-RET-COMPROBANTE     PIC X(17).
           05 REG-RET-FECHA-EMISION   PIC X(08).
           05 REG-RET-BASE-IVA        PIC 9(9)V99.
           05 REG-RET-PORC-IVA        PIC 9(03).
           05 REG-RET-MONTO-IVA       PIC 9(9)V99.
           05 REG-RET-BASE-RENTA      PIC 9(9)V99.
           05 REG-RET-PORC-RENTA      PIC 9(02)V99.
           05 REG-RET-MONTO-RENTA     PIC 9(9)V99.
           05 REG-RET-TOTAL           PIC 9(9)V99.
           05 REG-RET-OPER            PIC X(10).

      ******************************************************************
      * COPYBOOK: CUOTREG.CPY
      * PLAN DE PAGOS (CUOTAS) DE UNA FACTURA A CREDITO (CUOTAS.DAT).
      * UNA LINEA POR CUOTA, GRABADAS JUNTAS Y EN ORDEN DE CUOTA AL
      * CREAR EL PLAN; SOLO-ANEXAR Y UN SOLO PLAN POR FACTURA. NO SE
      * GUARDA QUE CUOTA ESTA PAGADA: LO ABONADO Y RETENIDO A LA
      * FACTURA SE REPARTE EN ORDEN SOBRE LAS CUOTAS CADA VEZ QUE SE
      * CONSULTA, DESPUES DE CUBRIR LO QUE YA SE HABIA PAGADO ANTES
      * DEL PLAN (REG-FAC-TOTAL MENOS LA SUMA DE REG-CUO-CAPITAL).
      * LO ESCRIBE VSFACTU (4330-GRABAR-CUOTAS) Y LO LEEN
      * REPORTE-CARTERA E INTERES-MORA.
      * REG-CUO-VENCE - FECHA DE VENCIMIENTO DE LA CUOTA (AAAAMMDD).
      * REG-CUO-INTERES - INTERES DE FINANCIAMIENTO DE LA CUOTA; LA
      * SUMA DEL PLAN SE CARGA AL CLIENTE AL CREARLO Y SE SUMA AL TOTAL
      * A PAGAR DE LA FACTURA.
      * REG-CUO-TASA - TASA MENSUAL % DEL PLAN (CERO = SIN INTERES).
      ******************************************************************
       01  REG-CUOTA.
           05 REG-CUO-FACTURA         PIC 9(07).
           05 REG-CUO-NUMERO          PIC 9(03).
           05 REG-CUO-CANTIDAD        PIC 9(03).
           05 REG-CUO-VENCE           PIC X(08).
           05 REG-CUO-CAPITAL         PIC 9(9)V99.
           05 REG-CUO-INTERES         PIC 9(9)V99.
           05 REG-CUO-MONTO           PIC 9(9)V99.
           05 REG-CUO-TASA            PIC 9(02)V99.
           05 REG-CUO-FECHA           PIC X(10).
           05 REG-CUO-OPER            PIC X(10).

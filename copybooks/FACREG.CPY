      * FACTURAS GRABADAS ANTES DE ESTOS CAMPOS: LOS LECTORES DEBEN
      * TRATAR BASES NO NUMERICAS COMO "TODO EL SUBTOTAL GRAVADO",
      * QUE ERA LA REGLA VIGENTE CUANDO SE EMITIERON.
      * REG-FAC-FORMA-PAGO - COMO SE COBRO LA VENTA DE CONTADO: 'E'
      * EFECTIVO, 'T' TARJETA, 'B' TRANSFERENCIA, 'C' CHEQUE, 'M'
      * VARIAS FORMAS (EL DESGLOSE CON SUS REFERENCIAS ESTA EN
      * FORMAS-PAGO.DAT, VER FPAGREG.CPY); 'R' FACTURA A CREDITO
      * CARGADA A LA CUENTA DEL CLIENTE. EN BLANCO EN FACTURAS
      * GRABADAS ANTES DE ESTE CAMPO: SE TRATAN COMO EFECTIVO.
      * REG-FAC-CLI-ID-TIPO / REG-FAC-CLI-ID-NUMERO - IDENTIFICACION
      * DEL COMPRADOR TAL COMO ESTABA AL EMITIR LA FACTURA (VER
      * CLIREG.CPY); 'F' Y 9999999999999 EN VENTAS A CONSUMIDOR FINAL.
      * EN BLANCO EN FACTURAS GRABADAS ANTES DE ESTOS CAMPOS.
      * REG-FAC-NUM-COMPLETO - NUMERO LEGAL EEE-PPP-SSSSSSS
      * (ESTABLECIMIENTO, PUNTO DE EMISION Y SECUENCIAL DEL PUNTO, VER
      * PEMREG.CPY) CON QUE SE IMPRIMIO LA FACTURA. REG-FAC-NUMERO
      * SIGUE SIENDO EL NUMERO INTERNO QUE ENLAZA LOS DEMAS ARCHIVOS.
      * EN BLANCO EN FACTURAS GRABADAS ANTES DE ESTE CAMPO: SU NUMERO
      * LEGAL ES 001-001 CON EL NUMERO INTERNO COMO SECUENCIAL.
      * REG-FAC-FECHA-ANULACION - AAAAMMDD EN QUE SE ANULO LA FACTURA
      * (SOLO CON REG-FAC-ANULADA = 'S'). EN BLANCO EN FACTURAS
      * ANULADAS ANTES DE ESTE CAMPO: LOS LECTORES QUE NECESITAN EL
      * MES DE LA ANULACION TOMAN EL MES DE EMISION.
      ******************************************************************
       01  REG-FACTURA.
           05 REG-FAC-FECHA           PIC X(10).
           05 REG-FAC-OPERADOR        PIC X(10).
           05 REG-FAC-BASE-GRAVADA    PIC 9(9)V99.
           05 REG-FAC-BASE-EXENTA     PIC 9(9)V99.
           05 REG-FAC-FORMA-PAGO      PIC X(01).
           05 REG-FAC-CLI-ID-TIPO     PIC X(01).
           05 REG-FAC-CLI-ID-NUMERO   PIC X(13).
           05 REG-FAC-NUM-COMPLETO    PIC X(15).
           05 REG-FAC-NUM-PARTES REDEFINES REG-FAC-NUM-COMPLETO.
               10 REG-FAC-NUM-ESTAB   PIC X(03).
               10 FILLER              PIC X(01).
               10 REG-FAC-NUM-PTO     PIC X(03).
               10 FILLER              PIC X(01).
               10 REG-FAC-NUM-SEC     PIC 9(07).
           05 REG-FAC-FECHA-ANULACION PIC X(08).

      ******************************************************************
      * COPYBOOK: SRIEST.CPY
      * ESTADO DE LOS COMPROBANTES ELECTRONICOS ANTE EL SRI
      * (SRI-ESTADO.DAT). SOLO-ANEXAR CON LA CONVENCION DE "EL ULTIMO
      * GANA" (IGUAL QUE PROFORMAS.DAT): CADA CAMBIO DE ESTADO DE UN
      * COMPROBANTE AGREGA UN REGISTRO NUEVO Y EL ESTADO VIGENTE ES EL
      * ULTIMO REGISTRO DE ESE TIPO Y NUMERO EN EL ARCHIVO.
      * LO ESCRIBEN GENERAR-COMPROBANTE-SRI (AL GENERAR O REENVIAR EL
      * XML) Y COMPROBANTES-SRI (AUTORIZACION O DEVOLUCION); LO LEEN
      * COMPROBANTES-SRI Y RESUMEN-DIARIO.
      * REG-SRI-TIPO - CODIGO DE DOCUMENTO DEL SRI: '01' FACTURA,
      * '04' NOTA DE CREDITO.
      * REG-SRI-ESTADO - 'P' XML GENERADO, PENDIENTE DE ENVIO;
      * 'E' ENVIADO, ESPERANDO AUTORIZACION; 'A' AUTORIZADO;
      * 'D' DEVUELTO POR EL SRI (SE VUELVE A ENVIAR); 'N' FACTURA
      * ANULADA ANTES DE AUTORIZARSE (YA NO SE ENVIA).
      * REG-SRI-FECHA-DOC - FECHA DE EMISION DEL COMPROBANTE AAAAMMDD.
      ******************************************************************
       01  REG-SRI-COMPROBANTE.
           05 REG-SRI-TIPO            PIC X(02).
           05 REG-SRI-NUMERO          PIC 9(07).
           05 REG-SRI-FECHA-HORA      PIC X(14).
           05 REG-SRI-ESTADO          PIC X(01).
           05 REG-SRI-CLAVE           PIC X(49).
           05 REG-SRI-INTENTOS        PIC 9(03).
           05 REG-SRI-AUTORIZACION    PIC X(49).
           05 REG-SRI-FECHA-DOC       PIC X(08).
           05 REG-SRI-TOTAL           PIC 9(9)V99.
           05 REG-SRI-OPER            PIC X(10).
           05 REG-SRI-OBSERVACION     PIC X(40).

      ******************************************************************
      * COPYBOOK: NCREG.CPY
      * CABECERA DE NOTA DE CREDITO (NOTACRED.DAT), COMPARTIDA ENTRE
      * VSFACTU (QUE LA ESCRIBE) Y LOS REPORTES QUE NECESITAN EL
      * DETALLE DE LO DEVUELTO (ANALISIS DE VENTAS). MISMA RAZON QUE
      * FACREG.CPY.
      * EL ARCHIVO SE ANEXA EN ORDEN DE NUMERO DE NOTA (CONSECUTIVO
      * PROPIO EN NOTACRED.SEQ), IGUAL QUE NOTACRED-DETALLE.DAT, ASI
      * QUE AMBOS PUEDEN RECORRERSE EN PAREJA.
      * REG-NC-FACTURA - FACTURA DE ORIGEN DE LA DEVOLUCION (NUMERO
      * INTERNO).
      * REG-NC-NUM-COMPLETO - NUMERO LEGAL EEE-PPP-SSSSSSS DE LA NOTA,
      * DEL PUNTO DE EMISION DEL OPERADOR QUE LA EMITIO (VER
      * PEMREG.CPY). EN BLANCO EN NOTAS GRABADAS ANTES DE ESTE CAMPO:
      * SU NUMERO LEGAL ES 001-001 CON EL NUMERO INTERNO.
      ******************************************************************
       01  REG-NOTA-CREDITO.
           05 REG-NC-FECHA            PIC X(10).
           05 REG-NC-NUMERO           PIC 9(07).
           05 REG-NC-FACTURA          PIC 9(07).
           05 REG-NC-CLI-CODE         PIC X(10).
           05 REG-NC-SUBTOTAL         PIC 9(9)V99.
           05 REG-NC-IVA              PIC 9(9)V99.
           05 REG-NC-TOTAL            PIC 9(9)V99.
           05 REG-NC-BASE-GRAVADA     PIC 9(9)V99.
           05 REG-NC-BASE-EXENTA      PIC 9(9)V99.
           05 REG-NC-OPERADOR         PIC X(10).
           05 REG-NC-NUM-COMPLETO     PIC X(15).
           05 REG-NC-NUM-PARTES REDEFINES REG-NC-NUM-COMPLETO.
               10 REG-NC-NUM-ESTAB    PIC X(03).
               10 FILLER              PIC X(01).
               10 REG-NC-NUM-PTO      PIC X(03).
               10 FILLER              PIC X(01).
               10 REG-NC-NUM-SEC      PIC 9(07).

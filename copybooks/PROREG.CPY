      ******************************************************************
      * COPYBOOK: PROREG.CPY
      * CABECERA DE PROFORMA (PROFORMAS.DAT), COMPARTIDA ENTRE VSFACTU
      * (QUE LA ESCRIBE) Y LOS LECTORES (AUDITORIA-INTEGRIDAD) - ANTES
      * ESTABA DECLARADA SOLO EN LA FD DE FACRTURA.cbl. MISMA RAZON
      * QUE FACREG.CPY.
      * EL ARCHIVO ES SOLO-ANEXAR Y EL ESTADO VIGENTE DE UNA PROFORMA
      * ES SU ULTIMO REGISTRO ("EL ULTIMO GANA"): UN NUMERO SE GRABA
      * UNA VEZ EN 'P' AL EMITIRSE Y LUEGO UNA VEZ POR CADA CAMBIO DE
      * ESTADO.
      * REG-PRO-VALIDEZ - FECHA AAAAMMDD HASTA LA QUE LA COTIZACION ES
      * VALIDA PARA CONVERTIRSE EN FACTURA.
      * REG-PRO-ESTADO - 'P' PENDIENTE, 'F' YA FACTURADA, 'V' VENCIDA
      * (LA MARCA CONTROL-PROFORMAS CUANDO PASA SU VALIDEZ; SOLO UN
      * SUPERVISOR PUEDE FACTURARLA, RECOTIZADA A PRECIOS DEL DIA).
      * REG-PRO-OPERADOR - OPERADOR QUE EMITIO LA PROFORMA; LOS
      * REGISTROS DE CAMBIO DE ESTADO LO REPITEN. EN BLANCO EN
      * PROFORMAS GRABADAS ANTES DE ESTE CAMPO.
      * REG-PRO-NUM-COMPLETO - NUMERO EEE-PPP-SSSSSSS DE LA PROFORMA EN
      * EL PUNTO DE EMISION QUE LA EMITIO (VER PEMREG.CPY); LOS
      * REGISTROS DE CAMBIO DE ESTADO LO REPITEN. EN BLANCO EN
      * PROFORMAS GRABADAS ANTES DE ESTE CAMPO.
      ******************************************************************
       01  REG-PROFORMA.
           05 REG-PRO-FECHA           PIC X(10).
           05 REG-PRO-NUMERO          PIC 9(07).
           05 REG-PRO-CLI-CODE        PIC X(10).
           05 REG-PRO-CLI-NOMBRE      PIC X(30).
           05 REG-PRO-SUBTOTAL        PIC 9(9)V99.
           05 REG-PRO-IVA             PIC 9(9)V99.
           05 REG-PRO-TOTAL           PIC 9(9)V99.
           05 REG-PRO-VALIDEZ         PIC X(08).
           05 REG-PRO-ESTADO          PIC X(01).
           05 REG-PRO-OPERADOR        PIC X(10).
           05 REG-PRO-NUM-COMPLETO    PIC X(15).

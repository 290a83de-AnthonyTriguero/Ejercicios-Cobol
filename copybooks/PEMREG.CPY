      ******************************************************************
      * COPYBOOK: PEMREG.CPY
      * REGISTRO DE ARCHIVO PARA PUNTOS-EMISION.DAT: UN REGISTRO POR
      * ESTABLECIMIENTO + PUNTO DE EMISION (CAJA) CON SUS PROPIOS
      * SECUENCIALES LEGALES DE FACTURA, NOTA DE CREDITO Y PROFORMA.
      * EL NUMERO LEGAL DE UN COMPROBANTE ES EEE-PPP-SSSSSSS
      * (ESTABLECIMIENTO, PUNTO DE EMISION Y SECUENCIAL DEL PUNTO); EL
      * NUMERO INTERNO DE FACTURA.SEQ / NOTACRED.SEQ / PROFORMA.SEQ
      * SIGUE SIENDO UNICO EN TODO EL NEGOCIO Y ES LA CLAVE QUE ENLAZA
      * DETALLES, ABONOS, CUOTAS, RETENCIONES Y NOTAS DE CREDITO.
      * MAESTRO MANTENIDO POR ADMIN-PUNTOS-EMISION (ALTA Y CAMBIO DE
      * DESCRIPCION) Y POR VSFACTU (SECUENCIALES AL EMITIR); AMBOS LO
      * CARGAN COMPLETO Y LO REESCRIBEN CON OPEN OUTPUT BAJO EL
      * BLOQUEO DE PUNTOS-EMISION.DAT (VER BLOQPAR.CPY).
      * CADA OPERADOR TIENE ASIGNADO SU PUNTO EN OPERADORES.DAT (VER
      * OPERREG.CPY); SIN ASIGNACION EMITE POR 001-001.
      * REG-PEM-ESTAB - CODIGO DE ESTABLECIMIENTO, EL MISMO QUE
      * TRAEN LOS DIGITOS 11 A 13 DEL RUC (VER CIVALIDE-VALIDAR).
      * REG-PEM-ULT-FACTURA / -NC / -PROFORMA - ULTIMO SECUENCIAL
      * EMITIDO EN ESE PUNTO.
      ******************************************************************
       01  REG-PUNTO-EMISION.
           05 REG-PEM-ESTAB           PIC X(03).
           05 REG-PEM-PTO             PIC X(03).
           05 REG-PEM-DESCRIPCION     PIC X(30).
           05 REG-PEM-ULT-FACTURA     PIC 9(07).
           05 REG-PEM-ULT-NC          PIC 9(07).
           05 REG-PEM-ULT-PROFORMA    PIC 9(07).

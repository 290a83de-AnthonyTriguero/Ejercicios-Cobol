      *    CAJERO EXPLICITO.
       01  WS-OPERADOR-ROL             PIC X     IS EXTERNAL.
           88 OPERADOR-CAJERO                    VALUE 'C'.
      *    ESTABLECIMIENTO Y PUNTO DE EMISION DEL OPERADOR EN SESION
      *    (VER PEMREG.CPY): LOS COMPROBANTES QUE EMITA LLEVAN EL
      *    SECUENCIAL DE ESE PUNTO. EN BLANCO (SIN ASIGNAR, O PROGRAMA
      *    CORRIDO SUELTO) SE EMITE POR 001-001.
       01  WS-OPERADOR-ESTAB           PIC X(03) IS EXTERNAL.
       01  WS-OPERADOR-PTO-EMI         PIC X(03) IS EXTERNAL.

      * QUE ROMPEN EL FORMATO DE LINEA (WRITE DEVUELVE FILE STATUS 71).
      * REG-CLIENTE-LIMITE-CREDITO (REQ 027) - MISMA RAZON, DISPLAY Y
      * NO COMP-3. VER WS-CLIENTE-LIMITE-CREDITO EN CLIENTE.CPY.
      * REG-CLIENTE-ID-TIPO / REG-CLIENTE-ID-NUMERO - IDENTIFICACION
      * DEL COMPRADOR PARA LA FACTURA: 'C' CEDULA, 'R' RUC,
      * 'P' PASAPORTE, 'F' CONSUMIDOR FINAL (NUMERO 9999999999999).
      * EN BLANCO EN CLIENTES GRABADOS ANTES DE ESTOS CAMPOS: VSFACTU
      * LA PIDE LA PRIMERA VEZ QUE SE LE FACTURA AL CLIENTE.
      * REG-CLIENTE-CATEGORIA - LISTA DE PRECIOS DEL CLIENTE: 'P'
      * PUBLICO (MINORISTA), 'M' MAYORISTA, 'I' INSTITUCIONAL (VER
      * LPRREG.CPY). EN BLANCO EN CLIENTES GRABADOS ANTES DE ESTE
      * CAMPO: SE TRATAN COMO PUBLICO.
      ******************************************************************
       01  REG-CLIENTE.
           05 REG-CLIENTE-CODE        PIC X(10).
           05 REG-CLIENTE-ADDRESS     PIC X(40).
           05 REG-CLIENTE-BALANCE     PIC S9(11)V99.
           05 REG-CLIENTE-LIMITE-CREDITO PIC 9(9)V99.
           05 REG-CLIENTE-ID-TIPO     PIC X(01).
           05 REG-CLIENTE-ID-NUMERO   PIC X(13).
           05 REG-CLIENTE-CATEGORIA   PIC X(01).

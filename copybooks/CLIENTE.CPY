      * WS-CLIENTE-LIMITE-CREDITO (REQ 027) - MAXIMO QUE EL BALANCE
      * PUEDE BAJAR DE CERO (VER VALIDACION EN VSFACTU AL FACTURAR Y
      * EN CALCULADORA AL REGISTRAR UN DEBITO).
      * WS-CLIENTE-ID-TIPO / WS-CLIENTE-ID-NUMERO - IDENTIFICACION DEL
      * COMPRADOR (VER REG-CLIENTE-ID-TIPO EN CLIREG.CPY); EL NUMERO SE
      * VALIDA CON CIVALIDE-VALIDAR AL CAPTURAR EL CLIENTE.
      * WS-CLIENTE-CATEGORIA - LISTA DE PRECIOS CON QUE SE LE FACTURA
      * (VER REG-CLIENTE-CATEGORIA EN CLIREG.CPY).
      ******************************************************************
       01  WS-CLIENTE.
           05 WS-CLIENTE-CODE         PIC X(10).
           05 WS-CLIENTE-ADDRESS      PIC X(40).
           05 WS-CLIENTE-BALANCE      PIC S9(11)V99 COMP-3.
           05 WS-CLIENTE-LIMITE-CREDITO PIC 9(9)V99 COMP-3.
           05 WS-CLIENTE-ID-TIPO      PIC X(01).
               88 CLIENTE-ID-CEDULA          VALUE 'C'.
               88 CLIENTE-ID-RUC             VALUE 'R'.
               88 CLIENTE-ID-PASAPORTE       VALUE 'P'.
               88 CLIENTE-ID-CONS-FINAL      VALUE 'F'.
               88 CLIENTE-ID-VALIDO          VALUE 'C' 'R' 'P' 'F'.
           05 WS-CLIENTE-ID-NUMERO    PIC X(13).
           05 WS-CLIENTE-CATEGORIA    PIC X(01).
               88 CLIENTE-CAT-PUBLICO        VALUE 'P'.
               88 CLIENTE-CAT-MAYORISTA      VALUE 'M'.
               88 CLIENTE-CAT-INSTITUCIONAL  VALUE 'I'.
               88 CLIENTE-CAT-VALIDA         VALUE 'P' 'M' 'I'.

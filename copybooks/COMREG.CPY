      ******************************************************************
      * COPYBOOK: COMREG.CPY
      * REGISTRO DE COMISIONES.PAR, REGLAS DE COMISION DE VENTAS QUE
      * MANTIENE Y APLICA COMISIONES-VENTAS. UNA LINEA POR REGLA.
      * REG-COM-TIPO        - 'P' POR PRODUCTO (REG-COM-CLAVE = CODIGO
      *                       DE PRODUCTO), 'C' POR CATEGORIA DE IVA
      *                       (REG-COM-CLAVE = 'G' O 'E'), 'D' REGLA
      *                       GENERAL DEL VENDEDOR (CLAVE EN BLANCO).
      *                       'K' ES LA LINEA DE OPCIONES DE LA
      *                       CORRIDA (VER REG-COM-CONTROL), A LO SUMO
      *                       UNA EN EL ARCHIVO.
      * REG-COM-OPERADOR    - VENDEDOR (REG-OPER-ID, VER OPERREG.CPY)
      *                       AL QUE SE APLICA LA REGLA; EN BLANCO VALE
      *                       PARA TODOS LOS VENDEDORES.
      * REG-COM-PORCENTAJE  - PORCENTAJE SOBRE EL VALOR NETO SIN IVA.
      * PARA CADA LINEA VENDIDA GANA LA REGLA MAS PARTICULAR: PRODUCTO
      * DEL VENDEDOR, PRODUCTO DE TODOS, CATEGORIA DEL VENDEDOR,
      * CATEGORIA DE TODOS, GENERAL DEL VENDEDOR, GENERAL DE TODOS. SIN
      * NINGUNA REGLA LA LINEA NO COMISIONA.
      * REG-COM-SOLO-COBRADAS - EN LA LINEA 'K': 'S' LAS FACTURAS A
      *                       CREDITO COMISIONAN RECIEN EN EL MES EN
      *                       QUE QUEDAN TOTALMENTE COBRADAS (VER
      *                       PAGOS.DAT); 'N' O SIN LINEA 'K', EN EL
      *                       MES DE EMISION.
      ******************************************************************
       01  REG-COMISION-REGLA.
           05 REG-COM-TIPO            PIC X(01).
               88 REG-COM-POR-PRODUCTO       VALUE 'P'.
               88 REG-COM-POR-CATEGORIA      VALUE 'C'.
               88 REG-COM-GENERAL            VALUE 'D'.
               88 REG-COM-OPCIONES           VALUE 'K'.
           05 REG-COM-DATOS.
               10 REG-COM-OPERADOR    PIC X(10).
               10 REG-COM-CLAVE       PIC X(06).
               10 REG-COM-PORCENTAJE  PIC 9(02)V99.
           05 REG-COM-CONTROL REDEFINES REG-COM-DATOS.
               10 REG-COM-SOLO-COBRADAS PIC X(01).
               10 FILLER              PIC X(19).

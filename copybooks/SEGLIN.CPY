      ******************************************************************
      * COPYBOOK: SEGLIN.CPY
      * LAYOUT DE LINEA DE SEGURIDAD.LOG: INGRESOS, CLAVES ERRADAS,
      * BLOQUEOS, DESBLOQUEOS Y CAMBIOS DE CLAVE. LO ESCRIBEN
      * MENU-SISTEMA Y ADMIN-OPERADORES (SOLO-ANEXAR, OPEN EXTEND) Y LO
      * MUESTRA VISOR-BITACORAS. EMPIEZA CON LA FECHA-HORA, ASI QUE
      * ENTRA EN LA CONSULTA POR RANGO CON ARCHIVOS ROTADOS.
      * WS-SEG-OPER - OPERADOR AFECTADO (EL CODIGO TECLEADO, AUNQUE
      *               NO EXISTA).
      * WS-SEG-POR  - QUIEN HIZO LA ACCION: EL MISMO OPERADOR EN EL
      *               LOGIN, EL SUPERVISOR EN ADMIN-OPERADORES.
      ******************************************************************
       01  WS-SEG-LINEA.
           05 WS-SEG-FECHA-HORA       PIC X(26).
           05 WS-SEG-LIT-EVENTO       PIC X(8)    VALUE " EVENTO:".
           05 WS-SEG-EVENTO           PIC X(16).
           05 WS-SEG-LIT-OPER         PIC X(6)    VALUE " OPER:".
           05 WS-SEG-OPER             PIC X(10).
           05 WS-SEG-LIT-POR          PIC X(5)    VALUE " POR:".
           05 WS-SEG-POR              PIC X(10).
           05 WS-SEG-LIT-DETALLE      PIC X(9)    VALUE " DETALLE:".
           05 WS-SEG-DETALLE          PIC X(30).

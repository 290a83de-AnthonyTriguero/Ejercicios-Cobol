      ******************************************************************
      * COPYBOOK: CLAVEPAR.CPY
      * PARAMETROS DE CIFRAR-CLAVE (CLAVECIF.CBL): RESUMEN DE UNA SOLA
      * VIA DE LA CLAVE DE UN OPERADOR, QUE ES LO UNICO QUE SE GRABA
      * EN OPERADORES.DAT (REG-OPER-CLAVE-CIFRADA). EL CODIGO DEL
      * OPERADOR ENTRA EN EL CALCULO, ASI QUE DOS OPERADORES CON LA
      * MISMA CLAVE NO QUEDAN CON EL MISMO RESUMEN. PARA VERIFICAR UNA
      * CLAVE SE CALCULA EL RESUMEN DE LO TECLEADO Y SE COMPARA.
      ******************************************************************
       01  WS-CLV-OPER                PIC X(10)   VALUE SPACES.
       01  WS-CLV-CLAVE               PIC X(10)   VALUE SPACES.
       01  WS-CLV-RESUMEN             PIC X(18)   VALUE SPACES.

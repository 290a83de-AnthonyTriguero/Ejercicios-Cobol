      * TOMAN EL RANGO DE WS-LOTE-FECHA-DESDE/HASTA Y NO HACEN NINGUN
      * ACCEPT. CORRIDOS SUELTOS EL CAMPO ARRANCA EN LOW-VALUES Y TODO
      * SIGUE SIENDO INTERACTIVO COMO SIEMPRE.
      * WS-LOTE-RESULTADO - RESULTADO DEL PASO PARA FINDIA.LOG QUE
      * DEJA EL PROGRAMA LLAMADO CUANDO PUEDE FALLAR (P.EJ. "OK" O
      * "FAIL ..." DE AUDITORIA-INTEGRIDAD). FIN-DE-DIA LO LIMPIA
      * ANTES DEL CALL; SI VUELVE EN BLANCO EL PASO QUEDA "OK".
      ******************************************************************
       01  WS-LOTE-MODO                PIC X     IS EXTERNAL.
           88 MODO-LOTE                          VALUE 'S'.
       01  WS-LOTE-FECHA-DESDE         PIC X(08) IS EXTERNAL.
       01  WS-LOTE-FECHA-HASTA         PIC X(08) IS EXTERNAL.
       01  WS-LOTE-RESULTADO           PIC X(37) IS EXTERNAL.

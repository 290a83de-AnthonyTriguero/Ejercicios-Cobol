      ******************************************************************
      * COPYBOOK: SEGREG.CPY
      * REGISTRO DE SEGURIDAD.PAR, PARAMETROS DE INICIO DE SESION
      * COMPARTIDOS ENTRE MENU-SISTEMA (LOS APLICA) Y ADMIN-OPERADORES
      * (LOS MANTIENE). UNA SOLA LINEA. SI EL ARCHIVO NO EXISTE O UN
      * CAMPO NO ES NUMERICO SE USAN 3 INTENTOS Y 90 DIAS.
      * REG-SPAR-INTENTOS   - CLAVES ERRADAS SEGUIDAS QUE BLOQUEAN AL
      *                       OPERADOR HASTA QUE UN SUPERVISOR LO
      *                       DESBLOQUEE; 00 = NUNCA SE BLOQUEA.
      * REG-SPAR-DIAS-CLAVE - DIAS DE VIGENCIA DE UNA CLAVE; VENCIDA,
      *                       SE EXIGE CAMBIARLA AL ENTRAR; 000 = NO
      *                       VENCE.
      ******************************************************************
       01  REG-SEGURIDAD-PARAMETRO.
           05 REG-SPAR-INTENTOS       PIC 9(02).
           05 REG-SPAR-DIAS-CLAVE     PIC 9(03).

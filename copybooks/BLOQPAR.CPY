      ******************************************************************
      * COPYBOOK: BLOQPAR.CPY
      * PARAMETROS DE BLOQUEO-MAESTRO (BLOQUEO.CBL), LA CONVENCION DE
      * BLOQUEO DE LOS ARCHIVOS QUE SE CARGAN EN MEMORIA Y SE
      * REESCRIBEN COMPLETOS CON OPEN OUTPUT: CLIENTES.DAT,
      * PRODUCTOS.DAT, ALUMNOS.DAT, FACTURAS.DAT Y LOS CONSECUTIVOS
      * .SEQ. EL BLOQUEO ES UN ARCHIVO <NOMBRE>.LCK (EJ.
      * CLIENTES.DAT.LCK) CON EL OPERADOR, EL PROGRAMA Y LA FECHA-HORA
      * DESDE LA QUE LO TIENE; MIENTRAS EXISTA, NINGUN OTRO PROGRAMA
      * CARGA ESE ARCHIVO PARA REESCRIBIRLO. LOS LECTORES (REPORTES)
      * NO BLOQUEAN.
      * WS-BLQ-ACCION   'T' TOMAR: SI ESTA OCUPADO MUESTRA QUIEN LO
      *                 TIENE Y DESDE CUANDO Y PREGUNTA SI ESPERAR O
      *                 CANCELAR (EN MODO LOTE NIEGA SIN PREGUNTAR).
      *                 'L' LIBERAR: SOLO BORRA EL BLOQUEO SI ES DEL
      *                 MISMO OPERADOR Y PROGRAMA.
      *                 'C' CONSULTAR: DEVUELVE EL DUENO SI LO HAY.
      *                 'F' FORZAR: BORRA EL BLOQUEO DE OTRO (SESION
      *                 CAIDA); LO USA ADMIN-BLOQUEOS, SOLO SUPERVISOR.
      * WS-BLQ-PROGRAMA PROGRAM-ID DEL QUE PIDE (QUEDA EN EL .LCK).
      * WS-BLQ-RESULTADO 'S' CONCEDIDO / LIBRE; 'N' NEGADO / OCUPADO,
      *                 CON WS-BLQ-DUENO LLENO.
      * TODO CONFLICTO Y TODA LIBERACION FORZADA QUEDA EN BLOQUEOS.LOG.
      ******************************************************************
       01  WS-BLQ-ACCION              PIC X(01)   VALUE SPACE.
           88 BLQ-TOMAR                      VALUE 'T'.
           88 BLQ-LIBERAR                    VALUE 'L'.
           88 BLQ-CONSULTAR                  VALUE 'C'.
           88 BLQ-FORZAR                     VALUE 'F'.
       01  WS-BLQ-ARCHIVO             PIC X(20)   VALUE SPACES.
       01  WS-BLQ-PROGRAMA            PIC X(30)   VALUE SPACES.
       01  WS-BLQ-RESULTADO           PIC X(01)   VALUE SPACE.
           88 BLQ-CONCEDIDO                  VALUE 'S'.
           88 BLQ-NEGADO                     VALUE 'N'.
       01  WS-BLQ-DUENO.
           05 WS-BLQ-DUENO-OPER       PIC X(10).
           05 WS-BLQ-DUENO-PROGRAMA   PIC X(30).
           05 WS-BLQ-DUENO-DESDE      PIC X(14).

      * GRABADOS ANTES DE ESTE CAMPO) SE TRATA COMO SUPERVISOR.
      * REG-OPER-ACTIVO: 'N' DESHABILITADO; EN BLANCO O 'S' ACTIVO
      * (MISMA CONVENCION QUE REG-PROD-ACTIVO EN VSFACTU).
      * REG-OPER-CLAVE: CLAVE EN TEXTO DE LOS REGISTROS GRABADOS ANTES
      * DE REG-OPER-CLAVE-CIFRADA. AL CARGAR EL MAESTRO SE CIFRA Y SE
      * BORRA (QUEDA EN BLANCO); YA NO SE USA PARA VERIFICAR.
      * REG-OPER-CLAVE-CIFRADA: RESUMEN DE LA CLAVE (VER CLAVEPAR.CPY).
      * REG-OPER-CLAVE-FECHA: AAAAMMDD EN QUE SE FIJO LA CLAVE; DE AHI
      * SE CUENTAN LOS DIAS DE VIGENCIA (VER SEGREG.CPY).
      * REG-OPER-INTENTOS: CLAVES ERRADAS SEGUIDAS; VUELVE A CERO CON
      * UN INGRESO CORRECTO O AL DESBLOQUEAR.
      * REG-OPER-BLOQUEADO: 'S' BLOQUEADO POR INTENTOS; SOLO UN
      * SUPERVISOR LO DESBLOQUEA EN ADMIN-OPERADORES.
      * REG-OPER-CAMBIAR-CLAVE: 'S' DEBE CAMBIAR LA CLAVE EN EL
      * PROXIMO INGRESO (CLAVE ASIGNADA POR UN SUPERVISOR).
      * REG-OPER-ESTAB / REG-OPER-PTO-EMI: ESTABLECIMIENTO Y PUNTO DE
      * EMISION (VER PEMREG.CPY) POR EL QUE EMITE SUS COMPROBANTES; EN
      * BLANCO (SIN ASIGNAR, O REGISTRO VIEJO) SE TRATA COMO 001-001.
      ******************************************************************
       01  REG-OPERADOR.
           05 REG-OPER-ID             PIC X(10).
           05 REG-OPER-CLAVE          PIC X(10).
           05 REG-OPER-ROL            PIC X(01).
           05 REG-OPER-ACTIVO         PIC X(01).
           05 REG-OPER-CLAVE-CIFRADA  PIC X(18).
           05 REG-OPER-CLAVE-FECHA    PIC 9(08).
           05 REG-OPER-INTENTOS       PIC 9(02).
           05 REG-OPER-BLOQUEADO      PIC X(01).
           05 REG-OPER-CAMBIAR-CLAVE  PIC X(01).
           05 REG-OPER-ESTAB          PIC X(03).
           05 REG-OPER-PTO-EMI        PIC X(03).

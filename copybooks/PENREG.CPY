      ******************************************************************
      * COPYBOOK: PENREG.CPY
      * PENSIONES MENSUALES YA COBRADAS (PENSIONES.DAT), UNA LINEA POR
      * ALUMNO Y MES. SOLO-ANEXAR; ES LO QUE IMPIDE COBRAR DOS VECES EL
      * MISMO MES: ANTES DE DEBITAR SE BUSCA CEDULA + MES. LO ESCRIBEN
      * EVALU2 (PENSION DEL MES EN CURSO AL MATRICULAR) Y
      * COBRO-PENSIONES (CORRIDA MENSUAL).
      * REG-PCO-MES - MES COBRADO (AAAAMM).
      * REG-PCO-CLI-CODE - CLIENTE DEBITADO: CEDULA DEL REPRESENTANTE,
      * O DEL ALUMNO SI NO TIENE REPRESENTANTE REGISTRADO.
      * REG-PCO-PENSION - VALOR DE PENSION.PAR; REG-PCO-MONTO ES LO
      * DEBITADO DESPUES DE LA BECA (CERO CON BECA COMPLETA: EL MES
      * QUEDA REGISTRADO PERO NO SE MUEVE LA CUENTA).
      ******************************************************************
       01  REG-PENSION-COBRO.
           05 REG-PCO-MES             PIC X(06).
           05 REG-PCO-CEDULA          PIC X(10).
           05 REG-PCO-PERIODO         PIC X(06).
           05 REG-PCO-CLI-CODE        PIC X(10).
           05 REG-PCO-PENSION         PIC 9(9)V99.
           05 REG-PCO-BECA-PORC       PIC 9(03).
           05 REG-PCO-BECA-MONTO      PIC 9(9)V99.
           05 REG-PCO-MONTO           PIC 9(9)V99.
           05 REG-PCO-FECHA           PIC X(10).
           05 REG-PCO-OPER            PIC X(10).

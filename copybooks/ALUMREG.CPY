      * GRABADOS ANTES DE ESTE CAMPO.
      * REG-PERIODO (REQ 066) - CODIGO DEL PERIODO LECTIVO (EJ.
      * 2026-1); EN BLANCO EN REGISTROS VIEJOS.
      * REG-REPR-CEDULA / REG-REPR-NOMBRE - REPRESENTANTE QUE PAGA LA
      * PENSION; SU CEDULA ES EL CODIGO DE CLIENTE AL QUE SE DEBITA.
      * EN BLANCO LA PENSION SE DEBITA A LA CEDULA DEL PROPIO ALUMNO
      * (REGISTROS VIEJOS E INGRESOS POR LOTE).
      * REG-BECA-PORC / REG-BECA-MOTIVO - PORCENTAJE DE BECA (0-100)
      * QUE SE DESCUENTA DE CADA PENSION MENSUAL, Y SU MOTIVO.
      ******************************************************************
       01  REG-ALUMNO.
           05 REG-CEDULA              PIC X(10).
           05 REG-PROMEDIO            PIC 9(2)V99.
           05 REG-FECHA-MATRICULA     PIC X(08).
           05 REG-PERIODO             PIC X(06).
           05 REG-REPR-CEDULA         PIC X(10).
           05 REG-REPR-NOMBRE         PIC X(30).
           05 REG-BECA-PORC           PIC 9(03).
           05 REG-BECA-MOTIVO         PIC X(30).

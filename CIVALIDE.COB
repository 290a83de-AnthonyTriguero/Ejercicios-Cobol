      *    SOLO INTERESA LA CEDULA, QUE VA EN LOS PRIMEROS 10 BYTES.
      *    REQ 066 - ANCHO AMPLIADO 106 -> 120 POR LA FECHA DE
      *    MATRICULA Y EL PERIODO AGREGADOS AL REGISTRO.
      *    ANCHO AMPLIADO 120 -> 193 POR EL REPRESENTANTE Y LA BECA.
       01  REG-ALUMNO-CI               PIC X(193).

       WORKING-STORAGE SECTION.


      ******************************************************************
      * COPYBOOK: HACREG.CPY
      * HISTORIA ACADEMICA PERMANENTE (HISTORIA-ACADEMICA.DAT). UNA
      * LINEA POR CURSO APROBADO O REPROBADO EN UN PERIODO LECTIVO YA
      * CERRADO; SOLO-ANEXAR, NUNCA SE REESCRIBE. LA ESCRIBE EVALU2 AL
      * CERRAR EL PERIODO (0710-ARCHIVAR-MATRICULAS), CON LA ULTIMA
      * MATRICULA VIGENTE DE CADA (CEDULA, CURSO) DE MATRICULA-CURSOS,
      * Y LA LEE EL RECORD ACADEMICO (0750-RECORD-ACADEMICO). LAS
      * LINEAS DE UN MISMO CIERRE QUEDAN SEGUIDAS.
      * REG-HAC-NOMBRE / REG-HAC-CURSO-NOMBRE / REG-HAC-PROFESOR -
      * COPIADOS AL CERRAR, PARA QUE EL RECORD SE PUEDA IMPRIMIR AUNQUE
      * EL ALUMNO SE RETIRE O EL CURSO CAMBIE EN EL CATALOGO.
      * REG-HAC-ESTADO - 'A' APROBADO / 'R' REPROBADO CONTRA
      * REG-HAC-MINIMO, EL PROMEDIO MINIMO VIGENTE AL CERRAR.
      ******************************************************************
       01  REG-HISTORIA-ACADEMICA.
           05 REG-HAC-CEDULA          PIC X(10).
           05 REG-HAC-NOMBRE          PIC X(40).
           05 REG-HAC-PERIODO         PIC X(06).
           05 REG-HAC-CURSO           PIC X(06).
           05 REG-HAC-CURSO-NOMBRE    PIC X(30).
           05 REG-HAC-PROFESOR        PIC X(30).
           05 REG-HAC-PROMEDIO        PIC 9(2)V99.
           05 REG-HAC-ESTADO          PIC X(01).
               88 REG-HAC-APROBADO           VALUE 'A'.
               88 REG-HAC-REPROBADO          VALUE 'R'.
           05 REG-HAC-MINIMO          PIC 9(2)V99.
           05 REG-HAC-FECHA-CIERRE    PIC X(08).
           05 REG-HAC-OPER            PIC X(10).

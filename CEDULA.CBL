           SELECT PENSION-FILE ASSIGN TO "PENSION.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEN-FS.
      *    PENSIONES YA COBRADAS POR ALUMNO Y MES (VER PENREG.CPY),
      *    COMPARTIDO CON LA CORRIDA MENSUAL COBRO-PENSIONES.
           SELECT PENSIONES-FILE ASSIGN TO "PENSIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCO-FS.
      *    CIERRE DE PERIODO LECTIVO: LA HISTORIA ACADEMICA
      *    PERMANENTE (VER HACREG.CPY), LOS PERIODOS YA CERRADOS (EN
      *    ELLOS NO SE PUEDE MATRICULAR NI VOLVER A CERRAR) Y EL
      *    TEMPORAL CON LAS MATRICULAS DE LOS DEMAS PERIODOS, QUE AL
      *    TERMINAR SE COPIA DE VUELTA A MATRICULA-CURSOS.DAT (MISMA
      *    MECANICA QUE OVERFLOW-TEMP-FILE).
           SELECT HISTORIA-FILE ASSIGN TO "HISTORIA-ACADEMICA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HAC-FS.
           SELECT PERIODOS-CERRADOS-FILE
               ASSIGN TO "PERIODOS-CERRADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCI-FS.
           SELECT MATRICULAS-TEMP-FILE
               ASSIGN TO "MATRICULA-CURSOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATT-FS.
      *    HORARIO SEMANAL IMPRESO (POR ALUMNO O POR AULA); CADA
      *    EMISION SE ANEXA, IGUAL QUE BOLETAS.RPT.
           SELECT HORARIOS-FILE ASSIGN TO "HORARIOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOR-FS.
      *    RECORD ACADEMICO IMPRESO: CADA EMISION SE ANEXA, IGUAL QUE
      *    BOLETAS.RPT.
           SELECT RECORD-FILE ASSIGN TO "RECORD-ACADEMICO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-FS.
      *    ALERTA TEMPRANA DE ALUMNOS EN RIESGO: PORCENTAJE MINIMO DE
      *    ASISTENCIA POR CURSO (UNA LINEA, 9(3)V99; SIN ARCHIVO O EN
      *    CERO SE USA 80,00), EL REPORTE (SE ANEXA, IGUAL QUE
      *    BOLETAS.RPT) Y EL PROMEDIO DE CADA (CEDULA, CURSO) EN LA
      *    CORRIDA ANTERIOR, QUE SE REESCRIBE AL TERMINAR CADA CORRIDA.
           SELECT RIESGO-PAR-FILE ASSIGN TO "RIESGO.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSG-FS.
           SELECT RIESGO-FILE ASSIGN TO "RIESGO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSG-FS.
           SELECT RIESGO-ULTIMO-FILE ASSIGN TO "RIESGO-ULTIMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSG-FS.
      *    IMPORTACION DE NOTAS POR CURSO: EL ARCHIVO QUE ENTREGA EL
      *    PROFESOR (NOTAS-<CURSO>.DAT) Y LAS LINEAS RECHAZADAS
      *    (NOTAS-<CURSO>-RECH.DAT), EN EL MISMO LAYOUT MAS EL MOTIVO,
      *    PARA QUE EL PROFESOR LAS CORRIJA Y LAS VUELVA A ENTREGAR.
      *    EL NOMBRE ES VARIABLE PORQUE ES UN ARCHIVO POR CURSO.
           SELECT NOTAS-PROF-FILE ASSIGN TO DYNAMIC WS-NPR-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NPR-FS.
           SELECT NOTAS-RECH-FILE ASSIGN TO DYNAMIC WS-NRC-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NRC-FS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 REG-CUR-NOMBRE          PIC X(30).
           05 REG-CUR-PROFESOR        PIC X(30).
           05 REG-CUR-CAPACIDAD       PIC 9(03).
      *    HORARIO SEMANAL: HASTA 5 SESIONES (DIA 1=LUNES ... 7=
      *    DOMINGO, HORAS HHMM, AULA). EN BLANCO EN CURSOS GRABADOS
      *    ANTES DE ESTOS CAMPOS (SE CARGAN SIN SESIONES).
           05 REG-CUR-NUM-SESIONES    PIC 9(01).
           05 REG-CUR-SESION          OCCURS 5 TIMES.
               10 REG-CUR-SES-DIA     PIC 9(01).
               10 REG-CUR-SES-INICIO  PIC 9(04).
               10 REG-CUR-SES-FIN     PIC 9(04).
               10 REG-CUR-SES-AULA    PIC X(06).
      *-----------------------
       FD  MATRICULAS-FILE.
       01  REG-MATRICULA.
           05 REG-RET-FECHA-RETIRO    PIC X(26).
           05 REG-RET-RAZON           PIC X(40).
           05 REG-RET-OPER            PIC X(10).
           05 REG-RET-REPR-CEDULA     PIC X(10).
           05 REG-RET-REPR-NOMBRE     PIC X(30).
           05 REG-RET-BECA-PORC       PIC 9(03).
           05 REG-RET-BECA-MOTIVO     PIC X(30).
      *-----------------------
       FD  BOLETAS-FILE.
       01  REG-BOLETA                 PIC X(80).
      *-----------------------
       FD  PENSION-FILE.
       01  REG-PENSION                PIC 9(9)V99.
      *-----------------------
       FD  PENSIONES-FILE.
           COPY PENREG.
      *-----------------------
       FD  HISTORIA-FILE.
           COPY HACREG.
      *-----------------------
       FD  PERIODOS-CERRADOS-FILE.
       01  REG-PERIODO-CERRADO.
           05 REG-PCI-PERIODO         PIC X(06).
           05 REG-PCI-FECHA           PIC X(08).
           05 REG-PCI-NUEVO-PERIODO   PIC X(06).
           05 REG-PCI-ALUMNOS         PIC 9(05).
           05 REG-PCI-CURSOS          PIC 9(05).
           05 REG-PCI-OPER            PIC X(10).
      *-----------------------
       FD  MATRICULAS-TEMP-FILE.
       01  REG-MATRICULA-TMP          PIC X(64).
      *-----------------------
       FD  HORARIOS-FILE.
       01  REG-HORARIO                PIC X(80).
      *-----------------------
       FD  RECORD-FILE.
       01  REG-RECORD                 PIC X(80).
      *-----------------------
       FD  RIESGO-PAR-FILE.
       01  REG-RIESGO-PAR             PIC 9(3)V99.
      *-----------------------
       FD  RIESGO-FILE.
       01  REG-RIESGO                 PIC X(80).
      *-----------------------
       FD  RIESGO-ULTIMO-FILE.
       01  REG-RIESGO-ULTIMO.
           05 REG-RUL-CEDULA          PIC X(10).
           05 REG-RUL-CURSO           PIC X(06).
           05 REG-RUL-PROMEDIO        PIC 9(2)V99.
           05 REG-RUL-FECHA           PIC X(08).
      *-----------------------
      *    UNA LINEA POR ALUMNO: CEDULA, CANTIDAD DE NOTAS Y HASTA 6
      *    PARES NOTA/PESO. EL MOTIVO SOLO LO LLENA EL RECHAZO Y SE
      *    IGNORA AL LEER, ASI QUE EL ARCHIVO DE RECHAZOS CORREGIDO SE
      *    PUEDE VOLVER A IMPORTAR TAL CUAL.
       FD  NOTAS-PROF-FILE.
       01  REG-NOTAS-PROF.
           05 REG-NPR-CEDULA          PIC X(10).
           05 REG-NPR-NUM-NOTAS       PIC 9(02).
           05 REG-NPR-NOTAS-DETALLE   OCCURS 6 TIMES.
               10 REG-NPR-NOTA-VALOR  PIC 99V99.
               10 REG-NPR-NOTA-PESO   PIC 9V99.
           05 REG-NPR-MOTIVO          PIC X(40).
      *-----------------------
       FD  NOTAS-RECH-FILE.
       01  REG-NOTAS-RECH             PIC X(94).
      *-----------------------
       WORKING-STORAGE SECTION.
      *    ARCHIVO DE ALUMNOS
      *        REQ 066 - FECHA DE MATRICULA Y PERIODO LECTIVO.
               10 WS-FECHA-MATRICULA  PIC X(08).
               10 WS-PERIODO          PIC X(06).
      *        REPRESENTANTE QUE PAGA LA PENSION Y BECA (ALUMREG.CPY).
               10 WS-REPR-CEDULA      PIC X(10).
               10 WS-REPR-NOMBRE      PIC X(30).
               10 WS-BECA-PORC        PIC 9(03).
               10 WS-BECA-MOTIVO      PIC X(30).
       01  WS-ALUMNO-CONT             PIC 9(02) VALUE 0.
       01  WS-CONT-2                  PIC 9(02) VALUE 0.
       01  WS-BUSC-ALUMN              PIC X(40).
       01  WS-MAT-FS                  PIC XX      VALUE "00".
       01  WS-OPCION-CURSOS           PIC 9       VALUE 0.
       01  WS-CURSOS-TABLA.
           05 WS-CURSO-REG OCCURS 20 TIMES INDEXED BY CUR-I CUR-J.
               10 WS-CUR-CODIGO       PIC X(06).
               10 WS-CUR-NOMBRE       PIC X(30).
               10 WS-CUR-PROFESOR     PIC X(30).
               10 WS-CUR-CAPACIDAD    PIC 9(03).
               10 WS-CUR-HORARIO.
                   15 WS-CUR-NUM-SESIONES PIC 9(01).
                   15 WS-CUR-SESION   OCCURS 5 TIMES
                                      INDEXED BY SES-I SES-J.
                       20 WS-CUR-SES-DIA    PIC 9(01).
                       20 WS-CUR-SES-INICIO PIC 9(04).
                       20 WS-CUR-SES-FIN    PIC 9(04).
                       20 WS-CUR-SES-AULA   PIC X(06).
       01  WS-CUR-EXISTENTES          PIC 9(02)   VALUE 0.
       01  WS-CUR-ENCONTRADO          PIC X       VALUE 'N'.
           88 CUR-ENCONTRADO                 VALUE 'S'.
       01  WS-CRO-ENCONTRADO          PIC X       VALUE 'N'.
           88 CRO-ENCONTRADO                 VALUE 'S'.
       01  WS-ASIS-CURSO-ENTRADA      PIC X(06)   VALUE SPACES.
      *    HORARIO SEMANAL DE LOS CURSOS Y CHOQUES DE HORARIO
      *---------------------------------------------------------------
       01  WS-HOR-FS                  PIC XX      VALUE "00".
       01  WS-HOR-NUM-ENTRADA         PIC 9(01)   VALUE 0.
       01  WS-HOR-SES-OK              PIC X       VALUE 'N'.
           88 HOR-SES-OK                     VALUE 'S'.
       01  WS-HOR-HORA                PIC 9(04)   VALUE 0.
       01  FILLER REDEFINES WS-HOR-HORA.
           05 WS-HOR-HH               PIC 9(02).
           05 WS-HOR-MM               PIC 9(02).
       01  WS-HOR-HORA-ED.
           05 WS-HOR-HH-ED            PIC 9(02).
           05 FILLER                  PIC X(01)   VALUE ":".
           05 WS-HOR-MM-ED            PIC 9(02).
       01  WS-HOR-SES-DISP            PIC 9(01)   VALUE 0.
      *    'C' ALTA O CAMBIO DE HORARIO DE UN CURSO (CHOCA EL MISMO
      *    PROFESOR O LA MISMA AULA); 'A' MATRICULA DE UN ALUMNO
      *    (CHOCA CUALQUIER CURSO EN QUE YA ESTA).
       01  WS-HOR-MODO                PIC X       VALUE 'C'.
           88 HOR-MODO-CURSO                 VALUE 'C'.
           88 HOR-MODO-ALUMNO                VALUE 'A'.
       01  WS-HOR-CHOQUE              PIC X       VALUE 'N'.
           88 HOR-CHOQUE                     VALUE 'S'.
       01  WS-HOR-RAZON               PIC X(70)   VALUE SPACES.
       01  WS-HOR-RESPALDO            PIC X(76)   VALUE SPACES.
       01  WS-HOR-AULA-BUSC           PIC X(06)   VALUE SPACES.
       01  WS-HOR-TITULO              PIC X(80)   VALUE SPACES.
       01  WS-HOR-EXCLUIR             PIC X(06)   VALUE SPACES.
      *    CURSOS VIGENTES DE UN ALUMNO EN MATRICULA-CURSOS.DAT
       01  WS-HOR-CURSOS-ALUM.
           05 WS-HCA-CURSO OCCURS 20 TIMES INDEXED BY HCA-I
                                      PIC X(06).
       01  WS-HCA-EXISTENTES          PIC 9(02)   VALUE 0.
       01  WS-HCA-ENCONTRADO          PIC X       VALUE 'N'.
           88 HCA-ENCONTRADO                 VALUE 'S'.
      *    SESIONES DEL HORARIO A IMPRIMIR, ORDENADAS POR DIA Y HORA
       01  WS-HORE-TABLA.
           05 WS-HORE-REG OCCURS 100 TIMES INDEXED BY HORE-I HORE-J.
               10 WS-HORE-CLAVE       PIC 9(05).
               10 WS-HORE-DIA         PIC 9(01).
               10 WS-HORE-INICIO      PIC 9(04).
               10 WS-HORE-FIN         PIC 9(04).
               10 WS-HORE-CURSO       PIC X(06).
               10 WS-HORE-NOMBRE      PIC X(30).
               10 WS-HORE-AULA        PIC X(06).
               10 WS-HORE-PROFESOR    PIC X(30).
       01  WS-HORE-EXISTENTES         PIC 9(03)   VALUE 0.
       01  WS-HORE-TEMP               PIC X(86).
       01  WS-HOR-DIAS.
           05 FILLER                  PIC X(10)   VALUE 'LUNES'.
           05 FILLER                  PIC X(10)   VALUE 'MARTES'.
           05 FILLER                  PIC X(10)   VALUE 'MIERCOLES'.
           05 FILLER                  PIC X(10)   VALUE 'JUEVES'.
           05 FILLER                  PIC X(10)   VALUE 'VIERNES'.
           05 FILLER                  PIC X(10)   VALUE 'SABADO'.
           05 FILLER                  PIC X(10)   VALUE 'DOMINGO'.
       01  FILLER REDEFINES WS-HOR-DIAS.
           05 WS-HOR-DIA-NOMBRE OCCURS 7 TIMES PIC X(10).
       01  WS-HOR-DET-LINEA.
           05 WS-HDL-DIA              PIC X(10).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-HDL-INICIO           PIC X(05).
           05 FILLER                  PIC X(01)   VALUE "-".
           05 WS-HDL-FIN              PIC X(05).
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-HDL-CURSO            PIC X(06).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-HDL-NOMBRE           PIC X(20).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-HDL-AULA             PIC X(06).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-HDL-PROFESOR         PIC X(20).
      *    ALERTA TEMPRANA DE ALUMNOS EN RIESGO
      *---------------------------------------------------------------
       01  WS-RSG-FS                  PIC XX      VALUE "00".
       01  WS-RSG-PERIODO             PIC X(06)   VALUE SPACES.
       01  WS-RSG-UMBRAL              PIC 9(3)V99 VALUE 0.
       01  WS-RSG-UMBRAL-ED           PIC ZZ9,99.
       01  WS-RSG-PROM-ED             PIC Z9,99.
       01  WS-RSG-PROM-ANT-ED         PIC Z9,99.
       01  WS-RSG-MINIMO-ED           PIC Z9,99.
       01  WS-RSG-FECHA               PIC X(08)   VALUE SPACES.
       01  WS-RSG-SIN-ASIS            PIC X       VALUE 'N'.
           88 RSG-SIN-ASIS                   VALUE 'S'.
       01  WS-RSG-POR-ASIS            PIC X       VALUE 'N'.
           88 RSG-POR-ASIS                   VALUE 'S'.
       01  WS-RSG-POR-PROM            PIC X       VALUE 'N'.
           88 RSG-POR-PROM                   VALUE 'S'.
       01  WS-RSG-POR-BAJA            PIC X       VALUE 'N'.
           88 RSG-POR-BAJA                   VALUE 'S'.
       01  WS-RSG-CURSO-IMPRESO       PIC X       VALUE 'N'.
           88 RSG-CURSO-IMPRESO              VALUE 'S'.
       01  WS-RSG-ALUMNO-OK           PIC X       VALUE 'N'.
           88 RSG-ALUMNO-OK                  VALUE 'S'.
       01  WS-RSG-REVISADOS           PIC 9(05)   VALUE 0.
       01  WS-RSG-MARCADOS            PIC 9(05)   VALUE 0.
      *    PROMEDIOS DE LA CORRIDA ANTERIOR (RIESGO-ULTIMO.DAT); LAS
      *    ENTRADAS DE CURSOS O PERIODOS NO REVISADOS SE CONSERVAN.
       01  WS-RUL-TABLA.
           05 WS-RUL-REG OCCURS 400 TIMES INDEXED BY RUL-I.
               10 WS-RUL-CEDULA       PIC X(10).
               10 WS-RUL-CURSO        PIC X(06).
               10 WS-RUL-PROMEDIO     PIC 9(2)V99.
               10 WS-RUL-FECHA        PIC X(08).
       01  WS-RUL-EXISTENTES          PIC 9(03)   VALUE 0.
       01  WS-RUL-ENCONTRADO          PIC X       VALUE 'N'.
           88 RUL-ENCONTRADO                 VALUE 'S'.
      *    IMPORTACION DE NOTAS DEL PROFESOR POR CURSO
      *---------------------------------------------------------------
       01  WS-NPR-FS                  PIC XX      VALUE "00".
       01  WS-NRC-FS                  PIC XX      VALUE "00".
       01  WS-NPR-NOMBRE              PIC X(30)   VALUE SPACES.
       01  WS-NRC-NOMBRE              PIC X(30)   VALUE SPACES.
       01  WS-NPR-LINEA               PIC 9(05)   VALUE 0.
       01  WS-NPR-ACEPTADAS           PIC 9(05)   VALUE 0.
       01  WS-NPR-RECHAZADAS          PIC 9(05)   VALUE 0.
       01  WS-NPR-RAZON               PIC X(40)   VALUE SPACES.
       01  WS-NPR-NIDX                PIC 9       VALUE 0.
       01  WS-NPR-RETIRADO            PIC X       VALUE 'N'.
           88 NPR-RETIRADO                   VALUE 'S'.
      *    LOS PESOS DE UNA LINEA DEBEN SUMAR EXACTAMENTE ESTO (100%).
       01  WS-NPR-PESO-TOTAL          PIC 9(2)V99 VALUE 1,00.
      *    BAJA (RETIRO) DE UN ALUMNO (REQ 056)
      *---------------------------------------------------------------
       01  WS-RET-FS                  PIC XX      VALUE "00".
       01  WS-MOV-FS                  PIC XX      VALUE "00".
       01  WS-PEN-FS                  PIC XX      VALUE "00".
       01  WS-PENSION-MONTO           PIC 9(9)V99 VALUE 0.
      *    PENSION MENSUAL AL REPRESENTANTE, MENOS LA BECA
      *---------------------------------------------------------------
       01  WS-PCO-FS                  PIC XX      VALUE "00".
       01  WS-PCO-MES                 PIC X(06)   VALUE SPACES.
       01  WS-PCO-CLIENTE             PIC X(10)   VALUE SPACES.
       01  WS-PCO-BECA-MONTO          PIC 9(9)V99 VALUE 0.
       01  WS-PCO-NETO                PIC 9(9)V99 VALUE 0.
       01  WS-PCO-COBRADA             PIC X       VALUE 'N'.
           88 PCO-COBRADA                    VALUE 'S'.
       01  WS-REPR-ENTRADA            PIC X(10)   VALUE SPACES.
       01  WS-REPR-OK                 PIC X       VALUE 'N'.
           88 REPR-OK                        VALUE 'S'.
       01  WS-BECA-ENTRADA            PIC 9(03)   VALUE 0.
      *    CIERRE DE PERIODO LECTIVO Y RECORD ACADEMICO
      *---------------------------------------------------------------
       01  WS-HAC-FS                  PIC XX      VALUE "00".
       01  WS-PCI-FS                  PIC XX      VALUE "00".
       01  WS-MATT-FS                 PIC XX      VALUE "00".
       01  WS-REC-FS                  PIC XX      VALUE "00".
       01  WS-CIE-PERIODO             PIC X(06)   VALUE SPACES.
       01  WS-CIE-NUEVO-PERIODO       PIC X(06)   VALUE SPACES.
       01  WS-CIE-BUSC-PERIODO        PIC X(06)   VALUE SPACES.
       01  WS-CIE-CERRADO             PIC X       VALUE 'N'.
           88 PERIODO-CERRADO                VALUE 'S'.
       01  WS-CIE-RESP                PIC X       VALUE 'N'.
       01  WS-CIE-FECHA               PIC X(08)   VALUE SPACES.
       01  WS-CIE-ALUMNOS             PIC 9(05)   VALUE 0.
       01  WS-CIE-PROMOVIDOS          PIC 9(05)   VALUE 0.
       01  WS-CIE-CON-REPROBADOS      PIC 9(05)   VALUE 0.
       01  WS-CIE-QUEDAN              PIC 9(05)   VALUE 0.
       01  WS-CIE-REPROBO             PIC X       VALUE 'N'.
           88 CIE-REPROBO                    VALUE 'S'.
      *    ULTIMA MATRICULA VIGENTE DE CADA (CEDULA, CURSO) DEL PERIODO
      *    QUE SE CIERRA (20 ALUMNOS POR 20 CURSOS)
       01  WS-CIE-TABLA.
           05 WS-CIE-REG OCCURS 400 TIMES INDEXED BY CIE-I.
               10 WS-CIE-CEDULA       PIC X(10).
               10 WS-CIE-CURSO        PIC X(06).
               10 WS-CIE-PROMEDIO     PIC 9(2)V99.
       01  WS-CIE-EXISTENTES          PIC 9(03)   VALUE 0.
       01  WS-CIE-ENCONTRADO          PIC X       VALUE 'N'.
           88 CIE-ENCONTRADO                 VALUE 'S'.
       01  WS-HAC-BUSC-CEDULA         PIC X(10)   VALUE SPACES.
       01  WS-HAC-NOMBRE              PIC X(40)   VALUE SPACES.
       01  WS-HAC-PERIODO-ACTUAL      PIC X(06)   VALUE SPACES.
       01  WS-HAC-SUMA-PERIODO        PIC 9(05)V99 VALUE 0.
       01  WS-HAC-CURSOS-PERIODO      PIC 9(03)   VALUE 0.
       01  WS-HAC-SUMA-TOTAL          PIC 9(05)V99 VALUE 0.
       01  WS-HAC-CURSOS-TOTAL        PIC 9(03)   VALUE 0.
       01  WS-HAC-APROBADOS           PIC 9(03)   VALUE 0.
       01  WS-HAC-REPROBADOS          PIC 9(03)   VALUE 0.
       01  WS-HAC-PROMEDIO            PIC 9(2)V99 VALUE 0.
       01  WS-HAC-PROMEDIO-ED         PIC Z9,99.
       01  WS-HAC-DET-LINEA.
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-HCD-CURSO            PIC X(06).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-HCD-NOMBRE           PIC X(30).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-HCD-PROMEDIO         PIC Z9,99.
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-HCD-ESTADO           PIC X(09).
      *    MISMA TABLA DE CLIENTES QUE CALCULADORA/VSFACTU, ORDENADA
      *    POR CODIGO (1410) PARA BUSCAR CON SEARCH ALL.
       01  WS-CLIENTES-TABLA.
           05 WS-CLIENTE-REG OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-CLI-EXISTENTES
                             ASCENDING KEY IS WS-TCLI-CODE
                             INDEXED BY CLI-I.
               10 WS-TCLI-CODE        PIC X(10).
               10 WS-TCLI-NAME        PIC X(30).
               10 WS-TCLI-LASTNAME    PIC X(30).
               10 WS-TCLI-ADDRESS     PIC X(40).
               10 WS-TCLI-BALANCE     PIC S9(11)V99 COMP-3.
               10 WS-TCLI-LIMITE-CREDITO PIC 9(9)V99 COMP-3.
               10 WS-TCLI-ID-TIPO     PIC X(01).
               10 WS-TCLI-ID-NUMERO   PIC X(13).
               10 WS-TCLI-CATEGORIA   PIC X(01).
       01  WS-CLI-EXISTENTES          PIC 9(05)   VALUE 0.
       01  WS-CLI-ENCONTRADO          PIC X       VALUE 'N'.
           88 CLI-ENCONTRADO                 VALUE 'S'.
       01  WS-CLI-TEMP.
           05 WS-CLI-TEMP-CODE        PIC X(10).
           05 FILLER                  PIC X(128).
       01  WS-CLI-UBICADO             PIC X       VALUE 'N'.
           88 CLI-UBICADO                    VALUE 'S'.
      *    CLIENTES.DAT TRAE MAS RENGLONES DE LOS QUE CABEN: NO SE
      *    REESCRIBE DESDE ESTE PROGRAMA NI SE CARGAN PENSIONES.
       01  WS-CLI-DESBORDE            PIC X       VALUE 'N'.
           88 CLI-DESBORDE                   VALUE 'S'.
      *    LAYOUT COMPARTIDO DE LINEA DE MOVIMIENTO (VER MOVLIN.CPY)
       COPY MOVLIN.
      *    BLOQUEO DE MAESTROS (VER BLOQPAR.CPY): ALUMNOS.DAT QUEDA
      *    BLOQUEADO MIENTRAS EVALU2 ESTA ABIERTO; CLIENTES.DAT SOLO
      *    MIENTRAS SE CARGA LA PENSION DE UNA MATRICULA, PARA NO
      *    DEJAR FUERA A LA FACTURACION TODO EL RATO.
       COPY BLOQPAR.

      *-----------------------
       PROCEDURE DIVISION.
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           MOVE 'T' TO WS-BLQ-ACCION.
           MOVE "ALUMNOS.DAT" TO WS-BLQ-ARCHIVO.
           PERFORM 0050-BLOQUEO-MAESTRO.
           IF NOT BLQ-CONCEDIDO
               DISPLAY "ALUMNOS.DAT EN USO - NO SE ABRE EL REGISTRO "
                   "DE ALUMNOS"
               GOBACK
           END-IF.
           PERFORM 1200-CARGAR-ALUMNOS.
           PERFORM 1300-CARGAR-CURSOS.
           PERFORM 1400-CARGAR-CLIENTES.
           PERFORM 0100-MENU-PRINCIPAL UNTIL OPCION-SALIR.
           PERFORM 9999-GENERAL.

       0050-BLOQUEO-MAESTRO SECTION.
           MOVE "EVALU2" TO WS-BLQ-PROGRAMA.
           CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION WS-BLQ-ARCHIVO
               WS-BLQ-PROGRAMA WS-BLQ-RESULTADO WS-BLQ-DUENO.

       0050-END-BLOQUEO-MAESTRO SECTION.

       0100-MENU-PRINCIPAL SECTION.
           DISPLAY "*******************************************"
           DISPLAY "1. INGRESAR ALUMNOS"
           DISPLAY "9. CURSOS Y MATRICULA POR CURSO"
           DISPLAY "10. BAJA DE ALUMNO (RETIRO)"
           DISPLAY "11. BOLETA DE CALIFICACIONES (A BOLETAS.RPT)"
           DISPLAY "12. REPRESENTANTE Y BECA DE UN ALUMNO"
           DISPLAY "13. CIERRE DE PERIODO LECTIVO"
           DISPLAY "14. RECORD ACADEMICO (A RECORD-ACADEMICO.RPT)"
           DISPLAY "15. ALUMNOS EN RIESGO (A RIESGO.RPT)"
           DISPLAY "16. SALIR"
           DISPLAY "*******************************************"
           ACCEPT WS-OPCION-MENU
           EVALUATE WS-OPCION-MENU
               WHEN 11
                   PERFORM 0500-BOLETA-ALUMNO
               WHEN 12
                   PERFORM 0600-REPRESENTANTE-BECA
               WHEN 13
                   PERFORM 0700-CIERRE-PERIODO
               WHEN 14
                   PERFORM 0750-RECORD-ACADEMICO
               WHEN 15
                   PERFORM 0800-ALERTA-TEMPRANA
               WHEN 16
                   SET OPCION-SALIR TO TRUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           DISPLAY "2. LISTAR CURSOS"
           DISPLAY "3. MATRICULAR ALUMNO EN UN CURSO (CON NOTAS)"
           DISPLAY "4. REPORTE DE CLASE DE UN CURSO"
           DISPLAY "5. HORARIO DE UN CURSO (SESIONES Y AULAS)"
           DISPLAY "6. HORARIO SEMANAL DE UN ALUMNO (A HORARIOS.RPT)"
           DISPLAY "7. HORARIO SEMANAL DE UN AULA (A HORARIOS.RPT)"
           DISPLAY "8. IMPORTAR NOTAS DEL PROFESOR (NOTAS-<CURSO>.DAT)"
           DISPLAY "9. VOLVER"
           DISPLAY "*******************************************"
           ACCEPT WS-OPCION-CURSOS
           EVALUATE WS-OPCION-CURSOS
               WHEN 4
                   PERFORM 0370-REPORTE-CURSO
               WHEN 5
                   PERFORM 0312-DEFINIR-HORARIO
               WHEN 6
                   PERFORM 0385-HORARIO-ALUMNO
               WHEN 7
                   PERFORM 0386-HORARIO-AULA
               WHEN 8
                   PERFORM 0900-IMPORTAR-NOTAS-CURSO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
                   ACCEPT WS-CUR-PROFESOR(CUR-I)
                   DISPLAY "CAPACIDAD (ALUMNOS)"
                   ACCEPT WS-CUR-CAPACIDAD(CUR-I)
                   PERFORM 0390-CAPTURAR-HORARIO
                   SET HOR-MODO-CURSO TO TRUE
                   PERFORM 0395-VALIDAR-HORARIO-CURSO
                   IF HOR-CHOQUE
                       DISPLAY WS-HOR-RAZON
                       DISPLAY "CURSO NO REGISTRADO"
                       INITIALIZE WS-CURSO-REG(CUR-I)
                       SUBTRACT 1 FROM WS-CUR-EXISTENTES
                   ELSE
                       PERFORM 8200-GRABAR-CURSOS
                       DISPLAY "CURSO REGISTRADO"
                   END-IF
               END-IF
           END-IF.

       0310-END-CREAR-CURSO SECTION.

       0312-DEFINIR-HORARIO SECTION.
      *    REEMPLAZA LAS SESIONES DE UN CURSO YA CREADO (LOS CURSOS
      *    GRABADOS ANTES DEL HORARIO NO TIENEN NINGUNA). SI EL HORARIO
      *    NUEVO CHOCA SE CONSERVA EL ANTERIOR.
           DISPLAY "CODIGO DEL CURSO"
           ACCEPT WS-CUR-BUSCADO.
           PERFORM 0380-BUSCAR-CURSO.
           IF NOT CUR-ENCONTRADO
               DISPLAY "EL CURSO NO EXISTE EN EL CATALOGO"
           ELSE
               DISPLAY "HORARIO ACTUAL DE " WS-CUR-CODIGO(CUR-I) " "
                   WS-CUR-NOMBRE(CUR-I)
               IF WS-CUR-NUM-SESIONES(CUR-I) = 0
                   DISPLAY "  SIN SESIONES"
               END-IF
               PERFORM VARYING SES-I FROM 1 BY 1
                       UNTIL SES-I > WS-CUR-NUM-SESIONES(CUR-I)
                   MOVE WS-CUR-SES-INICIO(CUR-I,SES-I) TO WS-HOR-HORA
                   MOVE WS-HOR-HH TO WS-HOR-HH-ED
                   MOVE WS-HOR-MM TO WS-HOR-MM-ED
                   MOVE WS-HOR-HORA-ED TO WS-HDL-INICIO
                   MOVE WS-CUR-SES-FIN(CUR-I,SES-I) TO WS-HOR-HORA
                   MOVE WS-HOR-HH TO WS-HOR-HH-ED
                   MOVE WS-HOR-MM TO WS-HOR-MM-ED
                   MOVE WS-HOR-HORA-ED TO WS-HDL-FIN
                   DISPLAY "  "
                       WS-HOR-DIA-NOMBRE(WS-CUR-SES-DIA(CUR-I,SES-I))
                       " " WS-HDL-INICIO "-" WS-HDL-FIN
                       " AULA " WS-CUR-SES-AULA(CUR-I,SES-I)
               END-PERFORM
               MOVE WS-CUR-HORARIO(CUR-I) TO WS-HOR-RESPALDO
               PERFORM 0390-CAPTURAR-HORARIO
               SET HOR-MODO-CURSO TO TRUE
               PERFORM 0395-VALIDAR-HORARIO-CURSO
               IF HOR-CHOQUE
                   DISPLAY WS-HOR-RAZON
                   DISPLAY "SE CONSERVA EL HORARIO ANTERIOR"
                   MOVE WS-HOR-RESPALDO TO WS-CUR-HORARIO(CUR-I)
               ELSE
                   PERFORM 8200-GRABAR-CURSOS
                   DISPLAY "HORARIO REGISTRADO"
               END-IF
           END-IF.

       0312-END-DEFINIR-HORARIO SECTION.

       0320-LISTAR-CURSOS SECTION.
           IF WS-CUR-EXISTENTES = 0
               DISPLAY "NO HAY CURSOS REGISTRADOS"
                   MOVE 'S' TO WS-CRO-ENCONTRADO
               END-IF
           END-PERFORM.
      *    UN ALUMNO NO PUEDE ESTAR EN DOS CURSOS QUE SE DICTAN A LA
      *    MISMA HORA (SE COMPARA CONTRA SUS OTROS CURSOS VIGENTES).
           MOVE WS-CUR-BUSCADO TO WS-HOR-EXCLUIR.
           PERFORM 0399-CURSOS-DEL-ALUMNO.
           SET HOR-MODO-ALUMNO TO TRUE.
           MOVE 'N' TO WS-HOR-CHOQUE.
           PERFORM VARYING HCA-I FROM 1 BY 1
                   UNTIL HCA-I > WS-HCA-EXISTENTES OR HOR-CHOQUE
               PERFORM VARYING CUR-J FROM 1 BY 1
                       UNTIL CUR-J > WS-CUR-EXISTENTES
                   IF WS-CUR-CODIGO(CUR-J) = WS-HCA-CURSO(HCA-I)
                       PERFORM 0396-COMPARAR-CURSOS
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF HOR-CHOQUE
               DISPLAY WS-HOR-RAZON
               DISPLAY "NO SE MATRICULA"
           ELSE
      *    REQ 055 - LA CAPACIDAD SOLO FRENA MATRICULAS NUEVAS; VOLVER
      *    A MATRICULAR AL MISMO ALUMNO ES UNA ACTUALIZACION DE NOTAS.
               IF NOT CRO-ENCONTRADO AND
                       WS-CRO-EXISTENTES >= WS-CUR-CAPACIDAD(CUR-I)
                   DISPLAY "EL CURSO YA ESTA EN SU CAPACIDAD MAXIMA ("
                       WS-CUR-CAPACIDAD(CUR-I) ")"
               ELSE
                   INITIALIZE WS-MAT-REG
                   MOVE WS-BUSC-CED TO WS-MAT-CEDULA
                   MOVE WS-CUR-BUSCADO TO WS-MAT-CURSO
                   DISPLAY "CUANTAS NOTAS TIENE EL CURSO (1-6)"
                   ACCEPT WS-MAT-NUM-NOTAS
                   IF WS-MAT-NUM-NOTAS < 1 OR WS-MAT-NUM-NOTAS > 6
                       DISPLAY "NUMERO DE NOTAS FUERA DE RANGO - NO SE "
                           "MATRICULA"
                   ELSE
                       PERFORM VARYING WS-MAT-NIDX FROM 1 BY 1
                               UNTIL WS-MAT-NIDX > WS-MAT-NUM-NOTAS
                           DISPLAY "NOTA " WS-MAT-NIDX
                               " (VALOR SOBRE 10)"
                           ACCEPT WS-MAT-NOTA-VALOR(WS-MAT-NIDX)
                           DISPLAY "PESO DE LA NOTA " WS-MAT-NIDX
                               " (EJ. 1,00)"
                           ACCEPT WS-MAT-NOTA-PESO(WS-MAT-NIDX)
                       END-PERFORM
                       PERFORM 0340-CALCULAR-PROMEDIO-MAT
                       PERFORM 0350-GRABAR-MATRICULA
                       DISPLAY "ALUMNO MATRICULADO EN " WS-CUR-BUSCADO
                           " - PROMEDIO DEL CURSO: " WS-MAT-PROMEDIO
                   END-IF
               END-IF
           END-IF.


       0380-END-BUSCAR-CURSO SECTION.

       0385-HORARIO-ALUMNO SECTION.
      *    SESIONES DE TODOS LOS CURSOS VIGENTES DEL ALUMNO, POR DIA Y
      *    HORA, A HORARIOS.RPT Y A PANTALLA.
           DISPLAY "CEDULA DEL ALUMNO"
           ACCEPT WS-BUSC-CED.
           MOVE SPACES TO WS-HOR-EXCLUIR.
           PERFORM 0399-CURSOS-DEL-ALUMNO.
           IF WS-HCA-EXISTENTES = 0
               DISPLAY "EL ALUMNO NO ESTA MATRICULADO EN NINGUN CURSO"
           ELSE
               INITIALIZE WS-HORE-TABLA
               MOVE 0 TO WS-HORE-EXISTENTES
               MOVE SPACES TO WS-HOR-AULA-BUSC
               PERFORM VARYING HCA-I FROM 1 BY 1
                       UNTIL HCA-I > WS-HCA-EXISTENTES
                   PERFORM VARYING CUR-J FROM 1 BY 1
                           UNTIL CUR-J > WS-CUR-EXISTENTES
                       IF WS-CUR-CODIGO(CUR-J) = WS-HCA-CURSO(HCA-I)
                           PERFORM 0387-AGREGAR-SESIONES
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE SPACES TO WS-BOL-LINEA
               STRING "HORARIO SEMANAL DEL ALUMNO " WS-BUSC-CED
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
               SET ALUM TO 1
               SEARCH WS-DATOS-ALUM
                   AT END
                       CONTINUE
                   WHEN WS-CEDULA(ALUM) = WS-BUSC-CED
                       MOVE WS-NOMBRE(ALUM)(1:32)
                           TO WS-BOL-LINEA(39:32)
               END-SEARCH
               PERFORM 0388-IMPRIMIR-HORARIO
           END-IF.

       0385-END-HORARIO-ALUMNO SECTION.

       0386-HORARIO-AULA SECTION.
           DISPLAY "AULA"
           MOVE SPACES TO WS-HOR-AULA-BUSC.
           ACCEPT WS-HOR-AULA-BUSC.
           INITIALIZE WS-HORE-TABLA.
           MOVE 0 TO WS-HORE-EXISTENTES.
           PERFORM VARYING CUR-J FROM 1 BY 1
                   UNTIL CUR-J > WS-CUR-EXISTENTES
               PERFORM 0387-AGREGAR-SESIONES
           END-PERFORM.
           IF WS-HORE-EXISTENTES = 0
               DISPLAY "NINGUN CURSO USA EL AULA " WS-HOR-AULA-BUSC
           ELSE
               MOVE SPACES TO WS-BOL-LINEA
               STRING "HORARIO SEMANAL DEL AULA " WS-HOR-AULA-BUSC
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
               PERFORM 0388-IMPRIMIR-HORARIO
           END-IF.

       0386-END-HORARIO-AULA SECTION.

       0387-AGREGAR-SESIONES SECTION.
      *    SESIONES DEL CURSO CUR-J (SOLO LAS DEL AULA PEDIDA SI
      *    WS-HOR-AULA-BUSC NO ESTA EN BLANCO).
           PERFORM VARYING SES-J FROM 1 BY 1
                   UNTIL SES-J > WS-CUR-NUM-SESIONES(CUR-J)
               IF (WS-HOR-AULA-BUSC = SPACES OR
                   WS-CUR-SES-AULA(CUR-J,SES-J) = WS-HOR-AULA-BUSC)
                       AND WS-HORE-EXISTENTES < 100
                   ADD 1 TO WS-HORE-EXISTENTES
                   SET HORE-I TO WS-HORE-EXISTENTES
                   MOVE WS-CUR-SES-DIA(CUR-J,SES-J)
                       TO WS-HORE-DIA(HORE-I)
                   MOVE WS-CUR-SES-INICIO(CUR-J,SES-J)
                       TO WS-HORE-INICIO(HORE-I)
                   MOVE WS-CUR-SES-FIN(CUR-J,SES-J)
                       TO WS-HORE-FIN(HORE-I)
                   COMPUTE WS-HORE-CLAVE(HORE-I) =
                       WS-HORE-DIA(HORE-I) * 10000 +
                       WS-HORE-INICIO(HORE-I)
                   MOVE WS-CUR-CODIGO(CUR-J) TO WS-HORE-CURSO(HORE-I)
                   MOVE WS-CUR-NOMBRE(CUR-J) TO WS-HORE-NOMBRE(HORE-I)
                   MOVE WS-CUR-SES-AULA(CUR-J,SES-J)
                       TO WS-HORE-AULA(HORE-I)
                   MOVE WS-CUR-PROFESOR(CUR-J)
                       TO WS-HORE-PROFESOR(HORE-I)
               END-IF
           END-PERFORM.

       0387-END-AGREGAR-SESIONES SECTION.

       0388-IMPRIMIR-HORARIO SECTION.
      *    WS-BOL-LINEA TRAE EL TITULO. ORDENAMIENTO POR BURBUJA,
      *    ASCENDENTE POR DIA Y HORA DE INICIO.
           PERFORM VARYING HORE-I FROM 1 BY 1
                   UNTIL HORE-I > WS-HORE-EXISTENTES - 1
               PERFORM VARYING HORE-J FROM 1 BY 1
                       UNTIL HORE-J > WS-HORE-EXISTENTES - HORE-I
                   IF WS-HORE-CLAVE(HORE-J) >
                      WS-HORE-CLAVE(HORE-J + 1)
                       MOVE WS-HORE-REG(HORE-J)     TO WS-HORE-TEMP
                       MOVE WS-HORE-REG(HORE-J + 1) TO
                            WS-HORE-REG(HORE-J)
                       MOVE WS-HORE-TEMP            TO
                            WS-HORE-REG(HORE-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN EXTEND HORARIOS-FILE.
           IF WS-HOR-FS = "35"
               OPEN OUTPUT HORARIOS-FILE
           END-IF.
           MOVE WS-BOL-LINEA TO WS-HOR-TITULO.
           MOVE "*******************************************"
               TO WS-BOL-LINEA.
           PERFORM 0389-ESCRIBIR-LINEA-HORARIO.
           MOVE WS-HOR-TITULO TO WS-BOL-LINEA.
           PERFORM 0389-ESCRIBIR-LINEA-HORARIO.
           MOVE SPACES TO WS-BOL-LINEA.
           STRING "FECHA DE EMISION : "
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO WS-BOL-LINEA.
           PERFORM 0389-ESCRIBIR-LINEA-HORARIO.
           MOVE "-------------------------------------------"
               TO WS-BOL-LINEA.
           PERFORM 0389-ESCRIBIR-LINEA-HORARIO.
           PERFORM VARYING HORE-I FROM 1 BY 1
                   UNTIL HORE-I > WS-HORE-EXISTENTES
               MOVE WS-HOR-DIA-NOMBRE(WS-HORE-DIA(HORE-I))
                   TO WS-HDL-DIA
               MOVE WS-HORE-INICIO(HORE-I) TO WS-HOR-HORA
               MOVE WS-HOR-HH TO WS-HOR-HH-ED
               MOVE WS-HOR-MM TO WS-HOR-MM-ED
               MOVE WS-HOR-HORA-ED TO WS-HDL-INICIO
               MOVE WS-HORE-FIN(HORE-I) TO WS-HOR-HORA
               MOVE WS-HOR-HH TO WS-HOR-HH-ED
               MOVE WS-HOR-MM TO WS-HOR-MM-ED
               MOVE WS-HOR-HORA-ED TO WS-HDL-FIN
               MOVE WS-HORE-CURSO(HORE-I) TO WS-HDL-CURSO
               MOVE WS-HORE-NOMBRE(HORE-I) TO WS-HDL-NOMBRE
               MOVE WS-HORE-AULA(HORE-I) TO WS-HDL-AULA
               MOVE WS-HORE-PROFESOR(HORE-I) TO WS-HDL-PROFESOR
               MOVE WS-HOR-DET-LINEA TO WS-BOL-LINEA
               PERFORM 0389-ESCRIBIR-LINEA-HORARIO
           END-PERFORM.
           IF WS-HORE-EXISTENTES = 0
               MOVE "SUS CURSOS NO TIENEN HORARIO REGISTRADO"
                   TO WS-BOL-LINEA
               PERFORM 0389-ESCRIBIR-LINEA-HORARIO
           END-IF.
           MOVE "*******************************************"
               TO WS-BOL-LINEA.
           PERFORM 0389-ESCRIBIR-LINEA-HORARIO.
           CLOSE HORARIOS-FILE.
           MOVE "00" TO WS-HOR-FS.
           DISPLAY "HORARIO GRABADO EN HORARIOS.RPT".

       0388-END-IMPRIMIR-HORARIO SECTION.

       0389-ESCRIBIR-LINEA-HORARIO SECTION.
           DISPLAY WS-BOL-LINEA.
           MOVE WS-BOL-LINEA TO REG-HORARIO.
           WRITE REG-HORARIO.

       0389-END-ESCRIBIR-LINEA-HORARIO SECTION.

       0390-CAPTURAR-HORARIO SECTION.
      *    SESIONES SEMANALES DEL CURSO CUR-I; REEMPLAZAN A LAS QUE
      *    TUVIERA.
           INITIALIZE WS-CUR-HORARIO(CUR-I).
           MOVE 9 TO WS-HOR-NUM-ENTRADA.
           PERFORM UNTIL WS-HOR-NUM-ENTRADA <= 5
               DISPLAY "SESIONES POR SEMANA (0-5)"
               MOVE 0 TO WS-HOR-NUM-ENTRADA
               ACCEPT WS-HOR-NUM-ENTRADA
           END-PERFORM.
           MOVE WS-HOR-NUM-ENTRADA TO WS-CUR-NUM-SESIONES(CUR-I).
           PERFORM VARYING SES-I FROM 1 BY 1
                   UNTIL SES-I > WS-CUR-NUM-SESIONES(CUR-I)
               PERFORM 0391-CAPTURAR-SESION
           END-PERFORM.

       0390-END-CAPTURAR-HORARIO SECTION.

       0391-CAPTURAR-SESION SECTION.
           SET WS-HOR-SES-DISP TO SES-I.
           MOVE 'N' TO WS-HOR-SES-OK.
           PERFORM UNTIL HOR-SES-OK
               MOVE 'S' TO WS-HOR-SES-OK
               DISPLAY "SESION " WS-HOR-SES-DISP
                   " - DIA (1=LUNES 2=MARTES ... 7=DOMINGO)"
               MOVE 0 TO WS-CUR-SES-DIA(CUR-I,SES-I)
               ACCEPT WS-CUR-SES-DIA(CUR-I,SES-I)
               DISPLAY "HORA DE INICIO (HHMM, EJ. 0800)"
               MOVE 0 TO WS-CUR-SES-INICIO(CUR-I,SES-I)
               ACCEPT WS-CUR-SES-INICIO(CUR-I,SES-I)
               DISPLAY "HORA DE FIN (HHMM, EJ. 0930)"
               MOVE 0 TO WS-CUR-SES-FIN(CUR-I,SES-I)
               ACCEPT WS-CUR-SES-FIN(CUR-I,SES-I)
               DISPLAY "AULA"
               MOVE SPACES TO WS-CUR-SES-AULA(CUR-I,SES-I)
               ACCEPT WS-CUR-SES-AULA(CUR-I,SES-I)
               IF WS-CUR-SES-DIA(CUR-I,SES-I) < 1 OR
                       WS-CUR-SES-DIA(CUR-I,SES-I) > 7
                   DISPLAY "DIA NO VALIDO"
                   MOVE 'N' TO WS-HOR-SES-OK
               END-IF
               MOVE WS-CUR-SES-INICIO(CUR-I,SES-I) TO WS-HOR-HORA
               IF WS-HOR-HH > 23 OR WS-HOR-MM > 59
                   DISPLAY "HORA DE INICIO NO VALIDA"
                   MOVE 'N' TO WS-HOR-SES-OK
               END-IF
               MOVE WS-CUR-SES-FIN(CUR-I,SES-I) TO WS-HOR-HORA
               IF WS-HOR-HH > 23 OR WS-HOR-MM > 59 OR
                       WS-CUR-SES-FIN(CUR-I,SES-I) <=
                       WS-CUR-SES-INICIO(CUR-I,SES-I)
                   DISPLAY "HORA DE FIN NO VALIDA (DEBE SER POSTERIOR "
                       "AL INICIO)"
                   MOVE 'N' TO WS-HOR-SES-OK
               END-IF
               IF WS-CUR-SES-AULA(CUR-I,SES-I) = SPACES
                   DISPLAY "EL AULA ES OBLIGATORIA"
                   MOVE 'N' TO WS-HOR-SES-OK
               END-IF
           END-PERFORM.

       0391-END-CAPTURAR-SESION SECTION.

       0395-VALIDAR-HORARIO-CURSO SECTION.
      *    EL CURSO CUR-I CONTRA TODO EL CATALOGO (INCLUSO CONTRA SI
      *    MISMO: DOS SESIONES SUYAS NO PUEDEN CRUZARSE).
           MOVE 'N' TO WS-HOR-CHOQUE.
           PERFORM VARYING CUR-J FROM 1 BY 1
                   UNTIL CUR-J > WS-CUR-EXISTENTES OR HOR-CHOQUE
               PERFORM 0396-COMPARAR-CURSOS
           END-PERFORM.

       0395-END-VALIDAR-HORARIO-CURSO SECTION.

       0396-COMPARAR-CURSOS SECTION.
      *    CADA SESION DE CUR-I CONTRA CADA SESION DE CUR-J: SE CRUZAN
      *    SI CAEN EL MISMO DIA Y CADA UNA EMPIEZA ANTES DE QUE
      *    TERMINE LA OTRA.
           PERFORM VARYING SES-I FROM 1 BY 1
                   UNTIL SES-I > WS-CUR-NUM-SESIONES(CUR-I)
                      OR HOR-CHOQUE
               PERFORM VARYING SES-J FROM 1 BY 1
                       UNTIL SES-J > WS-CUR-NUM-SESIONES(CUR-J)
                          OR HOR-CHOQUE
                   IF WS-CUR-SES-DIA(CUR-I,SES-I) =
                          WS-CUR-SES-DIA(CUR-J,SES-J) AND
                      WS-CUR-SES-INICIO(CUR-I,SES-I) <
                          WS-CUR-SES-FIN(CUR-J,SES-J) AND
                      WS-CUR-SES-INICIO(CUR-J,SES-J) <
                          WS-CUR-SES-FIN(CUR-I,SES-I)
                       PERFORM 0397-EVALUAR-CRUCE
                   END-IF
               END-PERFORM
           END-PERFORM.

       0396-END-COMPARAR-CURSOS SECTION.

       0397-EVALUAR-CRUCE SECTION.
           MOVE SPACES TO WS-HOR-RAZON.
           IF HOR-MODO-ALUMNO
               MOVE 'S' TO WS-HOR-CHOQUE
               STRING "CHOQUE DE HORARIO CON EL CURSO "
                   WS-CUR-CODIGO(CUR-J) " EN QUE YA ESTA MATRICULADO"
                   DELIMITED BY SIZE INTO WS-HOR-RAZON
           ELSE
               IF CUR-J = CUR-I
                   IF SES-J NOT = SES-I
                       MOVE 'S' TO WS-HOR-CHOQUE
                       MOVE "DOS SESIONES DEL CURSO SE CRUZAN"
                           TO WS-HOR-RAZON
                   END-IF
               ELSE
                   IF WS-CUR-PROFESOR(CUR-J) = WS-CUR-PROFESOR(CUR-I)
                           AND WS-CUR-PROFESOR(CUR-I) NOT = SPACES
                       MOVE 'S' TO WS-HOR-CHOQUE
                       STRING "EL PROFESOR YA DICTA EL CURSO "
                           WS-CUR-CODIGO(CUR-J) " A ESA HORA"
                           DELIMITED BY SIZE INTO WS-HOR-RAZON
                   ELSE
                       IF WS-CUR-SES-AULA(CUR-J,SES-J) =
                               WS-CUR-SES-AULA(CUR-I,SES-I)
                           MOVE 'S' TO WS-HOR-CHOQUE
                           STRING "EL AULA "
                               WS-CUR-SES-AULA(CUR-I,SES-I)
                               " YA ESTA OCUPADA POR EL CURSO "
                               WS-CUR-CODIGO(CUR-J)
                               DELIMITED BY SIZE INTO WS-HOR-RAZON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0397-END-EVALUAR-CRUCE SECTION.

       0399-CURSOS-DEL-ALUMNO SECTION.
      *    CURSOS DISTINTOS EN QUE ESTA MATRICULADO WS-BUSC-CED, SIN
      *    CONTAR WS-HOR-EXCLUIR (EL CURSO QUE SE ESTA MATRICULANDO).
           INITIALIZE WS-HOR-CURSOS-ALUM.
           MOVE 0 TO WS-HCA-EXISTENTES.
           OPEN INPUT MATRICULAS-FILE.
           IF WS-MAT-FS = "35"
               MOVE "00" TO WS-MAT-FS
           ELSE
               PERFORM UNTIL WS-MAT-FS NOT = "00"
                   READ MATRICULAS-FILE
                       AT END MOVE "10" TO WS-MAT-FS
                       NOT AT END
                           IF REG-MAT-CEDULA = WS-BUSC-CED AND
                                   REG-MAT-CURSO NOT = WS-HOR-EXCLUIR
                               PERFORM 0399-AGREGAR-CURSO-ALUMNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATRICULAS-FILE
           END-IF.
           MOVE "00" TO WS-MAT-FS.

       0399-END-CURSOS-DEL-ALUMNO SECTION.

       0399-AGREGAR-CURSO-ALUMNO SECTION.
           MOVE 'N' TO WS-HCA-ENCONTRADO.
           SET HCA-I TO 1.
           SEARCH WS-HCA-CURSO
               AT END
                   CONTINUE
               WHEN WS-HCA-CURSO(HCA-I) = REG-MAT-CURSO
                   MOVE 'S' TO WS-HCA-ENCONTRADO
           END-SEARCH.
           IF NOT HCA-ENCONTRADO AND WS-HCA-EXISTENTES < 20
               ADD 1 TO WS-HCA-EXISTENTES
               SET HCA-I TO WS-HCA-EXISTENTES
               MOVE REG-MAT-CURSO TO WS-HCA-CURSO(HCA-I)
           END-IF.

       0399-END-AGREGAR-CURSO-ALUMNO SECTION.

       0400-BAJA-ALUMNO SECTION.
      *    REQ 056 - RETIRA A UN ALUMNO POR CEDULA: SU REGISTRO
      *    COMPLETO MAS FECHA, MOTIVO Y OPERADOR QUEDA ARCHIVADO EN
           MOVE FUNCTION CURRENT-DATE TO REG-RET-FECHA-RETIRO.
           MOVE WS-RET-RAZON       TO REG-RET-RAZON.
           MOVE WS-OPERADOR-ID     TO REG-RET-OPER.
           MOVE WS-REPR-CEDULA(ALUM) TO REG-RET-REPR-CEDULA.
           MOVE WS-REPR-NOMBRE(ALUM) TO REG-RET-REPR-NOMBRE.
           MOVE WS-BECA-PORC(ALUM) TO REG-RET-BECA-PORC.
           MOVE WS-BECA-MOTIVO(ALUM) TO REG-RET-BECA-MOTIVO.
           WRITE REG-RETIRO.
           CLOSE RETIROS-FILE.
           MOVE "00" TO WS-RET-FS.
           MOVE WS-BOL-LINEA TO REG-BOLETA.
           WRITE REG-BOLETA.

       0510-END-ESCRIBIR-LINEA-BOLETA SECTION.

       0520-GENERAR-BOLETA SECTION.
           OPEN EXTEND BOLETAS-FILE.
           IF WS-BOL-FS = "35"
               OPEN OUTPUT BOLETAS-FILE
           END-IF.
           MOVE "*******************************************"
               TO WS-BOL-LINEA.
           PERFORM 0510-ESCRIBIR-LINEA-BOLETA.
           MOVE "BOLETA DE CALIFICACIONES" TO WS-BOL-LINEA.
           PERFORM 0510-ESCRIBIR-LINEA-BOLETA.
           MOVE SPACES TO WS-BOL-LINEA.
           STRING "FECHA DE EMISION : "
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO WS-BOL-LINEA.
           PERFORM 0510-ESCRIBIR-LINEA-BOLETA.
           MOVE SPACES TO WS-BOL-LINEA.
           STRING "ALUMNO           : " WS-NOMBRE(ALUM)
               DELIMITED BY SIZE INTO WS-BOL-LINEA.
           PERFORM 0510-ESCRIBIR-LINEA-BOLETA.
           MOVE SPACES TO WS-BOL-LINEA.
           STRING "CEDULA           : " WS-CEDULA(ALUM)
               DELIMITED BY SIZE INTO WS-BOL-LINEA.
           PERFORM 0510-ESCRIBIR-LINEA-BOLETA.
           MOVE "-------------------------------------------"
               TO WS-BOL-LINEA.
           PERFORM 0510-ESCRIBIR-LINEA-BOLETA.
           PERFORM VARYING NIDX FROM 1 BY 1
                   UNTIL NIDX > WS-NUM-NOTAS(ALUM)
               SET WS-NIDX-DISP TO NIDX
               MOVE SPACES TO WS-BOL-LINEA
               STRING "NOTA " WS-NIDX-DISP " : "
                   WS-NOTA-VALOR(ALUM,NIDX)
                   "  (PESO " WS-NOTA-PESO(ALUM,NIDX) ")"
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
               PERFORM 0510-ESCRIBIR-LINEA-BOLETA
           END-PERFORM.
           MOVE "-------------------------------------------"
               TO WS-BOL-LINEA.
           PERFORM 0510-ESCRIBIR-LINEA-BOLETA.
           MOVE SPACES TO WS-BOL-LINEA.
           STRING "PROMEDIO PONDERADO : " WS-PROMEDIO(ALUM)
               DELIMITED BY SIZE INTO WS-BOL-LINEA.
           PERFORM 0510-ESCRIBIR-LINEA-BOLETA.
           MOVE SPACES TO WS-BOL-LINEA.
           IF WS-PROMEDIO(ALUM) >= WS-PROM-MINIMO
               STRING "ESTADO             : APROBADO  (MINIMO "
                   WS-PROM-MINIMO ")"
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
           ELSE
               STRING "ESTADO             : REPROBADO (MINIMO "
                   WS-PROM-MINIMO ")"
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
           END-IF.
           PERFORM 0510-ESCRIBIR-LINEA-BOLETA.
      *    REQ 057 - ASISTENCIA SOBRE TODAS LAS SESIONES REGISTRADAS
      *    DEL ALUMNO (SIN FILTRO DE CURSO).
           MOVE SPACES TO WS-ASIS-CURSO-ENTRADA.
           MOVE WS-BUSC-CED TO WS-ASIS-BUSC-CEDULA.
           PERFORM 6905-CONTAR-ASISTENCIA.
           MOVE SPACES TO WS-BOL-LINEA.
           IF WS-ASIS-TOTAL = 0
               MOVE "ASISTENCIA         : SIN SESIONES REGISTRADAS"
                   TO WS-BOL-LINEA
           ELSE
               COMPUTE WS-ASIS-PORC-CALC ROUNDED =
                   (WS-ASIS-PRESENTES + WS-ASIS-TARDES) /
                   WS-ASIS-TOTAL * 100
               MOVE WS-ASIS-PORC-CALC TO WS-ASIS-PORCENTAJE
               STRING "ASISTENCIA         : " WS-ASIS-PORCENTAJE
                   "% (" WS-ASIS-TOTAL " SESIONES)"
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
           END-IF.
           PERFORM 0510-ESCRIBIR-LINEA-BOLETA.
           MOVE "*******************************************"
               TO WS-BOL-LINEA.
           PERFORM 0510-ESCRIBIR-LINEA-BOLETA.
           CLOSE BOLETAS-FILE.
           MOVE "00" TO WS-BOL-FS.
           DISPLAY "BOLETA GRABADA EN BOLETAS.RPT".

       0520-END-GENERAR-BOLETA SECTION.

       0600-REPRESENTANTE-BECA SECTION.
      *    CAMBIO DEL REPRESENTANTE QUE PAGA Y DE LA BECA DE UN ALUMNO
      *    YA MATRICULADO; RIGE DESDE LA PROXIMA PENSION COBRADA.
           DISPLAY "CEDULA DEL ALUMNO"
           ACCEPT WS-BUSC-CED.
           SET ALUM TO 1.
           SEARCH WS-DATOS-ALUM
               AT END
                   DISPLAY "EL ALUMNO NO EXISTE"
               WHEN WS-CEDULA(ALUM) = WS-BUSC-CED
                   PERFORM 0610-CAMBIAR-REPRESENTANTE-BECA
           END-SEARCH.

       0600-END-REPRESENTANTE-BECA SECTION.

       0610-CAMBIAR-REPRESENTANTE-BECA SECTION.
           PERFORM 5000-PRESETACION-DATOS.
           PERFORM 2050-INGRESO-REPRESENTANTE.
           PERFORM 8000-GRABAR-ALUMNOS.
           DISPLAY "REPRESENTANTE Y BECA ACTUALIZADOS".

       0610-END-CAMBIAR-REPRESENTANTE-BECA SECTION.

       0700-CIERRE-PERIODO SECTION.
      *    CONGELA UN PERIODO LECTIVO: LA ULTIMA MATRICULA VIGENTE DE
      *    CADA CURSO DE SUS ALUMNOS PASA, CON SU PROMEDIO FINAL Y
      *    APROBADO/REPROBADO, A HISTORIA-ACADEMICA.DAT Y SALE DE
      *    MATRICULA-CURSOS.DAT; LOS ALUMNOS QUEDAN PROMOVIDOS AL
      *    PERIODO NUEVO CON LOS CURSOS EN LIMPIO. MUEVE LA HISTORIA
      *    PERMANENTE: SOLO SUPERVISOR.
           IF OPERADOR-CAJERO
               DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
           ELSE
               DISPLAY "PERIODO LECTIVO A CERRAR (EJ. 2026-1)"
               MOVE SPACES TO WS-CIE-PERIODO
               ACCEPT WS-CIE-PERIODO
               MOVE WS-CIE-PERIODO TO WS-CIE-BUSC-PERIODO
               PERFORM 0720-BUSCAR-PERIODO-CERRADO
               MOVE 0 TO WS-CIE-ALUMNOS
               PERFORM VARYING ALUM FROM 1 BY 1
                       UNTIL ALUM > WS-ALUM-EXISTENTES
                   IF WS-PERIODO(ALUM) = WS-CIE-PERIODO
                       ADD 1 TO WS-CIE-ALUMNOS
                   END-IF
               END-PERFORM
               IF WS-CIE-PERIODO = SPACES
                   DISPLAY "PERIODO EN BLANCO - NO SE CIERRA"
               ELSE
                   IF PERIODO-CERRADO
                       DISPLAY "EL PERIODO " WS-CIE-PERIODO
                           " YA ESTA CERRADO"
                   ELSE
                       IF WS-CIE-ALUMNOS = 0
                           DISPLAY "NO HAY ALUMNOS EN ESE PERIODO"
                       ELSE
                           PERFORM 0705-CONFIRMAR-CIERRE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0700-END-CIERRE-PERIODO SECTION.

       0705-CONFIRMAR-CIERRE SECTION.
           DISPLAY "ALUMNOS DEL PERIODO " WS-CIE-PERIODO ": "
               WS-CIE-ALUMNOS.
           MOVE SPACES TO WS-CIE-NUEVO-PERIODO.
           PERFORM UNTIL WS-CIE-NUEVO-PERIODO NOT = SPACES
               DISPLAY "PERIODO LECTIVO AL QUE SE PROMUEVE (EJ. 2026-2)"
               ACCEPT WS-CIE-NUEVO-PERIODO
               IF WS-CIE-NUEVO-PERIODO = WS-CIE-PERIODO
                   DISPLAY "DEBE SER DISTINTO DEL PERIODO QUE SE CIERRA"
                   MOVE SPACES TO WS-CIE-NUEVO-PERIODO
               ELSE
                   IF WS-CIE-NUEVO-PERIODO NOT = SPACES
                       MOVE WS-CIE-NUEVO-PERIODO
                           TO WS-CIE-BUSC-PERIODO
                       PERFORM 0720-BUSCAR-PERIODO-CERRADO
                       IF PERIODO-CERRADO
                           DISPLAY "ESE PERIODO YA ESTA CERRADO"
                           MOVE SPACES TO WS-CIE-NUEVO-PERIODO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "CONFIRMA EL CIERRE DEL PERIODO " WS-CIE-PERIODO
               " (S/N)".
           DISPLAY "(LAS NOTAS DEL PERIODO YA NO SE PODRAN CAMBIAR)".
           MOVE SPACE TO WS-CIE-RESP.
           ACCEPT WS-CIE-RESP.
           IF WS-CIE-RESP = 'S' OR WS-CIE-RESP = 's'
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CIE-FECHA
               PERFORM 0710-ARCHIVAR-MATRICULAS
               PERFORM 0730-PROMOVER-ALUMNOS
               PERFORM 0740-GRABAR-PERIODO-CERRADO
               PERFORM 8000-GRABAR-ALUMNOS
               DISPLAY "PERIODO " WS-CIE-PERIODO " CERRADO"
               DISPLAY "CURSOS ARCHIVADOS EN LA HISTORIA : "
                   WS-CIE-EXISTENTES
               DISPLAY "ALUMNOS PROMOVIDOS A " WS-CIE-NUEVO-PERIODO
                   "    : " WS-CIE-PROMOVIDOS
               DISPLAY "  DE ELLOS CON CURSOS REPROBADOS: "
                   WS-CIE-CON-REPROBADOS
               DISPLAY "MATRICULAS DE OTROS PERIODOS    : "
                   WS-CIE-QUEDAN
           ELSE
               DISPLAY "CIERRE CANCELADO"
           END-IF.

       0705-END-CONFIRMAR-CIERRE SECTION.

       0710-ARCHIVAR-MATRICULAS SECTION.
      *    LAS MATRICULAS DE ALUMNOS DEL PERIODO SE JUNTAN EN
      *    WS-CIE-TABLA (LA ULTIMA DE CADA CEDULA Y CURSO ES LA
      *    VIGENTE, VER NOTA EN FILE-CONTROL); LAS DEMAS, Y LAS DE
      *    CEDULAS QUE YA NO ESTAN EN LA NOMINA, VAN TAL CUAL AL
      *    TEMPORAL Y VUELVEN A MATRICULA-CURSOS.DAT.
           INITIALIZE WS-CIE-TABLA.
           MOVE 0 TO WS-CIE-EXISTENTES.
           MOVE 0 TO WS-CIE-QUEDAN.
           OPEN OUTPUT MATRICULAS-TEMP-FILE.
           OPEN INPUT MATRICULAS-FILE.
           IF WS-MAT-FS = "35"
               MOVE "00" TO WS-MAT-FS
           ELSE
               PERFORM UNTIL WS-MAT-FS NOT = "00"
                   READ MATRICULAS-FILE
                       AT END MOVE "10" TO WS-MAT-FS
                       NOT AT END
                           PERFORM 0715-CLASIFICAR-MATRICULA
                   END-READ
               END-PERFORM
               CLOSE MATRICULAS-FILE
           END-IF.
           CLOSE MATRICULAS-TEMP-FILE.
           MOVE "00" TO WS-MAT-FS.
           MOVE "00" TO WS-MATT-FS.
      *    PRIMERO LA HISTORIA Y DESPUES SE REEMPLAZAN LAS MATRICULAS:
      *    SI ALGO FALLA A MEDIO CAMINO NO SE PIERDE NINGUNA NOTA.
           OPEN EXTEND HISTORIA-FILE.
           IF WS-HAC-FS = "35"
               OPEN OUTPUT HISTORIA-FILE
           END-IF.
           PERFORM VARYING CIE-I FROM 1 BY 1
                   UNTIL CIE-I > WS-CIE-EXISTENTES
               PERFORM 0716-GRABAR-HISTORIA
           END-PERFORM.
           CLOSE HISTORIA-FILE.
           MOVE "00" TO WS-HAC-FS.
           OPEN INPUT MATRICULAS-TEMP-FILE.
           OPEN OUTPUT MATRICULAS-FILE.
           PERFORM UNTIL WS-MATT-FS NOT = "00"
               READ MATRICULAS-TEMP-FILE
                   AT END MOVE "10" TO WS-MATT-FS
                   NOT AT END
                       MOVE REG-MATRICULA-TMP TO REG-MATRICULA
                       WRITE REG-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE MATRICULAS-TEMP-FILE.
           CLOSE MATRICULAS-FILE.
           MOVE "00" TO WS-MATT-FS.
           MOVE "00" TO WS-MAT-FS.

       0710-END-ARCHIVAR-MATRICULAS SECTION.

       0715-CLASIFICAR-MATRICULA SECTION.
           SET ALUM TO 1.
           SEARCH WS-DATOS-ALUM
               AT END
                   MOVE REG-MATRICULA TO REG-MATRICULA-TMP
                   WRITE REG-MATRICULA-TMP
                   ADD 1 TO WS-CIE-QUEDAN
               WHEN WS-CEDULA(ALUM) = REG-MAT-CEDULA
                   IF WS-PERIODO(ALUM) = WS-CIE-PERIODO
                       PERFORM 0717-ACUMULAR-CIERRE
                   ELSE
                       MOVE REG-MATRICULA TO REG-MATRICULA-TMP
                       WRITE REG-MATRICULA-TMP
                       ADD 1 TO WS-CIE-QUEDAN
                   END-IF
           END-SEARCH.

       0715-END-CLASIFICAR-MATRICULA SECTION.

       0716-GRABAR-HISTORIA SECTION.
           MOVE SPACES TO REG-HISTORIA-ACADEMICA.
           MOVE WS-CIE-CEDULA(CIE-I) TO REG-HAC-CEDULA.
           SET ALUM TO 1.
           SEARCH WS-DATOS-ALUM
               AT END
                   CONTINUE
               WHEN WS-CEDULA(ALUM) = WS-CIE-CEDULA(CIE-I)
                   MOVE WS-NOMBRE(ALUM) TO REG-HAC-NOMBRE
           END-SEARCH.
           MOVE WS-CIE-PERIODO TO REG-HAC-PERIODO.
           MOVE WS-CIE-CURSO(CIE-I) TO REG-HAC-CURSO.
           MOVE WS-CIE-CURSO(CIE-I) TO WS-CUR-BUSCADO.
           PERFORM 0380-BUSCAR-CURSO.
           IF CUR-ENCONTRADO
               MOVE WS-CUR-NOMBRE(CUR-I) TO REG-HAC-CURSO-NOMBRE
               MOVE WS-CUR-PROFESOR(CUR-I) TO REG-HAC-PROFESOR
           END-IF.
           MOVE WS-CIE-PROMEDIO(CIE-I) TO REG-HAC-PROMEDIO.
           IF WS-CIE-PROMEDIO(CIE-I) >= WS-PROM-MINIMO
               SET REG-HAC-APROBADO TO TRUE
           ELSE
               SET REG-HAC-REPROBADO TO TRUE
           END-IF.
           MOVE WS-PROM-MINIMO TO REG-HAC-MINIMO.
           MOVE WS-CIE-FECHA TO REG-HAC-FECHA-CIERRE.
           MOVE WS-OPERADOR-ID TO REG-HAC-OPER.
           WRITE REG-HISTORIA-ACADEMICA.

       0716-END-GRABAR-HISTORIA SECTION.

       0717-ACUMULAR-CIERRE SECTION.
           MOVE 'N' TO WS-CIE-ENCONTRADO.
           SET CIE-I TO 1.
           SEARCH WS-CIE-REG
               AT END
                   CONTINUE
               WHEN WS-CIE-CEDULA(CIE-I) = REG-MAT-CEDULA AND
                       WS-CIE-CURSO(CIE-I) = REG-MAT-CURSO
                   MOVE 'S' TO WS-CIE-ENCONTRADO
           END-SEARCH.
           IF NOT CIE-ENCONTRADO
               ADD 1 TO WS-CIE-EXISTENTES
               SET CIE-I TO WS-CIE-EXISTENTES
               MOVE REG-MAT-CEDULA TO WS-CIE-CEDULA(CIE-I)
               MOVE REG-MAT-CURSO TO WS-CIE-CURSO(CIE-I)
           END-IF.
           MOVE REG-MAT-PROMEDIO TO WS-CIE-PROMEDIO(CIE-I).

       0717-END-ACUMULAR-CIERRE SECTION.

       0720-BUSCAR-PERIODO-CERRADO SECTION.
           MOVE 'N' TO WS-CIE-CERRADO.
           OPEN INPUT PERIODOS-CERRADOS-FILE.
           IF WS-PCI-FS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-PCI-FS NOT = "00"
                   READ PERIODOS-CERRADOS-FILE
                       AT END MOVE "10" TO WS-PCI-FS
                       NOT AT END
                           IF REG-PCI-PERIODO = WS-CIE-BUSC-PERIODO
                               MOVE 'S' TO WS-CIE-CERRADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-CERRADOS-FILE
           END-IF.
           MOVE "00" TO WS-PCI-FS.

       0720-END-BUSCAR-PERIODO-CERRADO SECTION.

       0730-PROMOVER-ALUMNOS SECTION.
      *    TODOS LOS ALUMNOS DEL PERIODO PASAN AL NUEVO; SE CUENTAN
      *    APARTE LOS QUE REPROBARON ALGUN CURSO PARA QUE LA
      *    COORDINACION LOS REVISE.
           MOVE 0 TO WS-CIE-PROMOVIDOS.
           MOVE 0 TO WS-CIE-CON-REPROBADOS.
           PERFORM VARYING ALUM FROM 1 BY 1
                   UNTIL ALUM > WS-ALUM-EXISTENTES
               IF WS-PERIODO(ALUM) = WS-CIE-PERIODO
                   MOVE 'N' TO WS-CIE-REPROBO
                   PERFORM VARYING CIE-I FROM 1 BY 1
                           UNTIL CIE-I > WS-CIE-EXISTENTES
                       IF WS-CIE-CEDULA(CIE-I) = WS-CEDULA(ALUM) AND
                               WS-CIE-PROMEDIO(CIE-I) < WS-PROM-MINIMO
                           MOVE 'S' TO WS-CIE-REPROBO
                       END-IF
                   END-PERFORM
                   IF CIE-REPROBO
                       ADD 1 TO WS-CIE-CON-REPROBADOS
                   END-IF
                   MOVE WS-CIE-NUEVO-PERIODO TO WS-PERIODO(ALUM)
                   ADD 1 TO WS-CIE-PROMOVIDOS
               END-IF
           END-PERFORM.

       0730-END-PROMOVER-ALUMNOS SECTION.

       0740-GRABAR-PERIODO-CERRADO SECTION.
           OPEN EXTEND PERIODOS-CERRADOS-FILE.
           IF WS-PCI-FS = "35"
               OPEN OUTPUT PERIODOS-CERRADOS-FILE
           END-IF.
           MOVE WS-CIE-PERIODO TO REG-PCI-PERIODO.
           MOVE WS-CIE-FECHA TO REG-PCI-FECHA.
           MOVE WS-CIE-NUEVO-PERIODO TO REG-PCI-NUEVO-PERIODO.
           MOVE WS-CIE-PROMOVIDOS TO REG-PCI-ALUMNOS.
           MOVE WS-CIE-EXISTENTES TO REG-PCI-CURSOS.
           MOVE WS-OPERADOR-ID TO REG-PCI-OPER.
           WRITE REG-PERIODO-CERRADO.
           CLOSE PERIODOS-CERRADOS-FILE.
           MOVE "00" TO WS-PCI-FS.

       0740-END-GRABAR-PERIODO-CERRADO SECTION.

       0750-RECORD-ACADEMICO SECTION.
      *    HISTORIA COMPLETA DE UN ALUMNO (TAMBIEN RETIRADO) EN TODOS
      *    LOS PERIODOS CERRADOS, CON PROMEDIO POR PERIODO Y
      *    ACUMULADO. SE ESCRIBE EN RECORD-ACADEMICO.RPT Y EN
      *    PANTALLA, IGUAL QUE LA BOLETA.
           DISPLAY "CEDULA DEL ALUMNO"
           MOVE SPACES TO WS-HAC-BUSC-CEDULA.
           ACCEPT WS-HAC-BUSC-CEDULA.
           MOVE SPACES TO WS-HAC-NOMBRE.
           SET ALUM TO 1.
           SEARCH WS-DATOS-ALUM
               AT END
                   CONTINUE
               WHEN WS-CEDULA(ALUM) = WS-HAC-BUSC-CEDULA
                   MOVE WS-NOMBRE(ALUM) TO WS-HAC-NOMBRE
           END-SEARCH.
           MOVE SPACES TO WS-HAC-PERIODO-ACTUAL.
           MOVE 0 TO WS-HAC-SUMA-PERIODO WS-HAC-CURSOS-PERIODO
                     WS-HAC-SUMA-TOTAL WS-HAC-CURSOS-TOTAL
                     WS-HAC-APROBADOS WS-HAC-REPROBADOS.
           OPEN EXTEND RECORD-FILE.
           IF WS-REC-FS = "35"
               OPEN OUTPUT RECORD-FILE
           END-IF.
           MOVE "*******************************************"
               TO WS-BOL-LINEA.
           PERFORM 0760-ESCRIBIR-LINEA-RECORD.
           MOVE "RECORD ACADEMICO" TO WS-BOL-LINEA.
           PERFORM 0760-ESCRIBIR-LINEA-RECORD.
           MOVE SPACES TO WS-BOL-LINEA.
           STRING "FECHA DE EMISION : "
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO WS-BOL-LINEA.
           PERFORM 0760-ESCRIBIR-LINEA-RECORD.
           MOVE SPACES TO WS-BOL-LINEA.
           STRING "CEDULA           : " WS-HAC-BUSC-CEDULA
               DELIMITED BY SIZE INTO WS-BOL-LINEA.
           PERFORM 0760-ESCRIBIR-LINEA-RECORD.
           IF WS-HAC-NOMBRE NOT = SPACES
               MOVE SPACES TO WS-BOL-LINEA
               STRING "ALUMNO           : " WS-HAC-NOMBRE
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
               PERFORM 0760-ESCRIBIR-LINEA-RECORD
           END-IF.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HAC-FS = "35"
               MOVE "00" TO WS-HAC-FS
           ELSE
               PERFORM UNTIL WS-HAC-FS NOT = "00"
                   READ HISTORIA-FILE
                       AT END MOVE "10" TO WS-HAC-FS
                       NOT AT END
                           IF REG-HAC-CEDULA = WS-HAC-BUSC-CEDULA
                               PERFORM 0755-LINEA-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-FILE
           END-IF.
           MOVE "00" TO WS-HAC-FS.
           IF WS-HAC-CURSOS-TOTAL = 0
               MOVE "SIN PERIODOS CERRADOS EN LA HISTORIA ACADEMICA"
                   TO WS-BOL-LINEA
               PERFORM 0760-ESCRIBIR-LINEA-RECORD
           ELSE
               PERFORM 0757-CERRAR-PERIODO-RECORD
               MOVE "==========================================="
                   TO WS-BOL-LINEA
               PERFORM 0760-ESCRIBIR-LINEA-RECORD
               COMPUTE WS-HAC-PROMEDIO ROUNDED =
                   WS-HAC-SUMA-TOTAL / WS-HAC-CURSOS-TOTAL
               MOVE WS-HAC-PROMEDIO TO WS-HAC-PROMEDIO-ED
               MOVE SPACES TO WS-BOL-LINEA
               STRING "PROMEDIO ACUMULADO : " WS-HAC-PROMEDIO-ED
                   "  (" WS-HAC-CURSOS-TOTAL " CURSOS, "
                   WS-HAC-APROBADOS " APROBADOS, "
                   WS-HAC-REPROBADOS " REPROBADOS)"
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
               PERFORM 0760-ESCRIBIR-LINEA-RECORD
           END-IF.
           MOVE "*******************************************"
               TO WS-BOL-LINEA.
           PERFORM 0760-ESCRIBIR-LINEA-RECORD.
           CLOSE RECORD-FILE.
           MOVE "00" TO WS-REC-FS.
           DISPLAY "RECORD GRABADO EN RECORD-ACADEMICO.RPT".

       0750-END-RECORD-ACADEMICO SECTION.

       0755-LINEA-RECORD SECTION.
      *    LAS LINEAS DE UN MISMO CIERRE VIENEN SEGUIDAS (HACREG.CPY):
      *    UN CAMBIO DE PERIODO CIERRA EL BLOQUE ANTERIOR.
           IF REG-HAC-PERIODO NOT = WS-HAC-PERIODO-ACTUAL
               IF WS-HAC-PERIODO-ACTUAL NOT = SPACES
                   PERFORM 0757-CERRAR-PERIODO-RECORD
               END-IF
               MOVE REG-HAC-PERIODO TO WS-HAC-PERIODO-ACTUAL
               IF WS-HAC-NOMBRE = SPACES
                   MOVE REG-HAC-NOMBRE TO WS-HAC-NOMBRE
                   MOVE SPACES TO WS-BOL-LINEA
                   STRING "ALUMNO           : " WS-HAC-NOMBRE
                       DELIMITED BY SIZE INTO WS-BOL-LINEA
                   PERFORM 0760-ESCRIBIR-LINEA-RECORD
               END-IF
               MOVE "-------------------------------------------"
                   TO WS-BOL-LINEA
               PERFORM 0760-ESCRIBIR-LINEA-RECORD
               MOVE SPACES TO WS-BOL-LINEA
               STRING "PERIODO " REG-HAC-PERIODO
                   "  (CERRADO EL " REG-HAC-FECHA-CIERRE ")"
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
               PERFORM 0760-ESCRIBIR-LINEA-RECORD
           END-IF.
           MOVE REG-HAC-CURSO TO WS-HCD-CURSO.
           MOVE REG-HAC-CURSO-NOMBRE TO WS-HCD-NOMBRE.
           MOVE REG-HAC-PROMEDIO TO WS-HCD-PROMEDIO.
           IF REG-HAC-APROBADO
               MOVE "APROBADO" TO WS-HCD-ESTADO
               ADD 1 TO WS-HAC-APROBADOS
           ELSE
               MOVE "REPROBADO" TO WS-HCD-ESTADO
               ADD 1 TO WS-HAC-REPROBADOS
           END-IF.
           MOVE WS-HAC-DET-LINEA TO WS-BOL-LINEA.
           PERFORM 0760-ESCRIBIR-LINEA-RECORD.
           ADD REG-HAC-PROMEDIO TO WS-HAC-SUMA-PERIODO
                                   WS-HAC-SUMA-TOTAL.
           ADD 1 TO WS-HAC-CURSOS-PERIODO WS-HAC-CURSOS-TOTAL.

       0755-END-LINEA-RECORD SECTION.

       0757-CERRAR-PERIODO-RECORD SECTION.
           COMPUTE WS-HAC-PROMEDIO ROUNDED =
               WS-HAC-SUMA-PERIODO / WS-HAC-CURSOS-PERIODO.
           MOVE WS-HAC-PROMEDIO TO WS-HAC-PROMEDIO-ED.
           MOVE SPACES TO WS-BOL-LINEA.
           STRING "  PROMEDIO DEL PERIODO: " WS-HAC-PROMEDIO-ED
               DELIMITED BY SIZE INTO WS-BOL-LINEA.
           PERFORM 0760-ESCRIBIR-LINEA-RECORD.
           MOVE 0 TO WS-HAC-SUMA-PERIODO WS-HAC-CURSOS-PERIODO.

       0757-END-CERRAR-PERIODO-RECORD SECTION.

       0760-ESCRIBIR-LINEA-RECORD SECTION.
           DISPLAY WS-BOL-LINEA.
           MOVE WS-BOL-LINEA TO REG-RECORD.
           WRITE REG-RECORD.

       0760-END-ESCRIBIR-LINEA-RECORD SECTION.

       0800-ALERTA-TEMPRANA SECTION.
      *    RECORRE CURSO POR CURSO EL ROSTER VIGENTE DE
      *    MATRICULA-CURSOS.DAT DE LOS ALUMNOS ACTIVOS (LOS DE LA TABLA
      *    EN MEMORIA, DEL PERIODO PEDIDO O DE TODOS SI VIENE EN
      *    BLANCO) Y MARCA A QUIEN TIENE EN ESE CURSO ASISTENCIA BAJO
      *    RIESGO.PAR, PROMEDIO BAJO WS-PROM-MINIMO O UN PROMEDIO MENOR
      *    QUE EN LA CORRIDA ANTERIOR. EL LISTADO SALE AGRUPADO POR
      *    CURSO Y PROFESOR, CON EL MOTIVO DE CADA MARCA.
           DISPLAY "PERIODO LECTIVO A REVISAR (ENTER = TODOS)"
           MOVE SPACES TO WS-RSG-PERIODO.
           ACCEPT WS-RSG-PERIODO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RSG-FECHA.
           PERFORM 0805-CARGAR-UMBRAL.
           PERFORM 0810-CARGAR-ULTIMA-CORRIDA.
           MOVE 0 TO WS-RSG-REVISADOS WS-RSG-MARCADOS.
           OPEN EXTEND RIESGO-FILE.
           IF WS-RSG-FS = "35"
               OPEN OUTPUT RIESGO-FILE
           END-IF.
           MOVE "*******************************************"
               TO WS-BOL-LINEA.
           PERFORM 0830-ESCRIBIR-LINEA-RIESGO.
           MOVE "ALERTA TEMPRANA - ALUMNOS EN RIESGO" TO WS-BOL-LINEA.
           PERFORM 0830-ESCRIBIR-LINEA-RIESGO.
           MOVE SPACES TO WS-BOL-LINEA.
           IF WS-RSG-PERIODO = SPACES
               STRING "FECHA DE EMISION : " WS-RSG-FECHA
                   "   PERIODO: TODOS"
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
           ELSE
               STRING "FECHA DE EMISION : " WS-RSG-FECHA
                   "   PERIODO: " WS-RSG-PERIODO
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
           END-IF.
           PERFORM 0830-ESCRIBIR-LINEA-RIESGO.
           MOVE WS-RSG-UMBRAL TO WS-RSG-UMBRAL-ED.
           MOVE WS-PROM-MINIMO TO WS-RSG-MINIMO-ED.
           MOVE SPACES TO WS-BOL-LINEA.
           STRING "ASISTENCIA MINIMA: " WS-RSG-UMBRAL-ED
               "%   PROMEDIO MINIMO: " WS-RSG-MINIMO-ED
               DELIMITED BY SIZE INTO WS-BOL-LINEA.
           PERFORM 0830-ESCRIBIR-LINEA-RIESGO.
           PERFORM VARYING CUR-J FROM 1 BY 1
                   UNTIL CUR-J > WS-CUR-EXISTENTES
               PERFORM 0820-REVISAR-CURSO
           END-PERFORM.
           MOVE "-------------------------------------------"
               TO WS-BOL-LINEA.
           PERFORM 0830-ESCRIBIR-LINEA-RIESGO.
           MOVE SPACES TO WS-BOL-LINEA.
           STRING "MATRICULAS REVISADAS: " WS-RSG-REVISADOS
               "   EN RIESGO: " WS-RSG-MARCADOS
               DELIMITED BY SIZE INTO WS-BOL-LINEA.
           PERFORM 0830-ESCRIBIR-LINEA-RIESGO.
           MOVE "*******************************************"
               TO WS-BOL-LINEA.
           PERFORM 0830-ESCRIBIR-LINEA-RIESGO.
           CLOSE RIESGO-FILE.
           MOVE "00" TO WS-RSG-FS.
           MOVE SPACES TO WS-ASIS-CURSO-ENTRADA.
           PERFORM 0840-GRABAR-ULTIMA-CORRIDA.
           DISPLAY "REPORTE GRABADO EN RIESGO.RPT".

       0800-END-ALERTA-TEMPRANA SECTION.

       0805-CARGAR-UMBRAL SECTION.
      *    MISMA MECANICA QUE 1450-CARGAR-PENSION.
           MOVE 0 TO WS-RSG-UMBRAL.
           OPEN INPUT RIESGO-PAR-FILE.
           IF WS-RSG-FS = "00"
               READ RIESGO-PAR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-RIESGO-PAR IS NUMERIC
                           MOVE REG-RIESGO-PAR TO WS-RSG-UMBRAL
                       END-IF
               END-READ
               CLOSE RIESGO-PAR-FILE
           END-IF.
           MOVE "00" TO WS-RSG-FS.
           IF WS-RSG-UMBRAL = 0 OR WS-RSG-UMBRAL > 100
               MOVE 80 TO WS-RSG-UMBRAL
           END-IF.

       0805-END-CARGAR-UMBRAL SECTION.

       0810-CARGAR-ULTIMA-CORRIDA SECTION.
           INITIALIZE WS-RUL-TABLA.
           MOVE 0 TO WS-RUL-EXISTENTES.
           OPEN INPUT RIESGO-ULTIMO-FILE.
           IF WS-RSG-FS = "35"
               MOVE "00" TO WS-RSG-FS
           ELSE
               PERFORM UNTIL WS-RSG-FS NOT = "00"
                   READ RIESGO-ULTIMO-FILE
                       AT END MOVE "10" TO WS-RSG-FS
                       NOT AT END
                           IF WS-RUL-EXISTENTES < 400
                               ADD 1 TO WS-RUL-EXISTENTES
                               SET RUL-I TO WS-RUL-EXISTENTES
                               MOVE REG-RUL-CEDULA
                                   TO WS-RUL-CEDULA(RUL-I)
                               MOVE REG-RUL-CURSO
                                   TO WS-RUL-CURSO(RUL-I)
                               MOVE REG-RUL-PROMEDIO
                                   TO WS-RUL-PROMEDIO(RUL-I)
                               MOVE REG-RUL-FECHA
                                   TO WS-RUL-FECHA(RUL-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RIESGO-ULTIMO-FILE
           END-IF.
           MOVE "00" TO WS-RSG-FS.

       0810-END-CARGAR-ULTIMA-CORRIDA SECTION.

       0820-REVISAR-CURSO SECTION.
      *    EL ENCABEZADO DEL CURSO SOLO SE IMPRIME SI ALGUNO DE SUS
      *    ALUMNOS QUEDA MARCADO.
           MOVE 'N' TO WS-RSG-CURSO-IMPRESO.
           MOVE WS-CUR-CODIGO(CUR-J) TO WS-CUR-BUSCADO.
           PERFORM 0360-CARGAR-ROSTER-CURSO.
           PERFORM VARYING CRO-I FROM 1 BY 1
                   UNTIL CRO-I > WS-CRO-EXISTENTES
               MOVE 'N' TO WS-RSG-ALUMNO-OK
               SET ALUM TO 1
               SEARCH WS-DATOS-ALUM
                   AT END
                       CONTINUE
                   WHEN WS-CEDULA(ALUM) = WS-CRO-CEDULA(CRO-I)
                       IF WS-RSG-PERIODO = SPACES OR
                               WS-PERIODO(ALUM) = WS-RSG-PERIODO
                           MOVE 'S' TO WS-RSG-ALUMNO-OK
                       END-IF
               END-SEARCH
               IF RSG-ALUMNO-OK
                   PERFORM 0825-EVALUAR-ALUMNO
               END-IF
           END-PERFORM.

       0820-END-REVISAR-CURSO SECTION.

       0825-EVALUAR-ALUMNO SECTION.
      *    ALUM APUNTA AL ALUMNO Y CRO-I A SU MATRICULA EN EL CURSO
      *    CUR-J. LA ASISTENCIA ES LA DE ESE CURSO (VER 6905).
           ADD 1 TO WS-RSG-REVISADOS.
           MOVE 'N' TO WS-RSG-POR-ASIS WS-RSG-POR-PROM WS-RSG-POR-BAJA
                       WS-RSG-SIN-ASIS.
           MOVE WS-CUR-CODIGO(CUR-J) TO WS-ASIS-CURSO-ENTRADA.
           MOVE WS-CRO-CEDULA(CRO-I) TO WS-ASIS-BUSC-CEDULA.
           PERFORM 6905-CONTAR-ASISTENCIA.
           IF WS-ASIS-TOTAL = 0
               MOVE 'S' TO WS-RSG-SIN-ASIS
               MOVE 0 TO WS-ASIS-PORC-CALC
           ELSE
               COMPUTE WS-ASIS-PORC-CALC ROUNDED =
                   (WS-ASIS-PRESENTES + WS-ASIS-TARDES) /
                   WS-ASIS-TOTAL * 100
               IF WS-ASIS-PORC-CALC < WS-RSG-UMBRAL
                   MOVE 'S' TO WS-RSG-POR-ASIS
               END-IF
           END-IF.
           IF WS-CRO-PROMEDIO(CRO-I) < WS-PROM-MINIMO
               MOVE 'S' TO WS-RSG-POR-PROM
           END-IF.
           MOVE 'N' TO WS-RUL-ENCONTRADO.
           SET RUL-I TO 1.
           SEARCH WS-RUL-REG
               AT END
                   CONTINUE
               WHEN WS-RUL-CEDULA(RUL-I) = WS-CRO-CEDULA(CRO-I) AND
                    WS-RUL-CURSO(RUL-I) = WS-CUR-CODIGO(CUR-J)
                   MOVE 'S' TO WS-RUL-ENCONTRADO
           END-SEARCH.
           IF RUL-ENCONTRADO
               IF WS-CRO-PROMEDIO(CRO-I) < WS-RUL-PROMEDIO(RUL-I)
                   MOVE 'S' TO WS-RSG-POR-BAJA
                   MOVE WS-RUL-PROMEDIO(RUL-I) TO WS-RSG-PROM-ANT-ED
               END-IF
           ELSE
               IF WS-RUL-EXISTENTES < 400
                   ADD 1 TO WS-RUL-EXISTENTES
                   SET RUL-I TO WS-RUL-EXISTENTES
                   MOVE WS-CRO-CEDULA(CRO-I) TO WS-RUL-CEDULA(RUL-I)
                   MOVE WS-CUR-CODIGO(CUR-J) TO WS-RUL-CURSO(RUL-I)
                   MOVE 'S' TO WS-RUL-ENCONTRADO
               END-IF
           END-IF.
           IF RUL-ENCONTRADO
               MOVE WS-CRO-PROMEDIO(CRO-I) TO WS-RUL-PROMEDIO(RUL-I)
               MOVE WS-RSG-FECHA TO WS-RUL-FECHA(RUL-I)
           END-IF.
           IF RSG-POR-ASIS OR RSG-POR-PROM OR RSG-POR-BAJA
               PERFORM 0827-IMPRIMIR-ALUMNO-RIESGO
           END-IF.

       0825-END-EVALUAR-ALUMNO SECTION.

       0827-IMPRIMIR-ALUMNO-RIESGO SECTION.
           ADD 1 TO WS-RSG-MARCADOS.
           IF NOT RSG-CURSO-IMPRESO
               MOVE 'S' TO WS-RSG-CURSO-IMPRESO
               MOVE "-------------------------------------------"
                   TO WS-BOL-LINEA
               PERFORM 0830-ESCRIBIR-LINEA-RIESGO
               MOVE SPACES TO WS-BOL-LINEA
               STRING "CURSO " WS-CUR-CODIGO(CUR-J) " "
                   WS-CUR-NOMBRE(CUR-J)
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
               PERFORM 0830-ESCRIBIR-LINEA-RIESGO
               MOVE SPACES TO WS-BOL-LINEA
               STRING "PROFESOR " WS-CUR-PROFESOR(CUR-J)
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
               PERFORM 0830-ESCRIBIR-LINEA-RIESGO
           END-IF.
           MOVE WS-CRO-PROMEDIO(CRO-I) TO WS-RSG-PROM-ED.
           MOVE SPACES TO WS-BOL-LINEA.
           IF RSG-SIN-ASIS
               STRING "  " WS-CRO-CEDULA(CRO-I) " "
                   WS-NOMBRE(ALUM)(1:30) " PROM " WS-RSG-PROM-ED
                   " ASIST  --"
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
           ELSE
               MOVE WS-ASIS-PORC-CALC TO WS-ASIS-PORCENTAJE
               STRING "  " WS-CRO-CEDULA(CRO-I) " "
                   WS-NOMBRE(ALUM)(1:30) " PROM " WS-RSG-PROM-ED
                   " ASIST " WS-ASIS-PORCENTAJE "%"
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
           END-IF.
           PERFORM 0830-ESCRIBIR-LINEA-RIESGO.
           IF RSG-POR-ASIS
               MOVE SPACES TO WS-BOL-LINEA
               STRING "      - ASISTENCIA BAJO EL MINIMO DE "
                   WS-RSG-UMBRAL-ED "%"
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
               PERFORM 0830-ESCRIBIR-LINEA-RIESGO
           END-IF.
           IF RSG-POR-PROM
               MOVE SPACES TO WS-BOL-LINEA
               STRING "      - PROMEDIO BAJO EL MINIMO DE "
                   WS-RSG-MINIMO-ED
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
               PERFORM 0830-ESCRIBIR-LINEA-RIESGO
           END-IF.
           IF RSG-POR-BAJA
               MOVE SPACES TO WS-BOL-LINEA
               STRING "      - EL PROMEDIO BAJO DE " WS-RSG-PROM-ANT-ED
                   " A " WS-RSG-PROM-ED " DESDE LA CORRIDA ANTERIOR"
                   DELIMITED BY SIZE INTO WS-BOL-LINEA
               PERFORM 0830-ESCRIBIR-LINEA-RIESGO
           END-IF.

       0827-END-IMPRIMIR-ALUMNO-RIESGO SECTION.

       0830-ESCRIBIR-LINEA-RIESGO SECTION.
           DISPLAY WS-BOL-LINEA.
           MOVE WS-BOL-LINEA TO REG-RIESGO.
           WRITE REG-RIESGO.

       0830-END-ESCRIBIR-LINEA-RIESGO SECTION.

       0840-GRABAR-ULTIMA-CORRIDA SECTION.
           OPEN OUTPUT RIESGO-ULTIMO-FILE.
           PERFORM VARYING RUL-I FROM 1 BY 1
                   UNTIL RUL-I > WS-RUL-EXISTENTES
               MOVE WS-RUL-CEDULA(RUL-I)   TO REG-RUL-CEDULA
               MOVE WS-RUL-CURSO(RUL-I)    TO REG-RUL-CURSO
               MOVE WS-RUL-PROMEDIO(RUL-I) TO REG-RUL-PROMEDIO
               MOVE WS-RUL-FECHA(RUL-I)    TO REG-RUL-FECHA
               WRITE REG-RIESGO-ULTIMO
           END-PERFORM.
           CLOSE RIESGO-ULTIMO-FILE.
           MOVE "00" TO WS-RSG-FS.

       0840-END-GRABAR-ULTIMA-CORRIDA SECTION.

       0900-IMPORTAR-NOTAS-CURSO SECTION.
      *    CARGA LAS NOTAS QUE ENTREGA EL PROFESOR PARA UN CURSO
      *    (NOTAS-<CURSO>.DAT). CADA LINEA ACEPTADA SE GRABA COMO LA
      *    NUEVA MATRICULA VIGENTE DEL ALUMNO EN EL CURSO, CON EL
      *    PROMEDIO RECALCULADO (IGUAL QUE VOLVER A MATRICULARLO POR LA
      *    OPCION 3); LAS RECHAZADAS VAN CON SU MOTIVO A
      *    NOTAS-<CURSO>-RECH.DAT, QUE SE REESCRIBE EN CADA CORRIDA.
           DISPLAY "CODIGO DEL CURSO"
           ACCEPT WS-CUR-BUSCADO.
           PERFORM 0380-BUSCAR-CURSO.
           IF NOT CUR-ENCONTRADO
               DISPLAY "EL CURSO NO EXISTE EN EL CATALOGO"
           ELSE
               MOVE SPACES TO WS-NPR-NOMBRE WS-NRC-NOMBRE
               STRING "NOTAS-" DELIMITED BY SIZE
                      WS-CUR-BUSCADO DELIMITED BY SPACE
                      ".DAT" DELIMITED BY SIZE
                   INTO WS-NPR-NOMBRE
               STRING "NOTAS-" DELIMITED BY SIZE
                      WS-CUR-BUSCADO DELIMITED BY SPACE
                      "-RECH.DAT" DELIMITED BY SIZE
                   INTO WS-NRC-NOMBRE
               OPEN INPUT NOTAS-PROF-FILE
               IF WS-NPR-FS NOT = "00"
                   DISPLAY "NO EXISTE " WS-NPR-NOMBRE
               ELSE
                   PERFORM 0360-CARGAR-ROSTER-CURSO
                   MOVE 0 TO WS-NPR-LINEA WS-NPR-ACEPTADAS
                             WS-NPR-RECHAZADAS
                   OPEN OUTPUT NOTAS-RECH-FILE
                   PERFORM UNTIL WS-NPR-FS NOT = "00"
                       READ NOTAS-PROF-FILE
                           AT END
                               MOVE "10" TO WS-NPR-FS
                           NOT AT END
                               ADD 1 TO WS-NPR-LINEA
                               PERFORM 0910-VALIDAR-LINEA-NOTAS
                               IF WS-NPR-RAZON = SPACES
                                   PERFORM 0920-APLICAR-LINEA-NOTAS
                               ELSE
                                   PERFORM 0930-RECHAZAR-LINEA-NOTAS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NOTAS-PROF-FILE
                   CLOSE NOTAS-RECH-FILE
                   DISPLAY "NOTAS DEL CURSO " WS-CUR-BUSCADO ": "
                       WS-NPR-ACEPTADAS " ACEPTADAS, "
                       WS-NPR-RECHAZADAS " RECHAZADAS"
                   IF WS-NPR-RECHAZADAS > 0
                       DISPLAY "CORREGIR Y VOLVER A ENTREGAR: "
                           WS-NRC-NOMBRE
                   END-IF
               END-IF
               MOVE "00" TO WS-NPR-FS
               MOVE "00" TO WS-NRC-FS
           END-IF.

       0900-END-IMPORTAR-NOTAS-CURSO SECTION.

       0910-VALIDAR-LINEA-NOTAS SECTION.
      *    DEJA EN WS-NPR-RAZON EL PRIMER MOTIVO DE RECHAZO, O BLANCOS
      *    SI LA LINEA SE PUEDE APLICAR. EL ALUMNO DEBE SEGUIR EN LA
      *    NOMINA (LOS RETIRADOS SALEN DE LA TABLA, VER 0430) Y TENER
      *    MATRICULA VIGENTE EN EL CURSO; CADA NOTA VA DE 0 A 10 Y LOS
      *    PESOS DE LA LINEA DEBEN SUMAR WS-NPR-PESO-TOTAL.
           MOVE SPACES TO WS-NPR-RAZON.
           MOVE REG-NPR-CEDULA TO WS-BUSC-CED.
           IF REG-NPR-CEDULA = SPACES
               MOVE "CEDULA EN BLANCO" TO WS-NPR-RAZON
           END-IF.
           IF WS-NPR-RAZON = SPACES
               SET ALUM TO 1
               SEARCH WS-DATOS-ALUM
                   AT END
                       PERFORM 0940-BUSCAR-RETIRO
                       IF NPR-RETIRADO
                           MOVE "ALUMNO RETIRADO" TO WS-NPR-RAZON
                       ELSE
                           MOVE "ALUMNO NO EXISTE EN LA NOMINA"
                               TO WS-NPR-RAZON
                       END-IF
                   WHEN WS-CEDULA(ALUM) = WS-BUSC-CED
                       CONTINUE
               END-SEARCH
           END-IF.
           IF WS-NPR-RAZON = SPACES
               MOVE 'N' TO WS-CRO-ENCONTRADO
               PERFORM VARYING CRO-I FROM 1 BY 1
                       UNTIL CRO-I > WS-CRO-EXISTENTES
                   IF WS-CRO-CEDULA(CRO-I) = WS-BUSC-CED
                       MOVE 'S' TO WS-CRO-ENCONTRADO
                   END-IF
               END-PERFORM
               IF NOT CRO-ENCONTRADO
                   MOVE "ALUMNO NO MATRICULADO EN EL CURSO"
                       TO WS-NPR-RAZON
               END-IF
           END-IF.
           IF WS-NPR-RAZON = SPACES
               IF REG-NPR-NUM-NOTAS NOT NUMERIC
                   MOVE "NUMERO DE NOTAS FUERA DE RANGO"
                       TO WS-NPR-RAZON
               ELSE
                   IF REG-NPR-NUM-NOTAS < 1 OR REG-NPR-NUM-NOTAS > 6
                       MOVE "NUMERO DE NOTAS FUERA DE RANGO"
                           TO WS-NPR-RAZON
                   END-IF
               END-IF
           END-IF.
           IF WS-NPR-RAZON = SPACES
               MOVE 0 TO WS-SUMA-PESOS
               PERFORM VARYING WS-NPR-NIDX FROM 1 BY 1
                       UNTIL WS-NPR-NIDX > REG-NPR-NUM-NOTAS
                           OR WS-NPR-RAZON NOT = SPACES
                   IF REG-NPR-NOTA-VALOR(WS-NPR-NIDX) NOT NUMERIC
                       STRING "NOTA " DELIMITED BY SIZE
                               WS-NPR-NIDX DELIMITED BY SIZE
                               " FUERA DE RANGO" DELIMITED BY SIZE
                           INTO WS-NPR-RAZON
                   ELSE
                       IF REG-NPR-NOTA-VALOR(WS-NPR-NIDX) > 10
                           STRING "NOTA " DELIMITED BY SIZE
                                   WS-NPR-NIDX DELIMITED BY SIZE
                                   " FUERA DE RANGO" DELIMITED BY SIZE
                               INTO WS-NPR-RAZON
                       END-IF
                   END-IF
                   IF WS-NPR-RAZON = SPACES
                       IF REG-NPR-NOTA-PESO(WS-NPR-NIDX) NOT NUMERIC
                           STRING "PESO " DELIMITED BY SIZE
                                   WS-NPR-NIDX DELIMITED BY SIZE
                                   " NO VALIDO" DELIMITED BY SIZE
                               INTO WS-NPR-RAZON
                       ELSE
                           ADD REG-NPR-NOTA-PESO(WS-NPR-NIDX)
                               TO WS-SUMA-PESOS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-NPR-RAZON = SPACES
               IF WS-SUMA-PESOS NOT = WS-NPR-PESO-TOTAL
                   MOVE "LOS PESOS NO SUMAN 1,00" TO WS-NPR-RAZON
               END-IF
           END-IF.

       0910-END-VALIDAR-LINEA-NOTAS SECTION.

       0920-APLICAR-LINEA-NOTAS SECTION.
      *    NUEVA MATRICULA VIGENTE CON LAS NOTAS DEL PROFESOR (LAS
      *    POSICIONES SOBRANTES QUEDAN EN CERO, COMO EN 0335).
           INITIALIZE WS-MAT-REG.
           MOVE REG-NPR-CEDULA TO WS-MAT-CEDULA.
           MOVE WS-CUR-BUSCADO TO WS-MAT-CURSO.
           MOVE REG-NPR-NUM-NOTAS TO WS-MAT-NUM-NOTAS.
           PERFORM VARYING WS-NPR-NIDX FROM 1 BY 1
                   UNTIL WS-NPR-NIDX > WS-MAT-NUM-NOTAS
               MOVE REG-NPR-NOTA-VALOR(WS-NPR-NIDX)
                   TO WS-MAT-NOTA-VALOR(WS-NPR-NIDX)
               MOVE REG-NPR-NOTA-PESO(WS-NPR-NIDX)
                   TO WS-MAT-NOTA-PESO(WS-NPR-NIDX)
           END-PERFORM.
           PERFORM 0340-CALCULAR-PROMEDIO-MAT.
           PERFORM 0350-GRABAR-MATRICULA.
           ADD 1 TO WS-NPR-ACEPTADAS.
           DISPLAY "LINEA " WS-NPR-LINEA " CEDULA " WS-MAT-CEDULA
               " - PROMEDIO DEL CURSO: " WS-MAT-PROMEDIO.

       0920-END-APLICAR-LINEA-NOTAS SECTION.

       0930-RECHAZAR-LINEA-NOTAS SECTION.
           MOVE WS-NPR-RAZON TO REG-NPR-MOTIVO.
           MOVE REG-NOTAS-PROF TO REG-NOTAS-RECH.
           WRITE REG-NOTAS-RECH.
           ADD 1 TO WS-NPR-RECHAZADAS.
           DISPLAY "LINEA " WS-NPR-LINEA " CEDULA " REG-NPR-CEDULA
               " RECHAZADA: " WS-NPR-RAZON.

       0930-END-RECHAZAR-LINEA-NOTAS SECTION.

       0940-BUSCAR-RETIRO SECTION.
      *    LA CEDULA WS-BUSC-CED, QUE YA NO ESTA EN LA NOMINA, FIGURA
      *    EN RETIROS.DAT.
           MOVE 'N' TO WS-NPR-RETIRADO.
           OPEN INPUT RETIROS-FILE.
           IF WS-RET-FS = "00"
               PERFORM UNTIL WS-RET-FS NOT = "00"
                   READ RETIROS-FILE
                       AT END MOVE "10" TO WS-RET-FS
                       NOT AT END
                           IF REG-RET-CEDULA = WS-BUSC-CED
                               MOVE 'S' TO WS-NPR-RETIRADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETIROS-FILE
           END-IF.
           MOVE "00" TO WS-RET-FS.

       0940-END-BUSCAR-RETIRO SECTION.

       1250-ABRIR-EXCEPCIONES SECTION.
           OPEN EXTEND EXCEPCIONES-FILE.
                               TO WS-FECHA-MATRICULA(ALUM)
                           MOVE REG-PERIODO
                               TO WS-PERIODO(ALUM)
                           MOVE REG-REPR-CEDULA
                               TO WS-REPR-CEDULA(ALUM)
                           MOVE REG-REPR-NOMBRE
                               TO WS-REPR-NOMBRE(ALUM)
      *                    REGISTROS VIEJOS TRAEN BLANCOS EN LA BECA.
                           IF REG-BECA-PORC IS NUMERIC
                               MOVE REG-BECA-PORC
                                   TO WS-BECA-PORC(ALUM)
                           ELSE
                               MOVE 0 TO WS-BECA-PORC(ALUM)
                           END-IF
                           MOVE REG-BECA-MOTIVO
                               TO WS-BECA-MOTIVO(ALUM)
                           SET ALUM UP BY 1
                   END-READ
               END-PERFORM
                               TO WS-CUR-PROFESOR(CUR-I)
                           MOVE REG-CUR-CAPACIDAD
                               TO WS-CUR-CAPACIDAD(CUR-I)
                           PERFORM 1310-CARGAR-HORARIO
                           SET CUR-I UP BY 1
                   END-READ
               END-PERFORM

       1300-END-CARGAR-CURSOS SECTION.

       1310-CARGAR-HORARIO SECTION.
      *    CURSOS GRABADOS ANTES DEL HORARIO: QUEDAN SIN SESIONES.
           IF REG-CUR-NUM-SESIONES IS NOT NUMERIC OR
                   REG-CUR-NUM-SESIONES > 5
               MOVE 0 TO WS-CUR-NUM-SESIONES(CUR-I)
           ELSE
               MOVE REG-CUR-NUM-SESIONES TO WS-CUR-NUM-SESIONES(CUR-I)
               PERFORM VARYING SES-I FROM 1 BY 1
                       UNTIL SES-I > WS-CUR-NUM-SESIONES(CUR-I)
                   MOVE REG-CUR-SES-DIA(SES-I)
                       TO WS-CUR-SES-DIA(CUR-I,SES-I)
                   MOVE REG-CUR-SES-INICIO(SES-I)
                       TO WS-CUR-SES-INICIO(CUR-I,SES-I)
                   MOVE REG-CUR-SES-FIN(SES-I)
                       TO WS-CUR-SES-FIN(CUR-I,SES-I)
                   MOVE REG-CUR-SES-AULA(SES-I)
                       TO WS-CUR-SES-AULA(CUR-I,SES-I)
               END-PERFORM
           END-IF.

       1310-END-CARGAR-HORARIO SECTION.

       1400-CARGAR-CLIENTES SECTION.
      *    REQ 071 - MISMO PATRON DE CARGA QUE 1100-CARGAR-CLIENTES EN
      *    CALCULADORA/VSFACTU.
           MOVE 0 TO WS-CLI-EXISTENTES.
           MOVE 'N' TO WS-CLI-DESBORDE.
           OPEN INPUT CLIENTES-FILE.
           IF WS-CLI-FS = "35"
               MOVE "00" TO WS-CLI-FS
           ELSE
               PERFORM UNTIL WS-CLI-FS NOT = "00"
                   READ CLIENTES-FILE
                       AT END MOVE "10" TO WS-CLI-FS
                       NOT AT END
                           IF WS-CLI-EXISTENTES >= 5000
                               MOVE 'S' TO WS-CLI-DESBORDE
                               MOVE "10" TO WS-CLI-FS
                           ELSE
                               PERFORM 1405-TOMAR-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-FILE
           END-IF.
           IF CLI-DESBORDE
               DISPLAY "CLIENTES.DAT TIENE MAS DE 5000 REGISTROS - "
                   "NO SE REESCRIBIRA DESDE ESTE PROGRAMA"
           END-IF.
           MOVE "00" TO WS-CLI-FS.

       1400-END-CARGAR-CLIENTES SECTION.

       1405-TOMAR-CLIENTE SECTION.
           ADD 1 TO WS-CLI-EXISTENTES.
           SET CLI-I TO WS-CLI-EXISTENTES.
           MOVE REG-CLIENTE-CODE     TO WS-TCLI-CODE(CLI-I).
           MOVE REG-CLIENTE-NAME     TO WS-TCLI-NAME(CLI-I).
           MOVE REG-CLIENTE-LASTNAME TO WS-TCLI-LASTNAME(CLI-I).
           MOVE REG-CLIENTE-ADDRESS  TO WS-TCLI-ADDRESS(CLI-I).
           MOVE REG-CLIENTE-BALANCE  TO WS-TCLI-BALANCE(CLI-I).
           MOVE REG-CLIENTE-LIMITE-CREDITO
               TO WS-TCLI-LIMITE-CREDITO(CLI-I).
           MOVE REG-CLIENTE-ID-TIPO  TO WS-TCLI-ID-TIPO(CLI-I).
           MOVE REG-CLIENTE-ID-NUMERO
               TO WS-TCLI-ID-NUMERO(CLI-I).
           MOVE REG-CLIENTE-CATEGORIA
               TO WS-TCLI-CATEGORIA(CLI-I).
           PERFORM 1410-UBICAR-CLIENTE.

       1405-END-TOMAR-CLIENTE SECTION.

       1410-UBICAR-CLIENTE SECTION.
      *    EL CLIENTE RECIEN AGREGADO AL FINAL DE LA TABLA BAJA HASTA
      *    SU LUGAR POR CODIGO (MISMA MECANICA QUE EN CALCULADORA).
      *    DEJA CLI-I EN SU POSICION.
           SET CLI-I TO WS-CLI-EXISTENTES.
           MOVE WS-CLIENTE-REG(CLI-I) TO WS-CLI-TEMP.
           MOVE 'N' TO WS-CLI-UBICADO.
           PERFORM UNTIL CLI-I = 1 OR CLI-UBICADO
               IF WS-TCLI-CODE(CLI-I - 1) > WS-CLI-TEMP-CODE
                   MOVE WS-CLIENTE-REG(CLI-I - 1)
                       TO WS-CLIENTE-REG(CLI-I)
                   SET CLI-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-CLI-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-CLI-TEMP TO WS-CLIENTE-REG(CLI-I).

       1410-END-UBICAR-CLIENTE SECTION.

       1450-CARGAR-PENSION SECTION.
      *    REQ 071 - MONTO CONFIGURABLE DE LA PENSION; SIN ARCHIVO O
      *    EN CERO, LA MATRICULA NO COBRA NADA (IGUAL QUE ANTES).
               MOVE WS-TCLI-BALANCE(CLI-I)  TO REG-CLIENTE-BALANCE
               MOVE WS-TCLI-LIMITE-CREDITO(CLI-I)
                   TO REG-CLIENTE-LIMITE-CREDITO
               MOVE WS-TCLI-ID-TIPO(CLI-I) TO REG-CLIENTE-ID-TIPO
               MOVE WS-TCLI-ID-NUMERO(CLI-I) TO REG-CLIENTE-ID-NUMERO
               MOVE WS-TCLI-CATEGORIA(CLI-I) TO REG-CLIENTE-CATEGORIA
               WRITE REG-CLIENTE
           END-PERFORM.
           CLOSE CLIENTES-FILE.
       9600-END-REGISTRAR-MOVIMIENTO SECTION.

       9700-COBRAR-PENSION SECTION.
      *    PENSION DEL MES EN CURSO DEL ALUMNO RECIEN MATRICULADO (ALUM
      *    YA APUNTA A EL), MENOS SU BECA, DEBITADA A LA CUENTA DE
      *    CLIENTE DE SU REPRESENTANTE (O A LA SUYA SI NO TIENE). EL
      *    MES QUEDA EN PENSIONES.DAT PARA QUE LA CORRIDA MENSUAL
      *    (COBRO-PENSIONES) NO LO VUELVA A COBRAR. LOS MESES
      *    SIGUIENTES LOS COBRA ESA CORRIDA.
      *    CLIENTES.DAT SE BLOQUEA Y SE VUELVE A CARGAR ANTES DE
      *    MIRAR PENSIONES.DAT, PARA PARTIR DE LO QUE HAYAN GRABADO
      *    VSFACTU O LA CORRIDA MENSUAL MIENTRAS EVALU2 ESTABA ABIERTO.
      *    SI OTRO LO TIENE, EL MES QUEDA SIN COBRAR Y LO COBRA LA
      *    CORRIDA MENSUAL.
           IF WS-PENSION-MONTO = 0
               DISPLAY "PENSION NO CONFIGURADA (PENSION.PAR) - NO SE "
                   "GENERA CARGO"
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PCO-MES
               MOVE 'T' TO WS-BLQ-ACCION
               MOVE "CLIENTES.DAT" TO WS-BLQ-ARCHIVO
               PERFORM 0050-BLOQUEO-MAESTRO
               IF NOT BLQ-CONCEDIDO
                   DISPLAY "CLIENTES.DAT EN USO - LA PENSION DE "
                       WS-PCO-MES " QUEDA PARA EL COBRO MENSUAL"
               ELSE
                   PERFORM 1400-CARGAR-CLIENTES
                   PERFORM 9710-BUSCAR-COBRO-MES
                   IF PCO-COBRADA
                       DISPLAY "LA PENSION DE " WS-PCO-MES " YA ESTA "
                           "COBRADA - NO SE GENERA OTRO CARGO"
                   ELSE
                       PERFORM 9720-DEBITAR-PENSION
                   END-IF
                   MOVE 'L' TO WS-BLQ-ACCION
                   MOVE "CLIENTES.DAT" TO WS-BLQ-ARCHIVO
                   PERFORM 0050-BLOQUEO-MAESTRO
               END-IF
           END-IF.

       9700-END-COBRAR-PENSION SECTION.

       9710-BUSCAR-COBRO-MES SECTION.
           MOVE 'N' TO WS-PCO-COBRADA.
           OPEN INPUT PENSIONES-FILE.
           IF WS-PCO-FS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-PCO-FS NOT = "00"
                   READ PENSIONES-FILE
                       AT END MOVE "10" TO WS-PCO-FS
                       NOT AT END
                           IF REG-PCO-CEDULA = WS-CEDULA(ALUM) AND
                                   REG-PCO-MES = WS-PCO-MES
                               MOVE 'S' TO WS-PCO-COBRADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENSIONES-FILE
           END-IF.
           MOVE "00" TO WS-PCO-FS.

       9710-END-BUSCAR-COBRO-MES SECTION.

       9720-DEBITAR-PENSION SECTION.
      *    SI LA CEDULA QUE PAGA NO ESTA EN CLIENTES.DAT SE CREA EL
      *    CLIENTE CON BALANCE CERO Y SIN LIMITE DE CREDITO (LA PENSION
      *    PUEDE DEJARLO EN NEGATIVO: ES UNA CUENTA POR COBRAR, NO UN
      *    SOBREGIRO VOLUNTARIO).
           COMPUTE WS-PCO-BECA-MONTO ROUNDED =
               WS-PENSION-MONTO * WS-BECA-PORC(ALUM) / 100.
           COMPUTE WS-PCO-NETO = WS-PENSION-MONTO - WS-PCO-BECA-MONTO.
           IF WS-REPR-CEDULA(ALUM) = SPACES
               MOVE WS-CEDULA(ALUM) TO WS-PCO-CLIENTE
           ELSE
               MOVE WS-REPR-CEDULA(ALUM) TO WS-PCO-CLIENTE
           END-IF.
           IF WS-PCO-NETO = 0
               PERFORM 9730-GRABAR-COBRO
               DISPLAY "ALUMNO CON BECA COMPLETA - PENSION DE "
                   WS-PCO-MES " SIN CARGO"
           ELSE
               MOVE 'N' TO WS-CLI-ENCONTRADO
               SET CLI-I TO 1
               SEARCH ALL WS-CLIENTE-REG
                   AT END
                       CONTINUE
                   WHEN WS-TCLI-CODE(CLI-I) = WS-PCO-CLIENTE
                       MOVE 'S' TO WS-CLI-ENCONTRADO
               END-SEARCH
               IF CLI-DESBORDE OR (NOT CLI-ENCONTRADO AND
                       WS-CLI-EXISTENTES >= 5000)
                   DISPLAY "TABLA DE CLIENTES LLENA - NO SE PUDO "
                       "GENERAR EL CARGO DE PENSION"
               ELSE
                   IF NOT CLI-ENCONTRADO
                       ADD 1 TO WS-CLI-EXISTENTES
                       SET CLI-I TO WS-CLI-EXISTENTES
                       MOVE WS-PCO-CLIENTE TO WS-TCLI-CODE(CLI-I)
                       IF WS-REPR-CEDULA(ALUM) = SPACES
                           MOVE WS-NOMBRE(ALUM)(1:30)
                               TO WS-TCLI-NAME(CLI-I)
                       ELSE
                           MOVE WS-REPR-NOMBRE(ALUM)
                               TO WS-TCLI-NAME(CLI-I)
                       END-IF
                       MOVE SPACES TO WS-TCLI-LASTNAME(CLI-I)
                       MOVE SPACES TO WS-TCLI-ADDRESS(CLI-I)
                       MOVE 0 TO WS-TCLI-BALANCE(CLI-I)
                       MOVE 0 TO WS-TCLI-LIMITE-CREDITO(CLI-I)
      *                LA CEDULA DEL ALUMNO Y LA DEL REPRESENTANTE YA
      *                SE VALIDARON AL MATRICULAR: ES LA
      *                IDENTIFICACION DE COMPRADOR.
                       MOVE 'C' TO WS-TCLI-ID-TIPO(CLI-I)
                       MOVE WS-PCO-CLIENTE TO WS-TCLI-ID-NUMERO(CLI-I)
                       MOVE 'P' TO WS-TCLI-CATEGORIA(CLI-I)
                       PERFORM 1410-UBICAR-CLIENTE
                       DISPLAY "CLIENTE CREADO DESDE LA MATRICULA: "
                           WS-PCO-CLIENTE
                   END-IF
                   SUBTRACT WS-PCO-NETO FROM WS-TCLI-BALANCE(CLI-I)
      *            LA LINEA DE MOVIMIENTO SE ARMA ANTES DE 8300, QUE
      *            RECORRE LA TABLA CON EL MISMO INDICE CLI-I.
                   MOVE FUNCTION CURRENT-DATE TO WS-MOV-FECHA-HORA
                   MOVE WS-PCO-CLIENTE TO WS-MOV-CLI-CODE
                   MOVE "DEBITO" TO WS-MOV-TIPO
                   MOVE WS-PCO-NETO TO WS-MOV-MONTO
                   MOVE WS-TCLI-BALANCE(CLI-I) TO WS-MOV-SALDO
                   MOVE WS-OPERADOR-ID TO WS-MOV-OPER
                   MOVE SPACES TO WS-MOV-REF
                   STRING "P" WS-PCO-MES DELIMITED BY SIZE
                       INTO WS-MOV-REF
                   PERFORM 8300-GRABAR-CLIENTES
                   PERFORM 9600-REGISTRAR-MOVIMIENTO
                   PERFORM 9730-GRABAR-COBRO
                   DISPLAY "PENSION DE " WS-PCO-MES " CARGADA A LA "
                       "CUENTA DEL CLIENTE " WS-PCO-CLIENTE
               END-IF
           END-IF.

       9720-END-DEBITAR-PENSION SECTION.

       9730-GRABAR-COBRO SECTION.
           OPEN EXTEND PENSIONES-FILE.
           IF WS-PCO-FS = "35"
               OPEN OUTPUT PENSIONES-FILE
           END-IF.
           MOVE WS-PCO-MES TO REG-PCO-MES.
           MOVE WS-CEDULA(ALUM) TO REG-PCO-CEDULA.
           MOVE WS-PERIODO(ALUM) TO REG-PCO-PERIODO.
           MOVE WS-PCO-CLIENTE TO REG-PCO-CLI-CODE.
           MOVE WS-PENSION-MONTO TO REG-PCO-PENSION.
           MOVE WS-BECA-PORC(ALUM) TO REG-PCO-BECA-PORC.
           MOVE WS-PCO-BECA-MONTO TO REG-PCO-BECA-MONTO.
           MOVE WS-PCO-NETO TO REG-PCO-MONTO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO REG-PCO-FECHA.
           MOVE WS-OPERADOR-ID TO REG-PCO-OPER.
           WRITE REG-PENSION-COBRO.
           CLOSE PENSIONES-FILE.
           MOVE "00" TO WS-PCO-FS.

       9730-END-GRABAR-COBRO SECTION.

       8200-GRABAR-CURSOS SECTION.
      *    REQ 055 - SE REESCRIBE EL CATALOGO COMPLETO DESDE LA TABLA
               MOVE WS-CUR-NOMBRE(CUR-I)    TO REG-CUR-NOMBRE
               MOVE WS-CUR-PROFESOR(CUR-I)  TO REG-CUR-PROFESOR
               MOVE WS-CUR-CAPACIDAD(CUR-I) TO REG-CUR-CAPACIDAD
               MOVE WS-CUR-NUM-SESIONES(CUR-I) TO REG-CUR-NUM-SESIONES
               PERFORM VARYING SES-I FROM 1 BY 1 UNTIL SES-I > 5
                   MOVE WS-CUR-SES-DIA(CUR-I,SES-I)
                       TO REG-CUR-SES-DIA(SES-I)
                   MOVE WS-CUR-SES-INICIO(CUR-I,SES-I)
                       TO REG-CUR-SES-INICIO(SES-I)
                   MOVE WS-CUR-SES-FIN(CUR-I,SES-I)
                       TO REG-CUR-SES-FIN(SES-I)
                   MOVE WS-CUR-SES-AULA(CUR-I,SES-I)
                       TO REG-CUR-SES-AULA(SES-I)
               END-PERFORM
               WRITE REG-CURSO
           END-PERFORM.
           CLOSE CURSOS-FILE.
               MOVE WS-PROMEDIO(ALUM)     TO REG-PROMEDIO
               MOVE WS-FECHA-MATRICULA(ALUM) TO REG-FECHA-MATRICULA
               MOVE WS-PERIODO(ALUM)      TO REG-PERIODO
               MOVE WS-REPR-CEDULA(ALUM)  TO REG-REPR-CEDULA
               MOVE WS-REPR-NOMBRE(ALUM)  TO REG-REPR-NOMBRE
               MOVE WS-BECA-PORC(ALUM)    TO REG-BECA-PORC
               MOVE WS-BECA-MOTIVO(ALUM)  TO REG-BECA-MOTIVO
               WRITE REG-ALUMNO
           END-PERFORM.
           CLOSE ALUMNOS-FILE.
               IF ALUM-DATOS-VALIDOS
                   PERFORM 7000-VALIDAR-CEDULA
               END-IF
               IF ALUM-DATOS-VALIDOS
                   PERFORM 7100-VALIDAR-PERIODO
               END-IF
           END-PERFORM.
           PERFORM 2050-INGRESO-REPRESENTANTE.
           PERFORM 3000-CALCULOS-NOTAS.
      *    REQ 065 - EL ALUMNO ACEPTADO SE BAJA A DISCO DE INMEDIATO,
      *    NO SOLO AL SALIR EN 9999-GENERAL. DURANTE EL INGRESO

       2000-END-INGRESO-DATOS SECTION.

       2050-INGRESO-REPRESENTANTE SECTION.
      *    REPRESENTANTE QUE PAGA LA PENSION DEL ALUMNO EN ALUM: SU
      *    CEDULA ES LA CUENTA DE CLIENTE QUE SE DEBITA CADA MES. EN
      *    BLANCO, LA PENSION SE DEBITA AL PROPIO ALUMNO.
           MOVE 'N' TO WS-REPR-OK.
           PERFORM UNTIL REPR-OK
               DISPLAY "CEDULA DEL REPRESENTANTE QUE PAGA LA PENSION "
                   "(ENTER = EL MISMO ALUMNO)"
               MOVE SPACES TO WS-REPR-ENTRADA
               ACCEPT WS-REPR-ENTRADA
               IF WS-REPR-ENTRADA = SPACES
                   MOVE 'S' TO WS-REPR-OK
               ELSE
                   MOVE WS-REPR-ENTRADA TO WS-CEDEULA-ACEEPT
                   CALL "CIVALIDE-VALIDAR" USING WS-CEDEULA-ACEEPT
                       WS-CI-RESULTADO WS-CI-TIPO-DOC WS-CI-CALCULADO
                       WS-CI-DIGITO-INGRESADO WS-CI-PROV-OK
                       WS-CI-ESTABLECIMIENTO
                   IF CI-VALIDA
                       MOVE 'S' TO WS-REPR-OK
                   ELSE
                       DISPLAY "CEDULA DEL REPRESENTANTE INVALIDA"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-REPR-ENTRADA TO WS-REPR-CEDULA(ALUM).
           MOVE SPACES TO WS-REPR-NOMBRE(ALUM).
           IF WS-REPR-CEDULA(ALUM) NOT = SPACES
               PERFORM UNTIL WS-REPR-NOMBRE(ALUM) NOT = SPACES
                   DISPLAY "NOMBRE DEL REPRESENTANTE"
                   ACCEPT WS-REPR-NOMBRE(ALUM)
               END-PERFORM
           END-IF.
           PERFORM 2060-INGRESO-BECA.

       2050-END-INGRESO-REPRESENTANTE SECTION.

       2060-INGRESO-BECA SECTION.
      *    PORCENTAJE QUE SE DESCUENTA DE CADA PENSION MENSUAL.
           MOVE 999 TO WS-BECA-ENTRADA.
           PERFORM UNTIL WS-BECA-ENTRADA <= 100
               DISPLAY "PORCENTAJE DE BECA (0-100, ENTER = SIN BECA)"
               MOVE 0 TO WS-BECA-ENTRADA
               ACCEPT WS-BECA-ENTRADA
           END-PERFORM.
           MOVE WS-BECA-ENTRADA TO WS-BECA-PORC(ALUM).
           MOVE SPACES TO WS-BECA-MOTIVO(ALUM).
           IF WS-BECA-PORC(ALUM) > 0
               PERFORM UNTIL WS-BECA-MOTIVO(ALUM) NOT = SPACES
                   DISPLAY "MOTIVO DE LA BECA"
                   ACCEPT WS-BECA-MOTIVO(ALUM)
               END-PERFORM
           END-IF.

       2060-END-INGRESO-BECA SECTION.

       2100-INGRESO-NOTAS SECTION.
           MOVE 'S' TO WS-NOTA-OK.
           PERFORM VARYING NIDX FROM 1 BY 1
      *    ALUMNOS GRABADOS ANTES DE ESTOS CAMPOS).
           DISPLAY "PERIODO LECTIVO    : " WS-PERIODO(ALUM).
           DISPLAY "FECHA MATRICULA    : " WS-FECHA-MATRICULA(ALUM).
           IF WS-REPR-CEDULA(ALUM) NOT = SPACES
               DISPLAY "REPRESENTANTE      : " WS-REPR-CEDULA(ALUM)
                   " " WS-REPR-NOMBRE(ALUM)
           END-IF.
           IF WS-BECA-PORC(ALUM) > 0
               DISPLAY "BECA               : " WS-BECA-PORC(ALUM)
                   "% " WS-BECA-MOTIVO(ALUM)
           END-IF.
      *    REQ 041 - APROBADO/REPROBADO CONTRA EL PROMEDIO MINIMO
           IF WS-PROMEDIO(ALUM) >= WS-PROM-MINIMO
               MOVE "APROBADO " TO WS-ESTADO-ALUM

       7000-END-VALIDAR-CEDULA SECTION.

       7100-VALIDAR-PERIODO SECTION.
      *    UN PERIODO LECTIVO CERRADO QUEDA CONGELADO: NO SE MATRICULA
      *    A NADIE EN EL. MISMO CAMINO DE 9500 QUE LAS DEMAS
      *    VALIDACIONES.
           MOVE WS-PERIODO(ALUM) TO WS-CIE-BUSC-PERIODO.
           PERFORM 0720-BUSCAR-PERIODO-CERRADO.
           IF PERIODO-CERRADO
               MOVE "PERIODO LECTIVO YA CERRADO" TO WS-EXC-RAZON
               PERFORM 9500-LOG-EXCEPCION
           END-IF.

       7100-END-VALIDAR-PERIODO SECTION.

       4700-REPORTE-POR-MES SECTION.
      *    REQ 019 - MATRICULA AGRUPADA POR MES DE NACIMIENTO,
      *    REUTILIZANDO LA TABLA WS-MESES QUE YA EXISTE PARA IMPRIMIR
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-FECHA-MATRICULA(ALUM).
           MOVE REG-LOTE-PERIODO    TO WS-PERIODO(ALUM).
      *    EL LOTE NO TRAE REPRESENTANTE NI BECA: LA PENSION SE
      *    DEBITA AL PROPIO ALUMNO HASTA QUE SE REGISTREN (OPCION 12).
           MOVE SPACES TO WS-REPR-CEDULA(ALUM) WS-REPR-NOMBRE(ALUM)
                          WS-BECA-MOTIVO(ALUM).
           MOVE 0 TO WS-BECA-PORC(ALUM).
           PERFORM VARYING NIDX FROM 1 BY 1 UNTIL NIDX > 6
               MOVE REG-LOTE-NOTA-VALOR(NIDX)
                   TO WS-NOTA-VALOR(ALUM,NIDX)
                       IF ALUM-DATOS-VALIDOS
                           PERFORM 7000-VALIDAR-CEDULA
                       END-IF
                       IF ALUM-DATOS-VALIDOS
                           PERFORM 7100-VALIDAR-PERIODO
                       END-IF
                       IF ALUM-DATOS-VALIDOS
                           PERFORM 3000-CALCULOS-NOTAS
                       END-IF
                   IF ALUM-DATOS-VALIDOS
                       PERFORM 7000-VALIDAR-CEDULA
                   END-IF
                   IF ALUM-DATOS-VALIDOS
                       PERFORM 7100-VALIDAR-PERIODO
                   END-IF
               END-IF
               IF ALUM-DATOS-VALIDOS
                   PERFORM 2050-INGRESO-REPRESENTANTE
                   PERFORM 3000-CALCULOS-NOTAS
                   ADD 1 TO WS-OVF-INGRESADOS
      *            REQ 065 - EL ALUMNO REINGRESADO SE BAJA A DISCO DE
       9999-GENERAL SECTION.
            PERFORM 8000-GRABAR-ALUMNOS.
            CLOSE EXCEPCIONES-FILE.
            MOVE 'L' TO WS-BLQ-ACCION.
            MOVE "ALUMNOS.DAT" TO WS-BLQ-ARCHIVO.
            PERFORM 0050-BLOQUEO-MAESTRO.
      *    REQ 023 - GOBACK EN VEZ DE STOP RUN PARA QUE EVALU2 PUEDA
      *    SER LLAMADO DESDE EL MENU PRINCIPAL Y DEVOLVER EL CONTROL;
      *    SIGUE TERMINANDO EL PROCESO IGUAL QUE ANTES CUANDO SE

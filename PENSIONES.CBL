      ******************************************************************
      * Author:
      * Date:
      * Purpose: COBRO MENSUAL DE PENSIONES: DEBITA A LA CUENTA DEL
      *          REPRESENTANTE DE CADA ALUMNO ACTIVO LA PENSION DEL MES
      *          MENOS SU BECA (CARGO AL CLIENTE Y LISTADO)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRO-PENSIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    MONTO DE LA PENSION MENSUAL, EL MISMO QUE USA EVALU2 AL
      *    MATRICULAR. SIN ESTE ARCHIVO (O EN CERO) NO HAY CORRIDA.
           SELECT PENSION-FILE ASSIGN TO "PENSION.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEN-FS.
      *    ALUMNOS MATRICULADOS; SE LEE UNA SOLA VEZ, EN SECUENCIA.
           SELECT ALUMNOS-FILE ASSIGN TO "ALUMNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALU-FS.
      *    BAJAS ARCHIVADAS POR EVALU2; UN ALUMNO CON UNA BAJA
      *    POSTERIOR A SU MATRICULA NO SE COBRA.
           SELECT RETIROS-FILE ASSIGN TO "RETIROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FS.
      *    PENSIONES YA COBRADAS POR ALUMNO Y MES (VER PENREG.CPY). ES
      *    LO QUE HACE QUE REPETIR LA CORRIDA, O QUE EL ALUMNO SE HAYA
      *    MATRICULADO EN EL MISMO MES, NO VUELVA A COBRAR.
           SELECT PENSIONES-FILE ASSIGN TO "PENSIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCO-FS.
      *    EL CARGO BAJA EL BALANCE DEL REPRESENTANTE Y QUEDA EN
      *    MOVIMIENTOS.LOG COMO DEBITO, CON REFERENCIA P + AAAAMM.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-FS.
           SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-FS.
      *    LISTADO DE LA CORRIDA; CADA CORRIDA LO REEMPLAZA (EL
      *    HISTORICO ESTA EN PENSIONES.DAT).
           SELECT REPORTE-FILE ASSIGN TO "PENSIONES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------
       FD  PENSION-FILE.
       01  REG-PENSION                PIC 9(9)V99.
      *-----------------------
       FD  ALUMNOS-FILE.
           COPY ALUMREG.
      *-----------------------
      *    MISMO LAYOUT QUE REG-RETIRO EN EVALU2; SOLO SE USAN LA
      *    CEDULA Y LA FECHA DE LA BAJA.
       FD  RETIROS-FILE.
       01  REG-RETIRO.
           05 REG-RET-CEDULA          PIC X(10).
           05 FILLER                  PIC X(110).
           05 REG-RET-FECHA-RETIRO    PIC X(26).
           05 FILLER                  PIC X(123).
      *-----------------------
       FD  PENSIONES-FILE.
           COPY PENREG.
      *-----------------------
       FD  CLIENTES-FILE.
           COPY CLIREG.
      *-----------------------
       FD  MOVIMIENTOS-FILE.
       01  REG-MOVIMIENTO             PIC X(130).
      *-----------------------
       FD  REPORTE-FILE.
       01  REG-REPORTE                PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY OPERADOR.
      *    EN MODO LOTE SE COBRA EL MES EN CURSO DE TODOS LOS PERIODOS
      *    SIN NINGUN ACCEPT (VER LOTEFEC.CPY).
       COPY LOTEFEC.
      *    LAYOUT COMPARTIDO DE LINEA DE MOVIMIENTO (VER MOVLIN.CPY)
       COPY MOVLIN.
      *    CLIENTES.DAT SE REESCRIBE COMPLETO: SE BLOQUEA ANTES DE
      *    CARGARLO Y SE SUELTA AL SALIR (VER BLOQPAR.CPY).
       COPY BLOQPAR.
       01  WS-PCO-BLQ-CLI             PIC X       VALUE 'N'.
           88 PCO-BLQ-CLI-TOMADO             VALUE 'S'.
       01  WS-PEN-FS                  PIC XX      VALUE "00".
       01  WS-ALU-FS                  PIC XX      VALUE "00".
       01  WS-RET-FS                  PIC XX      VALUE "00".
       01  WS-PCO-FS                  PIC XX      VALUE "00".
       01  WS-CLI-FS                  PIC XX      VALUE "00".
       01  WS-MOV-FS                  PIC XX      VALUE "00".
       01  WS-RPT-FS                  PIC XX      VALUE "00".
       01  WS-RPT-LINEA               PIC X(80).
      *    PARAMETROS DE LA CORRIDA
      *---------------------------------------------------------------
       01  WS-PENSION-MONTO           PIC 9(9)V99 VALUE 0.
       01  WS-PCO-MES                 PIC X(06)   VALUE SPACES.
       01  WS-PCO-MES-ENTRADA         PIC X(06)   VALUE SPACES.
       01  WS-PCO-MES-NUM REDEFINES WS-PCO-MES-ENTRADA PIC 9(06).
       01  WS-PCO-PERIODO             PIC X(06)   VALUE SPACES.
       01  WS-PCO-CONFIRMA            PIC X       VALUE SPACE.
       01  WS-PCO-MES-OK              PIC X       VALUE 'N'.
           88 PCO-MES-OK                     VALUE 'S'.
      *    BAJAS DE RETIROS.DAT (CEDULA Y FECHA AAAAMMDD DE LA BAJA)
      *---------------------------------------------------------------
       01  WS-PRET-TABLA.
           05 WS-PRET-REG OCCURS 500 TIMES INDEXED BY PRET-I.
               10 WS-PRET-CEDULA      PIC X(10).
               10 WS-PRET-FECHA       PIC X(08).
       01  WS-PRET-EXISTENTES         PIC 9(03)   VALUE 0.
      *    ALUMNOS CON LA PENSION DEL MES YA COBRADA EN PENSIONES.DAT
      *---------------------------------------------------------------
       01  WS-PCOB-TABLA.
           05 WS-PCOB-REG OCCURS 500 TIMES INDEXED BY PCOB-I.
               10 WS-PCOB-CEDULA      PIC X(10).
       01  WS-PCOB-EXISTENTES         PIC 9(03)   VALUE 0.
      *    MAESTRO DE CLIENTES: EL REGISTRO COMPLETO SE GUARDA TAL CUAL
      *    Y SOLO SE TOCA EL BALANCE AL REESCRIBIRLO (IGUAL QUE
      *    INTERES-MORA). LOS REPRESENTANTES QUE NO SON CLIENTES SE
      *    AGREGAN A LA TABLA EN SU LUGAR POR CODIGO.
      *---------------------------------------------------------------
      *    LA TABLA SE MANTIENE ORDENADA POR CODIGO (1520) PARA
      *    BUSCAR CON SEARCH ALL.
       01  WS-MCLI-TABLA.
           05 WS-MCLI-REG OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-MCLI-EXISTENTES
                          ASCENDING KEY IS WS-MCLI-CODE
                          INDEXED BY MCLI-I.
               10 WS-MCLI-REGISTRO    PIC X(149).
               10 WS-MCLI-CODE        PIC X(10).
               10 WS-MCLI-BALANCE     PIC S9(11)V99.
       01  WS-MCLI-EXISTENTES         PIC 9(05)   VALUE 0.
       01  WS-MCLI-TEMP.
           05 FILLER                  PIC X(149).
           05 WS-MCLI-TEMP-CODE       PIC X(10).
           05 FILLER                  PIC X(13).
       01  WS-MCLI-UBICADO            PIC X       VALUE 'N'.
           88 MCLI-UBICADO                   VALUE 'S'.
      *    SI EL MAESTRO TRAE MAS CLIENTES QUE LA TABLA NO SE PUEDE
      *    REESCRIBIR SIN PERDER LOS DE MAS: LA CORRIDA NO SE HACE.
       01  WS-MCLI-TABLA-LLENA        PIC X       VALUE 'N'.
           88 MCLI-TABLA-LLENA               VALUE 'S'.
       01  WS-MCLI-ENCONTRADO         PIC X       VALUE 'N'.
           88 MCLI-ENCONTRADO                VALUE 'S'.
      *    CALCULO DEL CARGO
      *---------------------------------------------------------------
       01  WS-PCO-CLIENTE             PIC X(10).
       01  WS-PCO-BECA-MONTO          PIC 9(9)V99 VALUE 0.
       01  WS-PCO-NETO                PIC 9(9)V99 VALUE 0.
       01  WS-PCO-OMITIR              PIC X       VALUE 'N'.
           88 PCO-OMITIR                     VALUE 'S'.
       01  WS-PCO-CANT                PIC 9(05)   VALUE 0.
       01  WS-PCO-BECA-COMPLETA       PIC 9(05)   VALUE 0.
       01  WS-PCO-YA-COBRADOS         PIC 9(05)   VALUE 0.
       01  WS-PCO-RETIRADOS           PIC 9(05)   VALUE 0.
       01  WS-PCO-SIN-CLIENTE         PIC 9(05)   VALUE 0.
       01  WS-PCO-TOTAL               PIC 9(11)V99 VALUE 0.
       01  WS-PCO-TOTAL-BECAS         PIC 9(11)V99 VALUE 0.
       01  WS-RPT-DET-LINEA.
           05 WS-RPD-CEDULA           PIC X(10).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPD-NOMBRE           PIC X(20).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPD-CLIENTE          PIC X(10).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPD-PENSION          PIC ZZ.ZZ9,99.
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPD-BECA-PORC        PIC ZZ9.
           05 FILLER                  PIC X(02)   VALUE "% ".
           05 WS-RPD-NETO             PIC ZZ.ZZ9,99.
      *    FORMATEO DE MONTOS COMPARTIDO
       01  WS-MONTO-FMT               PIC S9(9)V99.
       01  WS-TEXTO-FMT               PIC X(20).
      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
       0000-MAIN-PROCEDURE SECTION.
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           MOVE 0 TO WS-PCO-CANT WS-PCO-BECA-COMPLETA
                     WS-PCO-YA-COBRADOS WS-PCO-RETIRADOS
                     WS-PCO-SIN-CLIENTE WS-PCO-TOTAL
                     WS-PCO-TOTAL-BECAS.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PCO-MES.
           MOVE SPACES TO WS-PCO-PERIODO.
           PERFORM 0500-LEER-PENSION.
           IF WS-PENSION-MONTO = 0
               DISPLAY "PENSION NO CONFIGURADA (PENSION.PAR) - NO SE "
                   "GENERA NINGUN CARGO"
               GO TO 0000-SALIR
           END-IF.
           IF NOT MODO-LOTE
               PERFORM 0600-PEDIR-PARAMETROS
               DISPLAY "COBRAR LA PENSION DEL MES " WS-PCO-MES
                   " (S/N)"
               MOVE SPACE TO WS-PCO-CONFIRMA
               ACCEPT WS-PCO-CONFIRMA
               IF WS-PCO-CONFIRMA NOT = 'S' AND
                       WS-PCO-CONFIRMA NOT = 's'
                   DISPLAY "CORRIDA CANCELADA - NO SE GENERO NINGUN "
                       "CARGO"
                   GO TO 0000-SALIR
               END-IF
           END-IF.
           PERFORM 1000-CARGAR-RETIROS.
           PERFORM 1100-CARGAR-COBRADOS.
           MOVE "CLIENTES.DAT" TO WS-BLQ-ARCHIVO.
           PERFORM 0700-PEDIR-BLOQUEO.
           IF NOT BLQ-CONCEDIDO
               DISPLAY "CLIENTES.DAT EN USO - NO SE GENERO NINGUN "
                   "CARGO"
               GO TO 0000-SALIR
           END-IF.
           MOVE 'S' TO WS-PCO-BLQ-CLI.
           PERFORM 1500-CARGAR-CLIENTES.
           IF MCLI-TABLA-LLENA
               DISPLAY "CLIENTES.DAT TIENE MAS DE 5000 REGISTROS - NO "
                   "SE PUEDEN GENERAR CARGOS SIN PERDER CLIENTES"
               GO TO 0000-SALIR
           END-IF.
           PERFORM 2000-GENERAR-CARGOS.
           PERFORM 8000-GRABAR-CLIENTES.
           DISPLAY "PENSIONES COBRADAS    : " WS-PCO-CANT.
           MOVE WS-PCO-TOTAL TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "TOTAL CARGADO         : " WS-TEXTO-FMT.
           MOVE WS-PCO-TOTAL-BECAS TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "TOTAL DESCONTADO BECAS: " WS-TEXTO-FMT.
           IF WS-PCO-BECA-COMPLETA > 0
               DISPLAY "CON BECA COMPLETA     : " WS-PCO-BECA-COMPLETA
           END-IF.
           IF WS-PCO-YA-COBRADOS > 0
               DISPLAY "YA COBRADOS ESTE MES  : " WS-PCO-YA-COBRADOS
           END-IF.
           IF WS-PCO-RETIRADOS > 0
               DISPLAY "RETIRADOS (SIN CARGO) : " WS-PCO-RETIRADOS
           END-IF.
           IF WS-PCO-SIN-CLIENTE > 0
               DISPLAY "SIN CUENTA (TABLA DE CLIENTES LLENA): "
                   WS-PCO-SIN-CLIENTE
           END-IF.
           DISPLAY "LISTADO EN PENSIONES.RPT".

       0000-SALIR.
           IF PCO-BLQ-CLI-TOMADO
               MOVE "CLIENTES.DAT" TO WS-BLQ-ARCHIVO
               PERFORM 0750-SOLTAR-BLOQUEO
               MOVE 'N' TO WS-PCO-BLQ-CLI
           END-IF.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       0500-LEER-PENSION SECTION.
           MOVE 0 TO WS-PENSION-MONTO.
           OPEN INPUT PENSION-FILE.
           IF WS-PEN-FS = "35"
               MOVE "00" TO WS-PEN-FS
           ELSE
               READ PENSION-FILE
                   AT END MOVE "10" TO WS-PEN-FS
                   NOT AT END
                       IF REG-PENSION IS NUMERIC
                           MOVE REG-PENSION TO WS-PENSION-MONTO
                       END-IF
               END-READ
               CLOSE PENSION-FILE
           END-IF.
           MOVE "00" TO WS-PEN-FS.

       0500-END-LEER-PENSION SECTION.

       0600-PEDIR-PARAMETROS SECTION.
      *    ENTER EN CADA PREGUNTA TOMA EL VALOR POR DEFECTO: EL MES EN
      *    CURSO Y TODOS LOS PERIODOS LECTIVOS.
           DISPLAY "*******************************************".
           DISPLAY "COBRO MENSUAL DE PENSIONES".
           DISPLAY "*******************************************".
           MOVE WS-PENSION-MONTO TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "PENSION MENSUAL VIGENTE: " WS-TEXTO-FMT.
           MOVE 'N' TO WS-PCO-MES-OK.
           PERFORM UNTIL PCO-MES-OK
               DISPLAY "MES A COBRAR AAAAMM (ENTER = " WS-PCO-MES
                   "): " WITH NO ADVANCING
               MOVE SPACES TO WS-PCO-MES-ENTRADA
               ACCEPT WS-PCO-MES-ENTRADA
               IF WS-PCO-MES-ENTRADA = SPACES
                   MOVE 'S' TO WS-PCO-MES-OK
               ELSE
                   IF WS-PCO-MES-ENTRADA IS NUMERIC AND
                           WS-PCO-MES-ENTRADA(5:2) >= "01" AND
                           WS-PCO-MES-ENTRADA(5:2) <= "12" AND
                           WS-PCO-MES-NUM > 190000
                       MOVE WS-PCO-MES-ENTRADA TO WS-PCO-MES
                       MOVE 'S' TO WS-PCO-MES-OK
                   ELSE
                       DISPLAY "MES INVALIDO"
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "PERIODO LECTIVO (ENTER = TODOS): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-PCO-PERIODO.
           ACCEPT WS-PCO-PERIODO.

       0600-END-PEDIR-PARAMETROS SECTION.

       0700-PEDIR-BLOQUEO SECTION.
           MOVE 'T' TO WS-BLQ-ACCION.
           MOVE "COBRO-PENSIONES" TO WS-BLQ-PROGRAMA.
           CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION WS-BLQ-ARCHIVO
               WS-BLQ-PROGRAMA WS-BLQ-RESULTADO WS-BLQ-DUENO.

       0700-END-PEDIR-BLOQUEO SECTION.

       0750-SOLTAR-BLOQUEO SECTION.
           MOVE 'L' TO WS-BLQ-ACCION.
           MOVE "COBRO-PENSIONES" TO WS-BLQ-PROGRAMA.
           CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION WS-BLQ-ARCHIVO
               WS-BLQ-PROGRAMA WS-BLQ-RESULTADO WS-BLQ-DUENO.

       0750-END-SOLTAR-BLOQUEO SECTION.

       1000-CARGAR-RETIROS SECTION.
           INITIALIZE WS-PRET-TABLA.
           MOVE 0 TO WS-PRET-EXISTENTES.
           OPEN INPUT RETIROS-FILE.
           IF WS-RET-FS = "35"
               MOVE "00" TO WS-RET-FS
           ELSE
               PERFORM UNTIL WS-RET-FS NOT = "00"
                   MOVE SPACES TO REG-RETIRO
                   READ RETIROS-FILE
                       AT END MOVE "10" TO WS-RET-FS
                       NOT AT END
                           IF WS-PRET-EXISTENTES < 500
                               ADD 1 TO WS-PRET-EXISTENTES
                               SET PRET-I TO WS-PRET-EXISTENTES
                               MOVE REG-RET-CEDULA
                                   TO WS-PRET-CEDULA(PRET-I)
                               MOVE REG-RET-FECHA-RETIRO(1:8)
                                   TO WS-PRET-FECHA(PRET-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETIROS-FILE
           END-IF.
           MOVE "00" TO WS-RET-FS.

       1000-END-CARGAR-RETIROS SECTION.

       1100-CARGAR-COBRADOS SECTION.
           INITIALIZE WS-PCOB-TABLA.
           MOVE 0 TO WS-PCOB-EXISTENTES.
           OPEN INPUT PENSIONES-FILE.
           IF WS-PCO-FS = "35"
               MOVE "00" TO WS-PCO-FS
           ELSE
               PERFORM UNTIL WS-PCO-FS NOT = "00"
                   READ PENSIONES-FILE
                       AT END MOVE "10" TO WS-PCO-FS
                       NOT AT END
                           IF REG-PCO-MES = WS-PCO-MES AND
                                   WS-PCOB-EXISTENTES < 500
                               ADD 1 TO WS-PCOB-EXISTENTES
                               SET PCOB-I TO WS-PCOB-EXISTENTES
                               MOVE REG-PCO-CEDULA
                                   TO WS-PCOB-CEDULA(PCOB-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENSIONES-FILE
           END-IF.
           MOVE "00" TO WS-PCO-FS.

       1100-END-CARGAR-COBRADOS SECTION.

       1500-CARGAR-CLIENTES SECTION.
           INITIALIZE WS-MCLI-TABLA.
           MOVE 0 TO WS-MCLI-EXISTENTES.
           MOVE 'N' TO WS-MCLI-TABLA-LLENA.
           OPEN INPUT CLIENTES-FILE.
           IF WS-CLI-FS = "35"
               MOVE "00" TO WS-CLI-FS
           ELSE
               PERFORM UNTIL WS-CLI-FS NOT = "00"
                       OR MCLI-TABLA-LLENA
                   MOVE SPACES TO REG-CLIENTE
                   READ CLIENTES-FILE
                       AT END MOVE "10" TO WS-CLI-FS
                       NOT AT END
                           PERFORM 1510-AGREGAR-CLIENTE
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-FILE
           END-IF.
           MOVE "00" TO WS-CLI-FS.

       1500-END-CARGAR-CLIENTES SECTION.

       1510-AGREGAR-CLIENTE SECTION.
           IF WS-MCLI-EXISTENTES = 5000
               MOVE 'S' TO WS-MCLI-TABLA-LLENA
           ELSE
               ADD 1 TO WS-MCLI-EXISTENTES
               SET MCLI-I TO WS-MCLI-EXISTENTES
               MOVE REG-CLIENTE TO WS-MCLI-REGISTRO(MCLI-I)
               MOVE REG-CLIENTE-CODE TO WS-MCLI-CODE(MCLI-I)
               MOVE REG-CLIENTE-BALANCE TO WS-MCLI-BALANCE(MCLI-I)
               PERFORM 1520-UBICAR-CLIENTE
           END-IF.

       1510-END-AGREGAR-CLIENTE SECTION.

       1520-UBICAR-CLIENTE SECTION.
      *    EL CLIENTE RECIEN AGREGADO AL FINAL DE LA TABLA BAJA HASTA
      *    SU LUGAR POR CODIGO; SI CLIENTES.DAT YA VIENE ORDENADO NO SE
      *    MUEVE NADA. DEJA MCLI-I EN SU POSICION.
           MOVE WS-MCLI-REG(MCLI-I) TO WS-MCLI-TEMP.
           MOVE 'N' TO WS-MCLI-UBICADO.
           PERFORM UNTIL MCLI-I = 1 OR MCLI-UBICADO
               IF WS-MCLI-CODE(MCLI-I - 1) > WS-MCLI-TEMP-CODE
                   MOVE WS-MCLI-REG(MCLI-I - 1) TO WS-MCLI-REG(MCLI-I)
                   SET MCLI-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-MCLI-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-MCLI-TEMP TO WS-MCLI-REG(MCLI-I).

       1520-END-UBICAR-CLIENTE SECTION.

       2000-GENERAR-CARGOS SECTION.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO WS-RPT-LINEA.
           IF WS-PCO-PERIODO = SPACES
               STRING "COBRO DE PENSIONES - MES " WS-PCO-MES
                   " - TODOS LOS PERIODOS"
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
           ELSE
               STRING "COBRO DE PENSIONES - MES " WS-PCO-MES
                   " - PERIODO " WS-PCO-PERIODO
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "CEDULA     ALUMNO               CLIENTE      PENSION"
               TO WS-RPT-LINEA.
           MOVE "BECA      NETO" TO WS-RPT-LINEA(56:14).
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE ALL "-" TO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.
           OPEN INPUT ALUMNOS-FILE.
           IF WS-ALU-FS = "35"
               MOVE "00" TO WS-ALU-FS
           ELSE
               PERFORM UNTIL WS-ALU-FS NOT = "00"
                   MOVE SPACES TO REG-ALUMNO
                   READ ALUMNOS-FILE
                       AT END MOVE "10" TO WS-ALU-FS
                       NOT AT END
                           PERFORM 2100-EVALUAR-ALUMNO
                   END-READ
               END-PERFORM
               CLOSE ALUMNOS-FILE
           END-IF.
           MOVE "00" TO WS-ALU-FS.
           MOVE ALL "-" TO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE WS-PCO-TOTAL TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "PENSIONES COBRADAS: " WS-PCO-CANT
               "   TOTAL: " WS-TEXTO-FMT
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.
           CLOSE REPORTE-FILE.
           MOVE "00" TO WS-RPT-FS.

       2000-END-GENERAR-CARGOS SECTION.

       2100-EVALUAR-ALUMNO SECTION.
           IF REG-CEDULA = SPACES
               GO TO 2100-SALIR
           END-IF.
           IF WS-PCO-PERIODO NOT = SPACES AND
                   REG-PERIODO NOT = WS-PCO-PERIODO
               GO TO 2100-SALIR
           END-IF.
      *    MATRICULADO DESPUES DEL MES QUE SE COBRA: TODAVIA NO DEBE.
           IF REG-FECHA-MATRICULA NOT = SPACES AND
                   REG-FECHA-MATRICULA(1:6) > WS-PCO-MES
               GO TO 2100-SALIR
           END-IF.
           PERFORM 2200-VERIFICAR-RETIRO.
           IF PCO-OMITIR
               ADD 1 TO WS-PCO-RETIRADOS
               GO TO 2100-SALIR
           END-IF.
           SET PCOB-I TO 1.
           SEARCH WS-PCOB-REG
               AT END
                   CONTINUE
               WHEN WS-PCOB-CEDULA(PCOB-I) = REG-CEDULA
                   ADD 1 TO WS-PCO-YA-COBRADOS
                   GO TO 2100-SALIR
           END-SEARCH.
           IF REG-BECA-PORC IS NOT NUMERIC
               MOVE 0 TO REG-BECA-PORC
           END-IF.
           IF REG-BECA-PORC > 100
               MOVE 100 TO REG-BECA-PORC
           END-IF.
           COMPUTE WS-PCO-BECA-MONTO ROUNDED =
               WS-PENSION-MONTO * REG-BECA-PORC / 100.
           COMPUTE WS-PCO-NETO = WS-PENSION-MONTO - WS-PCO-BECA-MONTO.
           IF REG-REPR-CEDULA = SPACES
               MOVE REG-CEDULA TO WS-PCO-CLIENTE
           ELSE
               MOVE REG-REPR-CEDULA TO WS-PCO-CLIENTE
           END-IF.
      *    BECA COMPLETA: EL MES QUEDA REGISTRADO EN CERO, SIN
      *    MOVIMIENTO NI CAMBIO DE BALANCE.
           IF WS-PCO-NETO = 0
               ADD 1 TO WS-PCO-BECA-COMPLETA
               PERFORM 2400-GRABAR-COBRO
               GO TO 2100-SALIR
           END-IF.
           PERFORM 2300-BUSCAR-CLIENTE.
           IF NOT MCLI-ENCONTRADO
               ADD 1 TO WS-PCO-SIN-CLIENTE
               GO TO 2100-SALIR
           END-IF.
           PERFORM 2500-APLICAR-CARGO.

       2100-SALIR.
           EXIT.

       2100-END-EVALUAR-ALUMNO SECTION.

       2200-VERIFICAR-RETIRO SECTION.
      *    UNA BAJA ANTERIOR A LA MATRICULA VIGENTE ES DE UN ALUMNO QUE
      *    VOLVIO A MATRICULARSE: ESE SI SE COBRA.
           MOVE 'N' TO WS-PCO-OMITIR.
           PERFORM VARYING PRET-I FROM 1 BY 1
                   UNTIL PRET-I > WS-PRET-EXISTENTES OR PCO-OMITIR
               IF WS-PRET-CEDULA(PRET-I) = REG-CEDULA
                   IF REG-FECHA-MATRICULA = SPACES OR
                           WS-PRET-FECHA(PRET-I) >= REG-FECHA-MATRICULA
                       MOVE 'S' TO WS-PCO-OMITIR
                   END-IF
               END-IF
           END-PERFORM.

       2200-END-VERIFICAR-RETIRO SECTION.

       2300-BUSCAR-CLIENTE SECTION.
      *    EL REPRESENTANTE QUE TODAVIA NO ES CLIENTE SE CREA CON
      *    BALANCE CERO, SIN LIMITE DE CREDITO E IDENTIFICADO POR SU
      *    CEDULA (YA VALIDADA EN EVALU2).
           MOVE 'N' TO WS-MCLI-ENCONTRADO.
           SET MCLI-I TO 1.
           SEARCH ALL WS-MCLI-REG
               AT END
                   CONTINUE
               WHEN WS-MCLI-CODE(MCLI-I) = WS-PCO-CLIENTE
                   MOVE 'S' TO WS-MCLI-ENCONTRADO
           END-SEARCH.
           IF NOT MCLI-ENCONTRADO AND WS-MCLI-EXISTENTES < 5000
               MOVE SPACES TO REG-CLIENTE
               MOVE WS-PCO-CLIENTE TO REG-CLIENTE-CODE
               IF REG-REPR-CEDULA = SPACES
                   MOVE REG-NOMBRE(1:30) TO REG-CLIENTE-NAME
               ELSE
                   MOVE REG-REPR-NOMBRE TO REG-CLIENTE-NAME
               END-IF
               MOVE 0 TO REG-CLIENTE-BALANCE
               MOVE 0 TO REG-CLIENTE-LIMITE-CREDITO
               MOVE 'C' TO REG-CLIENTE-ID-TIPO
               MOVE WS-PCO-CLIENTE TO REG-CLIENTE-ID-NUMERO
               PERFORM 1510-AGREGAR-CLIENTE
               MOVE 'S' TO WS-MCLI-ENCONTRADO
           END-IF.

       2300-END-BUSCAR-CLIENTE SECTION.

       2400-GRABAR-COBRO SECTION.
           OPEN EXTEND PENSIONES-FILE.
           IF WS-PCO-FS = "35"
               OPEN OUTPUT PENSIONES-FILE
           END-IF.
           MOVE WS-PCO-MES TO REG-PCO-MES.
           MOVE REG-CEDULA TO REG-PCO-CEDULA.
           MOVE REG-PERIODO TO REG-PCO-PERIODO.
           MOVE WS-PCO-CLIENTE TO REG-PCO-CLI-CODE.
           MOVE WS-PENSION-MONTO TO REG-PCO-PENSION.
           MOVE REG-BECA-PORC TO REG-PCO-BECA-PORC.
           MOVE WS-PCO-BECA-MONTO TO REG-PCO-BECA-MONTO.
           MOVE WS-PCO-NETO TO REG-PCO-MONTO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO REG-PCO-FECHA.
           MOVE WS-OPERADOR-ID TO REG-PCO-OPER.
           WRITE REG-PENSION-COBRO.
           CLOSE PENSIONES-FILE.
           MOVE "00" TO WS-PCO-FS.
           ADD WS-PCO-BECA-MONTO TO WS-PCO-TOTAL-BECAS.
           MOVE REG-CEDULA TO WS-RPD-CEDULA.
           MOVE REG-NOMBRE TO WS-RPD-NOMBRE.
           MOVE WS-PCO-CLIENTE TO WS-RPD-CLIENTE.
           MOVE WS-PENSION-MONTO TO WS-RPD-PENSION.
           MOVE REG-BECA-PORC TO WS-RPD-BECA-PORC.
           MOVE WS-PCO-NETO TO WS-RPD-NETO.
           MOVE WS-RPT-DET-LINEA TO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.

       2400-END-GRABAR-COBRO SECTION.

       2500-APLICAR-CARGO SECTION.
      *    EL COBRO QUEDA EN PENSIONES.DAT (LO QUE EVITA COBRARLO DOS
      *    VECES) Y EN MOVIMIENTOS.LOG; EL MAESTRO DE CLIENTES SE
      *    REESCRIBE UNA SOLA VEZ AL TERMINAR LA CORRIDA.
           SUBTRACT WS-PCO-NETO FROM WS-MCLI-BALANCE(MCLI-I).
           PERFORM 2400-GRABAR-COBRO.
           MOVE WS-PCO-CLIENTE TO WS-MOV-CLI-CODE.
           MOVE "DEBITO" TO WS-MOV-TIPO.
           MOVE WS-PCO-NETO TO WS-MOV-MONTO.
           MOVE WS-MCLI-BALANCE(MCLI-I) TO WS-MOV-SALDO.
           MOVE SPACES TO WS-MOV-REF.
           STRING "P" WS-PCO-MES DELIMITED BY SIZE INTO WS-MOV-REF.
           PERFORM 3600-REGISTRAR-MOVIMIENTO.
           ADD 1 TO WS-PCO-CANT.
           ADD WS-PCO-NETO TO WS-PCO-TOTAL.

       2500-END-APLICAR-CARGO SECTION.

       3600-REGISTRAR-MOVIMIENTO SECTION.
      *    MISMA MECANICA QUE 3600-REGISTRAR-MOVIMIENTO EN CALCULADORA.
           OPEN EXTEND MOVIMIENTOS-FILE.
           IF WS-MOV-FS = "35"
               OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-MOV-FECHA-HORA.
           MOVE WS-OPERADOR-ID TO WS-MOV-OPER.
           MOVE WS-MOV-LINEA TO REG-MOVIMIENTO.
           WRITE REG-MOVIMIENTO.
           CLOSE MOVIMIENTOS-FILE.
           MOVE "00" TO WS-MOV-FS.

       3600-END-REGISTRAR-MOVIMIENTO SECTION.

       8000-GRABAR-CLIENTES SECTION.
           IF WS-PCO-CANT = 0
               GO TO 8000-SALIR
           END-IF.
           OPEN OUTPUT CLIENTES-FILE.
           PERFORM VARYING MCLI-I FROM 1 BY 1
                   UNTIL MCLI-I > WS-MCLI-EXISTENTES
               MOVE WS-MCLI-REGISTRO(MCLI-I) TO REG-CLIENTE
               MOVE WS-MCLI-BALANCE(MCLI-I) TO REG-CLIENTE-BALANCE
               WRITE REG-CLIENTE
           END-PERFORM.
           CLOSE CLIENTES-FILE.
           MOVE "00" TO WS-CLI-FS.

       8000-SALIR.
           EXIT.

       8000-END-GRABAR-CLIENTES SECTION.

       9000-ESCRIBIR-LINEA SECTION.
           MOVE WS-RPT-LINEA TO REG-REPORTE.
           WRITE REG-REPORTE.

       9000-END-ESCRIBIR-LINEA SECTION.

       END PROGRAM COBRO-PENSIONES.

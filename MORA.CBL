      ******************************************************************
      * Author:
      * Date:
      * Purpose: INTERES DE MORA MENSUAL SOBRE FACTURAS A CREDITO
      *          VENCIDAS (CARGO AL CLIENTE Y LISTADO PARA REVISION)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERES-MORA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    PARAMETROS DE LA CORRIDA: UNA LINEA CON
      *    <TASA MENSUAL % 9(02)V99><DIAS DE GRACIA 9(03)>. SI EL
      *    ARCHIVO NO EXISTE SE USAN 1,50% Y 30 DIAS. LA CORRIDA
      *    INTERACTIVA PUEDE CAMBIARLOS Y LOS DEJA GRABADOS PARA LA
      *    SIGUIENTE (TAMBIEN PARA LA CORRIDA EN LOTE).
           SELECT PARAM-FILE ASSIGN TO "MORA.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-FS.
      *    SALDO DE CADA FACTURA: TOTAL MENOS ABONOS, RETENCIONES Y
      *    NOTAS DE CREDITO. TODOS SE ABREN SOLO EN INPUT.
           SELECT FACTURAS-FILE ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-FS.
           SELECT PAGOS-FILE ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-FS.
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FS.
           SELECT NOTACRED-FILE ASSIGN TO "NOTACRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-FS.
      *    EN UNA FACTURA CON PLAN DE PAGOS SOLO CAUSAN MORA LAS CUOTAS
      *    VENCIDAS E IMPAGAS (VER CUOTREG.CPY).
           SELECT CUOTAS-FILE ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUO-FS.
      *    CARGOS DE MORA YA GENERADOS, UNO POR FACTURA Y MES.
      *    SOLO-ANEXAR; ES LO QUE HACE QUE REPETIR LA CORRIDA EN EL
      *    MISMO MES NO VUELVA A COBRAR, Y SU FECHA DE CORTE ES EL
      *    PUNTO DESDE EL QUE SE CUENTAN LOS DIAS DEL CARGO SIGUIENTE.
           SELECT MORA-FILE ASSIGN TO "MORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOR-FS.
      *    EL CARGO BAJA EL BALANCE DEL CLIENTE Y QUEDA EN
      *    MOVIMIENTOS.LOG COMO DEBITO, CON LA FACTURA DE REFERENCIA.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-FS.
           SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-FS.
      *    LISTADO DE LOS CARGOS DE LA CORRIDA PARA EL SUPERVISOR; CADA
      *    CORRIDA LO REEMPLAZA (EL HISTORICO ESTA EN MORA.DAT).
           SELECT REPORTE-FILE ASSIGN TO "MORA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------
       FD  PARAM-FILE.
       01  REG-MORA-PARAMETRO.
           05 REG-MPAR-TASA           PIC 9(02)V99.
           05 REG-MPAR-GRACIA         PIC 9(03).
      *-----------------------
       FD  FACTURAS-FILE.
           COPY FACREG.
      *-----------------------
       FD  PAGOS-FILE.
           COPY PAGREG.
      *-----------------------
       FD  RETENCIONES-FILE.
           COPY RETREG.
      *-----------------------
       FD  NOTACRED-FILE.
           COPY NCREG.
      *-----------------------
       FD  CUOTAS-FILE.
           COPY CUOTREG.
      *-----------------------
       FD  MORA-FILE.
       01  REG-MORA.
           05 REG-MOR-PERIODO         PIC X(06).
           05 REG-MOR-FACTURA         PIC 9(07).
           05 REG-MOR-CLI-CODE        PIC X(10).
           05 REG-MOR-FECHA-CORTE     PIC X(08).
           05 REG-MOR-SALDO           PIC 9(9)V99.
           05 REG-MOR-DIAS            PIC 9(05).
           05 REG-MOR-TASA            PIC 9(02)V99.
           05 REG-MOR-INTERES         PIC 9(9)V99.
           05 REG-MOR-OPER            PIC X(10).
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
      *    EN MODO LOTE SE TOMAN LOS PARAMETROS DE MORA.PAR Y SE
      *    GENERAN LOS CARGOS SIN NINGUN ACCEPT (VER LOTEFEC.CPY).
       COPY LOTEFEC.
      *    LAYOUT COMPARTIDO DE LINEA DE MOVIMIENTO (VER MOVLIN.CPY)
       COPY MOVLIN.
      *    CLIENTES.DAT SE REESCRIBE COMPLETO: SE BLOQUEA ANTES DE
      *    CARGARLO Y SE SUELTA AL SALIR (VER BLOQPAR.CPY).
       COPY BLOQPAR.
       01  WS-MOR-BLQ-CLI             PIC X       VALUE 'N'.
           88 MOR-BLQ-CLI-TOMADO             VALUE 'S'.
       01  WS-PAR-FS                  PIC XX      VALUE "00".
       01  WS-FAC-FS                  PIC XX      VALUE "00".
       01  WS-PAG-FS                  PIC XX      VALUE "00".
       01  WS-RET-FS                  PIC XX      VALUE "00".
       01  WS-NC-FS                   PIC XX      VALUE "00".
       01  WS-CUO-FS                  PIC XX      VALUE "00".
       01  WS-MOR-FS                  PIC XX      VALUE "00".
       01  WS-CLI-FS                  PIC XX      VALUE "00".
       01  WS-MOV-FS                  PIC XX      VALUE "00".
       01  WS-RPT-FS                  PIC XX      VALUE "00".
       01  WS-RPT-LINEA               PIC X(80).
      *    PARAMETROS DE LA CORRIDA
      *---------------------------------------------------------------
       01  WS-MOR-TASA                PIC 9(02)V99 VALUE 0.
       01  WS-MOR-GRACIA              PIC 9(03)   VALUE 0.
       01  WS-MOR-TASA-ENTRADA        PIC 9(02)V99 VALUE 0.
       01  WS-MOR-GRACIA-ENTRADA      PIC X(03)   VALUE SPACES.
       01  WS-MOR-PAR-CAMBIO          PIC X       VALUE 'N'.
           88 MOR-PAR-CAMBIO                 VALUE 'S'.
       01  WS-MOR-CONFIRMA            PIC X       VALUE SPACE.
       01  WS-MOR-TASA-ED             PIC Z9,99.
       01  WS-MOR-GRACIA-ED           PIC ZZ9.
       01  WS-FECHA-HOY               PIC X(08).
       01  WS-FECHA-HOY-NUM REDEFINES WS-FECHA-HOY PIC 9(08).
       01  WS-MOR-PERIODO             PIC X(06).
       01  WS-HOY-INT                 PIC 9(07)   VALUE 0.
      *    FACTURAS A CREDITO VIGENTES CON LO APLICADO Y SU ULTIMO
      *    CARGO DE MORA (MISMO TAMANO QUE WS-FACTURAS-TABLA EN
      *    FACRTURA.cbl)
      *---------------------------------------------------------------
       01  WS-MFAC-TABLA.
           05 WS-MFAC-REG OCCURS 500 TIMES INDEXED BY MFAC-I.
               10 WS-MFAC-NUMERO      PIC 9(07).
               10 WS-MFAC-FECHA       PIC X(08).
               10 WS-MFAC-CLI-CODE    PIC X(10).
               10 WS-MFAC-CLI-NOMBRE  PIC X(30).
               10 WS-MFAC-TOTAL       PIC 9(9)V99.
               10 WS-MFAC-APLICADO    PIC 9(9)V99.
               10 WS-MFAC-ULT-CORTE   PIC X(08).
               10 WS-MFAC-COBRADA-MES PIC X(01).
                   88 MFAC-COBRADA-MES       VALUE 'S'.
       01  WS-MFAC-EXISTENTES         PIC 9(03)   VALUE 0.
       01  WS-MFAC-OMITIDAS           PIC 9(05)   VALUE 0.
       01  WS-MFAC-ENCONTRADA         PIC X       VALUE 'N'.
           88 MFAC-ENCONTRADA                VALUE 'S'.
       01  WS-BUSC-FACTURA            PIC 9(07)   VALUE 0.
      *    CUOTAS DE LOS PLANES DE PAGO, EN EL ORDEN DE CUOTAS.DAT
      *    (LAS DE UN MISMO PLAN QUEDAN SEGUIDAS Y EN ORDEN DE CUOTA).
      *---------------------------------------------------------------
       01  WS-MCUO-TABLA.
           05 WS-MCUO-REG OCCURS 2000 TIMES INDEXED BY MCUO-I MCUO-J.
               10 WS-MCUO-FACTURA     PIC 9(07).
               10 WS-MCUO-VENCE       PIC X(08).
               10 WS-MCUO-CAPITAL     PIC 9(9)V99.
               10 WS-MCUO-MONTO       PIC 9(9)V99.
       01  WS-MCUO-EXISTENTES         PIC 9(04)   VALUE 0.
       01  WS-MCUO-PLAN               PIC X       VALUE 'N'.
           88 MCUO-PLAN                      VALUE 'S'.
       01  WS-MCUO-CAPITAL-TOTAL      PIC 9(9)V99 VALUE 0.
       01  WS-MCUO-DISPONIBLE         PIC S9(9)V99 VALUE 0.
       01  WS-MCUO-RESTO              PIC 9(9)V99 VALUE 0.
       01  WS-MCUO-VENCE-NUM          PIC 9(08)   VALUE 0.
       01  WS-MCUO-VENCE-INT          PIC 9(07)   VALUE 0.
      *    MAESTRO DE CLIENTES: EL REGISTRO COMPLETO SE GUARDA TAL CUAL
      *    Y SOLO SE TOCA EL BALANCE AL REESCRIBIRLO.
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
       01  WS-MOR-SALDO               PIC S9(9)V99 VALUE 0.
       01  WS-MOR-FAC-FECHA-NUM       PIC 9(08)   VALUE 0.
       01  WS-MOR-CORTE-NUM           PIC 9(08)   VALUE 0.
       01  WS-MOR-VENCE-INT           PIC 9(07)   VALUE 0.
       01  WS-MOR-DESDE-INT           PIC 9(07)   VALUE 0.
       01  WS-MOR-DIAS                PIC S9(05)  VALUE 0.
       01  WS-MOR-INTERES             PIC 9(9)V99 VALUE 0.
       01  WS-MOR-CANT                PIC 9(05)   VALUE 0.
       01  WS-MOR-YA-COBRADAS         PIC 9(05)   VALUE 0.
       01  WS-MOR-SIN-CLIENTE         PIC 9(05)   VALUE 0.
       01  WS-MOR-TOTAL               PIC 9(11)V99 VALUE 0.
       01  WS-RPT-DET-LINEA.
           05 WS-RPD-CLI-CODE         PIC X(10).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPD-CLI-NOMBRE       PIC X(20).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPD-FACTURA          PIC 9(07).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPD-FECHA            PIC X(08).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPD-SALDO            PIC ZZZ.ZZ9,99.
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPD-DIAS             PIC ZZZZ9.
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPD-INTERES          PIC ZZ.ZZ9,99.
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
           MOVE 0 TO WS-MOR-CANT WS-MOR-YA-COBRADAS WS-MOR-SIN-CLIENTE
                     WS-MOR-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           MOVE WS-FECHA-HOY(1:6) TO WS-MOR-PERIODO.
           COMPUTE WS-HOY-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM).
           PERFORM 0500-LEER-PARAMETROS.
           IF NOT MODO-LOTE
               PERFORM 0600-PEDIR-PARAMETROS
               DISPLAY "GENERAR LOS CARGOS DE MORA DEL MES "
                   WS-MOR-PERIODO " (S/N)"
               MOVE SPACE TO WS-MOR-CONFIRMA
               ACCEPT WS-MOR-CONFIRMA
               IF WS-MOR-CONFIRMA NOT = 'S' AND
                       WS-MOR-CONFIRMA NOT = 's'
                   DISPLAY "CORRIDA CANCELADA - NO SE GENERO NINGUN "
                       "CARGO"
                   GO TO 0000-SALIR
               END-IF
           END-IF.
           PERFORM 1000-CARGAR-FACTURAS.
           PERFORM 1100-APLICAR-ABONOS.
           PERFORM 1200-APLICAR-RETENCIONES.
           PERFORM 1300-APLICAR-NOTAS-CREDITO.
           PERFORM 1350-CARGAR-CUOTAS.
           PERFORM 1400-CARGAR-CARGOS-PREVIOS.
           MOVE "CLIENTES.DAT" TO WS-BLQ-ARCHIVO.
           PERFORM 0700-PEDIR-BLOQUEO.
           IF NOT BLQ-CONCEDIDO
               DISPLAY "CLIENTES.DAT EN USO - NO SE GENERO NINGUN "
                   "CARGO"
               GO TO 0000-SALIR
           END-IF.
           MOVE 'S' TO WS-MOR-BLQ-CLI.
           PERFORM 1500-CARGAR-CLIENTES.
           IF MCLI-TABLA-LLENA
               DISPLAY "CLIENTES.DAT TIENE MAS DE 5000 REGISTROS - NO "
                   "SE PUEDEN GENERAR CARGOS SIN PERDER CLIENTES"
               GO TO 0000-SALIR
           END-IF.
           PERFORM 2000-GENERAR-CARGOS.
           PERFORM 8000-GRABAR-CLIENTES.
           DISPLAY "CARGOS DE MORA GENERADOS: " WS-MOR-CANT.
           MOVE WS-MOR-TOTAL TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "TOTAL CARGADO           : " WS-TEXTO-FMT.
           IF WS-MOR-YA-COBRADAS > 0
               DISPLAY "FACTURAS YA COBRADAS ESTE MES: "
                   WS-MOR-YA-COBRADAS
           END-IF.
           DISPLAY "LISTADO EN MORA.RPT".

       0000-SALIR.
           IF MOR-BLQ-CLI-TOMADO
               MOVE "CLIENTES.DAT" TO WS-BLQ-ARCHIVO
               PERFORM 0750-SOLTAR-BLOQUEO
               MOVE 'N' TO WS-MOR-BLQ-CLI
           END-IF.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       0500-LEER-PARAMETROS SECTION.
           MOVE 1,50 TO WS-MOR-TASA.
           MOVE 30 TO WS-MOR-GRACIA.
           OPEN INPUT PARAM-FILE.
           IF WS-PAR-FS = "35"
               MOVE "00" TO WS-PAR-FS
           ELSE
               READ PARAM-FILE
                   AT END MOVE "10" TO WS-PAR-FS
                   NOT AT END
                       IF REG-MPAR-TASA IS NUMERIC AND
                               REG-MPAR-TASA > 0
                           MOVE REG-MPAR-TASA TO WS-MOR-TASA
                       END-IF
                       IF REG-MPAR-GRACIA IS NUMERIC
                           MOVE REG-MPAR-GRACIA TO WS-MOR-GRACIA
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           MOVE "00" TO WS-PAR-FS.

       0500-END-LEER-PARAMETROS SECTION.

       0600-PEDIR-PARAMETROS SECTION.
      *    ENTER EN CADA PREGUNTA MANTIENE EL VALOR VIGENTE; SI ALGUNO
      *    CAMBIA SE REGRABA MORA.PAR.
           MOVE 'N' TO WS-MOR-PAR-CAMBIO.
           DISPLAY "*******************************************".
           DISPLAY "INTERES DE MORA - MES " WS-MOR-PERIODO.
           DISPLAY "*******************************************".
           MOVE WS-MOR-TASA TO WS-MOR-TASA-ED.
           MOVE WS-MOR-GRACIA TO WS-MOR-GRACIA-ED.
           DISPLAY "TASA MENSUAL VIGENTE (%): " WS-MOR-TASA-ED.
           DISPLAY "NUEVA TASA (ENTER = MANTENER): " WITH NO ADVANCING.
           MOVE 0 TO WS-MOR-TASA-ENTRADA.
           ACCEPT WS-MOR-TASA-ENTRADA.
           IF WS-MOR-TASA-ENTRADA > 0 AND
                   WS-MOR-TASA-ENTRADA NOT = WS-MOR-TASA
               MOVE WS-MOR-TASA-ENTRADA TO WS-MOR-TASA
               MOVE 'S' TO WS-MOR-PAR-CAMBIO
           END-IF.
           DISPLAY "DIAS DE GRACIA VIGENTES : " WS-MOR-GRACIA-ED.
           DISPLAY "NUEVOS DIAS (ENTER = MANTENER): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-MOR-GRACIA-ENTRADA.
           ACCEPT WS-MOR-GRACIA-ENTRADA.
           IF WS-MOR-GRACIA-ENTRADA NOT = SPACES
               IF FUNCTION TRIM(WS-MOR-GRACIA-ENTRADA) IS NUMERIC
                   IF FUNCTION NUMVAL(WS-MOR-GRACIA-ENTRADA) NOT =
                           WS-MOR-GRACIA
                       COMPUTE WS-MOR-GRACIA =
                           FUNCTION NUMVAL(WS-MOR-GRACIA-ENTRADA)
                       MOVE 'S' TO WS-MOR-PAR-CAMBIO
                   END-IF
               ELSE
                   DISPLAY "DIAS NO VALIDOS - SE MANTIENE "
                       WS-MOR-GRACIA
               END-IF
           END-IF.
           IF MOR-PAR-CAMBIO
               OPEN OUTPUT PARAM-FILE
               MOVE WS-MOR-TASA TO REG-MPAR-TASA
               MOVE WS-MOR-GRACIA TO REG-MPAR-GRACIA
               WRITE REG-MORA-PARAMETRO
               CLOSE PARAM-FILE
               MOVE "00" TO WS-PAR-FS
               DISPLAY "PARAMETROS GRABADOS EN MORA.PAR"
           END-IF.

       0600-END-PEDIR-PARAMETROS SECTION.

       0700-PEDIR-BLOQUEO SECTION.
           MOVE 'T' TO WS-BLQ-ACCION.
           MOVE "INTERES-MORA" TO WS-BLQ-PROGRAMA.
           CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION WS-BLQ-ARCHIVO
               WS-BLQ-PROGRAMA WS-BLQ-RESULTADO WS-BLQ-DUENO.

       0700-END-PEDIR-BLOQUEO SECTION.

       0750-SOLTAR-BLOQUEO SECTION.
           MOVE 'L' TO WS-BLQ-ACCION.
           MOVE "INTERES-MORA" TO WS-BLQ-PROGRAMA.
           CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION WS-BLQ-ARCHIVO
               WS-BLQ-PROGRAMA WS-BLQ-RESULTADO WS-BLQ-DUENO.

       0750-END-SOLTAR-BLOQUEO SECTION.

       1000-CARGAR-FACTURAS SECTION.
      *    SOLO FACTURAS A CREDITO VIGENTES: SE EXCLUYEN LAS ANULADAS Y
      *    LAS DE CONSUMIDOR FINAL (COBRADAS DE CONTADO), IGUAL QUE EN
      *    REPORTE-CARTERA.
           INITIALIZE WS-MFAC-TABLA.
           MOVE 0 TO WS-MFAC-EXISTENTES WS-MFAC-OMITIDAS.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FAC-FS = "35"
               MOVE "00" TO WS-FAC-FS
           ELSE
               PERFORM UNTIL WS-FAC-FS NOT = "00"
                   READ FACTURAS-FILE
                       AT END MOVE "10" TO WS-FAC-FS
                       NOT AT END
                           IF REG-FAC-ANULADA NOT = 'S' AND
                                   REG-FAC-CLI-CODE NOT = "9999999999"
                                   AND REG-FAC-CLI-CODE NOT = SPACES
                               PERFORM 1010-AGREGAR-FACTURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-FILE
           END-IF.
           MOVE "00" TO WS-FAC-FS.
           IF WS-MFAC-OMITIDAS > 0
               DISPLAY "AVISO: " WS-MFAC-OMITIDAS " FACTURAS NO "
                   "ENTRARON EN LA TABLA Y NO SE EVALUARON"
           END-IF.

       1000-END-CARGAR-FACTURAS SECTION.

       1010-AGREGAR-FACTURA SECTION.
           IF WS-MFAC-EXISTENTES < 500
               ADD 1 TO WS-MFAC-EXISTENTES
               SET MFAC-I TO WS-MFAC-EXISTENTES
               MOVE REG-FAC-NUMERO TO WS-MFAC-NUMERO(MFAC-I)
               MOVE REG-FAC-FECHA(1:8) TO WS-MFAC-FECHA(MFAC-I)
               MOVE REG-FAC-CLI-CODE TO WS-MFAC-CLI-CODE(MFAC-I)
               MOVE REG-FAC-CLI-NOMBRE TO WS-MFAC-CLI-NOMBRE(MFAC-I)
               MOVE REG-FAC-TOTAL TO WS-MFAC-TOTAL(MFAC-I)
               MOVE 0 TO WS-MFAC-APLICADO(MFAC-I)
               MOVE SPACES TO WS-MFAC-ULT-CORTE(MFAC-I)
               MOVE 'N' TO WS-MFAC-COBRADA-MES(MFAC-I)
           ELSE
               ADD 1 TO WS-MFAC-OMITIDAS
           END-IF.

       1010-END-AGREGAR-FACTURA SECTION.

       1020-BUSCAR-FACTURA SECTION.
           MOVE 'N' TO WS-MFAC-ENCONTRADA.
           SET MFAC-I TO 1.
           SEARCH WS-MFAC-REG
               AT END
                   CONTINUE
               WHEN WS-MFAC-NUMERO(MFAC-I) = WS-BUSC-FACTURA
                   MOVE 'S' TO WS-MFAC-ENCONTRADA
           END-SEARCH.

       1020-END-BUSCAR-FACTURA SECTION.

       1100-APLICAR-ABONOS SECTION.
           OPEN INPUT PAGOS-FILE.
           IF WS-PAG-FS = "35"
               MOVE "00" TO WS-PAG-FS
           ELSE
               PERFORM UNTIL WS-PAG-FS NOT = "00"
                   READ PAGOS-FILE
                       AT END MOVE "10" TO WS-PAG-FS
                       NOT AT END
                           MOVE REG-PAG-NUMERO TO WS-BUSC-FACTURA
                           PERFORM 1020-BUSCAR-FACTURA
                           IF MFAC-ENCONTRADA
                               ADD REG-PAG-MONTO
                                   TO WS-MFAC-APLICADO(MFAC-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS-FILE
           END-IF.
           MOVE "00" TO WS-PAG-FS.

       1100-END-APLICAR-ABONOS SECTION.

       1200-APLICAR-RETENCIONES SECTION.
           OPEN INPUT RETENCIONES-FILE.
           IF WS-RET-FS = "35"
               MOVE "00" TO WS-RET-FS
           ELSE
               PERFORM UNTIL WS-RET-FS NOT = "00"
                   READ RETENCIONES-FILE
                       AT END MOVE "10" TO WS-RET-FS
                       NOT AT END
                           MOVE REG-RET-FACTURA TO WS-BUSC-FACTURA
                           PERFORM 1020-BUSCAR-FACTURA
                           IF MFAC-ENCONTRADA
                               ADD REG-RET-TOTAL
                                   TO WS-MFAC-APLICADO(MFAC-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENCIONES-FILE
           END-IF.
           MOVE "00" TO WS-RET-FS.

       1200-END-APLICAR-RETENCIONES SECTION.

       1300-APLICAR-NOTAS-CREDITO SECTION.
           OPEN INPUT NOTACRED-FILE.
           IF WS-NC-FS = "35"
               MOVE "00" TO WS-NC-FS
           ELSE
               PERFORM UNTIL WS-NC-FS NOT = "00"
                   READ NOTACRED-FILE
                       AT END MOVE "10" TO WS-NC-FS
                       NOT AT END
                           MOVE REG-NC-FACTURA TO WS-BUSC-FACTURA
                           PERFORM 1020-BUSCAR-FACTURA
                           IF MFAC-ENCONTRADA
                               ADD REG-NC-TOTAL
                                   TO WS-MFAC-APLICADO(MFAC-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTACRED-FILE
           END-IF.
           MOVE "00" TO WS-NC-FS.

       1300-END-APLICAR-NOTAS-CREDITO SECTION.

       1350-CARGAR-CUOTAS SECTION.
           INITIALIZE WS-MCUO-TABLA.
           MOVE 0 TO WS-MCUO-EXISTENTES.
           OPEN INPUT CUOTAS-FILE.
           IF WS-CUO-FS = "35"
               MOVE "00" TO WS-CUO-FS
           ELSE
               PERFORM UNTIL WS-CUO-FS NOT = "00"
                   READ CUOTAS-FILE
                       AT END MOVE "10" TO WS-CUO-FS
                       NOT AT END
                           IF WS-MCUO-EXISTENTES < 2000
                               ADD 1 TO WS-MCUO-EXISTENTES
                               SET MCUO-I TO WS-MCUO-EXISTENTES
                               MOVE REG-CUO-FACTURA
                                   TO WS-MCUO-FACTURA(MCUO-I)
                               MOVE REG-CUO-VENCE
                                   TO WS-MCUO-VENCE(MCUO-I)
                               MOVE REG-CUO-CAPITAL
                                   TO WS-MCUO-CAPITAL(MCUO-I)
                               MOVE REG-CUO-MONTO
                                   TO WS-MCUO-MONTO(MCUO-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS-FILE
           END-IF.
           MOVE "00" TO WS-CUO-FS.

       1350-END-CARGAR-CUOTAS SECTION.

       1400-CARGAR-CARGOS-PREVIOS SECTION.
      *    DE CADA FACTURA SE GUARDA LA FECHA DE CORTE MAS RECIENTE Y SI
      *    YA TIENE CARGO EN EL MES DE ESTA CORRIDA.
           OPEN INPUT MORA-FILE.
           IF WS-MOR-FS = "35"
               MOVE "00" TO WS-MOR-FS
           ELSE
               PERFORM UNTIL WS-MOR-FS NOT = "00"
                   READ MORA-FILE
                       AT END MOVE "10" TO WS-MOR-FS
                       NOT AT END
                           MOVE REG-MOR-FACTURA TO WS-BUSC-FACTURA
                           PERFORM 1020-BUSCAR-FACTURA
                           IF MFAC-ENCONTRADA
                               IF WS-MFAC-ULT-CORTE(MFAC-I) = SPACES OR
                                       REG-MOR-FECHA-CORTE >
                                       WS-MFAC-ULT-CORTE(MFAC-I)
                                   MOVE REG-MOR-FECHA-CORTE
                                       TO WS-MFAC-ULT-CORTE(MFAC-I)
                               END-IF
                               IF REG-MOR-PERIODO = WS-MOR-PERIODO
                                   MOVE 'S'
                                       TO WS-MFAC-COBRADA-MES(MFAC-I)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MORA-FILE
           END-IF.
           MOVE "00" TO WS-MOR-FS.

       1400-END-CARGAR-CARGOS-PREVIOS SECTION.

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
           STRING "INTERES DE MORA - MES " WS-MOR-PERIODO
               " - CORTE " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           MOVE WS-MOR-TASA TO WS-MOR-TASA-ED.
           MOVE WS-MOR-GRACIA TO WS-MOR-GRACIA-ED.
           STRING "TASA MENSUAL " WS-MOR-TASA-ED "% - GRACIA "
               WS-MOR-GRACIA-ED " DIAS - OPERADOR " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE ALL "-" TO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE "CLIENTE    NOMBRE               FACTURA FECHA    "
               & "     SALDO  DIAS   INTERES" TO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.
           PERFORM VARYING MFAC-I FROM 1 BY 1
                   UNTIL MFAC-I > WS-MFAC-EXISTENTES
               PERFORM 2100-EVALUAR-FACTURA
           END-PERFORM.
           MOVE ALL "-" TO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE WS-MOR-TOTAL TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "CARGOS GENERADOS: " WS-MOR-CANT
               "   TOTAL: " WS-TEXTO-FMT
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.
           IF WS-MOR-YA-COBRADAS > 0
               MOVE SPACES TO WS-RPT-LINEA
               STRING "FACTURAS VENCIDAS YA COBRADAS ESTE MES: "
                   WS-MOR-YA-COBRADAS
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
               PERFORM 9000-ESCRIBIR-LINEA
           END-IF.
           IF WS-MOR-SIN-CLIENTE > 0
               MOVE SPACES TO WS-RPT-LINEA
               STRING "NO COBRADAS (CLIENTE FUERA DEL MAESTRO): "
                   WS-MOR-SIN-CLIENTE
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
               PERFORM 9000-ESCRIBIR-LINEA
           END-IF.
           CLOSE REPORTE-FILE.
           MOVE "00" TO WS-RPT-FS.

       2000-END-GENERAR-CARGOS SECTION.

       2100-EVALUAR-FACTURA SECTION.
      *    VENCE AL TERMINAR LOS DIAS DE GRACIA CONTADOS DESDE LA FECHA
      *    DE LA FACTURA. LOS DIAS DEL CARGO VAN DESDE EL VENCIMIENTO
      *    (O DESDE EL CORTE DEL ULTIMO CARGO, SI ES POSTERIOR) HASTA
      *    HOY; EL INTERES ES SALDO X TASA MENSUAL X DIAS / 30.
      *    CON PLAN DE PAGOS EL SALDO Y EL VENCIMIENTO SALEN DE LAS
      *    CUOTAS (2150).
           IF WS-MFAC-FECHA(MFAC-I) IS NOT NUMERIC
               GO TO 2100-SALIR
           END-IF.
           MOVE WS-MFAC-FECHA(MFAC-I) TO WS-MOR-FAC-FECHA-NUM.
           COMPUTE WS-MOR-VENCE-INT =
               FUNCTION INTEGER-OF-DATE(WS-MOR-FAC-FECHA-NUM)
               + WS-MOR-GRACIA.
           PERFORM 2150-SALDO-VENCIDO-PLAN.
           IF NOT MCUO-PLAN
               COMPUTE WS-MOR-SALDO = WS-MFAC-TOTAL(MFAC-I)
                   - WS-MFAC-APLICADO(MFAC-I)
           END-IF.
           IF WS-MOR-SALDO <= 0
               GO TO 2100-SALIR
           END-IF.
           IF WS-MOR-VENCE-INT >= WS-HOY-INT
               GO TO 2100-SALIR
           END-IF.
           IF MFAC-COBRADA-MES(MFAC-I)
               ADD 1 TO WS-MOR-YA-COBRADAS
               GO TO 2100-SALIR
           END-IF.
           MOVE WS-MOR-VENCE-INT TO WS-MOR-DESDE-INT.
           IF WS-MFAC-ULT-CORTE(MFAC-I) IS NUMERIC
               MOVE WS-MFAC-ULT-CORTE(MFAC-I) TO WS-MOR-CORTE-NUM
               IF FUNCTION INTEGER-OF-DATE(WS-MOR-CORTE-NUM) >
                       WS-MOR-DESDE-INT
                   COMPUTE WS-MOR-DESDE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-MOR-CORTE-NUM)
               END-IF
           END-IF.
           COMPUTE WS-MOR-DIAS = WS-HOY-INT - WS-MOR-DESDE-INT.
           IF WS-MOR-DIAS <= 0
               GO TO 2100-SALIR
           END-IF.
           COMPUTE WS-MOR-INTERES ROUNDED =
               WS-MOR-SALDO * WS-MOR-TASA / 100 * WS-MOR-DIAS / 30.
           IF WS-MOR-INTERES = 0
               GO TO 2100-SALIR
           END-IF.
           PERFORM 2200-BUSCAR-CLIENTE.
           IF NOT MCLI-ENCONTRADO
               ADD 1 TO WS-MOR-SIN-CLIENTE
               GO TO 2100-SALIR
           END-IF.
           PERFORM 2300-APLICAR-CARGO.

       2100-SALIR.
           EXIT.

       2100-END-EVALUAR-FACTURA SECTION.

       2150-SALDO-VENCIDO-PLAN SECTION.
      *    LO APLICADO CUBRE PRIMERO LO QUE NO SE FINANCIO Y LUEGO LAS
      *    CUOTAS EN ORDEN. LA BASE DE LA MORA ES LO IMPAGO DE LAS
      *    CUOTAS CUYA GRACIA YA TERMINO, Y EL VENCIMIENTO ES EL DE LA
      *    MAS ANTIGUA DE ELLAS: UN CLIENTE AL DIA CON SU PLAN NO PAGA
      *    MORA AUNQUE LA FACTURA SEA VIEJA.
           MOVE 'N' TO WS-MCUO-PLAN.
           IF WS-MCUO-EXISTENTES = 0
               GO TO 2150-SALIR
           END-IF.
           SET MCUO-I TO 1.
           SEARCH WS-MCUO-REG
               AT END
                   GO TO 2150-SALIR
               WHEN WS-MCUO-FACTURA(MCUO-I) = WS-MFAC-NUMERO(MFAC-I)
                   MOVE 'S' TO WS-MCUO-PLAN
           END-SEARCH.
           MOVE 0 TO WS-MCUO-CAPITAL-TOTAL WS-MOR-SALDO.
           PERFORM VARYING MCUO-J FROM MCUO-I BY 1
                   UNTIL MCUO-J > WS-MCUO-EXISTENTES
                   OR WS-MCUO-FACTURA(MCUO-J) NOT =
                       WS-MFAC-NUMERO(MFAC-I)
               ADD WS-MCUO-CAPITAL(MCUO-J) TO WS-MCUO-CAPITAL-TOTAL
           END-PERFORM.
           COMPUTE WS-MCUO-DISPONIBLE = WS-MFAC-APLICADO(MFAC-I)
               - (WS-MFAC-TOTAL(MFAC-I) - WS-MCUO-CAPITAL-TOTAL).
      *    LO NO FINANCIADO E IMPAGO VENCE CON LA FACTURA (VENCIMIENTO
      *    YA CALCULADO EN 2100).
           IF WS-MCUO-DISPONIBLE < 0
               COMPUTE WS-MOR-SALDO = 0 - WS-MCUO-DISPONIBLE
               MOVE 0 TO WS-MCUO-DISPONIBLE
           ELSE
               MOVE WS-HOY-INT TO WS-MOR-VENCE-INT
           END-IF.
           PERFORM VARYING MCUO-J FROM MCUO-I BY 1
                   UNTIL MCUO-J > WS-MCUO-EXISTENTES
                   OR WS-MCUO-FACTURA(MCUO-J) NOT =
                       WS-MFAC-NUMERO(MFAC-I)
               IF WS-MCUO-DISPONIBLE >= WS-MCUO-MONTO(MCUO-J)
                   SUBTRACT WS-MCUO-MONTO(MCUO-J)
                       FROM WS-MCUO-DISPONIBLE
               ELSE
                   COMPUTE WS-MCUO-RESTO =
                       WS-MCUO-MONTO(MCUO-J) - WS-MCUO-DISPONIBLE
                   MOVE 0 TO WS-MCUO-DISPONIBLE
                   IF WS-MCUO-VENCE(MCUO-J) IS NUMERIC
                       MOVE WS-MCUO-VENCE(MCUO-J) TO WS-MCUO-VENCE-NUM
                       COMPUTE WS-MCUO-VENCE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-MCUO-VENCE-NUM)
                           + WS-MOR-GRACIA
                       IF WS-MCUO-VENCE-INT < WS-HOY-INT
                           ADD WS-MCUO-RESTO TO WS-MOR-SALDO
                           IF WS-MCUO-VENCE-INT < WS-MOR-VENCE-INT
                               MOVE WS-MCUO-VENCE-INT
                                   TO WS-MOR-VENCE-INT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2150-SALIR.
           EXIT.

       2150-END-SALDO-VENCIDO-PLAN SECTION.

       2200-BUSCAR-CLIENTE SECTION.
           MOVE 'N' TO WS-MCLI-ENCONTRADO.
           SET MCLI-I TO 1.
           SEARCH ALL WS-MCLI-REG
               AT END
                   CONTINUE
               WHEN WS-MCLI-CODE(MCLI-I) = WS-MFAC-CLI-CODE(MFAC-I)
                   MOVE 'S' TO WS-MCLI-ENCONTRADO
           END-SEARCH.

       2200-END-BUSCAR-CLIENTE SECTION.

       2300-APLICAR-CARGO SECTION.
      *    EL CARGO QUEDA PRIMERO EN MORA.DAT (LO QUE EVITA COBRARLO
      *    DOS VECES) Y EN MOVIMIENTOS.LOG; EL MAESTRO DE CLIENTES SE
      *    REESCRIBE UNA SOLA VEZ AL TERMINAR LA CORRIDA.
           SUBTRACT WS-MOR-INTERES FROM WS-MCLI-BALANCE(MCLI-I).
           OPEN EXTEND MORA-FILE.
           IF WS-MOR-FS = "35"
               OPEN OUTPUT MORA-FILE
           END-IF.
           MOVE WS-MOR-PERIODO TO REG-MOR-PERIODO.
           MOVE WS-MFAC-NUMERO(MFAC-I) TO REG-MOR-FACTURA.
           MOVE WS-MFAC-CLI-CODE(MFAC-I) TO REG-MOR-CLI-CODE.
           MOVE WS-FECHA-HOY TO REG-MOR-FECHA-CORTE.
           MOVE WS-MOR-SALDO TO REG-MOR-SALDO.
           MOVE WS-MOR-DIAS TO REG-MOR-DIAS.
           MOVE WS-MOR-TASA TO REG-MOR-TASA.
           MOVE WS-MOR-INTERES TO REG-MOR-INTERES.
           MOVE WS-OPERADOR-ID TO REG-MOR-OPER.
           WRITE REG-MORA.
           CLOSE MORA-FILE.
           MOVE "00" TO WS-MOR-FS.
           MOVE WS-MFAC-CLI-CODE(MFAC-I) TO WS-MOV-CLI-CODE.
           MOVE "DEBITO" TO WS-MOV-TIPO.
           MOVE WS-MOR-INTERES TO WS-MOV-MONTO.
           MOVE WS-MCLI-BALANCE(MCLI-I) TO WS-MOV-SALDO.
           MOVE WS-MFAC-NUMERO(MFAC-I) TO WS-MOV-REF.
           PERFORM 3600-REGISTRAR-MOVIMIENTO.
           MOVE WS-MFAC-CLI-CODE(MFAC-I) TO WS-RPD-CLI-CODE.
           MOVE WS-MFAC-CLI-NOMBRE(MFAC-I) TO WS-RPD-CLI-NOMBRE.
           MOVE WS-MFAC-NUMERO(MFAC-I) TO WS-RPD-FACTURA.
           MOVE WS-MFAC-FECHA(MFAC-I) TO WS-RPD-FECHA.
           MOVE WS-MOR-SALDO TO WS-RPD-SALDO.
           MOVE WS-MOR-DIAS TO WS-RPD-DIAS.
           MOVE WS-MOR-INTERES TO WS-RPD-INTERES.
           MOVE WS-RPT-DET-LINEA TO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.
           ADD 1 TO WS-MOR-CANT.
           ADD WS-MOR-INTERES TO WS-MOR-TOTAL.

       2300-END-APLICAR-CARGO SECTION.

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
           IF WS-MOR-CANT = 0
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

       END PROGRAM INTERES-MORA.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: IMPORTACION DEL ESTADO DE CUENTA BANCARIO Y CRUCE DE
      *          LAS TRANSFERENCIAS RECIBIDAS CONTRA LAS FACTURAS A
      *          CREDITO PENDIENTES (ABONOS CONFIRMADOS POR SUPERVISOR)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-BANCO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    ESTADO DE CUENTA DESCARGADO DE LA BANCA EN LINEA, UNA LINEA
      *    POR MOVIMIENTO, CAMPOS SEPARADOS POR ";":
      *      FECHA;DOCUMENTO;DESCRIPCION;REFERENCIA;MONTO
      *    FECHA DD/MM/AAAA, AAAA-MM-DD O AAAAMMDD. MONTO CON COMA O
      *    PUNTO DECIMAL; LOS DEBITOS VIENEN CON SIGNO "-" Y SE
      *    IGNORAN. LAS LINEAS CUYA FECHA NO SE RECONOCE (TITULOS,
      *    SALDOS) SE SALTAN. EL NOMBRE LO DA EL OPERADOR.
           SELECT ESTADO-FILE ASSIGN TO DYNAMIC WS-EST-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-FS.
      *    SALDO DE CADA FACTURA: MISMA CUENTA QUE 4015-APLICAR-ABONO
      *    EN VSFACTU (TOTAL MAS INTERES DEL PLAN DE CUOTAS, MENOS
      *    ABONOS Y RETENCIONES). TODOS SE ABREN SOLO EN INPUT SALVO
      *    PAGOS.DAT, AL QUE SE ANEXAN LOS ABONOS CONFIRMADOS.
           SELECT FACTURAS-FILE ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-FS.
           SELECT PAGOS-FILE ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-FS.
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FS.
           SELECT CUOTAS-FILE ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUO-FS.
      *    CADA ABONO DEJA SU LINEA DE TRANSFERENCIA ('B') CON EL
      *    DOCUMENTO DEL BANCO COMO REFERENCIA, IGUAL QUE UN ABONO
      *    DIGITADO EN 4010-REGISTRAR-ABONO. LAS TRANSFERENCIAS YA
      *    DIGITADAS A MANO SE LEEN DE AQUI PARA NO APLICARLAS DOS
      *    VECES.
           SELECT FORMAS-PAGO-FILE ASSIGN TO "FORMAS-PAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPG-FS.
      *    EL ABONO SUBE EL BALANCE DEL CLIENTE Y QUEDA EN
      *    MOVIMIENTOS.LOG COMO CREDITO, CON LA FACTURA DE REFERENCIA.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-FS.
           SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-FS.
      *    MOVIMIENTOS DEL BANCO YA APLICADOS (FECHA, DOCUMENTO Y
      *    MONTO). SOLO-ANEXAR; ES LO QUE IMPIDE QUE EL MISMO DEPOSITO
      *    SE APLIQUE DOS VECES AL REIMPORTAR UN RANGO DE FECHAS.
           SELECT APLICADOS-FILE ASSIGN TO "BANCO-APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAP-FS.
      *    CREDITOS DEL BANCO SIN FACTURA IDENTIFICADA O RECHAZADOS
      *    POR EL SUPERVISOR. SE VUELVEN A INTENTAR EN CADA
      *    IMPORTACION Y EL ARCHIVO SE REESCRIBE CON LOS QUE SIGUEN
      *    SIN APLICAR.
           SELECT PENDIENTES-FILE ASSIGN TO "BANCO-PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPE-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------
       FD  ESTADO-FILE.
       01  REG-ESTADO                 PIC X(250).
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
       FD  CUOTAS-FILE.
           COPY CUOTREG.
      *-----------------------
       FD  FORMAS-PAGO-FILE.
           COPY FPAGREG.
      *-----------------------
       FD  CLIENTES-FILE.
           COPY CLIREG.
      *-----------------------
       FD  MOVIMIENTOS-FILE.
       01  REG-MOVIMIENTO             PIC X(130).
      *-----------------------
      *    BANCO-APLICADOS.DAT Y BANCO-PENDIENTES.DAT COMPARTEN EL
      *    LAYOUT WS-BMV-REGISTRO.
       FD  APLICADOS-FILE.
       01  REG-APLICADO               PIC X(176).
      *-----------------------
       FD  PENDIENTES-FILE.
       01  REG-PENDIENTE              PIC X(176).
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY OPERADOR.
      *    LAYOUT COMPARTIDO DE LINEA DE MOVIMIENTO (VER MOVLIN.CPY)
       COPY MOVLIN.
      *    CLIENTES.DAT SE REESCRIBE COMPLETO: SE BLOQUEA ANTES DE
      *    CARGARLO Y SE SUELTA AL SALIR (VER BLOQPAR.CPY).
       COPY BLOQPAR.
       01  WS-BAN-BLQ-CLI             PIC X       VALUE 'N'.
           88 BAN-BLQ-CLI-TOMADO             VALUE 'S'.
       01  WS-EST-FS                  PIC XX      VALUE "00".
       01  WS-FAC-FS                  PIC XX      VALUE "00".
       01  WS-PAG-FS                  PIC XX      VALUE "00".
       01  WS-RET-FS                  PIC XX      VALUE "00".
       01  WS-CUO-FS                  PIC XX      VALUE "00".
       01  WS-FPG-FS                  PIC XX      VALUE "00".
       01  WS-CLI-FS                  PIC XX      VALUE "00".
       01  WS-MOV-FS                  PIC XX      VALUE "00".
       01  WS-BAP-FS                  PIC XX      VALUE "00".
       01  WS-BPE-FS                  PIC XX      VALUE "00".
       01  WS-EST-NOMBRE              PIC X(40)   VALUE SPACES.
      *    PARAMETROS DE LA IMPORTACION
      *---------------------------------------------------------------
       01  WS-BAN-DESDE               PIC X(08)   VALUE SPACES.
       01  WS-BAN-HASTA               PIC X(08)   VALUE SPACES.
       01  WS-BAN-FECHA-ENTRADA       PIC X(08)   VALUE SPACES.
       01  WS-BAN-CONFIRMA            PIC X       VALUE SPACE.
       01  WS-FECHA-HOY               PIC X(08)   VALUE SPACES.
      *    MOVIMIENTO DEL BANCO (REGISTRO DE BANCO-APLICADOS.DAT Y DE
      *    BANCO-PENDIENTES.DAT). LA CLAVE FECHA + DOCUMENTO + MONTO
      *    IDENTIFICA UN DEPOSITO.
      *---------------------------------------------------------------
       01  WS-BMV-REGISTRO.
           05 WS-BMV-CLAVE.
               10 WS-BMV-FECHA        PIC X(08).
               10 WS-BMV-DOCUMENTO    PIC X(20).
               10 WS-BMV-MONTO        PIC 9(9)V99.
           05 WS-BMV-DESCRIPCION      PIC X(60).
           05 WS-BMV-REFERENCIA       PIC X(30).
           05 WS-BMV-FACTURA          PIC 9(07).
           05 WS-BMV-CLI-CODE         PIC X(10).
      *        N = NUMERO DE FACTURA EN LA REFERENCIA, I = CEDULA/RUC
      *        DEL CLIENTE EN LA DESCRIPCION, M = MONTO UNICO. EN
      *        BLANCO EN LOS PENDIENTES.
           05 WS-BMV-CRITERIO         PIC X(01).
           05 WS-BMV-PROCESADO        PIC X(14).
           05 WS-BMV-OPER             PIC X(10).
      *    CAMPOS DE LA LINEA DEL ESTADO DE CUENTA
      *---------------------------------------------------------------
       01  WS-EST-FECHA-TXT           PIC X(12)   VALUE SPACES.
       01  WS-EST-DOCUMENTO           PIC X(20)   VALUE SPACES.
       01  WS-EST-DESCRIPCION         PIC X(60)   VALUE SPACES.
       01  WS-EST-REFERENCIA          PIC X(30)   VALUE SPACES.
       01  WS-EST-MONTO-TXT           PIC X(20)   VALUE SPACES.
       01  WS-EST-FECHA               PIC X(08)   VALUE SPACES.
       01  WS-EST-MONTO               PIC 9(9)V99 VALUE 0.
       01  WS-EST-VALIDA              PIC X       VALUE 'N'.
           88 EST-VALIDA                     VALUE 'S'.
       01  WS-EST-DEBITO              PIC X       VALUE 'N'.
           88 EST-DEBITO                     VALUE 'S'.
      *    CONVERSION DEL MONTO: EL ULTIMO PUNTO O COMA CON UNO O DOS
      *    DIGITOS DETRAS ES EL DECIMAL; LOS DEMAS SON SEPARADORES DE
      *    MILES.
       01  WS-MTO-POS                 PIC 9(02)   VALUE 0.
       01  WS-MTO-SEPARADOR           PIC 9(02)   VALUE 0.
       01  WS-MTO-FIN                 PIC 9(02)   VALUE 0.
       01  WS-MTO-CAR                 PIC X(01)   VALUE SPACE.
       01  WS-MTO-DIGITO              PIC 9(01)   VALUE 0.
       01  WS-MTO-ENTEROS             PIC 9(09)   VALUE 0.
       01  WS-MTO-DECIMALES           PIC 9(02)   VALUE 0.
       01  WS-MTO-CANT-DEC            PIC 9(02)   VALUE 0.
      *    CONTADORES DE LA IMPORTACION
      *---------------------------------------------------------------
       01  WS-BAN-LEIDAS              PIC 9(05)   VALUE 0.
       01  WS-BAN-IGNORADAS           PIC 9(05)   VALUE 0.
       01  WS-BAN-DEBITOS             PIC 9(05)   VALUE 0.
       01  WS-BAN-FUERA-RANGO         PIC 9(05)   VALUE 0.
       01  WS-BAN-YA-APLICADAS        PIC 9(05)   VALUE 0.
       01  WS-BAN-PROPUESTAS          PIC 9(05)   VALUE 0.
       01  WS-BAN-APLICADAS           PIC 9(05)   VALUE 0.
       01  WS-BAN-PENDIENTES          PIC 9(05)   VALUE 0.
       01  WS-BAN-TOTAL-APLICADO      PIC 9(11)V99 VALUE 0.
      *    FACTURAS A CREDITO VIGENTES, ORDENADAS POR NUMERO (1020)
      *    PARA BUSCAR CON SEARCH ALL. WS-BFAC-DISPONIBLE ES EL SALDO
      *    MENOS LO YA PROPUESTO EN ESTA CORRIDA, PARA QUE DOS
      *    DEPOSITOS NO CUBRAN DOS VECES LA MISMA DEUDA.
      *---------------------------------------------------------------
       01  WS-BFAC-TABLA.
           05 WS-BFAC-REG OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-BFAC-EXISTENTES
                          ASCENDING KEY IS WS-BFAC-NUMERO
                          INDEXED BY BFAC-I BFAC-J.
               10 WS-BFAC-NUMERO      PIC 9(07).
               10 WS-BFAC-CLI-CODE    PIC X(10).
               10 WS-BFAC-CLI-NOMBRE  PIC X(30).
               10 WS-BFAC-TOTAL       PIC 9(9)V99.
               10 WS-BFAC-APLICADO    PIC 9(9)V99.
               10 WS-BFAC-DISPONIBLE  PIC S9(9)V99.
      *        NUMERO LEGAL EEE-PPP-SSSSSSS; LAS FACTURAS GRABADAS
      *        ANTES DE ESE CAMPO SE CARGAN COMO 001-001 CON EL NUMERO
      *        INTERNO.
               10 WS-BFAC-NUM-LEGAL   PIC X(15).
       01  WS-BFAC-EXISTENTES         PIC 9(05)   VALUE 0.
       01  WS-BFAC-OMITIDAS           PIC 9(05)   VALUE 0.
       01  WS-BFAC-TEMP.
           05 WS-BFAC-TEMP-NUMERO     PIC 9(07).
           05 FILLER                  PIC X(88).
       01  WS-BFAC-UBICADO            PIC X       VALUE 'N'.
           88 BFAC-UBICADO                   VALUE 'S'.
       01  WS-BFAC-ENCONTRADA         PIC X       VALUE 'N'.
           88 BFAC-ENCONTRADA                VALUE 'S'.
       01  WS-BUSC-FACTURA            PIC 9(07)   VALUE 0.
      *    DEPOSITOS YA APLICADOS (BANCO-APLICADOS.DAT) Y
      *    TRANSFERENCIAS DIGITADAS A MANO (FORMAS-PAGO.DAT, METODO
      *    'B'), ORDENADOS POR CLAVE PARA BUSCAR CON SEARCH ALL.
      *---------------------------------------------------------------
       01  WS-BAP-TABLA.
           05 WS-BAP-REG OCCURS 1 TO 20000 TIMES
                         DEPENDING ON WS-BAP-EXISTENTES
                         ASCENDING KEY IS WS-BAP-CLAVE
                         INDEXED BY BAP-I.
               10 WS-BAP-CLAVE        PIC X(39).
       01  WS-BAP-EXISTENTES          PIC 9(05)   VALUE 0.
       01  WS-BAP-TEMP                PIC X(39).
       01  WS-BAP-UBICADO             PIC X       VALUE 'N'.
           88 BAP-UBICADO                    VALUE 'S'.
       01  WS-BMA-TABLA.
           05 WS-BMA-REG OCCURS 1 TO 20000 TIMES
                         DEPENDING ON WS-BMA-EXISTENTES
                         ASCENDING KEY IS WS-BMA-CLAVE
                         INDEXED BY BMA-I.
               10 WS-BMA-CLAVE        PIC X(31).
       01  WS-BMA-EXISTENTES          PIC 9(05)   VALUE 0.
       01  WS-BMA-TEMP                PIC X(31).
       01  WS-BMA-UBICADO             PIC X       VALUE 'N'.
           88 BMA-UBICADO                    VALUE 'S'.
       01  WS-BMA-BUSCADA.
           05 WS-BMA-B-REFERENCIA     PIC X(20).
           05 WS-BMA-B-MONTO          PIC 9(9)V99.
       01  WS-BAN-YA-EXISTE           PIC X       VALUE 'N'.
           88 BAN-YA-EXISTE                  VALUE 'S'.
      *    MAESTRO DE CLIENTES: EL REGISTRO COMPLETO SE GUARDA TAL CUAL
      *    Y SOLO SE TOCA EL BALANCE AL REESCRIBIRLO (COMO EN
      *    INTERES-MORA). LA TABLA SE MANTIENE ORDENADA POR CODIGO.
      *---------------------------------------------------------------
       01  WS-BCLI-TABLA.
           05 WS-BCLI-REG OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-BCLI-EXISTENTES
                          ASCENDING KEY IS WS-BCLI-CODE
                          INDEXED BY BCLI-I BCLI-J.
               10 WS-BCLI-REGISTRO    PIC X(149).
               10 WS-BCLI-CODE        PIC X(10).
               10 WS-BCLI-BALANCE     PIC S9(11)V99.
               10 WS-BCLI-ID-NUMERO   PIC X(13).
       01  WS-BCLI-EXISTENTES         PIC 9(05)   VALUE 0.
       01  WS-BCLI-TEMP.
           05 FILLER                  PIC X(149).
           05 WS-BCLI-TEMP-CODE       PIC X(10).
           05 FILLER                  PIC X(26).
       01  WS-BCLI-UBICADO            PIC X       VALUE 'N'.
           88 BCLI-UBICADO                   VALUE 'S'.
       01  WS-BCLI-TABLA-LLENA        PIC X       VALUE 'N'.
           88 BCLI-TABLA-LLENA               VALUE 'S'.
       01  WS-BCLI-ENCONTRADO         PIC X       VALUE 'N'.
           88 BCLI-ENCONTRADO                VALUE 'S'.
       01  WS-BUSC-CLIENTE            PIC X(10)   VALUE SPACES.
      *    CREDITOS DEL BANCO A PROCESAR EN ESTA CORRIDA: PRIMERO LOS
      *    PENDIENTES DE IMPORTACIONES ANTERIORES Y LUEGO LOS DEL
      *    ESTADO DE CUENTA (SIN REPETIR CLAVES).
      *---------------------------------------------------------------
       01  WS-BCAN-TABLA.
           05 WS-BCAN-REG OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-BCAN-EXISTENTES
                          INDEXED BY BCAN-I.
               10 WS-BCAN-MOVIMIENTO  PIC X(176).
      *            P = PROPUESTO, C = CONFIRMADO Y APLICADO,
      *            R = RECHAZADO POR EL SUPERVISOR, S = SIN FACTURA
               10 WS-BCAN-ESTADO      PIC X(01).
       01  WS-BCAN-EXISTENTES         PIC 9(05)   VALUE 0.
       01  WS-BCAN-OMITIDOS           PIC 9(05)   VALUE 0.
       01  WS-BCAN-ORDEN              PIC 9(05)   VALUE 0.
      *    BUSQUEDA DE NUMEROS DENTRO DE LA REFERENCIA O DESCRIPCION:
      *    SE SEPARAN LAS SECUENCIAS DE DIGITOS (HASTA 10 POR TEXTO).
      *---------------------------------------------------------------
       01  WS-DIG-TEXTO               PIC X(60)   VALUE SPACES.
       01  WS-DIG-POS                 PIC 9(02)   VALUE 0.
       01  WS-DIG-ACTUAL              PIC X(13)   VALUE SPACES.
       01  WS-DIG-LARGO               PIC 9(02)   VALUE 0.
       01  WS-DIG-CANT                PIC 9(02)   VALUE 0.
       01  WS-DIG-TABLA.
           05 WS-DIG-REG OCCURS 10 TIMES INDEXED BY DIG-I.
               10 WS-DIG-VALOR        PIC X(13).
               10 WS-DIG-LONGITUD     PIC 9(02).
       01  WS-DIG-NUMERO-X            PIC X(07)   VALUE ZEROS.
       01  WS-DIG-NUMERO REDEFINES WS-DIG-NUMERO-X PIC 9(07).
      *    NUMERO LEGAL DE FACTURA EN LA REFERENCIA (EEE-PPP-SSSSSSS)
       01  WS-LEG-POS                 PIC 9(02)   VALUE 0.
       01  WS-LEG-OK                  PIC X       VALUE 'N'.
           88 LEG-OK                         VALUE 'S'.
       01  WS-LEG-NUMERO              PIC X(15)   VALUE SPACES.
       01  WS-LEG-LEGADO.
           05 FILLER                  PIC X(08)   VALUE "001-001-".
           05 WS-LEG-LEGADO-SEC       PIC 9(07)   VALUE 0.
      *    RESULTADO DE LA BUSQUEDA DE FACTURA PARA UN CREDITO
      *---------------------------------------------------------------
       01  WS-CRU-FACTURA-I           PIC 9(05)   VALUE 0.
       01  WS-CRU-COINCIDENCIAS       PIC 9(05)   VALUE 0.
       01  WS-CRU-CRITERIO            PIC X(01)   VALUE SPACE.
       01  WS-CRU-EXACTA-I            PIC 9(05)   VALUE 0.
       01  WS-CRU-ANTIGUA-I           PIC 9(05)   VALUE 0.
       01  WS-CRU-CRITERIO-NOM        PIC X(25)   VALUE SPACES.
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
      *    DEFENSA ADICIONAL A LA DEL MENU, IGUAL QUE ADMIN-OPERADORES.
           IF OPERADOR-CAJERO
               DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
               GO TO 0000-SALIR
           END-IF.
           MOVE 0 TO WS-BAN-LEIDAS WS-BAN-IGNORADAS WS-BAN-DEBITOS
                     WS-BAN-FUERA-RANGO WS-BAN-YA-APLICADAS
                     WS-BAN-PROPUESTAS WS-BAN-APLICADAS
                     WS-BAN-PENDIENTES WS-BAN-TOTAL-APLICADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           PERFORM 0500-PEDIR-PARAMETROS.
           MOVE "CLIENTES.DAT" TO WS-BLQ-ARCHIVO.
           PERFORM 0700-PEDIR-BLOQUEO.
           IF NOT BLQ-CONCEDIDO
               DISPLAY "IMPORTACION CANCELADA - EN USO: CLIENTES.DAT"
               GO TO 0000-SALIR
           END-IF.
           MOVE 'S' TO WS-BAN-BLQ-CLI.
           PERFORM 1500-CARGAR-CLIENTES.
           IF BCLI-TABLA-LLENA
               DISPLAY "CLIENTES.DAT TIENE MAS DE 5000 REGISTROS - NO "
                   "SE PUEDEN APLICAR ABONOS SIN PERDER CLIENTES"
               GO TO 0000-SALIR
           END-IF.
           PERFORM 1000-CARGAR-FACTURAS.
           PERFORM 1100-APLICAR-ABONOS.
           PERFORM 1200-APLICAR-RETENCIONES.
           PERFORM 1300-SUMAR-INTERES-CUOTAS.
           PERFORM 1400-CARGAR-YA-APLICADOS.
           MOVE 0 TO WS-BCAN-EXISTENTES WS-BCAN-OMITIDOS.
           PERFORM 2000-CARGAR-PENDIENTES.
           PERFORM 2100-LEER-ESTADO.
           IF WS-EST-FS = "35"
               DISPLAY "NO EXISTE EL ARCHIVO " WS-EST-NOMBRE
               MOVE "00" TO WS-EST-FS
               GO TO 0000-SALIR
           END-IF.
           PERFORM 3000-BUSCAR-COINCIDENCIAS.
           PERFORM 4000-CONFIRMAR-PROPUESTAS.
           PERFORM 8000-GRABAR-CLIENTES.
           PERFORM 8100-GRABAR-PENDIENTES.
           PERFORM 8200-MOSTRAR-RESUMEN.

       0000-SALIR.
           IF BAN-BLQ-CLI-TOMADO
               MOVE "CLIENTES.DAT" TO WS-BLQ-ARCHIVO
               PERFORM 0750-SOLTAR-BLOQUEO
               MOVE 'N' TO WS-BAN-BLQ-CLI
           END-IF.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       0500-PEDIR-PARAMETROS SECTION.
           DISPLAY "*******************************************".
           DISPLAY "IMPORTACION DE ESTADO DE CUENTA BANCARIO".
           DISPLAY "*******************************************".
           DISPLAY "ARCHIVO DEL ESTADO DE CUENTA "
               "(ENTER = ESTADO-BANCO.CSV)".
           MOVE SPACES TO WS-EST-NOMBRE.
           ACCEPT WS-EST-NOMBRE.
           IF WS-EST-NOMBRE = SPACES
               MOVE "ESTADO-BANCO.CSV" TO WS-EST-NOMBRE
           END-IF.
           DISPLAY "DESDE (AAAAMMDD, ENTER = SIN LIMITE)".
           MOVE SPACES TO WS-BAN-FECHA-ENTRADA.
           ACCEPT WS-BAN-FECHA-ENTRADA.
           IF WS-BAN-FECHA-ENTRADA IS NUMERIC
               MOVE WS-BAN-FECHA-ENTRADA TO WS-BAN-DESDE
           ELSE
               MOVE "00000000" TO WS-BAN-DESDE
           END-IF.
           DISPLAY "HASTA (AAAAMMDD, ENTER = HOY)".
           MOVE SPACES TO WS-BAN-FECHA-ENTRADA.
           ACCEPT WS-BAN-FECHA-ENTRADA.
           IF WS-BAN-FECHA-ENTRADA IS NUMERIC
               MOVE WS-BAN-FECHA-ENTRADA TO WS-BAN-HASTA
           ELSE
               MOVE WS-FECHA-HOY TO WS-BAN-HASTA
           END-IF.

       0500-END-PEDIR-PARAMETROS SECTION.

       0700-PEDIR-BLOQUEO SECTION.
           MOVE 'T' TO WS-BLQ-ACCION.
           MOVE "CONCILIA-BANCO" TO WS-BLQ-PROGRAMA.
           CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION WS-BLQ-ARCHIVO
               WS-BLQ-PROGRAMA WS-BLQ-RESULTADO WS-BLQ-DUENO.

       0700-END-PEDIR-BLOQUEO SECTION.

       0750-SOLTAR-BLOQUEO SECTION.
           MOVE 'L' TO WS-BLQ-ACCION.
           MOVE "CONCILIA-BANCO" TO WS-BLQ-PROGRAMA.
           CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION WS-BLQ-ARCHIVO
               WS-BLQ-PROGRAMA WS-BLQ-RESULTADO WS-BLQ-DUENO.

       0750-END-SOLTAR-BLOQUEO SECTION.

       1000-CARGAR-FACTURAS SECTION.
      *    SOLO FACTURAS A CREDITO VIGENTES: SE EXCLUYEN LAS ANULADAS Y
      *    LAS DE CONSUMIDOR FINAL (COBRADAS DE CONTADO), IGUAL QUE EN
      *    REPORTE-CARTERA E INTERES-MORA.
           MOVE 0 TO WS-BFAC-EXISTENTES WS-BFAC-OMITIDAS.
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
           IF WS-BFAC-OMITIDAS > 0
               DISPLAY "AVISO: " WS-BFAC-OMITIDAS " FACTURAS NO "
                   "ENTRARON EN LA TABLA Y NO SE CRUZARON"
           END-IF.

       1000-END-CARGAR-FACTURAS SECTION.

       1010-AGREGAR-FACTURA SECTION.
           IF WS-BFAC-EXISTENTES < 5000
               ADD 1 TO WS-BFAC-EXISTENTES
               SET BFAC-I TO WS-BFAC-EXISTENTES
               MOVE REG-FAC-NUMERO TO WS-BFAC-NUMERO(BFAC-I)
               MOVE REG-FAC-CLI-CODE TO WS-BFAC-CLI-CODE(BFAC-I)
               MOVE REG-FAC-CLI-NOMBRE TO WS-BFAC-CLI-NOMBRE(BFAC-I)
               MOVE REG-FAC-TOTAL TO WS-BFAC-TOTAL(BFAC-I)
               IF REG-FAC-NUM-COMPLETO = SPACES
                   MOVE REG-FAC-NUMERO TO WS-LEG-LEGADO-SEC
                   MOVE WS-LEG-LEGADO TO WS-BFAC-NUM-LEGAL(BFAC-I)
               ELSE
                   MOVE REG-FAC-NUM-COMPLETO
                       TO WS-BFAC-NUM-LEGAL(BFAC-I)
               END-IF
               MOVE 0 TO WS-BFAC-APLICADO(BFAC-I)
               MOVE 0 TO WS-BFAC-DISPONIBLE(BFAC-I)
               PERFORM 1020-UBICAR-FACTURA
           ELSE
               ADD 1 TO WS-BFAC-OMITIDAS
           END-IF.

       1010-END-AGREGAR-FACTURA SECTION.

       1020-UBICAR-FACTURA SECTION.
      *    FACTURAS.DAT SE ANEXA EN ORDEN DE NUMERO, ASI QUE CASI
      *    SIEMPRE LA FACTURA NUEVA YA ESTA EN SU LUGAR.
           MOVE WS-BFAC-REG(BFAC-I) TO WS-BFAC-TEMP.
           MOVE 'N' TO WS-BFAC-UBICADO.
           PERFORM UNTIL BFAC-I = 1 OR BFAC-UBICADO
               IF WS-BFAC-NUMERO(BFAC-I - 1) > WS-BFAC-TEMP-NUMERO
                   MOVE WS-BFAC-REG(BFAC-I - 1) TO WS-BFAC-REG(BFAC-I)
                   SET BFAC-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-BFAC-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-BFAC-TEMP TO WS-BFAC-REG(BFAC-I).

       1020-END-UBICAR-FACTURA SECTION.

       1030-BUSCAR-FACTURA SECTION.
           MOVE 'N' TO WS-BFAC-ENCONTRADA.
           IF WS-BFAC-EXISTENTES > 0
               SET BFAC-I TO 1
               SEARCH ALL WS-BFAC-REG
                   AT END
                       CONTINUE
                   WHEN WS-BFAC-NUMERO(BFAC-I) = WS-BUSC-FACTURA
                       MOVE 'S' TO WS-BFAC-ENCONTRADA
               END-SEARCH
           END-IF.

       1030-END-BUSCAR-FACTURA SECTION.

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
                           PERFORM 1030-BUSCAR-FACTURA
                           IF BFAC-ENCONTRADA
                               ADD REG-PAG-MONTO
                                   TO WS-BFAC-APLICADO(BFAC-I)
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
                           PERFORM 1030-BUSCAR-FACTURA
                           IF BFAC-ENCONTRADA
                               ADD REG-RET-TOTAL
                                   TO WS-BFAC-APLICADO(BFAC-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENCIONES-FILE
           END-IF.
           MOVE "00" TO WS-RET-FS.

       1200-END-APLICAR-RETENCIONES SECTION.

       1300-SUMAR-INTERES-CUOTAS SECTION.
      *    EL INTERES DE UN PLAN DE CUOTAS SE SUMA A LO DEBIDO (VER
      *    4040-SUMAR-ABONOS EN VSFACTU). AL TERMINAR QUEDA EL SALDO
      *    DISPONIBLE DE CADA FACTURA.
           MOVE "00" TO WS-CUO-FS.
           OPEN INPUT CUOTAS-FILE.
           IF WS-CUO-FS = "35"
               MOVE "00" TO WS-CUO-FS
           ELSE
               PERFORM UNTIL WS-CUO-FS NOT = "00"
                   READ CUOTAS-FILE
                       AT END MOVE "10" TO WS-CUO-FS
                       NOT AT END
                           MOVE REG-CUO-FACTURA TO WS-BUSC-FACTURA
                           PERFORM 1030-BUSCAR-FACTURA
                           IF BFAC-ENCONTRADA
                               ADD REG-CUO-INTERES
                                   TO WS-BFAC-TOTAL(BFAC-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS-FILE
           END-IF.
           MOVE "00" TO WS-CUO-FS.
           PERFORM VARYING BFAC-I FROM 1 BY 1
                   UNTIL BFAC-I > WS-BFAC-EXISTENTES
               COMPUTE WS-BFAC-DISPONIBLE(BFAC-I) =
                   WS-BFAC-TOTAL(BFAC-I) - WS-BFAC-APLICADO(BFAC-I)
           END-PERFORM.

       1300-END-SUMAR-INTERES-CUOTAS SECTION.

       1400-CARGAR-YA-APLICADOS SECTION.
           MOVE 0 TO WS-BAP-EXISTENTES WS-BMA-EXISTENTES.
           OPEN INPUT APLICADOS-FILE.
           IF WS-BAP-FS = "35"
               MOVE "00" TO WS-BAP-FS
           ELSE
               PERFORM UNTIL WS-BAP-FS NOT = "00"
                   READ APLICADOS-FILE
                       AT END MOVE "10" TO WS-BAP-FS
                       NOT AT END
                           MOVE REG-APLICADO TO WS-BMV-REGISTRO
                           MOVE WS-BMV-CLAVE TO WS-BAP-TEMP
                           PERFORM 1410-AGREGAR-APLICADO
                   END-READ
               END-PERFORM
               CLOSE APLICADOS-FILE
           END-IF.
           MOVE "00" TO WS-BAP-FS.
      *    TRANSFERENCIAS DIGITADAS EN 4010-REGISTRAR-ABONO O COBRADAS
      *    EN UNA VENTA DE CONTADO: SU REFERENCIA ES LA CONFIRMACION
      *    DEL BANCO QUE ESCRIBIO EL OPERADOR.
           OPEN INPUT FORMAS-PAGO-FILE.
           IF WS-FPG-FS = "35"
               MOVE "00" TO WS-FPG-FS
           ELSE
               PERFORM UNTIL WS-FPG-FS NOT = "00"
                   READ FORMAS-PAGO-FILE
                       AT END MOVE "10" TO WS-FPG-FS
                       NOT AT END
                           IF REG-FPG-METODO = 'B' AND
                                   REG-FPG-REFERENCIA NOT = SPACES
                               MOVE REG-FPG-REFERENCIA
                                   TO WS-BMA-B-REFERENCIA
                               MOVE REG-FPG-MONTO TO WS-BMA-B-MONTO
                               MOVE WS-BMA-BUSCADA TO WS-BMA-TEMP
                               PERFORM 1420-AGREGAR-MANUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORMAS-PAGO-FILE
           END-IF.
           MOVE "00" TO WS-FPG-FS.

       1400-END-CARGAR-YA-APLICADOS SECTION.

       1410-AGREGAR-APLICADO SECTION.
           IF WS-BAP-EXISTENTES < 20000
               ADD 1 TO WS-BAP-EXISTENTES
               SET BAP-I TO WS-BAP-EXISTENTES
               MOVE 'N' TO WS-BAP-UBICADO
               PERFORM UNTIL BAP-I = 1 OR BAP-UBICADO
                   IF WS-BAP-CLAVE(BAP-I - 1) > WS-BAP-TEMP
                       MOVE WS-BAP-REG(BAP-I - 1) TO WS-BAP-REG(BAP-I)
                       SET BAP-I DOWN BY 1
                   ELSE
                       MOVE 'S' TO WS-BAP-UBICADO
                   END-IF
               END-PERFORM
               MOVE WS-BAP-TEMP TO WS-BAP-CLAVE(BAP-I)
           END-IF.

       1410-END-AGREGAR-APLICADO SECTION.

       1420-AGREGAR-MANUAL SECTION.
           IF WS-BMA-EXISTENTES < 20000
               ADD 1 TO WS-BMA-EXISTENTES
               SET BMA-I TO WS-BMA-EXISTENTES
               MOVE 'N' TO WS-BMA-UBICADO
               PERFORM UNTIL BMA-I = 1 OR BMA-UBICADO
                   IF WS-BMA-CLAVE(BMA-I - 1) > WS-BMA-TEMP
                       MOVE WS-BMA-REG(BMA-I - 1) TO WS-BMA-REG(BMA-I)
                       SET BMA-I DOWN BY 1
                   ELSE
                       MOVE 'S' TO WS-BMA-UBICADO
                   END-IF
               END-PERFORM
               MOVE WS-BMA-TEMP TO WS-BMA-CLAVE(BMA-I)
           END-IF.

       1420-END-AGREGAR-MANUAL SECTION.

       1430-VERIFICAR-YA-APLICADO SECTION.
      *    WS-BMV-REGISTRO TRAE EL CREDITO DEL BANCO. QUEDA
      *    BAN-YA-EXISTE SI YA SE APLICO DESDE ESTE PROGRAMA O SI UN
      *    OPERADOR YA DIGITO ESA TRANSFERENCIA CON EL MISMO MONTO.
           MOVE 'N' TO WS-BAN-YA-EXISTE.
           IF WS-BAP-EXISTENTES > 0
               SET BAP-I TO 1
               SEARCH ALL WS-BAP-REG
                   AT END
                       CONTINUE
                   WHEN WS-BAP-CLAVE(BAP-I) = WS-BMV-CLAVE
                       MOVE 'S' TO WS-BAN-YA-EXISTE
               END-SEARCH
           END-IF.
           IF NOT BAN-YA-EXISTE AND WS-BMA-EXISTENTES > 0
               MOVE WS-BMV-DOCUMENTO TO WS-BMA-B-REFERENCIA
               MOVE WS-BMV-MONTO TO WS-BMA-B-MONTO
               SET BMA-I TO 1
               SEARCH ALL WS-BMA-REG
                   AT END
                       CONTINUE
                   WHEN WS-BMA-CLAVE(BMA-I) = WS-BMA-BUSCADA
                       MOVE 'S' TO WS-BAN-YA-EXISTE
               END-SEARCH
           END-IF.

       1430-END-VERIFICAR-YA-APLICADO SECTION.

       1500-CARGAR-CLIENTES SECTION.
           MOVE 0 TO WS-BCLI-EXISTENTES.
           MOVE 'N' TO WS-BCLI-TABLA-LLENA.
           OPEN INPUT CLIENTES-FILE.
           IF WS-CLI-FS = "35"
               MOVE "00" TO WS-CLI-FS
           ELSE
               PERFORM UNTIL WS-CLI-FS NOT = "00"
                       OR BCLI-TABLA-LLENA
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
           IF WS-BCLI-EXISTENTES = 5000
               MOVE 'S' TO WS-BCLI-TABLA-LLENA
           ELSE
               ADD 1 TO WS-BCLI-EXISTENTES
               SET BCLI-I TO WS-BCLI-EXISTENTES
               MOVE REG-CLIENTE TO WS-BCLI-REGISTRO(BCLI-I)
               MOVE REG-CLIENTE-CODE TO WS-BCLI-CODE(BCLI-I)
               MOVE REG-CLIENTE-BALANCE TO WS-BCLI-BALANCE(BCLI-I)
               MOVE REG-CLIENTE-ID-NUMERO TO WS-BCLI-ID-NUMERO(BCLI-I)
               PERFORM 1520-UBICAR-CLIENTE
           END-IF.

       1510-END-AGREGAR-CLIENTE SECTION.

       1520-UBICAR-CLIENTE SECTION.
           MOVE WS-BCLI-REG(BCLI-I) TO WS-BCLI-TEMP.
           MOVE 'N' TO WS-BCLI-UBICADO.
           PERFORM UNTIL BCLI-I = 1 OR BCLI-UBICADO
               IF WS-BCLI-CODE(BCLI-I - 1) > WS-BCLI-TEMP-CODE
                   MOVE WS-BCLI-REG(BCLI-I - 1) TO WS-BCLI-REG(BCLI-I)
                   SET BCLI-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-BCLI-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-BCLI-TEMP TO WS-BCLI-REG(BCLI-I).

       1520-END-UBICAR-CLIENTE SECTION.

       1530-BUSCAR-CLIENTE SECTION.
           MOVE 'N' TO WS-BCLI-ENCONTRADO.
           IF WS-BCLI-EXISTENTES > 0
               SET BCLI-I TO 1
               SEARCH ALL WS-BCLI-REG
                   AT END
                       CONTINUE
                   WHEN WS-BCLI-CODE(BCLI-I) = WS-BUSC-CLIENTE
                       MOVE 'S' TO WS-BCLI-ENCONTRADO
               END-SEARCH
           END-IF.

       1530-END-BUSCAR-CLIENTE SECTION.

       2000-CARGAR-PENDIENTES SECTION.
      *    LOS PENDIENTES DE IMPORTACIONES ANTERIORES SE VUELVEN A
      *    CRUZAR (PUEDE HABER APARECIDO LA FACTURA O HABERSE
      *    DIGITADO EL ABONO A MANO MIENTRAS TANTO).
           OPEN INPUT PENDIENTES-FILE.
           IF WS-BPE-FS = "35"
               MOVE "00" TO WS-BPE-FS
           ELSE
               PERFORM UNTIL WS-BPE-FS NOT = "00"
                   READ PENDIENTES-FILE
                       AT END MOVE "10" TO WS-BPE-FS
                       NOT AT END
                           MOVE REG-PENDIENTE TO WS-BMV-REGISTRO
                           PERFORM 2150-AGREGAR-CANDIDATO
                   END-READ
               END-PERFORM
               CLOSE PENDIENTES-FILE
           END-IF.
           MOVE "00" TO WS-BPE-FS.

       2000-END-CARGAR-PENDIENTES SECTION.

       2100-LEER-ESTADO SECTION.
           OPEN INPUT ESTADO-FILE.
           IF WS-EST-FS = "35"
               GO TO 2100-SALIR
           END-IF.
           PERFORM UNTIL WS-EST-FS NOT = "00"
               READ ESTADO-FILE
                   AT END MOVE "10" TO WS-EST-FS
                   NOT AT END
                       ADD 1 TO WS-BAN-LEIDAS
                       PERFORM 2110-INTERPRETAR-LINEA
               END-READ
           END-PERFORM.
           CLOSE ESTADO-FILE.
           MOVE "00" TO WS-EST-FS.

       2100-SALIR.
           EXIT.

       2100-END-LEER-ESTADO SECTION.

       2110-INTERPRETAR-LINEA SECTION.
           MOVE SPACES TO WS-EST-FECHA-TXT WS-EST-DOCUMENTO
                          WS-EST-DESCRIPCION WS-EST-REFERENCIA
                          WS-EST-MONTO-TXT.
           UNSTRING REG-ESTADO DELIMITED BY ";"
               INTO WS-EST-FECHA-TXT WS-EST-DOCUMENTO
                    WS-EST-DESCRIPCION WS-EST-REFERENCIA
                    WS-EST-MONTO-TXT.
           PERFORM 2120-CONVERTIR-FECHA.
           IF EST-VALIDA
               PERFORM 2130-CONVERTIR-MONTO
           END-IF.
           IF NOT EST-VALIDA OR WS-EST-DOCUMENTO = SPACES
               ADD 1 TO WS-BAN-IGNORADAS
               GO TO 2110-SALIR
           END-IF.
           IF EST-DEBITO OR WS-EST-MONTO = 0
               ADD 1 TO WS-BAN-DEBITOS
               GO TO 2110-SALIR
           END-IF.
           IF WS-EST-FECHA < WS-BAN-DESDE OR
                   WS-EST-FECHA > WS-BAN-HASTA
               ADD 1 TO WS-BAN-FUERA-RANGO
               GO TO 2110-SALIR
           END-IF.
           INITIALIZE WS-BMV-REGISTRO.
           MOVE WS-EST-FECHA TO WS-BMV-FECHA.
           MOVE FUNCTION TRIM(WS-EST-DOCUMENTO) TO WS-BMV-DOCUMENTO.
           MOVE WS-EST-MONTO TO WS-BMV-MONTO.
           MOVE FUNCTION TRIM(WS-EST-DESCRIPCION)
               TO WS-BMV-DESCRIPCION.
           MOVE FUNCTION TRIM(WS-EST-REFERENCIA) TO WS-BMV-REFERENCIA.
           PERFORM 2150-AGREGAR-CANDIDATO.

       2110-SALIR.
           EXIT.

       2110-END-INTERPRETAR-LINEA SECTION.

       2120-CONVERTIR-FECHA SECTION.
      *    DD/MM/AAAA, AAAA-MM-DD O AAAAMMDD A AAAAMMDD.
           MOVE 'N' TO WS-EST-VALIDA.
           MOVE SPACES TO WS-EST-FECHA.
           MOVE FUNCTION TRIM(WS-EST-FECHA-TXT) TO WS-EST-FECHA-TXT.
           EVALUATE TRUE
               WHEN WS-EST-FECHA-TXT(3:1) = "/"
                   STRING WS-EST-FECHA-TXT(7:4) WS-EST-FECHA-TXT(4:2)
                       WS-EST-FECHA-TXT(1:2)
                       DELIMITED BY SIZE INTO WS-EST-FECHA
               WHEN WS-EST-FECHA-TXT(5:1) = "-"
                   STRING WS-EST-FECHA-TXT(1:4) WS-EST-FECHA-TXT(6:2)
                       WS-EST-FECHA-TXT(9:2)
                       DELIMITED BY SIZE INTO WS-EST-FECHA
               WHEN OTHER
                   MOVE WS-EST-FECHA-TXT(1:8) TO WS-EST-FECHA
           END-EVALUATE.
           IF WS-EST-FECHA IS NUMERIC
               MOVE 'S' TO WS-EST-VALIDA
           END-IF.

       2120-END-CONVERTIR-FECHA SECTION.

       2130-CONVERTIR-MONTO SECTION.
           MOVE 'N' TO WS-EST-DEBITO.
           MOVE 0 TO WS-MTO-SEPARADOR WS-MTO-FIN WS-MTO-ENTEROS
                     WS-MTO-DECIMALES WS-MTO-CANT-DEC WS-EST-MONTO.
      *    ULTIMO CARACTER NO BLANCO Y ULTIMO SEPARADOR
           PERFORM VARYING WS-MTO-POS FROM 1 BY 1
                   UNTIL WS-MTO-POS > 20
               MOVE WS-EST-MONTO-TXT(WS-MTO-POS:1) TO WS-MTO-CAR
               IF WS-MTO-CAR NOT = SPACE
                   MOVE WS-MTO-POS TO WS-MTO-FIN
               END-IF
               IF WS-MTO-CAR = "," OR WS-MTO-CAR = "."
                   MOVE WS-MTO-POS TO WS-MTO-SEPARADOR
               END-IF
           END-PERFORM.
           IF WS-MTO-FIN = 0
               MOVE 'N' TO WS-EST-VALIDA
               GO TO 2130-SALIR
           END-IF.
      *    UN SEPARADOR CON TRES DIGITOS DETRAS ES DE MILES
           IF WS-MTO-SEPARADOR > 0 AND
                   WS-MTO-FIN - WS-MTO-SEPARADOR > 2
               MOVE 0 TO WS-MTO-SEPARADOR
           END-IF.
           PERFORM VARYING WS-MTO-POS FROM 1 BY 1
                   UNTIL WS-MTO-POS > WS-MTO-FIN
               MOVE WS-EST-MONTO-TXT(WS-MTO-POS:1) TO WS-MTO-CAR
               EVALUATE TRUE
                   WHEN WS-MTO-CAR IS NUMERIC
                       MOVE WS-MTO-CAR TO WS-MTO-DIGITO
                       IF WS-MTO-SEPARADOR > 0 AND
                               WS-MTO-POS > WS-MTO-SEPARADOR
                           COMPUTE WS-MTO-DECIMALES =
                               WS-MTO-DECIMALES * 10 + WS-MTO-DIGITO
                           ADD 1 TO WS-MTO-CANT-DEC
                       ELSE
                           COMPUTE WS-MTO-ENTEROS =
                               WS-MTO-ENTEROS * 10 + WS-MTO-DIGITO
                       END-IF
                   WHEN WS-MTO-CAR = "-"
                       MOVE 'S' TO WS-EST-DEBITO
                   WHEN WS-MTO-CAR = "," OR WS-MTO-CAR = "." OR
                        WS-MTO-CAR = "+" OR WS-MTO-CAR = "$" OR
                        WS-MTO-CAR = SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WS-EST-VALIDA
               END-EVALUATE
           END-PERFORM.
           IF WS-MTO-CANT-DEC = 1
               COMPUTE WS-MTO-DECIMALES = WS-MTO-DECIMALES * 10
           END-IF.
           COMPUTE WS-EST-MONTO = WS-MTO-ENTEROS
               + WS-MTO-DECIMALES / 100.

       2130-SALIR.
           EXIT.

       2130-END-CONVERTIR-MONTO SECTION.

       2150-AGREGAR-CANDIDATO SECTION.
      *    WS-BMV-REGISTRO TRAE EL CREDITO. UN DEPOSITO YA APLICADO NO
      *    ENTRA; UNO QUE YA ESTA EN LA TABLA (PENDIENTE QUE VUELVE A
      *    VENIR EN EL ESTADO, O LINEA REPETIDA) TAMPOCO.
           PERFORM 1430-VERIFICAR-YA-APLICADO.
           IF BAN-YA-EXISTE
               ADD 1 TO WS-BAN-YA-APLICADAS
               GO TO 2150-SALIR
           END-IF.
           IF WS-BCAN-EXISTENTES > 0
               SET BCAN-I TO 1
               SEARCH WS-BCAN-REG
                   AT END
                       CONTINUE
                   WHEN WS-BCAN-MOVIMIENTO(BCAN-I)(1:39) = WS-BMV-CLAVE
                       GO TO 2150-SALIR
               END-SEARCH
           END-IF.
           IF WS-BCAN-EXISTENTES >= 5000
               ADD 1 TO WS-BCAN-OMITIDOS
               GO TO 2150-SALIR
           END-IF.
           MOVE 0 TO WS-BMV-FACTURA.
           MOVE SPACES TO WS-BMV-CLI-CODE WS-BMV-CRITERIO.
           ADD 1 TO WS-BCAN-EXISTENTES.
           SET BCAN-I TO WS-BCAN-EXISTENTES.
           MOVE WS-BMV-REGISTRO TO WS-BCAN-MOVIMIENTO(BCAN-I).
           MOVE 'S' TO WS-BCAN-ESTADO(BCAN-I).

       2150-SALIR.
           EXIT.

       2150-END-AGREGAR-CANDIDATO SECTION.

       3000-BUSCAR-COINCIDENCIAS SECTION.
      *    SOLO SE PROPONE UNA FACTURA CUANDO LA COINCIDENCIA ES CLARA,
      *    EN ESTE ORDEN: NUMERO DE FACTURA EN LA REFERENCIA, CEDULA O
      *    RUC DEL CLIENTE EN LA DESCRIPCION, O UNA UNICA FACTURA CON
      *    ESE SALDO EXACTO. NUNCA SE PROPONE MAS DE LO QUE SE DEBE.
           PERFORM VARYING BCAN-I FROM 1 BY 1
                   UNTIL BCAN-I > WS-BCAN-EXISTENTES
               MOVE WS-BCAN-MOVIMIENTO(BCAN-I) TO WS-BMV-REGISTRO
               MOVE 0 TO WS-CRU-FACTURA-I
               MOVE SPACE TO WS-CRU-CRITERIO
               PERFORM 3100-POR-NUMERO
               IF WS-CRU-FACTURA-I = 0
                   PERFORM 3200-POR-IDENTIFICACION
               END-IF
               IF WS-CRU-FACTURA-I = 0
                   PERFORM 3300-POR-MONTO
               END-IF
               IF WS-CRU-FACTURA-I > 0
                   PERFORM 3400-PROPONER
               END-IF
           END-PERFORM.

       3000-END-BUSCAR-COINCIDENCIAS SECTION.

       3050-SEPARAR-DIGITOS SECTION.
      *    DEJA EN WS-DIG-TABLA CADA SECUENCIA DE DIGITOS DE
      *    WS-DIG-TEXTO (LAS DE MAS DE 13 SE DESCARTAN).
           MOVE 0 TO WS-DIG-CANT WS-DIG-LARGO.
           MOVE SPACES TO WS-DIG-ACTUAL.
           PERFORM VARYING WS-DIG-POS FROM 1 BY 1
                   UNTIL WS-DIG-POS > 61
               IF WS-DIG-POS <= 60 AND
                       WS-DIG-TEXTO(WS-DIG-POS:1) IS NUMERIC
                   ADD 1 TO WS-DIG-LARGO
                   IF WS-DIG-LARGO <= 13
                       MOVE WS-DIG-TEXTO(WS-DIG-POS:1)
                           TO WS-DIG-ACTUAL(WS-DIG-LARGO:1)
                   END-IF
               ELSE
                   IF WS-DIG-LARGO > 0 AND WS-DIG-LARGO <= 13 AND
                           WS-DIG-CANT < 10
                       ADD 1 TO WS-DIG-CANT
                       SET DIG-I TO WS-DIG-CANT
                       MOVE WS-DIG-ACTUAL TO WS-DIG-VALOR(DIG-I)
                       MOVE WS-DIG-LARGO TO WS-DIG-LONGITUD(DIG-I)
                   END-IF
                   MOVE 0 TO WS-DIG-LARGO
                   MOVE SPACES TO WS-DIG-ACTUAL
               END-IF
           END-PERFORM.

       3050-END-SEPARAR-DIGITOS SECTION.

       3100-POR-NUMERO SECTION.
      *    PRIMERO EL NUMERO LEGAL DE LA FACTURA (EEE-PPP-SSSSSSS CON
      *    GUIONES, O LOS 13 DIGITOS SEGUIDOS); LOS GRUPOS DE
      *    ESTABLECIMIENTO Y PUNTO DE EMISION NUNCA SE PRUEBAN COMO
      *    NUMERO INTERNO. DESPUES, EL PRIMER NUMERO DE HASTA 7 DIGITOS
      *    DE LA REFERENCIA QUE SEA UNA FACTURA PENDIENTE CON SALDO
      *    SUFICIENTE.
           MOVE WS-BMV-REFERENCIA TO WS-DIG-TEXTO.
           PERFORM VARYING WS-LEG-POS FROM 1 BY 1
                   UNTIL WS-LEG-POS > 46 OR WS-CRU-FACTURA-I > 0
               PERFORM 3110-NUMERO-LEGAL-GUIONES
           END-PERFORM.
           PERFORM 3050-SEPARAR-DIGITOS.
           PERFORM VARYING DIG-I FROM 1 BY 1
                   UNTIL DIG-I > WS-DIG-CANT OR WS-CRU-FACTURA-I > 0
               IF WS-DIG-LONGITUD(DIG-I) = 13
                   MOVE SPACES TO WS-LEG-NUMERO
                   STRING WS-DIG-VALOR(DIG-I)(1:3) "-"
                          WS-DIG-VALOR(DIG-I)(4:3) "-"
                          WS-DIG-VALOR(DIG-I)(7:7)
                       DELIMITED BY SIZE INTO WS-LEG-NUMERO
                   PERFORM 3120-BUSCAR-NUMERO-LEGAL
               END-IF
           END-PERFORM.
           PERFORM VARYING DIG-I FROM 1 BY 1
                   UNTIL DIG-I > WS-DIG-CANT OR WS-CRU-FACTURA-I > 0
               IF WS-DIG-LONGITUD(DIG-I) <= 7
                   MOVE ZEROS TO WS-DIG-NUMERO-X
                   MOVE WS-DIG-VALOR(DIG-I)(1:WS-DIG-LONGITUD(DIG-I))
                       TO WS-DIG-NUMERO-X(8 - WS-DIG-LONGITUD(DIG-I):
                                          WS-DIG-LONGITUD(DIG-I))
                   MOVE WS-DIG-NUMERO TO WS-BUSC-FACTURA
                   PERFORM 1030-BUSCAR-FACTURA
                   IF BFAC-ENCONTRADA
                       IF WS-BFAC-DISPONIBLE(BFAC-I) >= WS-BMV-MONTO
                           SET WS-CRU-FACTURA-I TO BFAC-I
                           MOVE 'N' TO WS-CRU-CRITERIO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3100-END-POR-NUMERO SECTION.

       3110-NUMERO-LEGAL-GUIONES SECTION.
      *    SI EN WS-LEG-POS EMPIEZA UN EEE-PPP-SSSSSSS SUELTO (SIN
      *    DIGITOS PEGADOS A LOS LADOS), SE BUSCA ESA FACTURA Y SE
      *    BORRA DEL TEXTO PARA QUE SUS GRUPOS NO SE PRUEBEN DESPUES
      *    COMO NUMERO INTERNO.
           MOVE 'N' TO WS-LEG-OK.
           IF WS-DIG-TEXTO(WS-LEG-POS:3) IS NUMERIC AND
                   WS-DIG-TEXTO(WS-LEG-POS + 3:1) = "-" AND
                   WS-DIG-TEXTO(WS-LEG-POS + 4:3) IS NUMERIC AND
                   WS-DIG-TEXTO(WS-LEG-POS + 7:1) = "-" AND
                   WS-DIG-TEXTO(WS-LEG-POS + 8:7) IS NUMERIC
               MOVE 'S' TO WS-LEG-OK
               IF WS-LEG-POS > 1
                   IF WS-DIG-TEXTO(WS-LEG-POS - 1:1) IS NUMERIC
                       MOVE 'N' TO WS-LEG-OK
                   END-IF
               END-IF
               IF WS-LEG-POS < 46
                   IF WS-DIG-TEXTO(WS-LEG-POS + 15:1) IS NUMERIC
                       MOVE 'N' TO WS-LEG-OK
                   END-IF
               END-IF
           END-IF.
           IF LEG-OK
               MOVE WS-DIG-TEXTO(WS-LEG-POS:15) TO WS-LEG-NUMERO
               MOVE SPACES TO WS-DIG-TEXTO(WS-LEG-POS:15)
               PERFORM 3120-BUSCAR-NUMERO-LEGAL
           END-IF.

       3110-END-NUMERO-LEGAL-GUIONES SECTION.

       3120-BUSCAR-NUMERO-LEGAL SECTION.
      *    LA TABLA ESTA ORDENADA POR NUMERO INTERNO: SE RECORRE.
           PERFORM VARYING BFAC-J FROM 1 BY 1
                   UNTIL BFAC-J > WS-BFAC-EXISTENTES
                   OR WS-CRU-FACTURA-I > 0
               IF WS-BFAC-NUM-LEGAL(BFAC-J) = WS-LEG-NUMERO AND
                       WS-BFAC-DISPONIBLE(BFAC-J) >= WS-BMV-MONTO
                   SET WS-CRU-FACTURA-I TO BFAC-J
                   MOVE 'N' TO WS-CRU-CRITERIO
               END-IF
           END-PERFORM.

       3120-END-BUSCAR-NUMERO-LEGAL SECTION.

       3200-POR-IDENTIFICACION SECTION.
      *    UNA CEDULA (10 DIGITOS) O RUC (13) DE LA DESCRIPCION QUE SEA
      *    DE UN CLIENTE: SE PROPONE SU FACTURA CON ESE SALDO EXACTO, Y
      *    SI NO HAY, LA MAS ANTIGUA QUE ALCANCE A CUBRIR EL DEPOSITO.
           MOVE WS-BMV-DESCRIPCION TO WS-DIG-TEXTO.
           PERFORM 3050-SEPARAR-DIGITOS.
           PERFORM VARYING DIG-I FROM 1 BY 1
                   UNTIL DIG-I > WS-DIG-CANT OR WS-CRU-FACTURA-I > 0
               IF WS-DIG-LONGITUD(DIG-I) = 10 OR
                       WS-DIG-LONGITUD(DIG-I) = 13
                   PERFORM 3210-FACTURA-DEL-CLIENTE
               END-IF
           END-PERFORM.

       3200-END-POR-IDENTIFICACION SECTION.

       3210-FACTURA-DEL-CLIENTE SECTION.
           MOVE 'N' TO WS-BCLI-ENCONTRADO.
           PERFORM VARYING BCLI-J FROM 1 BY 1
                   UNTIL BCLI-J > WS-BCLI-EXISTENTES
                   OR BCLI-ENCONTRADO
               IF WS-BCLI-ID-NUMERO(BCLI-J) = WS-DIG-VALOR(DIG-I)
                   MOVE 'S' TO WS-BCLI-ENCONTRADO
                   MOVE WS-BCLI-CODE(BCLI-J) TO WS-BUSC-CLIENTE
               END-IF
           END-PERFORM.
           IF NOT BCLI-ENCONTRADO
               GO TO 3210-SALIR
           END-IF.
           MOVE 0 TO WS-CRU-EXACTA-I WS-CRU-ANTIGUA-I.
           PERFORM VARYING BFAC-J FROM 1 BY 1
                   UNTIL BFAC-J > WS-BFAC-EXISTENTES
               IF WS-BFAC-CLI-CODE(BFAC-J) = WS-BUSC-CLIENTE
                   IF WS-BFAC-DISPONIBLE(BFAC-J) = WS-BMV-MONTO AND
                           WS-CRU-EXACTA-I = 0
                       SET WS-CRU-EXACTA-I TO BFAC-J
                   END-IF
                   IF WS-BFAC-DISPONIBLE(BFAC-J) >= WS-BMV-MONTO AND
                           WS-CRU-ANTIGUA-I = 0
                       SET WS-CRU-ANTIGUA-I TO BFAC-J
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CRU-EXACTA-I > 0
               MOVE WS-CRU-EXACTA-I TO WS-CRU-FACTURA-I
           ELSE
               MOVE WS-CRU-ANTIGUA-I TO WS-CRU-FACTURA-I
           END-IF.
           IF WS-CRU-FACTURA-I > 0
               MOVE 'I' TO WS-CRU-CRITERIO
           END-IF.

       3210-SALIR.
           EXIT.

       3210-END-FACTURA-DEL-CLIENTE SECTION.

       3300-POR-MONTO SECTION.
      *    SOLO SI UNA SOLA FACTURA PENDIENTE TIENE EXACTAMENTE ESE
      *    SALDO; SI HAY DOS O MAS EL DEPOSITO QUEDA PENDIENTE.
           MOVE 0 TO WS-CRU-COINCIDENCIAS WS-CRU-EXACTA-I.
           PERFORM VARYING BFAC-J FROM 1 BY 1
                   UNTIL BFAC-J > WS-BFAC-EXISTENTES
               IF WS-BFAC-DISPONIBLE(BFAC-J) = WS-BMV-MONTO
                   ADD 1 TO WS-CRU-COINCIDENCIAS
                   SET WS-CRU-EXACTA-I TO BFAC-J
               END-IF
           END-PERFORM.
           IF WS-CRU-COINCIDENCIAS = 1
               MOVE WS-CRU-EXACTA-I TO WS-CRU-FACTURA-I
               MOVE 'M' TO WS-CRU-CRITERIO
           END-IF.

       3300-END-POR-MONTO SECTION.

       3400-PROPONER SECTION.
           SET BFAC-J TO WS-CRU-FACTURA-I.
           MOVE WS-BFAC-NUMERO(BFAC-J) TO WS-BMV-FACTURA.
           MOVE WS-BFAC-CLI-CODE(BFAC-J) TO WS-BMV-CLI-CODE.
           MOVE WS-CRU-CRITERIO TO WS-BMV-CRITERIO.
           SUBTRACT WS-BMV-MONTO FROM WS-BFAC-DISPONIBLE(BFAC-J).
           MOVE WS-BMV-REGISTRO TO WS-BCAN-MOVIMIENTO(BCAN-I).
           MOVE 'P' TO WS-BCAN-ESTADO(BCAN-I).
           ADD 1 TO WS-BAN-PROPUESTAS.

       3400-END-PROPONER SECTION.

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

       4000-CONFIRMAR-PROPUESTAS SECTION.
           IF WS-BAN-PROPUESTAS = 0
               DISPLAY "NINGUN CREDITO DEL BANCO COINCIDE CON UNA "
                   "FACTURA PENDIENTE"
               GO TO 4000-SALIR
           END-IF.
           DISPLAY "*******************************************".
           DISPLAY "ABONOS PROPUESTOS: " WS-BAN-PROPUESTAS.
           DISPLAY "*******************************************".
           MOVE 0 TO WS-BCAN-ORDEN.
           PERFORM VARYING BCAN-I FROM 1 BY 1
                   UNTIL BCAN-I > WS-BCAN-EXISTENTES
               IF WS-BCAN-ESTADO(BCAN-I) = 'P'
                   ADD 1 TO WS-BCAN-ORDEN
                   PERFORM 4010-MOSTRAR-PROPUESTA
               END-IF
           END-PERFORM.
           DISPLAY "*******************************************".
           DISPLAY "S = APLICAR TODOS, U = CONFIRMAR UNO POR UNO, "
               "N = NINGUNO".
           MOVE SPACE TO WS-BAN-CONFIRMA.
           ACCEPT WS-BAN-CONFIRMA.
           EVALUATE WS-BAN-CONFIRMA
               WHEN 'S'
               WHEN 's'
                   PERFORM VARYING BCAN-I FROM 1 BY 1
                           UNTIL BCAN-I > WS-BCAN-EXISTENTES
                       IF WS-BCAN-ESTADO(BCAN-I) = 'P'
                           PERFORM 4100-APLICAR-ABONO-BANCO
                       END-IF
                   END-PERFORM
               WHEN 'U'
               WHEN 'u'
                   MOVE 0 TO WS-BCAN-ORDEN
                   PERFORM VARYING BCAN-I FROM 1 BY 1
                           UNTIL BCAN-I > WS-BCAN-EXISTENTES
                       IF WS-BCAN-ESTADO(BCAN-I) = 'P'
                           ADD 1 TO WS-BCAN-ORDEN
                           PERFORM 4010-MOSTRAR-PROPUESTA
                           DISPLAY "APLICAR ESTE ABONO (S/N)"
                           MOVE SPACE TO WS-BAN-CONFIRMA
                           ACCEPT WS-BAN-CONFIRMA
                           IF WS-BAN-CONFIRMA = 'S' OR
                                   WS-BAN-CONFIRMA = 's'
                               PERFORM 4100-APLICAR-ABONO-BANCO
                           ELSE
                               MOVE 'R' TO WS-BCAN-ESTADO(BCAN-I)
                           END-IF
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "NO SE APLICO NINGUN ABONO - LOS CREDITOS "
                       "QUEDAN PENDIENTES"
                   PERFORM VARYING BCAN-I FROM 1 BY 1
                           UNTIL BCAN-I > WS-BCAN-EXISTENTES
                       IF WS-BCAN-ESTADO(BCAN-I) = 'P'
                           MOVE 'R' TO WS-BCAN-ESTADO(BCAN-I)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       4000-SALIR.
           EXIT.

       4000-END-CONFIRMAR-PROPUESTAS SECTION.

       4010-MOSTRAR-PROPUESTA SECTION.
           MOVE WS-BCAN-MOVIMIENTO(BCAN-I) TO WS-BMV-REGISTRO.
           MOVE WS-BMV-FACTURA TO WS-BUSC-FACTURA.
           PERFORM 1030-BUSCAR-FACTURA.
           EVALUATE WS-BMV-CRITERIO
               WHEN 'N'
                   MOVE "FACTURA EN REFERENCIA" TO WS-CRU-CRITERIO-NOM
               WHEN 'I'
                   MOVE "CEDULA/RUC DEL CLIENTE" TO WS-CRU-CRITERIO-NOM
               WHEN OTHER
                   MOVE "MONTO UNICO" TO WS-CRU-CRITERIO-NOM
           END-EVALUATE.
           MOVE WS-BMV-MONTO TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY WS-BCAN-ORDEN ". " WS-BMV-FECHA(7:2) "/"
               WS-BMV-FECHA(5:2) "/" WS-BMV-FECHA(1:4) " DOC "
               FUNCTION TRIM(WS-BMV-DOCUMENTO) " "
               FUNCTION TRIM(WS-TEXTO-FMT).
           DISPLAY "    " FUNCTION TRIM(WS-BMV-DESCRIPCION).
           IF BFAC-ENCONTRADA
               DISPLAY "    -> FACTURA " WS-BMV-FACTURA " "
                   FUNCTION TRIM(WS-BFAC-CLI-NOMBRE(BFAC-I)) " ("
                   FUNCTION TRIM(WS-CRU-CRITERIO-NOM) ")"
           END-IF.

       4010-END-MOSTRAR-PROPUESTA SECTION.

       4100-APLICAR-ABONO-BANCO SECTION.
      *    MISMOS REGISTROS QUE UN ABONO DIGITADO EN VSFACTU
      *    (4050-GRABAR-ABONO Y 4060-ACREDITAR-ABONO-CLIENTE), CON LA
      *    TRANSFERENCIA COMO FORMA DE PAGO Y EL DOCUMENTO DEL BANCO
      *    COMO REFERENCIA; AL FINAL EL DEPOSITO QUEDA EN
      *    BANCO-APLICADOS.DAT.
           MOVE WS-BCAN-MOVIMIENTO(BCAN-I) TO WS-BMV-REGISTRO.
           MOVE WS-BMV-CLI-CODE TO WS-BUSC-CLIENTE.
           PERFORM 1530-BUSCAR-CLIENTE.
           IF NOT BCLI-ENCONTRADO
               DISPLAY "EL CLIENTE " WS-BMV-CLI-CODE " DE LA FACTURA "
                   WS-BMV-FACTURA " NO ESTA EN EL MAESTRO - QUEDA "
                   "PENDIENTE"
               MOVE 'R' TO WS-BCAN-ESTADO(BCAN-I)
               GO TO 4100-SALIR
           END-IF.
           OPEN EXTEND PAGOS-FILE.
           IF WS-PAG-FS = "35"
               OPEN OUTPUT PAGOS-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:10) TO REG-PAG-FECHA.
           MOVE WS-BMV-FACTURA TO REG-PAG-NUMERO.
           MOVE WS-BMV-CLI-CODE TO REG-PAG-CLI-CODE.
           MOVE WS-BMV-MONTO TO REG-PAG-MONTO.
           MOVE WS-OPERADOR-ID TO REG-PAG-OPER.
           MOVE 'B' TO REG-PAG-FORMA-PAGO.
           WRITE REG-PAGO.
           CLOSE PAGOS-FILE.
           MOVE "00" TO WS-PAG-FS.
           OPEN EXTEND FORMAS-PAGO-FILE.
           IF WS-FPG-FS = "35"
               OPEN OUTPUT FORMAS-PAGO-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:10) TO REG-FPG-FECHA.
           MOVE 'A' TO REG-FPG-ORIGEN.
           MOVE WS-BMV-FACTURA TO REG-FPG-NUMERO.
           MOVE 'B' TO REG-FPG-METODO.
           MOVE WS-BMV-MONTO TO REG-FPG-MONTO.
           MOVE WS-BMV-DOCUMENTO TO REG-FPG-REFERENCIA.
           MOVE WS-OPERADOR-ID TO REG-FPG-OPER.
           WRITE REG-FORMA-PAGO.
           CLOSE FORMAS-PAGO-FILE.
           MOVE "00" TO WS-FPG-FS.
           ADD WS-BMV-MONTO TO WS-BCLI-BALANCE(BCLI-I).
           MOVE WS-BMV-CLI-CODE TO WS-MOV-CLI-CODE.
           MOVE "CREDITO" TO WS-MOV-TIPO.
           MOVE WS-BMV-MONTO TO WS-MOV-MONTO.
           MOVE WS-BCLI-BALANCE(BCLI-I) TO WS-MOV-SALDO.
           MOVE WS-BMV-FACTURA TO WS-MOV-REF.
           PERFORM 3600-REGISTRAR-MOVIMIENTO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BMV-PROCESADO.
           MOVE WS-OPERADOR-ID TO WS-BMV-OPER.
           OPEN EXTEND APLICADOS-FILE.
           IF WS-BAP-FS = "35"
               OPEN OUTPUT APLICADOS-FILE
           END-IF.
           MOVE WS-BMV-REGISTRO TO REG-APLICADO.
           WRITE REG-APLICADO.
           CLOSE APLICADOS-FILE.
           MOVE "00" TO WS-BAP-FS.
           MOVE 'C' TO WS-BCAN-ESTADO(BCAN-I).
           ADD 1 TO WS-BAN-APLICADAS.
           ADD WS-BMV-MONTO TO WS-BAN-TOTAL-APLICADO.

       4100-SALIR.
           EXIT.

       4100-END-APLICAR-ABONO-BANCO SECTION.

       8000-GRABAR-CLIENTES SECTION.
           IF WS-BAN-APLICADAS = 0
               GO TO 8000-SALIR
           END-IF.
           OPEN OUTPUT CLIENTES-FILE.
           PERFORM VARYING BCLI-I FROM 1 BY 1
                   UNTIL BCLI-I > WS-BCLI-EXISTENTES
               MOVE WS-BCLI-REGISTRO(BCLI-I) TO REG-CLIENTE
               MOVE WS-BCLI-BALANCE(BCLI-I) TO REG-CLIENTE-BALANCE
               WRITE REG-CLIENTE
           END-PERFORM.
           CLOSE CLIENTES-FILE.
           MOVE "00" TO WS-CLI-FS.

       8000-SALIR.
           EXIT.

       8000-END-GRABAR-CLIENTES SECTION.

       8100-GRABAR-PENDIENTES SECTION.
      *    QUEDAN TODOS LOS CREDITOS DE LA TABLA QUE NO SE APLICARON:
      *    SIN FACTURA, RECHAZADOS O CON EL CLIENTE FUERA DEL MAESTRO.
      *    LA FACTURA PROPUESTA NO SE GUARDA: SE VUELVE A BUSCAR EN LA
      *    PROXIMA IMPORTACION CON LOS SALDOS DE ESE MOMENTO.
           MOVE 0 TO WS-BAN-PENDIENTES.
           OPEN OUTPUT PENDIENTES-FILE.
           PERFORM VARYING BCAN-I FROM 1 BY 1
                   UNTIL BCAN-I > WS-BCAN-EXISTENTES
               IF WS-BCAN-ESTADO(BCAN-I) NOT = 'C'
                   MOVE WS-BCAN-MOVIMIENTO(BCAN-I) TO WS-BMV-REGISTRO
                   MOVE 0 TO WS-BMV-FACTURA
                   MOVE SPACES TO WS-BMV-CLI-CODE WS-BMV-CRITERIO
                   MOVE WS-BMV-REGISTRO TO REG-PENDIENTE
                   WRITE REG-PENDIENTE
                   ADD 1 TO WS-BAN-PENDIENTES
               END-IF
           END-PERFORM.
           CLOSE PENDIENTES-FILE.
           MOVE "00" TO WS-BPE-FS.

       8100-END-GRABAR-PENDIENTES SECTION.

       8200-MOSTRAR-RESUMEN SECTION.
           DISPLAY "*******************************************".
           DISPLAY "LINEAS LEIDAS DEL ESTADO   : " WS-BAN-LEIDAS.
           DISPLAY "LINEAS NO RECONOCIDAS      : " WS-BAN-IGNORADAS.
           DISPLAY "DEBITOS (NO SE PROCESAN)   : " WS-BAN-DEBITOS.
           DISPLAY "CREDITOS FUERA DEL RANGO   : " WS-BAN-FUERA-RANGO.
           DISPLAY "CREDITOS YA APLICADOS      : " WS-BAN-YA-APLICADAS.
           DISPLAY "ABONOS APLICADOS           : " WS-BAN-APLICADAS.
           MOVE WS-BAN-TOTAL-APLICADO TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "TOTAL ABONADO              : " WS-TEXTO-FMT.
           DISPLAY "PENDIENTES (BANCO-PENDIENTES.DAT): "
               WS-BAN-PENDIENTES.
           IF WS-BCAN-OMITIDOS > 0
               DISPLAY "AVISO: " WS-BCAN-OMITIDOS " CREDITOS NO "
                   "ENTRARON EN LA TABLA - VUELVA A IMPORTAR"
           END-IF.
           DISPLAY "*******************************************".

       8200-END-MOSTRAR-RESUMEN SECTION.

       END PROGRAM CONCILIA-BANCO.

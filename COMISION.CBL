      ******************************************************************
      * Author:
      * Date:
      * Purpose: COMISIONES DE VENTAS POR VENDEDOR (REGLAS EN
      *          COMISIONES.PAR, LIQUIDACION MENSUAL Y RESUMEN PARA
      *          NOMINA)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISIONES-VENTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    REGLAS DE COMISION Y OPCIONES DE LA CORRIDA (VER
      *    COMREG.CPY). SE CARGA COMPLETO Y SE REESCRIBE CON CADA
      *    CAMBIO, IGUAL QUE MORA.PAR.
           SELECT PARAM-FILE ASSIGN TO "COMISIONES.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-FS.
      *    SOLO PARA VERIFICAR QUE EL VENDEDOR DE UNA REGLA EXISTA.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-FS.
      *    VENTAS Y DEVOLUCIONES: TODOS SE ABREN SOLO EN INPUT (MISMOS
      *    ASSIGN Y LAYOUTS QUE VSFACTU, QUE LOS ESCRIBE). LA COMISION
      *    SE CALCULA LINEA POR LINEA SOBRE EL VALOR NETO SIN IVA.
           SELECT FACTURAS-FILE ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-FS.
           SELECT DETALLE-FILE ASSIGN TO "FACTURA-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-FS.
           SELECT NOTACRED-FILE ASSIGN TO "NOTACRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-FS.
           SELECT NCDETALLE-FILE ASSIGN TO "NOTACRED-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCD-FS.
      *    ABONOS Y RETENCIONES: SOLO CUANDO LAS VENTAS A CREDITO
      *    COMISIONAN AL QUEDAR COBRADAS (MISMO SALDO QUE
      *    REPORTE-CARTERA: TOTAL MENOS ABONOS, RETENCION Y NC).
           SELECT PAGOS-FILE ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-FS.
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTC-FS.
      *    CADA LIQUIDACION SE ANEXA A COMISIONES.RPT (OPEN EXTEND, Y
      *    SI EL ARCHIVO NO EXISTE SE ABRE EN OUTPUT), IGUAL QUE
      *    GERENCIAL.RPT.
           SELECT REPORTE-FILE ASSIGN TO "COMISIONES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------
       FD  PARAM-FILE.
           COPY COMREG.
      *-----------------------
       FD  OPERADORES-FILE.
           COPY OPERREG.
      *-----------------------
       FD  FACTURAS-FILE.
           COPY FACREG.
      *-----------------------
       FD  DETALLE-FILE.
           COPY FACDET.
      *-----------------------
       FD  NOTACRED-FILE.
           COPY NCREG.
      *-----------------------
       FD  NCDETALLE-FILE.
           COPY NCDET.
      *-----------------------
       FD  PAGOS-FILE.
           COPY PAGREG.
      *-----------------------
       FD  RETENCIONES-FILE.
           COPY RETREG.
      *-----------------------
       FD  REPORTE-FILE.
       01  REG-REPORTE                PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
      *    SOLO UN SUPERVISOR LIQUIDA Y MANTIENE LAS REGLAS (VER
      *    OPERADOR.CPY).
       COPY OPERADOR.
       01  WS-PAR-FS                  PIC XX      VALUE "00".
       01  WS-OPE-FS                  PIC XX      VALUE "00".
       01  WS-FAC-FS                  PIC XX      VALUE "00".
       01  WS-DET-FS                  PIC XX      VALUE "00".
       01  WS-NC-FS                   PIC XX      VALUE "00".
       01  WS-NCD-FS                  PIC XX      VALUE "00".
       01  WS-PAG-FS                  PIC XX      VALUE "00".
       01  WS-RTC-FS                  PIC XX      VALUE "00".
       01  WS-RPT-FS                  PIC XX      VALUE "00".
       01  WS-OPCION-MENU             PIC 9       VALUE 0.
      *    REGLAS DE COMISION (COMISIONES.PAR SIN LA LINEA 'K')
      *---------------------------------------------------------------
       01  WS-REGLAS-TABLA.
           05 WS-CREG-REG OCCURS 300 TIMES INDEXED BY CREG-I CREG-J.
               10 WS-CREG-TIPO        PIC X(01).
               10 WS-CREG-OPERADOR    PIC X(10).
               10 WS-CREG-CLAVE       PIC X(06).
               10 WS-CREG-PORCENTAJE  PIC 9(02)V99.
       01  WS-CREG-EXISTENTES         PIC 9(03)   VALUE 0.
      *    SI EL ARCHIVO TRAE MAS REGLAS QUE LA TABLA, REESCRIBIRLO
      *    PERDERIA LAS QUE NO SE CARGARON: NO SE ACEPTAN CAMBIOS.
       01  WS-CREG-TABLA-LLENA        PIC X       VALUE 'N'.
           88 CREG-TABLA-LLENA               VALUE 'S'.
       01  WS-CREG-ENCONTRADA         PIC X       VALUE 'N'.
           88 CREG-ENCONTRADA                VALUE 'S'.
       01  WS-CMS-SOLO-COBRADAS       PIC X       VALUE 'N'.
           88 CMS-SOLO-COBRADAS              VALUE 'S'.
      *    CLAVE BUSCADA EN LA TABLA DE REGLAS (1100)
       01  WS-CMS-BUS-TIPO            PIC X(01)   VALUE SPACE.
       01  WS-CMS-BUS-OPERADOR        PIC X(10)   VALUE SPACES.
       01  WS-CMS-BUS-CLAVE           PIC X(06)   VALUE SPACES.
      *    LINEA VENDIDA CUYO PORCENTAJE SE BUSCA (3000)
       01  WS-CMS-LIN-OPERADOR        PIC X(10)   VALUE SPACES.
       01  WS-CMS-LIN-CODIGO          PIC X(06)   VALUE SPACES.
       01  WS-CMS-LIN-CATEGORIA       PIC X(01)   VALUE SPACE.
       01  WS-CMS-LIN-MONTO           PIC S9(9)V99 VALUE 0.
       01  WS-CMS-LIN-COMISION        PIC S9(9)V99 VALUE 0.
       01  WS-CMS-PORCENTAJE          PIC 9(02)V99 VALUE 0.
      *    ENTRADAS DEL MANTENIMIENTO DE REGLAS
       01  WS-CMS-ENT-TIPO            PIC X(01)   VALUE SPACE.
       01  WS-CMS-ENT-OPERADOR        PIC X(10)   VALUE SPACES.
       01  WS-CMS-ENT-CLAVE           PIC X(06)   VALUE SPACES.
       01  WS-CMS-ENT-PORCENTAJE      PIC 9(02)V99 VALUE 0.
       01  WS-CMS-ENT-OPCION          PIC X(01)   VALUE SPACE.
       01  WS-CMS-ENTRADA-OK          PIC X       VALUE 'N'.
           88 CMS-ENTRADA-OK                 VALUE 'S'.
       01  WS-CMS-OPER-EXISTE         PIC X       VALUE 'N'.
           88 CMS-OPER-EXISTE                VALUE 'S'.
       01  WS-CMS-PORC-ED             PIC Z9,99.
       01  WS-CMS-TIPO-TEXTO          PIC X(12)   VALUE SPACES.
       01  WS-CMS-OPER-TEXTO          PIC X(14)   VALUE SPACES.
      *    MES DE LA LIQUIDACION (MISMA VALIDACION QUE EL REPORTE
      *    GERENCIAL)
      *---------------------------------------------------------------
       01  WS-CMS-MES-ENTRADA         PIC X(06)   VALUE SPACES.
       01  WS-CMS-MES-R REDEFINES WS-CMS-MES-ENTRADA.
           05 WS-CMS-ENT-ANIO         PIC 9(04).
           05 WS-CMS-ENT-MES          PIC 9(02).
       01  WS-CMS-MES-VALIDO          PIC X       VALUE 'N'.
           88 CMS-MES-VALIDO                 VALUE 'S'.
       01  WS-CMS-MES                 PIC X(06)   VALUE SPACES.
       01  WS-CMS-HOY                 PIC X(08)   VALUE SPACES.
      *    FACTURAS CON SU COMISION, ORDENADAS POR NUMERO INTERNO PARA
      *    BUSCAR CON SEARCH ALL DESDE DETALLES, NOTAS, ABONOS Y
      *    RETENCIONES.
      *    WS-CFAC-DIFERIDA - 'S' VENTA A CREDITO QUE COMISIONA RECIEN
      *    AL QUEDAR COBRADA; WS-CFAC-FECHA-COBRO ES EL DIA EN QUE SE
      *    COMPLETO EL COBRO (EN BLANCO: TODAVIA DEBE).
      *    WS-CFAC-DESCONTADO - NOTAS DE CREDITO Y RETENCION QUE BAJAN
      *    LO QUE EL CLIENTE DEBE PAGAR; WS-CFAC-FECHA-DESCUENTO LA
      *    MAS RECIENTE DE ELLAS.
      *---------------------------------------------------------------
       01  WS-CFAC-TABLA.
           05 WS-CFAC-REG OCCURS 1 TO 10000 TIMES
                          DEPENDING ON WS-CFAC-EXISTENTES
                          ASCENDING KEY IS WS-CFAC-NUMERO
                          INDEXED BY CFA-I.
               10 WS-CFAC-NUMERO      PIC 9(07).
               10 WS-CFAC-FECHA       PIC X(08).
               10 WS-CFAC-OPERADOR    PIC X(10).
               10 WS-CFAC-NUM-COMPLETO PIC X(15).
               10 WS-CFAC-SUBTOTAL    PIC 9(9)V99.
               10 WS-CFAC-TOTAL       PIC 9(9)V99.
               10 WS-CFAC-ANULADA     PIC X(01).
               10 WS-CFAC-FECHA-ANULACION PIC X(08).
               10 WS-CFAC-DIFERIDA    PIC X(01).
               10 WS-CFAC-CON-DETALLE PIC X(01).
               10 WS-CFAC-BASE        PIC S9(9)V99.
               10 WS-CFAC-COMISION    PIC S9(9)V99.
               10 WS-CFAC-BASE-NC     PIC S9(9)V99.
               10 WS-CFAC-COMISION-NC PIC S9(9)V99.
               10 WS-CFAC-DESCONTADO  PIC 9(9)V99.
               10 WS-CFAC-PAGADO      PIC 9(9)V99.
               10 WS-CFAC-FECHA-DESCUENTO PIC X(08).
               10 WS-CFAC-FECHA-COBRO PIC X(08).
       01  WS-CFAC-EXISTENTES         PIC 9(05)   VALUE 0.
       01  WS-CFAC-TEMP               PIC X(155).
       01  WS-CFAC-UBICADO            PIC X       VALUE 'N'.
           88 CFAC-UBICADO                   VALUE 'S'.
       01  WS-CFAC-ENCONTRADA         PIC X       VALUE 'N'.
           88 CFAC-ENCONTRADA                VALUE 'S'.
       01  WS-CFAC-OMITIDAS           PIC 9(05)   VALUE 0.
       01  WS-CFAC-BUSCADA            PIC 9(07)   VALUE 0.
      *    NOTAS DE CREDITO CON SU COMISION, A LAS TASAS DEL VENDEDOR
      *    DE LA FACTURA DE ORIGEN. WS-CNC-FAC-POS ES LA POSICION DE
      *    ESA FACTURA EN WS-CFAC-TABLA (0 SI NO ESTA).
      *---------------------------------------------------------------
       01  WS-CNC-TABLA.
           05 WS-CNC-REG OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WS-CNC-EXISTENTES
                         ASCENDING KEY IS WS-CNC-NUMERO
                         INDEXED BY CNC-I.
               10 WS-CNC-NUMERO       PIC 9(07).
               10 WS-CNC-FECHA        PIC X(08).
               10 WS-CNC-FACTURA      PIC 9(07).
               10 WS-CNC-FAC-POS      PIC 9(05).
               10 WS-CNC-NUM-COMPLETO PIC X(15).
               10 WS-CNC-SUBTOTAL     PIC 9(9)V99.
               10 WS-CNC-CON-DETALLE  PIC X(01).
               10 WS-CNC-BASE         PIC S9(9)V99.
               10 WS-CNC-COMISION     PIC S9(9)V99.
       01  WS-CNC-EXISTENTES          PIC 9(05)   VALUE 0.
       01  WS-CNC-TEMP                PIC X(76).
       01  WS-CNC-UBICADO             PIC X       VALUE 'N'.
           88 CNC-UBICADO                    VALUE 'S'.
       01  WS-CNC-ENCONTRADA          PIC X       VALUE 'N'.
           88 CNC-ENCONTRADA                 VALUE 'S'.
       01  WS-CNC-OMITIDAS            PIC 9(05)   VALUE 0.
      *    MOVIMIENTOS DE COMISION DEL MES: FACTURA (+), NOTA DE
      *    CREDITO (-) Y ANULACION (-), CADA UNO EN EL MES EN QUE
      *    OCURRE.
      *---------------------------------------------------------------
       01  WS-CMOV-TABLA.
           05 WS-CMOV-REG OCCURS 1 TO 20000 TIMES
                          DEPENDING ON WS-CMOV-EXISTENTES
                          INDEXED BY CMV-I.
               10 WS-CMOV-OPERADOR    PIC X(10).
               10 WS-CMOV-DOCUMENTO   PIC X(15).
               10 WS-CMOV-FECHA       PIC X(08).
               10 WS-CMOV-TIPO        PIC X(12).
               10 WS-CMOV-FACTURA     PIC X(15).
               10 WS-CMOV-BASE        PIC S9(9)V99.
               10 WS-CMOV-COMISION    PIC S9(9)V99.
       01  WS-CMOV-EXISTENTES         PIC 9(05)   VALUE 0.
       01  WS-CMOV-OMITIDOS           PIC 9(05)   VALUE 0.
      *    TOTALES POR VENDEDOR, ORDENADOS POR CODIGO DE OPERADOR.
      *---------------------------------------------------------------
       01  WS-CVEN-TABLA.
           05 WS-CVEN-REG OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-CVEN-EXISTENTES
                          ASCENDING KEY IS WS-CVEN-OPERADOR
                          INDEXED BY CVE-I.
               10 WS-CVEN-OPERADOR    PIC X(10).
               10 WS-CVEN-DOCUMENTOS  PIC 9(05).
               10 WS-CVEN-BASE        PIC S9(11)V99.
               10 WS-CVEN-COMISION    PIC S9(11)V99.
       01  WS-CVEN-EXISTENTES         PIC 9(03)   VALUE 0.
       01  WS-CVEN-TEMP               PIC X(41).
       01  WS-CVEN-UBICADO            PIC X       VALUE 'N'.
           88 CVEN-UBICADO                   VALUE 'S'.
       01  WS-CVEN-ENCONTRADO         PIC X       VALUE 'N'.
           88 CVEN-ENCONTRADO                VALUE 'S'.
      *    ARMADO DE CADA MOVIMIENTO
      *---------------------------------------------------------------
       01  WS-CMS-FECHA-EVENTO        PIC X(08)   VALUE SPACES.
       01  WS-CMS-FECHA-EFECTIVA      PIC X(08)   VALUE SPACES.
       01  WS-CMS-NUM-INTERNO         PIC 9(07)   VALUE 0.
       01  WS-CMS-NUM-COMPLETO        PIC X(15)   VALUE SPACES.
       01  WS-CMS-NUM-LEGAL           PIC X(15)   VALUE SPACES.
       01  WS-CMS-NUM-LEGADO.
           05 FILLER                  PIC X(08)   VALUE "001-001-".
           05 WS-CMS-LEGADO-SEC       PIC 9(07)   VALUE 0.
       01  WS-CMS-NUEVO-MOV.
           05 WS-CMS-NM-OPERADOR      PIC X(10).
           05 WS-CMS-NM-DOCUMENTO     PIC X(15).
           05 WS-CMS-NM-FECHA         PIC X(08).
           05 WS-CMS-NM-TIPO          PIC X(12).
           05 WS-CMS-NM-FACTURA       PIC X(15).
           05 WS-CMS-NM-BASE          PIC S9(9)V99.
           05 WS-CMS-NM-COMISION      PIC S9(9)V99.
       01  WS-CMS-TOT-DOCUMENTOS      PIC 9(07)   VALUE 0.
       01  WS-CMS-TOT-BASE            PIC S9(11)V99 VALUE 0.
       01  WS-CMS-TOT-COMISION        PIC S9(11)V99 VALUE 0.
      *    LINEAS DEL REPORTE
      *---------------------------------------------------------------
       01  WS-CMS-LINEA-DET.
           05 WS-CLD-DOCUMENTO        PIC X(15).
           05 FILLER                  PIC X(01).
           05 WS-CLD-FECHA            PIC X(10).
           05 FILLER                  PIC X(01).
           05 WS-CLD-TIPO             PIC X(12).
           05 FILLER                  PIC X(01).
           05 WS-CLD-FACTURA          PIC X(15).
           05 FILLER                  PIC X(01).
           05 WS-CLD-BASE             PIC -(9)9,99.
           05 FILLER                  PIC X(01).
           05 WS-CLD-COMISION         PIC -(8)9,99.
       01  WS-CMS-LINEA-RES.
           05 WS-CLR-VENDEDOR         PIC X(14).
           05 FILLER                  PIC X(01).
           05 WS-CLR-DOCUMENTOS       PIC Z(9)9.
           05 FILLER                  PIC X(03).
           05 WS-CLR-BASE             PIC -(11)9,99.
           05 FILLER                  PIC X(03).
           05 WS-CLR-COMISION         PIC -(11)9,99.
       01  WS-RPT-LINEA               PIC X(100)  VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
       0000-MAIN-PROCEDURE SECTION.
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           MOVE 0 TO WS-OPCION-MENU.
      *    DEFENSA ADICIONAL A LA DEL MENU, IGUAL QUE ADMIN-OPERADORES.
           IF OPERADOR-CAJERO
               DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
           ELSE
               PERFORM 0100-MENU-COMISIONES UNTIL WS-OPCION-MENU = 6
           END-IF.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       0100-MENU-COMISIONES SECTION.
           DISPLAY "*******************************************"
           DISPLAY "COMISIONES DE VENTAS"
           DISPLAY "1. LIQUIDACION DEL MES POR VENDEDOR"
           DISPLAY "2. LISTAR REGLAS DE COMISION"
           DISPLAY "3. AGREGAR O CAMBIAR UNA REGLA"
           DISPLAY "4. BORRAR UNA REGLA"
           DISPLAY "5. VENTAS A CREDITO: COMISION AL COBRARSE (S/N)"
           DISPLAY "6. VOLVER"
           DISPLAY "*******************************************"
           ACCEPT WS-OPCION-MENU
           EVALUATE WS-OPCION-MENU
               WHEN 1
                   PERFORM 5000-LIQUIDAR-MES
               WHEN 2
                   PERFORM 1000-CARGAR-REGLAS
                   PERFORM 2000-LISTAR-REGLAS
               WHEN 3
                   PERFORM 2100-GRABAR-REGLA
               WHEN 4
                   PERFORM 2200-BORRAR-REGLA
               WHEN 5
                   PERFORM 2300-CAMBIAR-OPCION-COBRO
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       0100-END-MENU-COMISIONES SECTION.

       0500-PEDIR-MES SECTION.
      *    POR OMISION EL MES ANTERIOR AL DE HOY (EL ULTIMO MES
      *    CERRADO), IGUAL QUE EL REPORTE GERENCIAL.
           MOVE 'N' TO WS-CMS-MES-VALIDO.
           MOVE SPACES TO WS-CMS-MES-ENTRADA.
           DISPLAY "MES A LIQUIDAR (AAAAMM, ENTER = MES ANTERIOR): "
               WITH NO ADVANCING.
           ACCEPT WS-CMS-MES-ENTRADA.
           IF WS-CMS-MES-ENTRADA = SPACES
               MOVE WS-CMS-HOY(1:6) TO WS-CMS-MES-ENTRADA
               PERFORM 0550-RETROCEDER-UN-MES
           END-IF.
           IF WS-CMS-MES-ENTRADA IS NUMERIC
               IF WS-CMS-ENT-MES >= 1 AND WS-CMS-ENT-MES <= 12 AND
                       WS-CMS-ENT-ANIO > 1601
                   MOVE 'S' TO WS-CMS-MES-VALIDO
                   MOVE WS-CMS-MES-ENTRADA TO WS-CMS-MES
               END-IF
           END-IF.
           IF NOT CMS-MES-VALIDO
               DISPLAY "MES NO VALIDO - USE AAAAMM"
           END-IF.

       0500-END-PEDIR-MES SECTION.

       0550-RETROCEDER-UN-MES SECTION.
           IF WS-CMS-MES-ENTRADA IS NUMERIC
               IF WS-CMS-ENT-MES > 1
                   SUBTRACT 1 FROM WS-CMS-ENT-MES
               ELSE
                   MOVE 12 TO WS-CMS-ENT-MES
                   SUBTRACT 1 FROM WS-CMS-ENT-ANIO
               END-IF
           END-IF.

       0550-END-RETROCEDER-UN-MES SECTION.

       1000-CARGAR-REGLAS SECTION.
      *    LA LINEA 'K' TRAE LAS OPCIONES; SIN ELLA LAS VENTAS A
      *    CREDITO COMISIONAN EN EL MES DE EMISION.
           INITIALIZE WS-REGLAS-TABLA.
           MOVE 0 TO WS-CREG-EXISTENTES.
           MOVE 'N' TO WS-CREG-TABLA-LLENA.
           MOVE 'N' TO WS-CMS-SOLO-COBRADAS.
           OPEN INPUT PARAM-FILE.
           IF WS-PAR-FS = "35"
               MOVE "00" TO WS-PAR-FS
           ELSE
               PERFORM UNTIL WS-PAR-FS NOT = "00"
                   READ PARAM-FILE
                       AT END MOVE "10" TO WS-PAR-FS
                       NOT AT END
                           PERFORM 1010-AGREGAR-REGLA-LEIDA
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF.
           MOVE "00" TO WS-PAR-FS.
           IF CREG-TABLA-LLENA
               DISPLAY "COMISIONES.PAR TIENE MAS DE 300 REGLAS - SOLO "
                   "SE USAN LAS PRIMERAS 300"
           END-IF.

       1000-END-CARGAR-REGLAS SECTION.

       1010-AGREGAR-REGLA-LEIDA SECTION.
           IF REG-COM-OPCIONES
               IF REG-COM-SOLO-COBRADAS = 'S'
                   MOVE 'S' TO WS-CMS-SOLO-COBRADAS
               END-IF
           ELSE
               IF REG-COM-POR-PRODUCTO OR REG-COM-POR-CATEGORIA OR
                       REG-COM-GENERAL
                   IF WS-CREG-EXISTENTES < 300
                       ADD 1 TO WS-CREG-EXISTENTES
                       SET CREG-I TO WS-CREG-EXISTENTES
                       MOVE REG-COM-TIPO TO WS-CREG-TIPO(CREG-I)
                       MOVE REG-COM-OPERADOR
                           TO WS-CREG-OPERADOR(CREG-I)
                       MOVE REG-COM-CLAVE TO WS-CREG-CLAVE(CREG-I)
                       IF REG-COM-PORCENTAJE IS NUMERIC
                           MOVE REG-COM-PORCENTAJE
                               TO WS-CREG-PORCENTAJE(CREG-I)
                       END-IF
                   ELSE
                       MOVE 'S' TO WS-CREG-TABLA-LLENA
                   END-IF
               END-IF
           END-IF.

       1010-END-AGREGAR-REGLA-LEIDA SECTION.

       1100-BUSCAR-REGLA SECTION.
           MOVE 'N' TO WS-CREG-ENCONTRADA.
           SET CREG-I TO 1.
           SEARCH WS-CREG-REG
               AT END
                   CONTINUE
               WHEN CREG-I > WS-CREG-EXISTENTES
                   CONTINUE
               WHEN WS-CREG-TIPO(CREG-I) = WS-CMS-BUS-TIPO AND
                    WS-CREG-OPERADOR(CREG-I) = WS-CMS-BUS-OPERADOR AND
                    WS-CREG-CLAVE(CREG-I) = WS-CMS-BUS-CLAVE
                   MOVE 'S' TO WS-CREG-ENCONTRADA
           END-SEARCH.

       1100-END-BUSCAR-REGLA SECTION.

       1200-VERIFICAR-OPERADOR SECTION.
      *    SIN OPERADORES.DAT NO HAY CONTRA QUE VERIFICAR Y SE ACEPTA.
           MOVE 'N' TO WS-CMS-OPER-EXISTE.
           OPEN INPUT OPERADORES-FILE.
           IF WS-OPE-FS = "35"
               MOVE 'S' TO WS-CMS-OPER-EXISTE
           ELSE
               PERFORM UNTIL WS-OPE-FS NOT = "00" OR CMS-OPER-EXISTE
                   READ OPERADORES-FILE
                       AT END MOVE "10" TO WS-OPE-FS
                       NOT AT END
                           IF REG-OPER-ID = WS-CMS-ENT-OPERADOR
                               MOVE 'S' TO WS-CMS-OPER-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF.
           MOVE "00" TO WS-OPE-FS.

       1200-END-VERIFICAR-OPERADOR SECTION.

       1300-TEXTO-REGLA SECTION.
      *    DESCRIPCION DE LA REGLA CREG-I PARA PANTALLA.
           EVALUATE WS-CREG-TIPO(CREG-I)
               WHEN 'P'
                   MOVE "PRODUCTO" TO WS-CMS-TIPO-TEXTO
               WHEN 'C'
                   MOVE "CATEGORIA" TO WS-CMS-TIPO-TEXTO
               WHEN OTHER
                   MOVE "GENERAL" TO WS-CMS-TIPO-TEXTO
           END-EVALUATE.
           IF WS-CREG-OPERADOR(CREG-I) = SPACES
               MOVE "(TODOS)" TO WS-CMS-OPER-TEXTO
           ELSE
               MOVE WS-CREG-OPERADOR(CREG-I) TO WS-CMS-OPER-TEXTO
           END-IF.
           MOVE WS-CREG-PORCENTAJE(CREG-I) TO WS-CMS-PORC-ED.

       1300-END-TEXTO-REGLA SECTION.

       2000-LISTAR-REGLAS SECTION.
           DISPLAY "*******************************************".
           IF CMS-SOLO-COBRADAS
               DISPLAY "VENTAS A CREDITO: COMISIONAN AL QUEDAR "
                   "TOTALMENTE COBRADAS"
           ELSE
               DISPLAY "VENTAS A CREDITO: COMISIONAN EN EL MES DE "
                   "EMISION"
           END-IF.
           IF WS-CREG-EXISTENTES = 0
               DISPLAY "NO HAY REGLAS REGISTRADAS - NINGUNA VENTA "
                   "COMISIONA"
           ELSE
               DISPLAY "TIPO         VENDEDOR       CLAVE  PORC.%"
               PERFORM VARYING CREG-I FROM 1 BY 1
                       UNTIL CREG-I > WS-CREG-EXISTENTES
                   PERFORM 1300-TEXTO-REGLA
                   DISPLAY WS-CMS-TIPO-TEXTO " " WS-CMS-OPER-TEXTO
                       " " WS-CREG-CLAVE(CREG-I) " " WS-CMS-PORC-ED
               END-PERFORM
           END-IF.
           DISPLAY "*******************************************".

       2000-END-LISTAR-REGLAS SECTION.

       2050-PEDIR-CLAVE-REGLA SECTION.
      *    TIPO, VENDEDOR Y CLAVE QUE IDENTIFICAN UNA REGLA; DEJA LA
      *    CLAVE EN WS-CMS-BUS-* PARA 1100.
           MOVE 'N' TO WS-CMS-ENTRADA-OK.
           DISPLAY "TIPO (P = PRODUCTO, C = CATEGORIA DE IVA, "
               "D = GENERAL): " WITH NO ADVANCING.
           MOVE SPACE TO WS-CMS-ENT-TIPO.
           ACCEPT WS-CMS-ENT-TIPO.
           INSPECT WS-CMS-ENT-TIPO CONVERTING "pcd" TO "PCD".
           IF WS-CMS-ENT-TIPO NOT = 'P' AND
                   WS-CMS-ENT-TIPO NOT = 'C' AND
                   WS-CMS-ENT-TIPO NOT = 'D'
               DISPLAY "TIPO NO VALIDO"
               GO TO 2050-SALIR
           END-IF.
           DISPLAY "VENDEDOR (ENTER = TODOS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CMS-ENT-OPERADOR.
           ACCEPT WS-CMS-ENT-OPERADOR.
           MOVE SPACES TO WS-CMS-ENT-CLAVE.
           EVALUATE WS-CMS-ENT-TIPO
               WHEN 'P'
                   DISPLAY "CODIGO DE PRODUCTO: " WITH NO ADVANCING
                   ACCEPT WS-CMS-ENT-CLAVE
                   IF WS-CMS-ENT-CLAVE = SPACES
                       DISPLAY "FALTA EL CODIGO DE PRODUCTO"
                       GO TO 2050-SALIR
                   END-IF
               WHEN 'C'
                   DISPLAY "CATEGORIA DE IVA (G = GRAVADA, E = "
                       "EXENTA): " WITH NO ADVANCING
                   ACCEPT WS-CMS-ENT-CLAVE
                   INSPECT WS-CMS-ENT-CLAVE CONVERTING "ge" TO "GE"
                   IF WS-CMS-ENT-CLAVE NOT = "G" AND
                           WS-CMS-ENT-CLAVE NOT = "E"
                       DISPLAY "CATEGORIA NO VALIDA"
                       GO TO 2050-SALIR
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-CMS-ENT-TIPO TO WS-CMS-BUS-TIPO.
           MOVE WS-CMS-ENT-OPERADOR TO WS-CMS-BUS-OPERADOR.
           MOVE WS-CMS-ENT-CLAVE TO WS-CMS-BUS-CLAVE.
           MOVE 'S' TO WS-CMS-ENTRADA-OK.

       2050-SALIR.
           EXIT.

       2050-END-PEDIR-CLAVE-REGLA SECTION.

       2100-GRABAR-REGLA SECTION.
      *    UNA REGLA CON LA MISMA CLAVE SE REEMPLAZA; PORCENTAJE 0
      *    DEJA ESAS VENTAS SIN COMISION (POR EJEMPLO UN PRODUCTO
      *    EXCLUIDO DE LA REGLA GENERAL).
           PERFORM 1000-CARGAR-REGLAS.
           IF CREG-TABLA-LLENA
               DISPLAY "NO SE PUEDEN GRABAR CAMBIOS SIN PERDER REGLAS"
               GO TO 2100-SALIR
           END-IF.
           PERFORM 2050-PEDIR-CLAVE-REGLA.
           IF NOT CMS-ENTRADA-OK
               GO TO 2100-SALIR
           END-IF.
           IF WS-CMS-ENT-OPERADOR NOT = SPACES
               PERFORM 1200-VERIFICAR-OPERADOR
               IF NOT CMS-OPER-EXISTE
                   DISPLAY "NO EXISTE EL OPERADOR " WS-CMS-ENT-OPERADOR
                   GO TO 2100-SALIR
               END-IF
           END-IF.
           DISPLAY "PORCENTAJE DE COMISION (EJ. 2,50): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-CMS-ENT-PORCENTAJE.
           ACCEPT WS-CMS-ENT-PORCENTAJE.
           PERFORM 1100-BUSCAR-REGLA.
           IF CREG-ENCONTRADA
               MOVE WS-CMS-ENT-PORCENTAJE TO WS-CREG-PORCENTAJE(CREG-I)
               PERFORM 8100-GRABAR-REGLAS
               DISPLAY "REGLA ACTUALIZADA"
           ELSE
               IF WS-CREG-EXISTENTES >= 300
                   DISPLAY "TABLA DE REGLAS LLENA"
                   GO TO 2100-SALIR
               END-IF
               ADD 1 TO WS-CREG-EXISTENTES
               SET CREG-I TO WS-CREG-EXISTENTES
               MOVE WS-CMS-BUS-TIPO TO WS-CREG-TIPO(CREG-I)
               MOVE WS-CMS-BUS-OPERADOR TO WS-CREG-OPERADOR(CREG-I)
               MOVE WS-CMS-BUS-CLAVE TO WS-CREG-CLAVE(CREG-I)
               MOVE WS-CMS-ENT-PORCENTAJE TO WS-CREG-PORCENTAJE(CREG-I)
               PERFORM 8100-GRABAR-REGLAS
               DISPLAY "REGLA REGISTRADA"
           END-IF.

       2100-SALIR.
           EXIT.

       2100-END-GRABAR-REGLA SECTION.

       2200-BORRAR-REGLA SECTION.
           PERFORM 1000-CARGAR-REGLAS.
           IF CREG-TABLA-LLENA
               DISPLAY "NO SE PUEDEN GRABAR CAMBIOS SIN PERDER REGLAS"
               GO TO 2200-SALIR
           END-IF.
           PERFORM 2050-PEDIR-CLAVE-REGLA.
           IF NOT CMS-ENTRADA-OK
               GO TO 2200-SALIR
           END-IF.
           PERFORM 1100-BUSCAR-REGLA.
           IF NOT CREG-ENCONTRADA
               DISPLAY "NO EXISTE ESA REGLA"
               GO TO 2200-SALIR
           END-IF.
      *    LAS REGLAS SIGUIENTES SUBEN UN LUGAR.
           PERFORM VARYING CREG-J FROM CREG-I BY 1
                   UNTIL CREG-J >= WS-CREG-EXISTENTES
               MOVE WS-CREG-REG(CREG-J + 1) TO WS-CREG-REG(CREG-J)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CREG-EXISTENTES.
           PERFORM 8100-GRABAR-REGLAS.
           DISPLAY "REGLA BORRADA".

       2200-SALIR.
           EXIT.

       2200-END-BORRAR-REGLA SECTION.

       2300-CAMBIAR-OPCION-COBRO SECTION.
           PERFORM 1000-CARGAR-REGLAS.
           IF CREG-TABLA-LLENA
               DISPLAY "NO SE PUEDEN GRABAR CAMBIOS SIN PERDER REGLAS"
               GO TO 2300-SALIR
           END-IF.
           DISPLAY "VENTAS A CREDITO - COMISION SOLO AL QUEDAR "
               "TOTALMENTE COBRADAS (VIGENTE: " WS-CMS-SOLO-COBRADAS
               ")".
           DISPLAY "NUEVO VALOR (S/N, ENTER = MANTENER): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-CMS-ENT-OPCION.
           ACCEPT WS-CMS-ENT-OPCION.
           INSPECT WS-CMS-ENT-OPCION CONVERTING "sn" TO "SN".
           IF WS-CMS-ENT-OPCION = 'S' OR WS-CMS-ENT-OPCION = 'N'
               IF WS-CMS-ENT-OPCION NOT = WS-CMS-SOLO-COBRADAS
                   MOVE WS-CMS-ENT-OPCION TO WS-CMS-SOLO-COBRADAS
                   PERFORM 8100-GRABAR-REGLAS
                   DISPLAY "OPCION GRABADA EN COMISIONES.PAR"
               ELSE
                   DISPLAY "SIN CAMBIOS"
               END-IF
           ELSE
               DISPLAY "SIN CAMBIOS"
           END-IF.

       2300-SALIR.
           EXIT.

       2300-END-CAMBIAR-OPCION-COBRO SECTION.

       3000-BUSCAR-PORCENTAJE SECTION.
      *    PORCENTAJE DE LA LINEA WS-CMS-LIN-*: GANA LA REGLA MAS
      *    PARTICULAR (ORDEN EN COMREG.CPY). UNA LINEA SIN CATEGORIA
      *    (DETALLES VIEJOS) SE TOMA COMO GRAVADA, IGUAL QUE EN LA
      *    DECLARACION DE IVA.
           MOVE 0 TO WS-CMS-PORCENTAJE.
           MOVE 'N' TO WS-CREG-ENCONTRADA.
           IF WS-CMS-LIN-CODIGO NOT = SPACES
               MOVE 'P' TO WS-CMS-BUS-TIPO
               MOVE WS-CMS-LIN-CODIGO TO WS-CMS-BUS-CLAVE
               MOVE WS-CMS-LIN-OPERADOR TO WS-CMS-BUS-OPERADOR
               PERFORM 1100-BUSCAR-REGLA
               IF NOT CREG-ENCONTRADA
                   MOVE SPACES TO WS-CMS-BUS-OPERADOR
                   PERFORM 1100-BUSCAR-REGLA
               END-IF
           END-IF.
           IF NOT CREG-ENCONTRADA
               MOVE 'C' TO WS-CMS-BUS-TIPO
               MOVE SPACES TO WS-CMS-BUS-CLAVE
               IF WS-CMS-LIN-CATEGORIA = 'E'
                   MOVE "E" TO WS-CMS-BUS-CLAVE
               ELSE
                   MOVE "G" TO WS-CMS-BUS-CLAVE
               END-IF
               MOVE WS-CMS-LIN-OPERADOR TO WS-CMS-BUS-OPERADOR
               PERFORM 1100-BUSCAR-REGLA
               IF NOT CREG-ENCONTRADA
                   MOVE SPACES TO WS-CMS-BUS-OPERADOR
                   PERFORM 1100-BUSCAR-REGLA
               END-IF
           END-IF.
           IF NOT CREG-ENCONTRADA
               MOVE 'D' TO WS-CMS-BUS-TIPO
               MOVE SPACES TO WS-CMS-BUS-CLAVE
               MOVE WS-CMS-LIN-OPERADOR TO WS-CMS-BUS-OPERADOR
               PERFORM 1100-BUSCAR-REGLA
               IF NOT CREG-ENCONTRADA
                   MOVE SPACES TO WS-CMS-BUS-OPERADOR
                   PERFORM 1100-BUSCAR-REGLA
               END-IF
           END-IF.
           IF CREG-ENCONTRADA
               MOVE WS-CREG-PORCENTAJE(CREG-I) TO WS-CMS-PORCENTAJE
           END-IF.
           COMPUTE WS-CMS-LIN-COMISION ROUNDED =
               WS-CMS-LIN-MONTO * WS-CMS-PORCENTAJE / 100.

       3000-END-BUSCAR-PORCENTAJE SECTION.

       5000-LIQUIDAR-MES SECTION.
      *    SE REINICIA TODO AL EMPEZAR POR SI LA LIQUIDACION SE PIDE
      *    MAS DE UNA VEZ EN LA MISMA SESION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CMS-HOY.
           PERFORM 1000-CARGAR-REGLAS.
           PERFORM 0500-PEDIR-MES.
           IF NOT CMS-MES-VALIDO
               GO TO 5000-SALIR
           END-IF.
           MOVE 0 TO WS-CFAC-EXISTENTES WS-CFAC-OMITIDAS
                     WS-CNC-EXISTENTES WS-CNC-OMITIDAS
                     WS-CMOV-EXISTENTES WS-CMOV-OMITIDOS
                     WS-CVEN-EXISTENTES.
           IF WS-CREG-EXISTENTES = 0
               DISPLAY "NO HAY REGLAS DE COMISION - LA LIQUIDACION "
                   "SALE EN CERO"
           END-IF.
           PERFORM 5100-CARGAR-FACTURAS.
           PERFORM 5200-LEER-DETALLES.
           PERFORM 5300-CARGAR-NOTAS-CREDITO.
           PERFORM 5400-LEER-DETALLES-NC.
           IF CMS-SOLO-COBRADAS
               PERFORM 5500-LEER-RETENCIONES
               PERFORM 5600-LEER-PAGOS
           END-IF.
           PERFORM 6000-ARMAR-MOVIMIENTOS.
           PERFORM 7000-IMPRIMIR-LIQUIDACION.
           IF WS-CFAC-OMITIDAS > 0
               DISPLAY "TABLA DE FACTURAS LLENA - " WS-CFAC-OMITIDAS
                   " FACTURAS SIN LIQUIDAR"
           END-IF.
           IF WS-CNC-OMITIDAS > 0
               DISPLAY "TABLA DE NOTAS DE CREDITO LLENA - "
                   WS-CNC-OMITIDAS " NOTAS SIN DESCONTAR"
           END-IF.
           IF WS-CMOV-OMITIDOS > 0
               DISPLAY "TABLA DE MOVIMIENTOS LLENA - "
                   WS-CMOV-OMITIDOS " MOVIMIENTOS SIN LIQUIDAR"
           END-IF.
           DISPLAY "LIQUIDACION EN COMISIONES.RPT".

       5000-SALIR.
           EXIT.

       5000-END-LIQUIDAR-MES SECTION.

       5100-CARGAR-FACTURAS SECTION.
      *    TODAS LAS FACTURAS, TAMBIEN LAS ANULADAS: LA ANULACION
      *    DESCUENTA EN SU PROPIO MES LA COMISION YA PAGADA.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FAC-FS = "35"
               MOVE "00" TO WS-FAC-FS
           ELSE
               PERFORM UNTIL WS-FAC-FS NOT = "00"
                   READ FACTURAS-FILE
                       AT END MOVE "10" TO WS-FAC-FS
                       NOT AT END
                           IF WS-CFAC-EXISTENTES < 10000
                               PERFORM 5110-UBICAR-FACTURA
                           ELSE
                               ADD 1 TO WS-CFAC-OMITIDAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-FILE
           END-IF.
           MOVE "00" TO WS-FAC-FS.

       5100-END-CARGAR-FACTURAS SECTION.

       5110-UBICAR-FACTURA SECTION.
      *    FACTURAS.DAT YA VIENE EN ORDEN DE NUMERO: LA FACTURA NUEVA
      *    SE AGREGA AL FINAL Y SOLO SE MUEVE SI HAY ALGUNA FUERA DE
      *    ORDEN (MISMO METODO QUE 3300-UBICAR-CLIENTE EN
      *    REPORTE-GERENCIAL).
           ADD 1 TO WS-CFAC-EXISTENTES.
           SET CFA-I TO WS-CFAC-EXISTENTES.
           INITIALIZE WS-CFAC-REG(CFA-I).
           MOVE REG-FAC-NUMERO TO WS-CFAC-NUMERO(CFA-I).
           MOVE REG-FAC-FECHA(1:8) TO WS-CFAC-FECHA(CFA-I).
           MOVE REG-FAC-OPERADOR TO WS-CFAC-OPERADOR(CFA-I).
           MOVE REG-FAC-NUM-COMPLETO TO WS-CFAC-NUM-COMPLETO(CFA-I).
           MOVE REG-FAC-SUBTOTAL TO WS-CFAC-SUBTOTAL(CFA-I).
           MOVE REG-FAC-TOTAL TO WS-CFAC-TOTAL(CFA-I).
           MOVE REG-FAC-ANULADA TO WS-CFAC-ANULADA(CFA-I).
           MOVE REG-FAC-FECHA-ANULACION
               TO WS-CFAC-FECHA-ANULACION(CFA-I).
           MOVE 'N' TO WS-CFAC-DIFERIDA(CFA-I).
           IF CMS-SOLO-COBRADAS AND REG-FAC-FORMA-PAGO = 'R' AND
                   REG-FAC-CLI-CODE NOT = "9999999999"
               MOVE 'S' TO WS-CFAC-DIFERIDA(CFA-I)
           END-IF.
           MOVE 'N' TO WS-CFAC-CON-DETALLE(CFA-I).
           MOVE WS-CFAC-REG(CFA-I) TO WS-CFAC-TEMP.
           MOVE 'N' TO WS-CFAC-UBICADO.
           PERFORM UNTIL CFA-I = 1 OR CFAC-UBICADO
               IF WS-CFAC-NUMERO(CFA-I - 1) > REG-FAC-NUMERO
                   MOVE WS-CFAC-REG(CFA-I - 1) TO WS-CFAC-REG(CFA-I)
                   SET CFA-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-CFAC-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-CFAC-TEMP TO WS-CFAC-REG(CFA-I).

       5110-END-UBICAR-FACTURA SECTION.

       5150-BUSCAR-FACTURA SECTION.
           MOVE 'N' TO WS-CFAC-ENCONTRADA.
           IF WS-CFAC-EXISTENTES > 0
               SEARCH ALL WS-CFAC-REG
                   AT END
                       CONTINUE
                   WHEN WS-CFAC-NUMERO(CFA-I) = WS-CFAC-BUSCADA
                       MOVE 'S' TO WS-CFAC-ENCONTRADA
               END-SEARCH
           END-IF.

       5150-END-BUSCAR-FACTURA SECTION.

       5200-LEER-DETALLES SECTION.
      *    CADA LINEA COMISIONA A LA TASA QUE LE TOCA AL VENDEDOR DE
      *    LA FACTURA. UNA FACTURA SIN LINEAS (GRABADA ANTES DEL
      *    DETALLE) COMISIONA SU SUBTOTAL COMPLETO COMO GRAVADO.
           OPEN INPUT DETALLE-FILE.
           IF WS-DET-FS = "35"
               MOVE "00" TO WS-DET-FS
           ELSE
               PERFORM UNTIL WS-DET-FS NOT = "00"
                   READ DETALLE-FILE
                       AT END MOVE "10" TO WS-DET-FS
                       NOT AT END
                           MOVE REG-DET-NUMERO TO WS-CFAC-BUSCADA
                           PERFORM 5150-BUSCAR-FACTURA
                           IF CFAC-ENCONTRADA
                               MOVE WS-CFAC-OPERADOR(CFA-I)
                                   TO WS-CMS-LIN-OPERADOR
                               MOVE REG-DET-CODIGO TO WS-CMS-LIN-CODIGO
                               MOVE REG-DET-IVA-CAT
                                   TO WS-CMS-LIN-CATEGORIA
                               MOVE REG-DET-SUBTOTAL
                                   TO WS-CMS-LIN-MONTO
                               PERFORM 3000-BUSCAR-PORCENTAJE
                               MOVE 'S' TO WS-CFAC-CON-DETALLE(CFA-I)
                               ADD WS-CMS-LIN-MONTO
                                   TO WS-CFAC-BASE(CFA-I)
                               ADD WS-CMS-LIN-COMISION
                                   TO WS-CFAC-COMISION(CFA-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DETALLE-FILE
           END-IF.
           MOVE "00" TO WS-DET-FS.
           PERFORM VARYING CFA-I FROM 1 BY 1
                   UNTIL CFA-I > WS-CFAC-EXISTENTES
               IF WS-CFAC-CON-DETALLE(CFA-I) = 'N'
                   MOVE WS-CFAC-OPERADOR(CFA-I) TO WS-CMS-LIN-OPERADOR
                   MOVE SPACES TO WS-CMS-LIN-CODIGO
                   MOVE 'G' TO WS-CMS-LIN-CATEGORIA
                   MOVE WS-CFAC-SUBTOTAL(CFA-I) TO WS-CMS-LIN-MONTO
                   PERFORM 3000-BUSCAR-PORCENTAJE
                   MOVE WS-CMS-LIN-MONTO TO WS-CFAC-BASE(CFA-I)
                   MOVE WS-CMS-LIN-COMISION TO WS-CFAC-COMISION(CFA-I)
               END-IF
           END-PERFORM.

       5200-END-LEER-DETALLES SECTION.

       5300-CARGAR-NOTAS-CREDITO SECTION.
      *    EL TOTAL DE LA NOTA BAJA LO QUE EL CLIENTE DEBE PAGAR DE LA
      *    FACTURA DE ORIGEN (PARA LA REGLA DE COBRO TOTAL).
           OPEN INPUT NOTACRED-FILE.
           IF WS-NC-FS = "35"
               MOVE "00" TO WS-NC-FS
           ELSE
               PERFORM UNTIL WS-NC-FS NOT = "00"
                   READ NOTACRED-FILE
                       AT END MOVE "10" TO WS-NC-FS
                       NOT AT END
                           IF WS-CNC-EXISTENTES < 5000
                               PERFORM 5310-UBICAR-NOTA
                           ELSE
                               ADD 1 TO WS-CNC-OMITIDAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTACRED-FILE
           END-IF.
           MOVE "00" TO WS-NC-FS.

       5300-END-CARGAR-NOTAS-CREDITO SECTION.

       5310-UBICAR-NOTA SECTION.
           MOVE REG-NC-FACTURA TO WS-CFAC-BUSCADA.
           PERFORM 5150-BUSCAR-FACTURA.
           IF CFAC-ENCONTRADA
               ADD REG-NC-TOTAL TO WS-CFAC-DESCONTADO(CFA-I)
               IF REG-NC-FECHA(1:8) > WS-CFAC-FECHA-DESCUENTO(CFA-I)
                   MOVE REG-NC-FECHA(1:8)
                       TO WS-CFAC-FECHA-DESCUENTO(CFA-I)
               END-IF
           END-IF.
           ADD 1 TO WS-CNC-EXISTENTES.
           SET CNC-I TO WS-CNC-EXISTENTES.
           INITIALIZE WS-CNC-REG(CNC-I).
           MOVE REG-NC-NUMERO TO WS-CNC-NUMERO(CNC-I).
           MOVE REG-NC-FECHA(1:8) TO WS-CNC-FECHA(CNC-I).
           MOVE REG-NC-FACTURA TO WS-CNC-FACTURA(CNC-I).
           MOVE 0 TO WS-CNC-FAC-POS(CNC-I).
           IF CFAC-ENCONTRADA
               SET WS-CNC-FAC-POS(CNC-I) TO CFA-I
           END-IF.
           MOVE REG-NC-NUM-COMPLETO TO WS-CNC-NUM-COMPLETO(CNC-I).
           MOVE REG-NC-SUBTOTAL TO WS-CNC-SUBTOTAL(CNC-I).
           MOVE 'N' TO WS-CNC-CON-DETALLE(CNC-I).
           MOVE WS-CNC-REG(CNC-I) TO WS-CNC-TEMP.
           MOVE 'N' TO WS-CNC-UBICADO.
           PERFORM UNTIL CNC-I = 1 OR CNC-UBICADO
               IF WS-CNC-NUMERO(CNC-I - 1) > REG-NC-NUMERO
                   MOVE WS-CNC-REG(CNC-I - 1) TO WS-CNC-REG(CNC-I)
                   SET CNC-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-CNC-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-CNC-TEMP TO WS-CNC-REG(CNC-I).

       5310-END-UBICAR-NOTA SECTION.

       5400-LEER-DETALLES-NC SECTION.
      *    LO DEVUELTO DESCUENTA LA COMISION A LA MISMA TASA CON QUE
      *    SE PAGO: LA DEL VENDEDOR DE LA FACTURA DE ORIGEN, NO LA DEL
      *    OPERADOR QUE EMITIO LA NOTA.
           OPEN INPUT NCDETALLE-FILE.
           IF WS-NCD-FS = "35"
               MOVE "00" TO WS-NCD-FS
           ELSE
               PERFORM UNTIL WS-NCD-FS NOT = "00"
                   READ NCDETALLE-FILE
                       AT END MOVE "10" TO WS-NCD-FS
                       NOT AT END
                           PERFORM 5410-COMISION-LINEA-NC
                   END-READ
               END-PERFORM
               CLOSE NCDETALLE-FILE
           END-IF.
           MOVE "00" TO WS-NCD-FS.
      *    NOTAS SIN LINEAS: TODO SU SUBTOTAL COMO GRAVADO. LUEGO LA
      *    COMISION DE CADA NOTA QUEDA ACUMULADA EN SU FACTURA.
           PERFORM VARYING CNC-I FROM 1 BY 1
                   UNTIL CNC-I > WS-CNC-EXISTENTES
               IF WS-CNC-FAC-POS(CNC-I) > 0
                   SET CFA-I TO WS-CNC-FAC-POS(CNC-I)
                   IF WS-CNC-CON-DETALLE(CNC-I) = 'N'
                       MOVE WS-CFAC-OPERADOR(CFA-I)
                           TO WS-CMS-LIN-OPERADOR
                       MOVE SPACES TO WS-CMS-LIN-CODIGO
                       MOVE 'G' TO WS-CMS-LIN-CATEGORIA
                       MOVE WS-CNC-SUBTOTAL(CNC-I) TO WS-CMS-LIN-MONTO
                       PERFORM 3000-BUSCAR-PORCENTAJE
                       MOVE WS-CMS-LIN-MONTO TO WS-CNC-BASE(CNC-I)
                       MOVE WS-CMS-LIN-COMISION
                           TO WS-CNC-COMISION(CNC-I)
                   END-IF
                   ADD WS-CNC-BASE(CNC-I) TO WS-CFAC-BASE-NC(CFA-I)
                   ADD WS-CNC-COMISION(CNC-I)
                       TO WS-CFAC-COMISION-NC(CFA-I)
               END-IF
           END-PERFORM.

       5400-END-LEER-DETALLES-NC SECTION.

       5410-COMISION-LINEA-NC SECTION.
           MOVE 'N' TO WS-CNC-ENCONTRADA.
           IF WS-CNC-EXISTENTES > 0
               SEARCH ALL WS-CNC-REG
                   AT END
                       CONTINUE
                   WHEN WS-CNC-NUMERO(CNC-I) = REG-NCD-NUMERO
                       MOVE 'S' TO WS-CNC-ENCONTRADA
               END-SEARCH
           END-IF.
           IF CNC-ENCONTRADA
               IF WS-CNC-FAC-POS(CNC-I) > 0
                   SET CFA-I TO WS-CNC-FAC-POS(CNC-I)
                   MOVE WS-CFAC-OPERADOR(CFA-I) TO WS-CMS-LIN-OPERADOR
                   MOVE REG-NCD-CODIGO TO WS-CMS-LIN-CODIGO
                   MOVE REG-NCD-IVA-CAT TO WS-CMS-LIN-CATEGORIA
                   MOVE REG-NCD-MONTO TO WS-CMS-LIN-MONTO
                   PERFORM 3000-BUSCAR-PORCENTAJE
                   MOVE 'S' TO WS-CNC-CON-DETALLE(CNC-I)
                   ADD WS-CMS-LIN-MONTO TO WS-CNC-BASE(CNC-I)
                   ADD WS-CMS-LIN-COMISION TO WS-CNC-COMISION(CNC-I)
               END-IF
           END-IF.

       5410-END-COMISION-LINEA-NC SECTION.

       5500-LEER-RETENCIONES SECTION.
      *    LA RETENCION TAMBIEN BAJA LO QUE EL CLIENTE DEBE PAGAR.
           OPEN INPUT RETENCIONES-FILE.
           IF WS-RTC-FS = "35"
               MOVE "00" TO WS-RTC-FS
           ELSE
               PERFORM UNTIL WS-RTC-FS NOT = "00"
                   READ RETENCIONES-FILE
                       AT END MOVE "10" TO WS-RTC-FS
                       NOT AT END
                           MOVE REG-RET-FACTURA TO WS-CFAC-BUSCADA
                           PERFORM 5150-BUSCAR-FACTURA
                           IF CFAC-ENCONTRADA
                               ADD REG-RET-TOTAL
                                   TO WS-CFAC-DESCONTADO(CFA-I)
                               IF REG-RET-FECHA(1:8) >
                                   WS-CFAC-FECHA-DESCUENTO(CFA-I)
                                   MOVE REG-RET-FECHA(1:8)
                                     TO WS-CFAC-FECHA-DESCUENTO(CFA-I)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENCIONES-FILE
           END-IF.
           MOVE "00" TO WS-RTC-FS.

       5500-END-LEER-RETENCIONES SECTION.

       5600-LEER-PAGOS SECTION.
      *    PAGOS.DAT ESTA EN ORDEN DE FECHA: LA FACTURA DIFERIDA QUEDA
      *    COBRADA EL DIA DEL ABONO CON QUE LO PAGADO MAS LO
      *    DESCONTADO CUBRE EL TOTAL. SI PARA CUBRIRLO HICIERON FALTA
      *    NOTAS O RETENCION, NO QUEDA COBRADA ANTES DE LA ULTIMA DE
      *    ELLAS.
           OPEN INPUT PAGOS-FILE.
           IF WS-PAG-FS = "35"
               MOVE "00" TO WS-PAG-FS
           ELSE
               PERFORM UNTIL WS-PAG-FS NOT = "00"
                   READ PAGOS-FILE
                       AT END MOVE "10" TO WS-PAG-FS
                       NOT AT END
                           PERFORM 5610-APLICAR-PAGO
                   END-READ
               END-PERFORM
               CLOSE PAGOS-FILE
           END-IF.
           MOVE "00" TO WS-PAG-FS.
      *    LAS QUE QUEDARON CUBIERTAS SOLO CON NOTAS Y RETENCION.
           PERFORM VARYING CFA-I FROM 1 BY 1
                   UNTIL CFA-I > WS-CFAC-EXISTENTES
               IF WS-CFAC-DIFERIDA(CFA-I) = 'S' AND
                       WS-CFAC-FECHA-COBRO(CFA-I) = SPACES AND
                       WS-CFAC-DESCONTADO(CFA-I) >=
                       WS-CFAC-TOTAL(CFA-I)
                   MOVE WS-CFAC-FECHA-DESCUENTO(CFA-I)
                       TO WS-CFAC-FECHA-COBRO(CFA-I)
                   IF WS-CFAC-FECHA-COBRO(CFA-I) = SPACES
                       MOVE WS-CFAC-FECHA(CFA-I)
                           TO WS-CFAC-FECHA-COBRO(CFA-I)
                   END-IF
               END-IF
           END-PERFORM.

       5600-END-LEER-PAGOS SECTION.

       5610-APLICAR-PAGO SECTION.
           MOVE REG-PAG-NUMERO TO WS-CFAC-BUSCADA.
           PERFORM 5150-BUSCAR-FACTURA.
           IF CFAC-ENCONTRADA
               IF WS-CFAC-DIFERIDA(CFA-I) = 'S' AND
                       WS-CFAC-FECHA-COBRO(CFA-I) = SPACES
                   ADD REG-PAG-MONTO TO WS-CFAC-PAGADO(CFA-I)
                   IF WS-CFAC-PAGADO(CFA-I) + WS-CFAC-DESCONTADO(CFA-I)
                           >= WS-CFAC-TOTAL(CFA-I)
                       MOVE REG-PAG-FECHA(1:8)
                           TO WS-CFAC-FECHA-COBRO(CFA-I)
                       IF WS-CFAC-PAGADO(CFA-I) < WS-CFAC-TOTAL(CFA-I)
                           AND WS-CFAC-FECHA-DESCUENTO(CFA-I) >
                           WS-CFAC-FECHA-COBRO(CFA-I)
                           MOVE WS-CFAC-FECHA-DESCUENTO(CFA-I)
                               TO WS-CFAC-FECHA-COBRO(CFA-I)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5610-END-APLICAR-PAGO SECTION.

       6000-ARMAR-MOVIMIENTOS SECTION.
      *    FACTURA: SUMA EN SU MES. NOTA DE CREDITO: RESTA EN EL MES DE
      *    LA NOTA. ANULACION: RESTA EN SU MES LO QUE QUEDABA DE LA
      *    COMISION (LA FACTURA MENOS SUS NOTAS). UNA VENTA DIFERIDA
      *    NO MUEVE NADA HASTA QUEDAR COBRADA; LO QUE OCURRIO ANTES
      *    ENTRA EN EL MES DEL COBRO.
           PERFORM VARYING CFA-I FROM 1 BY 1
                   UNTIL CFA-I > WS-CFAC-EXISTENTES
               MOVE WS-CFAC-FECHA(CFA-I) TO WS-CMS-FECHA-EVENTO
               PERFORM 6100-FECHA-EFECTIVA
               IF WS-CMS-FECHA-EFECTIVA(1:6) = WS-CMS-MES
                   PERFORM 6200-NUMERO-FACTURA
                   MOVE WS-CMS-NUM-LEGAL TO WS-CMS-NM-DOCUMENTO
                   MOVE SPACES TO WS-CMS-NM-FACTURA
                   MOVE "FACTURA" TO WS-CMS-NM-TIPO
                   MOVE WS-CFAC-BASE(CFA-I) TO WS-CMS-NM-BASE
                   MOVE WS-CFAC-COMISION(CFA-I) TO WS-CMS-NM-COMISION
                   PERFORM 6400-AGREGAR-MOVIMIENTO
               END-IF
               IF WS-CFAC-ANULADA(CFA-I) = 'S'
                   MOVE WS-CFAC-FECHA-ANULACION(CFA-I)
                       TO WS-CMS-FECHA-EVENTO
                   IF WS-CMS-FECHA-EVENTO = SPACES
                       MOVE WS-CFAC-FECHA(CFA-I) TO WS-CMS-FECHA-EVENTO
                   END-IF
                   PERFORM 6100-FECHA-EFECTIVA
                   IF WS-CMS-FECHA-EFECTIVA(1:6) = WS-CMS-MES
                       PERFORM 6200-NUMERO-FACTURA
                       MOVE WS-CMS-NUM-LEGAL TO WS-CMS-NM-DOCUMENTO
                       MOVE WS-CMS-NUM-LEGAL TO WS-CMS-NM-FACTURA
                       MOVE "ANULACION" TO WS-CMS-NM-TIPO
                       COMPUTE WS-CMS-NM-BASE =
                           WS-CFAC-BASE-NC(CFA-I) - WS-CFAC-BASE(CFA-I)
                       COMPUTE WS-CMS-NM-COMISION =
                           WS-CFAC-COMISION-NC(CFA-I) -
                           WS-CFAC-COMISION(CFA-I)
                       PERFORM 6400-AGREGAR-MOVIMIENTO
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING CNC-I FROM 1 BY 1
                   UNTIL CNC-I > WS-CNC-EXISTENTES
               IF WS-CNC-FAC-POS(CNC-I) > 0
                   SET CFA-I TO WS-CNC-FAC-POS(CNC-I)
                   MOVE WS-CNC-FECHA(CNC-I) TO WS-CMS-FECHA-EVENTO
                   PERFORM 6100-FECHA-EFECTIVA
                   IF WS-CMS-FECHA-EFECTIVA(1:6) = WS-CMS-MES
                       PERFORM 6200-NUMERO-FACTURA
                       MOVE WS-CMS-NUM-LEGAL TO WS-CMS-NM-FACTURA
                       MOVE WS-CNC-NUMERO(CNC-I) TO WS-CMS-NUM-INTERNO
                       MOVE WS-CNC-NUM-COMPLETO(CNC-I)
                           TO WS-CMS-NUM-COMPLETO
                       PERFORM 6300-NUMERO-LEGAL
                       MOVE WS-CMS-NUM-LEGAL TO WS-CMS-NM-DOCUMENTO
                       MOVE "NOTA CREDITO" TO WS-CMS-NM-TIPO
                       COMPUTE WS-CMS-NM-BASE = 0 - WS-CNC-BASE(CNC-I)
                       COMPUTE WS-CMS-NM-COMISION =
                           0 - WS-CNC-COMISION(CNC-I)
                       PERFORM 6400-AGREGAR-MOVIMIENTO
                   END-IF
               END-IF
           END-PERFORM.

       6000-END-ARMAR-MOVIMIENTOS SECTION.

       6100-FECHA-EFECTIVA SECTION.
      *    FECHA CON QUE EL MOVIMIENTO DE LA FACTURA CFA-I ENTRA EN LA
      *    LIQUIDACION; EN BLANCO SI TODAVIA NO ENTRA.
           MOVE WS-CMS-FECHA-EVENTO TO WS-CMS-FECHA-EFECTIVA.
           IF WS-CFAC-DIFERIDA(CFA-I) = 'S'
               IF WS-CFAC-FECHA-COBRO(CFA-I) = SPACES
                   MOVE SPACES TO WS-CMS-FECHA-EFECTIVA
               ELSE
                   IF WS-CFAC-FECHA-COBRO(CFA-I) >
                           WS-CMS-FECHA-EFECTIVA
                       MOVE WS-CFAC-FECHA-COBRO(CFA-I)
                           TO WS-CMS-FECHA-EFECTIVA
                   END-IF
               END-IF
           END-IF.

       6100-END-FECHA-EFECTIVA SECTION.

       6200-NUMERO-FACTURA SECTION.
           MOVE WS-CFAC-NUMERO(CFA-I) TO WS-CMS-NUM-INTERNO.
           MOVE WS-CFAC-NUM-COMPLETO(CFA-I) TO WS-CMS-NUM-COMPLETO.
           PERFORM 6300-NUMERO-LEGAL.
           MOVE WS-CFAC-OPERADOR(CFA-I) TO WS-CMS-NM-OPERADOR.
           MOVE WS-CMS-FECHA-EFECTIVA TO WS-CMS-NM-FECHA.

       6200-END-NUMERO-FACTURA SECTION.

       6300-NUMERO-LEGAL SECTION.
      *    DOCUMENTOS GRABADOS ANTES DEL NUMERO LEGAL: 001-001 CON EL
      *    NUMERO INTERNO (VER FACREG.CPY / NCREG.CPY).
           IF WS-CMS-NUM-COMPLETO = SPACES
               MOVE WS-CMS-NUM-INTERNO TO WS-CMS-LEGADO-SEC
               MOVE WS-CMS-NUM-LEGADO TO WS-CMS-NUM-LEGAL
           ELSE
               MOVE WS-CMS-NUM-COMPLETO TO WS-CMS-NUM-LEGAL
           END-IF.

       6300-END-NUMERO-LEGAL SECTION.

       6400-AGREGAR-MOVIMIENTO SECTION.
           IF WS-CMOV-EXISTENTES >= 20000
               ADD 1 TO WS-CMOV-OMITIDOS
               GO TO 6400-SALIR
           END-IF.
           MOVE 'N' TO WS-CVEN-ENCONTRADO.
           IF WS-CVEN-EXISTENTES > 0
               SEARCH ALL WS-CVEN-REG
                   AT END
                       CONTINUE
                   WHEN WS-CVEN-OPERADOR(CVE-I) = WS-CMS-NM-OPERADOR
                       MOVE 'S' TO WS-CVEN-ENCONTRADO
               END-SEARCH
           END-IF.
           IF NOT CVEN-ENCONTRADO
               IF WS-CVEN-EXISTENTES >= 500
                   ADD 1 TO WS-CMOV-OMITIDOS
                   GO TO 6400-SALIR
               END-IF
               PERFORM 6410-UBICAR-VENDEDOR
           END-IF.
           ADD 1 TO WS-CVEN-DOCUMENTOS(CVE-I).
           ADD WS-CMS-NM-BASE TO WS-CVEN-BASE(CVE-I).
           ADD WS-CMS-NM-COMISION TO WS-CVEN-COMISION(CVE-I).
           ADD 1 TO WS-CMOV-EXISTENTES.
           SET CMV-I TO WS-CMOV-EXISTENTES.
           MOVE WS-CMS-NUEVO-MOV TO WS-CMOV-REG(CMV-I).

       6400-SALIR.
           EXIT.

       6400-END-AGREGAR-MOVIMIENTO SECTION.

       6410-UBICAR-VENDEDOR SECTION.
      *    MISMO METODO QUE 5110; DEJA CVE-I EN EL VENDEDOR NUEVO.
           ADD 1 TO WS-CVEN-EXISTENTES.
           SET CVE-I TO WS-CVEN-EXISTENTES.
           INITIALIZE WS-CVEN-REG(CVE-I).
           MOVE WS-CMS-NM-OPERADOR TO WS-CVEN-OPERADOR(CVE-I).
           MOVE WS-CVEN-REG(CVE-I) TO WS-CVEN-TEMP.
           MOVE 'N' TO WS-CVEN-UBICADO.
           PERFORM UNTIL CVE-I = 1 OR CVEN-UBICADO
               IF WS-CVEN-OPERADOR(CVE-I - 1) > WS-CMS-NM-OPERADOR
                   MOVE WS-CVEN-REG(CVE-I - 1) TO WS-CVEN-REG(CVE-I)
                   SET CVE-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-CVEN-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-CVEN-TEMP TO WS-CVEN-REG(CVE-I).

       6410-END-UBICAR-VENDEDOR SECTION.

       7000-IMPRIMIR-LIQUIDACION SECTION.
      *    UN ESTADO POR VENDEDOR CON LOS DOCUMENTOS QUE ORIGINAN CADA
      *    VALOR Y AL FINAL EL RESUMEN PARA NOMINA. CADA LINEA SALE
      *    POR 7060, EN PANTALLA Y EN COMISIONES.RPT.
           PERFORM 7050-ABRIR-REPORTE.
           MOVE ALL "*" TO WS-RPT-LINEA(1:83).
           PERFORM 7060-ESCRIBIR-LINEA.
           STRING "LIQUIDACION DE COMISIONES - MES " WS-CMS-MES(1:4)
               "-" WS-CMS-MES(5:2)
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 7060-ESCRIBIR-LINEA.
           STRING "  GENERADO: " WS-CMS-HOY(7:2) "/" WS-CMS-HOY(5:2)
               "/" WS-CMS-HOY(1:4) "  OPERADOR: " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 7060-ESCRIBIR-LINEA.
           IF CMS-SOLO-COBRADAS
               STRING "  VENTAS A CREDITO: COMISIONAN AL QUEDAR "
                   "TOTALMENTE COBRADAS"
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
           ELSE
               STRING "  VENTAS A CREDITO: COMISIONAN EN EL MES DE "
                   "EMISION"
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
           END-IF.
           PERFORM 7060-ESCRIBIR-LINEA.
           MOVE ALL "*" TO WS-RPT-LINEA(1:83).
           PERFORM 7060-ESCRIBIR-LINEA.
           IF WS-CVEN-EXISTENTES = 0
               MOVE "SIN MOVIMIENTOS DE COMISION EN EL MES"
                   TO WS-RPT-LINEA
               PERFORM 7060-ESCRIBIR-LINEA
           END-IF.
           PERFORM VARYING CVE-I FROM 1 BY 1
                   UNTIL CVE-I > WS-CVEN-EXISTENTES
               PERFORM 7100-ESTADO-VENDEDOR
           END-PERFORM.
           PERFORM 7200-RESUMEN-NOMINA.
           MOVE ALL "*" TO WS-RPT-LINEA(1:83).
           PERFORM 7060-ESCRIBIR-LINEA.
           PERFORM 7070-CERRAR-REPORTE.

       7000-END-IMPRIMIR-LIQUIDACION SECTION.

       7050-ABRIR-REPORTE SECTION.
           OPEN EXTEND REPORTE-FILE.
           IF WS-RPT-FS = "35"
               OPEN OUTPUT REPORTE-FILE
           END-IF.

       7050-END-ABRIR-REPORTE SECTION.

       7060-ESCRIBIR-LINEA SECTION.
           DISPLAY WS-RPT-LINEA.
           MOVE WS-RPT-LINEA TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO WS-RPT-LINEA.

       7060-END-ESCRIBIR-LINEA SECTION.

       7070-CERRAR-REPORTE SECTION.
           CLOSE REPORTE-FILE.
           MOVE "00" TO WS-RPT-FS.

       7070-END-CERRAR-REPORTE SECTION.

       7080-TEXTO-VENDEDOR SECTION.
           IF WS-CVEN-OPERADOR(CVE-I) = SPACES
               MOVE "(SIN OPERADOR)" TO WS-CMS-OPER-TEXTO
           ELSE
               MOVE WS-CVEN-OPERADOR(CVE-I) TO WS-CMS-OPER-TEXTO
           END-IF.

       7080-END-TEXTO-VENDEDOR SECTION.

       7100-ESTADO-VENDEDOR SECTION.
           PERFORM 7080-TEXTO-VENDEDOR.
           STRING "VENDEDOR: " WS-CMS-OPER-TEXTO
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 7060-ESCRIBIR-LINEA.
           STRING "DOCUMENTO       FECHA      TIPO         FACTURA"
               "                BASE NETA    COMISION"
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 7060-ESCRIBIR-LINEA.
           MOVE ALL "-" TO WS-RPT-LINEA(1:83).
           PERFORM 7060-ESCRIBIR-LINEA.
           PERFORM VARYING CMV-I FROM 1 BY 1
                   UNTIL CMV-I > WS-CMOV-EXISTENTES
               IF WS-CMOV-OPERADOR(CMV-I) = WS-CVEN-OPERADOR(CVE-I)
                   MOVE SPACES TO WS-CMS-LINEA-DET
                   MOVE WS-CMOV-DOCUMENTO(CMV-I) TO WS-CLD-DOCUMENTO
                   STRING WS-CMOV-FECHA(CMV-I)(7:2) "/"
                       WS-CMOV-FECHA(CMV-I)(5:2) "/"
                       WS-CMOV-FECHA(CMV-I)(1:4)
                       DELIMITED BY SIZE INTO WS-CLD-FECHA
                   MOVE WS-CMOV-TIPO(CMV-I) TO WS-CLD-TIPO
                   MOVE WS-CMOV-FACTURA(CMV-I) TO WS-CLD-FACTURA
                   MOVE WS-CMOV-BASE(CMV-I) TO WS-CLD-BASE
                   MOVE WS-CMOV-COMISION(CMV-I) TO WS-CLD-COMISION
                   MOVE WS-CMS-LINEA-DET TO WS-RPT-LINEA
                   PERFORM 7060-ESCRIBIR-LINEA
               END-IF
           END-PERFORM.
           MOVE ALL "-" TO WS-RPT-LINEA(1:83).
           PERFORM 7060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-CMS-LINEA-DET.
           MOVE "TOTAL VENDEDOR" TO WS-CLD-DOCUMENTO.
           MOVE WS-CVEN-BASE(CVE-I) TO WS-CLD-BASE.
           MOVE WS-CVEN-COMISION(CVE-I) TO WS-CLD-COMISION.
           MOVE WS-CMS-LINEA-DET TO WS-RPT-LINEA.
           PERFORM 7060-ESCRIBIR-LINEA.
           PERFORM 7060-ESCRIBIR-LINEA.

       7100-END-ESTADO-VENDEDOR SECTION.

       7200-RESUMEN-NOMINA SECTION.
      *    UNA LINEA POR VENDEDOR CON LA COMISION NETA DEL MES (PUEDE
      *    SALIR NEGATIVA SI LAS DEVOLUCIONES Y ANULACIONES SUPERAN LO
      *    VENDIDO: NOMINA DECIDE COMO DESCONTARLA).
           MOVE 0 TO WS-CMS-TOT-DOCUMENTOS WS-CMS-TOT-BASE
                     WS-CMS-TOT-COMISION.
           MOVE ALL "=" TO WS-RPT-LINEA(1:83).
           PERFORM 7060-ESCRIBIR-LINEA.
           STRING "RESUMEN PARA NOMINA - COMISIONES DEL MES "
               WS-CMS-MES(1:4) "-" WS-CMS-MES(5:2)
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 7060-ESCRIBIR-LINEA.
           STRING "VENDEDOR        DOCUMENTOS          BASE NETA"
               "           COMISION"
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 7060-ESCRIBIR-LINEA.
           MOVE ALL "-" TO WS-RPT-LINEA(1:83).
           PERFORM 7060-ESCRIBIR-LINEA.
           PERFORM VARYING CVE-I FROM 1 BY 1
                   UNTIL CVE-I > WS-CVEN-EXISTENTES
               PERFORM 7080-TEXTO-VENDEDOR
               MOVE SPACES TO WS-CMS-LINEA-RES
               MOVE WS-CMS-OPER-TEXTO TO WS-CLR-VENDEDOR
               MOVE WS-CVEN-DOCUMENTOS(CVE-I) TO WS-CLR-DOCUMENTOS
               MOVE WS-CVEN-BASE(CVE-I) TO WS-CLR-BASE
               MOVE WS-CVEN-COMISION(CVE-I) TO WS-CLR-COMISION
               MOVE WS-CMS-LINEA-RES TO WS-RPT-LINEA
               PERFORM 7060-ESCRIBIR-LINEA
               ADD WS-CVEN-DOCUMENTOS(CVE-I) TO WS-CMS-TOT-DOCUMENTOS
               ADD WS-CVEN-BASE(CVE-I) TO WS-CMS-TOT-BASE
               ADD WS-CVEN-COMISION(CVE-I) TO WS-CMS-TOT-COMISION
           END-PERFORM.
           MOVE ALL "-" TO WS-RPT-LINEA(1:83).
           PERFORM 7060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-CMS-LINEA-RES.
           MOVE "TOTAL" TO WS-CLR-VENDEDOR.
           MOVE WS-CMS-TOT-DOCUMENTOS TO WS-CLR-DOCUMENTOS.
           MOVE WS-CMS-TOT-BASE TO WS-CLR-BASE.
           MOVE WS-CMS-TOT-COMISION TO WS-CLR-COMISION.
           MOVE WS-CMS-LINEA-RES TO WS-RPT-LINEA.
           PERFORM 7060-ESCRIBIR-LINEA.

       7200-END-RESUMEN-NOMINA SECTION.

       8100-GRABAR-REGLAS SECTION.
      *    PRIMERO LA LINEA DE OPCIONES Y LUEGO LAS REGLAS.
           OPEN OUTPUT PARAM-FILE.
           MOVE SPACES TO REG-COMISION-REGLA.
           MOVE 'K' TO REG-COM-TIPO.
           MOVE WS-CMS-SOLO-COBRADAS TO REG-COM-SOLO-COBRADAS.
           WRITE REG-COMISION-REGLA.
           PERFORM VARYING CREG-I FROM 1 BY 1
                   UNTIL CREG-I > WS-CREG-EXISTENTES
               MOVE WS-CREG-TIPO(CREG-I) TO REG-COM-TIPO
               MOVE WS-CREG-OPERADOR(CREG-I) TO REG-COM-OPERADOR
               MOVE WS-CREG-CLAVE(CREG-I) TO REG-COM-CLAVE
               MOVE WS-CREG-PORCENTAJE(CREG-I) TO REG-COM-PORCENTAJE
               WRITE REG-COMISION-REGLA
           END-PERFORM.
           CLOSE PARAM-FILE.
           MOVE "00" TO WS-PAR-FS.

       8100-END-GRABAR-REGLAS SECTION.

       END PROGRAM COMISIONES-VENTAS.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: MAESTRO DE PROVEEDORES Y RECEPCION DE MERCADERIA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRAS-PROVEEDORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    MAESTRO DE PROVEEDORES: LINE SEQUENTIAL, CARGADO COMPLETO EN
      *    MEMORIA AL INICIO Y REESCRITO EN CADA CAMBIO, IGUAL QUE EL
      *    CATALOGO DE PRODUCTOS EN VSFACTU (VER NOTA DE INDEXADO EN
      *    ESE PROGRAMA).
           SELECT PROVEEDORES-FILE ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-FS.
      *    CATALOGO DE PRODUCTOS (MISMO ARCHIVO Y LAYOUT QUE VSFACTU):
      *    CADA RECEPCION SUBE REG-PROD-STOCK Y SE REESCRIBE COMPLETO.
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-FS.
      *    RECEPCIONES DE MERCADERIA: PAREJA CABECERA/DETALLE CON SU
      *    PROPIO CONSECUTIVO, IGUAL QUE FACTURAS/PROFORMAS/NOTAS DE
      *    CREDITO EN VSFACTU. SOLO-ANEXAR.
           SELECT COMPRAS-FILE ASSIGN TO "COMPRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-FS.
           SELECT CMPDETALLE-FILE ASSIGN TO "COMPRAS-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMD-FS.
           SELECT CMPSEQ-FILE ASSIGN TO "COMPRA.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSEQ-FS.
      *    KARDEX COMPARTIDO CON VSFACTU: CADA LINEA RECIBIDA DEJA SU
      *    MOVIMIENTO CON ORIGEN "COMPRA", PARA QUE UNA ENTRADA DE
      *    MERCADERIA NO SE CONFUNDA CON UN AJUSTE DE CONTEO.
           SELECT KARDEX-FILE ASSIGN TO "KARDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KAR-FS.
      *    REPORTE DE RECEPCIONES POR PROVEEDOR Y RANGO DE FECHAS,
      *    ANEXADO CORRIDA TRAS CORRIDA IGUAL QUE RESUMEN.RPT.
           SELECT REPORTE-FILE ASSIGN TO "COMPRAS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------
       FD  PROVEEDORES-FILE.
           COPY PROVREG.
      *-----------------------
       FD  PRODUCTOS-FILE.
           COPY PRODREG.
      *-----------------------
       FD  COMPRAS-FILE.
           COPY CMPREG.
      *-----------------------
       FD  CMPDETALLE-FILE.
           COPY CMPDET.
      *-----------------------
       FD  CMPSEQ-FILE.
       01  REG-CMP-CONSECUTIVO        PIC 9(07).
      *-----------------------
       FD  KARDEX-FILE.
       01  REG-KARDEX                 PIC X(140).
      *-----------------------
       FD  REPORTE-FILE.
       01  REG-REPORTE                PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *    OPERADOR EN SESION (COMPARTIDO, VER OPERADOR.CPY), PARA
      *    ETIQUETAR CADA RECEPCION Y SU KARDEX.
       COPY OPERADOR.
       01  WS-OPCION-MENU             PIC 9       VALUE 0.
      *    MAESTRO DE PROVEEDORES EN MEMORIA
      *---------------------------------------------------------------
       01  WS-PRV-FS                  PIC XX      VALUE "00".
       01  WS-PROVEEDORES-TABLA.
           05 WS-PROVEEDOR-REG OCCURS 200 TIMES INDEXED BY PRV-I.
               10 WS-TPRV-RUC         PIC X(13).
               10 WS-TPRV-NOMBRE      PIC X(40).
               10 WS-TPRV-CONTACTO    PIC X(30).
               10 WS-TPRV-TELEFONO    PIC X(15).
               10 WS-TPRV-PLAZO-DIAS  PIC 9(03).
               10 WS-TPRV-ACTIVO      PIC X(01).
                   88 PRV-ACTIVO             VALUE 'S'.
       01  WS-PRV-EXISTENTES          PIC 9(03)   VALUE 0.
      *    SI PROVEEDORES.DAT TRAE MAS REGISTROS QUE LA TABLA, GRABAR
      *    DESTRUIRIA LOS QUE NO SE CARGARON - IGUAL QUE
      *    WS-FAC-TABLA-LLENA EN VSFACTU, EN ESE CASO NO SE REESCRIBE.
       01  WS-PRV-TABLA-LLENA         PIC X(01)   VALUE 'N'.
           88 PRV-TABLA-LLENA                VALUE 'S'.
       01  WS-PRV-BUSCADO             PIC X(13)   VALUE SPACES.
       01  WS-PRV-ENCONTRADO          PIC X       VALUE 'N'.
           88 PRV-ENCONTRADO                 VALUE 'S'.
       01  WS-PRV-ENTRADA-TEXTO       PIC X(40)   VALUE SPACES.
       01  WS-PRV-ENTRADA-PLAZO       PIC X(03)   VALUE SPACES.
       01  WS-PRV-PLAZO-LARGO         PIC 9(02)   VALUE 0.
       01  WS-PRV-PLAZO-OK            PIC X       VALUE 'N'.
           88 PRV-PLAZO-OK                   VALUE 'S'.
       01  WS-PRV-ENTRADA-ESTADO      PIC X(01)   VALUE SPACE.
      *    VALIDACION DEL RUC (INTERFAZ FIJA DE CIVALIDE-VALIDAR)
      *---------------------------------------------------------------
       01  WS-CI-DOCUMENTO            PIC X(13).
       01  WS-CI-RESULTADO            PIC X       VALUE 'N'.
           88 CI-VALIDA                      VALUE 'S'.
       01  WS-CI-TIPO-DOC             PIC X(05).
       01  WS-CI-CALCULADO            PIC 99.
       01  WS-CI-DIGITO-INGRESADO     PIC 9.
       01  WS-CI-PROV-OK              PIC X.
       01  WS-CI-ESTABLECIMIENTO      PIC X(03).
      *    CATALOGO DE PRODUCTOS EN MEMORIA (MISMO TOPE QUE VSFACTU),
      *    ORDENADO POR CODIGO
      *---------------------------------------------------------------
       01  WS-PROD-FS                 PIC XX      VALUE "00".
       01  WS-PRODUCTOS-TABLA.
           05 WS-PRODUCTO-REG OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WS-PROD-EXISTENTES
                              ASCENDING KEY IS WS-PROD-CODIGO
                              INDEXED BY PROD-I.
               10 WS-PROD-CODIGO      PIC X(06).
               10 WS-PROD-DESC        PIC X(20).
               10 WS-PROD-PRECIO      PIC 9(5)V99.
               10 WS-PROD-ACTIVO      PIC X(01).
               10 WS-PROD-STOCK       PIC 9(05).
               10 WS-PROD-IVA-CAT     PIC X(01).
       01  WS-PROD-EXISTENTES         PIC 9(05)   VALUE 0.
       01  WS-PROD-TEMP.
           05 WS-PROD-TEMP-CODIGO     PIC X(06).
           05 FILLER                  PIC X(34).
       01  WS-PROD-UBICADO            PIC X       VALUE 'N'.
           88 PROD-UBICADO                   VALUE 'S'.
       01  WS-PROD-TABLA-LLENA        PIC X(01)   VALUE 'N'.
           88 PROD-TABLA-LLENA               VALUE 'S'.
       01  WS-COD-BUSCADO             PIC X(06).
       01  WS-PROD-ENCONTRADO         PIC X       VALUE 'N'.
           88 PROD-ENCONTRADO                VALUE 'S'.
      *    RECEPCION EN CONSTRUCCION
      *---------------------------------------------------------------
       01  WS-CMP-FS                  PIC XX      VALUE "00".
       01  WS-CMD-FS                  PIC XX      VALUE "00".
       01  WS-CSEQ-FS                 PIC XX      VALUE "00".
       01  WS-CMP-ULTIMA              PIC 9(07)   VALUE 0.
       01  WS-CMP-NUMERO              PIC 9(07)   VALUE 0.
       01  WS-CMP-FAC-PROV            PIC X(17)   VALUE SPACES.
       01  WS-CMP-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-CMP-DUPLICADA           PIC X       VALUE 'N'.
           88 CMP-DUPLICADA                  VALUE 'S'.
       01  WS-CMP-OTRO                PIC X       VALUE 'S'.
       01  WS-CMP-CONFIRMA            PIC X       VALUE 'N'.
       01  WS-CMP-CANT-ENTRADA        PIC 9(05)   VALUE 0.
       01  WS-CMP-COSTO-ENTRADA       PIC 9(7)V99 VALUE 0.
       01  WS-CMP-STOCK-PROY          PIC 9(06)   VALUE 0.
       01  WS-CMP-ITEMS.
           05 WS-CMP-ITEM OCCURS 20 TIMES INDEXED BY CMI-I.
               10 WS-CMI-CODIGO       PIC X(06).
               10 WS-CMI-CANTIDAD     PIC 9(05).
               10 WS-CMI-COSTO        PIC 9(7)V99.
               10 WS-CMI-SUBTOTAL     PIC 9(9)V99.
       01  WS-CMP-ITEM-CONT           PIC 9(02)   VALUE 0.
      *    KARDEX (LAYOUT COMPARTIDO, VER KARLIN.CPY)
      *---------------------------------------------------------------
       01  WS-KAR-FS                  PIC XX      VALUE "00".
       COPY KARLIN.
      *    REPORTE DE RECEPCIONES
      *---------------------------------------------------------------
       01  WS-RPT-FS                  PIC XX      VALUE "00".
       01  WS-RPT-LINEA               PIC X(80).
       01  WS-FECHA-HOY               PIC X(08).
       01  WS-FECHA-DESDE             PIC X(08).
       01  WS-FECHA-HASTA             PIC X(08).
       01  WS-FECHA-ENTRADA           PIC X(08).
       01  WS-RPT-PRV-FILTRO          PIC X(13)   VALUE SPACES.
       01  WS-RPT-PRV-CANT            PIC 9(05)   VALUE 0.
       01  WS-RPT-PRV-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-RPT-GEN-CANT            PIC 9(05)   VALUE 0.
       01  WS-RPT-GEN-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-RPT-TOTAL-EDIT          PIC Z(10)9,99.
       01  WS-RPT-DET-LINEA.
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPD-FECHA            PIC X(08).
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPD-NUMERO           PIC 9(07).
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPD-FAC-PROV         PIC X(17).
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPD-LINEAS           PIC Z9.
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPD-TOTAL            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPD-OPERADOR         PIC X(10).
      *    FORMATEO DE MONTOS COMPARTIDO (VER MONEDA.CBL)
      *---------------------------------------------------------------
       01  WS-MONTO-FMT               PIC S9(9)V99.
       01  WS-TEXTO-FMT               PIC X(20).
      *    PRODUCTOS.DAT Y COMPRA.SEQ SE REESCRIBEN EN CADA RECEPCION:
      *    QUEDAN BLOQUEADOS MIENTRAS EL PROGRAMA ESTA ABIERTO (VER
      *    BLOQPAR.CPY).
       COPY BLOQPAR.
       01  WS-CMP-BLQ-PROD            PIC X       VALUE 'N'.
           88 CMP-BLQ-PROD-TOMADO            VALUE 'S'.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
       0000-MAIN-PROCEDURE SECTION.
      *    SE REINICIA LA OPCION POR SI EL PROGRAMA SE LLAMA MAS DE
      *    UNA VEZ DESDE EL MENU PRINCIPAL.
           MOVE 0 TO WS-OPCION-MENU.
      *    CORRIDO SUELTO, SIN PASAR POR EL MENU, EL CAMPO EXTERNAL
      *    ARRANCA EN LOW-VALUES; SE NORMALIZA A BLANCOS PARA QUE LOS
      *    REGISTROS SIGAN SIENDO TEXTO VALIDO.
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           MOVE 'T' TO WS-BLQ-ACCION.
           MOVE "PRODUCTOS.DAT" TO WS-BLQ-ARCHIVO.
           PERFORM 0200-BLOQUEO-MAESTRO.
           IF BLQ-CONCEDIDO
               MOVE 'S' TO WS-CMP-BLQ-PROD
               MOVE 'T' TO WS-BLQ-ACCION
               MOVE "COMPRA.SEQ" TO WS-BLQ-ARCHIVO
               PERFORM 0200-BLOQUEO-MAESTRO
           END-IF.
           IF BLQ-CONCEDIDO
               PERFORM 1000-CARGAR-PROVEEDORES
               PERFORM 1100-CARGAR-PRODUCTOS
               PERFORM 1200-CARGAR-CONSECUTIVO
               PERFORM 0100-MENU-COMPRAS UNTIL WS-OPCION-MENU = 6
               MOVE 'L' TO WS-BLQ-ACCION
               MOVE "COMPRA.SEQ" TO WS-BLQ-ARCHIVO
               PERFORM 0200-BLOQUEO-MAESTRO
           ELSE
               DISPLAY "NO SE ABRE COMPRAS - EN USO: " WS-BLQ-ARCHIVO
           END-IF.
           IF CMP-BLQ-PROD-TOMADO
               MOVE 'L' TO WS-BLQ-ACCION
               MOVE "PRODUCTOS.DAT" TO WS-BLQ-ARCHIVO
               PERFORM 0200-BLOQUEO-MAESTRO
               MOVE 'N' TO WS-CMP-BLQ-PROD
           END-IF.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       0100-MENU-COMPRAS SECTION.
           DISPLAY "*******************************************"
           DISPLAY "COMPRAS Y PROVEEDORES"
           DISPLAY "1. ALTA DE PROVEEDOR"
           DISPLAY "2. EDITAR / DAR DE BAJA PROVEEDOR"
           DISPLAY "3. LISTAR PROVEEDORES"
           DISPLAY "4. RECEPCION DE MERCADERIA (COMPRA)"
           DISPLAY "5. REPORTE DE RECEPCIONES POR PROVEEDOR"
           DISPLAY "6. VOLVER"
           DISPLAY "*******************************************"
           ACCEPT WS-OPCION-MENU
           EVALUATE WS-OPCION-MENU
               WHEN 1
                   PERFORM 2000-ALTA-PROVEEDOR
               WHEN 2
                   PERFORM 2100-EDITAR-PROVEEDOR
               WHEN 3
                   PERFORM 2200-LISTAR-PROVEEDORES
               WHEN 4
                   PERFORM 3000-RECEPCION-COMPRA
               WHEN 5
                   PERFORM 4000-REPORTE-COMPRAS
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       0100-END-MENU-COMPRAS SECTION.

       0200-BLOQUEO-MAESTRO SECTION.
           MOVE "COMPRAS-PROVEEDORES" TO WS-BLQ-PROGRAMA.
           CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION WS-BLQ-ARCHIVO
               WS-BLQ-PROGRAMA WS-BLQ-RESULTADO WS-BLQ-DUENO.

       0200-END-BLOQUEO-MAESTRO SECTION.

       1000-CARGAR-PROVEEDORES SECTION.
           INITIALIZE WS-PROVEEDORES-TABLA.
           MOVE 'N' TO WS-PRV-TABLA-LLENA.
           SET PRV-I TO 1.
           OPEN INPUT PROVEEDORES-FILE.
           IF WS-PRV-FS = "35"
               MOVE "00" TO WS-PRV-FS
           ELSE
               PERFORM UNTIL WS-PRV-FS NOT = "00"
                   READ PROVEEDORES-FILE
                       AT END MOVE "10" TO WS-PRV-FS
                       NOT AT END
                           IF PRV-I > 200
                               MOVE 'S' TO WS-PRV-TABLA-LLENA
                               MOVE "10" TO WS-PRV-FS
                           ELSE
                               MOVE REG-PROV-RUC
                                   TO WS-TPRV-RUC(PRV-I)
                               MOVE REG-PROV-NOMBRE
                                   TO WS-TPRV-NOMBRE(PRV-I)
                               MOVE REG-PROV-CONTACTO
                                   TO WS-TPRV-CONTACTO(PRV-I)
                               MOVE REG-PROV-TELEFONO
                                   TO WS-TPRV-TELEFONO(PRV-I)
                               IF REG-PROV-PLAZO-DIAS IS NUMERIC
                                   MOVE REG-PROV-PLAZO-DIAS
                                       TO WS-TPRV-PLAZO-DIAS(PRV-I)
                               ELSE
                                   MOVE 0 TO WS-TPRV-PLAZO-DIAS(PRV-I)
                               END-IF
                               IF REG-PROV-ACTIVO = 'N'
                                   MOVE 'N' TO WS-TPRV-ACTIVO(PRV-I)
                               ELSE
                                   MOVE 'S' TO WS-TPRV-ACTIVO(PRV-I)
                               END-IF
                               SET PRV-I UP BY 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVEEDORES-FILE
           END-IF.
           COMPUTE WS-PRV-EXISTENTES = PRV-I - 1.
           MOVE "00" TO WS-PRV-FS.
           IF PRV-TABLA-LLENA
               DISPLAY "TABLA DE PROVEEDORES LLENA - EL MAESTRO NO SE "
                   "PODRA MODIFICAR DESDE ESTE PROGRAMA"
           END-IF.

       1000-END-CARGAR-PROVEEDORES SECTION.

       1100-CARGAR-PRODUCTOS SECTION.
      *    MISMAS REGLAS DE LECTURA QUE 1100-CARGAR-PRODUCTOS EN
      *    VSFACTU (ACTIVO E IVA EN BLANCO = VALOR POR DEFECTO).
           MOVE 0 TO WS-PROD-EXISTENTES.
           MOVE 'N' TO WS-PROD-TABLA-LLENA.
           OPEN INPUT PRODUCTOS-FILE.
           IF WS-PROD-FS = "35"
               MOVE "00" TO WS-PROD-FS
           ELSE
               PERFORM UNTIL WS-PROD-FS NOT = "00"
                   READ PRODUCTOS-FILE
                       AT END MOVE "10" TO WS-PROD-FS
                       NOT AT END
                           IF WS-PROD-EXISTENTES >= 5000
                               MOVE 'S' TO WS-PROD-TABLA-LLENA
                               MOVE "10" TO WS-PROD-FS
                           ELSE
                               PERFORM 1110-TOMAR-PRODUCTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCTOS-FILE
           END-IF.
           MOVE "00" TO WS-PROD-FS.

       1100-END-CARGAR-PRODUCTOS SECTION.

       1110-TOMAR-PRODUCTO SECTION.
           ADD 1 TO WS-PROD-EXISTENTES.
           SET PROD-I TO WS-PROD-EXISTENTES.
           MOVE REG-PROD-CODIGO TO WS-PROD-CODIGO(PROD-I).
           MOVE REG-PROD-DESC   TO WS-PROD-DESC(PROD-I).
           MOVE REG-PROD-PRECIO TO WS-PROD-PRECIO(PROD-I).
           IF REG-PROD-ACTIVO = 'N'
               MOVE 'N' TO WS-PROD-ACTIVO(PROD-I)
           ELSE
               MOVE 'S' TO WS-PROD-ACTIVO(PROD-I)
           END-IF.
           MOVE REG-PROD-STOCK  TO WS-PROD-STOCK(PROD-I).
           IF REG-PROD-IVA-CAT = 'E'
               MOVE 'E' TO WS-PROD-IVA-CAT(PROD-I)
           ELSE
               MOVE 'G' TO WS-PROD-IVA-CAT(PROD-I)
           END-IF.
           PERFORM 1120-UBICAR-PRODUCTO.

       1110-END-TOMAR-PRODUCTO SECTION.

       1120-UBICAR-PRODUCTO SECTION.
      *    EL PRODUCTO RECIEN AGREGADO AL FINAL DE LA TABLA BAJA HASTA
      *    SU LUGAR POR CODIGO, PARA PODER BUSCARLO CON SEARCH ALL.
           SET PROD-I TO WS-PROD-EXISTENTES.
           MOVE WS-PRODUCTO-REG(PROD-I) TO WS-PROD-TEMP.
           MOVE 'N' TO WS-PROD-UBICADO.
           PERFORM UNTIL PROD-I = 1 OR PROD-UBICADO
               IF WS-PROD-CODIGO(PROD-I - 1) > WS-PROD-TEMP-CODIGO
                   MOVE WS-PRODUCTO-REG(PROD-I - 1)
                       TO WS-PRODUCTO-REG(PROD-I)
                   SET PROD-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-PROD-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-PROD-TEMP TO WS-PRODUCTO-REG(PROD-I).

       1120-END-UBICAR-PRODUCTO SECTION.

       1200-CARGAR-CONSECUTIVO SECTION.
           MOVE 0 TO WS-CMP-ULTIMA.
           OPEN INPUT CMPSEQ-FILE.
           IF WS-CSEQ-FS = "00"
               READ CMPSEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-CMP-CONSECUTIVO TO WS-CMP-ULTIMA
               END-READ
               CLOSE CMPSEQ-FILE
           END-IF.
           MOVE "00" TO WS-CSEQ-FS.

       1200-END-CARGAR-CONSECUTIVO SECTION.

       2000-ALTA-PROVEEDOR SECTION.
      *    EL RUC ES LA CLAVE DEL PROVEEDOR: SE VALIDA CON EL MODULO
      *    COMPARTIDO CIVALIDE-VALIDAR (DEBE SER UN RUC DE 13 DIGITOS
      *    CON ESTABLECIMIENTO VALIDO) Y NO PUEDE REPETIRSE.
           IF PRV-TABLA-LLENA OR WS-PRV-EXISTENTES >= 200
               DISPLAY "TABLA DE PROVEEDORES LLENA"
           ELSE
               DISPLAY "RUC DEL PROVEEDOR (13 DIGITOS)"
               ACCEPT WS-PRV-BUSCADO
               PERFORM 2050-VALIDAR-RUC
               IF NOT CI-VALIDA
                   DISPLAY "RUC INVALIDO - PROVEEDOR NO REGISTRADO"
               ELSE
                   PERFORM 2060-BUSCAR-PROVEEDOR
                   IF PRV-ENCONTRADO
                       DISPLAY "EL PROVEEDOR YA EXISTE: "
                           WS-TPRV-NOMBRE(PRV-I)
                   ELSE
                       ADD 1 TO WS-PRV-EXISTENTES
                       SET PRV-I TO WS-PRV-EXISTENTES
                       MOVE WS-PRV-BUSCADO TO WS-TPRV-RUC(PRV-I)
                       DISPLAY "RAZON SOCIAL / NOMBRE"
                       ACCEPT WS-TPRV-NOMBRE(PRV-I)
                       DISPLAY "PERSONA DE CONTACTO"
                       ACCEPT WS-TPRV-CONTACTO(PRV-I)
                       DISPLAY "TELEFONO"
                       ACCEPT WS-TPRV-TELEFONO(PRV-I)
                       DISPLAY "PLAZO DE PAGO EN DIAS (0 = CONTADO)"
                       MOVE SPACES TO WS-PRV-ENTRADA-PLAZO
                       ACCEPT WS-PRV-ENTRADA-PLAZO
                       PERFORM 2070-VALIDAR-PLAZO
                       IF PRV-PLAZO-OK
                           MOVE FUNCTION NUMVAL(WS-PRV-ENTRADA-PLAZO)
                               TO WS-TPRV-PLAZO-DIAS(PRV-I)
                           MOVE 'S' TO WS-TPRV-ACTIVO(PRV-I)
                           PERFORM 8000-GRABAR-PROVEEDORES
                           DISPLAY "PROVEEDOR REGISTRADO"
                       ELSE
                           DISPLAY "PLAZO INVALIDO - PROVEEDOR NO "
                               "REGISTRADO"
                           INITIALIZE WS-PROVEEDOR-REG(PRV-I)
                           SUBTRACT 1 FROM WS-PRV-EXISTENTES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2000-END-ALTA-PROVEEDOR SECTION.

       2050-VALIDAR-RUC SECTION.
           MOVE WS-PRV-BUSCADO TO WS-CI-DOCUMENTO.
           CALL "CIVALIDE-VALIDAR" USING WS-CI-DOCUMENTO
               WS-CI-RESULTADO WS-CI-TIPO-DOC WS-CI-CALCULADO
               WS-CI-DIGITO-INGRESADO WS-CI-PROV-OK
               WS-CI-ESTABLECIMIENTO.
           IF WS-CI-TIPO-DOC NOT = "RUC"
               MOVE 'N' TO WS-CI-RESULTADO
           END-IF.

       2050-END-VALIDAR-RUC SECTION.

       2070-VALIDAR-PLAZO SECTION.
      *    EL PLAZO INGRESADO DEBEN SER SOLO DIGITOS (HASTA 3), SIN
      *    BLANCOS INTERMEDIOS; CUALQUIER OTRA COSA SE RECHAZA.
           MOVE 'N' TO WS-PRV-PLAZO-OK.
           MOVE 0 TO WS-PRV-PLAZO-LARGO.
           INSPECT WS-PRV-ENTRADA-PLAZO TALLYING WS-PRV-PLAZO-LARGO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PRV-PLAZO-LARGO > 0
               IF WS-PRV-ENTRADA-PLAZO(1:WS-PRV-PLAZO-LARGO) IS NUMERIC
                   MOVE 'S' TO WS-PRV-PLAZO-OK
                   IF WS-PRV-PLAZO-LARGO < 3
                       IF WS-PRV-ENTRADA-PLAZO(WS-PRV-PLAZO-LARGO + 1:)
                               NOT = SPACES
                           MOVE 'N' TO WS-PRV-PLAZO-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2070-END-VALIDAR-PLAZO SECTION.

       2060-BUSCAR-PROVEEDOR SECTION.
      *    DEJA PRV-I APUNTANDO AL PROVEEDOR WS-PRV-BUSCADO SI EXISTE.
           MOVE 'N' TO WS-PRV-ENCONTRADO.
           PERFORM VARYING PRV-I FROM 1 BY 1
                   UNTIL PRV-I > WS-PRV-EXISTENTES OR PRV-ENCONTRADO
               IF WS-TPRV-RUC(PRV-I) = WS-PRV-BUSCADO
                   MOVE 'S' TO WS-PRV-ENCONTRADO
               END-IF
           END-PERFORM.
           IF PRV-ENCONTRADO
               SET PRV-I DOWN BY 1
           END-IF.

       2060-END-BUSCAR-PROVEEDOR SECTION.

       2100-EDITAR-PROVEEDOR SECTION.
      *    EL RUC NO SE CAMBIA (ES LA CLAVE); ENTER EN BLANCO CONSERVA
      *    EL VALOR ACTUAL DE CADA CAMPO.
           IF PRV-TABLA-LLENA
               DISPLAY "TABLA DE PROVEEDORES LLENA - NO SE PUEDE "
                   "MODIFICAR EL MAESTRO"
               GO TO 2100-SALIR
           END-IF.
           DISPLAY "RUC DEL PROVEEDOR A EDITAR".
           ACCEPT WS-PRV-BUSCADO.
           PERFORM 2060-BUSCAR-PROVEEDOR.
           IF NOT PRV-ENCONTRADO
               DISPLAY "PROVEEDOR NO EXISTE"
               GO TO 2100-SALIR
           END-IF.
           DISPLAY "NOMBRE ACTUAL  : " WS-TPRV-NOMBRE(PRV-I).
           DISPLAY "NUEVO NOMBRE (ENTER = SIN CAMBIO)".
           MOVE SPACES TO WS-PRV-ENTRADA-TEXTO.
           ACCEPT WS-PRV-ENTRADA-TEXTO.
           IF WS-PRV-ENTRADA-TEXTO NOT = SPACES
               MOVE WS-PRV-ENTRADA-TEXTO TO WS-TPRV-NOMBRE(PRV-I)
           END-IF.
           DISPLAY "CONTACTO ACTUAL: " WS-TPRV-CONTACTO(PRV-I).
           DISPLAY "NUEVO CONTACTO (ENTER = SIN CAMBIO)".
           MOVE SPACES TO WS-PRV-ENTRADA-TEXTO.
           ACCEPT WS-PRV-ENTRADA-TEXTO.
           IF WS-PRV-ENTRADA-TEXTO NOT = SPACES
               MOVE WS-PRV-ENTRADA-TEXTO TO WS-TPRV-CONTACTO(PRV-I)
           END-IF.
           DISPLAY "TELEFONO ACTUAL: " WS-TPRV-TELEFONO(PRV-I).
           DISPLAY "NUEVO TELEFONO (ENTER = SIN CAMBIO)".
           MOVE SPACES TO WS-PRV-ENTRADA-TEXTO.
           ACCEPT WS-PRV-ENTRADA-TEXTO.
           IF WS-PRV-ENTRADA-TEXTO NOT = SPACES
               MOVE WS-PRV-ENTRADA-TEXTO TO WS-TPRV-TELEFONO(PRV-I)
           END-IF.
           DISPLAY "PLAZO ACTUAL   : " WS-TPRV-PLAZO-DIAS(PRV-I)
               " DIAS".
           DISPLAY "NUEVO PLAZO EN DIAS (ENTER = SIN CAMBIO)".
           MOVE SPACES TO WS-PRV-ENTRADA-PLAZO.
           ACCEPT WS-PRV-ENTRADA-PLAZO.
           IF WS-PRV-ENTRADA-PLAZO NOT = SPACES
               PERFORM 2070-VALIDAR-PLAZO
               IF PRV-PLAZO-OK
                   MOVE FUNCTION NUMVAL(WS-PRV-ENTRADA-PLAZO)
                       TO WS-TPRV-PLAZO-DIAS(PRV-I)
               ELSE
                   DISPLAY "PLAZO INVALIDO - SE CONSERVA EL ACTUAL"
               END-IF
           END-IF.
           DISPLAY "ESTADO ACTUAL  : " WS-TPRV-ACTIVO(PRV-I).
           DISPLAY "(S) ACTIVO / (N) DADO DE BAJA (ENTER = SIN CAMBIO)".
           MOVE SPACE TO WS-PRV-ENTRADA-ESTADO.
           ACCEPT WS-PRV-ENTRADA-ESTADO.
           IF WS-PRV-ENTRADA-ESTADO = 'N' OR WS-PRV-ENTRADA-ESTADO = 'n'
               MOVE 'N' TO WS-TPRV-ACTIVO(PRV-I)
           END-IF.
           IF WS-PRV-ENTRADA-ESTADO = 'S' OR WS-PRV-ENTRADA-ESTADO = 's'
               MOVE 'S' TO WS-TPRV-ACTIVO(PRV-I)
           END-IF.
           PERFORM 8000-GRABAR-PROVEEDORES.
           DISPLAY "PROVEEDOR ACTUALIZADO".

       2100-SALIR.
           EXIT.

       2100-END-EDITAR-PROVEEDOR SECTION.

       2200-LISTAR-PROVEEDORES SECTION.
           DISPLAY "*******************************************".
           DISPLAY "PROVEEDORES REGISTRADOS".
           IF WS-PRV-EXISTENTES = 0
               DISPLAY "NO HAY PROVEEDORES REGISTRADOS"
           END-IF.
           PERFORM VARYING PRV-I FROM 1 BY 1
                   UNTIL PRV-I > WS-PRV-EXISTENTES
               DISPLAY WS-TPRV-RUC(PRV-I) " " WS-TPRV-NOMBRE(PRV-I)
                   " PLAZO: " WS-TPRV-PLAZO-DIAS(PRV-I)
                   " ACTIVO: " WS-TPRV-ACTIVO(PRV-I)
               DISPLAY "    CONTACTO: " WS-TPRV-CONTACTO(PRV-I)
                   " TEL: " WS-TPRV-TELEFONO(PRV-I)
           END-PERFORM.
           DISPLAY "*******************************************".

       2200-END-LISTAR-PROVEEDORES SECTION.

       3000-RECEPCION-COMPRA SECTION.
      *    RECEPCION DE MERCADERIA: PROVEEDOR, FACTURA DEL PROVEEDOR Y
      *    LINEAS CON CANTIDAD Y COSTO UNITARIO. AL CONFIRMAR SE GRABAN
      *    CABECERA Y DETALLE, SUBE EL STOCK DE CADA PRODUCTO, QUEDA SU
      *    LINEA DE KARDEX CON ORIGEN "COMPRA" Y EL CATALOGO SE BAJA A
      *    DISCO DE INMEDIATO.
           IF PROD-TABLA-LLENA
               DISPLAY "CATALOGO DE PRODUCTOS LLENO - NO SE PUEDE "
                   "REESCRIBIR PRODUCTOS.DAT DESDE ESTE PROGRAMA"
               GO TO 3000-SALIR
           END-IF.
           IF WS-PROD-EXISTENTES = 0
               DISPLAY "NO HAY PRODUCTOS EN EL CATALOGO"
               GO TO 3000-SALIR
           END-IF.
           DISPLAY "RUC DEL PROVEEDOR".
           ACCEPT WS-PRV-BUSCADO.
           PERFORM 2060-BUSCAR-PROVEEDOR.
           IF NOT PRV-ENCONTRADO
               DISPLAY "PROVEEDOR NO EXISTE - REGISTRELO PRIMERO"
               GO TO 3000-SALIR
           END-IF.
           IF NOT PRV-ACTIVO(PRV-I)
               DISPLAY "PROVEEDOR DADO DE BAJA - NO SE ADMITEN "
                   "RECEPCIONES"
               GO TO 3000-SALIR
           END-IF.
           DISPLAY "PROVEEDOR: " WS-TPRV-NOMBRE(PRV-I).
           DISPLAY "NUMERO DE FACTURA DEL PROVEEDOR".
           MOVE SPACES TO WS-CMP-FAC-PROV.
           ACCEPT WS-CMP-FAC-PROV.
           IF WS-CMP-FAC-PROV = SPACES
               DISPLAY "FACTURA DEL PROVEEDOR EN BLANCO - RECEPCION "
                   "CANCELADA"
               GO TO 3000-SALIR
           END-IF.
           PERFORM 3050-VERIFICAR-DUPLICADA.
           IF CMP-DUPLICADA
               DISPLAY "ESA FACTURA DEL PROVEEDOR YA FUE RECIBIDA - "
                   "RECEPCION CANCELADA"
               GO TO 3000-SALIR
           END-IF.
           INITIALIZE WS-CMP-ITEMS.
           MOVE 0 TO WS-CMP-ITEM-CONT WS-CMP-TOTAL.
           MOVE 'S' TO WS-CMP-OTRO.
           PERFORM UNTIL WS-CMP-OTRO = 'N' OR WS-CMP-OTRO = 'n'
                   OR WS-CMP-ITEM-CONT >= 20
               PERFORM 3100-CAPTURAR-LINEA
               DISPLAY "OTRA LINEA (S/N)"
               ACCEPT WS-CMP-OTRO
           END-PERFORM.
           IF WS-CMP-ITEM-CONT = 0
               DISPLAY "RECEPCION SIN LINEAS - NO SE GRABA"
               GO TO 3000-SALIR
           END-IF.
           MOVE WS-CMP-TOTAL TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "LINEAS: " WS-CMP-ITEM-CONT " TOTAL: " WS-TEXTO-FMT.
           DISPLAY "CONFIRMA LA RECEPCION (S/N)".
           ACCEPT WS-CMP-CONFIRMA.
           IF WS-CMP-CONFIRMA NOT = 'S' AND WS-CMP-CONFIRMA NOT = 's'
               DISPLAY "RECEPCION CANCELADA"
               GO TO 3000-SALIR
           END-IF.
           PERFORM 3200-GRABAR-RECEPCION.
           DISPLAY "RECEPCION No " WS-CMP-NUMERO " REGISTRADA".

       3000-SALIR.
           EXIT.

       3000-END-RECEPCION-COMPRA SECTION.

       3050-VERIFICAR-DUPLICADA SECTION.
      *    UNA MISMA FACTURA DE PROVEEDOR NO PUEDE INGRESAR DOS VECES
      *    (SUBIRIA EL STOCK DOBLE).
           MOVE 'N' TO WS-CMP-DUPLICADA.
           OPEN INPUT COMPRAS-FILE.
           IF WS-CMP-FS NOT = "35"
               PERFORM UNTIL WS-CMP-FS NOT = "00"
                   READ COMPRAS-FILE
                       AT END MOVE "10" TO WS-CMP-FS
                       NOT AT END
                           IF REG-CMP-PROV-RUC = WS-PRV-BUSCADO AND
                              REG-CMP-FAC-PROV = WS-CMP-FAC-PROV
                               MOVE 'S' TO WS-CMP-DUPLICADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPRAS-FILE
           END-IF.
           MOVE "00" TO WS-CMP-FS.

       3050-END-VERIFICAR-DUPLICADA SECTION.

       3100-CAPTURAR-LINEA SECTION.
           DISPLAY "CODIGO DEL PRODUCTO RECIBIDO".
           ACCEPT WS-COD-BUSCADO.
           MOVE 'N' TO WS-PROD-ENCONTRADO.
           SET PROD-I TO 1.
           SEARCH ALL WS-PRODUCTO-REG
               AT END
                   DISPLAY "PRODUCTO NO EXISTE EN EL CATALOGO"
               WHEN WS-PROD-CODIGO(PROD-I) = WS-COD-BUSCADO
                   MOVE 'S' TO WS-PROD-ENCONTRADO
           END-SEARCH.
           IF PROD-ENCONTRADO
               DISPLAY "PRODUCTO: " WS-PROD-DESC(PROD-I)
                   " STOCK ACTUAL: " WS-PROD-STOCK(PROD-I)
               DISPLAY "CANTIDAD RECIBIDA"
               ACCEPT WS-CMP-CANT-ENTRADA
               DISPLAY "COSTO UNITARIO"
               ACCEPT WS-CMP-COSTO-ENTRADA
      *        EL STOCK PROYECTADO CUENTA LAS LINEAS YA CAPTURADAS DEL
      *        MISMO PRODUCTO EN ESTA RECEPCION.
               COMPUTE WS-CMP-STOCK-PROY =
                   WS-PROD-STOCK(PROD-I) + WS-CMP-CANT-ENTRADA
               PERFORM VARYING CMI-I FROM 1 BY 1
                       UNTIL CMI-I > WS-CMP-ITEM-CONT
                   IF WS-CMI-CODIGO(CMI-I) = WS-COD-BUSCADO
                       ADD WS-CMI-CANTIDAD(CMI-I) TO WS-CMP-STOCK-PROY
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-CMP-CANT-ENTRADA = 0
                       DISPLAY "CANTIDAD INVALIDA - LINEA DESCARTADA"
                   WHEN WS-CMP-STOCK-PROY > 99999
                       DISPLAY "EL STOCK RESULTANTE EXCEDE 99999 - "
                           "LINEA DESCARTADA"
                   WHEN OTHER
                       ADD 1 TO WS-CMP-ITEM-CONT
                       SET CMI-I TO WS-CMP-ITEM-CONT
                       MOVE WS-COD-BUSCADO TO WS-CMI-CODIGO(CMI-I)
                       MOVE WS-CMP-CANT-ENTRADA
                           TO WS-CMI-CANTIDAD(CMI-I)
                       MOVE WS-CMP-COSTO-ENTRADA TO WS-CMI-COSTO(CMI-I)
                       COMPUTE WS-CMI-SUBTOTAL(CMI-I) ROUNDED =
                           WS-CMP-CANT-ENTRADA * WS-CMP-COSTO-ENTRADA
                       ADD WS-CMI-SUBTOTAL(CMI-I) TO WS-CMP-TOTAL
               END-EVALUATE
           END-IF.

       3100-END-CAPTURAR-LINEA SECTION.

       3200-GRABAR-RECEPCION SECTION.
      *    EL CONSECUTIVO SE GRABA ANTES QUE LOS DOCUMENTOS, IGUAL QUE
      *    EN VSFACTU, PARA QUE UN CORTE NO REUTILICE EL NUMERO.
           ADD 1 TO WS-CMP-ULTIMA.
           MOVE WS-CMP-ULTIMA TO WS-CMP-NUMERO.
           PERFORM 8200-GRABAR-CONSECUTIVO.
           OPEN EXTEND COMPRAS-FILE.
           IF WS-CMP-FS = "35"
               OPEN OUTPUT COMPRAS-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:10) TO REG-CMP-FECHA.
           MOVE WS-CMP-NUMERO TO REG-CMP-NUMERO.
           MOVE WS-PRV-BUSCADO TO REG-CMP-PROV-RUC.
           MOVE WS-CMP-FAC-PROV TO REG-CMP-FAC-PROV.
           MOVE WS-CMP-ITEM-CONT TO REG-CMP-LINEAS.
           MOVE WS-CMP-TOTAL TO REG-CMP-TOTAL.
           MOVE WS-OPERADOR-ID TO REG-CMP-OPERADOR.
           WRITE REG-COMPRA.
           CLOSE COMPRAS-FILE.
           MOVE "00" TO WS-CMP-FS.
           OPEN EXTEND CMPDETALLE-FILE.
           IF WS-CMD-FS = "35"
               OPEN OUTPUT CMPDETALLE-FILE
           END-IF.
           PERFORM VARYING CMI-I FROM 1 BY 1
                   UNTIL CMI-I > WS-CMP-ITEM-CONT
               MOVE WS-CMP-NUMERO TO REG-CMD-NUMERO
               MOVE WS-PRV-BUSCADO TO REG-CMD-PROV-RUC
               MOVE WS-CMI-CODIGO(CMI-I) TO REG-CMD-CODIGO
               MOVE WS-CMI-CANTIDAD(CMI-I) TO REG-CMD-CANTIDAD
               MOVE WS-CMI-COSTO(CMI-I) TO REG-CMD-COSTO
               MOVE WS-CMI-SUBTOTAL(CMI-I) TO REG-CMD-SUBTOTAL
               WRITE REG-COMPRA-DET
           END-PERFORM.
           CLOSE CMPDETALLE-FILE.
           MOVE "00" TO WS-CMD-FS.
      *    SUBE EL STOCK Y DEJA UNA LINEA DE KARDEX POR CADA LINEA
      *    RECIBIDA, CON LA RECEPCION COMO DOCUMENTO ORIGEN.
           PERFORM VARYING CMI-I FROM 1 BY 1
                   UNTIL CMI-I > WS-CMP-ITEM-CONT
               SET PROD-I TO 1
               SEARCH ALL WS-PRODUCTO-REG
                   WHEN WS-PROD-CODIGO(PROD-I) = WS-CMI-CODIGO(CMI-I)
                       ADD WS-CMI-CANTIDAD(CMI-I)
                           TO WS-PROD-STOCK(PROD-I)
                       PERFORM 8500-REGISTRAR-KARDEX
               END-SEARCH
           END-PERFORM.
           PERFORM 8100-GRABAR-PRODUCTOS.

       3200-END-GRABAR-RECEPCION SECTION.

       4000-REPORTE-COMPRAS SECTION.
      *    RECEPCIONES DE UN PROVEEDOR (O DE TODOS, CON RUC EN BLANCO)
      *    EN UN RANGO DE FECHAS, AGRUPADAS POR PROVEEDOR CON SU
      *    SUBTOTAL Y UN TOTAL GENERAL. SE MUESTRA EN PANTALLA Y QUEDA
      *    EN COMPRAS.RPT (4050/4060/4070, IGUAL QUE RESUMEN.RPT).
           DISPLAY "RUC DEL PROVEEDOR (ENTER = TODOS)".
           MOVE SPACES TO WS-RPT-PRV-FILTRO.
           ACCEPT WS-RPT-PRV-FILTRO.
           PERFORM 4010-PEDIR-RANGO-FECHAS.
           MOVE 0 TO WS-RPT-GEN-CANT WS-RPT-GEN-TOTAL.
           PERFORM 4050-ABRIR-REPORTE.
           MOVE "*******************************************"
               TO WS-RPT-LINEA.
           PERFORM 4060-ESCRIBIR-LINEA.
           MOVE "RECEPCIONES DE MERCADERIA POR PROVEEDOR"
               TO WS-RPT-LINEA.
           PERFORM 4060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  DESDE: " WS-FECHA-DESDE "  HASTA: " WS-FECHA-HASTA
                  "  OPERADOR: " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 4060-ESCRIBIR-LINEA.
           MOVE "*******************************************"
               TO WS-RPT-LINEA.
           PERFORM 4060-ESCRIBIR-LINEA.
           PERFORM VARYING PRV-I FROM 1 BY 1
                   UNTIL PRV-I > WS-PRV-EXISTENTES
               IF WS-RPT-PRV-FILTRO = SPACES OR
                  WS-RPT-PRV-FILTRO = WS-TPRV-RUC(PRV-I)
                   PERFORM 4100-REPORTE-PROVEEDOR
               END-IF
           END-PERFORM.
           MOVE WS-RPT-GEN-TOTAL TO WS-RPT-TOTAL-EDIT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "TOTAL GENERAL - RECEPCIONES: " WS-RPT-GEN-CANT
                  "  MONTO: " WS-RPT-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 4060-ESCRIBIR-LINEA.
           MOVE "*******************************************"
               TO WS-RPT-LINEA.
           PERFORM 4060-ESCRIBIR-LINEA.
           PERFORM 4070-CERRAR-REPORTE.

       4000-END-REPORTE-COMPRAS SECTION.

       4010-PEDIR-RANGO-FECHAS SECTION.
      *    MISMO DIALOGO QUE 0500-PEDIR-RANGO-FECHAS EN RESUMEN-DIARIO:
      *    EN BLANCO ES LA FECHA DE HOY.
           DISPLAY "RANGO DE FECHAS DEL REPORTE (AAAAMMDD)".
           DISPLAY "DEJE EN BLANCO PARA USAR LA FECHA DE HOY".
           DISPLAY "FECHA DESDE: " WITH NO ADVANCING.
           MOVE SPACES TO WS-FECHA-ENTRADA.
           ACCEPT WS-FECHA-ENTRADA.
           IF WS-FECHA-ENTRADA = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-DESDE
           ELSE
               MOVE WS-FECHA-ENTRADA TO WS-FECHA-DESDE
           END-IF.
           DISPLAY "FECHA HASTA: " WITH NO ADVANCING.
           MOVE SPACES TO WS-FECHA-ENTRADA.
           ACCEPT WS-FECHA-ENTRADA.
           IF WS-FECHA-ENTRADA = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-HASTA
           ELSE
               MOVE WS-FECHA-ENTRADA TO WS-FECHA-HASTA
           END-IF.

       4010-END-PEDIR-RANGO-FECHAS SECTION.

       4100-REPORTE-PROVEEDOR SECTION.
      *    UNA PASADA POR COMPRAS.DAT POR CADA PROVEEDOR DEL REPORTE;
      *    EL PROVEEDOR SIN RECEPCIONES EN EL RANGO NO SE IMPRIME.
           MOVE 0 TO WS-RPT-PRV-CANT WS-RPT-PRV-TOTAL.
           OPEN INPUT COMPRAS-FILE.
           IF WS-CMP-FS NOT = "35"
               PERFORM UNTIL WS-CMP-FS NOT = "00"
                   READ COMPRAS-FILE
                       AT END MOVE "10" TO WS-CMP-FS
                       NOT AT END
                           IF REG-CMP-PROV-RUC = WS-TPRV-RUC(PRV-I) AND
                              REG-CMP-FECHA(1:8) >= WS-FECHA-DESDE AND
                              REG-CMP-FECHA(1:8) <= WS-FECHA-HASTA
                               PERFORM 4110-LINEA-RECEPCION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPRAS-FILE
           END-IF.
           MOVE "00" TO WS-CMP-FS.
           IF WS-RPT-PRV-CANT > 0
               MOVE WS-RPT-PRV-TOTAL TO WS-RPT-TOTAL-EDIT
               MOVE SPACES TO WS-RPT-LINEA
               STRING "  SUBTOTAL PROVEEDOR - RECEPCIONES: "
                      WS-RPT-PRV-CANT "  MONTO: " WS-RPT-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
               PERFORM 4060-ESCRIBIR-LINEA
               MOVE SPACES TO WS-RPT-LINEA
               PERFORM 4060-ESCRIBIR-LINEA
               ADD WS-RPT-PRV-CANT TO WS-RPT-GEN-CANT
               ADD WS-RPT-PRV-TOTAL TO WS-RPT-GEN-TOTAL
           END-IF.

       4100-END-REPORTE-PROVEEDOR SECTION.

       4110-LINEA-RECEPCION SECTION.
      *    LA CABECERA DEL PROVEEDOR SE IMPRIME CON SU PRIMERA
      *    RECEPCION DENTRO DEL RANGO.
           IF WS-RPT-PRV-CANT = 0
               MOVE SPACES TO WS-RPT-LINEA
               STRING "PROVEEDOR: " WS-TPRV-RUC(PRV-I) " "
                      WS-TPRV-NOMBRE(PRV-I)
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
               PERFORM 4060-ESCRIBIR-LINEA
               MOVE "  FECHA     NUMERO   FACTURA PROV.     LN"
                   TO WS-RPT-LINEA
               PERFORM 4060-ESCRIBIR-LINEA
           END-IF.
           ADD 1 TO WS-RPT-PRV-CANT.
           ADD REG-CMP-TOTAL TO WS-RPT-PRV-TOTAL.
           MOVE REG-CMP-FECHA(1:8) TO WS-RPD-FECHA.
           MOVE REG-CMP-NUMERO TO WS-RPD-NUMERO.
           MOVE REG-CMP-FAC-PROV TO WS-RPD-FAC-PROV.
           MOVE REG-CMP-LINEAS TO WS-RPD-LINEAS.
           MOVE REG-CMP-TOTAL TO WS-RPD-TOTAL.
           MOVE REG-CMP-OPERADOR TO WS-RPD-OPERADOR.
           MOVE WS-RPT-DET-LINEA TO WS-RPT-LINEA.
           PERFORM 4060-ESCRIBIR-LINEA.

       4110-END-LINEA-RECEPCION SECTION.

       4050-ABRIR-REPORTE SECTION.
           OPEN EXTEND REPORTE-FILE.
           IF WS-RPT-FS = "35"
               OPEN OUTPUT REPORTE-FILE
           END-IF.

       4050-END-ABRIR-REPORTE SECTION.

       4060-ESCRIBIR-LINEA SECTION.
           DISPLAY WS-RPT-LINEA.
           MOVE WS-RPT-LINEA TO REG-REPORTE.
           WRITE REG-REPORTE.

       4060-END-ESCRIBIR-LINEA SECTION.

       4070-CERRAR-REPORTE SECTION.
           CLOSE REPORTE-FILE.
           MOVE "00" TO WS-RPT-FS.

       4070-END-CERRAR-REPORTE SECTION.

       8000-GRABAR-PROVEEDORES SECTION.
           OPEN OUTPUT PROVEEDORES-FILE.
           PERFORM VARYING PRV-I FROM 1 BY 1
                   UNTIL PRV-I > WS-PRV-EXISTENTES
               MOVE WS-TPRV-RUC(PRV-I)        TO REG-PROV-RUC
               MOVE WS-TPRV-NOMBRE(PRV-I)     TO REG-PROV-NOMBRE
               MOVE WS-TPRV-CONTACTO(PRV-I)   TO REG-PROV-CONTACTO
               MOVE WS-TPRV-TELEFONO(PRV-I)   TO REG-PROV-TELEFONO
               MOVE WS-TPRV-PLAZO-DIAS(PRV-I) TO REG-PROV-PLAZO-DIAS
               MOVE WS-TPRV-ACTIVO(PRV-I)     TO REG-PROV-ACTIVO
               WRITE REG-PROVEEDOR
           END-PERFORM.
           CLOSE PROVEEDORES-FILE.
           MOVE "00" TO WS-PRV-FS.

       8000-END-GRABAR-PROVEEDORES SECTION.

       8100-GRABAR-PRODUCTOS SECTION.
           OPEN OUTPUT PRODUCTOS-FILE.
           PERFORM VARYING PROD-I FROM 1 BY 1
                   UNTIL PROD-I > WS-PROD-EXISTENTES
               MOVE WS-PROD-CODIGO(PROD-I)  TO REG-PROD-CODIGO
               MOVE WS-PROD-DESC(PROD-I)    TO REG-PROD-DESC
               MOVE WS-PROD-PRECIO(PROD-I)  TO REG-PROD-PRECIO
               MOVE WS-PROD-ACTIVO(PROD-I)  TO REG-PROD-ACTIVO
               MOVE WS-PROD-STOCK(PROD-I)   TO REG-PROD-STOCK
               MOVE WS-PROD-IVA-CAT(PROD-I) TO REG-PROD-IVA-CAT
               WRITE REG-PRODUCTO
           END-PERFORM.
           CLOSE PRODUCTOS-FILE.
           MOVE "00" TO WS-PROD-FS.

       8100-END-GRABAR-PRODUCTOS SECTION.

       8200-GRABAR-CONSECUTIVO SECTION.
           OPEN OUTPUT CMPSEQ-FILE.
           MOVE WS-CMP-ULTIMA TO REG-CMP-CONSECUTIVO.
           WRITE REG-CMP-CONSECUTIVO.
           CLOSE CMPSEQ-FILE.
           MOVE "00" TO WS-CSEQ-FS.

       8200-END-GRABAR-CONSECUTIVO SECTION.

       8500-REGISTRAR-KARDEX SECTION.
      *    MISMA LINEA QUE 8500-REGISTRAR-KARDEX EN VSFACTU; PROD-I
      *    APUNTA AL PRODUCTO CON SU STOCK YA ACTUALIZADO Y CMI-I A LA
      *    LINEA RECIBIDA.
           OPEN EXTEND KARDEX-FILE.
           IF WS-KAR-FS = "35"
               OPEN OUTPUT KARDEX-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-KAR-FECHA-HORA.
           MOVE WS-PROD-CODIGO(PROD-I) TO WS-KAR-PROD-CODIGO.
           MOVE "COMPRA" TO WS-KAR-TIPO-OUT.
           MOVE WS-CMI-CANTIDAD(CMI-I) TO WS-KAR-CANT-OUT.
           MOVE WS-PROD-STOCK(PROD-I) TO WS-KAR-SALDO-OUT.
           MOVE WS-CMP-NUMERO TO WS-KAR-DOC-OUT.
           MOVE WS-OPERADOR-ID TO WS-KAR-OPER.
           MOVE WS-KAR-LINEA TO REG-KARDEX.
           WRITE REG-KARDEX.
           CLOSE KARDEX-FILE.
           MOVE "00" TO WS-KAR-FS.

       8500-END-REGISTRAR-KARDEX SECTION.

       END PROGRAM COMPRAS-PROVEEDORES.

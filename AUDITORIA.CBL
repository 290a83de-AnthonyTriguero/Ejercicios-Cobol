      ******************************************************************
      * Author:
      * Date:
      * Purpose: AUDITORIA DE INTEGRIDAD ENTRE ARCHIVOS Y DE LA
      *          NUMERACION DE FACTURAS, PROFORMAS Y NOTAS DE CREDITO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITORIA-INTEGRIDAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    AUDITORIA DE SOLO LECTURA, COMPLEMENTO DE CONCILIA-BALANCES
      *    (QUE SOLO CRUZA BALANCES CONTRA MOVIMIENTOS.LOG): CRUZA LAS
      *    CABECERAS CONTRA SUS DETALLES, LOS ABONOS Y NOTAS DE CREDITO
      *    CONTRA SUS FACTURAS, EL STOCK CONTRA EL KARDEX Y LA
      *    NUMERACION DE CADA DOCUMENTO CONTRA SU CONSECUTIVO .SEQ.
      *    MISMOS ASSIGN/ORGANIZATION QUE LOS PROGRAMAS QUE ESCRIBEN
      *    ESTOS ARCHIVOS. LA CORRE FIN-DE-DIA EN LOTE O EL MENU.
           SELECT FACTURAS-FILE ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-FS.
           SELECT DETALLE-FILE ASSIGN TO "FACTURA-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-FS.
           SELECT PAGOS-FILE ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-FS.
           SELECT NOTACRED-FILE ASSIGN TO "NOTACRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-FS.
           SELECT PROFORMAS-FILE ASSIGN TO "PROFORMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-FS.
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-FS.
           SELECT KARDEX-FILE ASSIGN TO "KARDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KAR-FS.
      *    FACTURA.SEQ, PROFORMA.SEQ O NOTACRED.SEQ: LOS TRES TIENEN
      *    LA MISMA LINEA (ULTIMO NUMERO EMITIDO).
           SELECT SEQ-FILE ASSIGN TO DYNAMIC WS-SEQ-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FS.
      *    REPORTE DE EXCEPCIONES FECHADO: AUDITORIA-AAAAMMDD.RPT
           SELECT REPORTE-FILE ASSIGN TO DYNAMIC WS-RPT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------
       FD  FACTURAS-FILE.
           COPY FACREG.
      *-----------------------
       FD  DETALLE-FILE.
           COPY FACDET.
      *-----------------------
       FD  PAGOS-FILE.
           COPY PAGREG.
      *-----------------------
       FD  NOTACRED-FILE.
           COPY NCREG.
      *-----------------------
       FD  PROFORMAS-FILE.
           COPY PROREG.
      *-----------------------
       FD  PRODUCTOS-FILE.
           COPY PRODREG.
      *-----------------------
       FD  KARDEX-FILE.
       01  REG-KARDEX                 PIC X(140).
      *-----------------------
       FD  SEQ-FILE.
       01  REG-SEQ                    PIC 9(07).
      *-----------------------
       FD  REPORTE-FILE.
       01  REG-REPORTE                PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY OPERADOR.
      *    EN LOTE EL RESULTADO (OK / FAIL) VUELVE A FIN-DE-DIA EN
      *    WS-LOTE-RESULTADO PARA QUEDAR EN FINDIA.LOG (VER
      *    LOTEFEC.CPY).
       COPY LOTEFEC.
      *    LAYOUT COMPARTIDO DE LINEA DE KARDEX (VER KARLIN.CPY)
       COPY KARLIN.
       01  WS-FAC-FS                  PIC XX      VALUE "00".
       01  WS-DET-FS                  PIC XX      VALUE "00".
       01  WS-PAG-FS                  PIC XX      VALUE "00".
       01  WS-NC-FS                   PIC XX      VALUE "00".
       01  WS-PRO-FS                  PIC XX      VALUE "00".
       01  WS-PROD-FS                 PIC XX      VALUE "00".
       01  WS-KAR-FS                  PIC XX      VALUE "00".
       01  WS-SEQ-FS                  PIC XX      VALUE "00".
       01  WS-RPT-FS                  PIC XX      VALUE "00".
       01  WS-SEQ-NOMBRE              PIC X(20)   VALUE SPACES.
       01  WS-RPT-NOMBRE              PIC X(30)   VALUE SPACES.
       01  WS-RPT-LINEA               PIC X(100)  VALUE SPACES.
       01  WS-FECHA-HOY               PIC X(08)   VALUE SPACES.
      *    DOCUMENTOS (FACTURAS, LUEGO NOTAS DE CREDITO, LUEGO
      *    PROFORMAS: LA MISMA TABLA SE VUELVE A LLENAR PARA CADA
      *    UNO), ORDENADOS POR NUMERO PARA BUSCAR CON SEARCH ALL Y
      *    PARA RECORRER LA NUMERACION DE MENOR A MAYOR. UN NUMERO
      *    REPETIDO QUEDA EN UN SOLO RENGLON CON WS-DOC-VECES > 1.
      *---------------------------------------------------------------
       01  WS-DOC-TABLA.
           05 WS-DOC-REG OCCURS 1 TO 20000 TIMES
                         DEPENDING ON WS-DOC-EXISTENTES
                         ASCENDING KEY IS WS-DOC-NUMERO
                         INDEXED BY DOC-I.
               10 WS-DOC-NUMERO       PIC 9(07).
               10 WS-DOC-VECES        PIC 9(03).
               10 WS-DOC-SUBTOTAL     PIC 9(9)V99.
               10 WS-DOC-ANULADA      PIC X(01).
               10 WS-DOC-DET-SUMA     PIC 9(11)V99.
               10 WS-DOC-DET-LINEAS   PIC 9(05).
       01  WS-DOC-EXISTENTES          PIC 9(05)   VALUE 0.
       01  WS-DOC-TEMP.
           05 WS-DOC-TEMP-NUMERO      PIC 9(07).
           05 FILLER                  PIC X(33).
       01  WS-DOC-UBICADO             PIC X       VALUE 'N'.
           88 DOC-UBICADO                    VALUE 'S'.
       01  WS-DOC-ENCONTRADO          PIC X       VALUE 'N'.
           88 DOC-ENCONTRADO                 VALUE 'S'.
       01  WS-DOC-DESBORDE            PIC X       VALUE 'N'.
           88 DOC-DESBORDE                   VALUE 'S'.
       01  WS-DOC-BUSCADO             PIC 9(07)   VALUE 0.
       01  WS-DOC-TIPO                PIC X(13)   VALUE SPACES.
       01  WS-DOC-ARCHIVO             PIC X(20)   VALUE SPACES.
      *    PRODUCTOS CON SU STOCK Y EL SALDO DE SU ULTIMA LINEA DE
      *    KARDEX (MISMO LIMITE DE 5000 QUE EL CATALOGO EN VSFACTU).
      *---------------------------------------------------------------
       01  WS-PRD-TABLA.
           05 WS-PRD-REG OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WS-PRD-EXISTENTES
                         ASCENDING KEY IS WS-PRD-CODIGO
                         INDEXED BY PRD-I.
               10 WS-PRD-CODIGO       PIC X(06).
               10 WS-PRD-STOCK        PIC 9(05).
               10 WS-PRD-KAR-SALDO    PIC 9(05).
               10 WS-PRD-KAR-VISTO    PIC X(01).
       01  WS-PRD-EXISTENTES          PIC 9(05)   VALUE 0.
       01  WS-PRD-TEMP.
           05 WS-PRD-TEMP-CODIGO      PIC X(06).
           05 FILLER                  PIC X(11).
       01  WS-PRD-UBICADO             PIC X       VALUE 'N'.
           88 PRD-UBICADO                    VALUE 'S'.
       01  WS-PRD-DESBORDE            PIC X       VALUE 'N'.
           88 PRD-DESBORDE                   VALUE 'S'.
      *    NUMERACION
      *---------------------------------------------------------------
       01  WS-AUD-CONSECUTIVO         PIC 9(07)   VALUE 0.
       01  WS-AUD-ESPERADO            PIC 9(08)   VALUE 0.
       01  WS-AUD-HASTA               PIC 9(08)   VALUE 0.
       01  WS-AUD-NUM-ED              PIC Z(7)9.
       01  WS-AUD-PUNTERO             PIC 9(03)   VALUE 1.
       01  WS-AUD-HASTA-ED            PIC Z(7)9.
       01  WS-AUD-VECES-ED            PIC ZZ9.
      *    CONTADORES DEL REPORTE
      *---------------------------------------------------------------
       01  WS-AUD-HALLAZGOS           PIC 9(05)   VALUE 0.
       01  WS-AUD-HALL-SECCION        PIC 9(05)   VALUE 0.
       01  WS-AUD-LEIDOS              PIC 9(07)   VALUE 0.
       01  WS-AUD-LEIDOS-ED           PIC Z(6)9.
       01  WS-AUD-HALL-ED             PIC Z(4)9.
       01  WS-AUD-TITULO              PIC X(70)   VALUE SPACES.
       01  WS-AUD-RESULTADO           PIC X(37)   VALUE SPACES.
      *    FORMATEO DE MONTOS COMPARTIDO (VER MONEDA.CBL)
      *---------------------------------------------------------------
       01  WS-MONTO-FMT               PIC S9(9)V99.
       01  WS-TEXTO-FMT               PIC X(20).
       01  WS-TEXTO-FMT2              PIC X(20).
      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
       0000-MAIN-PROCEDURE SECTION.
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           MOVE 0 TO WS-AUD-HALLAZGOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           MOVE SPACES TO WS-RPT-NOMBRE.
           STRING "AUDITORIA-" WS-FECHA-HOY ".RPT"
               DELIMITED BY SIZE INTO WS-RPT-NOMBRE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "AUDITORIA DE INTEGRIDAD DEL " WS-FECHA-HOY(7:2) "/"
               WS-FECHA-HOY(5:2) "/" WS-FECHA-HOY(1:4)
               " - OPERADOR " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.
      *    FACTURAS: DETALLE, ABONOS, NOTAS DE CREDITO Y NUMERACION
           PERFORM 1000-CARGAR-FACTURAS.
           PERFORM 1100-VERIFICAR-DETALLE.
           PERFORM 1200-VERIFICAR-ABONOS.
           PERFORM 1300-VERIFICAR-NOTAS-CREDITO.
           MOVE "FACTURA.SEQ" TO WS-SEQ-NOMBRE.
           PERFORM 5000-VERIFICAR-NUMERACION.
      *    NOTAS DE CREDITO Y PROFORMAS: SOLO NUMERACION
           PERFORM 2000-CARGAR-NOTAS-CREDITO.
           MOVE "NOTACRED.SEQ" TO WS-SEQ-NOMBRE.
           PERFORM 5000-VERIFICAR-NUMERACION.
           PERFORM 2500-CARGAR-PROFORMAS.
           MOVE "PROFORMA.SEQ" TO WS-SEQ-NOMBRE.
           PERFORM 5000-VERIFICAR-NUMERACION.
      *    STOCK CONTRA KARDEX
           PERFORM 3000-VERIFICAR-KARDEX.
           PERFORM 8000-CERRAR-REPORTE.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       1000-CARGAR-FACTURAS SECTION.
           MOVE "FACTURA" TO WS-DOC-TIPO.
           MOVE "FACTURAS.DAT" TO WS-DOC-ARCHIVO.
           PERFORM 1900-VACIAR-DOCUMENTOS.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FAC-FS = "35"
               MOVE "00" TO WS-FAC-FS
           ELSE
               PERFORM UNTIL WS-FAC-FS NOT = "00"
                   READ FACTURAS-FILE
                       AT END MOVE "10" TO WS-FAC-FS
                       NOT AT END
                           MOVE REG-FAC-NUMERO TO WS-DOC-BUSCADO
                           PERFORM 1910-TOMAR-DOCUMENTO
                           IF NOT DOC-ENCONTRADO AND NOT DOC-DESBORDE
                               MOVE REG-FAC-SUBTOTAL
                                   TO WS-DOC-SUBTOTAL(DOC-I)
                               MOVE REG-FAC-ANULADA
                                   TO WS-DOC-ANULADA(DOC-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-FILE
           END-IF.
           MOVE "00" TO WS-FAC-FS.

       1000-END-CARGAR-FACTURAS SECTION.

       1100-VERIFICAR-DETALLE SECTION.
      *    EL SUBTOTAL DE CADA CABECERA ES LA SUMA DE SUS LINEAS (VER
      *    2020-CALCULAR-TOTALES EN VSFACTU); UNA ANULADA CONSERVA
      *    CABECERA Y LINEAS, ASI QUE TAMBIEN DEBE CUADRAR.
           MOVE "SUBTOTAL DE FACTURAS.DAT CONTRA FACTURA-DETALLE.DAT"
               TO WS-AUD-TITULO.
           PERFORM 9200-ABRIR-SECCION.
           OPEN INPUT DETALLE-FILE.
           IF WS-DET-FS = "35"
               MOVE "00" TO WS-DET-FS
           ELSE
               PERFORM UNTIL WS-DET-FS NOT = "00"
                   READ DETALLE-FILE
                       AT END MOVE "10" TO WS-DET-FS
                       NOT AT END
                           MOVE REG-DET-NUMERO TO WS-DOC-BUSCADO
                           PERFORM 1920-BUSCAR-DOCUMENTO
                           IF DOC-ENCONTRADO
                               ADD REG-DET-SUBTOTAL
                                   TO WS-DOC-DET-SUMA(DOC-I)
                               ADD 1 TO WS-DOC-DET-LINEAS(DOC-I)
                           ELSE
                               MOVE REG-DET-NUMERO TO WS-AUD-NUM-ED
                               MOVE SPACES TO WS-RPT-LINEA
                               STRING "  LINEA DE DETALLE DE LA "
                                   "FACTURA "
                                   FUNCTION TRIM(WS-AUD-NUM-ED)
                                   " (PRODUCTO " REG-DET-CODIGO
                                   ") SIN CABECERA EN FACTURAS.DAT"
                                   DELIMITED BY SIZE INTO WS-RPT-LINEA
                               PERFORM 9100-REGISTRAR-HALLAZGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DETALLE-FILE
           END-IF.
           MOVE "00" TO WS-DET-FS.
           PERFORM VARYING DOC-I FROM 1 BY 1
                   UNTIL DOC-I > WS-DOC-EXISTENTES
               PERFORM 1110-COMPARAR-SUBTOTAL
           END-PERFORM.
           PERFORM 9300-CERRAR-SECCION.

       1100-END-VERIFICAR-DETALLE SECTION.

       1110-COMPARAR-SUBTOTAL SECTION.
           MOVE WS-DOC-NUMERO(DOC-I) TO WS-AUD-NUM-ED.
           IF WS-DOC-DET-LINEAS(DOC-I) = 0
               MOVE SPACES TO WS-RPT-LINEA
               STRING "  FACTURA " FUNCTION TRIM(WS-AUD-NUM-ED)
                   " SIN LINEAS EN FACTURA-DETALLE.DAT"
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
               PERFORM 9100-REGISTRAR-HALLAZGO
           ELSE
               IF WS-DOC-DET-SUMA(DOC-I) NOT = WS-DOC-SUBTOTAL(DOC-I)
                   MOVE WS-DOC-SUBTOTAL(DOC-I) TO WS-MONTO-FMT
                   CALL "FORMATO-MONEDA" USING WS-MONTO-FMT
                       WS-TEXTO-FMT
                   MOVE WS-DOC-DET-SUMA(DOC-I) TO WS-MONTO-FMT
                   CALL "FORMATO-MONEDA" USING WS-MONTO-FMT
                       WS-TEXTO-FMT2
                   MOVE SPACES TO WS-RPT-LINEA
                   STRING "  FACTURA " FUNCTION TRIM(WS-AUD-NUM-ED)
                       " SUBTOTAL " FUNCTION TRIM(WS-TEXTO-FMT)
                       " DETALLE " FUNCTION TRIM(WS-TEXTO-FMT2)
                       DELIMITED BY SIZE INTO WS-RPT-LINEA
                   PERFORM 9100-REGISTRAR-HALLAZGO
               END-IF
           END-IF.

       1110-END-COMPARAR-SUBTOTAL SECTION.

       1200-VERIFICAR-ABONOS SECTION.
           MOVE "ABONOS DE PAGOS.DAT CONTRA FACTURAS VIGENTES"
               TO WS-AUD-TITULO.
           PERFORM 9200-ABRIR-SECCION.
           OPEN INPUT PAGOS-FILE.
           IF WS-PAG-FS = "35"
               MOVE "00" TO WS-PAG-FS
           ELSE
               PERFORM UNTIL WS-PAG-FS NOT = "00"
                   READ PAGOS-FILE
                       AT END MOVE "10" TO WS-PAG-FS
                       NOT AT END
                           MOVE REG-PAG-NUMERO TO WS-DOC-BUSCADO
                           PERFORM 1920-BUSCAR-DOCUMENTO
                           MOVE REG-PAG-NUMERO TO WS-AUD-NUM-ED
                           MOVE REG-PAG-MONTO TO WS-MONTO-FMT
                           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT
                               WS-TEXTO-FMT
                           MOVE SPACES TO WS-RPT-LINEA
                           MOVE 1 TO WS-AUD-PUNTERO
                           STRING "  ABONO DEL " REG-PAG-FECHA
                               " POR " FUNCTION TRIM(WS-TEXTO-FMT)
                               " A LA FACTURA "
                               FUNCTION TRIM(WS-AUD-NUM-ED)
                               DELIMITED BY SIZE INTO WS-RPT-LINEA
                               WITH POINTER WS-AUD-PUNTERO
                           PERFORM 1210-CALIFICAR-REFERENCIA
                   END-READ
               END-PERFORM
               CLOSE PAGOS-FILE
           END-IF.
           MOVE "00" TO WS-PAG-FS.
           PERFORM 9300-CERRAR-SECCION.

       1200-END-VERIFICAR-ABONOS SECTION.

       1210-CALIFICAR-REFERENCIA SECTION.
      *    WS-RPT-LINEA YA TRAE EL DOCUMENTO QUE REFERENCIA HASTA
      *    WS-AUD-PUNTERO; SOLO SE AGREGA EL MOTIVO SI LA FACTURA NO
      *    EXISTE O ESTA ANULADA.
           IF NOT DOC-ENCONTRADO
               STRING " - FACTURA INEXISTENTE" DELIMITED BY SIZE
                   INTO WS-RPT-LINEA WITH POINTER WS-AUD-PUNTERO
               PERFORM 9100-REGISTRAR-HALLAZGO
           ELSE
               IF WS-DOC-ANULADA(DOC-I) = 'S'
                   STRING " - FACTURA ANULADA" DELIMITED BY SIZE
                       INTO WS-RPT-LINEA WITH POINTER WS-AUD-PUNTERO
                   PERFORM 9100-REGISTRAR-HALLAZGO
               END-IF
           END-IF.

       1210-END-CALIFICAR-REFERENCIA SECTION.

       1300-VERIFICAR-NOTAS-CREDITO SECTION.
           MOVE "NOTAS DE CREDITO DE NOTACRED.DAT CONTRA FACTURAS "
               & "VIGENTES" TO WS-AUD-TITULO.
           PERFORM 9200-ABRIR-SECCION.
           OPEN INPUT NOTACRED-FILE.
           IF WS-NC-FS = "35"
               MOVE "00" TO WS-NC-FS
           ELSE
               PERFORM UNTIL WS-NC-FS NOT = "00"
                   READ NOTACRED-FILE
                       AT END MOVE "10" TO WS-NC-FS
                       NOT AT END
                           MOVE REG-NC-FACTURA TO WS-DOC-BUSCADO
                           PERFORM 1920-BUSCAR-DOCUMENTO
                           MOVE REG-NC-NUMERO TO WS-AUD-NUM-ED
                           MOVE REG-NC-FACTURA TO WS-AUD-HASTA-ED
                           MOVE SPACES TO WS-RPT-LINEA
                           MOVE 1 TO WS-AUD-PUNTERO
                           STRING "  NOTA DE CREDITO "
                               FUNCTION TRIM(WS-AUD-NUM-ED)
                               " DEL " REG-NC-FECHA
                               " SOBRE LA FACTURA "
                               FUNCTION TRIM(WS-AUD-HASTA-ED)
                               DELIMITED BY SIZE INTO WS-RPT-LINEA
                               WITH POINTER WS-AUD-PUNTERO
                           PERFORM 1210-CALIFICAR-REFERENCIA
                   END-READ
               END-PERFORM
               CLOSE NOTACRED-FILE
           END-IF.
           MOVE "00" TO WS-NC-FS.
           PERFORM 9300-CERRAR-SECCION.

       1300-END-VERIFICAR-NOTAS-CREDITO SECTION.

       1900-VACIAR-DOCUMENTOS SECTION.
           MOVE 0 TO WS-DOC-EXISTENTES.
           MOVE 'N' TO WS-DOC-DESBORDE.

       1900-END-VACIAR-DOCUMENTOS SECTION.

       1910-TOMAR-DOCUMENTO SECTION.
      *    WS-DOC-BUSCADO TRAE EL NUMERO LEIDO. SI YA ESTA EN LA TABLA
      *    SOLO SE CUENTA LA REPETICION; SI NO, SE AGREGA AL FINAL Y SE
      *    BAJA A SU LUGAR. DOC-I QUEDA APUNTANDO AL RENGLON.
           PERFORM 1920-BUSCAR-DOCUMENTO.
           IF DOC-ENCONTRADO
               ADD 1 TO WS-DOC-VECES(DOC-I)
           ELSE
               IF WS-DOC-EXISTENTES >= 20000
                   IF NOT DOC-DESBORDE
                       MOVE 'S' TO WS-DOC-DESBORDE
                       MOVE SPACES TO WS-RPT-LINEA
                       STRING "  " FUNCTION TRIM(WS-DOC-ARCHIVO)
                           " TIENE MAS DE 20000 NUMEROS - SE AUDITAN "
                           "SOLO LOS PRIMEROS"
                           DELIMITED BY SIZE INTO WS-RPT-LINEA
                       PERFORM 9100-REGISTRAR-HALLAZGO
                   END-IF
               ELSE
                   ADD 1 TO WS-DOC-EXISTENTES
                   SET DOC-I TO WS-DOC-EXISTENTES
                   INITIALIZE WS-DOC-REG(DOC-I)
                   MOVE WS-DOC-BUSCADO TO WS-DOC-NUMERO(DOC-I)
                   MOVE 1 TO WS-DOC-VECES(DOC-I)
                   PERFORM 1930-UBICAR-DOCUMENTO
               END-IF
           END-IF.

       1910-END-TOMAR-DOCUMENTO SECTION.

       1920-BUSCAR-DOCUMENTO SECTION.
           MOVE 'N' TO WS-DOC-ENCONTRADO.
           IF WS-DOC-EXISTENTES > 0
               SET DOC-I TO 1
               SEARCH ALL WS-DOC-REG
                   AT END
                       CONTINUE
                   WHEN WS-DOC-NUMERO(DOC-I) = WS-DOC-BUSCADO
                       MOVE 'S' TO WS-DOC-ENCONTRADO
               END-SEARCH
           END-IF.

       1920-END-BUSCAR-DOCUMENTO SECTION.

       1930-UBICAR-DOCUMENTO SECTION.
      *    LOS ARCHIVOS SE ANEXAN EN ORDEN DE NUMERO, ASI QUE CASI
      *    SIEMPRE EL RENGLON NUEVO YA ESTA EN SU LUGAR.
           SET DOC-I TO WS-DOC-EXISTENTES.
           MOVE WS-DOC-REG(DOC-I) TO WS-DOC-TEMP.
           MOVE 'N' TO WS-DOC-UBICADO.
           PERFORM UNTIL DOC-I = 1 OR DOC-UBICADO
               IF WS-DOC-NUMERO(DOC-I - 1) > WS-DOC-TEMP-NUMERO
                   MOVE WS-DOC-REG(DOC-I - 1) TO WS-DOC-REG(DOC-I)
                   SET DOC-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-DOC-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-DOC-TEMP TO WS-DOC-REG(DOC-I).

       1930-END-UBICAR-DOCUMENTO SECTION.

       2000-CARGAR-NOTAS-CREDITO SECTION.
           MOVE "NOTA CREDITO" TO WS-DOC-TIPO.
           MOVE "NOTACRED.DAT" TO WS-DOC-ARCHIVO.
           PERFORM 1900-VACIAR-DOCUMENTOS.
           OPEN INPUT NOTACRED-FILE.
           IF WS-NC-FS = "35"
               MOVE "00" TO WS-NC-FS
           ELSE
               PERFORM UNTIL WS-NC-FS NOT = "00"
                   READ NOTACRED-FILE
                       AT END MOVE "10" TO WS-NC-FS
                       NOT AT END
                           MOVE REG-NC-NUMERO TO WS-DOC-BUSCADO
                           PERFORM 1910-TOMAR-DOCUMENTO
                   END-READ
               END-PERFORM
               CLOSE NOTACRED-FILE
           END-IF.
           MOVE "00" TO WS-NC-FS.

       2000-END-CARGAR-NOTAS-CREDITO SECTION.

       2500-CARGAR-PROFORMAS SECTION.
      *    CADA CAMBIO DE ESTADO DE UNA PROFORMA SE ANEXA CON EL MISMO
      *    NUMERO (VER PROREG.CPY): SOLO LOS REGISTROS DE EMISION ('P')
      *    CUENTAN PARA LA NUMERACION; DOS EMISIONES CON EL MISMO
      *    NUMERO SON UN DUPLICADO.
           MOVE "PROFORMA" TO WS-DOC-TIPO.
           MOVE "PROFORMAS.DAT" TO WS-DOC-ARCHIVO.
           PERFORM 1900-VACIAR-DOCUMENTOS.
           OPEN INPUT PROFORMAS-FILE.
           IF WS-PRO-FS = "35"
               MOVE "00" TO WS-PRO-FS
           ELSE
               PERFORM UNTIL WS-PRO-FS NOT = "00"
                   READ PROFORMAS-FILE
                       AT END MOVE "10" TO WS-PRO-FS
                       NOT AT END
                           IF REG-PRO-ESTADO = 'P'
                               MOVE REG-PRO-NUMERO TO WS-DOC-BUSCADO
                               PERFORM 1910-TOMAR-DOCUMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFORMAS-FILE
           END-IF.
           MOVE "00" TO WS-PRO-FS.

       2500-END-CARGAR-PROFORMAS SECTION.

       3000-VERIFICAR-KARDEX SECTION.
      *    EL SALDO DE LA ULTIMA LINEA DE KARDEX DE CADA PRODUCTO DEBE
      *    SER SU REG-PROD-STOCK. UN PRODUCTO SIN LINEAS DE KARDEX NO
      *    SE COMPARA (SU STOCK VIENE DE LA CARGA INICIAL).
           MOVE "STOCK DE PRODUCTOS.DAT CONTRA ULTIMO SALDO DE "
               & "KARDEX.DAT" TO WS-AUD-TITULO.
           PERFORM 9200-ABRIR-SECCION.
           PERFORM 3100-CARGAR-PRODUCTOS.
           IF PRD-DESBORDE
               MOVE SPACES TO WS-RPT-LINEA
               STRING "  PRODUCTOS.DAT TIENE MAS DE 5000 PRODUCTOS - "
                   "KARDEX NO VERIFICADO"
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
               PERFORM 9100-REGISTRAR-HALLAZGO
           ELSE
               PERFORM 3200-LEER-KARDEX
               PERFORM VARYING PRD-I FROM 1 BY 1
                       UNTIL PRD-I > WS-PRD-EXISTENTES
                   IF WS-PRD-KAR-VISTO(PRD-I) = 'S' AND
                           WS-PRD-KAR-SALDO(PRD-I) NOT =
                           WS-PRD-STOCK(PRD-I)
                       MOVE SPACES TO WS-RPT-LINEA
                       STRING "  PRODUCTO " WS-PRD-CODIGO(PRD-I)
                           " STOCK " WS-PRD-STOCK(PRD-I)
                           " ULTIMO SALDO DE KARDEX "
                           WS-PRD-KAR-SALDO(PRD-I)
                           DELIMITED BY SIZE INTO WS-RPT-LINEA
                       PERFORM 9100-REGISTRAR-HALLAZGO
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 9300-CERRAR-SECCION.

       3000-END-VERIFICAR-KARDEX SECTION.

       3100-CARGAR-PRODUCTOS SECTION.
           MOVE 0 TO WS-PRD-EXISTENTES.
           MOVE 'N' TO WS-PRD-DESBORDE.
           OPEN INPUT PRODUCTOS-FILE.
           IF WS-PROD-FS = "35"
               MOVE "00" TO WS-PROD-FS
           ELSE
               PERFORM UNTIL WS-PROD-FS NOT = "00"
                   READ PRODUCTOS-FILE
                       AT END MOVE "10" TO WS-PROD-FS
                       NOT AT END
                           IF WS-PRD-EXISTENTES >= 5000
                               MOVE 'S' TO WS-PRD-DESBORDE
                               MOVE "10" TO WS-PROD-FS
                           ELSE
                               PERFORM 3110-TOMAR-PRODUCTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCTOS-FILE
           END-IF.
           MOVE "00" TO WS-PROD-FS.

       3100-END-CARGAR-PRODUCTOS SECTION.

       3110-TOMAR-PRODUCTO SECTION.
           ADD 1 TO WS-PRD-EXISTENTES.
           SET PRD-I TO WS-PRD-EXISTENTES.
           MOVE REG-PROD-CODIGO TO WS-PRD-CODIGO(PRD-I).
      *    PRODUCTOS GRABADOS ANTES DEL CAMPO DE STOCK: CERO.
           IF REG-PROD-STOCK IS NUMERIC
               MOVE REG-PROD-STOCK TO WS-PRD-STOCK(PRD-I)
           ELSE
               MOVE 0 TO WS-PRD-STOCK(PRD-I)
           END-IF.
           MOVE 0 TO WS-PRD-KAR-SALDO(PRD-I).
           MOVE 'N' TO WS-PRD-KAR-VISTO(PRD-I).
           PERFORM 3120-UBICAR-PRODUCTO.

       3110-END-TOMAR-PRODUCTO SECTION.

       3120-UBICAR-PRODUCTO SECTION.
           SET PRD-I TO WS-PRD-EXISTENTES.
           MOVE WS-PRD-REG(PRD-I) TO WS-PRD-TEMP.
           MOVE 'N' TO WS-PRD-UBICADO.
           PERFORM UNTIL PRD-I = 1 OR PRD-UBICADO
               IF WS-PRD-CODIGO(PRD-I - 1) > WS-PRD-TEMP-CODIGO
                   MOVE WS-PRD-REG(PRD-I - 1) TO WS-PRD-REG(PRD-I)
                   SET PRD-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-PRD-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-PRD-TEMP TO WS-PRD-REG(PRD-I).

       3120-END-UBICAR-PRODUCTO SECTION.

       3200-LEER-KARDEX SECTION.
      *    KARDEX.DAT ESTA EN ORDEN CRONOLOGICO: LA ULTIMA LINEA LEIDA
      *    DE CADA PRODUCTO ES SU SALDO VIGENTE.
           OPEN INPUT KARDEX-FILE.
           IF WS-KAR-FS = "35"
               MOVE "00" TO WS-KAR-FS
           ELSE
               PERFORM UNTIL WS-KAR-FS NOT = "00"
                   READ KARDEX-FILE
                       AT END MOVE "10" TO WS-KAR-FS
                       NOT AT END
                           MOVE REG-KARDEX TO WS-KAR-LINEA
                           PERFORM 3210-APLICAR-LINEA-KARDEX
                   END-READ
               END-PERFORM
               CLOSE KARDEX-FILE
           END-IF.
           MOVE "00" TO WS-KAR-FS.

       3200-END-LEER-KARDEX SECTION.

       3210-APLICAR-LINEA-KARDEX SECTION.
           IF WS-PRD-EXISTENTES > 0
               SET PRD-I TO 1
               SEARCH ALL WS-PRD-REG
                   AT END
                       MOVE SPACES TO WS-RPT-LINEA
                       STRING "  LINEA DE KARDEX DEL "
                           WS-KAR-FECHA-HORA(1:10)
                           " DE UN PRODUCTO INEXISTENTE: "
                           WS-KAR-PROD-CODIGO
                           DELIMITED BY SIZE INTO WS-RPT-LINEA
                       PERFORM 9100-REGISTRAR-HALLAZGO
                   WHEN WS-PRD-CODIGO(PRD-I) = WS-KAR-PROD-CODIGO
                       MOVE WS-KAR-SALDO-OUT TO WS-PRD-KAR-SALDO(PRD-I)
                       MOVE 'S' TO WS-PRD-KAR-VISTO(PRD-I)
               END-SEARCH
           END-IF.

       3210-END-APLICAR-LINEA-KARDEX SECTION.

       5000-VERIFICAR-NUMERACION SECTION.
      *    LA TABLA DE DOCUMENTOS (FACTURAS, NOTAS O PROFORMAS) SE
      *    RECORRE EN ORDEN DE NUMERO: TODO NUMERO ENTRE 1 Y EL ULTIMO
      *    EMITIDO SEGUN WS-SEQ-NOMBRE DEBE ESTAR UNA SOLA VEZ, Y
      *    NINGUNO PUEDE PASAR DEL CONSECUTIVO (SE REPETIRIA EN LA
      *    PROXIMA EMISION).
           MOVE SPACES TO WS-AUD-TITULO.
           STRING "NUMERACION DE " FUNCTION TRIM(WS-DOC-ARCHIVO)
               " CONTRA " FUNCTION TRIM(WS-SEQ-NOMBRE)
               DELIMITED BY SIZE INTO WS-AUD-TITULO.
           PERFORM 9200-ABRIR-SECCION.
           PERFORM 5100-LEER-CONSECUTIVO.
           MOVE 1 TO WS-AUD-ESPERADO.
           PERFORM VARYING DOC-I FROM 1 BY 1
                   UNTIL DOC-I > WS-DOC-EXISTENTES
               PERFORM 5200-REVISAR-NUMERO
           END-PERFORM.
           IF WS-AUD-ESPERADO <= WS-AUD-CONSECUTIVO
               MOVE WS-AUD-CONSECUTIVO TO WS-AUD-HASTA
               PERFORM 5300-REPORTAR-FALTANTES
           END-IF.
           PERFORM 9300-CERRAR-SECCION.

       5000-END-VERIFICAR-NUMERACION SECTION.

       5100-LEER-CONSECUTIVO SECTION.
           MOVE 0 TO WS-AUD-CONSECUTIVO.
           OPEN INPUT SEQ-FILE.
           IF WS-SEQ-FS = "00"
               READ SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-SEQ IS NUMERIC
                           MOVE REG-SEQ TO WS-AUD-CONSECUTIVO
                       END-IF
               END-READ
               CLOSE SEQ-FILE
           END-IF.
           MOVE "00" TO WS-SEQ-FS.

       5100-END-LEER-CONSECUTIVO SECTION.

       5200-REVISAR-NUMERO SECTION.
           IF WS-DOC-NUMERO(DOC-I) > WS-AUD-ESPERADO
               COMPUTE WS-AUD-HASTA = WS-DOC-NUMERO(DOC-I) - 1
               IF WS-AUD-HASTA > WS-AUD-CONSECUTIVO
                   MOVE WS-AUD-CONSECUTIVO TO WS-AUD-HASTA
               END-IF
               IF WS-AUD-ESPERADO <= WS-AUD-HASTA
                   PERFORM 5300-REPORTAR-FALTANTES
               END-IF
           END-IF.
           MOVE WS-DOC-NUMERO(DOC-I) TO WS-AUD-NUM-ED.
           IF WS-DOC-VECES(DOC-I) > 1
               MOVE WS-DOC-VECES(DOC-I) TO WS-AUD-VECES-ED
               MOVE SPACES TO WS-RPT-LINEA
               STRING "  " FUNCTION TRIM(WS-DOC-TIPO) " "
                   FUNCTION TRIM(WS-AUD-NUM-ED)
                   " REPETIDA " FUNCTION TRIM(WS-AUD-VECES-ED) " VECES"
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
               PERFORM 9100-REGISTRAR-HALLAZGO
           END-IF.
           IF WS-DOC-NUMERO(DOC-I) > WS-AUD-CONSECUTIVO
               MOVE WS-AUD-CONSECUTIVO TO WS-AUD-HASTA-ED
               MOVE SPACES TO WS-RPT-LINEA
               STRING "  " FUNCTION TRIM(WS-DOC-TIPO) " "
                   FUNCTION TRIM(WS-AUD-NUM-ED)
                   " MAYOR QUE EL CONSECUTIVO "
                   FUNCTION TRIM(WS-AUD-HASTA-ED)
                   " DE " FUNCTION TRIM(WS-SEQ-NOMBRE)
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
               PERFORM 9100-REGISTRAR-HALLAZGO
           END-IF.
           COMPUTE WS-AUD-ESPERADO = WS-DOC-NUMERO(DOC-I) + 1.

       5200-END-REVISAR-NUMERO SECTION.

       5300-REPORTAR-FALTANTES SECTION.
      *    UN SOLO RENGLON POR TRAMO FALTANTE (WS-AUD-ESPERADO A
      *    WS-AUD-HASTA).
           MOVE WS-AUD-ESPERADO TO WS-AUD-NUM-ED.
           MOVE WS-AUD-HASTA TO WS-AUD-HASTA-ED.
           MOVE SPACES TO WS-RPT-LINEA.
           IF WS-AUD-ESPERADO = WS-AUD-HASTA
               STRING "  FALTA " FUNCTION TRIM(WS-DOC-TIPO) " "
                   FUNCTION TRIM(WS-AUD-NUM-ED)
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
           ELSE
               STRING "  FALTAN " FUNCTION TRIM(WS-DOC-TIPO) " DEL "
                   FUNCTION TRIM(WS-AUD-NUM-ED)
                   " AL " FUNCTION TRIM(WS-AUD-HASTA-ED)
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
           END-IF.
           PERFORM 9100-REGISTRAR-HALLAZGO.

       5300-END-REPORTAR-FALTANTES SECTION.

       8000-CERRAR-REPORTE SECTION.
           MOVE SPACES TO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE WS-AUD-HALLAZGOS TO WS-AUD-HALL-ED.
           MOVE SPACES TO WS-AUD-RESULTADO.
           IF WS-AUD-HALLAZGOS = 0
               MOVE "OK" TO WS-AUD-RESULTADO
           ELSE
               STRING "FAIL - "
                   FUNCTION TRIM(WS-AUD-HALL-ED) " HALLAZGOS"
                   DELIMITED BY SIZE INTO WS-AUD-RESULTADO
           END-IF.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "RESULTADO: " FUNCTION TRIM(WS-AUD-RESULTADO)
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.
           CLOSE REPORTE-FILE.
           MOVE "00" TO WS-RPT-FS.
           MOVE WS-AUD-RESULTADO TO WS-LOTE-RESULTADO.
           IF NOT MODO-LOTE
               DISPLAY "*******************************************"
               DISPLAY "AUDITORIA DE INTEGRIDAD: " WS-AUD-RESULTADO
               DISPLAY "DETALLE EN " WS-RPT-NOMBRE
               DISPLAY "*******************************************"
           END-IF.

       8000-END-CERRAR-REPORTE SECTION.

       9000-ESCRIBIR-LINEA SECTION.
           MOVE WS-RPT-LINEA TO REG-REPORTE.
           WRITE REG-REPORTE.

       9000-END-ESCRIBIR-LINEA SECTION.

       9100-REGISTRAR-HALLAZGO SECTION.
      *    WS-RPT-LINEA YA TRAE EL HALLAZGO ARMADO POR EL LLAMADOR.
           ADD 1 TO WS-AUD-HALLAZGOS.
           ADD 1 TO WS-AUD-HALL-SECCION.
           PERFORM 9000-ESCRIBIR-LINEA.

       9100-END-REGISTRAR-HALLAZGO SECTION.

       9200-ABRIR-SECCION SECTION.
           MOVE 0 TO WS-AUD-HALL-SECCION.
           MOVE SPACES TO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "== " WS-AUD-TITULO
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 9000-ESCRIBIR-LINEA.

       9200-END-ABRIR-SECCION SECTION.

       9300-CERRAR-SECCION SECTION.
           MOVE SPACES TO WS-RPT-LINEA.
           IF WS-AUD-HALL-SECCION = 0
               MOVE "  SIN HALLAZGOS" TO WS-RPT-LINEA
           ELSE
               MOVE WS-AUD-HALL-SECCION TO WS-AUD-HALL-ED
               STRING "  HALLAZGOS EN ESTA SECCION: "
                   FUNCTION TRIM(WS-AUD-HALL-ED)
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
           END-IF.
           PERFORM 9000-ESCRIBIR-LINEA.

       9300-END-CERRAR-SECCION SECTION.

       END PROGRAM AUDITORIA-INTEGRIDAD.

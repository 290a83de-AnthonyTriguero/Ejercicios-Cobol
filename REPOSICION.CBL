      ******************************************************************
      * Author:
      * Date:
      * Purpose: SUGERENCIA DE REPOSICION SEGUN LA VELOCIDAD DE VENTA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-REPOSICION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    6040-LISTAR-BAJO-STOCK EN VSFACTU COMPARA TODO EL CATALOGO
      *    CONTRA UN UNICO MINIMO FIJO. ESTE REPORTE CALCULA LA VENTA
      *    PROMEDIO DIARIA DE CADA PRODUCTO ACTIVO EN LAS ULTIMAS N
      *    SEMANAS, LOS DIAS DE COBERTURA QUE DA EL STOCK ACTUAL Y LA
      *    CANTIDAD A PEDIR PARA LLEGAR A UNA COBERTURA OBJETIVO,
      *    AGRUPADO POR PROVEEDOR. TODOS LOS ARCHIVOS SE ABREN SOLO EN
      *    INPUT, SALVO EL REPORTE.
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-FS.
           SELECT FACTURAS-FILE ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-FS.
           SELECT DETALLE-FILE ASSIGN TO "FACTURA-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-FS.
           SELECT KARDEX-FILE ASSIGN TO "KARDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KAR-FS.
           SELECT CMPDETALLE-FILE ASSIGN TO "COMPRAS-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMD-FS.
           SELECT PROVEEDORES-FILE ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-FS.
      *    LISTA DE TRABAJO DE COMPRAS: A DIFERENCIA DE RESUMEN.RPT NO
      *    SE ANEXA, CADA CORRIDA LA REEMPLAZA CON LA SUGERENCIA
      *    VIGENTE (UNA LISTA VIEJA YA NO SIRVE PARA PEDIR).
           SELECT REPORTE-FILE ASSIGN TO "REPOSICION.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------
       FD  PRODUCTOS-FILE.
           COPY PRODREG.
      *-----------------------
       FD  FACTURAS-FILE.
           COPY FACREG.
      *-----------------------
       FD  DETALLE-FILE.
           COPY FACDET.
      *-----------------------
       FD  KARDEX-FILE.
       01  REG-KARDEX                 PIC X(140).
      *-----------------------
       FD  CMPDETALLE-FILE.
           COPY CMPDET.
      *-----------------------
       FD  PROVEEDORES-FILE.
           COPY PROVREG.
      *-----------------------
       FD  REPORTE-FILE.
       01  REG-REPORTE                PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY OPERADOR.
      *    EN MODO LOTE (FIN-DE-DIA) SE USAN LOS PARAMETROS POR DEFECTO
      *    SIN NINGUN ACCEPT (VER LOTEFEC.CPY).
       COPY LOTEFEC.
       01  WS-PROD-FS                 PIC XX      VALUE "00".
       01  WS-FAC-FS                  PIC XX      VALUE "00".
       01  WS-DET-FS                  PIC XX      VALUE "00".
       01  WS-KAR-FS                  PIC XX      VALUE "00".
       01  WS-CMD-FS                  PIC XX      VALUE "00".
       01  WS-PRV-FS                  PIC XX      VALUE "00".
       01  WS-RPT-FS                  PIC XX      VALUE "00".
       01  WS-RPT-LINEA               PIC X(80).
      *    PARAMETROS DE LA CORRIDA
      *---------------------------------------------------------------
       01  WS-REP-SEMANAS             PIC 9(02)   VALUE 0.
       01  WS-REP-OBJETIVO            PIC 9(03)   VALUE 0.
       01  WS-REP-DIAS                PIC 9(03)   VALUE 0.
       01  WS-FECHA-HOY               PIC X(08).
       01  WS-FECHA-HOY-NUM REDEFINES WS-FECHA-HOY PIC 9(08).
       01  WS-FECHA-DESDE             PIC X(08).
       01  WS-FECHA-DESDE-NUM REDEFINES WS-FECHA-DESDE PIC 9(08).
       01  WS-FECHA-HASTA             PIC X(08).
      *    PRODUCTOS DEL CATALOGO CON SU VENTA DEL PERIODO (TABLA DE
      *    SOLO LECTURA: SI EL CATALOGO NO CABE SE AVISA Y LOS
      *    PRODUCTOS DE MAS QUEDAN FUERA DEL REPORTE, NADA SE REESCRIBE)
      *    ORDENADA POR CODIGO PARA BUSCAR CON SEARCH ALL
      *---------------------------------------------------------------
       01  WS-REP-TABLA.
           05 WS-REP-REG OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WS-REP-EXISTENTES
                         ASCENDING KEY IS WS-REP-CODIGO
                         INDEXED BY REP-I.
               10 WS-REP-CODIGO       PIC X(06).
               10 WS-REP-DESC         PIC X(20).
               10 WS-REP-ACTIVO       PIC X(01).
               10 WS-REP-STOCK        PIC 9(05).
               10 WS-REP-VENDIDO      PIC S9(07).
               10 WS-REP-PROV-RUC     PIC X(13).
               10 WS-REP-PROV-NUM     PIC 9(03).
               10 WS-REP-PROMEDIO     PIC 9(05)V99.
               10 WS-REP-COBERTURA    PIC 9(05).
               10 WS-REP-SUGERIDO     PIC 9(07).
       01  WS-REP-EXISTENTES          PIC 9(05)   VALUE 0.
       01  WS-REP-TEMP.
           05 WS-REP-TEMP-CODIGO      PIC X(06).
           05 FILLER                  PIC X(68).
       01  WS-REP-UBICADO             PIC X       VALUE 'N'.
           88 REP-UBICADO                    VALUE 'S'.
       01  WS-REP-OMITIDOS            PIC 9(05)   VALUE 0.
       01  WS-COD-BUSCADO             PIC X(06).
       01  WS-PROD-ENCONTRADO         PIC X       VALUE 'N'.
           88 PROD-ENCONTRADO                VALUE 'S'.
      *    PROVEEDORES (SOLO PARA NOMBRE Y AGRUPACION)
      *---------------------------------------------------------------
       01  WS-PROVEEDORES-TABLA.
           05 WS-PROVEEDOR-REG OCCURS 200 TIMES INDEXED BY PRV-I.
               10 WS-TPRV-RUC         PIC X(13).
               10 WS-TPRV-NOMBRE      PIC X(40).
       01  WS-PRV-EXISTENTES          PIC 9(03)   VALUE 0.
       01  WS-PRV-NUM                 PIC 9(03)   VALUE 0.
      *    RECORRIDO EN PAREJA FACTURAS / FACTURA-DETALLE
      *---------------------------------------------------------------
       01  WS-DET-FIN                 PIC X       VALUE 'N'.
           88 DET-FIN                        VALUE 'S'.
       01  WS-FAC-EN-RANGO            PIC X       VALUE 'N'.
           88 FAC-EN-RANGO                   VALUE 'S'.
      *    KARDEX (LAYOUT COMPARTIDO, VER KARLIN.CPY)
      *---------------------------------------------------------------
       COPY KARLIN.
       01  WS-KAR-CANT-NUM            PIC S9(05)  VALUE 0.
      *    CALCULO DE LA SUGERENCIA
      *---------------------------------------------------------------
       01  WS-REP-NECESARIO           PIC 9(07)V99 VALUE 0.
       01  WS-REP-FALTANTE            PIC 9(07)V99 VALUE 0.
       01  WS-REP-GRUPO-CANT          PIC 9(05)   VALUE 0.
       01  WS-REP-TOTAL-CANT          PIC 9(05)   VALUE 0.
       01  WS-RPT-DET-LINEA.
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPD-CODIGO           PIC X(06).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPD-DESC             PIC X(20).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPD-STOCK            PIC ZZZZ9.
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPD-PROMEDIO         PIC ZZ.ZZ9,99.
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPD-COBERTURA        PIC ZZZZ9.
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPD-SUGERIDO         PIC Z.ZZZ.ZZ9.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
       0000-MAIN-PROCEDURE SECTION.
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           PERFORM 0500-PEDIR-PARAMETROS.
           PERFORM 1000-CARGAR-PRODUCTOS.
           PERFORM 1100-CARGAR-PROVEEDORES.
           PERFORM 2000-LEER-VENTAS.
           PERFORM 3000-LEER-DEVOLUCIONES.
           PERFORM 4000-ULTIMO-PROVEEDOR.
           PERFORM 5000-CALCULAR-SUGERENCIAS.
           PERFORM 6000-IMPRIMIR-REPOSICION.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       0500-PEDIR-PARAMETROS SECTION.
      *    VENTANA DE VENTAS EN SEMANAS (ENTER = 4) Y COBERTURA
      *    OBJETIVO EN DIAS (ENTER = 30). LA VENTANA TERMINA HOY.
           MOVE 0 TO WS-REP-SEMANAS WS-REP-OBJETIVO.
           IF NOT MODO-LOTE
               DISPLAY "SEMANAS DE VENTAS A CONSIDERAR (ENTER = 4)"
               ACCEPT WS-REP-SEMANAS
               DISPLAY "DIAS DE COBERTURA OBJETIVO (ENTER = 30)"
               ACCEPT WS-REP-OBJETIVO
           END-IF.
           IF WS-REP-SEMANAS = 0
               MOVE 4 TO WS-REP-SEMANAS
           END-IF.
           IF WS-REP-OBJETIVO = 0
               MOVE 30 TO WS-REP-OBJETIVO
           END-IF.
           COMPUTE WS-REP-DIAS = WS-REP-SEMANAS * 7.
           MOVE WS-FECHA-HOY TO WS-FECHA-HASTA.
           COMPUTE WS-FECHA-DESDE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM)
               - WS-REP-DIAS + 1).

       0500-END-PEDIR-PARAMETROS SECTION.

       1000-CARGAR-PRODUCTOS SECTION.
           MOVE 0 TO WS-REP-EXISTENTES.
           MOVE 0 TO WS-REP-OMITIDOS.
           OPEN INPUT PRODUCTOS-FILE.
           IF WS-PROD-FS = "35"
               MOVE "00" TO WS-PROD-FS
           ELSE
               PERFORM UNTIL WS-PROD-FS NOT = "00"
                   READ PRODUCTOS-FILE
                       AT END MOVE "10" TO WS-PROD-FS
                       NOT AT END
                           IF WS-REP-EXISTENTES >= 5000
                               ADD 1 TO WS-REP-OMITIDOS
                           ELSE
                               PERFORM 1010-TOMAR-PRODUCTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCTOS-FILE
           END-IF.
           MOVE "00" TO WS-PROD-FS.
           IF WS-REP-OMITIDOS > 0
               DISPLAY "TABLA DE PRODUCTOS LLENA - SE OMITEN "
                   WS-REP-OMITIDOS " PRODUCTOS DEL REPORTE"
           END-IF.

       1000-END-CARGAR-PRODUCTOS SECTION.

       1010-TOMAR-PRODUCTO SECTION.
           ADD 1 TO WS-REP-EXISTENTES.
           SET REP-I TO WS-REP-EXISTENTES.
           INITIALIZE WS-REP-REG(REP-I).
           MOVE REG-PROD-CODIGO TO WS-REP-CODIGO(REP-I).
           MOVE REG-PROD-DESC   TO WS-REP-DESC(REP-I).
           IF REG-PROD-ACTIVO = 'N'
               MOVE 'N' TO WS-REP-ACTIVO(REP-I)
           ELSE
               MOVE 'S' TO WS-REP-ACTIVO(REP-I)
           END-IF.
           MOVE REG-PROD-STOCK  TO WS-REP-STOCK(REP-I).
           PERFORM 1020-UBICAR-PRODUCTO.

       1010-END-TOMAR-PRODUCTO SECTION.

       1020-UBICAR-PRODUCTO SECTION.
      *    EL PRODUCTO RECIEN AGREGADO AL FINAL DE LA TABLA BAJA HASTA
      *    SU LUGAR POR CODIGO, PARA PODER BUSCARLO CON SEARCH ALL.
           SET REP-I TO WS-REP-EXISTENTES.
           MOVE WS-REP-REG(REP-I) TO WS-REP-TEMP.
           MOVE 'N' TO WS-REP-UBICADO.
           PERFORM UNTIL REP-I = 1 OR REP-UBICADO
               IF WS-REP-CODIGO(REP-I - 1) > WS-REP-TEMP-CODIGO
                   MOVE WS-REP-REG(REP-I - 1) TO WS-REP-REG(REP-I)
                   SET REP-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-REP-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-REP-TEMP TO WS-REP-REG(REP-I).

       1020-END-UBICAR-PRODUCTO SECTION.

       1100-CARGAR-PROVEEDORES SECTION.
           INITIALIZE WS-PROVEEDORES-TABLA.
           SET PRV-I TO 1.
           OPEN INPUT PROVEEDORES-FILE.
           IF WS-PRV-FS = "35"
               MOVE "00" TO WS-PRV-FS
           ELSE
               PERFORM UNTIL WS-PRV-FS NOT = "00" OR PRV-I > 200
                   READ PROVEEDORES-FILE
                       AT END MOVE "10" TO WS-PRV-FS
                       NOT AT END
                           MOVE REG-PROV-RUC TO WS-TPRV-RUC(PRV-I)
                           MOVE REG-PROV-NOMBRE
                               TO WS-TPRV-NOMBRE(PRV-I)
                           SET PRV-I UP BY 1
                   END-READ
               END-PERFORM
               CLOSE PROVEEDORES-FILE
           END-IF.
           COMPUTE WS-PRV-EXISTENTES = PRV-I - 1.
           MOVE "00" TO WS-PRV-FS.

       1100-END-CARGAR-PROVEEDORES SECTION.

       1200-BUSCAR-PRODUCTO SECTION.
      *    DEJA REP-I APUNTANDO A WS-COD-BUSCADO SI ESTA EN LA TABLA.
           MOVE 'N' TO WS-PROD-ENCONTRADO.
           SET REP-I TO 1.
           SEARCH ALL WS-REP-REG
               AT END
                   CONTINUE
               WHEN WS-REP-CODIGO(REP-I) = WS-COD-BUSCADO
                   MOVE 'S' TO WS-PROD-ENCONTRADO
           END-SEARCH.

       1200-END-BUSCAR-PRODUCTO SECTION.

       2000-LEER-VENTAS SECTION.
      *    UNIDADES VENDIDAS EN LA VENTANA: FACTURAS.DAT Y
      *    FACTURA-DETALLE.DAT ESTAN AMBOS EN ORDEN DE NUMERO DE
      *    FACTURA (VER FACDET.CPY), ASI QUE SE RECORREN EN PAREJA: POR
      *    CADA CABECERA SE CONSUMEN SUS LINEAS DE DETALLE. SOLO CUENTAN
      *    LAS FACTURAS NO ANULADAS CON FECHA DENTRO DE LA VENTANA.
           OPEN INPUT DETALLE-FILE.
           IF WS-DET-FS = "35"
               MOVE "00" TO WS-DET-FS
               GO TO 2000-SALIR
           END-IF.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FAC-FS = "35"
               MOVE "00" TO WS-FAC-FS
               CLOSE DETALLE-FILE
               MOVE "00" TO WS-DET-FS
               GO TO 2000-SALIR
           END-IF.
           MOVE 'N' TO WS-DET-FIN.
           PERFORM 2100-LEER-DETALLE.
           PERFORM UNTIL WS-FAC-FS NOT = "00"
               READ FACTURAS-FILE
                   AT END MOVE "10" TO WS-FAC-FS
                   NOT AT END
                       PERFORM 2200-LINEAS-FACTURA
               END-READ
           END-PERFORM.
           CLOSE FACTURAS-FILE.
           CLOSE DETALLE-FILE.
           MOVE "00" TO WS-FAC-FS WS-DET-FS.

       2000-SALIR.
           EXIT.

       2000-END-LEER-VENTAS SECTION.

       2100-LEER-DETALLE SECTION.
           READ DETALLE-FILE
               AT END MOVE 'S' TO WS-DET-FIN
           END-READ.

       2100-END-LEER-DETALLE SECTION.

       2200-LINEAS-FACTURA SECTION.
           MOVE 'N' TO WS-FAC-EN-RANGO.
           IF REG-FAC-ANULADA NOT = 'S' AND
              REG-FAC-FECHA(1:8) >= WS-FECHA-DESDE AND
              REG-FAC-FECHA(1:8) <= WS-FECHA-HASTA
               MOVE 'S' TO WS-FAC-EN-RANGO
           END-IF.
      *    LINEAS HUERFANAS (SIN CABECERA) SE SALTAN.
           PERFORM UNTIL DET-FIN OR REG-DET-NUMERO >= REG-FAC-NUMERO
               PERFORM 2100-LEER-DETALLE
           END-PERFORM.
           PERFORM UNTIL DET-FIN OR REG-DET-NUMERO NOT = REG-FAC-NUMERO
               IF FAC-EN-RANGO
                   MOVE REG-DET-CODIGO TO WS-COD-BUSCADO
                   PERFORM 1200-BUSCAR-PRODUCTO
                   IF PROD-ENCONTRADO
                       ADD REG-DET-CANTIDAD TO WS-REP-VENDIDO(REP-I)
                   END-IF
               END-IF
               PERFORM 2100-LEER-DETALLE
           END-PERFORM.

       2200-END-LINEAS-FACTURA SECTION.

       3000-LEER-DEVOLUCIONES SECTION.
      *    LO DEVUELTO POR NOTA DE CREDITO DENTRO DE LA VENTANA NO ES
      *    VENTA REAL: SE DESCUENTA USANDO LAS LINEAS "DEVOLUCION" DEL
      *    KARDEX (CANTIDAD POSITIVA = ENTRADA A BODEGA).
           OPEN INPUT KARDEX-FILE.
           IF WS-KAR-FS NOT = "35"
               PERFORM UNTIL WS-KAR-FS NOT = "00"
                   READ KARDEX-FILE
                       AT END MOVE "10" TO WS-KAR-FS
                       NOT AT END
                           MOVE REG-KARDEX TO WS-KAR-LINEA
                           IF WS-KAR-TIPO-OUT = "DEVOLUCION" AND
                              WS-KAR-FECHA-HORA(1:8) >= WS-FECHA-DESDE
                              AND
                              WS-KAR-FECHA-HORA(1:8) <= WS-FECHA-HASTA
                               MOVE WS-KAR-PROD-CODIGO TO WS-COD-BUSCADO
                               PERFORM 1200-BUSCAR-PRODUCTO
                               IF PROD-ENCONTRADO
                                   MOVE WS-KAR-CANT-OUT
                                       TO WS-KAR-CANT-NUM
                                   SUBTRACT WS-KAR-CANT-NUM
                                       FROM WS-REP-VENDIDO(REP-I)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KARDEX-FILE
           END-IF.
           MOVE "00" TO WS-KAR-FS.

       3000-END-LEER-DEVOLUCIONES SECTION.

       4000-ULTIMO-PROVEEDOR SECTION.
      *    EL PROVEEDOR DE UN PRODUCTO ES EL DE SU RECEPCION MAS
      *    RECIENTE (EL ULTIMO REGISTRO GANA, COMPRAS-DETALLE.DAT ES
      *    SOLO-ANEXAR Y CRONOLOGICO).
           OPEN INPUT CMPDETALLE-FILE.
           IF WS-CMD-FS NOT = "35"
               PERFORM UNTIL WS-CMD-FS NOT = "00"
                   READ CMPDETALLE-FILE
                       AT END MOVE "10" TO WS-CMD-FS
                       NOT AT END
                           MOVE REG-CMD-CODIGO TO WS-COD-BUSCADO
                           PERFORM 1200-BUSCAR-PRODUCTO
                           IF PROD-ENCONTRADO
                               MOVE REG-CMD-PROV-RUC
                                   TO WS-REP-PROV-RUC(REP-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CMPDETALLE-FILE
           END-IF.
           MOVE "00" TO WS-CMD-FS.

       4000-END-ULTIMO-PROVEEDOR SECTION.

       5000-CALCULAR-SUGERENCIAS SECTION.
      *    PROMEDIO DIARIO = UNIDADES NETAS / DIAS DE LA VENTANA.
      *    COBERTURA = STOCK / PROMEDIO (99999 SI NO HUBO VENTA).
      *    SUGERIDO = PROMEDIO * DIAS OBJETIVO - STOCK, REDONDEADO A LA
      *    UNIDAD SUPERIOR; CERO SI EL STOCK YA CUBRE EL OBJETIVO.
           PERFORM VARYING REP-I FROM 1 BY 1
                   UNTIL REP-I > WS-REP-EXISTENTES
               IF WS-REP-VENDIDO(REP-I) < 0
                   MOVE 0 TO WS-REP-VENDIDO(REP-I)
               END-IF
               COMPUTE WS-REP-PROMEDIO(REP-I) ROUNDED =
                   WS-REP-VENDIDO(REP-I) / WS-REP-DIAS
               MOVE 0 TO WS-REP-SUGERIDO(REP-I)
               IF WS-REP-PROMEDIO(REP-I) = 0
                   MOVE 99999 TO WS-REP-COBERTURA(REP-I)
               ELSE
                   COMPUTE WS-REP-COBERTURA(REP-I) =
                       WS-REP-STOCK(REP-I) / WS-REP-PROMEDIO(REP-I)
                   COMPUTE WS-REP-NECESARIO =
                       WS-REP-PROMEDIO(REP-I) * WS-REP-OBJETIVO
                   IF WS-REP-NECESARIO > WS-REP-STOCK(REP-I)
                       COMPUTE WS-REP-FALTANTE =
                           WS-REP-NECESARIO - WS-REP-STOCK(REP-I)
                           + 0,99
                       MOVE WS-REP-FALTANTE TO WS-REP-SUGERIDO(REP-I)
                   END-IF
               END-IF
      *        PROVEEDOR DESCONOCIDO O SIN RECEPCIONES = GRUPO 0.
               MOVE 0 TO WS-REP-PROV-NUM(REP-I)
               PERFORM VARYING PRV-I FROM 1 BY 1
                       UNTIL PRV-I > WS-PRV-EXISTENTES
                   IF WS-REP-PROV-RUC(REP-I) NOT = SPACES AND
                      WS-TPRV-RUC(PRV-I) = WS-REP-PROV-RUC(REP-I)
                       SET WS-REP-PROV-NUM(REP-I) TO PRV-I
                   END-IF
               END-PERFORM
           END-PERFORM.

       5000-END-CALCULAR-SUGERENCIAS SECTION.

       6000-IMPRIMIR-REPOSICION SECTION.
      *    UN GRUPO POR PROVEEDOR (EN EL ORDEN DEL MAESTRO) Y AL FINAL
      *    LOS PRODUCTOS SIN PROVEEDOR CONOCIDO. SOLO SE LISTAN LOS
      *    PRODUCTOS ACTIVOS CON CANTIDAD SUGERIDA MAYOR A CERO.
           OPEN OUTPUT REPORTE-FILE.
           MOVE 0 TO WS-REP-TOTAL-CANT.
           MOVE "*******************************************"
               TO WS-RPT-LINEA.
           PERFORM 6060-ESCRIBIR-LINEA.
           MOVE "SUGERENCIA DE REPOSICION POR PROVEEDOR"
               TO WS-RPT-LINEA.
           PERFORM 6060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  VENTAS DESDE: " WS-FECHA-DESDE "  HASTA: "
                  WS-FECHA-HASTA "  (" WS-REP-SEMANAS " SEMANAS)"
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 6060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  COBERTURA OBJETIVO: " WS-REP-OBJETIVO " DIAS"
                  "  OPERADOR: " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 6060-ESCRIBIR-LINEA.
           MOVE "*******************************************"
               TO WS-RPT-LINEA.
           PERFORM 6060-ESCRIBIR-LINEA.
           PERFORM VARYING WS-PRV-NUM FROM 1 BY 1
                   UNTIL WS-PRV-NUM > WS-PRV-EXISTENTES
               PERFORM 6100-GRUPO-PROVEEDOR
           END-PERFORM.
           MOVE 0 TO WS-PRV-NUM.
           PERFORM 6100-GRUPO-PROVEEDOR.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "PRODUCTOS A REPONER: " WS-REP-TOTAL-CANT
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 6060-ESCRIBIR-LINEA.
           MOVE "*******************************************"
               TO WS-RPT-LINEA.
           PERFORM 6060-ESCRIBIR-LINEA.
           CLOSE REPORTE-FILE.
           MOVE "00" TO WS-RPT-FS.

       6000-END-IMPRIMIR-REPOSICION SECTION.

       6060-ESCRIBIR-LINEA SECTION.
           IF NOT MODO-LOTE
               DISPLAY WS-RPT-LINEA
           END-IF.
           MOVE WS-RPT-LINEA TO REG-REPORTE.
           WRITE REG-REPORTE.

       6060-END-ESCRIBIR-LINEA SECTION.

       6100-GRUPO-PROVEEDOR SECTION.
           MOVE 0 TO WS-REP-GRUPO-CANT.
           PERFORM VARYING REP-I FROM 1 BY 1
                   UNTIL REP-I > WS-REP-EXISTENTES
               IF WS-REP-PROV-NUM(REP-I) = WS-PRV-NUM AND
                  WS-REP-ACTIVO(REP-I) = 'S' AND
                  WS-REP-SUGERIDO(REP-I) > 0
                   IF WS-REP-GRUPO-CANT = 0
                       PERFORM 6110-CABECERA-GRUPO
                   END-IF
                   ADD 1 TO WS-REP-GRUPO-CANT
                   MOVE WS-REP-CODIGO(REP-I) TO WS-RPD-CODIGO
                   MOVE WS-REP-DESC(REP-I) TO WS-RPD-DESC
                   MOVE WS-REP-STOCK(REP-I) TO WS-RPD-STOCK
                   MOVE WS-REP-PROMEDIO(REP-I) TO WS-RPD-PROMEDIO
                   MOVE WS-REP-COBERTURA(REP-I) TO WS-RPD-COBERTURA
                   MOVE WS-REP-SUGERIDO(REP-I) TO WS-RPD-SUGERIDO
                   MOVE WS-RPT-DET-LINEA TO WS-RPT-LINEA
                   PERFORM 6060-ESCRIBIR-LINEA
               END-IF
           END-PERFORM.
           IF WS-REP-GRUPO-CANT > 0
               MOVE SPACES TO WS-RPT-LINEA
               PERFORM 6060-ESCRIBIR-LINEA
               ADD WS-REP-GRUPO-CANT TO WS-REP-TOTAL-CANT
           END-IF.

       6100-END-GRUPO-PROVEEDOR SECTION.

       6110-CABECERA-GRUPO SECTION.
           MOVE SPACES TO WS-RPT-LINEA.
           IF WS-PRV-NUM = 0
               MOVE "PROVEEDOR: SIN PROVEEDOR ASIGNADO"
                   TO WS-RPT-LINEA
           ELSE
               SET PRV-I TO WS-PRV-NUM
               STRING "PROVEEDOR: " WS-TPRV-RUC(PRV-I) " "
                      WS-TPRV-NOMBRE(PRV-I)
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
           END-IF.
           PERFORM 6060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  CODIGO DESCRIPCION          STOCK  VENTA/DIA"
                  "  COBERT   SUGERIDO"
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 6060-ESCRIBIR-LINEA.

       6110-END-CABECERA-GRUPO SECTION.

       END PROGRAM REPORTE-REPOSICION.

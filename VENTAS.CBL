      ******************************************************************
      * Author:
      * Date:
      * Purpose: ANALISIS DE VENTAS POR PRODUCTO, MES, IVA Y CLIENTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALISIS-VENTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    ANALISIS DE VENTAS DE UN RANGO DE FECHAS: RANKING DE
      *    PRODUCTOS POR UNIDADES Y POR VENTA NETA, TOTALES POR MES Y
      *    CATEGORIA DE IVA, Y LOS MEJORES CLIENTES POR COMPRA NETA.
      *    SE EXCLUYEN LAS FACTURAS ANULADAS Y SE RESTA LO DEVUELTO
      *    POR NOTA DE CREDITO. TODOS LOS ARCHIVOS SE ABREN SOLO EN
      *    INPUT, SALVO EL REPORTE.
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
      *    IGUAL QUE RESUMEN.RPT: CADA CORRIDA SE ANEXA (OPEN EXTEND,
      *    Y SI EL ARCHIVO NO EXISTE TODAVIA SE ABRE EN OUTPUT).
           SELECT REPORTE-FILE ASSIGN TO "VENTAS.RPT"
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
       FD  NOTACRED-FILE.
           COPY NCREG.
      *-----------------------
       FD  NCDETALLE-FILE.
           COPY NCDET.
      *-----------------------
       FD  REPORTE-FILE.
       01  REG-REPORTE                PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY OPERADOR.
      *    EN MODO LOTE EL RANGO VIENE DADO Y NO SE PREGUNTA NADA
      *    (VER LOTEFEC.CPY).
       COPY LOTEFEC.
       01  WS-FAC-FS                  PIC XX      VALUE "00".
       01  WS-DET-FS                  PIC XX      VALUE "00".
       01  WS-NC-FS                   PIC XX      VALUE "00".
       01  WS-NCD-FS                  PIC XX      VALUE "00".
       01  WS-RPT-FS                  PIC XX      VALUE "00".
       01  WS-RPT-LINEA               PIC X(80).
      *    RANGO DE FECHAS. POR DEFECTO (ENTER EN BLANCO) DESDE EL
      *    PRIMERO DEL MES EN CURSO HASTA HOY.
      *---------------------------------------------------------------
       01  WS-FECHA-HOY               PIC X(08).
       01  WS-FECHA-DESDE             PIC X(08).
       01  WS-FECHA-HASTA             PIC X(08).
       01  WS-FECHA-ENTRADA           PIC X(08).
      *    PRODUCTOS VENDIDOS EN EL RANGO (SE AGREGAN A MEDIDA QUE
      *    APARECEN EN EL DETALLE; SI LA TABLA SE LLENA LAS LINEAS DE
      *    MAS SE CUENTAN Y SE AVISAN EN EL REPORTE).
      *---------------------------------------------------------------
       01  WS-ANV-TABLA.
           05 WS-ANV-REG OCCURS 500 TIMES INDEXED BY ANV-I.
               10 WS-ANV-CODIGO       PIC X(06).
               10 WS-ANV-DESC         PIC X(20).
               10 WS-ANV-UNIDADES     PIC S9(07).
               10 WS-ANV-NETO         PIC S9(11)V99.
       01  WS-ANV-EXISTENTES          PIC 9(03)   VALUE 0.
       01  WS-ANV-ORDEN-TABLA.
           05 WS-ANV-ORDEN OCCURS 500 TIMES PIC 9(03).
       01  WS-COD-BUSCADO             PIC X(06).
       01  WS-DESC-BUSCADA            PIC X(20).
      *    TOTALES POR MES (AAAAMM) Y CATEGORIA DE IVA
      *---------------------------------------------------------------
       01  WS-MES-TABLA.
           05 WS-MES-REG OCCURS 60 TIMES INDEXED BY MES-I.
               10 WS-MES-CLAVE        PIC X(06).
               10 WS-MES-GRAVADO      PIC S9(11)V99.
               10 WS-MES-EXENTO       PIC S9(11)V99.
       01  WS-MES-EXISTENTES          PIC 9(02)   VALUE 0.
       01  WS-MES-ORDEN-TABLA.
           05 WS-MES-ORDEN OCCURS 60 TIMES PIC 9(02).
       01  WS-MES-BUSCADO             PIC X(06).
      *    CLIENTES CON COMPRA EN EL RANGO (SIN CONSUMIDOR FINAL, QUE
      *    NO ES UN CLIENTE IDENTIFICADO).
      *---------------------------------------------------------------
       01  WS-ACL-TABLA.
           05 WS-ACL-REG OCCURS 500 TIMES INDEXED BY ACL-I.
               10 WS-ACL-CODIGO       PIC X(10).
               10 WS-ACL-NOMBRE       PIC X(30).
               10 WS-ACL-FACTURAS     PIC 9(05).
               10 WS-ACL-NETO         PIC S9(11)V99.
       01  WS-ACL-EXISTENTES          PIC 9(03)   VALUE 0.
       01  WS-ACL-ORDEN-TABLA.
           05 WS-ACL-ORDEN OCCURS 500 TIMES PIC 9(03).
       01  WS-CLI-BUSCADO             PIC X(10).
       01  WS-CONSUMIDOR-FINAL        PIC X(10)   VALUE "9999999999".
       01  WS-ANV-TOP-CLIENTES        PIC 9(02)   VALUE 10.
      *    CONTROL DE BUSQUEDA Y TABLAS LLENAS
      *---------------------------------------------------------------
       01  WS-ENCONTRADO              PIC X       VALUE 'N'.
           88 ENCONTRADO                     VALUE 'S'.
       01  WS-ANV-OMITIDAS            PIC 9(05)   VALUE 0.
      *    RECORRIDO EN PAREJA CABECERA / DETALLE
      *---------------------------------------------------------------
       01  WS-DET-FIN                 PIC X       VALUE 'N'.
           88 DET-FIN                        VALUE 'S'.
       01  WS-NCD-FIN                 PIC X       VALUE 'N'.
           88 NCD-FIN                        VALUE 'S'.
       01  WS-FAC-EN-RANGO            PIC X       VALUE 'N'.
           88 FAC-EN-RANGO                   VALUE 'S'.
       01  WS-LINEA-CAT               PIC X(01).
       01  WS-LINEA-CANT              PIC S9(07)  VALUE 0.
       01  WS-LINEA-NETO              PIC S9(11)V99 VALUE 0.
      *    TOTALES GENERALES
      *---------------------------------------------------------------
       01  WS-ANV-FACTURAS            PIC 9(07)   VALUE 0.
       01  WS-ANV-NOTAS               PIC 9(05)   VALUE 0.
       01  WS-ANV-BRUTO               PIC S9(11)V99 VALUE 0.
       01  WS-ANV-DEVUELTO            PIC S9(11)V99 VALUE 0.
       01  WS-ANV-NETO-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-ANV-UNID-VENDIDAS       PIC S9(09)  VALUE 0.
       01  WS-ANV-UNID-DEVUELTAS      PIC S9(09)  VALUE 0.
      *    ORDENAMIENTO Y LINEAS DE REPORTE
      *---------------------------------------------------------------
       01  WS-ORD-I                   PIC 9(03)   VALUE 0.
       01  WS-ORD-J                   PIC 9(03)   VALUE 0.
       01  WS-ORD-TEMP                PIC 9(03)   VALUE 0.
       01  WS-ORD-CANT                PIC 9(03)   VALUE 0.
       01  WS-ANV-MONTO-EDIT          PIC -(10)9,99.
       01  WS-ANV-UNID-EDIT           PIC -(8)9.
       01  WS-RPT-PROD-LINEA.
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPP-RANK             PIC ZZ9.
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPP-CODIGO           PIC X(06).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPP-DESC             PIC X(20).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPP-UNIDADES         PIC -(6)9.
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPP-NETO             PIC -(10)9,99.
       01  WS-RPT-MES-LINEA.
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPM-MES              PIC X(06).
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPM-GRAVADO          PIC -(10)9,99.
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPM-EXENTO           PIC -(10)9,99.
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPM-TOTAL            PIC -(10)9,99.
       01  WS-RPT-CLI-LINEA.
           05 FILLER                  PIC X(02)   VALUE SPACES.
           05 WS-RPC-RANK             PIC Z9.
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPC-CODIGO           PIC X(10).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPC-NOMBRE           PIC X(30).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPC-FACTURAS         PIC ZZZZ9.
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WS-RPC-NETO             PIC -(10)9,99.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
       0000-MAIN-PROCEDURE SECTION.
      *    SE REINICIAN TABLAS Y ACUMULADORES POR SI EL PROGRAMA SE
      *    LLAMA MAS DE UNA VEZ EN LA MISMA CORRIDA DEL MENU.
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           INITIALIZE WS-ANV-TABLA WS-MES-TABLA WS-ACL-TABLA.
           MOVE 0 TO WS-ANV-EXISTENTES WS-MES-EXISTENTES
                     WS-ACL-EXISTENTES WS-ANV-OMITIDAS
                     WS-ANV-FACTURAS WS-ANV-NOTAS WS-ANV-BRUTO
                     WS-ANV-DEVUELTO WS-ANV-NETO-TOTAL
                     WS-ANV-UNID-VENDIDAS WS-ANV-UNID-DEVUELTAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           PERFORM 0500-PEDIR-RANGO-FECHAS.
           PERFORM 2000-LEER-VENTAS.
           PERFORM 3000-LEER-DEVOLUCIONES.
           COMPUTE WS-ANV-NETO-TOTAL =
               WS-ANV-BRUTO - WS-ANV-DEVUELTO.
           PERFORM 5000-IMPRIMIR-ANALISIS.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       0500-PEDIR-RANGO-FECHAS SECTION.
           IF MODO-LOTE
               MOVE WS-LOTE-FECHA-DESDE TO WS-FECHA-DESDE
               MOVE WS-LOTE-FECHA-HASTA TO WS-FECHA-HASTA
           ELSE
               DISPLAY "RANGO DE FECHAS DEL ANALISIS (AAAAMMDD)"
               DISPLAY "EN BLANCO: DESDE EL PRIMERO DEL MES HASTA HOY"
               DISPLAY "FECHA DESDE: " WITH NO ADVANCING
               ACCEPT WS-FECHA-ENTRADA
               IF WS-FECHA-ENTRADA = SPACES
                   MOVE WS-FECHA-HOY TO WS-FECHA-DESDE
                   MOVE "01" TO WS-FECHA-DESDE(7:2)
               ELSE
                   MOVE WS-FECHA-ENTRADA TO WS-FECHA-DESDE
               END-IF
               DISPLAY "FECHA HASTA: " WITH NO ADVANCING
               ACCEPT WS-FECHA-ENTRADA
               IF WS-FECHA-ENTRADA = SPACES
                   MOVE WS-FECHA-HOY TO WS-FECHA-HASTA
               ELSE
                   MOVE WS-FECHA-ENTRADA TO WS-FECHA-HASTA
               END-IF
           END-IF.

       0500-END-PEDIR-RANGO-FECHAS SECTION.

       1100-BUSCAR-PRODUCTO SECTION.
      *    DEJA ANV-I EN WS-COD-BUSCADO; SI NO ESTA LO AGREGA CON
      *    WS-DESC-BUSCADA. CON LA TABLA LLENA DEVUELVE NO ENCONTRADO.
           MOVE 'N' TO WS-ENCONTRADO.
           PERFORM VARYING ANV-I FROM 1 BY 1
                   UNTIL ANV-I > WS-ANV-EXISTENTES OR ENCONTRADO
               IF WS-ANV-CODIGO(ANV-I) = WS-COD-BUSCADO
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM.
           IF ENCONTRADO
               SET ANV-I DOWN BY 1
           ELSE
               IF WS-ANV-EXISTENTES < 500
                   ADD 1 TO WS-ANV-EXISTENTES
                   SET ANV-I TO WS-ANV-EXISTENTES
                   MOVE WS-COD-BUSCADO TO WS-ANV-CODIGO(ANV-I)
                   MOVE WS-DESC-BUSCADA TO WS-ANV-DESC(ANV-I)
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-IF.

       1100-END-BUSCAR-PRODUCTO SECTION.

       1200-BUSCAR-MES SECTION.
      *    IGUAL QUE 1100 PARA EL MES WS-MES-BUSCADO (MES-I).
           MOVE 'N' TO WS-ENCONTRADO.
           PERFORM VARYING MES-I FROM 1 BY 1
                   UNTIL MES-I > WS-MES-EXISTENTES OR ENCONTRADO
               IF WS-MES-CLAVE(MES-I) = WS-MES-BUSCADO
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM.
           IF ENCONTRADO
               SET MES-I DOWN BY 1
           ELSE
               IF WS-MES-EXISTENTES < 60
                   ADD 1 TO WS-MES-EXISTENTES
                   SET MES-I TO WS-MES-EXISTENTES
                   MOVE WS-MES-BUSCADO TO WS-MES-CLAVE(MES-I)
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-IF.

       1200-END-BUSCAR-MES SECTION.

       1300-BUSCAR-CLIENTE SECTION.
      *    IGUAL QUE 1100 PARA EL CLIENTE WS-CLI-BUSCADO (ACL-I). EL
      *    CONSUMIDOR FINAL NUNCA SE AGREGA.
           MOVE 'N' TO WS-ENCONTRADO.
           IF WS-CLI-BUSCADO = WS-CONSUMIDOR-FINAL OR
              WS-CLI-BUSCADO = SPACES
               GO TO 1300-SALIR
           END-IF.
           PERFORM VARYING ACL-I FROM 1 BY 1
                   UNTIL ACL-I > WS-ACL-EXISTENTES OR ENCONTRADO
               IF WS-ACL-CODIGO(ACL-I) = WS-CLI-BUSCADO
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM.
           IF ENCONTRADO
               SET ACL-I DOWN BY 1
           ELSE
               IF WS-ACL-EXISTENTES < 500
                   ADD 1 TO WS-ACL-EXISTENTES
                   SET ACL-I TO WS-ACL-EXISTENTES
                   MOVE WS-CLI-BUSCADO TO WS-ACL-CODIGO(ACL-I)
                   MOVE 'S' TO WS-ENCONTRADO
               ELSE
                   ADD 1 TO WS-ANV-OMITIDAS
               END-IF
           END-IF.

       1300-SALIR.
           EXIT.

       1300-END-BUSCAR-CLIENTE SECTION.

       1500-ACUMULAR-LINEA SECTION.
      *    SUMA WS-LINEA-CANT / WS-LINEA-NETO (NEGATIVOS PARA LO
      *    DEVUELTO) AL PRODUCTO, AL MES Y AL CLIENTE DE LA LINEA.
           PERFORM 1100-BUSCAR-PRODUCTO.
           IF ENCONTRADO
               ADD WS-LINEA-CANT TO WS-ANV-UNIDADES(ANV-I)
               ADD WS-LINEA-NETO TO WS-ANV-NETO(ANV-I)
           ELSE
               ADD 1 TO WS-ANV-OMITIDAS
           END-IF.
           PERFORM 1200-BUSCAR-MES.
           IF ENCONTRADO
               IF WS-LINEA-CAT = 'E'
                   ADD WS-LINEA-NETO TO WS-MES-EXENTO(MES-I)
               ELSE
                   ADD WS-LINEA-NETO TO WS-MES-GRAVADO(MES-I)
               END-IF
           ELSE
               ADD 1 TO WS-ANV-OMITIDAS
           END-IF.
           PERFORM 1300-BUSCAR-CLIENTE.
           IF ENCONTRADO
               ADD WS-LINEA-NETO TO WS-ACL-NETO(ACL-I)
           END-IF.

       1500-END-ACUMULAR-LINEA SECTION.

       2000-LEER-VENTAS SECTION.
      *    FACTURAS.DAT Y FACTURA-DETALLE.DAT SE RECORREN EN PAREJA
      *    (AMBOS EN ORDEN DE NUMERO DE FACTURA, VER FACDET.CPY). SOLO
      *    CUENTAN LAS FACTURAS NO ANULADAS DENTRO DEL RANGO.
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
               ADD 1 TO WS-ANV-FACTURAS
      *        EL NOMBRE DEL CLIENTE SALE DE LA FACTURA MAS RECIENTE.
               MOVE REG-FAC-CLI-CODE TO WS-CLI-BUSCADO
               PERFORM 1300-BUSCAR-CLIENTE
               IF ENCONTRADO
                   MOVE REG-FAC-CLI-NOMBRE TO WS-ACL-NOMBRE(ACL-I)
                   ADD 1 TO WS-ACL-FACTURAS(ACL-I)
               END-IF
           END-IF.
      *    LINEAS HUERFANAS (SIN CABECERA) SE SALTAN.
           PERFORM UNTIL DET-FIN OR REG-DET-NUMERO >= REG-FAC-NUMERO
               PERFORM 2100-LEER-DETALLE
           END-PERFORM.
           PERFORM UNTIL DET-FIN OR REG-DET-NUMERO NOT = REG-FAC-NUMERO
               IF FAC-EN-RANGO
                   MOVE REG-DET-CODIGO TO WS-COD-BUSCADO
                   MOVE REG-DET-DESC TO WS-DESC-BUSCADA
                   MOVE REG-FAC-FECHA(1:6) TO WS-MES-BUSCADO
                   MOVE REG-FAC-CLI-CODE TO WS-CLI-BUSCADO
                   MOVE REG-DET-IVA-CAT TO WS-LINEA-CAT
                   MOVE REG-DET-CANTIDAD TO WS-LINEA-CANT
                   MOVE REG-DET-SUBTOTAL TO WS-LINEA-NETO
                   ADD WS-LINEA-CANT TO WS-ANV-UNID-VENDIDAS
                   ADD WS-LINEA-NETO TO WS-ANV-BRUTO
                   PERFORM 1500-ACUMULAR-LINEA
               END-IF
               PERFORM 2100-LEER-DETALLE
           END-PERFORM.

       2200-END-LINEAS-FACTURA SECTION.

       3000-LEER-DEVOLUCIONES SECTION.
      *    LO DEVUELTO POR NOTA DE CREDITO SE RESTA EN EL MES DE LA
      *    NOTA, IGUAL QUE RESUMEN-DIARIO Y REPORTE-IVA. NOTACRED.DAT
      *    Y NOTACRED-DETALLE.DAT SE RECORREN EN PAREJA POR NUMERO DE
      *    NOTA (VER NCREG.CPY); SOLO CUENTAN LAS NOTAS DEL RANGO.
           OPEN INPUT NCDETALLE-FILE.
           IF WS-NCD-FS = "35"
               MOVE "00" TO WS-NCD-FS
               GO TO 3000-SALIR
           END-IF.
           OPEN INPUT NOTACRED-FILE.
           IF WS-NC-FS = "35"
               MOVE "00" TO WS-NC-FS
               CLOSE NCDETALLE-FILE
               MOVE "00" TO WS-NCD-FS
               GO TO 3000-SALIR
           END-IF.
           MOVE 'N' TO WS-NCD-FIN.
           PERFORM 3100-LEER-NC-DETALLE.
           PERFORM UNTIL WS-NC-FS NOT = "00"
               READ NOTACRED-FILE
                   AT END MOVE "10" TO WS-NC-FS
                   NOT AT END
                       PERFORM 3200-LINEAS-NOTA
               END-READ
           END-PERFORM.
           CLOSE NOTACRED-FILE.
           CLOSE NCDETALLE-FILE.
           MOVE "00" TO WS-NC-FS WS-NCD-FS.

       3000-SALIR.
           EXIT.

       3000-END-LEER-DEVOLUCIONES SECTION.

       3100-LEER-NC-DETALLE SECTION.
           READ NCDETALLE-FILE
               AT END MOVE 'S' TO WS-NCD-FIN
           END-READ.

       3100-END-LEER-NC-DETALLE SECTION.

       3200-LINEAS-NOTA SECTION.
           MOVE 'N' TO WS-FAC-EN-RANGO.
           IF REG-NC-FECHA(1:8) >= WS-FECHA-DESDE AND
              REG-NC-FECHA(1:8) <= WS-FECHA-HASTA
               MOVE 'S' TO WS-FAC-EN-RANGO
               ADD 1 TO WS-ANV-NOTAS
           END-IF.
           PERFORM UNTIL NCD-FIN OR REG-NCD-NUMERO >= REG-NC-NUMERO
               PERFORM 3100-LEER-NC-DETALLE
           END-PERFORM.
           PERFORM UNTIL NCD-FIN OR REG-NCD-NUMERO NOT = REG-NC-NUMERO
               IF FAC-EN-RANGO
                   MOVE REG-NCD-CODIGO TO WS-COD-BUSCADO
                   MOVE REG-NCD-DESC TO WS-DESC-BUSCADA
                   MOVE REG-NC-FECHA(1:6) TO WS-MES-BUSCADO
                   MOVE REG-NC-CLI-CODE TO WS-CLI-BUSCADO
                   MOVE REG-NCD-IVA-CAT TO WS-LINEA-CAT
                   COMPUTE WS-LINEA-CANT = 0 - REG-NCD-CANTIDAD
                   COMPUTE WS-LINEA-NETO = 0 - REG-NCD-MONTO
                   ADD REG-NCD-CANTIDAD TO WS-ANV-UNID-DEVUELTAS
                   ADD REG-NCD-MONTO TO WS-ANV-DEVUELTO
                   PERFORM 1500-ACUMULAR-LINEA
               END-IF
               PERFORM 3100-LEER-NC-DETALLE
           END-PERFORM.

       3200-END-LINEAS-NOTA SECTION.

       4100-ORDENAR-UNIDADES SECTION.
      *    ORDENAMIENTO POR BURBUJA, DESCENDENTE, SOBRE LOS INDICES
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-ANV-EXISTENTES
               MOVE WS-ORD-I TO WS-ANV-ORDEN(WS-ORD-I)
           END-PERFORM.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I >= WS-ANV-EXISTENTES
               PERFORM VARYING WS-ORD-J FROM 1 BY 1
                       UNTIL WS-ORD-J > WS-ANV-EXISTENTES - WS-ORD-I
                   IF WS-ANV-UNIDADES(WS-ANV-ORDEN(WS-ORD-J)) <
                      WS-ANV-UNIDADES(WS-ANV-ORDEN(WS-ORD-J + 1))
                       MOVE WS-ANV-ORDEN(WS-ORD-J)     TO WS-ORD-TEMP
                       MOVE WS-ANV-ORDEN(WS-ORD-J + 1) TO
                            WS-ANV-ORDEN(WS-ORD-J)
                       MOVE WS-ORD-TEMP                TO
                            WS-ANV-ORDEN(WS-ORD-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4100-END-ORDENAR-UNIDADES SECTION.

       4200-ORDENAR-NETO SECTION.
      *    ORDENAMIENTO POR BURBUJA, DESCENDENTE, SOBRE LOS INDICES
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-ANV-EXISTENTES
               MOVE WS-ORD-I TO WS-ANV-ORDEN(WS-ORD-I)
           END-PERFORM.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I >= WS-ANV-EXISTENTES
               PERFORM VARYING WS-ORD-J FROM 1 BY 1
                       UNTIL WS-ORD-J > WS-ANV-EXISTENTES - WS-ORD-I
                   IF WS-ANV-NETO(WS-ANV-ORDEN(WS-ORD-J)) <
                      WS-ANV-NETO(WS-ANV-ORDEN(WS-ORD-J + 1))
                       MOVE WS-ANV-ORDEN(WS-ORD-J)     TO WS-ORD-TEMP
                       MOVE WS-ANV-ORDEN(WS-ORD-J + 1) TO
                            WS-ANV-ORDEN(WS-ORD-J)
                       MOVE WS-ORD-TEMP                TO
                            WS-ANV-ORDEN(WS-ORD-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4200-END-ORDENAR-NETO SECTION.

       4300-ORDENAR-MESES SECTION.
      *    ASCENDENTE POR AAAAMM (UN MES CON SOLO NOTAS DE CREDITO
      *    PUEDE HABER ENTRADO A LA TABLA DESPUES DE OTROS).
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-MES-EXISTENTES
               MOVE WS-ORD-I TO WS-MES-ORDEN(WS-ORD-I)
           END-PERFORM.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I >= WS-MES-EXISTENTES
               PERFORM VARYING WS-ORD-J FROM 1 BY 1
                       UNTIL WS-ORD-J > WS-MES-EXISTENTES - WS-ORD-I
                   IF WS-MES-CLAVE(WS-MES-ORDEN(WS-ORD-J)) >
                      WS-MES-CLAVE(WS-MES-ORDEN(WS-ORD-J + 1))
                       MOVE WS-MES-ORDEN(WS-ORD-J)     TO WS-ORD-TEMP
                       MOVE WS-MES-ORDEN(WS-ORD-J + 1) TO
                            WS-MES-ORDEN(WS-ORD-J)
                       MOVE WS-ORD-TEMP                TO
                            WS-MES-ORDEN(WS-ORD-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4300-END-ORDENAR-MESES SECTION.

       4400-ORDENAR-CLIENTES SECTION.
      *    ORDENAMIENTO POR BURBUJA, DESCENDENTE, SOBRE LOS INDICES
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-ACL-EXISTENTES
               MOVE WS-ORD-I TO WS-ACL-ORDEN(WS-ORD-I)
           END-PERFORM.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I >= WS-ACL-EXISTENTES
               PERFORM VARYING WS-ORD-J FROM 1 BY 1
                       UNTIL WS-ORD-J > WS-ACL-EXISTENTES - WS-ORD-I
                   IF WS-ACL-NETO(WS-ACL-ORDEN(WS-ORD-J)) <
                      WS-ACL-NETO(WS-ACL-ORDEN(WS-ORD-J + 1))
                       MOVE WS-ACL-ORDEN(WS-ORD-J)     TO WS-ORD-TEMP
                       MOVE WS-ACL-ORDEN(WS-ORD-J + 1) TO
                            WS-ACL-ORDEN(WS-ORD-J)
                       MOVE WS-ORD-TEMP                TO
                            WS-ACL-ORDEN(WS-ORD-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4400-END-ORDENAR-CLIENTES SECTION.

       5000-IMPRIMIR-ANALISIS SECTION.
           PERFORM 5050-ABRIR-REPORTE.
           MOVE "*******************************************"
               TO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE "ANALISIS DE VENTAS (NETO DE ANULACIONES Y NC)"
               TO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  DESDE: " WS-FECHA-DESDE "  HASTA: " WS-FECHA-HASTA
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  OPERADOR: " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE "*******************************************"
               TO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  FACTURAS VIGENTES   : " WS-ANV-FACTURAS
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  NOTAS DE CREDITO    : " WS-ANV-NOTAS
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE WS-ANV-UNID-VENDIDAS TO WS-ANV-UNID-EDIT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  UNIDADES VENDIDAS   : " WS-ANV-UNID-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE WS-ANV-UNID-DEVUELTAS TO WS-ANV-UNID-EDIT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  UNIDADES DEVUELTAS  : " WS-ANV-UNID-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE WS-ANV-BRUTO TO WS-ANV-MONTO-EDIT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  VENTA SIN IVA       : " WS-ANV-MONTO-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE WS-ANV-DEVUELTO TO WS-ANV-MONTO-EDIT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  DEVUELTO SIN IVA    : " WS-ANV-MONTO-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE WS-ANV-NETO-TOTAL TO WS-ANV-MONTO-EDIT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  VENTA NETA SIN IVA  : " WS-ANV-MONTO-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           IF WS-ANV-OMITIDAS > 0
               MOVE SPACES TO WS-RPT-LINEA
               STRING "  AVISO: TABLAS LLENAS, " WS-ANV-OMITIDAS
                      " LINEAS FUERA DEL DESGLOSE"
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
               PERFORM 5060-ESCRIBIR-LINEA
           END-IF.
           PERFORM 4100-ORDENAR-UNIDADES.
           MOVE "RANKING DE PRODUCTOS POR UNIDADES NETAS"
               TO WS-RPT-LINEA.
           PERFORM 5100-LISTAR-PRODUCTOS.
           PERFORM 4200-ORDENAR-NETO.
           MOVE "RANKING DE PRODUCTOS POR VENTA NETA SIN IVA"
               TO WS-RPT-LINEA.
           PERFORM 5100-LISTAR-PRODUCTOS.
           PERFORM 4300-ORDENAR-MESES.
           PERFORM 5200-LISTAR-MESES.
           PERFORM 4400-ORDENAR-CLIENTES.
           PERFORM 5300-LISTAR-CLIENTES.
           MOVE "*******************************************"
               TO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           PERFORM 5070-CERRAR-REPORTE.

       5000-END-IMPRIMIR-ANALISIS SECTION.

       5050-ABRIR-REPORTE SECTION.
           OPEN EXTEND REPORTE-FILE.
           IF WS-RPT-FS = "35"
               OPEN OUTPUT REPORTE-FILE
           END-IF.

       5050-END-ABRIR-REPORTE SECTION.

       5060-ESCRIBIR-LINEA SECTION.
           IF NOT MODO-LOTE
               DISPLAY WS-RPT-LINEA
           END-IF.
           MOVE WS-RPT-LINEA TO REG-REPORTE.
           WRITE REG-REPORTE.

       5060-END-ESCRIBIR-LINEA SECTION.

       5070-CERRAR-REPORTE SECTION.
           CLOSE REPORTE-FILE.
           MOVE "00" TO WS-RPT-FS.

       5070-END-CERRAR-REPORTE SECTION.

       5100-LISTAR-PRODUCTOS SECTION.
      *    EL TITULO DEL RANKING LLEGA YA ARMADO EN WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "    # CODIGO DESCRIPCION         UNIDADES"
                  "      VENTA NETA"
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-ANV-EXISTENTES
               SET ANV-I TO WS-ANV-ORDEN(WS-ORD-I)
               MOVE WS-ORD-I TO WS-RPP-RANK
               MOVE WS-ANV-CODIGO(ANV-I) TO WS-RPP-CODIGO
               MOVE WS-ANV-DESC(ANV-I) TO WS-RPP-DESC
               MOVE WS-ANV-UNIDADES(ANV-I) TO WS-RPP-UNIDADES
               MOVE WS-ANV-NETO(ANV-I) TO WS-RPP-NETO
               MOVE WS-RPT-PROD-LINEA TO WS-RPT-LINEA
               PERFORM 5060-ESCRIBIR-LINEA
           END-PERFORM.
           IF WS-ANV-EXISTENTES = 0
               MOVE "  SIN VENTAS EN EL RANGO" TO WS-RPT-LINEA
               PERFORM 5060-ESCRIBIR-LINEA
           END-IF.

       5100-END-LISTAR-PRODUCTOS SECTION.

       5200-LISTAR-MESES SECTION.
           MOVE "VENTA NETA SIN IVA POR MES Y CATEGORIA DE IVA"
               TO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  MES        GRAVADO (G)      EXENTO (E)"
                  "           TOTAL"
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-MES-EXISTENTES
               SET MES-I TO WS-MES-ORDEN(WS-ORD-I)
               MOVE WS-MES-CLAVE(MES-I) TO WS-RPM-MES
               MOVE WS-MES-GRAVADO(MES-I) TO WS-RPM-GRAVADO
               MOVE WS-MES-EXENTO(MES-I) TO WS-RPM-EXENTO
               COMPUTE WS-RPM-TOTAL =
                   WS-MES-GRAVADO(MES-I) + WS-MES-EXENTO(MES-I)
               MOVE WS-RPT-MES-LINEA TO WS-RPT-LINEA
               PERFORM 5060-ESCRIBIR-LINEA
           END-PERFORM.

       5200-END-LISTAR-MESES SECTION.

       5300-LISTAR-CLIENTES SECTION.
      *    LOS WS-ANV-TOP-CLIENTES MEJORES CLIENTES POR COMPRA NETA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "MEJORES " WS-ANV-TOP-CLIENTES
                  " CLIENTES POR COMPRA NETA SIN IVA"
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "   # CODIGO     NOMBRE                         "
                  "FACTS    COMPRA NETA"
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE WS-ACL-EXISTENTES TO WS-ORD-CANT.
           IF WS-ORD-CANT > WS-ANV-TOP-CLIENTES
               MOVE WS-ANV-TOP-CLIENTES TO WS-ORD-CANT
           END-IF.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-ORD-CANT
               SET ACL-I TO WS-ACL-ORDEN(WS-ORD-I)
               MOVE WS-ORD-I TO WS-RPC-RANK
               MOVE WS-ACL-CODIGO(ACL-I) TO WS-RPC-CODIGO
               MOVE WS-ACL-NOMBRE(ACL-I) TO WS-RPC-NOMBRE
               MOVE WS-ACL-FACTURAS(ACL-I) TO WS-RPC-FACTURAS
               MOVE WS-ACL-NETO(ACL-I) TO WS-RPC-NETO
               MOVE WS-RPT-CLI-LINEA TO WS-RPT-LINEA
               PERFORM 5060-ESCRIBIR-LINEA
           END-PERFORM.
           IF WS-ORD-CANT = 0
               MOVE "  SIN CLIENTES IDENTIFICADOS EN EL RANGO"
                   TO WS-RPT-LINEA
               PERFORM 5060-ESCRIBIR-LINEA
           END-IF.

       5300-END-LISTAR-CLIENTES SECTION.

       END PROGRAM ANALISIS-VENTAS.

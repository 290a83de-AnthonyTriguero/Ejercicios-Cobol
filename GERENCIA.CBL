      ******************************************************************
      * Author:
      * Date:
      * Purpose: REPORTE GERENCIAL MENSUAL (MES CONTRA MES ANTERIOR Y
      *          CONTRA EL MISMO MES DEL ANO ANTERIOR)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-GERENCIAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    TODOS LOS ARCHIVOS SE ABREN SOLO EN INPUT (MISMOS ASSIGN Y
      *    LAYOUTS QUE LOS PROGRAMAS QUE LOS ESCRIBEN); CADA UNO SE
      *    RECORRE UNA SOLA VEZ ACUMULANDO LOS TRES MESES A LA VEZ.
           SELECT FACTURAS-FILE ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-FS.
           SELECT NOTACRED-FILE ASSIGN TO "NOTACRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-FS.
           SELECT PAGOS-FILE ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-FS.
      *    LAS RETENCIONES BAJAN EL SALDO DE LA CARTERA IGUAL QUE EN
      *    REPORTE-CARTERA (VER RETREG.CPY).
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTC-FS.
           SELECT ALUMNOS-FILE ASSIGN TO "ALUMNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALUM-FS.
           SELECT RETIROS-FILE ASSIGN TO "RETIROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FS.
      *    EL CLIENTE NUEVO SE RECONOCE POR SU PRIMERA LINEA EN
      *    MOVIMIENTOS.LOG: SE RECORREN LOS ARCHIVOS ROTADOS
      *    (MOVIMIENTOS.LOG.AAAAMMDD, VER ROTACION-BITACORAS) EN ORDEN
      *    DE FECHA Y LUEGO EL ARCHIVO VIVO, IGUAL QUE EL ESTADO DE
      *    CUENTA DE CALCULADORA.
           SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-FS.
           SELECT MOVARCH-FILE ASSIGN TO DYNAMIC WS-MOVARCH-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARCH-FS.
      *    CADA CORRIDA SE ANEXA A GERENCIAL.RPT (OPEN EXTEND, Y SI EL
      *    ARCHIVO NO EXISTE SE ABRE EN OUTPUT), IGUAL QUE RESUMEN.RPT.
           SELECT REPORTE-FILE ASSIGN TO "GERENCIAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------
       FD  FACTURAS-FILE.
           COPY FACREG.
      *-----------------------
       FD  NOTACRED-FILE.
           COPY NCREG.
      *-----------------------
       FD  PAGOS-FILE.
           COPY PAGREG.
      *-----------------------
       FD  RETENCIONES-FILE.
           COPY RETREG.
      *-----------------------
       FD  ALUMNOS-FILE.
           COPY ALUMREG.
      *-----------------------
      *    MISMO LAYOUT QUE REG-RETIRO EN CEDULA.CBL; AQUI SOLO SE
      *    USAN LA FECHA DE MATRICULA Y LA DE LA BAJA.
       FD  RETIROS-FILE.
       01  REG-RETIRO.
           05 REG-RET-CEDULA          PIC X(10).
           05 FILLER                  PIC X(96).
           05 REG-RET-FECHA-MATRICULA PIC X(08).
           05 FILLER                  PIC X(06).
           05 REG-RET-FECHA-RETIRO    PIC X(26).
           05 FILLER                  PIC X(123).
      *-----------------------
       FD  MOVIMIENTOS-FILE.
       01  REG-MOVIMIENTO             PIC X(130).
      *-----------------------
       FD  MOVARCH-FILE.
       01  REG-MOVARCH                PIC X(130).
      *-----------------------
       FD  REPORTE-FILE.
       01  REG-REPORTE                PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY OPERADOR.
      *    MODO LOTE DE FIN-DE-DIA (VER LOTEFEC.CPY): EL MES SALE DE
      *    LA FECHA DEL LOTE Y NO SE HACE NINGUN ACCEPT.
       COPY LOTEFEC.
       COPY MOVLIN.
       01  WS-FAC-FS                  PIC XX      VALUE "00".
       01  WS-NC-FS                   PIC XX      VALUE "00".
       01  WS-PAG-FS                  PIC XX      VALUE "00".
       01  WS-RTC-FS                  PIC XX      VALUE "00".
       01  WS-ALUM-FS                 PIC XX      VALUE "00".
       01  WS-RET-FS                  PIC XX      VALUE "00".
       01  WS-MOV-FS                  PIC XX      VALUE "00".
       01  WS-MARCH-FS                PIC XX      VALUE "00".
       01  WS-RPT-FS                  PIC XX      VALUE "00".
       01  WS-MOVARCH-NOMBRE          PIC X(40)   VALUE SPACES.
      *    MES PEDIDO Y SUS DOS MESES DE COMPARACION: 1 EL MES DEL
      *    REPORTE, 2 EL MES ANTERIOR, 3 EL MISMO MES UN ANO ANTES.
      *    WS-GER-PER-HASTA ES EL ULTIMO DIA DEL MES (CORTE DE LA
      *    CARTERA).
      *---------------------------------------------------------------
       01  WS-GER-MES-ENTRADA         PIC X(06)   VALUE SPACES.
       01  WS-GER-MES-R REDEFINES WS-GER-MES-ENTRADA.
           05 WS-GER-ENT-ANIO         PIC 9(04).
           05 WS-GER-ENT-MES          PIC 9(02).
       01  WS-GER-MES-VALIDO          PIC X       VALUE 'N'.
           88 GER-MES-VALIDO                 VALUE 'S'.
       01  WS-GER-ANIO                PIC 9(04)   VALUE 0.
       01  WS-GER-MES                 PIC 9(02)   VALUE 0.
       01  WS-GER-FECHA-NUM           PIC 9(08)   VALUE 0.
       01  WS-GER-FECHA-INT           PIC 9(07)   VALUE 0.
       01  WS-GER-HASTA-INT           PIC 9(07)   VALUE 0.
       01  WS-GER-PERIODOS.
           05 WS-GER-PER OCCURS 3 TIMES INDEXED BY PER-I.
               10 WS-GER-PER-MES      PIC X(06).
               10 WS-GER-PER-HASTA    PIC X(08).
               10 WS-GER-FAC-CANT     PIC 9(07).
               10 WS-GER-VENTAS       PIC S9(11)V99.
               10 WS-GER-DEVUELTO     PIC S9(11)V99.
               10 WS-GER-CONTADO      PIC S9(11)V99.
               10 WS-GER-ABONOS       PIC S9(11)V99.
               10 WS-GER-CARTERA      PIC S9(11)V99.
               10 WS-GER-CLI-NUEVOS   PIC 9(05).
               10 WS-GER-MATRICULAS   PIC 9(05).
               10 WS-GER-RETIROS      PIC 9(05).
      *    PRIMER MES EN QUE APARECE CADA CLIENTE EN MOVIMIENTOS.LOG,
      *    ORDENADO POR CODIGO PARA BUSCAR CON SEARCH ALL. LA BUSQUEDA
      *    ARRANCA DOCE MESES ANTES DEL MES DE COMPARACION DEL ANO
      *    ANTERIOR: UN CLIENTE SIN MOVIMIENTOS EN TODO ESE TIEMPO QUE
      *    VUELVE A APARECER SE CUENTA COMO NUEVO.
      *---------------------------------------------------------------
       01  WS-GCLI-TABLA.
           05 WS-GCLI-REG OCCURS 1 TO 10000 TIMES
                          DEPENDING ON WS-GCLI-EXISTENTES
                          ASCENDING KEY IS WS-GCLI-CODE
                          INDEXED BY GCL-I.
               10 WS-GCLI-CODE        PIC X(10).
               10 WS-GCLI-MES         PIC X(06).
       01  WS-GCLI-EXISTENTES         PIC 9(05)   VALUE 0.
       01  WS-GCLI-TEMP.
           05 WS-GCLI-TEMP-CODE       PIC X(10).
           05 WS-GCLI-TEMP-MES        PIC X(06).
       01  WS-GCLI-ENCONTRADO         PIC X       VALUE 'N'.
           88 GCLI-ENCONTRADO                VALUE 'S'.
       01  WS-GCLI-UBICADO            PIC X       VALUE 'N'.
           88 GCLI-UBICADO                   VALUE 'S'.
       01  WS-GCLI-OMITIDOS           PIC 9(05)   VALUE 0.
       01  WS-GCLI-DESDE              PIC X(08)   VALUE SPACES.
       01  WS-GCLI-HASTA              PIC X(08)   VALUE SPACES.
      *    FILA DEL REPORTE: UN CONCEPTO CON SUS TRES VALORES Y LA
      *    VARIACION PORCENTUAL DEL MES CONTRA CADA COMPARACION.
      *---------------------------------------------------------------
       01  WS-GER-FILA-CONCEPTO       PIC X(20)   VALUE SPACES.
       01  WS-GER-FILA-VALOR          PIC S9(11)V99 OCCURS 3 TIMES.
       01  WS-GER-FILA-DECIMALES      PIC X       VALUE 'S'.
           88 FILA-CON-DECIMALES             VALUE 'S'.
       01  WS-GER-FILA-I              PIC 9       VALUE 0.
       01  WS-GER-PORC                PIC S9(05)V9 VALUE 0.
       01  WS-GER-ED-MONTO            PIC -(10)9,99.
       01  WS-GER-ED-CANT             PIC Z(13)9.
       01  WS-GER-ED-PORC             PIC -(4)9,9.
       01  WS-GER-TEXTO-VALOR         PIC X(14)   VALUE SPACES.
       01  WS-GER-TEXTO-PORC          PIC X(08)   VALUE SPACES.
       01  WS-GER-LINEA.
           05 WS-GER-L-CONCEPTO       PIC X(20).
           05 FILLER                  PIC X(01).
           05 WS-GER-L-VALOR1         PIC X(14).
           05 FILLER                  PIC X(01).
           05 WS-GER-L-VALOR2         PIC X(14).
           05 FILLER                  PIC X(01).
           05 WS-GER-L-PORC2          PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-GER-L-VALOR3         PIC X(14).
           05 FILLER                  PIC X(01).
           05 WS-GER-L-PORC3          PIC X(08).
           05 FILLER                  PIC X(17).
       01  WS-RPT-LINEA               PIC X(100)  VALUE SPACES.
       01  WS-GER-HOY                 PIC X(08)   VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
       0000-MAIN-PROCEDURE SECTION.
      *    SE REINICIA TODO AL EMPEZAR POR SI EL REPORTE SE LLAMA MAS
      *    DE UNA VEZ EN LA MISMA CORRIDA (MENU O FIN-DE-DIA).
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           INITIALIZE WS-GER-PERIODOS.
           MOVE 0 TO WS-GCLI-EXISTENTES WS-GCLI-OMITIDOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GER-HOY.
           PERFORM 0500-PEDIR-MES.
           IF GER-MES-VALIDO
               PERFORM 0600-ARMAR-PERIODOS
               PERFORM 1000-LEER-FACTURAS
               PERFORM 1500-LEER-NOTAS-CREDITO
               PERFORM 2000-LEER-PAGOS
               PERFORM 2500-LEER-RETENCIONES
               PERFORM 3000-LEER-MOVIMIENTOS
               PERFORM 4000-LEER-ALUMNOS
               PERFORM 4500-LEER-RETIROS
               PERFORM 5000-IMPRIMIR-REPORTE
               IF MODO-LOTE
                   MOVE SPACES TO WS-LOTE-RESULTADO
                   STRING "OK - MES " WS-GER-PER-MES(1)
                       DELIMITED BY SIZE INTO WS-LOTE-RESULTADO
               END-IF
           ELSE
               IF MODO-LOTE
                   MOVE "FAIL - FECHA DEL LOTE NO VALIDA"
                       TO WS-LOTE-RESULTADO
               END-IF
           END-IF.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       0500-PEDIR-MES SECTION.
      *    POR OMISION EL MES ANTERIOR AL DE HOY (EL ULTIMO MES
      *    CERRADO). EN MODO LOTE, EL ANTERIOR A LA FECHA DEL LOTE.
           MOVE 'N' TO WS-GER-MES-VALIDO.
           MOVE SPACES TO WS-GER-MES-ENTRADA.
           IF MODO-LOTE
               MOVE WS-LOTE-FECHA-HASTA(1:6) TO WS-GER-MES-ENTRADA
               PERFORM 0550-RETROCEDER-UN-MES
           ELSE
               DISPLAY "MES DEL REPORTE (AAAAMM, ENTER = MES "
                   "ANTERIOR): " WITH NO ADVANCING
               ACCEPT WS-GER-MES-ENTRADA
               IF WS-GER-MES-ENTRADA = SPACES
                   MOVE WS-GER-HOY(1:6) TO WS-GER-MES-ENTRADA
                   PERFORM 0550-RETROCEDER-UN-MES
               END-IF
           END-IF.
           IF WS-GER-MES-ENTRADA IS NUMERIC
               IF WS-GER-ENT-MES >= 1 AND WS-GER-ENT-MES <= 12 AND
                       WS-GER-ENT-ANIO > 1601
                   MOVE 'S' TO WS-GER-MES-VALIDO
               END-IF
           END-IF.
           IF NOT GER-MES-VALIDO AND NOT MODO-LOTE
               DISPLAY "MES NO VALIDO - USE AAAAMM"
           END-IF.

       0500-END-PEDIR-MES SECTION.

       0550-RETROCEDER-UN-MES SECTION.
           IF WS-GER-MES-ENTRADA IS NUMERIC
               IF WS-GER-ENT-MES > 1
                   SUBTRACT 1 FROM WS-GER-ENT-MES
               ELSE
                   MOVE 12 TO WS-GER-ENT-MES
                   SUBTRACT 1 FROM WS-GER-ENT-ANIO
               END-IF
           END-IF.

       0550-END-RETROCEDER-UN-MES SECTION.

       0600-ARMAR-PERIODOS SECTION.
           MOVE WS-GER-MES-ENTRADA TO WS-GER-PER-MES(1).
           PERFORM 0550-RETROCEDER-UN-MES.
           MOVE WS-GER-MES-ENTRADA TO WS-GER-PER-MES(2).
           MOVE WS-GER-PER-MES(1) TO WS-GER-MES-ENTRADA.
           SUBTRACT 1 FROM WS-GER-ENT-ANIO.
           MOVE WS-GER-MES-ENTRADA TO WS-GER-PER-MES(3).
      *    LOS MOVIMIENTOS SE BUSCAN DESDE DOCE MESES ANTES DEL MES
      *    DEL ANO ANTERIOR HASTA HOY (LOS ARCHIVOS ROTADOS LLEVAN LA
      *    FECHA DE LA ROTACION, POSTERIOR A SUS LINEAS).
           SUBTRACT 1 FROM WS-GER-ENT-ANIO.
           MOVE SPACES TO WS-GCLI-DESDE.
           STRING WS-GER-MES-ENTRADA "01"
               DELIMITED BY SIZE INTO WS-GCLI-DESDE.
           MOVE WS-GER-HOY TO WS-GCLI-HASTA.
           MOVE WS-GER-PER-MES(1) TO WS-GER-MES-ENTRADA.
           PERFORM VARYING PER-I FROM 1 BY 1 UNTIL PER-I > 3
               PERFORM 0650-ULTIMO-DIA-DEL-MES
           END-PERFORM.

       0600-END-ARMAR-PERIODOS SECTION.

       0650-ULTIMO-DIA-DEL-MES SECTION.
      *    EL DIA ANTERIOR AL PRIMERO DEL MES SIGUIENTE.
           MOVE WS-GER-PER-MES(PER-I)(1:4) TO WS-GER-ANIO.
           MOVE WS-GER-PER-MES(PER-I)(5:2) TO WS-GER-MES.
           IF WS-GER-MES = 12
               MOVE 1 TO WS-GER-MES
               ADD 1 TO WS-GER-ANIO
           ELSE
               ADD 1 TO WS-GER-MES
           END-IF.
           COMPUTE WS-GER-FECHA-NUM =
               WS-GER-ANIO * 10000 + WS-GER-MES * 100 + 1.
           COMPUTE WS-GER-FECHA-INT =
               FUNCTION INTEGER-OF-DATE(WS-GER-FECHA-NUM) - 1.
           COMPUTE WS-GER-FECHA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-GER-FECHA-INT).
           MOVE WS-GER-FECHA-NUM TO WS-GER-PER-HASTA(PER-I).

       0650-END-ULTIMO-DIA-DEL-MES SECTION.

       1000-LEER-FACTURAS SECTION.
      *    FACTURAS VIGENTES. LA DE CONSUMIDOR FINAL SE COBRA DE
      *    CONTADO AL EMITIRSE (MISMO CRITERIO QUE ARQUEO-CAJA); LAS
      *    DEMAS SON CARTERA HASTA QUE SE ABONAN (MISMO CRITERIO QUE
      *    REPORTE-CARTERA): EL SALDO AL CIERRE DE CADA MES ES LO
      *    FACTURADO HASTA ESA FECHA MENOS LO ABONADO Y RETENIDO
      *    HASTA ESA FECHA (2000 Y 2500).
           OPEN INPUT FACTURAS-FILE.
           IF WS-FAC-FS = "35"
               MOVE "00" TO WS-FAC-FS
           ELSE
               PERFORM UNTIL WS-FAC-FS NOT = "00"
                   READ FACTURAS-FILE
                       AT END MOVE "10" TO WS-FAC-FS
                       NOT AT END
                           IF REG-FAC-ANULADA NOT = 'S'
                               PERFORM 1100-ACUMULAR-FACTURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-FILE
           END-IF.
           MOVE "00" TO WS-FAC-FS.

       1000-END-LEER-FACTURAS SECTION.

       1100-ACUMULAR-FACTURA SECTION.
           PERFORM VARYING PER-I FROM 1 BY 1 UNTIL PER-I > 3
               IF REG-FAC-FECHA(1:6) = WS-GER-PER-MES(PER-I)
                   ADD 1 TO WS-GER-FAC-CANT(PER-I)
                   ADD REG-FAC-TOTAL TO WS-GER-VENTAS(PER-I)
                   IF REG-FAC-CLI-CODE = "9999999999"
                       ADD REG-FAC-TOTAL TO WS-GER-CONTADO(PER-I)
                   END-IF
               END-IF
               IF REG-FAC-CLI-CODE NOT = "9999999999" AND
                       REG-FAC-FECHA(1:8) <= WS-GER-PER-HASTA(PER-I)
                   ADD REG-FAC-TOTAL TO WS-GER-CARTERA(PER-I)
               END-IF
           END-PERFORM.

       1100-END-ACUMULAR-FACTURA SECTION.

       1500-LEER-NOTAS-CREDITO SECTION.
      *    LO DEVUELTO SE RESTA EN EL MES DE LA NOTA, COMO EN
      *    RESUMEN-DIARIO Y REPORTE-IVA.
           OPEN INPUT NOTACRED-FILE.
           IF WS-NC-FS = "35"
               MOVE "00" TO WS-NC-FS
           ELSE
               PERFORM UNTIL WS-NC-FS NOT = "00"
                   READ NOTACRED-FILE
                       AT END MOVE "10" TO WS-NC-FS
                       NOT AT END
                           PERFORM VARYING PER-I FROM 1 BY 1
                                   UNTIL PER-I > 3
                               IF REG-NC-FECHA(1:6) =
                                       WS-GER-PER-MES(PER-I)
                                   ADD REG-NC-TOTAL
                                       TO WS-GER-DEVUELTO(PER-I)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE NOTACRED-FILE
           END-IF.
           MOVE "00" TO WS-NC-FS.

       1500-END-LEER-NOTAS-CREDITO SECTION.

       2000-LEER-PAGOS SECTION.
           OPEN INPUT PAGOS-FILE.
           IF WS-PAG-FS = "35"
               MOVE "00" TO WS-PAG-FS
           ELSE
               PERFORM UNTIL WS-PAG-FS NOT = "00"
                   READ PAGOS-FILE
                       AT END MOVE "10" TO WS-PAG-FS
                       NOT AT END
                           PERFORM 2100-ACUMULAR-PAGO
                   END-READ
               END-PERFORM
               CLOSE PAGOS-FILE
           END-IF.
           MOVE "00" TO WS-PAG-FS.

       2000-END-LEER-PAGOS SECTION.

       2100-ACUMULAR-PAGO SECTION.
           PERFORM VARYING PER-I FROM 1 BY 1 UNTIL PER-I > 3
               IF REG-PAG-FECHA(1:6) = WS-GER-PER-MES(PER-I)
                   ADD REG-PAG-MONTO TO WS-GER-ABONOS(PER-I)
               END-IF
               IF REG-PAG-FECHA(1:8) <= WS-GER-PER-HASTA(PER-I)
                   SUBTRACT REG-PAG-MONTO FROM WS-GER-CARTERA(PER-I)
               END-IF
           END-PERFORM.

       2100-END-ACUMULAR-PAGO SECTION.

       2500-LEER-RETENCIONES SECTION.
           OPEN INPUT RETENCIONES-FILE.
           IF WS-RTC-FS = "35"
               MOVE "00" TO WS-RTC-FS
           ELSE
               PERFORM UNTIL WS-RTC-FS NOT = "00"
                   READ RETENCIONES-FILE
                       AT END MOVE "10" TO WS-RTC-FS
                       NOT AT END
                           PERFORM VARYING PER-I FROM 1 BY 1
                                   UNTIL PER-I > 3
                               IF REG-RET-FECHA(1:8) <=
                                       WS-GER-PER-HASTA(PER-I)
                                   SUBTRACT REG-RET-TOTAL
                                       FROM WS-GER-CARTERA(PER-I)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE RETENCIONES-FILE
           END-IF.
           MOVE "00" TO WS-RTC-FS.

       2500-END-LEER-RETENCIONES SECTION.

       3000-LEER-MOVIMIENTOS SECTION.
           MOVE WS-GCLI-DESDE TO WS-GER-FECHA-NUM.
           COMPUTE WS-GER-FECHA-INT =
               FUNCTION INTEGER-OF-DATE(WS-GER-FECHA-NUM).
           MOVE WS-GCLI-HASTA TO WS-GER-FECHA-NUM.
           COMPUTE WS-GER-HASTA-INT =
               FUNCTION INTEGER-OF-DATE(WS-GER-FECHA-NUM).
           PERFORM UNTIL WS-GER-FECHA-INT > WS-GER-HASTA-INT
               COMPUTE WS-GER-FECHA-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-GER-FECHA-INT)
               MOVE SPACES TO WS-MOVARCH-NOMBRE
               STRING "MOVIMIENTOS.LOG." WS-GER-FECHA-NUM
                   DELIMITED BY SIZE INTO WS-MOVARCH-NOMBRE
               PERFORM 3100-LEER-UN-ARCHIVO-ROTADO
               ADD 1 TO WS-GER-FECHA-INT
           END-PERFORM.
           OPEN INPUT MOVIMIENTOS-FILE.
           IF WS-MOV-FS = "35"
               MOVE "00" TO WS-MOV-FS
           ELSE
               PERFORM UNTIL WS-MOV-FS NOT = "00"
                   READ MOVIMIENTOS-FILE
                       AT END MOVE "10" TO WS-MOV-FS
                       NOT AT END
                           MOVE REG-MOVIMIENTO TO WS-MOV-LINEA
                           PERFORM 3200-REGISTRAR-CLIENTE
                   END-READ
               END-PERFORM
               CLOSE MOVIMIENTOS-FILE
           END-IF.
           MOVE "00" TO WS-MOV-FS.
           PERFORM VARYING GCL-I FROM 1 BY 1
                   UNTIL GCL-I > WS-GCLI-EXISTENTES
               PERFORM VARYING PER-I FROM 1 BY 1 UNTIL PER-I > 3
                   IF WS-GCLI-MES(GCL-I) = WS-GER-PER-MES(PER-I)
                       ADD 1 TO WS-GER-CLI-NUEVOS(PER-I)
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-GCLI-OMITIDOS > 0
               DISPLAY "TABLA DE CLIENTES LLENA - " WS-GCLI-OMITIDOS
                   " LINEAS DE MOVIMIENTOS SIN CONTAR"
           END-IF.

       3000-END-LEER-MOVIMIENTOS SECTION.

       3100-LEER-UN-ARCHIVO-ROTADO SECTION.
      *    LOS DIAS SIN ROTACION NO TIENEN ARCHIVO (FILE STATUS 35) Y
      *    SIMPLEMENTE SE SALTAN.
           OPEN INPUT MOVARCH-FILE.
           IF WS-MARCH-FS = "35"
               MOVE "00" TO WS-MARCH-FS
           ELSE
               PERFORM UNTIL WS-MARCH-FS NOT = "00"
                   READ MOVARCH-FILE
                       AT END MOVE "10" TO WS-MARCH-FS
                       NOT AT END
                           MOVE REG-MOVARCH TO WS-MOV-LINEA
                           PERFORM 3200-REGISTRAR-CLIENTE
                   END-READ
               END-PERFORM
               CLOSE MOVARCH-FILE
           END-IF.
           MOVE "00" TO WS-MARCH-FS.

       3100-END-LEER-UN-ARCHIVO-ROTADO SECTION.

       3200-REGISTRAR-CLIENTE SECTION.
      *    LAS LINEAS LLEGAN EN ORDEN DE FECHA: SOLO CUENTA LA PRIMERA
      *    DE CADA CLIENTE. CONSUMIDOR FINAL NO ES UN CLIENTE NUEVO.
           IF WS-MOV-CLI-CODE NOT = SPACES AND
                   WS-MOV-CLI-CODE NOT = "9999999999" AND
                   WS-MOV-FECHA-HORA(1:8) IS NUMERIC
               MOVE 'N' TO WS-GCLI-ENCONTRADO
               IF WS-GCLI-EXISTENTES > 0
                   SEARCH ALL WS-GCLI-REG
                       AT END
                           CONTINUE
                       WHEN WS-GCLI-CODE(GCL-I) = WS-MOV-CLI-CODE
                           MOVE 'S' TO WS-GCLI-ENCONTRADO
                   END-SEARCH
               END-IF
               IF NOT GCLI-ENCONTRADO
                   IF WS-GCLI-EXISTENTES < 10000
                       PERFORM 3300-UBICAR-CLIENTE
                   ELSE
                       ADD 1 TO WS-GCLI-OMITIDOS
                   END-IF
               END-IF
           END-IF.

       3200-END-REGISTRAR-CLIENTE SECTION.

       3300-UBICAR-CLIENTE SECTION.
      *    EL CLIENTE NUEVO SE AGREGA AL FINAL Y BAJA HASTA SU LUGAR
      *    POR CODIGO (MISMO METODO QUE 2120-UBICAR-CLIENTE EN
      *    FIN-DE-DIA).
           MOVE WS-MOV-CLI-CODE TO WS-GCLI-TEMP-CODE.
           MOVE WS-MOV-FECHA-HORA(1:6) TO WS-GCLI-TEMP-MES.
           ADD 1 TO WS-GCLI-EXISTENTES.
           SET GCL-I TO WS-GCLI-EXISTENTES.
           MOVE 'N' TO WS-GCLI-UBICADO.
           PERFORM UNTIL GCL-I = 1 OR GCLI-UBICADO
               IF WS-GCLI-CODE(GCL-I - 1) > WS-GCLI-TEMP-CODE
                   MOVE WS-GCLI-REG(GCL-I - 1) TO WS-GCLI-REG(GCL-I)
                   SET GCL-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-GCLI-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-GCLI-TEMP TO WS-GCLI-REG(GCL-I).

       3300-END-UBICAR-CLIENTE SECTION.

       4000-LEER-ALUMNOS SECTION.
      *    MATRICULAS POR REG-FECHA-MATRICULA (EN BLANCO EN REGISTROS
      *    VIEJOS, QUE NO ENTRAN EN NINGUN MES).
           OPEN INPUT ALUMNOS-FILE.
           IF WS-ALUM-FS = "35"
               MOVE "00" TO WS-ALUM-FS
           ELSE
               PERFORM UNTIL WS-ALUM-FS NOT = "00"
                   READ ALUMNOS-FILE
                       AT END MOVE "10" TO WS-ALUM-FS
                       NOT AT END
                           PERFORM VARYING PER-I FROM 1 BY 1
                                   UNTIL PER-I > 3
                               IF REG-FECHA-MATRICULA(1:6) =
                                       WS-GER-PER-MES(PER-I)
                                   ADD 1 TO WS-GER-MATRICULAS(PER-I)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ALUMNOS-FILE
           END-IF.
           MOVE "00" TO WS-ALUM-FS.

       4000-END-LEER-ALUMNOS SECTION.

       4500-LEER-RETIROS SECTION.
      *    EL ALUMNO RETIRADO SALE DE ALUMNOS.DAT PERO SU MATRICULA
      *    SIGUE CONTANDO EN EL MES EN QUE SE HIZO; EL RETIRO CUENTA
      *    EN EL MES DE LA BAJA.
           OPEN INPUT RETIROS-FILE.
           IF WS-RET-FS = "35"
               MOVE "00" TO WS-RET-FS
           ELSE
               PERFORM UNTIL WS-RET-FS NOT = "00"
                   READ RETIROS-FILE
                       AT END MOVE "10" TO WS-RET-FS
                       NOT AT END
                           PERFORM 4510-ACUMULAR-RETIRO
                   END-READ
               END-PERFORM
               CLOSE RETIROS-FILE
           END-IF.
           MOVE "00" TO WS-RET-FS.

       4500-END-LEER-RETIROS SECTION.

       4510-ACUMULAR-RETIRO SECTION.
           PERFORM VARYING PER-I FROM 1 BY 1 UNTIL PER-I > 3
               IF REG-RET-FECHA-MATRICULA(1:6) =
                       WS-GER-PER-MES(PER-I)
                   ADD 1 TO WS-GER-MATRICULAS(PER-I)
               END-IF
               IF REG-RET-FECHA-RETIRO(1:6) = WS-GER-PER-MES(PER-I)
                   ADD 1 TO WS-GER-RETIROS(PER-I)
               END-IF
           END-PERFORM.

       4510-END-ACUMULAR-RETIRO SECTION.

       5000-IMPRIMIR-REPORTE SECTION.
      *    CADA LINEA SE ARMA EN WS-RPT-LINEA Y SALE POR 5060, IGUAL
      *    EN PANTALLA Y EN GERENCIAL.RPT (MISMO ESQUEMA QUE
      *    4000-IMPRIMIR-RESUMEN EN RESUMEN-DIARIO).
           PERFORM 5050-ABRIR-REPORTE.
           MOVE ALL "*" TO WS-RPT-LINEA(1:83).
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "REPORTE GERENCIAL - MES " WS-GER-PER-MES(1)(1:4)
               "-" WS-GER-PER-MES(1)(5:2)
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  GENERADO: " WS-GER-HOY(7:2) "/" WS-GER-HOY(5:2)
               "/" WS-GER-HOY(1:4) "  OPERADOR: " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE ALL "*" TO WS-RPT-LINEA(1:83).
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-GER-LINEA.
           MOVE "CONCEPTO" TO WS-GER-L-CONCEPTO.
           STRING "   MES " WS-GER-PER-MES(1)(1:4) "-"
               WS-GER-PER-MES(1)(5:2)
               DELIMITED BY SIZE INTO WS-GER-L-VALOR1.
           STRING "   MES " WS-GER-PER-MES(2)(1:4) "-"
               WS-GER-PER-MES(2)(5:2)
               DELIMITED BY SIZE INTO WS-GER-L-VALOR2.
           MOVE "  VAR.%" TO WS-GER-L-PORC2.
           STRING "   MES " WS-GER-PER-MES(3)(1:4) "-"
               WS-GER-PER-MES(3)(5:2)
               DELIMITED BY SIZE INTO WS-GER-L-VALOR3.
           MOVE "  VAR.%" TO WS-GER-L-PORC3.
           MOVE WS-GER-LINEA TO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE ALL "-" TO WS-RPT-LINEA(1:83).
           PERFORM 5060-ESCRIBIR-LINEA.
           MOVE 'S' TO WS-GER-FILA-DECIMALES.
           MOVE "VENTA NETA" TO WS-GER-FILA-CONCEPTO.
           PERFORM VARYING PER-I FROM 1 BY 1 UNTIL PER-I > 3
               SET WS-GER-FILA-I TO PER-I
               COMPUTE WS-GER-FILA-VALOR(WS-GER-FILA-I) =
                   WS-GER-VENTAS(PER-I) - WS-GER-DEVUELTO(PER-I)
           END-PERFORM.
           PERFORM 5100-IMPRIMIR-FILA.
           MOVE "COBRANZA" TO WS-GER-FILA-CONCEPTO.
           PERFORM VARYING PER-I FROM 1 BY 1 UNTIL PER-I > 3
               SET WS-GER-FILA-I TO PER-I
               COMPUTE WS-GER-FILA-VALOR(WS-GER-FILA-I) =
                   WS-GER-CONTADO(PER-I) + WS-GER-ABONOS(PER-I)
           END-PERFORM.
           PERFORM 5100-IMPRIMIR-FILA.
           MOVE "CARTERA AL CIERRE" TO WS-GER-FILA-CONCEPTO.
           PERFORM VARYING PER-I FROM 1 BY 1 UNTIL PER-I > 3
               SET WS-GER-FILA-I TO PER-I
               MOVE WS-GER-CARTERA(PER-I)
                   TO WS-GER-FILA-VALOR(WS-GER-FILA-I)
           END-PERFORM.
           PERFORM 5100-IMPRIMIR-FILA.
           MOVE "TICKET PROMEDIO" TO WS-GER-FILA-CONCEPTO.
           PERFORM VARYING PER-I FROM 1 BY 1 UNTIL PER-I > 3
               SET WS-GER-FILA-I TO PER-I
               IF WS-GER-FAC-CANT(PER-I) > 0
                   COMPUTE WS-GER-FILA-VALOR(WS-GER-FILA-I) ROUNDED =
                       (WS-GER-VENTAS(PER-I) - WS-GER-DEVUELTO(PER-I))
                       / WS-GER-FAC-CANT(PER-I)
               ELSE
                   MOVE 0 TO WS-GER-FILA-VALOR(WS-GER-FILA-I)
               END-IF
           END-PERFORM.
           PERFORM 5100-IMPRIMIR-FILA.
           MOVE 'N' TO WS-GER-FILA-DECIMALES.
           MOVE "FACTURAS EMITIDAS" TO WS-GER-FILA-CONCEPTO.
           PERFORM VARYING PER-I FROM 1 BY 1 UNTIL PER-I > 3
               SET WS-GER-FILA-I TO PER-I
               MOVE WS-GER-FAC-CANT(PER-I)
                   TO WS-GER-FILA-VALOR(WS-GER-FILA-I)
           END-PERFORM.
           PERFORM 5100-IMPRIMIR-FILA.
           MOVE "CLIENTES NUEVOS" TO WS-GER-FILA-CONCEPTO.
           PERFORM VARYING PER-I FROM 1 BY 1 UNTIL PER-I > 3
               SET WS-GER-FILA-I TO PER-I
               MOVE WS-GER-CLI-NUEVOS(PER-I)
                   TO WS-GER-FILA-VALOR(WS-GER-FILA-I)
           END-PERFORM.
           PERFORM 5100-IMPRIMIR-FILA.
           MOVE "MATRICULAS NUEVAS" TO WS-GER-FILA-CONCEPTO.
           PERFORM VARYING PER-I FROM 1 BY 1 UNTIL PER-I > 3
               SET WS-GER-FILA-I TO PER-I
               MOVE WS-GER-MATRICULAS(PER-I)
                   TO WS-GER-FILA-VALOR(WS-GER-FILA-I)
           END-PERFORM.
           PERFORM 5100-IMPRIMIR-FILA.
           MOVE "RETIROS" TO WS-GER-FILA-CONCEPTO.
           PERFORM VARYING PER-I FROM 1 BY 1 UNTIL PER-I > 3
               SET WS-GER-FILA-I TO PER-I
               MOVE WS-GER-RETIROS(PER-I)
                   TO WS-GER-FILA-VALOR(WS-GER-FILA-I)
           END-PERFORM.
           PERFORM 5100-IMPRIMIR-FILA.
           MOVE ALL "*" TO WS-RPT-LINEA(1:83).
           PERFORM 5060-ESCRIBIR-LINEA.
           PERFORM 5070-CERRAR-REPORTE.

       5000-END-IMPRIMIR-REPORTE SECTION.

       5050-ABRIR-REPORTE SECTION.
           OPEN EXTEND REPORTE-FILE.
           IF WS-RPT-FS = "35"
               OPEN OUTPUT REPORTE-FILE
           END-IF.

       5050-END-ABRIR-REPORTE SECTION.

       5060-ESCRIBIR-LINEA SECTION.
           DISPLAY WS-RPT-LINEA.
           MOVE WS-RPT-LINEA TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO WS-RPT-LINEA.

       5060-END-ESCRIBIR-LINEA SECTION.

       5070-CERRAR-REPORTE SECTION.
           CLOSE REPORTE-FILE.
           MOVE "00" TO WS-RPT-FS.

       5070-END-CERRAR-REPORTE SECTION.

       5100-IMPRIMIR-FILA SECTION.
      *    VALOR DEL MES, DEL MES ANTERIOR CON SU VARIACION Y DEL
      *    MISMO MES DEL ANO ANTERIOR CON SU VARIACION.
           MOVE SPACES TO WS-GER-LINEA.
           MOVE WS-GER-FILA-CONCEPTO TO WS-GER-L-CONCEPTO.
           MOVE 1 TO WS-GER-FILA-I.
           PERFORM 5110-EDITAR-VALOR.
           MOVE WS-GER-TEXTO-VALOR TO WS-GER-L-VALOR1.
           MOVE 2 TO WS-GER-FILA-I.
           PERFORM 5110-EDITAR-VALOR.
           MOVE WS-GER-TEXTO-VALOR TO WS-GER-L-VALOR2.
           PERFORM 5120-EDITAR-VARIACION.
           MOVE WS-GER-TEXTO-PORC TO WS-GER-L-PORC2.
           MOVE 3 TO WS-GER-FILA-I.
           PERFORM 5110-EDITAR-VALOR.
           MOVE WS-GER-TEXTO-VALOR TO WS-GER-L-VALOR3.
           PERFORM 5120-EDITAR-VARIACION.
           MOVE WS-GER-TEXTO-PORC TO WS-GER-L-PORC3.
           MOVE WS-GER-LINEA TO WS-RPT-LINEA.
           PERFORM 5060-ESCRIBIR-LINEA.

       5100-END-IMPRIMIR-FILA SECTION.

       5110-EDITAR-VALOR SECTION.
           IF FILA-CON-DECIMALES
               MOVE WS-GER-FILA-VALOR(WS-GER-FILA-I) TO WS-GER-ED-MONTO
               MOVE WS-GER-ED-MONTO TO WS-GER-TEXTO-VALOR
           ELSE
               MOVE WS-GER-FILA-VALOR(WS-GER-FILA-I) TO WS-GER-ED-CANT
               MOVE WS-GER-ED-CANT TO WS-GER-TEXTO-VALOR
           END-IF.

       5110-END-EDITAR-VALOR SECTION.

       5120-EDITAR-VARIACION SECTION.
      *    VARIACION DEL MES DEL REPORTE CONTRA LA COMPARACION
      *    WS-GER-FILA-I; SIN BASE (CERO) NO HAY PORCENTAJE.
           IF WS-GER-FILA-VALOR(WS-GER-FILA-I) = 0
               MOVE "     N/D" TO WS-GER-TEXTO-PORC
           ELSE
               COMPUTE WS-GER-PORC ROUNDED =
                   (WS-GER-FILA-VALOR(1) -
                    WS-GER-FILA-VALOR(WS-GER-FILA-I)) * 100
                   / WS-GER-FILA-VALOR(WS-GER-FILA-I)
                   ON SIZE ERROR
                       MOVE 99999,9 TO WS-GER-PORC
               END-COMPUTE
               MOVE WS-GER-PORC TO WS-GER-ED-PORC
               MOVE SPACES TO WS-GER-TEXTO-PORC
               STRING WS-GER-ED-PORC "%"
                   DELIMITED BY SIZE INTO WS-GER-TEXTO-PORC
           END-IF.

       5120-END-EDITAR-VARIACION SECTION.

       END PROGRAM REPORTE-GERENCIAL.

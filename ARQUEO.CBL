           SELECT PAGOS-FILE ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-FS.
      *    SOLO LECTURA: DESGLOSE POR FORMA DE PAGO DE LAS VENTAS DE
      *    CONTADO Y DE LOS ABONOS (VER FPAGREG.CPY). EN LA CAJA SOLO
      *    SE ESPERA EL EFECTIVO; TARJETA, TRANSFERENCIA Y CHEQUE SE
      *    LISTAN APARTE PARA CUADRARLOS CONTRA SUS COMPROBANTES.
           SELECT FORMAS-PAGO-FILE ASSIGN TO "FORMAS-PAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPG-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  FACTURAS-FILE.
           COPY FACREG.
      *-----------------------
      *    LAYOUT COMPARTIDO CON VSFACTU (VER PAGREG.CPY).
       FD  PAGOS-FILE.
           COPY PAGREG.
      *-----------------------
       FD  FORMAS-PAGO-FILE.
           COPY FPAGREG.
      *-----------------------
       WORKING-STORAGE SECTION.
      *    REQ 053 - LA SESION DE CAJA QUEDA ATADA AL OPERADOR QUE
       01  WS-ARQ-FS                  PIC XX      VALUE "00".
       01  WS-FAC-FS                  PIC XX      VALUE "00".
       01  WS-PAG-FS                  PIC XX      VALUE "00".
       01  WS-FPG-FS                  PIC XX      VALUE "00".
       01  WS-OPCION-MENU             PIC 9       VALUE 0.
      *    ULTIMA SESION REGISTRADA DEL OPERADOR
      *---------------------------------------------------------------
       01  WS-ARQ-ESPERADO            PIC 9(9)V99 VALUE 0.
       01  WS-ARQ-CONTEO              PIC 9(9)V99 VALUE 0.
       01  WS-ARQ-DIFERENCIA          PIC S9(9)V99 VALUE 0.
      *    DESGLOSE POR FORMA DE PAGO DEL TURNO. WS-ARQ-VENTAS-CONTADO
      *    Y WS-ARQ-ABONOS QUEDAN SOLO CON LO COBRADO EN EFECTIVO, QUE
      *    ES LO QUE DEBE HABER EN LA CAJA.
      *---------------------------------------------------------------
       01  WS-ARQ-METODOS-VALORES.
           05 FILLER                  PIC X(14) VALUE "EEFECTIVO".
           05 FILLER                  PIC X(14) VALUE "TTARJETA".
           05 FILLER                  PIC X(14) VALUE "BTRANSFERENCIA".
           05 FILLER                  PIC X(14) VALUE "CCHEQUE".
       01  WS-ARQ-METODOS REDEFINES WS-ARQ-METODOS-VALORES.
           05 WS-ARQ-MET-DEF OCCURS 4 TIMES INDEXED BY MET-I.
               10 WS-ARQ-MET-CODIGO   PIC X(01).
               10 WS-ARQ-MET-NOMBRE   PIC X(13).
       01  WS-ARQ-ACUM-TABLA.
           05 WS-ARQ-ACUM OCCURS 4 TIMES.
               10 WS-ARQ-ACUM-VENTAS  PIC 9(9)V99.
               10 WS-ARQ-ACUM-ABONOS  PIC 9(9)V99.
       01  WS-ARQ-MET-BUSCADO         PIC X(01)   VALUE SPACE.
       01  WS-ARQ-MET-MONTO           PIC 9(9)V99 VALUE 0.
       01  WS-ARQ-MET-ORIGEN          PIC X(01)   VALUE SPACE.
       01  WS-ARQ-MET-TOTAL           PIC 9(9)V99 VALUE 0.
      *    FACTURAS DEL TURNO COBRADAS CON VARIAS FORMAS ('M'): SU
      *    DESGLOSE SE TOMA DE FORMAS-PAGO.DAT SOLO SI LA FACTURA
      *    SIGUE VIGENTE (LAS ANULADAS NO ENTRAN A ESTA TABLA).
       01  WS-ARQ-MIXTAS-TABLA.
           05 WS-ARQ-MIXTA OCCURS 200 TIMES INDEXED BY MIX-I
                                      PIC 9(07).
       01  WS-ARQ-MIXTAS-CANT         PIC 9(03)   VALUE 0.
       01  WS-ARQ-MIXTAS-OMITIDAS     PIC 9(05)   VALUE 0.
       01  WS-ARQ-MIXTA-ENCONTRADA    PIC X       VALUE 'N'.
           88 ARQ-MIXTA-ENCONTRADA           VALUE 'S'.
       01  WS-ARQ-DESGLOSE-LINEA.
           05 WS-ARD-FECHA-HORA       PIC X(26).
           05 WS-ARD-LIT-OPER         PIC X(6)    VALUE " OPER:".
           05 WS-ARD-OPER             PIC X(10).
           05 WS-ARD-LIT-FORMA        PIC X(7)    VALUE " FORMA:".
           05 WS-ARD-FORMA            PIC X(13).
           05 WS-ARD-LIT-VENTAS       PIC X(8)    VALUE " VENTAS:".
           05 WS-ARD-VENTAS           PIC -(9)9,99.
           05 WS-ARD-LIT-ABONOS       PIC X(8)    VALUE " ABONOS:".
           05 WS-ARD-ABONOS           PIC -(9)9,99.
           05 WS-ARD-LIT-TOTAL        PIC X(7)    VALUE " TOTAL:".
           05 WS-ARD-TOTAL            PIC -(9)9,99.
       01  WS-ARQ-LINEA.
           05 WS-ARQ-FECHA-HORA       PIC X(26).
           05 WS-ARQ-LIT-OPER         PIC X(6)    VALUE " OPER:".
           IF NOT SES-ENCONTRADA OR NOT SESION-ABIERTA
               DISPLAY "NO TIENE UNA SESION DE CAJA ABIERTA"
           ELSE
               INITIALIZE WS-ARQ-ACUM-TABLA
               PERFORM 3100-SUMAR-VENTAS-CONTADO
               PERFORM 3200-SUMAR-ABONOS
               PERFORM 3400-SUMAR-FORMAS-PAGO
               MOVE WS-ARQ-ACUM-VENTAS(1) TO WS-ARQ-VENTAS-CONTADO
               MOVE WS-ARQ-ACUM-ABONOS(1) TO WS-ARQ-ABONOS
               PERFORM 3500-MOSTRAR-DESGLOSE
               COMPUTE WS-ARQ-ESPERADO = WS-SES-FONDO-ACTUAL +
                   WS-ARQ-VENTAS-CONTADO + WS-ARQ-ABONOS
               MOVE WS-ARQ-ESPERADO TO WS-MONTO-FMT
      *    CAJA: FACTURAS DE CONSUMIDOR FINAL (9999999999) VIGENTES,
      *    EMITIDAS POR ESTE OPERADOR DESDE LA APERTURA DE LA SESION.
      *    LAS FACTURAS A CREDITO NO ENTRAN (SE COBRAN POR ABONOS).
      *    CADA FACTURA SE SUMA A SU FORMA DE PAGO (EN BLANCO =
      *    EFECTIVO, ANTERIORES AL CAMPO); LAS DE VARIAS FORMAS SE
      *    GUARDAN PARA DESGLOSARLAS EN 3400.
           MOVE 0 TO WS-ARQ-MIXTAS-CANT WS-ARQ-MIXTAS-OMITIDAS.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FAC-FS = "35"
               MOVE "00" TO WS-FAC-FS
                                   REG-FAC-CLI-CODE = "9999999999" AND
                                   REG-FAC-FECHA >=
                                       WS-SES-APERTURA(1:10)
                               PERFORM 3110-CLASIFICAR-VENTA
                           END-IF
                   END-READ
               END-PERFORM

       3100-END-SUMAR-VENTAS-CONTADO SECTION.

       3110-CLASIFICAR-VENTA SECTION.
           IF REG-FAC-FORMA-PAGO = 'M'
               IF WS-ARQ-MIXTAS-CANT < 200
                   ADD 1 TO WS-ARQ-MIXTAS-CANT
                   SET MIX-I TO WS-ARQ-MIXTAS-CANT
                   MOVE REG-FAC-NUMERO TO WS-ARQ-MIXTA(MIX-I)
               ELSE
                   ADD 1 TO WS-ARQ-MIXTAS-OMITIDAS
               END-IF
           ELSE
               MOVE REG-FAC-FORMA-PAGO TO WS-ARQ-MET-BUSCADO
               MOVE REG-FAC-TOTAL TO WS-ARQ-MET-MONTO
               MOVE 'F' TO WS-ARQ-MET-ORIGEN
               PERFORM 3050-SUMAR-A-FORMA
           END-IF.

       3110-END-CLASIFICAR-VENTA SECTION.

       3200-SUMAR-ABONOS SECTION.
      *    REQ 053 - LOS ABONOS (REQ 050) RECIBIDOS POR ESTE OPERADOR
      *    DURANTE LA SESION TAMBIEN SON EFECTIVO QUE ENTRO A LA CAJA.
      *    AQUI SOLO ENTRAN LOS ABONOS SIN FORMA DE PAGO (ANTERIORES AL
      *    CAMPO, EFECTIVO); LOS DEMAS TIENEN SU DESGLOSE EN
      *    FORMAS-PAGO.DAT Y SE SUMAN EN 3400.
           OPEN INPUT PAGOS-FILE.
           IF WS-PAG-FS = "35"
               MOVE "00" TO WS-PAG-FS
                       AT END MOVE "10" TO WS-PAG-FS
                       NOT AT END
                           IF REG-PAG-OPER = WS-OPERADOR-ID AND
                                   REG-PAG-FORMA-PAGO = SPACE AND
                                   REG-PAG-FECHA >=
                                       WS-SES-APERTURA(1:10)
                               MOVE 'E' TO WS-ARQ-MET-BUSCADO
                               MOVE REG-PAG-MONTO TO WS-ARQ-MET-MONTO
                               MOVE 'A' TO WS-ARQ-MET-ORIGEN
                               PERFORM 3050-SUMAR-A-FORMA
                           END-IF
                   END-READ
               END-PERFORM
           MOVE WS-ARQ-DIFERENCIA TO WS-ARQ-DIF-OUT.
           MOVE WS-ARQ-LINEA TO REG-ARQUEO.
           WRITE REG-ARQUEO.
      *    UNA LINEA MAS POR CADA FORMA DE PAGO, CON LA MISMA
      *    FECHA-HORA DEL ARQUEO, PARA CUADRAR VOUCHERS Y
      *    TRANSFERENCIAS POR SEPARADO.
           PERFORM VARYING MET-I FROM 1 BY 1 UNTIL MET-I > 4
               MOVE WS-ARQ-FECHA-HORA TO WS-ARD-FECHA-HORA
               MOVE WS-OPERADOR-ID TO WS-ARD-OPER
               MOVE WS-ARQ-MET-NOMBRE(MET-I) TO WS-ARD-FORMA
               MOVE WS-ARQ-ACUM-VENTAS(MET-I) TO WS-ARD-VENTAS
               MOVE WS-ARQ-ACUM-ABONOS(MET-I) TO WS-ARD-ABONOS
               COMPUTE WS-ARD-TOTAL = WS-ARQ-ACUM-VENTAS(MET-I)
                   + WS-ARQ-ACUM-ABONOS(MET-I)
               MOVE WS-ARQ-DESGLOSE-LINEA TO REG-ARQUEO
               WRITE REG-ARQUEO
           END-PERFORM.
           CLOSE ARQUEOS-FILE.
           MOVE "00" TO WS-ARQ-FS.

       3300-END-GRABAR-ARQUEO SECTION.

       3050-SUMAR-A-FORMA SECTION.
      *    SUMA WS-ARQ-MET-MONTO A LAS VENTAS ('F') O A LOS ABONOS
      *    ('A') DE LA FORMA WS-ARQ-MET-BUSCADO. UN CODIGO EN BLANCO O
      *    DESCONOCIDO CUENTA COMO EFECTIVO.
           SET MET-I TO 1.
           SEARCH WS-ARQ-MET-DEF
               AT END
                   SET MET-I TO 1
               WHEN WS-ARQ-MET-CODIGO(MET-I) = WS-ARQ-MET-BUSCADO
                   CONTINUE
           END-SEARCH.
           IF WS-ARQ-MET-ORIGEN = 'A'
               ADD WS-ARQ-MET-MONTO TO WS-ARQ-ACUM-ABONOS(MET-I)
           ELSE
               ADD WS-ARQ-MET-MONTO TO WS-ARQ-ACUM-VENTAS(MET-I)
           END-IF.

       3050-END-SUMAR-A-FORMA SECTION.

       3400-SUMAR-FORMAS-PAGO SECTION.
      *    LINEAS DE FORMAS-PAGO.DAT DE ESTE OPERADOR DESDE LA
      *    APERTURA: TODAS LAS DE ABONOS, Y LAS DE VENTAS SOLO PARA LAS
      *    FACTURAS MIXTAS VIGENTES QUE DEJO 3110 (LAS DE UNA SOLA
      *    FORMA YA SE SUMARON CON EL TOTAL DE SU CABECERA).
           OPEN INPUT FORMAS-PAGO-FILE.
           IF WS-FPG-FS = "35"
               MOVE "00" TO WS-FPG-FS
           ELSE
               PERFORM UNTIL WS-FPG-FS NOT = "00"
                   READ FORMAS-PAGO-FILE
                       AT END MOVE "10" TO WS-FPG-FS
                       NOT AT END
                           IF REG-FPG-OPER = WS-OPERADOR-ID AND
                                   REG-FPG-FECHA >=
                                       WS-SES-APERTURA(1:10)
                               PERFORM 3410-CLASIFICAR-FORMA-PAGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORMAS-PAGO-FILE
           END-IF.
           MOVE "00" TO WS-FPG-FS.
           IF WS-ARQ-MIXTAS-OMITIDAS > 0
               DISPLAY "AVISO: " WS-ARQ-MIXTAS-OMITIDAS
                   " FACTURAS CON VARIAS FORMAS DE PAGO QUEDARON "
                   "FUERA DEL DESGLOSE"
           END-IF.

       3400-END-SUMAR-FORMAS-PAGO SECTION.

       3410-CLASIFICAR-FORMA-PAGO SECTION.
           MOVE 'N' TO WS-ARQ-MIXTA-ENCONTRADA.
           IF REG-FPG-ORIGEN = 'A'
               MOVE 'S' TO WS-ARQ-MIXTA-ENCONTRADA
           ELSE
               PERFORM VARYING MIX-I FROM 1 BY 1
                       UNTIL MIX-I > WS-ARQ-MIXTAS-CANT
                          OR ARQ-MIXTA-ENCONTRADA
                   IF WS-ARQ-MIXTA(MIX-I) = REG-FPG-NUMERO
                       MOVE 'S' TO WS-ARQ-MIXTA-ENCONTRADA
                   END-IF
               END-PERFORM
           END-IF.
           IF ARQ-MIXTA-ENCONTRADA
               MOVE REG-FPG-METODO TO WS-ARQ-MET-BUSCADO
               MOVE REG-FPG-MONTO TO WS-ARQ-MET-MONTO
               MOVE REG-FPG-ORIGEN TO WS-ARQ-MET-ORIGEN
               PERFORM 3050-SUMAR-A-FORMA
           END-IF.

       3410-END-CLASIFICAR-FORMA-PAGO SECTION.

       3500-MOSTRAR-DESGLOSE SECTION.
           DISPLAY "COBRADO EN EL TURNO POR FORMA DE PAGO".
           PERFORM VARYING MET-I FROM 1 BY 1 UNTIL MET-I > 4
               COMPUTE WS-ARQ-MET-TOTAL = WS-ARQ-ACUM-VENTAS(MET-I)
                   + WS-ARQ-ACUM-ABONOS(MET-I)
               MOVE WS-ARQ-MET-TOTAL TO WS-MONTO-FMT
               CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT
               DISPLAY "  " WS-ARQ-MET-NOMBRE(MET-I) ": " WS-TEXTO-FMT
           END-PERFORM.

       3500-END-MOSTRAR-DESGLOSE SECTION.

       END PROGRAM ARQUEO-CAJA.

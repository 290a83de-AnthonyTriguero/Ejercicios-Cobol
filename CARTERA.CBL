           SELECT PAGOS-FILE ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-FS.
      *    LAS RETENCIONES RECIBIDAS TAMBIEN BAJAN EL SALDO DE LA
      *    FACTURA (VER RETREG.CPY).
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FS.
      *    UNA FACTURA CON PLAN DE PAGOS SE CLASIFICA POR CUOTA, CADA
      *    UNA SEGUN SU PROPIO VENCIMIENTO (VER CUOTREG.CPY).
           SELECT CUOTAS-FILE ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUO-FS.
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
       FD  RETENCIONES-FILE.
           COPY RETREG.
      *-----------------------
       FD  CUOTAS-FILE.
           COPY CUOTREG.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FAC-FS                  PIC XX      VALUE "00".
       01  WS-PAG-FS                  PIC XX      VALUE "00".
       01  WS-RET-FS                  PIC XX      VALUE "00".
       01  WS-CUO-FS                  PIC XX      VALUE "00".
       01  WS-ACU-FACTURA             PIC 9(07)   VALUE 0.
       01  WS-ACU-MONTO               PIC 9(9)V99 VALUE 0.
      *    ABONOS ACUMULADOS POR NUMERO DE FACTURA (REQ 050/051) -
      *    MISMO TAMANO QUE WS-FACTURAS-TABLA EN FACRTURA.cbl.
      *---------------------------------------------------------------
       01  WS-PAG-EXISTENTES          PIC 9(03)   VALUE 0.
       01  WS-PAG-ENCONTRADO          PIC X       VALUE 'N'.
           88 PAG-ENCONTRADO                 VALUE 'S'.
      *    CUOTAS DE TODOS LOS PLANES, EN EL ORDEN DE CUOTAS.DAT (LAS
      *    DE UN MISMO PLAN QUEDAN SEGUIDAS Y EN ORDEN DE CUOTA).
      *---------------------------------------------------------------
       01  WS-CUOTAS-TABLA.
           05 WS-CUOTA-REG OCCURS 2000 TIMES INDEXED BY CUO-I CUO-J.
               10 WS-TCUO-FACTURA     PIC 9(07).
               10 WS-TCUO-VENCE       PIC X(08).
               10 WS-TCUO-CAPITAL     PIC 9(9)V99.
               10 WS-TCUO-INTERES     PIC 9(9)V99.
               10 WS-TCUO-MONTO       PIC 9(9)V99.
       01  WS-CUO-EXISTENTES          PIC 9(04)   VALUE 0.
       01  WS-PLAN-EXISTE             PIC X       VALUE 'N'.
           88 PLAN-EXISTE                    VALUE 'S'.
       01  WS-PLAN-CAPITAL            PIC 9(9)V99 VALUE 0.
       01  WS-PLAN-INTERES            PIC 9(9)V99 VALUE 0.
       01  WS-FAC-APLICADO            PIC 9(9)V99 VALUE 0.
       01  WS-CUO-DISPONIBLE          PIC S9(9)V99 VALUE 0.
       01  WS-CUO-FECHA-NUM           PIC 9(08)   VALUE 0.
      *    ACUMULADO POR CLIENTE (MISMO LIMITE DE 5000 QUE EL
      *    MAESTRO), ORDENADO POR CODIGO (2210) PARA BUSCAR CON
      *    SEARCH ALL; EL REPORTE SALE EN ESE ORDEN.
      *---------------------------------------------------------------
       01  WS-CARTERA-TABLA.
           05 WS-CARTERA-REG OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-CAR-EXISTENTES
                             ASCENDING KEY IS WS-CAR-CLI-CODE
                             INDEXED BY CAR-I.
               10 WS-CAR-CLI-CODE     PIC X(10).
               10 WS-CAR-CLI-NOMBRE   PIC X(30).
               10 WS-CAR-BUCKET       PIC 9(9)V99 OCCURS 4 TIMES.
               10 WS-CAR-TOTAL        PIC 9(9)V99.
       01  WS-CAR-EXISTENTES          PIC 9(05)   VALUE 0.
       01  WS-CAR-TEMP.
           05 WS-CAR-TEMP-CODE        PIC X(10).
           05 FILLER                  PIC X(85).
       01  WS-CAR-UBICADO             PIC X       VALUE 'N'.
           88 CAR-UBICADO                    VALUE 'S'.
       01  WS-CAR-ENCONTRADO          PIC X       VALUE 'N'.
           88 CAR-ENCONTRADO                 VALUE 'S'.
      *    EDAD DE LA FACTURA EN DIAS CONTRA LA FECHA DE HOY
      *    REQ 023-STYLE: SE REINICIAN LOS ACUMULADORES AL EMPEZAR POR
      *    SI EL REPORTE SE LLAMA MAS DE UNA VEZ DESDE EL MENU
      *    PRINCIPAL EN LA MISMA CORRIDA.
           INITIALIZE WS-PAGOS-TABLA WS-CARTERA-TABLA WS-CUOTAS-TABLA.
           MOVE 0 TO WS-PAG-EXISTENTES WS-CAR-EXISTENTES
                     WS-TOT-GENERAL WS-CUO-EXISTENTES.
           MOVE 0 TO WS-TOT-BUCKET(1) WS-TOT-BUCKET(2)
                     WS-TOT-BUCKET(3) WS-TOT-BUCKET(4).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY-NUM.
           COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-HOY-NUM).
           PERFORM 1000-CARGAR-PAGOS.
           PERFORM 1200-CARGAR-RETENCIONES.
           PERFORM 1300-CARGAR-CUOTAS.
           PERFORM 2000-LEER-FACTURAS.
           PERFORM 3000-IMPRIMIR-CARTERA.
           GOBACK.
                   READ PAGOS-FILE
                       AT END MOVE "10" TO WS-PAG-FS
                       NOT AT END
                           MOVE REG-PAG-NUMERO TO WS-ACU-FACTURA
                           MOVE REG-PAG-MONTO TO WS-ACU-MONTO
                           PERFORM 1100-ACUMULAR-PAGO
                   END-READ
               END-PERFORM
           SEARCH WS-PAGO-REG
               AT END
                   CONTINUE
               WHEN WS-TPAG-NUMERO(PAG-I) = WS-ACU-FACTURA
                   MOVE 'S' TO WS-PAG-ENCONTRADO
           END-SEARCH.
           IF PAG-ENCONTRADO
               ADD WS-ACU-MONTO TO WS-TPAG-MONTO(PAG-I)
           ELSE
               IF WS-PAG-EXISTENTES < 500
                   ADD 1 TO WS-PAG-EXISTENTES
                   SET PAG-I TO WS-PAG-EXISTENTES
                   MOVE WS-ACU-FACTURA TO WS-TPAG-NUMERO(PAG-I)
                   MOVE WS-ACU-MONTO   TO WS-TPAG-MONTO(PAG-I)
               END-IF
           END-IF.

       1100-END-ACUMULAR-PAGO SECTION.

       1200-CARGAR-RETENCIONES SECTION.
      *    LO RETENIDO POR EL CLIENTE SE SUMA A LO ABONADO DE CADA
      *    FACTURA EN LA MISMA TABLA: PARA LA CARTERA AMBOS CUBREN
      *    PARTE DEL TOTAL.
           OPEN INPUT RETENCIONES-FILE.
           IF WS-RET-FS = "35"
               MOVE "00" TO WS-RET-FS
           ELSE
               PERFORM UNTIL WS-RET-FS NOT = "00"
                   READ RETENCIONES-FILE
                       AT END MOVE "10" TO WS-RET-FS
                       NOT AT END
                           MOVE REG-RET-FACTURA TO WS-ACU-FACTURA
                           MOVE REG-RET-TOTAL TO WS-ACU-MONTO
                           PERFORM 1100-ACUMULAR-PAGO
                   END-READ
               END-PERFORM
               CLOSE RETENCIONES-FILE
           END-IF.
           MOVE "00" TO WS-RET-FS.

       1200-END-CARGAR-RETENCIONES SECTION.

       1300-CARGAR-CUOTAS SECTION.
           OPEN INPUT CUOTAS-FILE.
           IF WS-CUO-FS = "35"
               MOVE "00" TO WS-CUO-FS
           ELSE
               PERFORM UNTIL WS-CUO-FS NOT = "00"
                   READ CUOTAS-FILE
                       AT END MOVE "10" TO WS-CUO-FS
                       NOT AT END
                           IF WS-CUO-EXISTENTES < 2000
                               ADD 1 TO WS-CUO-EXISTENTES
                               SET CUO-I TO WS-CUO-EXISTENTES
                               MOVE REG-CUO-FACTURA
                                   TO WS-TCUO-FACTURA(CUO-I)
                               MOVE REG-CUO-VENCE
                                   TO WS-TCUO-VENCE(CUO-I)
                               MOVE REG-CUO-CAPITAL
                                   TO WS-TCUO-CAPITAL(CUO-I)
                               MOVE REG-CUO-INTERES
                                   TO WS-TCUO-INTERES(CUO-I)
                               MOVE REG-CUO-MONTO
                                   TO WS-TCUO-MONTO(CUO-I)
                           ELSE
                               DISPLAY "TABLA DE CUOTAS LLENA - SE "
                                   "OMITE LA CUOTA " REG-CUO-NUMERO
                                   " DE LA FACTURA " REG-CUO-FACTURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS-FILE
           END-IF.
           MOVE "00" TO WS-CUO-FS.

       1300-END-CARGAR-CUOTAS SECTION.

       2000-LEER-FACTURAS SECTION.
      *    REQ 051 - SOLO ENTRAN LAS FACTURAS A CREDITO VIGENTES CON
      *    SALDO PENDIENTE: SE EXCLUYEN LAS ANULADAS (REQ 049) Y LAS DE
       2000-END-LEER-FACTURAS SECTION.

       2100-CLASIFICAR-FACTURA SECTION.
           MOVE 0 TO WS-FAC-APLICADO.
           MOVE 'N' TO WS-PAG-ENCONTRADO.
           SET PAG-I TO 1.
           SEARCH WS-PAGO-REG
                   MOVE 'S' TO WS-PAG-ENCONTRADO
           END-SEARCH.
           IF PAG-ENCONTRADO
               MOVE WS-TPAG-MONTO(PAG-I) TO WS-FAC-APLICADO
           END-IF.
           PERFORM 2300-BUSCAR-PLAN.
           IF PLAN-EXISTE
               PERFORM 2400-CLASIFICAR-CUOTAS
           ELSE
               COMPUTE WS-FAC-SALDO = REG-FAC-TOTAL - WS-FAC-APLICADO
               PERFORM 2110-CLASIFICAR-SIN-PLAN
           END-IF.

       2100-END-CLASIFICAR-FACTURA SECTION.

       2110-CLASIFICAR-SIN-PLAN SECTION.
           IF WS-FAC-SALDO > 0
      *        EDAD EN DIAS CONTRA HOY; UNA FECHA ILEGIBLE (REGISTRO
      *        VIEJO O DANADO) SE TRATA COMO LA MAS ANTIGUA (90+).
               ELSE
                   MOVE 99999 TO WS-EDAD-DIAS
               END-IF
               PERFORM 2150-UBICAR-BUCKET
               PERFORM 2200-ACUMULAR-CLIENTE
           END-IF.

       2110-END-CLASIFICAR-SIN-PLAN SECTION.

       2150-UBICAR-BUCKET SECTION.
      *    UNA CUOTA QUE AUN NO VENCE (EDAD NEGATIVA) ESTA AL DIA.
           EVALUATE TRUE
               WHEN WS-EDAD-DIAS <= 30
                   MOVE 1 TO WS-BUCKET-I
               WHEN WS-EDAD-DIAS <= 60
                   MOVE 2 TO WS-BUCKET-I
               WHEN WS-EDAD-DIAS <= 90
                   MOVE 3 TO WS-BUCKET-I
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-I
           END-EVALUATE.

       2150-END-UBICAR-BUCKET SECTION.

       2200-ACUMULAR-CLIENTE SECTION.
           MOVE 'N' TO WS-CAR-ENCONTRADO.
           SET CAR-I TO 1.
           SEARCH ALL WS-CARTERA-REG
               AT END
                   CONTINUE
               WHEN WS-CAR-CLI-CODE(CAR-I) = REG-FAC-CLI-CODE
                   MOVE 'S' TO WS-CAR-ENCONTRADO
           END-SEARCH.
           IF NOT CAR-ENCONTRADO AND WS-CAR-EXISTENTES >= 5000
               DISPLAY "TABLA DE CLIENTES DE CARTERA LLENA - SE "
                   "OMITE EL CLIENTE " REG-FAC-CLI-CODE
           ELSE
                   SET CAR-I TO WS-CAR-EXISTENTES
                   MOVE REG-FAC-CLI-CODE   TO WS-CAR-CLI-CODE(CAR-I)
                   MOVE REG-FAC-CLI-NOMBRE TO WS-CAR-CLI-NOMBRE(CAR-I)
                   MOVE 0 TO WS-CAR-BUCKET(CAR-I, 1)
                             WS-CAR-BUCKET(CAR-I, 2)
                             WS-CAR-BUCKET(CAR-I, 3)
                             WS-CAR-BUCKET(CAR-I, 4)
                             WS-CAR-TOTAL(CAR-I)
                   PERFORM 2210-UBICAR-CLIENTE
               END-IF
               ADD WS-FAC-SALDO TO WS-CAR-BUCKET(CAR-I, WS-BUCKET-I)
               ADD WS-FAC-SALDO TO WS-CAR-TOTAL(CAR-I)

       2200-END-ACUMULAR-CLIENTE SECTION.

       2210-UBICAR-CLIENTE SECTION.
      *    EL CLIENTE RECIEN AGREGADO AL FINAL DE LA TABLA BAJA HASTA
      *    SU LUGAR POR CODIGO. DEJA CAR-I EN SU POSICION.
           MOVE WS-CARTERA-REG(CAR-I) TO WS-CAR-TEMP.
           MOVE 'N' TO WS-CAR-UBICADO.
           PERFORM UNTIL CAR-I = 1 OR CAR-UBICADO
               IF WS-CAR-CLI-CODE(CAR-I - 1) > WS-CAR-TEMP-CODE
                   MOVE WS-CARTERA-REG(CAR-I - 1)
                       TO WS-CARTERA-REG(CAR-I)
                   SET CAR-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-CAR-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-CAR-TEMP TO WS-CARTERA-REG(CAR-I).

       2210-END-UBICAR-CLIENTE SECTION.

       2300-BUSCAR-PLAN SECTION.
      *    DEJA CUO-I EN LA PRIMERA CUOTA DEL PLAN DE LA FACTURA Y
      *    SUMA SU CAPITAL FINANCIADO E INTERES.
           MOVE 'N' TO WS-PLAN-EXISTE.
           MOVE 0 TO WS-PLAN-CAPITAL WS-PLAN-INTERES.
           IF WS-CUO-EXISTENTES > 0
               SET CUO-I TO 1
               SEARCH WS-CUOTA-REG
                   AT END
                       CONTINUE
                   WHEN WS-TCUO-FACTURA(CUO-I) = REG-FAC-NUMERO
                       MOVE 'S' TO WS-PLAN-EXISTE
               END-SEARCH
           END-IF.
           IF PLAN-EXISTE
               PERFORM VARYING CUO-J FROM CUO-I BY 1
                       UNTIL CUO-J > WS-CUO-EXISTENTES
                       OR WS-TCUO-FACTURA(CUO-J) NOT = REG-FAC-NUMERO
                   ADD WS-TCUO-CAPITAL(CUO-J) TO WS-PLAN-CAPITAL
                   ADD WS-TCUO-INTERES(CUO-J) TO WS-PLAN-INTERES
               END-PERFORM
           END-IF.

       2300-END-BUSCAR-PLAN SECTION.

       2400-CLASIFICAR-CUOTAS SECTION.
      *    LO ABONADO Y RETENIDO CUBRE PRIMERO LO QUE NO SE FINANCIO
      *    (LO PAGADO ANTES DEL PLAN) Y LUEGO LAS CUOTAS EN ORDEN; LO
      *    QUE FALTA DE CADA CUOTA SE CLASIFICA POR LOS DIAS DESDE SU
      *    PROPIO VENCIMIENTO, ASI UN CLIENTE AL DIA CON SU PLAN NO
      *    APARECE ATRASADO POR LA FECHA DE LA FACTURA.
           COMPUTE WS-CUO-DISPONIBLE = WS-FAC-APLICADO
               - (REG-FAC-TOTAL - WS-PLAN-CAPITAL).
           IF WS-CUO-DISPONIBLE < 0
               COMPUTE WS-FAC-SALDO = 0 - WS-CUO-DISPONIBLE
               PERFORM 2110-CLASIFICAR-SIN-PLAN
               MOVE 0 TO WS-CUO-DISPONIBLE
           END-IF.
           PERFORM VARYING CUO-J FROM CUO-I BY 1
                   UNTIL CUO-J > WS-CUO-EXISTENTES
                   OR WS-TCUO-FACTURA(CUO-J) NOT = REG-FAC-NUMERO
               IF WS-CUO-DISPONIBLE >= WS-TCUO-MONTO(CUO-J)
                   SUBTRACT WS-TCUO-MONTO(CUO-J) FROM WS-CUO-DISPONIBLE
               ELSE
                   COMPUTE WS-FAC-SALDO =
                       WS-TCUO-MONTO(CUO-J) - WS-CUO-DISPONIBLE
                   MOVE 0 TO WS-CUO-DISPONIBLE
                   IF WS-TCUO-VENCE(CUO-J) IS NUMERIC
                       MOVE WS-TCUO-VENCE(CUO-J) TO WS-CUO-FECHA-NUM
                       COMPUTE WS-EDAD-DIAS = WS-HOY-INT -
                           FUNCTION INTEGER-OF-DATE(WS-CUO-FECHA-NUM)
                   ELSE
                       MOVE 99999 TO WS-EDAD-DIAS
                   END-IF
                   PERFORM 2150-UBICAR-BUCKET
                   PERFORM 2200-ACUMULAR-CLIENTE
               END-IF
           END-PERFORM.

       2400-END-CLASIFICAR-CUOTAS SECTION.

       3000-IMPRIMIR-CARTERA SECTION.
           DISPLAY "*******************************************".
           DISPLAY "ANTIGUEDAD DE CARTERA AL " WS-HOY-NUM.

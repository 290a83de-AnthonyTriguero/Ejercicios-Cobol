      ******************************************************************
      * Author:
      * Date:
      * Purpose: CONSULTA INTEGRAL DE UN CLIENTE (SOLO LECTURA): DATOS,
      *          CREDITO, FACTURAS PENDIENTES, ABONOS, PROFORMAS, NOTAS
      *          DE CREDITO Y ALUMNOS A SU CARGO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-CLIENTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    TODO SE ABRE EN INPUT, CON LOS MISMOS ASSIGN/ORGANIZATION
      *    QUE LOS PROGRAMAS QUE ESCRIBEN CADA ARCHIVO; NO SE TOMA
      *    BLOQUEO DE MAESTROS PORQUE NO SE GRABA NADA (IGUAL QUE
      *    REPORTE-CARTERA Y CONCILIA-BALANCES).
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-FS.
           SELECT FACTURAS-FILE ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-FS.
           SELECT PAGOS-FILE ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-FS.
      *    LAS RETENCIONES RECIBIDAS BAJAN EL SALDO DE LA FACTURA
      *    IGUAL QUE UN ABONO (MISMO CRITERIO QUE REPORTE-CARTERA).
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FS.
           SELECT PROFORMAS-FILE ASSIGN TO "PROFORMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-FS.
           SELECT NOTACRED-FILE ASSIGN TO "NOTACRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-FS.
           SELECT ALUMNOS-FILE ASSIGN TO "ALUMNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALUM-FS.
      *    EL INTERES DE UN PLAN DE CUOTAS SE SUMA A LO DEBIDO DE LA
      *    FACTURA (VER CUOTREG.CPY), IGUAL QUE EN REPORTE-CARTERA.
           SELECT CUOTAS-FILE ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUO-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------
       FD  CLIENTES-FILE.
           COPY CLIREG.
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
       FD  PROFORMAS-FILE.
           COPY PROREG.
      *-----------------------
       FD  NOTACRED-FILE.
           COPY NCREG.
      *-----------------------
       FD  ALUMNOS-FILE.
           COPY ALUMREG.
      *-----------------------
       FD  CUOTAS-FILE.
           COPY CUOTREG.
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY OPERADOR.
       COPY CLIENTE.
       01  WS-CLI-FS                  PIC XX      VALUE "00".
       01  WS-FAC-FS                  PIC XX      VALUE "00".
       01  WS-PAG-FS                  PIC XX      VALUE "00".
       01  WS-RET-FS                  PIC XX      VALUE "00".
       01  WS-PRO-FS                  PIC XX      VALUE "00".
       01  WS-NC-FS                   PIC XX      VALUE "00".
       01  WS-ALUM-FS                 PIC XX      VALUE "00".
       01  WS-CUO-FS                  PIC XX      VALUE "00".
      *    CODIGO DE CLIENTE (10) O IDENTIFICACION (CEDULA 10, RUC 13)
      *---------------------------------------------------------------
       01  WS-CCL-BUSCADO             PIC X(13)   VALUE SPACES.
       01  WS-CCL-FIN                 PIC X       VALUE 'N'.
           88 CCL-FIN                        VALUE 'S'.
       01  WS-CCL-HALLADO             PIC X       VALUE 'N'.
           88 CCL-HALLADO                    VALUE 'S'.
       01  WS-CCL-DISPONIBLE          PIC S9(11)V99 VALUE 0.
       01  WS-CCL-CATEGORIA-LIT       PIC X(13)   VALUE SPACES.
      *    ABONADO Y RETENIDO POR NUMERO DE FACTURA DEL CLIENTE (MISMO
      *    TAMANO QUE WS-PAGOS-TABLA EN REPORTE-CARTERA).
      *---------------------------------------------------------------
       01  WS-CCL-APLICADOS.
           05 WS-CCL-APL-REG OCCURS 500 TIMES INDEXED BY APL-I.
               10 WS-CCL-APL-FACTURA  PIC 9(07).
               10 WS-CCL-APL-MONTO    PIC 9(9)V99.
       01  WS-CCL-APL-EXISTENTES      PIC 9(03)   VALUE 0.
       01  WS-CCL-APL-ENCONTRADO      PIC X       VALUE 'N'.
           88 CCL-APL-ENCONTRADO             VALUE 'S'.
       01  WS-CCL-ACU-FACTURA         PIC 9(07)   VALUE 0.
       01  WS-CCL-ACU-MONTO           PIC 9(9)V99 VALUE 0.
      *    INTERES DEL PLAN DE CUOTAS DE CADA FACTURA VIGENTE DEL
      *    CLIENTE (CERO SI NO TIENE PLAN).
      *---------------------------------------------------------------
       01  WS-CCL-INTERESES.
           05 WS-CCL-INT-REG OCCURS 500 TIMES INDEXED BY INT-I.
               10 WS-CCL-INT-FACTURA  PIC 9(07).
               10 WS-CCL-INT-MONTO    PIC 9(9)V99.
       01  WS-CCL-INT-EXISTENTES      PIC 9(03)   VALUE 0.
      *    ULTIMOS ABONOS DEL CLIENTE: EL MAS RECIENTE EN LA POSICION 1
      *    (PAGOS.DAT ES SOLO-ANEXAR, ASI QUE LLEGAN EN ORDEN).
      *---------------------------------------------------------------
       01  WS-CCL-ULTIMOS.
           05 WS-CCL-ULT-REG OCCURS 5 TIMES INDEXED BY ULT-I.
               10 WS-CCL-ULT-FECHA    PIC X(10).
               10 WS-CCL-ULT-FACTURA  PIC 9(07).
               10 WS-CCL-ULT-MONTO    PIC 9(9)V99.
               10 WS-CCL-ULT-FORMA    PIC X(01).
       01  WS-CCL-ULT-EXISTENTES      PIC 9       VALUE 0.
      *    ESTADO VIGENTE DE CADA PROFORMA DEL CLIENTE (EL ULTIMO
      *    REGISTRO DE CADA NUMERO GANA, VER PROREG.CPY).
      *---------------------------------------------------------------
       01  WS-CCL-PROFORMAS.
           05 WS-CCL-PRO-REG OCCURS 200 TIMES INDEXED BY PRO-I.
               10 WS-CCL-PRO-NUMERO   PIC 9(07).
               10 WS-CCL-PRO-FECHA    PIC X(10).
               10 WS-CCL-PRO-TOTAL    PIC 9(9)V99.
               10 WS-CCL-PRO-VALIDEZ  PIC X(08).
               10 WS-CCL-PRO-ESTADO   PIC X(01).
       01  WS-CCL-PRO-EXISTENTES      PIC 9(03)   VALUE 0.
       01  WS-CCL-PRO-ENCONTRADO      PIC X       VALUE 'N'.
           88 CCL-PRO-ENCONTRADO             VALUE 'S'.
      *    CONTADORES Y TOTALES DE CADA BLOQUE DE LA PANTALLA
      *---------------------------------------------------------------
       01  WS-CCL-CANTIDAD            PIC 9(05)   VALUE 0.
       01  WS-CCL-TOTAL               PIC S9(11)V99 VALUE 0.
       01  WS-CCL-SALDO               PIC S9(9)V99 VALUE 0.
       01  WS-CCL-ABONADO             PIC 9(9)V99 VALUE 0.
       01  WS-CCL-INTERES             PIC 9(9)V99 VALUE 0.
       01  WS-CCL-DEBIDO              PIC 9(9)V99 VALUE 0.
      *    DIAS DE LA FACTURA CONTRA LA FECHA DE HOY
      *---------------------------------------------------------------
       01  WS-HOY-NUM                 PIC 9(08)   VALUE 0.
       01  WS-HOY-INT                 PIC 9(07)   VALUE 0.
       01  WS-FAC-FECHA-NUM           PIC 9(08)   VALUE 0.
       01  WS-EDAD-DIAS               PIC S9(05)  VALUE 0.
      *    COLUMNAS EDITADAS PARA LOS LISTADOS; LOS TOTALES SALEN POR
      *    FORMATO-MONEDA COMO EN EL RESTO DEL SISTEMA.
      *---------------------------------------------------------------
       01  WS-CCL-ED-MONTO-1          PIC Z(8)9,99.
       01  WS-CCL-ED-MONTO-2          PIC Z(8)9,99.
       01  WS-CCL-ED-MONTO-3          PIC Z(8)9,99.
       01  WS-CCL-ED-DIAS             PIC ZZZZ9.
       01  WS-CCL-ED-CANT             PIC ZZZZ9.
       01  WS-CCL-ED-VALIDEZ          PIC X(10)   VALUE SPACES.
       01  WS-CCL-ED-FECHA            PIC X(10)   VALUE SPACES.
       01  WS-CCL-FECHA-IN            PIC X(08)   VALUE SPACES.
       01  WS-MONTO-FMT               PIC S9(9)V99.
       01  WS-TEXTO-FMT               PIC X(20).
      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
       0000-MAIN-PROCEDURE SECTION.
      *    DISPONIBLE PARA CUALQUIER OPERADOR: NO MODIFICA NADA.
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           MOVE 'N' TO WS-CCL-FIN.
           PERFORM 0100-PEDIR-CLIENTE UNTIL CCL-FIN.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       0100-PEDIR-CLIENTE SECTION.
           DISPLAY "*******************************************".
           DISPLAY "CONSULTA DE CLIENTE".
           DISPLAY "CODIGO DE CLIENTE, CEDULA O RUC (ENTER = VOLVER)".
           MOVE SPACES TO WS-CCL-BUSCADO.
           ACCEPT WS-CCL-BUSCADO.
           IF WS-CCL-BUSCADO = SPACES
               MOVE 'S' TO WS-CCL-FIN
           ELSE
               PERFORM 1000-BUSCAR-CLIENTE
               IF CCL-HALLADO
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY-NUM
                   COMPUTE WS-HOY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-HOY-NUM)
                   PERFORM 1100-MOSTRAR-DATOS
                   PERFORM 2000-CARGAR-APLICADOS
                   PERFORM 2300-SUMAR-INTERES-CUOTAS
                   PERFORM 3000-FACTURAS-PENDIENTES
                   PERFORM 4000-ULTIMOS-ABONOS
                   PERFORM 5000-PROFORMAS-VIGENTES
                   PERFORM 6000-NOTAS-CREDITO
                   PERFORM 7000-ALUMNOS-A-CARGO
                   DISPLAY "*******************************************"
               ELSE
                   DISPLAY "CLIENTE NO ENCONTRADO: " WS-CCL-BUSCADO
               END-IF
           END-IF.

       0100-END-PEDIR-CLIENTE SECTION.

       1000-BUSCAR-CLIENTE SECTION.
      *    SE ACEPTA EL CODIGO DEL CLIENTE O SU IDENTIFICACION
      *    (REG-CLIENTE-ID-NUMERO); GANA EL PRIMERO QUE COINCIDA.
           MOVE 'N' TO WS-CCL-HALLADO.
           OPEN INPUT CLIENTES-FILE.
           IF WS-CLI-FS = "35"
               MOVE "00" TO WS-CLI-FS
           ELSE
               PERFORM UNTIL WS-CLI-FS NOT = "00" OR CCL-HALLADO
                   READ CLIENTES-FILE
                       AT END MOVE "10" TO WS-CLI-FS
                       NOT AT END
                           IF (REG-CLIENTE-CODE = WS-CCL-BUSCADO(1:10)
                                   AND WS-CCL-BUSCADO(11:3) = SPACES)
                               OR REG-CLIENTE-ID-NUMERO =
                                   WS-CCL-BUSCADO
                               PERFORM 1050-TOMAR-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-FILE
           END-IF.
           MOVE "00" TO WS-CLI-FS.

       1000-END-BUSCAR-CLIENTE SECTION.

       1050-TOMAR-CLIENTE SECTION.
           MOVE 'S' TO WS-CCL-HALLADO.
           MOVE REG-CLIENTE-CODE      TO WS-CLIENTE-CODE.
           MOVE REG-CLIENTE-NAME      TO WS-CLIENTE-NAME.
           MOVE REG-CLIENTE-LASTNAME  TO WS-CLIENTE-LASTNAME.
           MOVE REG-CLIENTE-ADDRESS   TO WS-CLIENTE-ADDRESS.
           MOVE REG-CLIENTE-BALANCE   TO WS-CLIENTE-BALANCE.
           MOVE REG-CLIENTE-LIMITE-CREDITO
               TO WS-CLIENTE-LIMITE-CREDITO.
           MOVE REG-CLIENTE-ID-TIPO   TO WS-CLIENTE-ID-TIPO.
           MOVE REG-CLIENTE-ID-NUMERO TO WS-CLIENTE-ID-NUMERO.
           MOVE REG-CLIENTE-CATEGORIA TO WS-CLIENTE-CATEGORIA.

       1050-END-TOMAR-CLIENTE SECTION.

       1100-MOSTRAR-DATOS SECTION.
           DISPLAY "*******************************************".
           DISPLAY "CLIENTE      : " WS-CLIENTE-CODE.
           DISPLAY "NOMBRE       : " FUNCTION TRIM(WS-CLIENTE-NAME) " "
               FUNCTION TRIM(WS-CLIENTE-LASTNAME).
           DISPLAY "DIRECCION    : " WS-CLIENTE-ADDRESS.
           EVALUATE TRUE
               WHEN CLIENTE-ID-CEDULA
                   DISPLAY "CEDULA       : " WS-CLIENTE-ID-NUMERO
               WHEN CLIENTE-ID-RUC
                   DISPLAY "RUC          : " WS-CLIENTE-ID-NUMERO
               WHEN CLIENTE-ID-PASAPORTE
                   DISPLAY "PASAPORTE    : " WS-CLIENTE-ID-NUMERO
               WHEN CLIENTE-ID-CONS-FINAL
                   DISPLAY "IDENTIFICAC. : CONSUMIDOR FINAL"
               WHEN OTHER
                   DISPLAY "IDENTIFICAC. : NO REGISTRADA"
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CLIENTE-CAT-MAYORISTA
                   MOVE "MAYORISTA" TO WS-CCL-CATEGORIA-LIT
               WHEN CLIENTE-CAT-INSTITUCIONAL
                   MOVE "INSTITUCIONAL" TO WS-CCL-CATEGORIA-LIT
               WHEN OTHER
                   MOVE "PUBLICO" TO WS-CCL-CATEGORIA-LIT
           END-EVALUATE.
           DISPLAY "LISTA PRECIOS: " WS-CCL-CATEGORIA-LIT.
      *    EL BALANCE BAJA CON CADA DEBITO Y PUEDE QUEDAR EN NEGATIVO
      *    HASTA EL LIMITE DE CREDITO (VER 2025-VALIDAR-LIMITE-CREDITO
      *    EN VSFACTU): LO DISPONIBLE ES BALANCE + LIMITE.
           MOVE WS-CLIENTE-BALANCE TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "BALANCE ACTUAL     : " WS-TEXTO-FMT.
           MOVE WS-CLIENTE-LIMITE-CREDITO TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "LIMITE DE CREDITO  : " WS-TEXTO-FMT.
           COMPUTE WS-CCL-DISPONIBLE =
               WS-CLIENTE-BALANCE + WS-CLIENTE-LIMITE-CREDITO.
           IF WS-CCL-DISPONIBLE < 0
               MOVE 0 TO WS-CCL-DISPONIBLE
           END-IF.
           MOVE WS-CCL-DISPONIBLE TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "CREDITO DISPONIBLE : " WS-TEXTO-FMT.

       1100-END-MOSTRAR-DATOS SECTION.

       2000-CARGAR-APLICADOS SECTION.
      *    ABONOS (QUE TAMBIEN GUARDAN LOS ULTIMOS CINCO) Y
      *    RETENCIONES DEL CLIENTE, ACUMULADOS POR FACTURA.
           INITIALIZE WS-CCL-APLICADOS WS-CCL-ULTIMOS.
           MOVE 0 TO WS-CCL-APL-EXISTENTES WS-CCL-ULT-EXISTENTES.
           OPEN INPUT PAGOS-FILE.
           IF WS-PAG-FS = "35"
               MOVE "00" TO WS-PAG-FS
           ELSE
               PERFORM UNTIL WS-PAG-FS NOT = "00"
                   READ PAGOS-FILE
                       AT END MOVE "10" TO WS-PAG-FS
                       NOT AT END
                           IF REG-PAG-CLI-CODE = WS-CLIENTE-CODE
                               MOVE REG-PAG-NUMERO
                                   TO WS-CCL-ACU-FACTURA
                               MOVE REG-PAG-MONTO TO WS-CCL-ACU-MONTO
                               PERFORM 2100-ACUMULAR-APLICADO
                               PERFORM 2200-GUARDAR-ULTIMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS-FILE
           END-IF.
           MOVE "00" TO WS-PAG-FS.
           OPEN INPUT RETENCIONES-FILE.
           IF WS-RET-FS = "35"
               MOVE "00" TO WS-RET-FS
           ELSE
               PERFORM UNTIL WS-RET-FS NOT = "00"
                   READ RETENCIONES-FILE
                       AT END MOVE "10" TO WS-RET-FS
                       NOT AT END
                           IF REG-RET-CLI-CODE = WS-CLIENTE-CODE
                               MOVE REG-RET-FACTURA
                                   TO WS-CCL-ACU-FACTURA
                               MOVE REG-RET-TOTAL TO WS-CCL-ACU-MONTO
                               PERFORM 2100-ACUMULAR-APLICADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENCIONES-FILE
           END-IF.
           MOVE "00" TO WS-RET-FS.

       2000-END-CARGAR-APLICADOS SECTION.

       2100-ACUMULAR-APLICADO SECTION.
           MOVE 'N' TO WS-CCL-APL-ENCONTRADO.
           SET APL-I TO 1.
           SEARCH WS-CCL-APL-REG
               AT END
                   CONTINUE
               WHEN WS-CCL-APL-FACTURA(APL-I) = WS-CCL-ACU-FACTURA
                   MOVE 'S' TO WS-CCL-APL-ENCONTRADO
           END-SEARCH.
           IF CCL-APL-ENCONTRADO
               ADD WS-CCL-ACU-MONTO TO WS-CCL-APL-MONTO(APL-I)
           ELSE
               IF WS-CCL-APL-EXISTENTES < 500
                   ADD 1 TO WS-CCL-APL-EXISTENTES
                   SET APL-I TO WS-CCL-APL-EXISTENTES
                   MOVE WS-CCL-ACU-FACTURA
                       TO WS-CCL-APL-FACTURA(APL-I)
                   MOVE WS-CCL-ACU-MONTO TO WS-CCL-APL-MONTO(APL-I)
               END-IF
           END-IF.

       2100-END-ACUMULAR-APLICADO SECTION.

       2200-GUARDAR-ULTIMO SECTION.
      *    LOS ANTERIORES BAJAN UNA POSICION (EL QUINTO SE PIERDE) Y
      *    EL ABONO RECIEN LEIDO QUEDA PRIMERO.
           IF WS-CCL-ULT-EXISTENTES < 5
               ADD 1 TO WS-CCL-ULT-EXISTENTES
           END-IF.
           PERFORM VARYING ULT-I FROM WS-CCL-ULT-EXISTENTES BY -1
                   UNTIL ULT-I < 2
               MOVE WS-CCL-ULT-REG(ULT-I - 1) TO WS-CCL-ULT-REG(ULT-I)
           END-PERFORM.
           MOVE REG-PAG-FECHA      TO WS-CCL-ULT-FECHA(1).
           MOVE REG-PAG-NUMERO     TO WS-CCL-ULT-FACTURA(1).
           MOVE REG-PAG-MONTO      TO WS-CCL-ULT-MONTO(1).
           MOVE REG-PAG-FORMA-PAGO TO WS-CCL-ULT-FORMA(1).

       2200-END-GUARDAR-ULTIMO SECTION.

       2300-SUMAR-INTERES-CUOTAS SECTION.
      *    CUOTAS.DAT NO TRAE EL CLIENTE: PRIMERO SE TOMAN SUS FACTURAS
      *    VIGENTES Y DESPUES SE LES SUMA EL INTERES DE SU PLAN (MISMO
      *    CRITERIO QUE 1300-SUMAR-INTERES-CUOTAS EN CONCILIA-BANCO).
           INITIALIZE WS-CCL-INTERESES.
           MOVE 0 TO WS-CCL-INT-EXISTENTES.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FAC-FS = "35"
               MOVE "00" TO WS-FAC-FS
           ELSE
               PERFORM UNTIL WS-FAC-FS NOT = "00"
                   READ FACTURAS-FILE
                       AT END MOVE "10" TO WS-FAC-FS
                       NOT AT END
                           IF REG-FAC-ANULADA NOT = 'S' AND
                                   REG-FAC-CLI-CODE = WS-CLIENTE-CODE
                                   AND WS-CCL-INT-EXISTENTES < 500
                               ADD 1 TO WS-CCL-INT-EXISTENTES
                               SET INT-I TO WS-CCL-INT-EXISTENTES
                               MOVE REG-FAC-NUMERO
                                   TO WS-CCL-INT-FACTURA(INT-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-FILE
           END-IF.
           MOVE "00" TO WS-FAC-FS.
           IF WS-CCL-INT-EXISTENTES > 0
               OPEN INPUT CUOTAS-FILE
               IF WS-CUO-FS = "35"
                   MOVE "00" TO WS-CUO-FS
               ELSE
                   PERFORM UNTIL WS-CUO-FS NOT = "00"
                       READ CUOTAS-FILE
                           AT END MOVE "10" TO WS-CUO-FS
                           NOT AT END
                               SET INT-I TO 1
                               SEARCH WS-CCL-INT-REG
                                   AT END
                                       CONTINUE
                                   WHEN WS-CCL-INT-FACTURA(INT-I) =
                                           REG-CUO-FACTURA
                                       ADD REG-CUO-INTERES
                                           TO WS-CCL-INT-MONTO(INT-I)
                               END-SEARCH
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS-FILE
               END-IF
           END-IF.
           MOVE "00" TO WS-CUO-FS.

       2300-END-SUMAR-INTERES-CUOTAS SECTION.

       3000-FACTURAS-PENDIENTES SECTION.
      *    FACTURAS VIGENTES DEL CLIENTE CON SALDO (TOTAL MAS EL
      *    INTERES DE SU PLAN DE CUOTAS, MENOS LO ABONADO Y RETENIDO),
      *    CON LOS DIAS DESDE SU EMISION.
           DISPLAY "-------------------------------------------".
           DISPLAY "FACTURAS PENDIENTES".
           DISPLAY "NUMERO  FECHA              TOTAL     ABONADO"
               "       SALDO  DIAS".
           MOVE 0 TO WS-CCL-CANTIDAD WS-CCL-TOTAL.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FAC-FS = "35"
               MOVE "00" TO WS-FAC-FS
           ELSE
               PERFORM UNTIL WS-FAC-FS NOT = "00"
                   READ FACTURAS-FILE
                       AT END MOVE "10" TO WS-FAC-FS
                       NOT AT END
                           IF REG-FAC-ANULADA NOT = 'S' AND
                                   REG-FAC-CLI-CODE = WS-CLIENTE-CODE
                               PERFORM 3100-MOSTRAR-FACTURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-FILE
           END-IF.
           MOVE "00" TO WS-FAC-FS.
           IF WS-CCL-CANTIDAD = 0
               DISPLAY "  NO TIENE FACTURAS PENDIENTES"
           ELSE
               MOVE WS-CCL-TOTAL TO WS-MONTO-FMT
               CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT
               MOVE WS-CCL-CANTIDAD TO WS-CCL-ED-CANT
               DISPLAY "  " WS-CCL-ED-CANT " FACTURAS - SALDO TOTAL: "
                   WS-TEXTO-FMT
           END-IF.

       3000-END-FACTURAS-PENDIENTES SECTION.

       3100-MOSTRAR-FACTURA SECTION.
           MOVE 0 TO WS-CCL-ABONADO.
           MOVE 'N' TO WS-CCL-APL-ENCONTRADO.
           SET APL-I TO 1.
           SEARCH WS-CCL-APL-REG
               AT END
                   CONTINUE
               WHEN WS-CCL-APL-FACTURA(APL-I) = REG-FAC-NUMERO
                   MOVE 'S' TO WS-CCL-APL-ENCONTRADO
           END-SEARCH.
           IF CCL-APL-ENCONTRADO
               MOVE WS-CCL-APL-MONTO(APL-I) TO WS-CCL-ABONADO
           END-IF.
           MOVE 0 TO WS-CCL-INTERES.
           SET INT-I TO 1.
           SEARCH WS-CCL-INT-REG
               AT END
                   CONTINUE
               WHEN WS-CCL-INT-FACTURA(INT-I) = REG-FAC-NUMERO
                   MOVE WS-CCL-INT-MONTO(INT-I) TO WS-CCL-INTERES
           END-SEARCH.
           COMPUTE WS-CCL-DEBIDO = REG-FAC-TOTAL + WS-CCL-INTERES.
           COMPUTE WS-CCL-SALDO = WS-CCL-DEBIDO - WS-CCL-ABONADO.
           IF WS-CCL-SALDO > 0
      *        UNA FECHA ILEGIBLE (REGISTRO VIEJO) SE MUESTRA SIN DIAS.
               IF REG-FAC-FECHA(1:8) IS NUMERIC
                   MOVE REG-FAC-FECHA(1:8) TO WS-FAC-FECHA-NUM
                   COMPUTE WS-EDAD-DIAS = WS-HOY-INT -
                       FUNCTION INTEGER-OF-DATE(WS-FAC-FECHA-NUM)
               ELSE
                   MOVE 0 TO WS-EDAD-DIAS
               END-IF
               ADD 1 TO WS-CCL-CANTIDAD
               ADD WS-CCL-SALDO TO WS-CCL-TOTAL
               MOVE REG-FAC-FECHA(1:8) TO WS-CCL-FECHA-IN
               PERFORM 8000-EDITAR-FECHA
               MOVE WS-CCL-DEBIDO TO WS-CCL-ED-MONTO-1
               MOVE WS-CCL-ABONADO TO WS-CCL-ED-MONTO-2
               MOVE WS-CCL-SALDO TO WS-CCL-ED-MONTO-3
               MOVE WS-EDAD-DIAS TO WS-CCL-ED-DIAS
               DISPLAY REG-FAC-NUMERO " " WS-CCL-ED-FECHA " "
                   WS-CCL-ED-MONTO-1 " " WS-CCL-ED-MONTO-2 " "
                   WS-CCL-ED-MONTO-3 " " WS-CCL-ED-DIAS
           END-IF.

       3100-END-MOSTRAR-FACTURA SECTION.

       4000-ULTIMOS-ABONOS SECTION.
           DISPLAY "-------------------------------------------".
           DISPLAY "ULTIMOS ABONOS".
           IF WS-CCL-ULT-EXISTENTES = 0
               DISPLAY "  NO REGISTRA ABONOS"
           ELSE
               DISPLAY "FECHA      FACTURA        MONTO  FORMA"
               PERFORM VARYING ULT-I FROM 1 BY 1
                       UNTIL ULT-I > WS-CCL-ULT-EXISTENTES
                   MOVE WS-CCL-ULT-FECHA(ULT-I)(1:8) TO WS-CCL-FECHA-IN
                   PERFORM 8000-EDITAR-FECHA
                   MOVE WS-CCL-ULT-MONTO(ULT-I) TO WS-CCL-ED-MONTO-1
                   DISPLAY WS-CCL-ED-FECHA " "
                       WS-CCL-ULT-FACTURA(ULT-I) " "
                       WS-CCL-ED-MONTO-1 "  "
                       WS-CCL-ULT-FORMA(ULT-I)
               END-PERFORM
           END-IF.

       4000-END-ULTIMOS-ABONOS SECTION.

       5000-PROFORMAS-VIGENTES SECTION.
      *    UNA PROFORMA ESTA VIGENTE SI SU ULTIMO ESTADO ES PENDIENTE
      *    Y NO PASO SU FECHA DE VALIDEZ (EN BLANCO EN REGISTROS
      *    VIEJOS: SE CONSIDERA VIGENTE).
           INITIALIZE WS-CCL-PROFORMAS.
           MOVE 0 TO WS-CCL-PRO-EXISTENTES.
           OPEN INPUT PROFORMAS-FILE.
           IF WS-PRO-FS = "35"
               MOVE "00" TO WS-PRO-FS
           ELSE
               PERFORM UNTIL WS-PRO-FS NOT = "00"
                   READ PROFORMAS-FILE
                       AT END MOVE "10" TO WS-PRO-FS
                       NOT AT END
                           IF REG-PRO-CLI-CODE = WS-CLIENTE-CODE
                               PERFORM 5100-TOMAR-PROFORMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFORMAS-FILE
           END-IF.
           MOVE "00" TO WS-PRO-FS.
           DISPLAY "-------------------------------------------".
           DISPLAY "PROFORMAS VIGENTES".
           MOVE 0 TO WS-CCL-CANTIDAD.
           PERFORM VARYING PRO-I FROM 1 BY 1
                   UNTIL PRO-I > WS-CCL-PRO-EXISTENTES
               IF WS-CCL-PRO-ESTADO(PRO-I) = 'P' AND
                       (WS-CCL-PRO-VALIDEZ(PRO-I) = SPACES OR
                        WS-CCL-PRO-VALIDEZ(PRO-I) >= WS-HOY-NUM)
                   ADD 1 TO WS-CCL-CANTIDAD
                   IF WS-CCL-CANTIDAD = 1
                       DISPLAY "NUMERO  FECHA              TOTAL  "
                           "VALIDA HASTA"
                   END-IF
                   MOVE WS-CCL-PRO-VALIDEZ(PRO-I) TO WS-CCL-FECHA-IN
                   PERFORM 8000-EDITAR-FECHA
                   MOVE WS-CCL-ED-FECHA TO WS-CCL-ED-VALIDEZ
                   MOVE WS-CCL-PRO-FECHA(PRO-I)(1:8) TO WS-CCL-FECHA-IN
                   PERFORM 8000-EDITAR-FECHA
                   MOVE WS-CCL-PRO-TOTAL(PRO-I) TO WS-CCL-ED-MONTO-1
                   DISPLAY WS-CCL-PRO-NUMERO(PRO-I) " "
                       WS-CCL-ED-FECHA " " WS-CCL-ED-MONTO-1 "  "
                       WS-CCL-ED-VALIDEZ
               END-IF
           END-PERFORM.
           IF WS-CCL-CANTIDAD = 0
               DISPLAY "  NO TIENE PROFORMAS VIGENTES"
           END-IF.

       5000-END-PROFORMAS-VIGENTES SECTION.

       5100-TOMAR-PROFORMA SECTION.
           MOVE 'N' TO WS-CCL-PRO-ENCONTRADO.
           SET PRO-I TO 1.
           SEARCH WS-CCL-PRO-REG
               AT END
                   CONTINUE
               WHEN PRO-I > WS-CCL-PRO-EXISTENTES
                   CONTINUE
               WHEN WS-CCL-PRO-NUMERO(PRO-I) = REG-PRO-NUMERO
                   MOVE 'S' TO WS-CCL-PRO-ENCONTRADO
           END-SEARCH.
           IF NOT CCL-PRO-ENCONTRADO
               IF WS-CCL-PRO-EXISTENTES < 200
                   ADD 1 TO WS-CCL-PRO-EXISTENTES
                   SET PRO-I TO WS-CCL-PRO-EXISTENTES
                   MOVE 'S' TO WS-CCL-PRO-ENCONTRADO
               END-IF
           END-IF.
           IF CCL-PRO-ENCONTRADO
               MOVE REG-PRO-NUMERO  TO WS-CCL-PRO-NUMERO(PRO-I)
               MOVE REG-PRO-FECHA   TO WS-CCL-PRO-FECHA(PRO-I)
               MOVE REG-PRO-TOTAL   TO WS-CCL-PRO-TOTAL(PRO-I)
               MOVE REG-PRO-VALIDEZ TO WS-CCL-PRO-VALIDEZ(PRO-I)
               MOVE REG-PRO-ESTADO  TO WS-CCL-PRO-ESTADO(PRO-I)
           END-IF.

       5100-END-TOMAR-PROFORMA SECTION.

       6000-NOTAS-CREDITO SECTION.
           DISPLAY "-------------------------------------------".
           DISPLAY "NOTAS DE CREDITO".
           MOVE 0 TO WS-CCL-CANTIDAD WS-CCL-TOTAL.
           OPEN INPUT NOTACRED-FILE.
           IF WS-NC-FS = "35"
               MOVE "00" TO WS-NC-FS
           ELSE
               PERFORM UNTIL WS-NC-FS NOT = "00"
                   READ NOTACRED-FILE
                       AT END MOVE "10" TO WS-NC-FS
                       NOT AT END
                           IF REG-NC-CLI-CODE = WS-CLIENTE-CODE
                               PERFORM 6100-MOSTRAR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTACRED-FILE
           END-IF.
           MOVE "00" TO WS-NC-FS.
           IF WS-CCL-CANTIDAD = 0
               DISPLAY "  NO TIENE NOTAS DE CREDITO"
           ELSE
               MOVE WS-CCL-TOTAL TO WS-MONTO-FMT
               CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT
               MOVE WS-CCL-CANTIDAD TO WS-CCL-ED-CANT
               DISPLAY "  " WS-CCL-ED-CANT " NOTAS - TOTAL: "
                   WS-TEXTO-FMT
           END-IF.

       6000-END-NOTAS-CREDITO SECTION.

       6100-MOSTRAR-NOTA SECTION.
           ADD 1 TO WS-CCL-CANTIDAD.
           ADD REG-NC-TOTAL TO WS-CCL-TOTAL.
           IF WS-CCL-CANTIDAD = 1
               DISPLAY "NUMERO  FECHA      FACTURA        TOTAL"
           END-IF.
           MOVE REG-NC-FECHA(1:8) TO WS-CCL-FECHA-IN.
           PERFORM 8000-EDITAR-FECHA.
           MOVE REG-NC-TOTAL TO WS-CCL-ED-MONTO-1.
           DISPLAY REG-NC-NUMERO " " WS-CCL-ED-FECHA " "
               REG-NC-FACTURA " " WS-CCL-ED-MONTO-1.

       6100-END-MOSTRAR-NOTA SECTION.

       7000-ALUMNOS-A-CARGO SECTION.
      *    ALUMNOS CUYA PENSION SE DEBITA A ESTE CLIENTE: LOS QUE LO
      *    TIENEN COMO REPRESENTANTE, O EL PROPIO ALUMNO SIN
      *    REPRESENTANTE (VER REG-REPR-CEDULA EN ALUMREG.CPY).
           DISPLAY "-------------------------------------------".
           DISPLAY "ALUMNOS A CARGO DEL CLIENTE".
           MOVE 0 TO WS-CCL-CANTIDAD.
           OPEN INPUT ALUMNOS-FILE.
           IF WS-ALUM-FS = "35"
               MOVE "00" TO WS-ALUM-FS
           ELSE
               PERFORM UNTIL WS-ALUM-FS NOT = "00"
                   READ ALUMNOS-FILE
                       AT END MOVE "10" TO WS-ALUM-FS
                       NOT AT END
                           IF REG-REPR-CEDULA = WS-CLIENTE-CODE OR
                                   (REG-REPR-CEDULA = SPACES AND
                                    REG-CEDULA = WS-CLIENTE-CODE)
                               ADD 1 TO WS-CCL-CANTIDAD
                               DISPLAY REG-CEDULA " " REG-NOMBRE
                                   " PER. " REG-PERIODO
                                   " BECA " REG-BECA-PORC "%"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUMNOS-FILE
           END-IF.
           MOVE "00" TO WS-ALUM-FS.
           IF WS-CCL-CANTIDAD = 0
               DISPLAY "  NO TIENE ALUMNOS A CARGO"
           END-IF.

       7000-END-ALUMNOS-A-CARGO SECTION.

       8000-EDITAR-FECHA SECTION.
      *    AAAAMMDD -> DD/MM/AAAA (EN BLANCO SI NO ES FECHA).
           MOVE SPACES TO WS-CCL-ED-FECHA.
           IF WS-CCL-FECHA-IN IS NUMERIC
               STRING WS-CCL-FECHA-IN(7:2) "/" WS-CCL-FECHA-IN(5:2) "/"
                   WS-CCL-FECHA-IN(1:4)
                   DELIMITED BY SIZE INTO WS-CCL-ED-FECHA
           END-IF.

       8000-END-EDITAR-FECHA SECTION.

       END PROGRAM CONSULTA-CLIENTE.

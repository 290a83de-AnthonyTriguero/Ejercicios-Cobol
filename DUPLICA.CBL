      *-----------------------
      *    MISMO ANCHO QUE REG-FACTURA (VER FACREG.CPY).
       FD  FACTEMP-FILE.
       01  REG-FACTEMP                PIC X(161).
      *-----------------------
       FD  MOVTEMP-FILE.
       01  REG-MOVTEMP                PIC X(130).
       01  WS-OPCION-MENU             PIC 9       VALUE 0.
      *    LAYOUT COMPARTIDO DE LINEA DE MOVIMIENTO (VER MOVLIN.CPY)
       COPY MOVLIN.
      *    MISMA TABLA DE CLIENTES QUE CALCULADORA/VSFACTU. AQUI SE
      *    DEJA EN EL ORDEN DEL ARCHIVO: NO SE BUSCA POR CODIGO NI SE
      *    AGREGAN CLIENTES, SOLO SE COMPARAN Y SE ELIMINA UN SLOT.
       01  WS-CLIENTES-TABLA.
           05 WS-CLIENTE-REG OCCURS 5000 TIMES INDEXED BY CLI-I CLI-J.
               10 WS-TCLI-CODE        PIC X(10).
               10 WS-TCLI-NAME        PIC X(30).
               10 WS-TCLI-LASTNAME    PIC X(30).
               10 WS-TCLI-ADDRESS     PIC X(40).
               10 WS-TCLI-BALANCE     PIC S9(11)V99 COMP-3.
               10 WS-TCLI-LIMITE-CREDITO PIC 9(9)V99 COMP-3.
               10 WS-TCLI-ID-TIPO     PIC X(01).
               10 WS-TCLI-ID-NUMERO   PIC X(13).
               10 WS-TCLI-CATEGORIA   PIC X(01).
       01  WS-CLI-EXISTENTES          PIC 9(05)   VALUE 0.
      *    'S' SI CLIENTES.DAT NO CUPO COMPLETO EN LA TABLA; EN ESE
      *    CASO NO SE FUSIONA NI SE REESCRIBE EL MAESTRO.
       01  WS-CLI-DESBORDE            PIC X       VALUE 'N'.
           88 CLI-DESBORDE                   VALUE 'S'.
      *    FUSION
      *---------------------------------------------------------------
       01  WS-DUP-PARES               PIC 9(05)   VALUE 0.
       01  WS-FUS-SOBREVIVE           PIC X(10)   VALUE SPACES.
       01  WS-FUS-DUPLICADO           PIC X(10)   VALUE SPACES.
       01  WS-FUS-POS-SOB             PIC 9(05)   VALUE 0.
       01  WS-FUS-POS-DUP             PIC 9(05)   VALUE 0.
       01  WS-FUS-CONFIRMA            PIC X       VALUE 'N'.
       01  WS-FUS-FAC-CONT            PIC 9(05)   VALUE 0.
       01  WS-FUS-MOV-CONT            PIC 9(05)   VALUE 0.
       01  WS-FUS-I                   PIC 9(05)   VALUE 0.
      *    FORMATEO DE MONTOS COMPARTIDO (REQ 022)
      *---------------------------------------------------------------
       01  WS-MONTO-FMT               PIC S9(9)V99.
       01  WS-TEXTO-FMT               PIC X(20).
      *    CLIENTES.DAT QUEDA BLOQUEADO MIENTRAS ESTE PROGRAMA ESTA
      *    ABIERTO; FACTURAS.DAT SOLO DURANTE LA FUSION (VER
      *    BLOQPAR.CPY).
       COPY BLOQPAR.
      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
       0000-MAIN-PROCEDURE SECTION.
           MOVE 0 TO WS-OPCION-MENU.
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           MOVE 'T' TO WS-BLQ-ACCION.
           MOVE "CLIENTES.DAT" TO WS-BLQ-ARCHIVO.
           PERFORM 0200-BLOQUEO-MAESTRO.
           IF BLQ-CONCEDIDO
               PERFORM 1000-CARGAR-CLIENTES
               PERFORM 0100-MENU-DEPURACION UNTIL WS-OPCION-MENU = 3
               MOVE 'L' TO WS-BLQ-ACCION
               MOVE "CLIENTES.DAT" TO WS-BLQ-ARCHIVO
               PERFORM 0200-BLOQUEO-MAESTRO
           ELSE
               DISPLAY "CLIENTES.DAT EN USO - NO SE PUEDE DEPURAR"
           END-IF.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       0100-END-MENU-DEPURACION SECTION.

       0200-BLOQUEO-MAESTRO SECTION.
           MOVE "DEPURA-CLIENTES" TO WS-BLQ-PROGRAMA.
           CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION WS-BLQ-ARCHIVO
               WS-BLQ-PROGRAMA WS-BLQ-RESULTADO WS-BLQ-DUENO.

       0200-END-BLOQUEO-MAESTRO SECTION.

       1000-CARGAR-CLIENTES SECTION.
           INITIALIZE WS-CLIENTES-TABLA.
           MOVE 0 TO WS-CLI-EXISTENTES.
           MOVE 'N' TO WS-CLI-DESBORDE.
           OPEN INPUT CLIENTES-FILE.
           IF WS-CLI-FS = "35"
               MOVE "00" TO WS-CLI-FS
           ELSE
               PERFORM UNTIL WS-CLI-FS NOT = "00"
                   READ CLIENTES-FILE
                       AT END MOVE "10" TO WS-CLI-FS
                       NOT AT END
                           IF WS-CLI-EXISTENTES >= 5000
                               MOVE 'S' TO WS-CLI-DESBORDE
                               MOVE "10" TO WS-CLI-FS
                           ELSE
                               PERFORM 1010-TOMAR-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-FILE
           END-IF.
           IF CLI-DESBORDE
               DISPLAY "CLIENTES.DAT TIENE MAS DE 5000 REGISTROS - "
                   "NO SE REESCRIBIRA DESDE ESTE PROGRAMA"
           END-IF.
           MOVE "00" TO WS-CLI-FS.

       1000-END-CARGAR-CLIENTES SECTION.

       1010-TOMAR-CLIENTE SECTION.
           ADD 1 TO WS-CLI-EXISTENTES.
           SET CLI-I TO WS-CLI-EXISTENTES.
           MOVE REG-CLIENTE-CODE     TO WS-TCLI-CODE(CLI-I).
           MOVE REG-CLIENTE-NAME     TO WS-TCLI-NAME(CLI-I).
           MOVE REG-CLIENTE-LASTNAME TO WS-TCLI-LASTNAME(CLI-I).
           MOVE REG-CLIENTE-ADDRESS  TO WS-TCLI-ADDRESS(CLI-I).
           MOVE REG-CLIENTE-BALANCE  TO WS-TCLI-BALANCE(CLI-I).
           MOVE REG-CLIENTE-LIMITE-CREDITO
               TO WS-TCLI-LIMITE-CREDITO(CLI-I).
           MOVE REG-CLIENTE-ID-TIPO  TO WS-TCLI-ID-TIPO(CLI-I).
           MOVE REG-CLIENTE-ID-NUMERO TO WS-TCLI-ID-NUMERO(CLI-I).
           MOVE REG-CLIENTE-CATEGORIA TO WS-TCLI-CATEGORIA(CLI-I).

       1010-END-TOMAR-CLIENTE SECTION.

       8100-GRABAR-CLIENTES SECTION.
           IF CLI-DESBORDE
               DISPLAY "CLIENTES.DAT NO SE REESCRIBE: TIENE MAS "
                   "REGISTROS DE LOS QUE SE CARGARON"
           ELSE
               OPEN OUTPUT CLIENTES-FILE
               PERFORM VARYING CLI-I FROM 1 BY 1
                       UNTIL CLI-I > WS-CLI-EXISTENTES
                   MOVE WS-TCLI-CODE(CLI-I)     TO REG-CLIENTE-CODE
                   MOVE WS-TCLI-NAME(CLI-I)     TO REG-CLIENTE-NAME
                   MOVE WS-TCLI-LASTNAME(CLI-I)
                       TO REG-CLIENTE-LASTNAME
                   MOVE WS-TCLI-ADDRESS(CLI-I)  TO REG-CLIENTE-ADDRESS
                   MOVE WS-TCLI-BALANCE(CLI-I)  TO REG-CLIENTE-BALANCE
                   MOVE WS-TCLI-LIMITE-CREDITO(CLI-I)
                       TO REG-CLIENTE-LIMITE-CREDITO
                   MOVE WS-TCLI-ID-TIPO(CLI-I) TO REG-CLIENTE-ID-TIPO
                   MOVE WS-TCLI-ID-NUMERO(CLI-I)
                       TO REG-CLIENTE-ID-NUMERO
                   MOVE WS-TCLI-CATEGORIA(CLI-I)
                       TO REG-CLIENTE-CATEGORIA
                   WRITE REG-CLIENTE
               END-PERFORM
               CLOSE CLIENTES-FILE
           END-IF.
           MOVE "00" TO WS-CLI-FS.

       8100-END-GRABAR-CLIENTES SECTION.
           IF OPERADOR-CAJERO
               DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
           ELSE
               IF CLI-DESBORDE
                   DISPLAY "NO SE PUEDE FUSIONAR: CLIENTES.DAT NO "
                       "CUPO COMPLETO EN MEMORIA"
               ELSE
                   DISPLAY "CODIGO QUE SOBREVIVE"
                   ACCEPT WS-FUS-SOBREVIVE
                   DISPLAY "CODIGO DUPLICADO A ABSORBER"
                   ACCEPT WS-FUS-DUPLICADO
                   PERFORM 3100-VALIDAR-FUSION
                   IF WS-FUS-POS-SOB > 0 AND WS-FUS-POS-DUP > 0
                       PERFORM 3200-CONFIRMAR-Y-APLICAR
                   END-IF
               END-IF
           END-IF.

           DISPLAY "  BALANCE : " WS-TEXTO-FMT.
           DISPLAY "CONFIRMA LA FUSION (S/N)".
           ACCEPT WS-FUS-CONFIRMA.
      *    LA FUSION TAMBIEN REESCRIBE FACTURAS.DAT: SI OTRO LO TIENE
      *    (P.EJ. VSFACTU ABIERTO) NO SE TOCA NADA.
           IF WS-FUS-CONFIRMA = 'S' OR WS-FUS-CONFIRMA = 's'
               MOVE 'T' TO WS-BLQ-ACCION
               MOVE "FACTURAS.DAT" TO WS-BLQ-ARCHIVO
               PERFORM 0200-BLOQUEO-MAESTRO
               IF BLQ-CONCEDIDO
                   PERFORM 3300-FUSIONAR-MAESTRO
                   PERFORM 3400-REAPUNTAR-FACTURAS
                   PERFORM 3500-REAPUNTAR-MOVIMIENTOS
                   MOVE 'L' TO WS-BLQ-ACCION
                   MOVE "FACTURAS.DAT" TO WS-BLQ-ARCHIVO
                   PERFORM 0200-BLOQUEO-MAESTRO
                   DISPLAY "FUSION APLICADA - FACTURAS RE-APUNTADAS: "
                       WS-FUS-FAC-CONT " - MOVIMIENTOS RE-APUNTADOS: "
                       WS-FUS-MOV-CONT
               ELSE
                   DISPLAY "FACTURAS.DAT EN USO - FUSION CANCELADA"
               END-IF
           ELSE
               DISPLAY "FUSION CANCELADA"
           END-IF.

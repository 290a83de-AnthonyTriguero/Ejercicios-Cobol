           COPY CLIENTE.
       01  WS-CLI-FS                   PIC XX      VALUE "00".
       01  WS-CLIENTES-TABLA.
           05 WS-CLIENTE-REG OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-CLI-EXISTENTES
                             ASCENDING KEY IS WS-TCLI-CODE
                             INDEXED BY CLI-I.
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
       01  WS-CLI-TEMP.
           05 WS-CLI-TEMP-CODE        PIC X(10).
           05 FILLER                  PIC X(128).
       01  WS-CLI-UBICADO             PIC X       VALUE 'N'.
           88 CLI-UBICADO                    VALUE 'S'.
      *    CLIENTES.DAT TRAE MAS RENGLONES DE LOS QUE CABEN: NO SE
      *    REESCRIBE DESDE ESTE PROGRAMA PARA NO PERDER LOS DEMAS.
       01  WS-CLI-DESBORDE            PIC X       VALUE 'N'.
           88 CLI-DESBORDE                   VALUE 'S'.
       01  WS-CLI-ENCONTRADO          PIC X       VALUE 'N'.
           88 CLI-ENCONTRADO                 VALUE 'S'.
       01  WS-CLI-GUARDADO            PIC X       VALUE 'N'.
           88 CLI-GUARDADO                   VALUE 'S'.
      *    IDENTIFICACION DEL COMPRADOR (3025): INTERFAZ FIJA DE
      *    CIVALIDE-VALIDAR, DE LA QUE SOLO SE USAN EL RESULTADO Y EL
      *    TIPO DE DOCUMENTO (CED/RUC) PARA CRUZARLO CON EL TIPO PEDIDO.
       01  WS-ID-OK                   PIC X       VALUE 'N'.
           88 ID-OK                          VALUE 'S'.
       01  WS-CI-RESULTADO            PIC X       VALUE 'N'.
           88 CI-VALIDA                      VALUE 'S'.
       01  WS-CI-TIPO-DOC             PIC X(05)   VALUE SPACES.
       01  WS-CI-CALCULADO            PIC 99      VALUE 0.
       01  WS-CI-DIGITO-INGRESADO     PIC 9       VALUE 0.
       01  WS-CI-PROV-OK              PIC X       VALUE 'N'.
       01  WS-CI-ESTABLECIMIENTO      PIC X(03)   VALUE SPACES.
      *    CLIENTES.DAT SE REESCRIBE COMPLETO: SE BLOQUEA ANTES DE
      *    CARGARLO Y SE SUELTA AL TERMINAR (VER BLOQPAR.CPY).
       COPY OPERADOR.
       COPY BLOQPAR.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           MOVE 'T' TO WS-BLQ-ACCION.
           PERFORM 0100-BLOQUEO-CLIENTES.
           IF NOT BLQ-CONCEDIDO
               DISPLAY "CLIENTES.DAT EN USO - NO SE PUEDE REGISTRAR "
                   "EL CLIENTE"
               STOP RUN
           END-IF.
           PERFORM 1100-CARGAR-CLIENTES.
      *    REQ 017 - INGRESO INTERACTIVO EN VEZ DE DATOS FIJOS
           DISPLAY "NOMBRE DEL CLIENTE: ".
           ACCEPT WS-CLIENTE-CODE.
           DISPLAY "DIRECCION DEL CLIENTE: ".
           ACCEPT WS-CLIENTE-ADDRESS.
           PERFORM 3025-INGRESAR-IDENTIFICACION.
           PERFORM 3028-INGRESAR-CATEGORIA.
           MOVE 0 TO WS-CLIENTE-BALANCE.
           MOVE 0 TO WS-CLIENTE-LIMITE-CREDITO.

           DISPLAY WS-CLIENTE-NAME ' ' WS-CLIENTE-LASTNAME.
           DISPLAY "CODIGO: " WS-CLIENTE-CODE.
           DISPLAY "DIRECCION: " WS-CLIENTE-ADDRESS.
           DISPLAY "IDENTIFICACION (" WS-CLIENTE-ID-TIPO "): "
               WS-CLIENTE-ID-NUMERO.
           DISPLAY "CATEGORIA DE PRECIOS: " WS-CLIENTE-CATEGORIA.
           DISPLAY "*******************************************".

      *    REQ 040 - SE GUARDA EL CLIENTE CAPTURADO EN CLIENTES.DAT,
               PERFORM 8100-GRABAR-CLIENTES
               DISPLAY "CLIENTE GRABADO EN CLIENTES.DAT"
           END-IF.
           MOVE 'L' TO WS-BLQ-ACCION.
           PERFORM 0100-BLOQUEO-CLIENTES.
           STOP RUN.

       0100-BLOQUEO-CLIENTES SECTION.
           MOVE "CLIENTES.DAT" TO WS-BLQ-ARCHIVO.
           MOVE "YOUR-PROGRAM-NAME" TO WS-BLQ-PROGRAMA.
           CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION WS-BLQ-ARCHIVO
               WS-BLQ-PROGRAMA WS-BLQ-RESULTADO WS-BLQ-DUENO.

       0100-FIN-BLOQUEO-CLIENTES SECTION.

       1100-CARGAR-CLIENTES SECTION.
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
                               PERFORM 1110-TOMAR-CLIENTE
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

       1100-FIN-CARGAR-CLIENTES SECTION.

       1110-TOMAR-CLIENTE SECTION.
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
           MOVE REG-CLIENTE-ID-NUMERO
               TO WS-TCLI-ID-NUMERO(CLI-I).
      *    CLIENTES ANTERIORES A LAS LISTAS DE PRECIOS: PUBLICO.
           IF REG-CLIENTE-CATEGORIA = 'M' OR REG-CLIENTE-CATEGORIA = 'I'
               MOVE REG-CLIENTE-CATEGORIA TO WS-TCLI-CATEGORIA(CLI-I)
           ELSE
               MOVE 'P' TO WS-TCLI-CATEGORIA(CLI-I)
           END-IF.
           PERFORM 1120-UBICAR-CLIENTE.

       1110-FIN-TOMAR-CLIENTE SECTION.

       1120-UBICAR-CLIENTE SECTION.
      *    EL CLIENTE RECIEN AGREGADO AL FINAL DE LA TABLA BAJA HASTA
      *    SU LUGAR POR CODIGO. SI CLIENTES.DAT YA VIENE ORDENADO (LO
      *    GRABA 8100) NO SE MUEVE NADA. DEJA CLI-I EN SU POSICION.
           SET CLI-I TO WS-CLI-EXISTENTES.
           MOVE WS-CLIENTE-REG(CLI-I) TO WS-CLI-TEMP.
           MOVE 'N' TO WS-CLI-UBICADO.
           PERFORM UNTIL CLI-I = 1 OR CLI-UBICADO
               IF WS-TCLI-CODE(CLI-I - 1) > WS-CLI-TEMP-CODE
                   MOVE WS-CLIENTE-REG(CLI-I - 1)
                       TO WS-CLIENTE-REG(CLI-I)
                   SET CLI-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-CLI-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-CLI-TEMP TO WS-CLIENTE-REG(CLI-I).

       1120-FIN-UBICAR-CLIENTE SECTION.

       3030-GUARDAR-CLIENTE-TABLA SECTION.
           MOVE 'N' TO WS-CLI-ENCONTRADO.
           MOVE 'N' TO WS-CLI-GUARDADO.
           SET CLI-I TO 1.
           SEARCH ALL WS-CLIENTE-REG
               AT END
                   CONTINUE
               WHEN WS-TCLI-CODE(CLI-I) = WS-CLIENTE-CODE
                   MOVE 'S' TO WS-CLI-ENCONTRADO
           END-SEARCH.
           IF CLI-DESBORDE OR
                   (NOT CLI-ENCONTRADO AND WS-CLI-EXISTENTES >= 5000)
               DISPLAY "TABLA DE CLIENTES LLENA - NO SE PUDO GUARDAR"
           ELSE
               IF NOT CLI-ENCONTRADO
               MOVE WS-CLIENTE-NAME     TO WS-TCLI-NAME(CLI-I)
               MOVE WS-CLIENTE-LASTNAME TO WS-TCLI-LASTNAME(CLI-I)
               MOVE WS-CLIENTE-ADDRESS  TO WS-TCLI-ADDRESS(CLI-I)
               MOVE WS-CLIENTE-ID-TIPO  TO WS-TCLI-ID-TIPO(CLI-I)
               MOVE WS-CLIENTE-ID-NUMERO TO WS-TCLI-ID-NUMERO(CLI-I)
               MOVE WS-CLIENTE-CATEGORIA TO WS-TCLI-CATEGORIA(CLI-I)
               IF NOT CLI-ENCONTRADO
                   MOVE WS-CLIENTE-BALANCE TO WS-TCLI-BALANCE(CLI-I)
                   MOVE WS-CLIENTE-LIMITE-CREDITO
                       TO WS-TCLI-LIMITE-CREDITO(CLI-I)
                   PERFORM 1120-UBICAR-CLIENTE
               END-IF
               MOVE 'S' TO WS-CLI-GUARDADO
           END-IF.

       3030-FIN-GUARDAR-CLIENTE-TABLA SECTION.

       3025-INGRESAR-IDENTIFICACION SECTION.
      *    TIPO Y NUMERO DE IDENTIFICACION DEL COMPRADOR; SE VUELVE A
      *    PEDIR HASTA QUE EL NUMERO SEA VALIDO PARA SU TIPO (MISMA
      *    CAPTURA QUE VSFACTU).
           MOVE 'N' TO WS-ID-OK.
           PERFORM 3026-PEDIR-IDENTIFICACION UNTIL ID-OK.

       3025-FIN-INGRESAR-IDENTIFICACION SECTION.

       3026-PEDIR-IDENTIFICACION SECTION.
           DISPLAY "TIPO DE IDENTIFICACION: C CEDULA / R RUC / "
               "P PASAPORTE / F CONSUMIDOR FINAL".
           MOVE SPACE TO WS-CLIENTE-ID-TIPO.
           ACCEPT WS-CLIENTE-ID-TIPO.
           INSPECT WS-CLIENTE-ID-TIPO CONVERTING "crpf" TO "CRPF".
           MOVE SPACES TO WS-CLIENTE-ID-NUMERO.
           EVALUATE TRUE
               WHEN NOT CLIENTE-ID-VALIDO
                   DISPLAY "TIPO DE IDENTIFICACION NO VALIDO"
               WHEN CLIENTE-ID-CONS-FINAL
                   MOVE "9999999999999" TO WS-CLIENTE-ID-NUMERO
                   MOVE 'S' TO WS-ID-OK
               WHEN OTHER
                   DISPLAY "NUMERO DE IDENTIFICACION"
                   ACCEPT WS-CLIENTE-ID-NUMERO
                   PERFORM 3027-VALIDAR-IDENTIFICACION
           END-EVALUATE.

       3026-FIN-PEDIR-IDENTIFICACION SECTION.

       3027-VALIDAR-IDENTIFICACION SECTION.
      *    PASAPORTE: SOLO SE EXIGE QUE NO VENGA EN BLANCO. CEDULA Y
      *    RUC: DIGITO VERIFICADOR (CIVALIDE-VALIDAR) Y LARGO QUE
      *    CORRESPONDA AL TIPO ELEGIDO.
           IF WS-CLIENTE-ID-NUMERO = SPACES
               DISPLAY "NUMERO DE IDENTIFICACION OBLIGATORIO"
           ELSE
               IF CLIENTE-ID-PASAPORTE
                   MOVE 'S' TO WS-ID-OK
               ELSE
                   CALL "CIVALIDE-VALIDAR" USING WS-CLIENTE-ID-NUMERO
                       WS-CI-RESULTADO WS-CI-TIPO-DOC WS-CI-CALCULADO
                       WS-CI-DIGITO-INGRESADO WS-CI-PROV-OK
                       WS-CI-ESTABLECIMIENTO
                   EVALUATE TRUE
                       WHEN CLIENTE-ID-CEDULA AND
                            WS-CI-TIPO-DOC NOT = "CED"
                           DISPLAY "LA CEDULA DEBE TENER 10 DIGITOS"
                       WHEN CLIENTE-ID-RUC AND
                            WS-CI-TIPO-DOC NOT = "RUC"
                           DISPLAY "EL RUC DEBE TENER 13 DIGITOS"
                       WHEN NOT CI-VALIDA
                           DISPLAY "NUMERO DE IDENTIFICACION INVALIDO"
                       WHEN OTHER
                           MOVE 'S' TO WS-ID-OK
                   END-EVALUATE
               END-IF
           END-IF.

       3027-FIN-VALIDAR-IDENTIFICACION SECTION.

       3028-INGRESAR-CATEGORIA SECTION.
      *    LISTA DE PRECIOS CON QUE VSFACTU LE FACTURA (MISMA CAPTURA
      *    QUE ALLA); ENTER O UN VALOR DESCONOCIDO LO DEJA EN PUBLICO.
           DISPLAY "CATEGORIA DE PRECIOS: P PUBLICO / M MAYORISTA / "
               "I INSTITUCIONAL".
           MOVE SPACE TO WS-CLIENTE-CATEGORIA.
           ACCEPT WS-CLIENTE-CATEGORIA.
           INSPECT WS-CLIENTE-CATEGORIA CONVERTING "pmi" TO "PMI".
           IF NOT CLIENTE-CAT-VALIDA
               MOVE 'P' TO WS-CLIENTE-CATEGORIA
           END-IF.

       3028-FIN-INGRESAR-CATEGORIA SECTION.

       8100-GRABAR-CLIENTES SECTION.
           OPEN OUTPUT CLIENTES-FILE.
           PERFORM VARYING CLI-I FROM 1 BY 1
               MOVE WS-TCLI-BALANCE(CLI-I)  TO REG-CLIENTE-BALANCE
               MOVE WS-TCLI-LIMITE-CREDITO(CLI-I)
                   TO REG-CLIENTE-LIMITE-CREDITO
               MOVE WS-TCLI-ID-TIPO(CLI-I) TO REG-CLIENTE-ID-TIPO
               MOVE WS-TCLI-ID-NUMERO(CLI-I) TO REG-CLIENTE-ID-NUMERO
               MOVE WS-TCLI-CATEGORIA(CLI-I) TO REG-CLIENTE-CATEGORIA
               WRITE REG-CLIENTE
           END-PERFORM.
           CLOSE CLIENTES-FILE.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: PUNTOS DE EMISION (ESTABLECIMIENTOS Y CAJAS) Y SUS
      *          SECUENCIALES DE FACTURA, NOTA DE CREDITO Y PROFORMA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMIN-PUNTOS-EMISION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    MAESTRO DE PUNTOS DE EMISION (VER PEMREG.CPY). MISMO PATRON
      *    QUE LOS DEMAS MAESTROS: LINE SEQUENTIAL, CARGADO COMPLETO EN
      *    MEMORIA Y REESCRITO AL CONFIRMAR CADA CAMBIO, BAJO BLOQUEO
      *    (VSFACTU LO TIENE TOMADO MIENTRAS FACTURA).
           SELECT PUNTOS-EMISION-FILE ASSIGN TO "PUNTOS-EMISION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEM-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PUNTOS-EMISION-FILE.
           COPY PEMREG.
      *-----------------------
       WORKING-STORAGE SECTION.
      *    SOLO UN SUPERVISOR ADMINISTRA LOS PUNTOS (VER OPERADOR.CPY).
       COPY OPERADOR.
       COPY BLOQPAR.
       01  WS-PEM-FS                  PIC XX      VALUE "00".
       01  WS-OPCION-MENU             PIC 9       VALUE 0.
       01  WS-PUNTOS-TABLA.
           05 WS-PEM-REG OCCURS 50 TIMES INDEXED BY PEM-I.
               10 WS-TPEM-ESTAB       PIC X(03).
               10 WS-TPEM-PTO         PIC X(03).
               10 WS-TPEM-DESCRIPCION PIC X(30).
               10 WS-TPEM-ULT-FACTURA PIC 9(07).
               10 WS-TPEM-ULT-NC      PIC 9(07).
               10 WS-TPEM-ULT-PROFORMA PIC 9(07).
       01  WS-PEM-EXISTENTES          PIC 9(02)   VALUE 0.
       01  WS-PEM-ENCONTRADO          PIC X       VALUE 'N'.
           88 PEM-ENCONTRADO                 VALUE 'S'.
       01  WS-PEM-ESTAB-BUSCADO       PIC X(03)   VALUE SPACES.
       01  WS-PEM-PTO-BUSCADO         PIC X(03)   VALUE SPACES.
       01  WS-PEM-DESC-ENTRADA        PIC X(30)   VALUE SPACES.
       01  WS-PEM-NUM-ENTRADA         PIC X(07)   VALUE SPACES.
       01  WS-PEM-NUMERO              PIC 9(07)   VALUE 0.
       01  WS-PEM-NUMERO-OK           PIC X       VALUE 'N'.
           88 PEM-NUMERO-OK                  VALUE 'S'.
      *    EL ESTABLECIMIENTO SE TOMA DEL RUC (DIGITOS 11 A 13) CON LA
      *    INTERFAZ FIJA DE CIVALIDE-VALIDAR.
       01  WS-PEM-RUC                 PIC X(13)   VALUE SPACES.
       01  WS-CI-RESULTADO            PIC X       VALUE 'N'.
           88 CI-VALIDA                      VALUE 'S'.
       01  WS-CI-TIPO-DOC             PIC X(05)   VALUE SPACES.
       01  WS-CI-CALCULADO            PIC 99      VALUE 0.
       01  WS-CI-DIGITO-INGRESADO     PIC 9       VALUE 0.
       01  WS-CI-PROV-OK              PIC X       VALUE 'N'.
       01  WS-CI-ESTABLECIMIENTO      PIC X(03)   VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
       0000-MAIN-PROCEDURE SECTION.
           MOVE 0 TO WS-OPCION-MENU.
      *    DEFENSA ADICIONAL A LA DEL MENU, IGUAL QUE ADMIN-OPERADORES.
           IF OPERADOR-CAJERO
               DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
           ELSE
               PERFORM 0100-MENU-PUNTOS UNTIL WS-OPCION-MENU = 4
           END-IF.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       0100-MENU-PUNTOS SECTION.
           DISPLAY "*******************************************"
           DISPLAY "PUNTOS DE EMISION"
           DISPLAY "1. LISTAR PUNTOS Y SECUENCIALES"
           DISPLAY "2. CREAR PUNTO DE EMISION"
           DISPLAY "3. CAMBIAR DESCRIPCION"
           DISPLAY "4. VOLVER"
           DISPLAY "*******************************************"
           ACCEPT WS-OPCION-MENU
           EVALUATE WS-OPCION-MENU
               WHEN 1
                   PERFORM 1000-CARGAR-PUNTOS
                   PERFORM 2000-LISTAR-PUNTOS
               WHEN 2
                   PERFORM 3000-CREAR-PUNTO
               WHEN 3
                   PERFORM 4000-CAMBIAR-DESCRIPCION
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       0100-END-MENU-PUNTOS SECTION.

       0700-PEDIR-BLOQUEO SECTION.
           MOVE 'T' TO WS-BLQ-ACCION.
           MOVE "PUNTOS-EMISION.DAT" TO WS-BLQ-ARCHIVO.
           MOVE "ADMIN-PUNTOS-EMISION" TO WS-BLQ-PROGRAMA.
           CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION WS-BLQ-ARCHIVO
               WS-BLQ-PROGRAMA WS-BLQ-RESULTADO WS-BLQ-DUENO.

       0700-END-PEDIR-BLOQUEO SECTION.

       0750-SOLTAR-BLOQUEO SECTION.
           MOVE 'L' TO WS-BLQ-ACCION.
           MOVE "PUNTOS-EMISION.DAT" TO WS-BLQ-ARCHIVO.
           MOVE "ADMIN-PUNTOS-EMISION" TO WS-BLQ-PROGRAMA.
           CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION WS-BLQ-ARCHIVO
               WS-BLQ-PROGRAMA WS-BLQ-RESULTADO WS-BLQ-DUENO.

       0750-END-SOLTAR-BLOQUEO SECTION.

       1000-CARGAR-PUNTOS SECTION.
           INITIALIZE WS-PUNTOS-TABLA.
           MOVE 0 TO WS-PEM-EXISTENTES.
           OPEN INPUT PUNTOS-EMISION-FILE.
           IF WS-PEM-FS = "35"
               MOVE "00" TO WS-PEM-FS
           ELSE
               PERFORM UNTIL WS-PEM-FS NOT = "00" OR
                       WS-PEM-EXISTENTES >= 50
                   READ PUNTOS-EMISION-FILE
                       AT END MOVE "10" TO WS-PEM-FS
                       NOT AT END
                           ADD 1 TO WS-PEM-EXISTENTES
                           SET PEM-I TO WS-PEM-EXISTENTES
                           MOVE REG-PEM-ESTAB TO WS-TPEM-ESTAB(PEM-I)
                           MOVE REG-PEM-PTO TO WS-TPEM-PTO(PEM-I)
                           MOVE REG-PEM-DESCRIPCION
                               TO WS-TPEM-DESCRIPCION(PEM-I)
                           MOVE REG-PEM-ULT-FACTURA
                               TO WS-TPEM-ULT-FACTURA(PEM-I)
                           MOVE REG-PEM-ULT-NC TO WS-TPEM-ULT-NC(PEM-I)
                           MOVE REG-PEM-ULT-PROFORMA
                               TO WS-TPEM-ULT-PROFORMA(PEM-I)
                   END-READ
               END-PERFORM
               CLOSE PUNTOS-EMISION-FILE
           END-IF.
           MOVE "00" TO WS-PEM-FS.

       1000-END-CARGAR-PUNTOS SECTION.

       1100-BUSCAR-PUNTO SECTION.
           MOVE 'N' TO WS-PEM-ENCONTRADO.
           SET PEM-I TO 1.
           SEARCH WS-PEM-REG
               AT END
                   CONTINUE
               WHEN PEM-I > WS-PEM-EXISTENTES
                   CONTINUE
               WHEN WS-TPEM-ESTAB(PEM-I) = WS-PEM-ESTAB-BUSCADO AND
                    WS-TPEM-PTO(PEM-I) = WS-PEM-PTO-BUSCADO
                   MOVE 'S' TO WS-PEM-ENCONTRADO
           END-SEARCH.

       1100-END-BUSCAR-PUNTO SECTION.

       1200-PEDIR-NUMERO SECTION.
      *    ULTIMO SECUENCIAL YA EMITIDO EN EL PUNTO (POR EJEMPLO CON
      *    OTRO SISTEMA O EN TALONARIO); ENTER = 0000000.
           MOVE 'N' TO WS-PEM-NUMERO-OK.
           MOVE 0 TO WS-PEM-NUMERO.
           MOVE SPACES TO WS-PEM-NUM-ENTRADA.
           ACCEPT WS-PEM-NUM-ENTRADA.
           IF WS-PEM-NUM-ENTRADA = SPACES
               MOVE 'S' TO WS-PEM-NUMERO-OK
           ELSE
               IF FUNCTION TRIM(WS-PEM-NUM-ENTRADA) IS NUMERIC
                   COMPUTE WS-PEM-NUMERO =
                       FUNCTION NUMVAL(WS-PEM-NUM-ENTRADA)
                   MOVE 'S' TO WS-PEM-NUMERO-OK
               ELSE
                   DISPLAY "NUMERO NO VALIDO"
               END-IF
           END-IF.

       1200-END-PEDIR-NUMERO SECTION.

       2000-LISTAR-PUNTOS SECTION.
           DISPLAY "*******************************************".
           IF WS-PEM-EXISTENTES = 0
               DISPLAY "NO HAY PUNTOS REGISTRADOS - SE EMITE POR "
                   "001-001 CON LA NUMERACION ACTUAL"
           ELSE
               DISPLAY "PUNTO   DESCRIPCION                    "
                   "ULT.FAC ULT.NC  ULT.PRO"
               PERFORM VARYING PEM-I FROM 1 BY 1
                       UNTIL PEM-I > WS-PEM-EXISTENTES
                   DISPLAY WS-TPEM-ESTAB(PEM-I) "-"
                       WS-TPEM-PTO(PEM-I) " "
                       WS-TPEM-DESCRIPCION(PEM-I) " "
                       WS-TPEM-ULT-FACTURA(PEM-I) " "
                       WS-TPEM-ULT-NC(PEM-I) " "
                       WS-TPEM-ULT-PROFORMA(PEM-I)
               END-PERFORM
           END-IF.
           DISPLAY "*******************************************".

       2000-END-LISTAR-PUNTOS SECTION.

       3000-CREAR-PUNTO SECTION.
      *    EL ESTABLECIMIENTO SALE DEL RUC DEL LOCAL; EL PUNTO DE
      *    EMISION (CAJA) SE NUMERA DENTRO DE CADA ESTABLECIMIENTO.
      *    001-001 NO SE CREA AQUI: LO CREA VSFACTU LA PRIMERA VEZ QUE
      *    EMITE, CONTINUANDO LA NUMERACION QUE YA TRAIA EL NEGOCIO.
           PERFORM 0700-PEDIR-BLOQUEO.
           IF NOT BLQ-CONCEDIDO
               DISPLAY "PUNTOS-EMISION.DAT EN USO - INTENTE MAS TARDE"
               GO TO 3000-SALIR
           END-IF.
           PERFORM 1000-CARGAR-PUNTOS.
           IF WS-PEM-EXISTENTES >= 50
               DISPLAY "TABLA DE PUNTOS DE EMISION LLENA"
               GO TO 3000-SOLTAR
           END-IF.
           DISPLAY "RUC DEL ESTABLECIMIENTO (13 DIGITOS): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-PEM-RUC.
           ACCEPT WS-PEM-RUC.
           CALL "CIVALIDE-VALIDAR" USING WS-PEM-RUC WS-CI-RESULTADO
               WS-CI-TIPO-DOC WS-CI-CALCULADO WS-CI-DIGITO-INGRESADO
               WS-CI-PROV-OK WS-CI-ESTABLECIMIENTO.
           IF NOT CI-VALIDA OR WS-CI-TIPO-DOC NOT = "RUC"
               DISPLAY "RUC NO VALIDO"
               GO TO 3000-SOLTAR
           END-IF.
           MOVE WS-CI-ESTABLECIMIENTO TO WS-PEM-ESTAB-BUSCADO.
           DISPLAY "ESTABLECIMIENTO " WS-PEM-ESTAB-BUSCADO.
           DISPLAY "PUNTO DE EMISION (3 DIGITOS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-PEM-PTO-BUSCADO.
           ACCEPT WS-PEM-PTO-BUSCADO.
           IF WS-PEM-PTO-BUSCADO IS NOT NUMERIC OR
                   WS-PEM-PTO-BUSCADO = "000"
               DISPLAY "EL PUNTO VA CON 3 DIGITOS, DE 001 A 999"
               GO TO 3000-SOLTAR
           END-IF.
           IF WS-PEM-ESTAB-BUSCADO = "001" AND
                   WS-PEM-PTO-BUSCADO = "001"
               DISPLAY "001-001 ES EL PUNTO POR OMISION - LO CREA LA "
                   "FACTURACION CON LA NUMERACION ACTUAL"
               GO TO 3000-SOLTAR
           END-IF.
           PERFORM 1100-BUSCAR-PUNTO.
           IF PEM-ENCONTRADO
               DISPLAY "EL PUNTO " WS-PEM-ESTAB-BUSCADO "-"
                   WS-PEM-PTO-BUSCADO " YA EXISTE"
               GO TO 3000-SOLTAR
           END-IF.
           DISPLAY "DESCRIPCION (LOCAL / CAJA): " WITH NO ADVANCING.
           MOVE SPACES TO WS-PEM-DESC-ENTRADA.
           ACCEPT WS-PEM-DESC-ENTRADA.
           ADD 1 TO WS-PEM-EXISTENTES.
           SET PEM-I TO WS-PEM-EXISTENTES.
           MOVE WS-PEM-ESTAB-BUSCADO TO WS-TPEM-ESTAB(PEM-I).
           MOVE WS-PEM-PTO-BUSCADO TO WS-TPEM-PTO(PEM-I).
           MOVE WS-PEM-DESC-ENTRADA TO WS-TPEM-DESCRIPCION(PEM-I).
           DISPLAY "ULTIMA FACTURA YA EMITIDA EN ESTE PUNTO "
               "(ENTER = 0): " WITH NO ADVANCING.
           PERFORM 1200-PEDIR-NUMERO.
           IF NOT PEM-NUMERO-OK
               GO TO 3000-SOLTAR
           END-IF.
           MOVE WS-PEM-NUMERO TO WS-TPEM-ULT-FACTURA(PEM-I).
           DISPLAY "ULTIMA NOTA DE CREDITO YA EMITIDA "
               "(ENTER = 0): " WITH NO ADVANCING.
           PERFORM 1200-PEDIR-NUMERO.
           IF NOT PEM-NUMERO-OK
               GO TO 3000-SOLTAR
           END-IF.
           MOVE WS-PEM-NUMERO TO WS-TPEM-ULT-NC(PEM-I).
           DISPLAY "ULTIMA PROFORMA YA EMITIDA "
               "(ENTER = 0): " WITH NO ADVANCING.
           PERFORM 1200-PEDIR-NUMERO.
           IF NOT PEM-NUMERO-OK
               GO TO 3000-SOLTAR
           END-IF.
           MOVE WS-PEM-NUMERO TO WS-TPEM-ULT-PROFORMA(PEM-I).
           PERFORM 8100-GRABAR-PUNTOS.
           DISPLAY "PUNTO DE EMISION " WS-PEM-ESTAB-BUSCADO "-"
               WS-PEM-PTO-BUSCADO " REGISTRADO - ASIGNELO A SUS "
               "OPERADORES EN ADMINISTRACION DE OPERADORES".

       3000-SOLTAR.
           PERFORM 0750-SOLTAR-BLOQUEO.

       3000-SALIR.
           EXIT.

       3000-END-CREAR-PUNTO SECTION.

       4000-CAMBIAR-DESCRIPCION SECTION.
           PERFORM 0700-PEDIR-BLOQUEO.
           IF NOT BLQ-CONCEDIDO
               DISPLAY "PUNTOS-EMISION.DAT EN USO - INTENTE MAS TARDE"
               GO TO 4000-SALIR
           END-IF.
           PERFORM 1000-CARGAR-PUNTOS.
           DISPLAY "ESTABLECIMIENTO (3 DIGITOS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-PEM-ESTAB-BUSCADO.
           ACCEPT WS-PEM-ESTAB-BUSCADO.
           DISPLAY "PUNTO DE EMISION (3 DIGITOS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-PEM-PTO-BUSCADO.
           ACCEPT WS-PEM-PTO-BUSCADO.
           PERFORM 1100-BUSCAR-PUNTO.
           IF NOT PEM-ENCONTRADO
               DISPLAY "NO EXISTE EL PUNTO " WS-PEM-ESTAB-BUSCADO "-"
                   WS-PEM-PTO-BUSCADO
               GO TO 4000-SOLTAR
           END-IF.
           DISPLAY "DESCRIPCION ACTUAL: " WS-TPEM-DESCRIPCION(PEM-I).
           DISPLAY "NUEVA DESCRIPCION : " WITH NO ADVANCING.
           MOVE SPACES TO WS-PEM-DESC-ENTRADA.
           ACCEPT WS-PEM-DESC-ENTRADA.
           IF WS-PEM-DESC-ENTRADA = SPACES
               DISPLAY "SIN CAMBIOS"
               GO TO 4000-SOLTAR
           END-IF.
           MOVE WS-PEM-DESC-ENTRADA TO WS-TPEM-DESCRIPCION(PEM-I).
           PERFORM 8100-GRABAR-PUNTOS.
           DISPLAY "DESCRIPCION ACTUALIZADA".

       4000-SOLTAR.
           PERFORM 0750-SOLTAR-BLOQUEO.

       4000-SALIR.
           EXIT.

       4000-END-CAMBIAR-DESCRIPCION SECTION.

       8100-GRABAR-PUNTOS SECTION.
           OPEN OUTPUT PUNTOS-EMISION-FILE.
           PERFORM VARYING PEM-I FROM 1 BY 1
                   UNTIL PEM-I > WS-PEM-EXISTENTES
               MOVE WS-TPEM-ESTAB(PEM-I) TO REG-PEM-ESTAB
               MOVE WS-TPEM-PTO(PEM-I) TO REG-PEM-PTO
               MOVE WS-TPEM-DESCRIPCION(PEM-I) TO REG-PEM-DESCRIPCION
               MOVE WS-TPEM-ULT-FACTURA(PEM-I) TO REG-PEM-ULT-FACTURA
               MOVE WS-TPEM-ULT-NC(PEM-I) TO REG-PEM-ULT-NC
               MOVE WS-TPEM-ULT-PROFORMA(PEM-I)
                   TO REG-PEM-ULT-PROFORMA
               WRITE REG-PUNTO-EMISION
           END-PERFORM.
           CLOSE PUNTOS-EMISION-FILE.
           MOVE "00" TO WS-PEM-FS.

       8100-END-GRABAR-PUNTOS SECTION.

       END PROGRAM ADMIN-PUNTOS-EMISION.

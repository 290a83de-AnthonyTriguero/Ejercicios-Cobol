      ******************************************************************
      * Author:
      * Date:
      * Purpose: CONSULTA Y LIBERACION DE BLOQUEOS DE MAESTROS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMIN-BLOQUEOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    BITACORA DE CONFLICTOS QUE ESCRIBE BLOQUEO-MAESTRO.
           SELECT BLQLOG-FILE ASSIGN TO "BLOQUEOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOG-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  BLQLOG-FILE.
       01  REG-BLQLOG                 PIC X(200).
      *-----------------------
       WORKING-STORAGE SECTION.
      *    SOLO UN SUPERVISOR PUEDE LIBERAR EL BLOQUEO DE OTRO (VER
      *    OPERADOR.CPY).
       COPY OPERADOR.
       COPY BLOQPAR.
       01  WS-BLOG-FS                 PIC XX      VALUE "00".
       01  WS-OPCION-MENU             PIC 9       VALUE 0.
      *    ARCHIVOS SUJETOS A LA CONVENCION DE BLOQUEO (VER
      *    BLOQPAR.CPY).
       01  WS-BLA-LISTA-INICIAL.
           05 FILLER                  PIC X(20) VALUE "CLIENTES.DAT".
           05 FILLER                  PIC X(20) VALUE "PRODUCTOS.DAT".
           05 FILLER                  PIC X(20) VALUE "ALUMNOS.DAT".
           05 FILLER                  PIC X(20) VALUE "FACTURAS.DAT".
           05 FILLER                  PIC X(20) VALUE "FACTURA.SEQ".
           05 FILLER                  PIC X(20) VALUE "PROFORMA.SEQ".
           05 FILLER                  PIC X(20) VALUE "NOTACRED.SEQ".
           05 FILLER                  PIC X(20) VALUE "COMPRA.SEQ".
           05 FILLER                  PIC X(20)
                                      VALUE "LISTAS-PRECIO.DAT".
           05 FILLER                  PIC X(20)
                                      VALUE "PUNTOS-EMISION.DAT".
       01  WS-BLA-LISTA REDEFINES WS-BLA-LISTA-INICIAL.
           05 WS-BLA-ARCHIVO          PIC X(20) OCCURS 10 TIMES.
       01  WS-BLA-CANTIDAD            PIC 9(02)   VALUE 10.
       01  WS-BLA-I                   PIC 9(02)   VALUE 0.
       01  WS-BLA-ELEGIDO             PIC 9(02)   VALUE 0.
       01  WS-BLA-VIGENTES            PIC 9(02)   VALUE 0.
       01  WS-BLA-CONFIRMA            PIC X       VALUE 'N'.
       01  WS-BLA-LINEAS              PIC 9(05)   VALUE 0.
       01  WS-BLA-DESDE-IN            PIC X(14)   VALUE SPACES.
       01  WS-BLA-DESDE-R REDEFINES WS-BLA-DESDE-IN.
           05 WS-BLA-D-AAAA           PIC X(04).
           05 WS-BLA-D-MM             PIC X(02).
           05 WS-BLA-D-DD             PIC X(02).
           05 WS-BLA-D-HH             PIC X(02).
           05 WS-BLA-D-MI             PIC X(02).
           05 WS-BLA-D-SS             PIC X(02).
       01  WS-BLA-DESDE-ED            PIC X(19)   VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
       0000-MAIN-PROCEDURE SECTION.
           MOVE 0 TO WS-OPCION-MENU.
      *    DEFENSA ADICIONAL A LA DEL MENU, IGUAL QUE ADMIN-OPERADORES.
           IF OPERADOR-CAJERO
               DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
           ELSE
               PERFORM 0100-MENU-BLOQUEOS UNTIL WS-OPCION-MENU = 4
           END-IF.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       0100-MENU-BLOQUEOS SECTION.
           DISPLAY "*******************************************"
           DISPLAY "BLOQUEOS DE MAESTROS"
           DISPLAY "1. VER BLOQUEOS VIGENTES"
           DISPLAY "2. LIBERAR UN BLOQUEO (SESION CAIDA)"
           DISPLAY "3. VER CONFLICTOS (BLOQUEOS.LOG)"
           DISPLAY "4. VOLVER"
           DISPLAY "*******************************************"
           ACCEPT WS-OPCION-MENU
           EVALUATE WS-OPCION-MENU
               WHEN 1
                   PERFORM 1000-LISTAR-BLOQUEOS
               WHEN 2
                   PERFORM 2000-LIBERAR-BLOQUEO
               WHEN 3
                   PERFORM 3000-VER-CONFLICTOS
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       0100-END-MENU-BLOQUEOS SECTION.

       1000-LISTAR-BLOQUEOS SECTION.
           MOVE 0 TO WS-BLA-VIGENTES.
           PERFORM VARYING WS-BLA-I FROM 1 BY 1
                   UNTIL WS-BLA-I > WS-BLA-CANTIDAD
               PERFORM 1100-CONSULTAR-UNO
               IF BLQ-NEGADO
                   ADD 1 TO WS-BLA-VIGENTES
                   MOVE WS-BLQ-DUENO-DESDE TO WS-BLA-DESDE-IN
                   PERFORM 1200-EDITAR-DESDE
                   DISPLAY WS-BLA-I ". " WS-BLA-ARCHIVO(WS-BLA-I)
                       " " WS-BLQ-DUENO-OPER " " WS-BLA-DESDE-ED
                   DISPLAY "    " WS-BLQ-DUENO-PROGRAMA
               END-IF
           END-PERFORM.
           IF WS-BLA-VIGENTES = 0
               DISPLAY "NO HAY MAESTROS BLOQUEADOS"
           END-IF.

       1000-END-LISTAR-BLOQUEOS SECTION.

       1100-CONSULTAR-UNO SECTION.
           MOVE 'C' TO WS-BLQ-ACCION.
           MOVE WS-BLA-ARCHIVO(WS-BLA-I) TO WS-BLQ-ARCHIVO.
           MOVE "ADMIN-BLOQUEOS" TO WS-BLQ-PROGRAMA.
           CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION WS-BLQ-ARCHIVO
               WS-BLQ-PROGRAMA WS-BLQ-RESULTADO WS-BLQ-DUENO.

       1100-END-CONSULTAR-UNO SECTION.

       1200-EDITAR-DESDE SECTION.
           MOVE SPACES TO WS-BLA-DESDE-ED.
           STRING WS-BLA-D-DD "/" WS-BLA-D-MM "/" WS-BLA-D-AAAA " "
               WS-BLA-D-HH ":" WS-BLA-D-MI ":" WS-BLA-D-SS
               DELIMITED BY SIZE INTO WS-BLA-DESDE-ED.

       1200-END-EDITAR-DESDE SECTION.

       2000-LIBERAR-BLOQUEO SECTION.
      *    PARA BLOQUEOS QUE QUEDARON DE UNA SESION QUE SE CAYO O SE
      *    CERRO SIN SALIR DEL PROGRAMA. SI LA SESION SIGUE VIVA, AL
      *    GRABAR PISARA LO QUE OTROS HAYAN HECHO MIENTRAS TANTO: SE
      *    PIDE CONFIRMACION Y QUEDA EN BLOQUEOS.LOG.
           PERFORM 1000-LISTAR-BLOQUEOS.
           IF WS-BLA-VIGENTES > 0
               DISPLAY "NUMERO DEL ARCHIVO A LIBERAR (0 = NINGUNO)"
               MOVE 0 TO WS-BLA-ELEGIDO
               ACCEPT WS-BLA-ELEGIDO
               IF WS-BLA-ELEGIDO > 0 AND
                       WS-BLA-ELEGIDO <= WS-BLA-CANTIDAD
                   MOVE WS-BLA-ELEGIDO TO WS-BLA-I
                   PERFORM 1100-CONSULTAR-UNO
                   IF BLQ-CONCEDIDO
                       DISPLAY "ESE ARCHIVO NO ESTA BLOQUEADO"
                   ELSE
                       PERFORM 2100-CONFIRMAR-LIBERACION
                   END-IF
               END-IF
           END-IF.

       2000-END-LIBERAR-BLOQUEO SECTION.

       2100-CONFIRMAR-LIBERACION SECTION.
           DISPLAY "CONFIRMA QUE LA SESION DE " WS-BLQ-DUENO-OPER
               " YA NO ESTA ABIERTA (S/N)".
           MOVE 'N' TO WS-BLA-CONFIRMA.
           ACCEPT WS-BLA-CONFIRMA.
           IF WS-BLA-CONFIRMA = 'S' OR WS-BLA-CONFIRMA = 's'
               MOVE 'F' TO WS-BLQ-ACCION
               CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION
                   WS-BLQ-ARCHIVO WS-BLQ-PROGRAMA WS-BLQ-RESULTADO
                   WS-BLQ-DUENO
               IF BLQ-CONCEDIDO
                   DISPLAY "BLOQUEO LIBERADO: " WS-BLQ-ARCHIVO
               ELSE
                   DISPLAY "EL BLOQUEO YA NO EXISTIA"
               END-IF
           ELSE
               DISPLAY "LIBERACION CANCELADA"
           END-IF.

       2100-END-CONFIRMAR-LIBERACION SECTION.

       3000-VER-CONFLICTOS SECTION.
           MOVE 0 TO WS-BLA-LINEAS.
           OPEN INPUT BLQLOG-FILE.
           IF WS-BLOG-FS = "35"
               MOVE "00" TO WS-BLOG-FS
           ELSE
               PERFORM UNTIL WS-BLOG-FS NOT = "00"
                   READ BLQLOG-FILE
                       AT END MOVE "10" TO WS-BLOG-FS
                       NOT AT END
                           ADD 1 TO WS-BLA-LINEAS
                           DISPLAY REG-BLQLOG
                   END-READ
               END-PERFORM
               CLOSE BLQLOG-FILE
           END-IF.
           MOVE "00" TO WS-BLOG-FS.
           IF WS-BLA-LINEAS = 0
               DISPLAY "NO HAY DATOS TODAVIA EN BLOQUEOS.LOG"
           END-IF.

       3000-END-VER-CONFLICTOS SECTION.

       END PROGRAM ADMIN-BLOQUEOS.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: BLOQUEO DE MAESTROS ENTRE SESIONES (VER BLOQPAR.CPY)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQUEO-MAESTRO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    SUBRUTINA COMPARTIDA (MISMA IDEA QUE CIVALIDE-VALIDAR Y
      *    GENERAR-COMPROBANTE-SRI). LOS MAESTROS SON LINE SEQUENTIAL,
      *    SE CARGAN COMPLETOS EN MEMORIA Y SE REESCRIBEN CON OPEN
      *    OUTPUT; SIN BLOQUEO, DOS SESIONES ABIERTAS A LA VEZ SE PISAN
      *    Y EL ULTIMO EN GRABAR BORRA LOS CAMBIOS DEL OTRO. EL BLOQUEO
      *    ES UN ARCHIVO <MAESTRO>.LCK DE UNA LINEA CON QUIEN LO TIENE.
           SELECT BLOQUEO-FILE ASSIGN TO DYNAMIC WS-LCK-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FS.
           SELECT BLQLOG-FILE ASSIGN TO "BLOQUEOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOG-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------
       FD  BLOQUEO-FILE.
       01  REG-BLOQUEO.
           05 REG-BLQ-OPER            PIC X(10).
           05 REG-BLQ-PROGRAMA        PIC X(30).
           05 REG-BLQ-DESDE           PIC X(14).
      *-----------------------
       FD  BLQLOG-FILE.
       01  REG-BLQLOG                 PIC X(200).
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY OPERADOR.
      *    EN MODO LOTE (FIN DE DIA DESATENDIDO) NO SE PREGUNTA NADA:
      *    UN ARCHIVO OCUPADO SE NIEGA Y QUEDA EN LA BITACORA.
       COPY LOTEFEC.
       01  WS-LCK-NOMBRE              PIC X(30)   VALUE SPACES.
       01  WS-LCK-FS                  PIC XX      VALUE "00".
       01  WS-BLOG-FS                 PIC XX      VALUE "00".
       01  WS-LCK-EXISTE              PIC X       VALUE 'N'.
           88 LCK-EXISTE                     VALUE 'S'.
       01  WS-LCK-TERMINADO           PIC X       VALUE 'N'.
           88 LCK-TERMINADO                  VALUE 'S'.
       01  WS-LCK-RESPUESTA           PIC X       VALUE SPACE.
       01  WS-LCK-AHORA               PIC X(21)   VALUE SPACES.
       01  WS-LCK-RC                  PIC 9(09) COMP-5.
      *    FECHA-HORA DEL DUENO PARA MOSTRAR (DD/MM/AAAA HH:MM:SS)
       01  WS-LCK-DESDE-IN            PIC X(14)   VALUE SPACES.
       01  WS-LCK-DESDE-R REDEFINES WS-LCK-DESDE-IN.
           05 WS-LCK-D-AAAA           PIC X(04).
           05 WS-LCK-D-MM             PIC X(02).
           05 WS-LCK-D-DD             PIC X(02).
           05 WS-LCK-D-HH             PIC X(02).
           05 WS-LCK-D-MI             PIC X(02).
           05 WS-LCK-D-SS             PIC X(02).
       01  WS-LCK-DESDE-ED            PIC X(19)   VALUE SPACES.
      *    LINEA DE BLOQUEOS.LOG: QUIEN PIDIO, QUIEN TENIA Y QUE PASO
      *    (ESPERA / CANCELA / LOTE EN UN CONFLICTO; FORZADO CUANDO UN
      *    SUPERVISOR BORRA EL BLOQUEO DE OTRO).
       01  WS-BLOG-LINEA.
           05 WS-BLOG-FECHA-HORA      PIC X(26).
           05 WS-BLOG-LIT-ARCH        PIC X(9)    VALUE " ARCHIVO:".
           05 WS-BLOG-ARCHIVO         PIC X(20).
           05 WS-BLOG-LIT-EVENTO      PIC X(8)    VALUE " EVENTO:".
           05 WS-BLOG-EVENTO          PIC X(08).
           05 WS-BLOG-LIT-PIDE        PIC X(6)    VALUE " PIDE:".
           05 WS-BLOG-PIDE-OPER       PIC X(10).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 WS-BLOG-PIDE-PROGRAMA   PIC X(30).
           05 WS-BLOG-LIT-TIENE       PIC X(7)    VALUE " TIENE:".
           05 WS-BLOG-TIENE-OPER      PIC X(10).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 WS-BLOG-TIENE-PROGRAMA  PIC X(30).
           05 WS-BLOG-LIT-DESDE       PIC X(7)    VALUE " DESDE:".
           05 WS-BLOG-DESDE           PIC X(14).

       LINKAGE SECTION.
       01  LS-BLQ-ACCION              PIC X(01).
       01  LS-BLQ-ARCHIVO             PIC X(20).
       01  LS-BLQ-PROGRAMA            PIC X(30).
       01  LS-BLQ-RESULTADO           PIC X(01).
       01  LS-BLQ-DUENO.
           05 LS-BLQ-DUENO-OPER       PIC X(10).
           05 LS-BLQ-DUENO-PROGRAMA   PIC X(30).
           05 LS-BLQ-DUENO-DESDE      PIC X(14).

       PROCEDURE DIVISION USING LS-BLQ-ACCION LS-BLQ-ARCHIVO
               LS-BLQ-PROGRAMA LS-BLQ-RESULTADO LS-BLQ-DUENO.

       0000-MAIN-PROCEDURE SECTION.
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           MOVE 'N' TO LS-BLQ-RESULTADO.
           MOVE SPACES TO LS-BLQ-DUENO.
           MOVE SPACES TO WS-LCK-NOMBRE.
           STRING LS-BLQ-ARCHIVO DELIMITED BY SPACE
               ".LCK" DELIMITED BY SIZE
               INTO WS-LCK-NOMBRE.
           EVALUATE LS-BLQ-ACCION
               WHEN 'T'
                   PERFORM 2000-TOMAR-BLOQUEO
               WHEN 'L'
                   PERFORM 3000-LIBERAR-BLOQUEO
               WHEN 'C'
                   PERFORM 1000-LEER-BLOQUEO
                   IF LCK-EXISTE
                       PERFORM 1100-DEVOLVER-DUENO
                   ELSE
                       MOVE 'S' TO LS-BLQ-RESULTADO
                   END-IF
               WHEN 'F'
                   PERFORM 4000-FORZAR-LIBERACION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       1000-LEER-BLOQUEO SECTION.
           MOVE 'N' TO WS-LCK-EXISTE.
           MOVE SPACES TO REG-BLOQUEO.
           OPEN INPUT BLOQUEO-FILE.
           IF WS-LCK-FS = "00"
               MOVE 'S' TO WS-LCK-EXISTE
               READ BLOQUEO-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE BLOQUEO-FILE
           END-IF.
           MOVE "00" TO WS-LCK-FS.

       1000-END-LEER-BLOQUEO SECTION.

       1100-DEVOLVER-DUENO SECTION.
           MOVE 'N' TO LS-BLQ-RESULTADO.
           MOVE REG-BLQ-OPER     TO LS-BLQ-DUENO-OPER.
           MOVE REG-BLQ-PROGRAMA TO LS-BLQ-DUENO-PROGRAMA.
           MOVE REG-BLQ-DESDE    TO LS-BLQ-DUENO-DESDE.

       1100-END-DEVOLVER-DUENO SECTION.

       2000-TOMAR-BLOQUEO SECTION.
      *    SE REPITE MIENTRAS EL OPERADOR ELIJA ESPERAR; EL QUE TIENE
      *    EL ARCHIVO LO SUELTA AL SALIR DE SU PROGRAMA.
           MOVE 'N' TO WS-LCK-TERMINADO.
           PERFORM UNTIL LCK-TERMINADO
               PERFORM 1000-LEER-BLOQUEO
               IF LCK-EXISTE
                   PERFORM 1100-DEVOLVER-DUENO
                   PERFORM 2100-ATENDER-CONFLICTO
               ELSE
                   PERFORM 2200-GRABAR-BLOQUEO
               END-IF
           END-PERFORM.

       2000-END-TOMAR-BLOQUEO SECTION.

       2100-ATENDER-CONFLICTO SECTION.
           MOVE REG-BLQ-DESDE TO WS-LCK-DESDE-IN.
           PERFORM 5100-EDITAR-DESDE.
           IF MODO-LOTE
               MOVE "LOTE" TO WS-BLOG-EVENTO
               PERFORM 5000-REGISTRAR-EVENTO
               MOVE 'S' TO WS-LCK-TERMINADO
           ELSE
               DISPLAY "*******************************************"
               DISPLAY "ARCHIVO EN USO: " LS-BLQ-ARCHIVO
               DISPLAY "  OPERADOR: " REG-BLQ-OPER
               DISPLAY "  PROGRAMA: " REG-BLQ-PROGRAMA
               DISPLAY "  DESDE   : " WS-LCK-DESDE-ED
               DISPLAY "E = ESPERAR Y REINTENTAR / C = CANCELAR"
               MOVE SPACE TO WS-LCK-RESPUESTA
               ACCEPT WS-LCK-RESPUESTA
               IF WS-LCK-RESPUESTA = 'E' OR WS-LCK-RESPUESTA = 'e'
                   MOVE "ESPERA" TO WS-BLOG-EVENTO
                   PERFORM 5000-REGISTRAR-EVENTO
               ELSE
                   MOVE "CANCELA" TO WS-BLOG-EVENTO
                   PERFORM 5000-REGISTRAR-EVENTO
                   MOVE 'S' TO WS-LCK-TERMINADO
               END-IF
           END-IF.

       2100-END-ATENDER-CONFLICTO SECTION.

       2200-GRABAR-BLOQUEO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-LCK-AHORA.
           OPEN OUTPUT BLOQUEO-FILE.
           IF WS-LCK-FS = "00"
               MOVE WS-OPERADOR-ID      TO REG-BLQ-OPER
               MOVE LS-BLQ-PROGRAMA     TO REG-BLQ-PROGRAMA
               MOVE WS-LCK-AHORA(1:14)  TO REG-BLQ-DESDE
               WRITE REG-BLOQUEO
               CLOSE BLOQUEO-FILE
               MOVE 'S' TO LS-BLQ-RESULTADO
               MOVE SPACES TO LS-BLQ-DUENO
           ELSE
               DISPLAY "NO SE PUDO CREAR " WS-LCK-NOMBRE
                   " - FS: " WS-LCK-FS
               MOVE 'N' TO LS-BLQ-RESULTADO
           END-IF.
           MOVE "00" TO WS-LCK-FS.
           MOVE 'S' TO WS-LCK-TERMINADO.

       2200-END-GRABAR-BLOQUEO SECTION.

       3000-LIBERAR-BLOQUEO SECTION.
      *    SOLO SE BORRA UN BLOQUEO PROPIO: SI UN SUPERVISOR YA LO
      *    LIBERO Y OTRA SESION LO TOMO, ESE NO SE TOCA.
           PERFORM 1000-LEER-BLOQUEO.
           IF NOT LCK-EXISTE
               MOVE 'S' TO LS-BLQ-RESULTADO
           ELSE
               IF REG-BLQ-OPER = WS-OPERADOR-ID AND
                       REG-BLQ-PROGRAMA = LS-BLQ-PROGRAMA
                   CALL "CBL_DELETE_FILE" USING WS-LCK-NOMBRE
                       RETURNING WS-LCK-RC
                   END-CALL
                   MOVE 'S' TO LS-BLQ-RESULTADO
               ELSE
                   PERFORM 1100-DEVOLVER-DUENO
               END-IF
           END-IF.

       3000-END-LIBERAR-BLOQUEO SECTION.

       4000-FORZAR-LIBERACION SECTION.
           PERFORM 1000-LEER-BLOQUEO.
           IF LCK-EXISTE
               PERFORM 1100-DEVOLVER-DUENO
               CALL "CBL_DELETE_FILE" USING WS-LCK-NOMBRE
                   RETURNING WS-LCK-RC
               END-CALL
               MOVE "FORZADO" TO WS-BLOG-EVENTO
               PERFORM 5000-REGISTRAR-EVENTO
               MOVE 'S' TO LS-BLQ-RESULTADO
           END-IF.

       4000-END-FORZAR-LIBERACION SECTION.

       5000-REGISTRAR-EVENTO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-BLOG-FECHA-HORA.
           MOVE LS-BLQ-ARCHIVO   TO WS-BLOG-ARCHIVO.
           MOVE WS-OPERADOR-ID   TO WS-BLOG-PIDE-OPER.
           MOVE LS-BLQ-PROGRAMA  TO WS-BLOG-PIDE-PROGRAMA.
           MOVE REG-BLQ-OPER     TO WS-BLOG-TIENE-OPER.
           MOVE REG-BLQ-PROGRAMA TO WS-BLOG-TIENE-PROGRAMA.
           MOVE REG-BLQ-DESDE    TO WS-BLOG-DESDE.
           OPEN EXTEND BLQLOG-FILE.
           IF WS-BLOG-FS = "35"
               OPEN OUTPUT BLQLOG-FILE
           END-IF.
           MOVE WS-BLOG-LINEA TO REG-BLQLOG.
           WRITE REG-BLQLOG.
           CLOSE BLQLOG-FILE.
           MOVE "00" TO WS-BLOG-FS.

       5000-END-REGISTRAR-EVENTO SECTION.

       5100-EDITAR-DESDE SECTION.
           MOVE SPACES TO WS-LCK-DESDE-ED.
           STRING WS-LCK-D-DD "/" WS-LCK-D-MM "/" WS-LCK-D-AAAA " "
               WS-LCK-D-HH ":" WS-LCK-D-MI ":" WS-LCK-D-SS
               DELIMITED BY SIZE INTO WS-LCK-DESDE-ED.

       5100-END-EDITAR-DESDE SECTION.

       END PROGRAM BLOQUEO-MAESTRO.

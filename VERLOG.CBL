           SELECT REPORTE-FILE ASSIGN TO "RESUMEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.
      *    BITACORA DE SEGURIDAD (INGRESOS, CLAVES ERRADAS, BLOQUEOS Y
      *    CAMBIOS DE CLAVE) QUE ESCRIBEN MENU-SISTEMA Y
      *    ADMIN-OPERADORES. SOLO LA VE UN SUPERVISOR.
           SELECT SEGURIDAD-FILE ASSIGN TO "SEGURIDAD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.
      *    REQ 070 - LECTURA DE UNA BITACORA JUNTO CON SUS ARCHIVOS
      *    ROTADOS <NOMBRE>.AAAAMMDD (LOS DEJA ROTACION-BITACORAS):
      *    EL NOMBRE ES VARIABLE PORQUE SE RECORRE UN ARCHIVO POR
      *-----------------------
       FD  REPORTE-FILE.
       01  REG-REPORTE                 PIC X(80).
      *-----------------------
       FD  SEGURIDAD-FILE.
       01  REG-SEGURIDAD               PIC X(120).
      *-----------------------
       FD  ARCHLOG-FILE.
       01  REG-ARCHLOG                 PIC X(150).
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY OPERADOR.
       01  WS-LOG-FS                   PIC XX      VALUE "00".
       01  WS-LOG-OPCION                PIC 9      VALUE 0.
       01  WS-LOG-LINEAS                PIC 9(05)  VALUE 0.
      *    WORKING-STORAGE DE UN CALL A OTRO CONSERVA SU VALOR Y SIN
      *    ESTO EL MENU NO VOLVERIA A MOSTRARSE.
           MOVE 0 TO WS-LOG-OPCION.
           PERFORM 0100-MENU-BITACORAS UNTIL WS-LOG-OPCION = 9.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.
           DISPLAY "5. EXCEPCIONES DE MATRICULA (EXCEPCIONES.LOG)".
           DISPLAY "6. RESUMENES DE FIN DE DIA (RESUMEN.RPT)".
           DISPLAY "7. VER BITACORA CON ARCHIVOS ROTADOS (RANGO)".
           DISPLAY "8. SEGURIDAD (SEGURIDAD.LOG)".
           DISPLAY "9. SALIR".
           DISPLAY "*******************************************".
           ACCEPT WS-LOG-OPCION.
           EVALUATE WS-LOG-OPCION
      *            REQ 070 - BITACORA VIVA + ARCHIVOS ROTADOS
                   PERFORM 7000-VER-CON-ARCHIVOS
               WHEN 8
                   PERFORM 8000-VER-SEGURIDAD
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           DISPLAY "2. MOVIMIENTOS.LOG"
           DISPLAY "3. EXCEPCIONES.LOG"
           DISPLAY "4. CEDULAS-EXCEPCIONES.LOG"
           DISPLAY "5. SEGURIDAD.LOG (SOLO SUPERVISOR)"
           ACCEPT WS-ARCHLOG-OPCION.
           EVALUATE WS-ARCHLOG-OPCION
               WHEN 1
                   MOVE "EXCEPCIONES.LOG" TO WS-ARCHLOG-BASE
               WHEN 4
                   MOVE "CEDULAS-EXCEPCIONES.LOG" TO WS-ARCHLOG-BASE
               WHEN 5
                   IF OPERADOR-CAJERO
                       DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
                       MOVE SPACES TO WS-ARCHLOG-BASE
                   ELSE
                       MOVE "SEGURIDAD.LOG" TO WS-ARCHLOG-BASE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-ARCHLOG-BASE
           END-EVALUATE.
           IF WS-ARCHLOG-BASE = SPACES
               IF WS-ARCHLOG-OPCION NOT = 5
                   DISPLAY "OPCION NO VALIDA"
               END-IF
           ELSE
               DISPLAY "FECHA DESDE (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT WS-ARCHLOG-DESDE

       7000-END-VER-CON-ARCHIVOS SECTION.

       8000-VER-SEGURIDAD SECTION.
           IF OPERADOR-CAJERO
               DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
           ELSE
               MOVE 0 TO WS-LOG-LINEAS
               OPEN INPUT SEGURIDAD-FILE
               IF WS-LOG-FS = "35"
                   DISPLAY "NO HAY DATOS TODAVIA EN SEGURIDAD.LOG"
               ELSE
                   PERFORM UNTIL WS-LOG-FS NOT = "00"
                       READ SEGURIDAD-FILE
                           AT END
                               MOVE "10" TO WS-LOG-FS
                           NOT AT END
                               ADD 1 TO WS-LOG-LINEAS
                               DISPLAY REG-SEGURIDAD
                       END-READ
                   END-PERFORM
                   CLOSE SEGURIDAD-FILE
                   DISPLAY "TOTAL DE LINEAS: " WS-LOG-LINEAS
               END-IF
           END-IF.
           MOVE "00" TO WS-LOG-FS.

       8000-END-VER-SEGURIDAD SECTION.

       7100-LEER-ARCHIVOS-FECHADOS SECTION.
      *    LOS DIAS SIN ROTACION NO TIENEN ARCHIVO (FILE STATUS 35) Y
      *    SIMPLEMENTE SE SALTAN.

           05 FILLER                  PIC X(30) VALUE "PRODUCTOS.DAT".
           05 FILLER                  PIC X(30) VALUE "ALUMNOS.DAT".
           05 FILLER                  PIC X(30) VALUE "FACTURAS.DAT".
      *    LISTAS DE PRECIOS POR CATEGORIA (VER LPRREG.CPY), MISMA
      *    REESCRITURA COMPLETA QUE EL CATALOGO.
           05 FILLER                  PIC X(30)
                                      VALUE "LISTAS-PRECIO.DAT".
      *    PUNTOS DE EMISION CON SUS SECUENCIALES (VER PEMREG.CPY),
      *    REESCRITO COMPLETO CON CADA DOCUMENTO QUE SE EMITE.
           05 FILLER                  PIC X(30)
                                      VALUE "PUNTOS-EMISION.DAT".
      *    EL MAESTRO DE PROVEEDORES TAMBIEN SE REESCRIBE COMPLETO
      *    (VER 8000-GRABAR-PROVEEDORES EN COMPRAS-PROVEEDORES).
           05 FILLER                  PIC X(30) VALUE "PROVEEDORES.DAT".
       01  WS-ARCH-LISTA REDEFINES WS-ARCH-LISTA-INICIAL.
           05 WS-ARCH-NOMBRE          PIC X(30) OCCURS 7 TIMES.

       01  WS-ARCH-CANTIDAD           PIC 9(02) VALUE 7.
       01  WS-ARCH-I                  PIC 9(02) VALUE 0.
       01  WS-ARCH-SUFIJO             PIC X(08).
       01  WS-ARCH-ORIGEN             PIC X(50).
       01  WS-ARCH-DESTINO            PIC X(50).
       01  WS-ARCH-RC                 PIC 9(09) COMP-5.
      *    LOS SEIS PRIMEROS DE LA LISTA SIGUEN LA CONVENCION DE
      *    BLOQUEO (VER BLOQPAR.CPY): LA RESTAURACION LOS TOMA TODOS
      *    ANTES DE PISAR NADA, PARA NO CAMBIARLE EL ARCHIVO A UN
      *    PROGRAMA QUE LO TIENE CARGADO Y LO VA A REESCRIBIR.
       COPY BLOQPAR.
       01  WS-ARCH-BLOQUEABLES        PIC 9(02) VALUE 6.
       01  WS-ARCH-TOMADOS            PIC 9(02) VALUE 0.

       01  WS-OPCION-MENU             PIC 9     VALUE 0.
       01  WS-RESP-CONFIRMA           PIC X     VALUE 'N'.
       2100-END-RESPALDAR-UNO SECTION.

       3000-RESTAURAR-MAESTROS SECTION.
      *    REQ 058 - VUELVE A DEJAR LOS MAESTROS COMO ESTABAN
      *    EN EL RESPALDO DE LA FECHA INDICADA. PISA LOS ARCHIVOS
      *    ACTUALES, POR ESO LA CONFIRMACION EXPLICITA.
           DISPLAY "FECHA DEL RESPALDO A RESTAURAR (AAAAMMDD)"
                   "RESPALDO DEL " WS-RESP-FECHA " - CONFIRMA (S/N)"
               ACCEPT WS-RESP-CONFIRMA
               IF WS-RESP-CONFIRMA = 'S' OR WS-RESP-CONFIRMA = 's'
                   PERFORM 3050-TOMAR-BLOQUEOS
                   IF BLQ-CONCEDIDO
                       MOVE WS-RESP-FECHA TO WS-ARCH-SUFIJO
                       PERFORM VARYING WS-ARCH-I FROM 1 BY 1
                               UNTIL WS-ARCH-I > WS-ARCH-CANTIDAD
                           PERFORM 3100-RESTAURAR-UNO
                       END-PERFORM
                       DISPLAY "RESTAURACION TERMINADA - LOS PROGRAMAS "
                           "ABIERTOS DEBEN REINICIARSE PARA RECARGAR "
                           "SUS TABLAS"
                   ELSE
                       DISPLAY "RESTAURACION CANCELADA - EN USO: "
                           WS-BLQ-ARCHIVO
                   END-IF
                   PERFORM 3060-SOLTAR-BLOQUEOS
               ELSE
                   DISPLAY "RESTAURACION CANCELADA"
               END-IF

       3000-END-RESTAURAR-MAESTROS SECTION.

       3050-TOMAR-BLOQUEOS SECTION.
           MOVE 0 TO WS-ARCH-TOMADOS.
           MOVE 'S' TO WS-BLQ-RESULTADO.
           PERFORM VARYING WS-ARCH-I FROM 1 BY 1
                   UNTIL WS-ARCH-I > WS-ARCH-BLOQUEABLES
                      OR NOT BLQ-CONCEDIDO
               MOVE 'T' TO WS-BLQ-ACCION
               MOVE WS-ARCH-NOMBRE(WS-ARCH-I) TO WS-BLQ-ARCHIVO
               MOVE "RESPALDO-MAESTROS" TO WS-BLQ-PROGRAMA
               CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION
                   WS-BLQ-ARCHIVO WS-BLQ-PROGRAMA WS-BLQ-RESULTADO
                   WS-BLQ-DUENO
               IF BLQ-CONCEDIDO
                   ADD 1 TO WS-ARCH-TOMADOS
               END-IF
           END-PERFORM.

       3050-END-TOMAR-BLOQUEOS SECTION.

       3060-SOLTAR-BLOQUEOS SECTION.
           PERFORM VARYING WS-ARCH-I FROM 1 BY 1
                   UNTIL WS-ARCH-I > WS-ARCH-TOMADOS
               MOVE 'L' TO WS-BLQ-ACCION
               MOVE WS-ARCH-NOMBRE(WS-ARCH-I) TO WS-BLQ-ARCHIVO
               MOVE "RESPALDO-MAESTROS" TO WS-BLQ-PROGRAMA
               CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION
                   WS-BLQ-ARCHIVO WS-BLQ-PROGRAMA WS-BLQ-RESULTADO
                   WS-BLQ-DUENO
           END-PERFORM.
           MOVE 0 TO WS-ARCH-TOMADOS.

       3060-END-SOLTAR-BLOQUEOS SECTION.

       3100-RESTAURAR-UNO SECTION.
           MOVE SPACES TO WS-ARCH-ORIGEN.
           STRING FUNCTION TRIM(WS-ARCH-NOMBRE(WS-ARCH-I))

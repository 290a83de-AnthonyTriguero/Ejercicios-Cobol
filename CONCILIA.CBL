      *    REQ 069 - LAYOUT COMPARTIDO DE CIERRES.LOG (CIERLIN.CPY);
      *    AQUI SOLO SE USA WS-CIERRE-LEC PARA LA RELECTURA.
       COPY CIERLIN.
      *    TABLA DE CONCILIACION (MISMO LIMITE DE 5000 QUE EL
      *    MAESTRO), ORDENADA POR CODIGO PARA BUSCAR CON SEARCH ALL
      *---------------------------------------------------------------
       01  WS-CONC-TABLA.
           05 WS-CONC-REG OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-CON-EXISTENTES
                          ASCENDING KEY IS WS-CON-CODE
                          INDEXED BY CON-I.
               10 WS-CON-CODE         PIC X(10).
               10 WS-CON-NOMBRE       PIC X(30).
               10 WS-CON-BALANCE-MAESTRO PIC S9(11)V99.
               10 WS-CON-APERTURA     PIC S9(11)V99.
               10 WS-CON-FECHA-CIERRE PIC X(26).
               10 WS-CON-CALCULADO    PIC S9(11)V99.
       01  WS-CON-EXISTENTES          PIC 9(05)   VALUE 0.
       01  WS-CON-TEMP.
           05 WS-CON-TEMP-CODE        PIC X(10).
           05 FILLER                  PIC X(95).
       01  WS-CON-UBICADO             PIC X       VALUE 'N'.
           88 CON-UBICADO                    VALUE 'S'.
      *    CLIENTES.DAT TRAE MAS RENGLONES DE LOS QUE CABEN: NO SE
      *    CONCILIA PARA NO DAR POR CUADRADO UN MAESTRO INCOMPLETO.
       01  WS-CON-DESBORDE            PIC X       VALUE 'N'.
           88 CON-DESBORDE                   VALUE 'S'.
       01  WS-CON-DIFERENCIA          PIC S9(11)V99 VALUE 0.
       01  WS-CON-DESCUADRES          PIC 9(05)   VALUE 0.
      *    FORMATEO DE MONTOS COMPARTIDO (REQ 022)
      *---------------------------------------------------------------
       01  WS-MONTO-FMT               PIC S9(9)V99.
       PROCEDURE DIVISION.
      *-----------------------
       0000-MAIN-PROCEDURE SECTION.
           MOVE 0 TO WS-CON-EXISTENTES WS-CON-DESCUADRES.
           PERFORM 1000-CARGAR-CLIENTES.
           IF CON-DESBORDE
               DISPLAY "CLIENTES.DAT TIENE MAS DE 5000 REGISTROS - "
                   "NO SE PUEDE CONCILIAR"
           ELSE
               IF WS-CON-EXISTENTES = 0
                   DISPLAY "NO HAY CLIENTES EN EL MAESTRO"
               ELSE
                   PERFORM 2000-CARGAR-CIERRES
                   PERFORM 3000-REPRODUCIR-MOVIMIENTOS
                   PERFORM 4000-REPORTAR-DIFERENCIAS
               END-IF
           END-IF.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       1000-CARGAR-CLIENTES SECTION.
           MOVE 'N' TO WS-CON-DESBORDE.
           OPEN INPUT CLIENTES-FILE.
           IF WS-CLI-FS = "35"
               MOVE "00" TO WS-CLI-FS
           ELSE
               PERFORM UNTIL WS-CLI-FS NOT = "00"
                   READ CLIENTES-FILE
                       AT END MOVE "10" TO WS-CLI-FS
                       NOT AT END
                           IF WS-CON-EXISTENTES >= 5000
                               MOVE 'S' TO WS-CON-DESBORDE
                               MOVE "10" TO WS-CLI-FS
                           ELSE
                               PERFORM 1010-TOMAR-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-FILE
           END-IF.
           MOVE "00" TO WS-CLI-FS.

       1000-END-CARGAR-CLIENTES SECTION.

       1010-TOMAR-CLIENTE SECTION.
           ADD 1 TO WS-CON-EXISTENTES.
           SET CON-I TO WS-CON-EXISTENTES.
           INITIALIZE WS-CONC-REG(CON-I).
           MOVE REG-CLIENTE-CODE    TO WS-CON-CODE(CON-I).
           MOVE REG-CLIENTE-NAME    TO WS-CON-NOMBRE(CON-I).
           MOVE REG-CLIENTE-BALANCE TO WS-CON-BALANCE-MAESTRO(CON-I).
           PERFORM 1020-UBICAR-CLIENTE.

       1010-END-TOMAR-CLIENTE SECTION.

       1020-UBICAR-CLIENTE SECTION.
      *    EL CLIENTE RECIEN AGREGADO AL FINAL DE LA TABLA BAJA HASTA
      *    SU LUGAR POR CODIGO, PARA PODER BUSCARLO CON SEARCH ALL.
           SET CON-I TO WS-CON-EXISTENTES.
           MOVE WS-CONC-REG(CON-I) TO WS-CON-TEMP.
           MOVE 'N' TO WS-CON-UBICADO.
           PERFORM UNTIL CON-I = 1 OR CON-UBICADO
               IF WS-CON-CODE(CON-I - 1) > WS-CON-TEMP-CODE
                   MOVE WS-CONC-REG(CON-I - 1) TO WS-CONC-REG(CON-I)
                   SET CON-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-CON-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-CON-TEMP TO WS-CONC-REG(CON-I).

       1020-END-UBICAR-CLIENTE SECTION.

       2000-CARGAR-CIERRES SECTION.
      *    EL ULTIMO CIERRE VISTO DE CADA CLIENTE ES EL PUNTO DE
      *    PARTIDA (BALANCE DE APERTURA Y FECHA DESDE LA QUE SE
                       AT END MOVE "10" TO WS-CIERRE-FS
                       NOT AT END
                           MOVE REG-CIERRE TO WS-CIERRE-LEC
                           SEARCH ALL WS-CONC-REG
                               AT END
                                   CONTINUE
                               WHEN WS-CON-CODE(CON-I) =
                                       WS-CLEC-CLI-CODE
                                   MOVE WS-CLEC-BALANCE
                                       TO WS-CON-APERTURA(CON-I)
                                   MOVE WS-CLEC-FECHA-HORA
                                       TO WS-CON-FECHA-CIERRE(CON-I)
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE CIERRES-FILE
       3000-END-REPRODUCIR-MOVIMIENTOS SECTION.

       3100-APLICAR-MOVIMIENTO SECTION.
           SEARCH ALL WS-CONC-REG
               AT END
                   CONTINUE
               WHEN WS-CON-CODE(CON-I) = WS-MOV-CLI-CODE
                   IF WS-MOV-FECHA-HORA > WS-CON-FECHA-CIERRE(CON-I)
                       MOVE WS-MOV-MONTO TO WS-MOV-MONTO-NUM
                       IF WS-MOV-TIPO = "DEBITO"
                           SUBTRACT WS-MOV-MONTO-NUM
                               FROM WS-CON-CALCULADO(CON-I)
                       ELSE
                           ADD WS-MOV-MONTO-NUM
                               TO WS-CON-CALCULADO(CON-I)
                       END-IF
                   END-IF
           END-SEARCH.

       3100-END-APLICAR-MOVIMIENTO SECTION.


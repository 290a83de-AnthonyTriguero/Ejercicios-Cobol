           SELECT NOTACRED-FILE ASSIGN TO "NOTACRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-FS.
      *    COMPROBANTES ELECTRONICOS QUE TODAVIA NO AUTORIZA EL SRI,
      *    SIN IMPORTAR LA FECHA: SON TRABAJO PENDIENTE, NO VENTA DEL
      *    RANGO.
           SELECT SRI-ESTADO-FILE ASSIGN TO "SRI-ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRI-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-FILE.
       01  REG-REPORTE                PIC X(80).
      *-----------------------
      *    LAYOUT COMPARTIDO (VER NCREG.CPY); AQUI SOLO SE USAN FECHA
      *    Y TOTAL.
       FD  NOTACRED-FILE.
           COPY NCREG.
      *-----------------------
       FD  SRI-ESTADO-FILE.
           COPY SRIEST.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FAC-FS                  PIC XX      VALUE "00".

       01  WS-EXC-CI-CANTIDAD         PIC 9(05)   VALUE 0.

      *    ESTADO VIGENTE DE CADA COMPROBANTE ELECTRONICO ("EL ULTIMO
      *    GANA", VER SRIEST.CPY) PARA LISTAR LOS NO AUTORIZADOS.
       01  WS-SRI-FS                  PIC XX      VALUE "00".
       01  WS-SRI-TABLA.
           05 WS-SRI-REG OCCURS 2000 TIMES INDEXED BY SRI-I.
               10 WS-TSRI-TIPO        PIC X(02).
               10 WS-TSRI-NUMERO      PIC 9(07).
               10 WS-TSRI-ESTADO      PIC X(01).
                   88 TSRI-NO-AUTORIZADO     VALUE 'P' 'E' 'D'.
               10 WS-TSRI-INTENTOS    PIC 9(03).
               10 WS-TSRI-FECHA-DOC   PIC X(08).
       01  WS-SRI-EXISTENTES          PIC 9(04)   VALUE 0.
       01  WS-SRI-ENCONTRADO          PIC X       VALUE 'N'.
           88 SRI-ENCONTRADO                 VALUE 'S'.
       01  WS-SRI-NO-AUTORIZADOS      PIC 9(05)   VALUE 0.
       01  WS-SRI-NOMBRE-TIPO         PIC X(08)   VALUE SPACES.

      *    REQ 024 - FECHA DEL DIA PARA FILTRAR LO "PROCESADO ESE DIA";
      *    SE COMPARAN SOLO LOS PRIMEROS 8 CARACTERES (AAAAMMDD) PORQUE
      *    REG-FAC-FECHA SE LLENA EN FACRTURA.cbl CON
           PERFORM 3000-LEER-HISTORIAL.
           PERFORM 5000-LEER-MOVIMIENTOS.
           PERFORM 6000-LEER-EXCEPCIONES-CI.
           PERFORM 7000-LEER-ESTADO-SRI.
           PERFORM 4000-IMPRIMIR-RESUMEN.
           GOBACK.

           STRING "  EXCEPCIONES         : " WS-EXC-CI-CANTIDAD
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 4060-ESCRIBIR-LINEA.
           MOVE "COMPROBANTES ELECTRONICOS NO AUTORIZADOS"
               TO WS-RPT-LINEA.
           PERFORM 4060-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  PENDIENTES DEL SRI  : " WS-SRI-NO-AUTORIZADOS
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 4060-ESCRIBIR-LINEA.
           PERFORM 4100-LISTAR-SRI-PENDIENTES.
           MOVE "*******************************************"
               TO WS-RPT-LINEA.
           PERFORM 4060-ESCRIBIR-LINEA.

       4070-END-CERRAR-REPORTE SECTION.

       4100-LISTAR-SRI-PENDIENTES SECTION.
      *    UNA LINEA POR COMPROBANTE: TIPO, NUMERO, FECHA DE EMISION,
      *    ESTADO (P PENDIENTE / E ENVIADO / D DEVUELTO) Y ENVIOS.
           PERFORM VARYING SRI-I FROM 1 BY 1
                   UNTIL SRI-I > WS-SRI-EXISTENTES
               IF TSRI-NO-AUTORIZADO(SRI-I)
                   IF WS-TSRI-TIPO(SRI-I) = "01"
                       MOVE "FACTURA" TO WS-SRI-NOMBRE-TIPO
                   ELSE
                       MOVE "NOTA CR." TO WS-SRI-NOMBRE-TIPO
                   END-IF
                   MOVE SPACES TO WS-RPT-LINEA
                   STRING "    " WS-SRI-NOMBRE-TIPO " "
                       WS-TSRI-NUMERO(SRI-I) "  "
                       WS-TSRI-FECHA-DOC(SRI-I) "  ESTADO "
                       WS-TSRI-ESTADO(SRI-I) "  ENVIOS "
                       WS-TSRI-INTENTOS(SRI-I)
                       DELIMITED BY SIZE INTO WS-RPT-LINEA
                   PERFORM 4060-ESCRIBIR-LINEA
               END-IF
           END-PERFORM.

       4100-END-LISTAR-SRI-PENDIENTES SECTION.

       5000-LEER-MOVIMIENTOS SECTION.
      *    REQ 034/035 - SE LEE MOVIMIENTOS.LOG (ESCRITO POR
      *    calculadora.cbl EN 3500-MOVIMIENTO-CLIENTE), SE VUELVE A

       6000-END-LEER-EXCEPCIONES-CI SECTION.

       7000-LEER-ESTADO-SRI SECTION.
           MOVE 0 TO WS-SRI-EXISTENTES WS-SRI-NO-AUTORIZADOS.
           OPEN INPUT SRI-ESTADO-FILE.
           IF WS-SRI-FS NOT = "35"
               PERFORM UNTIL WS-SRI-FS NOT = "00"
                   READ SRI-ESTADO-FILE
                       AT END
                           MOVE "10" TO WS-SRI-FS
                       NOT AT END
                           PERFORM 7010-APLICAR-ESTADO-SRI
                   END-READ
               END-PERFORM
               CLOSE SRI-ESTADO-FILE
           END-IF.
           MOVE "00" TO WS-SRI-FS.
           PERFORM VARYING SRI-I FROM 1 BY 1
                   UNTIL SRI-I > WS-SRI-EXISTENTES
               IF TSRI-NO-AUTORIZADO(SRI-I)
                   ADD 1 TO WS-SRI-NO-AUTORIZADOS
               END-IF
           END-PERFORM.

       7000-END-LEER-ESTADO-SRI SECTION.

       7010-APLICAR-ESTADO-SRI SECTION.
           MOVE 'N' TO WS-SRI-ENCONTRADO.
           IF WS-SRI-EXISTENTES > 0
               SET SRI-I TO 1
               SEARCH WS-SRI-REG
                   AT END
                       CONTINUE
                   WHEN SRI-I > WS-SRI-EXISTENTES
                       CONTINUE
                   WHEN WS-TSRI-TIPO(SRI-I) = REG-SRI-TIPO AND
                        WS-TSRI-NUMERO(SRI-I) = REG-SRI-NUMERO
                       MOVE 'S' TO WS-SRI-ENCONTRADO
               END-SEARCH
           END-IF.
           IF NOT SRI-ENCONTRADO AND WS-SRI-EXISTENTES < 2000
               ADD 1 TO WS-SRI-EXISTENTES
               SET SRI-I TO WS-SRI-EXISTENTES
               MOVE 'S' TO WS-SRI-ENCONTRADO
           END-IF.
           IF SRI-ENCONTRADO
               MOVE REG-SRI-TIPO TO WS-TSRI-TIPO(SRI-I)
               MOVE REG-SRI-NUMERO TO WS-TSRI-NUMERO(SRI-I)
               MOVE REG-SRI-ESTADO TO WS-TSRI-ESTADO(SRI-I)
               MOVE REG-SRI-INTENTOS TO WS-TSRI-INTENTOS(SRI-I)
               MOVE REG-SRI-FECHA-DOC TO WS-TSRI-FECHA-DOC(SRI-I)
           END-IF.

       7010-END-APLICAR-ESTADO-SRI SECTION.

       END PROGRAM RESUMEN-DIARIO.

           SELECT NOTACRED-FILE ASSIGN TO "NOTACRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-FS.
      *    EL IVA QUE LOS CLIENTES RETUVIERON EN EL MES (SEGUN LA FECHA
      *    DEL COMPROBANTE) SE INFORMA APARTE: ES CREDITO TRIBUTARIO
      *    EN LA DECLARACION, NO UNA REBAJA DEL IVA COBRADO.
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  FACTURAS-FILE.
           COPY FACREG.
      *-----------------------
       FD  NOTACRED-FILE.
           COPY NCREG.
      *-----------------------
      *    LAYOUT COMPARTIDO CON VSFACTU (VER RETREG.CPY).
       FD  RETENCIONES-FILE.
           COPY RETREG.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FAC-FS                  PIC XX      VALUE "00".
       01  WS-NC-FS                   PIC XX      VALUE "00".
       01  WS-RET-FS                  PIC XX      VALUE "00".
       01  WS-IVA-RET-CANT            PIC 9(05)   VALUE 0.
       01  WS-IVA-RETENIDO            PIC S9(11)V99 VALUE 0.
       01  WS-IVA-NC-CANT             PIC 9(05)   VALUE 0.
       01  WS-IVA-MES                 PIC X(06)   VALUE SPACES.
       01  WS-IVA-FAC-CANT            PIC 9(05)   VALUE 0.
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-IVA-MES
           END-IF.
           MOVE 0 TO WS-IVA-NC-CANT.
           MOVE 0 TO WS-IVA-RET-CANT WS-IVA-RETENIDO.
           PERFORM 1000-ACUMULAR-FACTURAS.
           PERFORM 1500-DESCONTAR-NOTAS-CREDITO.
           PERFORM 1600-ACUMULAR-RETENCIONES.
           PERFORM 2000-IMPRIMIR-DECLARACION.
           GOBACK.


       1500-END-DESCONTAR-NOTAS-CREDITO SECTION.

       1600-ACUMULAR-RETENCIONES SECTION.
           OPEN INPUT RETENCIONES-FILE.
           IF WS-RET-FS = "35"
               MOVE "00" TO WS-RET-FS
           ELSE
               PERFORM UNTIL WS-RET-FS NOT = "00"
                   READ RETENCIONES-FILE
                       AT END MOVE "10" TO WS-RET-FS
                       NOT AT END
                           IF REG-RET-FECHA-EMISION(1:6) = WS-IVA-MES
                               ADD 1 TO WS-IVA-RET-CANT
                               ADD REG-RET-MONTO-IVA TO WS-IVA-RETENIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENCIONES-FILE
           END-IF.
           MOVE "00" TO WS-RET-FS.

       1600-END-ACUMULAR-RETENCIONES SECTION.

       2000-IMPRIMIR-DECLARACION SECTION.
           DISPLAY "*******************************************".
           DISPLAY "DECLARACION MENSUAL DE IVA - MES " WS-IVA-MES.
           MOVE WS-IVA-TOTAL-FACT TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "TOTAL FACTURADO     : " WS-TEXTO-FMT.
           DISPLAY "-------------------------------------------".
           DISPLAY "RETENCIONES RECIB.  : " WS-IVA-RET-CANT.
           MOVE WS-IVA-RETENIDO TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "IVA RET. CLIENTES   : " WS-TEXTO-FMT.
           DISPLAY "*******************************************".

       2000-END-IMPRIMIR-DECLARACION SECTION.


       1000-EXPORTAR-FACTURAS SECTION.
           OPEN OUTPUT EXPORT-FAC-FILE.
           MOVE "FECHA;NUMERO;CLIENTE;NOMBRE;TIPO-ID;IDENTIFICACION;"
               & "SUBTOTAL;IVA;TOTAL;ANULADA" TO WS-EXP-LINEA.
           PERFORM 1200-ESCRIBIR-FILA-FAC.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FAC-FS = "35"
               REG-FAC-NUMERO ";"
               FUNCTION TRIM(REG-FAC-CLI-CODE) ";"
               FUNCTION TRIM(REG-FAC-CLI-NOMBRE) ";"
               REG-FAC-CLI-ID-TIPO ";"
               FUNCTION TRIM(REG-FAC-CLI-ID-NUMERO) ";"
               FUNCTION TRIM(WS-EXP-MONTO-1) ";"
               FUNCTION TRIM(WS-EXP-MONTO-2) ";"
               FUNCTION TRIM(WS-EXP-MONTO-3) ";"

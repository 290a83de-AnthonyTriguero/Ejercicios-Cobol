      ******************************************************************
      * Author:
      * Date:
      * Purpose: FIN DE DIA DESATENDIDO (CIERRE, REENVIO SRI, RESUMEN,
      *          REPOSICION, VENCIMIENTO DE PROFORMAS, AUDITORIA,
      *          REPORTE GERENCIAL DEL PRIMER DIA HABIL, RESPALDO,
      *          ROTACION) SIN NINGUN ACCEPT
      * Tectonics: cobc
      ******************************************************************
      *    CIERRE EN LOTE (MISMAS TABLAS QUE CALCULADORA)
      *---------------------------------------------------------------
       01  WS-CLIENTES-TABLA.
           05 WS-CLIENTE-REG OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-CLI-EXISTENTES
                             ASCENDING KEY IS WS-TCLI-CODE
                             INDEXED BY CLI-I.
               10 WS-TCLI-CODE        PIC X(10).
               10 WS-TCLI-NAME        PIC X(30).
               10 WS-TCLI-LASTNAME    PIC X(30).
               10 WS-TCLI-BALANCE     PIC S9(11)V99 COMP-3.
       01  WS-CLI-EXISTENTES          PIC 9(05)   VALUE 0.
       01  WS-CLI-TEMP.
           05 WS-CLI-TEMP-CODE        PIC X(10).
           05 FILLER                  PIC X(67).
       01  WS-CLI-UBICADO             PIC X       VALUE 'N'.
           88 CLI-UBICADO                    VALUE 'S'.
      *    CLIENTES.DAT TRAE MAS RENGLONES DE LOS QUE CABEN: EL CIERRE
      *    NO SE CORRE PARA NO DEJAR CLIENTES SIN SU LINEA.
       01  WS-CLI-DESBORDE            PIC X       VALUE 'N'.
           88 CLI-DESBORDE                   VALUE 'S'.
      *    PRIMER DIA HABIL DEL MES (LUNES A VIERNES, SIN FERIADOS):
      *    ESE DIA SE EMITE EL REPORTE GERENCIAL DEL MES ANTERIOR.
       01  WS-HAB-FECHA               PIC 9(08)   VALUE 0.
       01  WS-HAB-FECHA-R REDEFINES WS-HAB-FECHA.
           05 FILLER                  PIC 9(06).
           05 WS-HAB-DIA              PIC 9(02).
      *    0 = LUNES ... 6 = DOMINGO (EL 01/01/1601 FUE LUNES).
       01  WS-HAB-DIA-SEMANA          PIC 9       VALUE 0.
       01  WS-HAB-PRIMER-DIA          PIC X       VALUE 'N'.
           88 PRIMER-DIA-HABIL               VALUE 'S'.
       01  WS-CIERRES-ANTERIORES.
           05 WS-CIERRE-ANTERIOR      PIC S9(11)V99 OCCURS 5000 TIMES.
      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
           MOVE "CIERRE-PERIODO" TO WS-RUN-PASO.
           PERFORM 2000-CIERRE-PERIODO-LOTE.
           PERFORM 9000-REGISTRAR-PASO.
      *    REENVIO DE LOS COMPROBANTES ELECTRONICOS AUN NO
      *    AUTORIZADOS, ANTES DEL RESUMEN PARA QUE ESTE YA LISTE LOS
      *    QUE SIGUEN PENDIENTES CON SU NUEVO NUMERO DE ENVIOS.
           MOVE "COMPROBANTES-SRI" TO WS-RUN-PASO.
           CALL "COMPROBANTES-SRI".
           MOVE "OK" TO WS-RUN-RESULTADO.
           PERFORM 9000-REGISTRAR-PASO.
           MOVE "RESUMEN-DIARIO" TO WS-RUN-PASO.
           CALL "RESUMEN-DIARIO".
           MOVE "OK" TO WS-RUN-RESULTADO.
           PERFORM 9000-REGISTRAR-PASO.
      *    LISTA DE REPOSICION CON LOS PARAMETROS POR DEFECTO, PARA QUE
      *    COMPRAS LA ENCUENTRE LISTA EN REPOSICION.RPT CADA MANANA.
           MOVE "REPOSICION" TO WS-RUN-PASO.
           CALL "REPORTE-REPOSICION".
           MOVE "OK" TO WS-RUN-RESULTADO.
           PERFORM 9000-REGISTRAR-PASO.
      *    PROFORMAS PENDIENTES CUYA VALIDEZ TERMINO ANTES DE LA FECHA
      *    DEL LOTE QUEDAN VENCIDAS (REGISTRO 'V' EN PROFORMAS.DAT).
           MOVE "VENCE-PROFORMAS" TO WS-RUN-PASO.
           MOVE SPACES TO WS-LOTE-RESULTADO.
           CALL "CONTROL-PROFORMAS".
           IF WS-LOTE-RESULTADO = SPACES OR
                   WS-LOTE-RESULTADO = LOW-VALUES
               MOVE "OK" TO WS-RUN-RESULTADO
           ELSE
               MOVE WS-LOTE-RESULTADO TO WS-RUN-RESULTADO
           END-IF.
           PERFORM 9000-REGISTRAR-PASO.
      *    AUDITORIA DE INTEGRIDAD ANTES DEL RESPALDO: SU RESULTADO
      *    (OK O FAIL CON LA CANTIDAD DE HALLAZGOS) VUELVE EN
      *    WS-LOTE-RESULTADO Y EL DETALLE QUEDA EN AUDITORIA-*.RPT.
           MOVE "AUDITORIA" TO WS-RUN-PASO.
           MOVE SPACES TO WS-LOTE-RESULTADO.
           CALL "AUDITORIA-INTEGRIDAD".
           IF WS-LOTE-RESULTADO = SPACES OR
                   WS-LOTE-RESULTADO = LOW-VALUES
               MOVE "OK" TO WS-RUN-RESULTADO
           ELSE
               MOVE WS-LOTE-RESULTADO TO WS-RUN-RESULTADO
           END-IF.
           PERFORM 9000-REGISTRAR-PASO.
      *    EL PRIMER DIA HABIL DE CADA MES SALE EL REPORTE GERENCIAL
      *    DEL MES ANTERIOR A GERENCIAL.RPT; LOS DEMAS DIAS EL PASO
      *    NO SE CORRE NI SE REGISTRA.
           PERFORM 3000-VERIFICAR-PRIMER-HABIL.
           IF PRIMER-DIA-HABIL
               MOVE "REPORTE-GERENCIAL" TO WS-RUN-PASO
               MOVE SPACES TO WS-LOTE-RESULTADO
               CALL "REPORTE-GERENCIAL"
               IF WS-LOTE-RESULTADO = SPACES OR
                       WS-LOTE-RESULTADO = LOW-VALUES
                   MOVE "OK" TO WS-RUN-RESULTADO
               ELSE
                   MOVE WS-LOTE-RESULTADO TO WS-RUN-RESULTADO
               END-IF
               PERFORM 9000-REGISTRAR-PASO
           END-IF.
           MOVE "RESPALDO-MAESTROS" TO WS-RUN-PASO.
           CALL "RESPALDO-MAESTROS".
           MOVE "OK" TO WS-RUN-RESULTADO.
      *    CALCULADORA: UNA LINEA POR CLIENTE EN CIERRES.LOG CON EL
      *    BALANCE DE APERTURA (SU ULTIMO CIERRE) Y EL BALANCE ACTUAL.
           PERFORM 2100-CARGAR-CLIENTES.
           IF CLI-DESBORDE
               MOVE "ERROR - MAS DE 5000 CLIENTES - OMITIDO"
                   TO WS-RUN-RESULTADO
           END-IF.
           IF WS-CLI-EXISTENTES = 0
               MOVE "SIN CLIENTES - OMITIDO" TO WS-RUN-RESULTADO
           END-IF.
           IF WS-CLI-EXISTENTES > 0 AND NOT CLI-DESBORDE
               PERFORM 2200-CARGAR-CIERRES-PREVIOS
               OPEN EXTEND CIERRES-FILE
               IF WS-CIERRE-FS = "35"
       2000-END-CIERRE-PERIODO-LOTE SECTION.

       2100-CARGAR-CLIENTES SECTION.
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
                               PERFORM 2110-TOMAR-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-FILE
           END-IF.
           MOVE "00" TO WS-CLI-FS.

       2100-END-CARGAR-CLIENTES SECTION.

       2110-TOMAR-CLIENTE SECTION.
           ADD 1 TO WS-CLI-EXISTENTES.
           SET CLI-I TO WS-CLI-EXISTENTES.
           MOVE REG-CLIENTE-CODE     TO WS-TCLI-CODE(CLI-I).
           MOVE REG-CLIENTE-NAME     TO WS-TCLI-NAME(CLI-I).
           MOVE REG-CLIENTE-LASTNAME TO WS-TCLI-LASTNAME(CLI-I).
           MOVE REG-CLIENTE-BALANCE  TO WS-TCLI-BALANCE(CLI-I).
           PERFORM 2120-UBICAR-CLIENTE.

       2110-END-TOMAR-CLIENTE SECTION.

       2120-UBICAR-CLIENTE SECTION.
      *    EL CLIENTE RECIEN AGREGADO AL FINAL DE LA TABLA BAJA HASTA
      *    SU LUGAR POR CODIGO, PARA PODER BUSCARLO CON SEARCH ALL.
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

       2120-END-UBICAR-CLIENTE SECTION.

       2200-CARGAR-CIERRES-PREVIOS SECTION.
      *    MISMA BUSQUEDA QUE 3910-CARGAR-CIERRES-PREVIOS EN
      *    CALCULADORA: EL ULTIMO REGISTRO DE CADA CLIENTE ES SU
                       AT END MOVE "10" TO WS-CIERRE-FS
                       NOT AT END
                           MOVE REG-CIERRE TO WS-CIERRE-LEC
                           SEARCH ALL WS-CLIENTE-REG
                               AT END
                                   CONTINUE
                               WHEN WS-TCLI-CODE(CLI-I) =
                                       WS-CLEC-CLI-CODE
                                   MOVE WS-CLEC-BALANCE
                                       TO WS-CIERRE-ANTERIOR(CLI-I)
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE CIERRES-FILE

       2200-END-CARGAR-CIERRES-PREVIOS SECTION.

       3000-VERIFICAR-PRIMER-HABIL SECTION.
      *    LA FECHA DE REFERENCIA ES LA DEL LOTE (HASTA). ES PRIMER DIA
      *    HABIL SI ES DIA 1 DE LUNES A VIERNES, O SI ES LUNES 2 O 3
      *    (EL 1 CAYO SABADO O DOMINGO).
           MOVE 'N' TO WS-HAB-PRIMER-DIA.
           IF WS-LOTE-FECHA-HASTA IS NUMERIC
               MOVE WS-LOTE-FECHA-HASTA TO WS-HAB-FECHA
               COMPUTE WS-HAB-DIA-SEMANA = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-HAB-FECHA) - 1, 7)
               IF WS-HAB-DIA-SEMANA < 5
                   IF WS-HAB-DIA = 1
                       MOVE 'S' TO WS-HAB-PRIMER-DIA
                   END-IF
                   IF WS-HAB-DIA-SEMANA = 0 AND WS-HAB-DIA <= 3
                       MOVE 'S' TO WS-HAB-PRIMER-DIA
                   END-IF
               END-IF
           END-IF.

       3000-END-VERIFICAR-PRIMER-HABIL SECTION.

       9000-REGISTRAR-PASO SECTION.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUN-FS = "35"

      ******************************************************************
      * Author:
      * Date:
      * Purpose: VENCIMIENTO DE PROFORMAS Y REPORTE DE CONVERSION DE
      *          COTIZACIONES (EMITIDAS, FACTURADAS, VENCIDAS) POR MES
      *          Y OPERADOR
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-PROFORMAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    MISMO ASSIGN/ORGANIZATION QUE VSFACTU. EL ARCHIVO ES
      *    SOLO-ANEXAR Y EL ULTIMO REGISTRO DE CADA NUMERO ES SU ESTADO
      *    VIGENTE (VER PROREG.CPY): EL VENCIMIENTO SE MARCA ANEXANDO
      *    LA CABECERA CON ESTADO 'V', IGUAL QUE 2195 ANEXA LA 'F'.
           SELECT PROFORMAS-FILE ASSIGN TO "PROFORMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-FS.
      *    CADA REPORTE SE ANEXA A PROFORMAS.RPT (OPEN EXTEND, Y SI EL
      *    ARCHIVO NO EXISTE SE ABRE EN OUTPUT), IGUAL QUE RESUMEN.RPT.
           SELECT REPORTE-FILE ASSIGN TO "PROFORMAS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------
       FD  PROFORMAS-FILE.
           COPY PROREG.
      *-----------------------
       FD  REPORTE-FILE.
       01  REG-REPORTE                PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY OPERADOR.
      *    MODO LOTE DE FIN-DE-DIA (VER LOTEFEC.CPY): SOLO SE MARCAN
      *    LAS VENCIDAS, SIN MENU NI ACCEPT.
       COPY LOTEFEC.
       01  WS-PRO-FS                  PIC XX      VALUE "00".
       01  WS-RPT-FS                  PIC XX      VALUE "00".
       01  WS-OPCION-MENU             PIC 9       VALUE 0.
      *    ESTADO VIGENTE DE CADA PROFORMA (EL ULTIMO REGISTRO DE SU
      *    NUMERO), ORDENADO POR NUMERO PARA BUSCAR CON SEARCH ALL.
      *    CADA ENTRADA GUARDA LA CABECERA COMPLETA TAL COMO SE LEYO.
      *---------------------------------------------------------------
       01  WS-CPR-TABLA.
           05 WS-CPR-REG OCCURS 1 TO 10000 TIMES
                         DEPENDING ON WS-CPR-EXISTENTES
                         ASCENDING KEY IS WS-CPR-NUMERO
                         INDEXED BY CPR-I.
               10 WS-CPR-FECHA        PIC X(10).
               10 WS-CPR-NUMERO       PIC 9(07).
               10 WS-CPR-RESTO        PIC X(107).
       01  WS-CPR-EXISTENTES          PIC 9(05)   VALUE 0.
       01  WS-CPR-TEMP                PIC X(124)  VALUE SPACES.
       01  WS-CPR-TEMP-R REDEFINES WS-CPR-TEMP.
           05 FILLER                  PIC X(10).
           05 WS-CPR-TEMP-NUMERO      PIC 9(07).
           05 FILLER                  PIC X(107).
       01  WS-CPR-ENCONTRADA          PIC X       VALUE 'N'.
           88 CPR-ENCONTRADA                 VALUE 'S'.
       01  WS-CPR-UBICADA             PIC X       VALUE 'N'.
           88 CPR-UBICADA                    VALUE 'S'.
      *    PROFORMAS.DAT TRAE MAS NUMEROS DE LOS QUE CABEN: NO SE
      *    MARCA NI SE REPORTA NADA PARA NO DAR CIFRAS INCOMPLETAS.
       01  WS-CPR-DESBORDE            PIC X       VALUE 'N'.
           88 CPR-DESBORDE                   VALUE 'S'.
       01  WS-CPR-FECHA-REF           PIC X(08)   VALUE SPACES.
       01  WS-CPR-VENCIDAS            PIC 9(05)   VALUE 0.
       01  WS-CPR-VENCIDAS-ED         PIC ZZZZ9.
      *    PERIODO DEL REPORTE (MES DE EMISION DE LA PROFORMA)
      *---------------------------------------------------------------
       01  WS-CRP-DESDE               PIC X(06)   VALUE SPACES.
       01  WS-CRP-HASTA               PIC X(06)   VALUE SPACES.
       01  WS-CRP-MES-ENTRADA         PIC X(06)   VALUE SPACES.
       01  WS-CRP-MES-R REDEFINES WS-CRP-MES-ENTRADA.
           05 WS-CRP-ENT-ANIO         PIC 9(04).
           05 WS-CRP-ENT-MES          PIC 9(02).
       01  WS-CRP-MES-VALIDO          PIC X       VALUE 'N'.
           88 CRP-MES-VALIDO                 VALUE 'S'.
      *    RESUMEN POR MES DE EMISION + OPERADOR, EN ORDEN DE CLAVE.
      *    COLUMNAS 1 EMITIDAS, 2 FACTURADAS, 3 VENCIDAS, 4 AUN
      *    PENDIENTES (CADA EMITIDA TERMINA EN UNA DE LAS OTRAS TRES).
      *---------------------------------------------------------------
       01  WS-CRS-TABLA.
           05 WS-CRS-REG OCCURS 1 TO 2000 TIMES
                         DEPENDING ON WS-CRS-EXISTENTES
                         ASCENDING KEY IS WS-CRS-CLAVE
                         INDEXED BY CRS-I.
               10 WS-CRS-CLAVE        PIC X(16).
               10 WS-CRS-CANT         PIC 9(05) OCCURS 4 TIMES.
               10 WS-CRS-VALOR        PIC 9(11)V99 OCCURS 4 TIMES.
       01  WS-CRS-EXISTENTES          PIC 9(04)   VALUE 0.
       01  WS-CRS-TEMP.
           05 WS-CRS-TEMP-CLAVE       PIC X(16).
           05 FILLER                  PIC X(72).
       01  WS-CRS-BUSCADA             PIC X(16)   VALUE SPACES.
       01  WS-CRS-ENCONTRADA          PIC X       VALUE 'N'.
           88 CRS-ENCONTRADA                 VALUE 'S'.
       01  WS-CRS-UBICADA             PIC X       VALUE 'N'.
           88 CRS-UBICADA                    VALUE 'S'.
       01  WS-CRS-OMITIDAS            PIC 9(05)   VALUE 0.
       01  WS-CRS-COL                 PIC 9       VALUE 0.
       01  WS-CRS-K                   PIC 9       VALUE 0.
       01  WS-CRS-MES-ANTERIOR        PIC X(06)   VALUE SPACES.
      *    SUBTOTAL DEL MES Y TOTAL GENERAL
       01  WS-CRS-SUB-CANT            PIC 9(05) OCCURS 4 TIMES.
       01  WS-CRS-SUB-VALOR           PIC 9(11)V99 OCCURS 4 TIMES.
       01  WS-CRS-GEN-CANT            PIC 9(05) OCCURS 4 TIMES.
       01  WS-CRS-GEN-VALOR           PIC 9(11)V99 OCCURS 4 TIMES.
      *    FILA A IMPRIMIR (LA ARMA 4100 DESDE WS-CRS-FILA-*)
       01  WS-CRS-FILA-MES            PIC X(07)   VALUE SPACES.
       01  WS-CRS-FILA-OPER           PIC X(10)   VALUE SPACES.
       01  WS-CRS-FILA-CANT           PIC 9(05) OCCURS 4 TIMES.
       01  WS-CRS-FILA-VALOR          PIC 9(11)V99 OCCURS 4 TIMES.
       01  WS-CRS-PORC                PIC 9(03)V9 VALUE 0.
       01  WS-CPL-LINEA.
           05 WS-CPL-MES              PIC X(07).
           05 FILLER                  PIC X(01).
           05 WS-CPL-OPER             PIC X(10).
           05 FILLER                  PIC X(01).
           05 WS-CPL-EMI-CANT         PIC ZZZZ9.
           05 FILLER                  PIC X(01).
           05 WS-CPL-EMI-VALOR        PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 WS-CPL-CON-CANT         PIC ZZZZ9.
           05 FILLER                  PIC X(01).
           05 WS-CPL-CON-VALOR        PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 WS-CPL-VEN-CANT         PIC ZZZZ9.
           05 FILLER                  PIC X(01).
           05 WS-CPL-VEN-VALOR        PIC Z(8)9,99.
           05 FILLER                  PIC X(01).
           05 WS-CPL-PEN-CANT         PIC ZZZZ9.
           05 FILLER                  PIC X(01).
           05 WS-CPL-PORC             PIC ZZ9,9.
           05 WS-CPL-PORC-SIGNO       PIC X(01).
           05 FILLER                  PIC X(11).
       01  WS-RPT-LINEA               PIC X(100)  VALUE SPACES.
       01  WS-HOY                     PIC X(08)   VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
       0000-MAIN-PROCEDURE SECTION.
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
           IF MODO-LOTE
      *        UNA PROFORMA VALIDA HASTA LA FECHA DEL LOTE TODAVIA
      *        SIRVE ESE DIA: VENCE LA QUE QUEDO ANTES.
               MOVE WS-LOTE-FECHA-HASTA TO WS-CPR-FECHA-REF
               PERFORM 2000-MARCAR-VENCIDAS
               MOVE SPACES TO WS-LOTE-RESULTADO
               IF CPR-DESBORDE
                   MOVE "FAIL - PROFORMAS.DAT EXCEDE LA TABLA"
                       TO WS-LOTE-RESULTADO
               ELSE
                   MOVE WS-CPR-VENCIDAS TO WS-CPR-VENCIDAS-ED
                   STRING "OK - " WS-CPR-VENCIDAS-ED " VENCIDAS"
                       DELIMITED BY SIZE INTO WS-LOTE-RESULTADO
               END-IF
           ELSE
               MOVE 0 TO WS-OPCION-MENU
               PERFORM 0100-MENU-PROFORMAS UNTIL WS-OPCION-MENU = 3
           END-IF.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       0100-MENU-PROFORMAS SECTION.
           DISPLAY "*******************************************"
           DISPLAY "CONTROL DE PROFORMAS"
           DISPLAY "1. MARCAR PROFORMAS VENCIDAS"
           DISPLAY "2. REPORTE DE CONVERSION (MES Y OPERADOR)"
           DISPLAY "3. VOLVER"
           DISPLAY "*******************************************"
           ACCEPT WS-OPCION-MENU
           EVALUATE WS-OPCION-MENU
               WHEN 1
                   MOVE WS-HOY TO WS-CPR-FECHA-REF
                   PERFORM 2000-MARCAR-VENCIDAS
                   IF NOT CPR-DESBORDE
                       DISPLAY "PROFORMAS MARCADAS COMO VENCIDAS: "
                           WS-CPR-VENCIDAS
                   END-IF
               WHEN 2
                   PERFORM 3000-REPORTE-CONVERSION
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       0100-END-MENU-PROFORMAS SECTION.

       1000-CARGAR-PROFORMAS SECTION.
           MOVE 0 TO WS-CPR-EXISTENTES.
           MOVE 'N' TO WS-CPR-DESBORDE.
           OPEN INPUT PROFORMAS-FILE.
           IF WS-PRO-FS = "35"
               MOVE "00" TO WS-PRO-FS
           ELSE
               PERFORM UNTIL WS-PRO-FS NOT = "00"
                   READ PROFORMAS-FILE
                       AT END MOVE "10" TO WS-PRO-FS
                       NOT AT END
                           PERFORM 1100-TOMAR-PROFORMA
                   END-READ
               END-PERFORM
               CLOSE PROFORMAS-FILE
           END-IF.
           MOVE "00" TO WS-PRO-FS.
           IF CPR-DESBORDE
               DISPLAY "PROFORMAS.DAT TIENE MAS DE 10000 PROFORMAS - "
                   "NO SE PROCESA"
           END-IF.

       1000-END-CARGAR-PROFORMAS SECTION.

       1100-TOMAR-PROFORMA SECTION.
      *    UN REGISTRO POSTERIOR DEL MISMO NUMERO REEMPLAZA AL
      *    ANTERIOR; LA FECHA Y EL OPERADOR SON LOS DE LA EMISION EN
      *    TODOS LOS REGISTROS (VER 2195 EN VSFACTU).
           MOVE 'N' TO WS-CPR-ENCONTRADA.
           IF WS-CPR-EXISTENTES > 0
               SEARCH ALL WS-CPR-REG
                   AT END
                       CONTINUE
                   WHEN WS-CPR-NUMERO(CPR-I) = REG-PRO-NUMERO
                       MOVE 'S' TO WS-CPR-ENCONTRADA
               END-SEARCH
           END-IF.
           IF CPR-ENCONTRADA
               MOVE REG-PROFORMA TO WS-CPR-REG(CPR-I)
           ELSE
               IF WS-CPR-EXISTENTES < 10000
                   PERFORM 1200-UBICAR-PROFORMA
               ELSE
                   MOVE 'S' TO WS-CPR-DESBORDE
               END-IF
           END-IF.

       1100-END-TOMAR-PROFORMA SECTION.

       1200-UBICAR-PROFORMA SECTION.
      *    LOS NUMEROS LLEGAN CASI SIEMPRE EN ORDEN: LA NUEVA QUEDA AL
      *    FINAL Y SOLO BAJA SI HACE FALTA.
           MOVE REG-PROFORMA TO WS-CPR-TEMP.
           ADD 1 TO WS-CPR-EXISTENTES.
           SET CPR-I TO WS-CPR-EXISTENTES.
           MOVE 'N' TO WS-CPR-UBICADA.
           PERFORM UNTIL CPR-I = 1 OR CPR-UBICADA
               IF WS-CPR-NUMERO(CPR-I - 1) > WS-CPR-TEMP-NUMERO
                   MOVE WS-CPR-REG(CPR-I - 1) TO WS-CPR-REG(CPR-I)
                   SET CPR-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-CPR-UBICADA
               END-IF
           END-PERFORM.
           MOVE WS-CPR-TEMP TO WS-CPR-REG(CPR-I).

       1200-END-UBICAR-PROFORMA SECTION.

       2000-MARCAR-VENCIDAS SECTION.
      *    TODA PROFORMA PENDIENTE CON VALIDEZ ANTERIOR A LA FECHA DE
      *    REFERENCIA RECIBE UN REGISTRO 'V' CON SUS MISMOS DATOS.
           MOVE 0 TO WS-CPR-VENCIDAS.
           PERFORM 1000-CARGAR-PROFORMAS.
           IF CPR-DESBORDE
               GO TO 2000-SALIR
           END-IF.
           PERFORM VARYING CPR-I FROM 1 BY 1
                   UNTIL CPR-I > WS-CPR-EXISTENTES
               MOVE WS-CPR-REG(CPR-I) TO REG-PROFORMA
               IF REG-PRO-ESTADO = 'P' AND
                       REG-PRO-VALIDEZ NOT = SPACES AND
                       REG-PRO-VALIDEZ < WS-CPR-FECHA-REF
                   IF WS-CPR-VENCIDAS = 0
                       OPEN EXTEND PROFORMAS-FILE
                       IF WS-PRO-FS = "35"
                           OPEN OUTPUT PROFORMAS-FILE
                       END-IF
                   END-IF
                   MOVE 'V' TO REG-PRO-ESTADO
                   WRITE REG-PROFORMA
                   MOVE REG-PROFORMA TO WS-CPR-REG(CPR-I)
                   ADD 1 TO WS-CPR-VENCIDAS
               END-IF
           END-PERFORM.
           IF WS-CPR-VENCIDAS > 0
               CLOSE PROFORMAS-FILE
           END-IF.
           MOVE "00" TO WS-PRO-FS.

       2000-SALIR.
           EXIT.

       2000-END-MARCAR-VENCIDAS SECTION.

       3000-REPORTE-CONVERSION SECTION.
      *    LAS PROFORMAS SE AGRUPAN POR EL MES EN QUE SE EMITIERON Y SE
      *    CUENTA EN QUE TERMINO CADA UNA: ASI EL PORCENTAJE DE
      *    CONVERSION ES FACTURADAS SOBRE EMITIDAS DEL MISMO GRUPO.
           PERFORM 3050-PEDIR-PERIODO.
           IF NOT CRP-MES-VALIDO
               GO TO 3000-SALIR
           END-IF.
           PERFORM 1000-CARGAR-PROFORMAS.
           IF CPR-DESBORDE
               GO TO 3000-SALIR
           END-IF.
           MOVE 0 TO WS-CRS-EXISTENTES WS-CRS-OMITIDAS.
           PERFORM VARYING CPR-I FROM 1 BY 1
                   UNTIL CPR-I > WS-CPR-EXISTENTES
               MOVE WS-CPR-REG(CPR-I) TO REG-PROFORMA
               IF REG-PRO-FECHA(1:6) >= WS-CRP-DESDE AND
                       REG-PRO-FECHA(1:6) <= WS-CRP-HASTA
                   PERFORM 3100-ACUMULAR-PROFORMA
               END-IF
           END-PERFORM.
           PERFORM 4000-IMPRIMIR-REPORTE.

       3000-SALIR.
           EXIT.

       3000-END-REPORTE-CONVERSION SECTION.

       3050-PEDIR-PERIODO SECTION.
           MOVE 'N' TO WS-CRP-MES-VALIDO.
           DISPLAY "MES DESDE (AAAAMM, ENTER = MES ACTUAL): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-CRP-MES-ENTRADA.
           ACCEPT WS-CRP-MES-ENTRADA.
           IF WS-CRP-MES-ENTRADA = SPACES
               MOVE WS-HOY(1:6) TO WS-CRP-MES-ENTRADA
           END-IF.
           PERFORM 3060-VALIDAR-MES.
           IF NOT CRP-MES-VALIDO
               GO TO 3050-SALIR
           END-IF.
           MOVE WS-CRP-MES-ENTRADA TO WS-CRP-DESDE.
           DISPLAY "MES HASTA (AAAAMM, ENTER = EL MISMO): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-CRP-MES-ENTRADA.
           ACCEPT WS-CRP-MES-ENTRADA.
           IF WS-CRP-MES-ENTRADA = SPACES
               MOVE WS-CRP-DESDE TO WS-CRP-MES-ENTRADA
           END-IF.
           PERFORM 3060-VALIDAR-MES.
           IF NOT CRP-MES-VALIDO
               GO TO 3050-SALIR
           END-IF.
           MOVE WS-CRP-MES-ENTRADA TO WS-CRP-HASTA.
           IF WS-CRP-HASTA < WS-CRP-DESDE
               DISPLAY "EL MES HASTA ES ANTERIOR AL MES DESDE"
               MOVE 'N' TO WS-CRP-MES-VALIDO
           END-IF.

       3050-SALIR.
           EXIT.

       3050-END-PEDIR-PERIODO SECTION.

       3060-VALIDAR-MES SECTION.
           MOVE 'N' TO WS-CRP-MES-VALIDO.
           IF WS-CRP-MES-ENTRADA IS NUMERIC
               IF WS-CRP-ENT-MES >= 1 AND WS-CRP-ENT-MES <= 12
                   MOVE 'S' TO WS-CRP-MES-VALIDO
               END-IF
           END-IF.
           IF NOT CRP-MES-VALIDO
               DISPLAY "MES NO VALIDO - USE AAAAMM"
           END-IF.

       3060-END-VALIDAR-MES SECTION.

       3100-ACUMULAR-PROFORMA SECTION.
      *    UNA PENDIENTE CUYA VALIDEZ YA PASO CUENTA COMO VENCIDA
      *    AUNQUE EL BARRIDO TODAVIA NO LA HAYA MARCADO.
           EVALUATE TRUE
               WHEN REG-PRO-ESTADO = 'F'
                   MOVE 2 TO WS-CRS-COL
               WHEN REG-PRO-ESTADO = 'V'
                   MOVE 3 TO WS-CRS-COL
               WHEN REG-PRO-VALIDEZ NOT = SPACES AND
                       REG-PRO-VALIDEZ < WS-HOY
                   MOVE 3 TO WS-CRS-COL
               WHEN OTHER
                   MOVE 4 TO WS-CRS-COL
           END-EVALUATE.
           MOVE SPACES TO WS-CRS-BUSCADA.
           MOVE REG-PRO-FECHA(1:6) TO WS-CRS-BUSCADA(1:6).
           IF REG-PRO-OPERADOR = SPACES OR
                   REG-PRO-OPERADOR = LOW-VALUES
               MOVE "(SIN OPER)" TO WS-CRS-BUSCADA(7:10)
           ELSE
               MOVE REG-PRO-OPERADOR TO WS-CRS-BUSCADA(7:10)
           END-IF.
           MOVE 'N' TO WS-CRS-ENCONTRADA.
           IF WS-CRS-EXISTENTES > 0
               SEARCH ALL WS-CRS-REG
                   AT END
                       CONTINUE
                   WHEN WS-CRS-CLAVE(CRS-I) = WS-CRS-BUSCADA
                       MOVE 'S' TO WS-CRS-ENCONTRADA
               END-SEARCH
           END-IF.
           IF NOT CRS-ENCONTRADA
               IF WS-CRS-EXISTENTES < 2000
                   PERFORM 3200-UBICAR-RESUMEN
                   MOVE 'S' TO WS-CRS-ENCONTRADA
               ELSE
                   ADD 1 TO WS-CRS-OMITIDAS
               END-IF
           END-IF.
           IF CRS-ENCONTRADA
               ADD 1 TO WS-CRS-CANT(CRS-I, 1)
               ADD REG-PRO-TOTAL TO WS-CRS-VALOR(CRS-I, 1)
               ADD 1 TO WS-CRS-CANT(CRS-I, WS-CRS-COL)
               ADD REG-PRO-TOTAL TO WS-CRS-VALOR(CRS-I, WS-CRS-COL)
           END-IF.

       3100-END-ACUMULAR-PROFORMA SECTION.

       3200-UBICAR-RESUMEN SECTION.
      *    FILA NUEVA EN CERO AL FINAL, QUE BAJA HASTA SU LUGAR POR
      *    CLAVE. DEJA CRS-I EN SU POSICION.
           INITIALIZE WS-CRS-TEMP.
           MOVE WS-CRS-BUSCADA TO WS-CRS-TEMP-CLAVE.
           ADD 1 TO WS-CRS-EXISTENTES.
           SET CRS-I TO WS-CRS-EXISTENTES.
           MOVE 'N' TO WS-CRS-UBICADA.
           PERFORM UNTIL CRS-I = 1 OR CRS-UBICADA
               IF WS-CRS-CLAVE(CRS-I - 1) > WS-CRS-TEMP-CLAVE
                   MOVE WS-CRS-REG(CRS-I - 1) TO WS-CRS-REG(CRS-I)
                   SET CRS-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-CRS-UBICADA
               END-IF
           END-PERFORM.
           MOVE WS-CRS-TEMP TO WS-CRS-REG(CRS-I).
           PERFORM VARYING WS-CRS-K FROM 1 BY 1 UNTIL WS-CRS-K > 4
               MOVE 0 TO WS-CRS-CANT(CRS-I, WS-CRS-K)
                         WS-CRS-VALOR(CRS-I, WS-CRS-K)
           END-PERFORM.

       3200-END-UBICAR-RESUMEN SECTION.

       4000-IMPRIMIR-REPORTE SECTION.
      *    UNA FILA POR MES Y OPERADOR, SUBTOTAL POR MES Y TOTAL
      *    GENERAL; CADA LINEA SALE POR 4060 A PANTALLA Y A
      *    PROFORMAS.RPT.
           PERFORM 4050-ABRIR-REPORTE.
           MOVE ALL "*" TO WS-RPT-LINEA(1:89).
           PERFORM 4060-ESCRIBIR-LINEA.
           STRING "CONVERSION DE PROFORMAS - EMITIDAS DE "
               WS-CRP-DESDE(1:4) "-" WS-CRP-DESDE(5:2) " A "
               WS-CRP-HASTA(1:4) "-" WS-CRP-HASTA(5:2)
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 4060-ESCRIBIR-LINEA.
           STRING "  GENERADO: " WS-HOY(7:2) "/" WS-HOY(5:2) "/"
               WS-HOY(1:4) "  OPERADOR: " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           PERFORM 4060-ESCRIBIR-LINEA.
           MOVE ALL "*" TO WS-RPT-LINEA(1:89).
           PERFORM 4060-ESCRIBIR-LINEA.
           MOVE "MES"         TO WS-RPT-LINEA(1:3).
           MOVE "OPERADOR"    TO WS-RPT-LINEA(9:8).
           MOVE "EMIT."       TO WS-RPT-LINEA(20:5).
           MOVE "VALOR EMIT." TO WS-RPT-LINEA(27:11).
           MOVE "FACT."       TO WS-RPT-LINEA(39:5).
           MOVE "VALOR FACT." TO WS-RPT-LINEA(46:11).
           MOVE "VENC."       TO WS-RPT-LINEA(58:5).
           MOVE "VALOR VENC." TO WS-RPT-LINEA(65:11).
           MOVE "PEND."       TO WS-RPT-LINEA(77:5).
           MOVE "%CONV"       TO WS-RPT-LINEA(84:5).
           PERFORM 4060-ESCRIBIR-LINEA.
           MOVE ALL "-" TO WS-RPT-LINEA(1:89).
           PERFORM 4060-ESCRIBIR-LINEA.
           PERFORM VARYING WS-CRS-COL FROM 1 BY 1 UNTIL WS-CRS-COL > 4
               MOVE 0 TO WS-CRS-SUB-CANT(WS-CRS-COL)
                         WS-CRS-SUB-VALOR(WS-CRS-COL)
                         WS-CRS-GEN-CANT(WS-CRS-COL)
                         WS-CRS-GEN-VALOR(WS-CRS-COL)
           END-PERFORM.
           MOVE SPACES TO WS-CRS-MES-ANTERIOR.
           IF WS-CRS-EXISTENTES = 0
               MOVE "  NO HAY PROFORMAS EMITIDAS EN EL PERIODO"
                   TO WS-RPT-LINEA
               PERFORM 4060-ESCRIBIR-LINEA
           ELSE
               PERFORM VARYING CRS-I FROM 1 BY 1
                       UNTIL CRS-I > WS-CRS-EXISTENTES
                   IF WS-CRS-CLAVE(CRS-I)(1:6) NOT = WS-CRS-MES-ANTERIOR
                           AND WS-CRS-MES-ANTERIOR NOT = SPACES
                       PERFORM 4200-IMPRIMIR-SUBTOTAL
                   END-IF
                   MOVE WS-CRS-CLAVE(CRS-I)(1:6) TO WS-CRS-MES-ANTERIOR
                   PERFORM 4150-IMPRIMIR-OPERADOR
               END-PERFORM
               PERFORM 4200-IMPRIMIR-SUBTOTAL
               MOVE "TOTAL" TO WS-CRS-FILA-MES
               MOVE "GENERAL" TO WS-CRS-FILA-OPER
               PERFORM VARYING WS-CRS-COL FROM 1 BY 1
                       UNTIL WS-CRS-COL > 4
                   MOVE WS-CRS-GEN-CANT(WS-CRS-COL)
                       TO WS-CRS-FILA-CANT(WS-CRS-COL)
                   MOVE WS-CRS-GEN-VALOR(WS-CRS-COL)
                       TO WS-CRS-FILA-VALOR(WS-CRS-COL)
               END-PERFORM
               PERFORM 4100-IMPRIMIR-FILA
           END-IF.
           IF WS-CRS-OMITIDAS > 0
               MOVE SPACES TO WS-RPT-LINEA
               STRING "  TABLA DE RESUMEN LLENA - " WS-CRS-OMITIDAS
                   " PROFORMAS SIN CONTAR"
                   DELIMITED BY SIZE INTO WS-RPT-LINEA
               PERFORM 4060-ESCRIBIR-LINEA
           END-IF.
           MOVE ALL "*" TO WS-RPT-LINEA(1:89).
           PERFORM 4060-ESCRIBIR-LINEA.
           CLOSE REPORTE-FILE.
           MOVE "00" TO WS-RPT-FS.

       4000-END-IMPRIMIR-REPORTE SECTION.

       4050-ABRIR-REPORTE SECTION.
           OPEN EXTEND REPORTE-FILE.
           IF WS-RPT-FS = "35"
               OPEN OUTPUT REPORTE-FILE
           END-IF.
           MOVE SPACES TO WS-RPT-LINEA.

       4050-END-ABRIR-REPORTE SECTION.

       4060-ESCRIBIR-LINEA SECTION.
           DISPLAY WS-RPT-LINEA.
           MOVE WS-RPT-LINEA TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO WS-RPT-LINEA.

       4060-END-ESCRIBIR-LINEA SECTION.

       4100-IMPRIMIR-FILA SECTION.
      *    EL PORCENTAJE DE CONVERSION ES FACTURADAS / EMITIDAS.
           MOVE SPACES TO WS-CPL-LINEA.
           MOVE WS-CRS-FILA-MES TO WS-CPL-MES.
           MOVE WS-CRS-FILA-OPER TO WS-CPL-OPER.
           MOVE WS-CRS-FILA-CANT(1)  TO WS-CPL-EMI-CANT.
           MOVE WS-CRS-FILA-VALOR(1) TO WS-CPL-EMI-VALOR.
           MOVE WS-CRS-FILA-CANT(2)  TO WS-CPL-CON-CANT.
           MOVE WS-CRS-FILA-VALOR(2) TO WS-CPL-CON-VALOR.
           MOVE WS-CRS-FILA-CANT(3)  TO WS-CPL-VEN-CANT.
           MOVE WS-CRS-FILA-VALOR(3) TO WS-CPL-VEN-VALOR.
           MOVE WS-CRS-FILA-CANT(4)  TO WS-CPL-PEN-CANT.
           IF WS-CRS-FILA-CANT(1) > 0
               COMPUTE WS-CRS-PORC ROUNDED =
                   WS-CRS-FILA-CANT(2) * 100 / WS-CRS-FILA-CANT(1)
           ELSE
               MOVE 0 TO WS-CRS-PORC
           END-IF.
           MOVE WS-CRS-PORC TO WS-CPL-PORC.
           MOVE "%" TO WS-CPL-PORC-SIGNO.
           MOVE WS-CPL-LINEA TO WS-RPT-LINEA.
           PERFORM 4060-ESCRIBIR-LINEA.

       4100-END-IMPRIMIR-FILA SECTION.

       4150-IMPRIMIR-OPERADOR SECTION.
           MOVE SPACES TO WS-CRS-FILA-MES.
           STRING WS-CRS-CLAVE(CRS-I)(1:4) "-" WS-CRS-CLAVE(CRS-I)(5:2)
               DELIMITED BY SIZE INTO WS-CRS-FILA-MES.
           MOVE WS-CRS-CLAVE(CRS-I)(7:10) TO WS-CRS-FILA-OPER.
           PERFORM VARYING WS-CRS-COL FROM 1 BY 1 UNTIL WS-CRS-COL > 4
               MOVE WS-CRS-CANT(CRS-I, WS-CRS-COL)
                   TO WS-CRS-FILA-CANT(WS-CRS-COL)
               MOVE WS-CRS-VALOR(CRS-I, WS-CRS-COL)
                   TO WS-CRS-FILA-VALOR(WS-CRS-COL)
               ADD WS-CRS-CANT(CRS-I, WS-CRS-COL)
                   TO WS-CRS-SUB-CANT(WS-CRS-COL)
               ADD WS-CRS-VALOR(CRS-I, WS-CRS-COL)
                   TO WS-CRS-SUB-VALOR(WS-CRS-COL)
           END-PERFORM.
           PERFORM 4100-IMPRIMIR-FILA.

       4150-END-IMPRIMIR-OPERADOR SECTION.

       4200-IMPRIMIR-SUBTOTAL SECTION.
      *    CIERRA EL MES WS-CRS-MES-ANTERIOR Y LO PASA AL GENERAL.
           MOVE SPACES TO WS-CRS-FILA-MES.
           STRING WS-CRS-MES-ANTERIOR(1:4) "-" WS-CRS-MES-ANTERIOR(5:2)
               DELIMITED BY SIZE INTO WS-CRS-FILA-MES.
           MOVE "TOTAL MES" TO WS-CRS-FILA-OPER.
           PERFORM VARYING WS-CRS-COL FROM 1 BY 1 UNTIL WS-CRS-COL > 4
               MOVE WS-CRS-SUB-CANT(WS-CRS-COL)
                   TO WS-CRS-FILA-CANT(WS-CRS-COL)
               MOVE WS-CRS-SUB-VALOR(WS-CRS-COL)
                   TO WS-CRS-FILA-VALOR(WS-CRS-COL)
               ADD WS-CRS-SUB-CANT(WS-CRS-COL)
                   TO WS-CRS-GEN-CANT(WS-CRS-COL)
               ADD WS-CRS-SUB-VALOR(WS-CRS-COL)
                   TO WS-CRS-GEN-VALOR(WS-CRS-COL)
               MOVE 0 TO WS-CRS-SUB-CANT(WS-CRS-COL)
                         WS-CRS-SUB-VALOR(WS-CRS-COL)
           END-PERFORM.
           PERFORM 4100-IMPRIMIR-FILA.
           MOVE ALL "-" TO WS-RPT-LINEA(1:89).
           PERFORM 4060-ESCRIBIR-LINEA.

       4200-END-IMPRIMIR-SUBTOTAL SECTION.

       END PROGRAM CONTROL-PROFORMAS.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: COMPROBANTES ELECTRONICOS DEL SRI - CONSULTA DE LOS NO
      *          AUTORIZADOS, REENVIO (TAMBIEN EN EL FIN DE DIA),
      *          REGISTRO DE AUTORIZACIONES Y DEVOLUCIONES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPROBANTES-SRI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    ESTADO DE CADA COMPROBANTE (VER SRIEST.CPY): SE CARGA A UNA
      *    TABLA APLICANDO "EL ULTIMO GANA" Y CADA CAMBIO SE ANEXA COMO
      *    UN REGISTRO NUEVO.
           SELECT SRI-ESTADO-FILE ASSIGN TO "SRI-ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------
       FD  SRI-ESTADO-FILE.
           COPY SRIEST.
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY OPERADOR.
      *    EN MODO LOTE (FIN-DE-DIA) SOLO SE REENVIAN LOS PENDIENTES,
      *    SIN MENU NI ACCEPT ALGUNO.
       COPY LOTEFEC.
       01  WS-EST-FS                  PIC XX      VALUE "00".
       01  WS-OPCION-MENU             PIC 9       VALUE 0.
      *    ESTADO VIGENTE DE CADA COMPROBANTE
      *---------------------------------------------------------------
       01  WS-SRI-TABLA.
           05 WS-SRI-REG OCCURS 2000 TIMES INDEXED BY SRI-I.
               10 WS-TSRI-TIPO        PIC X(02).
               10 WS-TSRI-NUMERO      PIC 9(07).
               10 WS-TSRI-ESTADO      PIC X(01).
                   88 TSRI-POR-ENVIAR        VALUE 'P' 'E' 'D'.
               10 WS-TSRI-CLAVE       PIC X(49).
               10 WS-TSRI-INTENTOS    PIC 9(03).
               10 WS-TSRI-FECHA-DOC   PIC X(08).
               10 WS-TSRI-TOTAL       PIC 9(9)V99.
               10 WS-TSRI-OBSERVACION PIC X(40).
       01  WS-SRI-EXISTENTES          PIC 9(04)   VALUE 0.
      *    SI EL ARCHIVO TRAE MAS COMPROBANTES QUE LA TABLA SE AVISA:
      *    LOS QUE NO ENTRARON NO SE LISTAN NI SE REENVIAN.
       01  WS-SRI-TABLA-LLENA         PIC X(01)   VALUE 'N'.
           88 SRI-TABLA-LLENA                VALUE 'S'.
       01  WS-SRI-ENCONTRADO          PIC X       VALUE 'N'.
           88 SRI-ENCONTRADO                 VALUE 'S'.
       01  WS-SRI-BUSC-TIPO           PIC X(02)   VALUE SPACES.
       01  WS-SRI-BUSC-NUMERO         PIC 9(07)   VALUE 0.
       01  WS-SRI-TIPO-OPCION         PIC 9       VALUE 0.
       01  WS-SRI-AUTORIZACION        PIC X(49)   VALUE SPACES.
       01  WS-SRI-MOTIVO              PIC X(40)   VALUE SPACES.
       01  WS-SRI-NUEVO-ESTADO        PIC X(01)   VALUE SPACE.
       01  WS-SRI-NOMBRE-TIPO         PIC X(08)   VALUE SPACES.
       01  WS-SRI-NOMBRE-ESTADO       PIC X(10)   VALUE SPACES.
       01  WS-SRI-CONT-LISTA          PIC 9(05)   VALUE 0.
       01  WS-SRI-CONT-OK             PIC 9(05)   VALUE 0.
       01  WS-SRI-CONT-ANULADAS       PIC 9(05)   VALUE 0.
       01  WS-SRI-CONT-ERROR          PIC 9(05)   VALUE 0.
      *    INTERFAZ FIJA DE GENERAR-COMPROBANTE-SRI
       01  WS-GEN-TIPO                PIC X(02)   VALUE SPACES.
       01  WS-GEN-NUMERO              PIC 9(07)   VALUE 0.
       01  WS-GEN-ESTADO              PIC X(01)   VALUE SPACE.
       01  WS-GEN-INTENTOS            PIC 9(03)   VALUE 0.
       01  WS-GEN-RESULTADO           PIC X(02)   VALUE SPACES.
       01  WS-GEN-CLAVE               PIC X(49)   VALUE SPACES.
      *    FORMATEO DE MONTOS COMPARTIDO
       01  WS-MONTO-FMT               PIC S9(9)V99.
       01  WS-TEXTO-FMT               PIC X(20).
      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
       0000-MAIN-PROCEDURE SECTION.
           MOVE 0 TO WS-OPCION-MENU.
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           IF MODO-LOTE
               PERFORM 1000-CARGAR-ESTADOS
               PERFORM 3000-REENVIAR-PENDIENTES
           ELSE
               PERFORM 0100-MENU-COMPROBANTES UNTIL WS-OPCION-MENU = 6
           END-IF.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       0100-MENU-COMPROBANTES SECTION.
           DISPLAY "*******************************************"
           DISPLAY "COMPROBANTES ELECTRONICOS (SRI)"
           DISPLAY "1. LISTAR COMPROBANTES NO AUTORIZADOS"
           DISPLAY "2. REENVIAR LOS NO AUTORIZADOS"
           DISPLAY "3. REGISTRAR AUTORIZACION DEL SRI"
           DISPLAY "4. REGISTRAR DEVOLUCION DEL SRI"
           DISPLAY "5. GENERAR XML DE UN COMPROBANTE"
           DISPLAY "6. VOLVER"
           DISPLAY "*******************************************"
           ACCEPT WS-OPCION-MENU
      *    LA TABLA SE RECARGA EN CADA OPCION: VSFACTU PUEDE HABER
      *    EMITIDO COMPROBANTES NUEVOS DESDE LA ULTIMA CARGA.
           EVALUATE WS-OPCION-MENU
               WHEN 1
                   PERFORM 1000-CARGAR-ESTADOS
                   PERFORM 2000-LISTAR-NO-AUTORIZADOS
               WHEN 2
                   PERFORM 1000-CARGAR-ESTADOS
                   PERFORM 3000-REENVIAR-PENDIENTES
               WHEN 3
                   PERFORM 1000-CARGAR-ESTADOS
                   PERFORM 4000-REGISTRAR-AUTORIZACION
               WHEN 4
                   PERFORM 1000-CARGAR-ESTADOS
                   PERFORM 4100-REGISTRAR-DEVOLUCION
               WHEN 5
                   PERFORM 1000-CARGAR-ESTADOS
                   PERFORM 5000-GENERAR-COMPROBANTE
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       0100-END-MENU-COMPROBANTES SECTION.

       1000-CARGAR-ESTADOS SECTION.
           INITIALIZE WS-SRI-TABLA.
           MOVE 0 TO WS-SRI-EXISTENTES.
           MOVE 'N' TO WS-SRI-TABLA-LLENA.
           OPEN INPUT SRI-ESTADO-FILE.
           IF WS-EST-FS = "35"
               MOVE "00" TO WS-EST-FS
           ELSE
               PERFORM UNTIL WS-EST-FS NOT = "00"
                   READ SRI-ESTADO-FILE
                       AT END MOVE "10" TO WS-EST-FS
                       NOT AT END
                           PERFORM 1010-APLICAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE SRI-ESTADO-FILE
           END-IF.
           MOVE "00" TO WS-EST-FS.
           IF SRI-TABLA-LLENA
               DISPLAY "AVISO: SRI-ESTADO.DAT TIENE MAS DE 2000 "
                   "COMPROBANTES - LOS EXCEDENTES NO SE PROCESAN"
           END-IF.

       1000-END-CARGAR-ESTADOS SECTION.

       1010-APLICAR-REGISTRO SECTION.
      *    EL ULTIMO REGISTRO DE UN COMPROBANTE REEMPLAZA AL ANTERIOR.
           MOVE REG-SRI-TIPO TO WS-SRI-BUSC-TIPO.
           MOVE REG-SRI-NUMERO TO WS-SRI-BUSC-NUMERO.
           PERFORM 1100-BUSCAR-COMPROBANTE.
           IF NOT SRI-ENCONTRADO
               IF WS-SRI-EXISTENTES < 2000
                   ADD 1 TO WS-SRI-EXISTENTES
                   SET SRI-I TO WS-SRI-EXISTENTES
                   MOVE 'S' TO WS-SRI-ENCONTRADO
               ELSE
                   MOVE 'S' TO WS-SRI-TABLA-LLENA
               END-IF
           END-IF.
           IF SRI-ENCONTRADO
               MOVE REG-SRI-TIPO TO WS-TSRI-TIPO(SRI-I)
               MOVE REG-SRI-NUMERO TO WS-TSRI-NUMERO(SRI-I)
               MOVE REG-SRI-ESTADO TO WS-TSRI-ESTADO(SRI-I)
               MOVE REG-SRI-INTENTOS TO WS-TSRI-INTENTOS(SRI-I)
               MOVE REG-SRI-FECHA-DOC TO WS-TSRI-FECHA-DOC(SRI-I)
               MOVE REG-SRI-TOTAL TO WS-TSRI-TOTAL(SRI-I)
               MOVE REG-SRI-OBSERVACION TO WS-TSRI-OBSERVACION(SRI-I)
      *        LA ANULACION NO TRAE CLAVE: SE CONSERVA LA QUE HABIA.
               IF REG-SRI-CLAVE NOT = SPACES
                   MOVE REG-SRI-CLAVE TO WS-TSRI-CLAVE(SRI-I)
               END-IF
           END-IF.

       1010-END-APLICAR-REGISTRO SECTION.

       1100-BUSCAR-COMPROBANTE SECTION.
           MOVE 'N' TO WS-SRI-ENCONTRADO.
           IF WS-SRI-EXISTENTES > 0
               SET SRI-I TO 1
               SEARCH WS-SRI-REG
                   AT END
                       CONTINUE
                   WHEN SRI-I > WS-SRI-EXISTENTES
                       CONTINUE
                   WHEN WS-TSRI-TIPO(SRI-I) = WS-SRI-BUSC-TIPO AND
                        WS-TSRI-NUMERO(SRI-I) = WS-SRI-BUSC-NUMERO
                       MOVE 'S' TO WS-SRI-ENCONTRADO
               END-SEARCH
           END-IF.

       1100-END-BUSCAR-COMPROBANTE SECTION.

       1200-PEDIR-COMPROBANTE SECTION.
           DISPLAY "TIPO DE COMPROBANTE: 1 FACTURA / 2 NOTA DE CREDITO".
           ACCEPT WS-SRI-TIPO-OPCION.
           EVALUATE WS-SRI-TIPO-OPCION
               WHEN 1
                   MOVE "01" TO WS-SRI-BUSC-TIPO
               WHEN 2
                   MOVE "04" TO WS-SRI-BUSC-TIPO
               WHEN OTHER
                   MOVE SPACES TO WS-SRI-BUSC-TIPO
           END-EVALUATE.
           IF WS-SRI-BUSC-TIPO NOT = SPACES
               DISPLAY "NUMERO DEL COMPROBANTE"
               ACCEPT WS-SRI-BUSC-NUMERO
           END-IF.

       1200-END-PEDIR-COMPROBANTE SECTION.

       1300-NOMBRES SECTION.
           IF WS-TSRI-TIPO(SRI-I) = "01"
               MOVE "FACTURA" TO WS-SRI-NOMBRE-TIPO
           ELSE
               MOVE "NOTA CR." TO WS-SRI-NOMBRE-TIPO
           END-IF.
           EVALUATE WS-TSRI-ESTADO(SRI-I)
               WHEN 'P'
                   MOVE "PENDIENTE" TO WS-SRI-NOMBRE-ESTADO
               WHEN 'E'
                   MOVE "ENVIADO" TO WS-SRI-NOMBRE-ESTADO
               WHEN 'A'
                   MOVE "AUTORIZADO" TO WS-SRI-NOMBRE-ESTADO
               WHEN 'D'
                   MOVE "DEVUELTO" TO WS-SRI-NOMBRE-ESTADO
               WHEN 'N'
                   MOVE "ANULADO" TO WS-SRI-NOMBRE-ESTADO
               WHEN OTHER
                   MOVE SPACES TO WS-SRI-NOMBRE-ESTADO
           END-EVALUATE.

       1300-END-NOMBRES SECTION.

       2000-LISTAR-NO-AUTORIZADOS SECTION.
           MOVE 0 TO WS-SRI-CONT-LISTA.
           DISPLAY "TIPO     NUMERO  EMISION  ESTADO     ENVIOS TOTAL".
           PERFORM VARYING SRI-I FROM 1 BY 1
                   UNTIL SRI-I > WS-SRI-EXISTENTES
               IF TSRI-POR-ENVIAR(SRI-I)
                   ADD 1 TO WS-SRI-CONT-LISTA
                   PERFORM 1300-NOMBRES
                   MOVE WS-TSRI-TOTAL(SRI-I) TO WS-MONTO-FMT
                   CALL "FORMATO-MONEDA" USING WS-MONTO-FMT
                       WS-TEXTO-FMT
                   DISPLAY WS-SRI-NOMBRE-TIPO " "
                       WS-TSRI-NUMERO(SRI-I) " "
                       WS-TSRI-FECHA-DOC(SRI-I) " "
                       WS-SRI-NOMBRE-ESTADO " "
                       WS-TSRI-INTENTOS(SRI-I) "    "
                       WS-TEXTO-FMT
                   IF WS-TSRI-ESTADO(SRI-I) = 'D'
                       DISPLAY "         MOTIVO: "
                           WS-TSRI-OBSERVACION(SRI-I)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SRI-CONT-LISTA = 0
               DISPLAY "NO HAY COMPROBANTES PENDIENTES DE AUTORIZACION"
           ELSE
               DISPLAY "COMPROBANTES NO AUTORIZADOS: " WS-SRI-CONT-LISTA
           END-IF.

       2000-END-LISTAR-NO-AUTORIZADOS SECTION.

       3000-REENVIAR-PENDIENTES SECTION.
      *    SE VUELVE A GENERAR EL XML DE CADA COMPROBANTE PENDIENTE,
      *    ENVIADO SIN RESPUESTA O DEVUELTO, Y QUEDA COMO ENVIADO CON
      *    UN INTENTO MAS. LOS AUTORIZADOS Y LOS ANULADOS NO SE TOCAN.
           MOVE 0 TO WS-SRI-CONT-OK WS-SRI-CONT-ANULADAS
                     WS-SRI-CONT-ERROR.
           PERFORM VARYING SRI-I FROM 1 BY 1
                   UNTIL SRI-I > WS-SRI-EXISTENTES
               IF TSRI-POR-ENVIAR(SRI-I)
                   MOVE WS-TSRI-TIPO(SRI-I) TO WS-GEN-TIPO
                   MOVE WS-TSRI-NUMERO(SRI-I) TO WS-GEN-NUMERO
                   MOVE 'E' TO WS-GEN-ESTADO
                   COMPUTE WS-GEN-INTENTOS =
                       WS-TSRI-INTENTOS(SRI-I) + 1
                   CALL "GENERAR-COMPROBANTE-SRI" USING WS-GEN-TIPO
                       WS-GEN-NUMERO WS-GEN-ESTADO WS-GEN-INTENTOS
                       WS-GEN-RESULTADO WS-GEN-CLAVE
                   EVALUATE WS-GEN-RESULTADO
                       WHEN "OK"
                           ADD 1 TO WS-SRI-CONT-OK
                           MOVE 'E' TO WS-TSRI-ESTADO(SRI-I)
                           MOVE WS-GEN-INTENTOS
                               TO WS-TSRI-INTENTOS(SRI-I)
                       WHEN "AN"
                           ADD 1 TO WS-SRI-CONT-ANULADAS
                           MOVE 'N' TO WS-TSRI-ESTADO(SRI-I)
                       WHEN OTHER
                           ADD 1 TO WS-SRI-CONT-ERROR
                   END-EVALUATE
               END-IF
           END-PERFORM.
           DISPLAY "COMPROBANTES REENVIADOS   : " WS-SRI-CONT-OK.
           IF WS-SRI-CONT-ANULADAS > 0
               DISPLAY "FACTURAS ANULADAS (NO SE ENVIAN): "
                   WS-SRI-CONT-ANULADAS
           END-IF.
           IF WS-SRI-CONT-ERROR > 0
               DISPLAY "NO SE PUDIERON GENERAR    : " WS-SRI-CONT-ERROR
           END-IF.

       3000-END-REENVIAR-PENDIENTES SECTION.

       4000-REGISTRAR-AUTORIZACION SECTION.
      *    EN EL ESQUEMA OFFLINE DEL SRI EL NUMERO DE AUTORIZACION ES
      *    LA MISMA CLAVE DE ACCESO: ENTER EN BLANCO LA TOMA.
           PERFORM 1200-PEDIR-COMPROBANTE.
           IF WS-SRI-BUSC-TIPO = SPACES
               DISPLAY "TIPO DE COMPROBANTE NO VALIDO"
               GO TO 4000-SALIR
           END-IF.
           PERFORM 1100-BUSCAR-COMPROBANTE.
           IF NOT SRI-ENCONTRADO
               DISPLAY "EL COMPROBANTE NO TIENE XML GENERADO"
               GO TO 4000-SALIR
           END-IF.
           IF NOT TSRI-POR-ENVIAR(SRI-I)
               PERFORM 1300-NOMBRES
               DISPLAY "EL COMPROBANTE YA ESTA " WS-SRI-NOMBRE-ESTADO
               GO TO 4000-SALIR
           END-IF.
           DISPLAY "CLAVE DE ACCESO: " WS-TSRI-CLAVE(SRI-I).
           DISPLAY "NUMERO DE AUTORIZACION (ENTER = CLAVE DE ACCESO)".
           MOVE SPACES TO WS-SRI-AUTORIZACION.
           ACCEPT WS-SRI-AUTORIZACION.
           IF WS-SRI-AUTORIZACION = SPACES
               MOVE WS-TSRI-CLAVE(SRI-I) TO WS-SRI-AUTORIZACION
           END-IF.
           MOVE 'A' TO WS-SRI-NUEVO-ESTADO.
           MOVE SPACES TO WS-SRI-MOTIVO.
           PERFORM 8000-ANEXAR-ESTADO.
           DISPLAY "COMPROBANTE AUTORIZADO".

       4000-SALIR.
           EXIT.

       4000-END-REGISTRAR-AUTORIZACION SECTION.

       4100-REGISTRAR-DEVOLUCION SECTION.
      *    EL SRI DEVOLVIO EL COMPROBANTE: QUEDA CON SU MOTIVO Y SE
      *    VUELVE A ENVIAR EN EL SIGUIENTE REENVIO.
           PERFORM 1200-PEDIR-COMPROBANTE.
           IF WS-SRI-BUSC-TIPO = SPACES
               DISPLAY "TIPO DE COMPROBANTE NO VALIDO"
               GO TO 4100-SALIR
           END-IF.
           PERFORM 1100-BUSCAR-COMPROBANTE.
           IF NOT SRI-ENCONTRADO
               DISPLAY "EL COMPROBANTE NO TIENE XML GENERADO"
               GO TO 4100-SALIR
           END-IF.
           IF NOT TSRI-POR-ENVIAR(SRI-I)
               PERFORM 1300-NOMBRES
               DISPLAY "EL COMPROBANTE YA ESTA " WS-SRI-NOMBRE-ESTADO
               GO TO 4100-SALIR
           END-IF.
           DISPLAY "MOTIVO DE LA DEVOLUCION".
           MOVE SPACES TO WS-SRI-MOTIVO.
           ACCEPT WS-SRI-MOTIVO.
           MOVE 'D' TO WS-SRI-NUEVO-ESTADO.
           MOVE SPACES TO WS-SRI-AUTORIZACION.
           PERFORM 8000-ANEXAR-ESTADO.
           DISPLAY "DEVOLUCION REGISTRADA".

       4100-SALIR.
           EXIT.

       4100-END-REGISTRAR-DEVOLUCION SECTION.

       5000-GENERAR-COMPROBANTE SECTION.
      *    PARA COMPROBANTES EMITIDOS ANTES DE LA FACTURACION
      *    ELECTRONICA, O CUYO XML SE PERDIO. UNO YA AUTORIZADO NO SE
      *    VUELVE A GENERAR.
           PERFORM 1200-PEDIR-COMPROBANTE.
           IF WS-SRI-BUSC-TIPO = SPACES
               DISPLAY "TIPO DE COMPROBANTE NO VALIDO"
               GO TO 5000-SALIR
           END-IF.
           PERFORM 1100-BUSCAR-COMPROBANTE.
           MOVE 0 TO WS-GEN-INTENTOS.
           IF SRI-ENCONTRADO
               IF NOT TSRI-POR-ENVIAR(SRI-I)
                   PERFORM 1300-NOMBRES
                   DISPLAY "EL COMPROBANTE YA ESTA "
                       WS-SRI-NOMBRE-ESTADO
                   GO TO 5000-SALIR
               END-IF
               MOVE WS-TSRI-INTENTOS(SRI-I) TO WS-GEN-INTENTOS
           END-IF.
           MOVE WS-SRI-BUSC-TIPO TO WS-GEN-TIPO.
           MOVE WS-SRI-BUSC-NUMERO TO WS-GEN-NUMERO.
           MOVE 'P' TO WS-GEN-ESTADO.
           CALL "GENERAR-COMPROBANTE-SRI" USING WS-GEN-TIPO
               WS-GEN-NUMERO WS-GEN-ESTADO WS-GEN-INTENTOS
               WS-GEN-RESULTADO WS-GEN-CLAVE.
           EVALUATE WS-GEN-RESULTADO
               WHEN "OK"
                   DISPLAY "XML GENERADO - CLAVE DE ACCESO:"
                   DISPLAY WS-GEN-CLAVE
               WHEN "AN"
                   DISPLAY "FACTURA ANULADA - NO SE GENERA XML"
               WHEN "NE"
                   DISPLAY "NO EXISTE ESE COMPROBANTE"
               WHEN OTHER
                   DISPLAY "NO SE PUDO ESCRIBIR EL ARCHIVO XML"
           END-EVALUATE.

       5000-SALIR.
           EXIT.

       5000-END-GENERAR-COMPROBANTE SECTION.

       8000-ANEXAR-ESTADO SECTION.
      *    NUEVO REGISTRO CON EL ESTADO ACTUALIZADO DEL COMPROBANTE
      *    SRI-I (VER "EL ULTIMO GANA" EN SRIEST.CPY).
           OPEN EXTEND SRI-ESTADO-FILE.
           IF WS-EST-FS = "35"
               OPEN OUTPUT SRI-ESTADO-FILE
           END-IF.
           MOVE SPACES TO REG-SRI-COMPROBANTE.
           MOVE WS-TSRI-TIPO(SRI-I) TO REG-SRI-TIPO.
           MOVE WS-TSRI-NUMERO(SRI-I) TO REG-SRI-NUMERO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO REG-SRI-FECHA-HORA.
           MOVE WS-SRI-NUEVO-ESTADO TO REG-SRI-ESTADO.
           MOVE WS-TSRI-CLAVE(SRI-I) TO REG-SRI-CLAVE.
           MOVE WS-TSRI-INTENTOS(SRI-I) TO REG-SRI-INTENTOS.
           MOVE WS-SRI-AUTORIZACION TO REG-SRI-AUTORIZACION.
           MOVE WS-TSRI-FECHA-DOC(SRI-I) TO REG-SRI-FECHA-DOC.
           MOVE WS-TSRI-TOTAL(SRI-I) TO REG-SRI-TOTAL.
           MOVE WS-OPERADOR-ID TO REG-SRI-OPER.
           MOVE WS-SRI-MOTIVO TO REG-SRI-OBSERVACION.
           WRITE REG-SRI-COMPROBANTE.
           CLOSE SRI-ESTADO-FILE.
           MOVE "00" TO WS-EST-FS.
           MOVE WS-SRI-NUEVO-ESTADO TO WS-TSRI-ESTADO(SRI-I).

       8000-END-ANEXAR-ESTADO SECTION.

       END PROGRAM COMPROBANTES-SRI.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: GENERACION DEL COMPROBANTE ELECTRONICO (XML DEL SRI)
      *          DE UNA FACTURA O UNA NOTA DE CREDITO, CON SU CLAVE DE
      *          ACCESO DE 49 DIGITOS, Y REGISTRO DE SU ESTADO EN
      *          SRI-ESTADO.DAT (VER SRIEST.CPY)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-COMPROBANTE-SRI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    SUBRUTINA COMPARTIDA (MISMA IDEA QUE CIVALIDE-VALIDAR): LA
      *    LLAMA VSFACTU AL EMITIR CADA FACTURA Y CADA NOTA DE CREDITO,
      *    Y COMPROBANTES-SRI PARA REENVIAR LOS QUE EL SRI TODAVIA NO
      *    AUTORIZA. EL XML SE ARMA SIEMPRE DESDE LO GRABADO EN DISCO
      *    (CABECERA Y DETALLE), ASI QUE UN REENVIO PRODUCE EL MISMO
      *    DOCUMENTO QUE LA EMISION ORIGINAL.
           SELECT FACTURAS-FILE ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-FS.
           SELECT DETALLE-FILE ASSIGN TO "FACTURA-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-FS.
           SELECT NOTACRED-FILE ASSIGN TO "NOTACRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-FS.
           SELECT NCDETALLE-FILE ASSIGN TO "NOTACRED-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCD-FS.
           SELECT FORMAS-PAGO-FILE ASSIGN TO "FORMAS-PAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPG-FS.
           SELECT SRI-ESTADO-FILE ASSIGN TO "SRI-ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-FS.
      *    UN ARCHIVO POR COMPROBANTE (FACTURA-NNNNNNN.XML O
      *    NOTACRED-NNNNNNN.XML), IGUAL QUE LA COPIA IMPRESA
      *    FACTURA-NNNNNNN.TXT DE VSFACTU.
           SELECT XML-FILE ASSIGN TO DYNAMIC WS-XML-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XML-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------
       FD  FACTURAS-FILE.
           COPY FACREG.
      *-----------------------
       FD  DETALLE-FILE.
           COPY FACDET.
      *-----------------------
       FD  NOTACRED-FILE.
           COPY NCREG.
      *-----------------------
       FD  NCDETALLE-FILE.
           COPY NCDET.
      *-----------------------
       FD  FORMAS-PAGO-FILE.
           COPY FPAGREG.
      *-----------------------
       FD  SRI-ESTADO-FILE.
           COPY SRIEST.
      *-----------------------
       FD  XML-FILE.
       01  REG-XML                    PIC X(200).
      *-----------------------
       WORKING-STORAGE SECTION.
       COPY OPERADOR.
       01  WS-FAC-FS                  PIC XX      VALUE "00".
       01  WS-DET-FS                  PIC XX      VALUE "00".
       01  WS-NC-FS                   PIC XX      VALUE "00".
       01  WS-NCD-FS                  PIC XX      VALUE "00".
       01  WS-FPG-FS                  PIC XX      VALUE "00".
       01  WS-EST-FS                  PIC XX      VALUE "00".
       01  WS-XML-FS                  PIC XX      VALUE "00".
      *    DATOS DEL EMISOR (LOS MISMOS DE LA CABECERA IMPRESA EN
      *    5025-IMPRESO-CABECERA DE VSFACTU).
      *    WS-SRI-AMBIENTE: '1' PRUEBAS, '2' PRODUCCION.
      *---------------------------------------------------------------
       01  WS-SRI-RAZON-SOCIAL        PIC X(40)   VALUE
                                          "COMERCIAL ANTHONY".
       01  WS-SRI-RUC                 PIC X(13)   VALUE "1790012345001".
       01  WS-SRI-DIRECCION           PIC X(40)   VALUE
               "AV. PRINCIPAL Y 10 DE AGOSTO - QUITO".
       01  WS-SRI-AMBIENTE            PIC X(01)   VALUE "2".
       01  WS-SRI-TIPO-EMISION        PIC X(01)   VALUE "1".
      *    SERIE DE LOS COMPROBANTES SIN NUMERO LEGAL GRABADO.
       01  WS-SRI-ESTAB               PIC X(03)   VALUE "001".
       01  WS-SRI-PTO-EMI             PIC X(03)   VALUE "001".
       01  WS-SRI-IVA-TASA            PIC V99     VALUE ,15.
      *    CODIGO DE PORCENTAJE DEL SRI PARA LA TARIFA VIGENTE (15%)
      *    Y PARA LA TARIFA 0% (BASE EXENTA DE VSFACTU).
       01  WS-SRI-COD-GRAVADO         PIC X(01)   VALUE "4".
       01  WS-SRI-TARIFA-GRAVADO      PIC X(02)   VALUE "15".
       01  WS-SRI-COD-EXENTO          PIC X(01)   VALUE "0".
      *    COMPROBANTE LEIDO DE DISCO
      *---------------------------------------------------------------
       01  WS-DOC-ENCONTRADO          PIC X       VALUE 'N'.
           88 DOC-ENCONTRADO                 VALUE 'S'.
       01  WS-DOC-FECHA               PIC X(10)   VALUE SPACES.
       01  WS-DOC-CLI-CODE            PIC X(10)   VALUE SPACES.
       01  WS-DOC-CLI-NOMBRE          PIC X(30)   VALUE SPACES.
       01  WS-DOC-CLI-ID-TIPO         PIC X(01)   VALUE SPACE.
       01  WS-DOC-CLI-ID-NUMERO       PIC X(13)   VALUE SPACES.
       01  WS-DOC-SUBTOTAL            PIC 9(9)V99 VALUE 0.
       01  WS-DOC-IVA                 PIC 9(9)V99 VALUE 0.
       01  WS-DOC-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-DOC-BASE-GRAVADA        PIC 9(9)V99 VALUE 0.
       01  WS-DOC-BASE-EXENTA         PIC 9(9)V99 VALUE 0.
       01  WS-DOC-DESCUENTO           PIC 9(9)V99 VALUE 0.
       01  WS-DOC-ANULADA             PIC X(01)   VALUE SPACE.
       01  WS-DOC-FORMA-PAGO          PIC X(01)   VALUE SPACE.
      *    NOTA DE CREDITO: FACTURA QUE MODIFICA Y SU FECHA
       01  WS-DOC-FACTURA             PIC 9(07)   VALUE 0.
       01  WS-DOC-FAC-FECHA           PIC X(10)   VALUE SPACES.
      *    NUMERO LEGAL DEL COMPROBANTE (ESTABLECIMIENTO, PUNTO DE
      *    EMISION Y SECUENCIAL DEL PUNTO, VER PEMREG.CPY) Y DE LA
      *    FACTURA QUE MODIFICA LA NOTA. LOS DOCUMENTOS ANTERIORES A
      *    LOS PUNTOS DE EMISION LO TRAEN EN BLANCO: SERIE
      *    WS-SRI-ESTAB/WS-SRI-PTO-EMI + NUMERO INTERNO, QUE ES COMO SE
      *    ENVIARON SIEMPRE.
       01  WS-DOC-NUM-COMPLETO.
           05 WS-DOC-ESTAB            PIC X(03).
           05 FILLER                  PIC X(01).
           05 WS-DOC-PTO-EMI          PIC X(03).
           05 FILLER                  PIC X(01).
           05 WS-DOC-SECUENCIAL       PIC 9(07).
       01  WS-DOC-FAC-NUM-COMPLETO    PIC X(15)   VALUE SPACES.
       01  WS-DOC-NUM-LEGADO.
           05 WS-DOC-LEG-ESTAB        PIC X(03).
           05 FILLER                  PIC X(01)   VALUE "-".
           05 WS-DOC-LEG-PTO-EMI      PIC X(03).
           05 FILLER                  PIC X(01)   VALUE "-".
           05 WS-DOC-NUM-LEGADO-SEC   PIC 9(07).
      *    COMPRADOR
       01  WS-COM-TIPO-ID             PIC X(02)   VALUE SPACES.
       01  WS-COM-ID                  PIC X(13)   VALUE SPACES.
       01  WS-COM-RAZON-SOCIAL        PIC X(30)   VALUE SPACES.
       01  WS-COM-LARGO               PIC 9(02)   VALUE 0.
      *    LINEAS DEL COMPROBANTE (MAXIMO 20, IGUAL QUE LA FACTURA Y
      *    LA NOTA DE CREDITO EN VSFACTU)
       01  WS-LIN-TABLA.
           05 WS-LIN OCCURS 20 TIMES INDEXED BY LIN-I.
               10 WS-LIN-CODIGO       PIC X(06).
               10 WS-LIN-DESC         PIC X(20).
               10 WS-LIN-CANTIDAD     PIC 9(05).
               10 WS-LIN-PRECIO       PIC 9(7)V99.
               10 WS-LIN-DESCUENTO    PIC 9(9)V99.
               10 WS-LIN-SUBTOTAL     PIC 9(9)V99.
               10 WS-LIN-IVA-CAT      PIC X(01).
               10 WS-LIN-IVA          PIC 9(9)V99.
       01  WS-LIN-CONT                PIC 9(02)   VALUE 0.
       01  WS-LIN-BRUTO               PIC S9(11)V99 VALUE 0.
      *    CLAVE DE ACCESO (49 DIGITOS): FECHA DE EMISION DDMMAAAA,
      *    TIPO DE COMPROBANTE, RUC, AMBIENTE, SERIE (ESTABLECIMIENTO Y
      *    PUNTO DE EMISION), SECUENCIAL, CODIGO NUMERICO, TIPO DE
      *    EMISION Y DIGITO VERIFICADOR MODULO 11.
      *---------------------------------------------------------------
       01  WS-CLAVE.
           05 WS-CLA-FECHA            PIC X(08).
           05 WS-CLA-TIPO             PIC X(02).
           05 WS-CLA-RUC              PIC X(13).
           05 WS-CLA-AMBIENTE         PIC X(01).
           05 WS-CLA-ESTAB            PIC X(03).
           05 WS-CLA-PTO-EMI          PIC X(03).
           05 WS-CLA-SECUENCIAL       PIC 9(09).
           05 WS-CLA-CODIGO           PIC 9(08).
           05 WS-CLA-TIPO-EMISION     PIC X(01).
           05 WS-CLA-DV               PIC 9(01).
       01  WS-CLAVE-DIGITOS REDEFINES WS-CLAVE.
           05 WS-CLA-DIGITO           PIC 9 OCCURS 49 TIMES.
       01  WS-CLA-I                   PIC S9(03)  COMP VALUE 0.
       01  WS-CLA-PESO                PIC 9(01)   VALUE 2.
       01  WS-CLA-SUMA                PIC 9(05)   VALUE 0.
       01  WS-CLA-COCIENTE            PIC 9(05)   VALUE 0.
       01  WS-CLA-RESIDUO             PIC 9(02)   VALUE 0.
       01  WS-CLA-DV-CALC             PIC 9(02)   VALUE 0.
      *    ARMADO DEL XML
      *---------------------------------------------------------------
       01  WS-XML-NOMBRE              PIC X(40)   VALUE SPACES.
       01  WS-XML-OK                  PIC X       VALUE 'N'.
           88 XML-OK                         VALUE 'S'.
       01  WS-XML-TAG                 PIC X(40)   VALUE SPACES.
       01  WS-XML-VALOR               PIC X(80)   VALUE SPACES.
       01  WS-XML-MONTO               PIC S9(9)V99 VALUE 0.
      *    LOS MONTOS DEL XML VAN CON PUNTO DECIMAL: SE EDITAN CON LA
      *    COMA DEL PROGRAMA (DECIMAL-POINT IS COMMA) Y SE CONVIERTE.
       01  WS-XML-MONTO-ED            PIC -(9)9,99.
       01  WS-XML-CANT-ED             PIC Z(4)9.
       01  WS-XML-FECHA               PIC X(10)   VALUE SPACES.
       01  WS-XML-FECHA-ENTRADA       PIC X(10)   VALUE SPACES.
       01  WS-XML-METODO              PIC X(01)   VALUE SPACE.
       01  WS-XML-FORMA-SRI           PIC X(02)   VALUE SPACES.
       01  WS-XML-PAGOS-CONT          PIC 9(02)   VALUE 0.
       01  WS-XML-NUM-DOC             PIC X(17)   VALUE SPACES.
       01  WS-XML-SECUENCIAL          PIC 9(09)   VALUE 0.
       01  WS-XML-COD-PORC            PIC X(01)   VALUE SPACE.
       01  WS-XML-TARIFA              PIC X(02)   VALUE SPACES.
       01  WS-XML-BASE                PIC 9(9)V99 VALUE 0.
       01  WS-XML-IMPUESTO            PIC 9(9)V99 VALUE 0.
      *    ESTADO A REGISTRAR EN SRI-ESTADO.DAT
       01  WS-EST-ESTADO              PIC X(01)   VALUE SPACE.

       LINKAGE SECTION.
      *    LS-SRI-TIPO      '01' FACTURA / '04' NOTA DE CREDITO
      *    LS-SRI-ESTADO    ESTADO CON QUE QUEDA EL COMPROBANTE ('P' AL
      *                     EMITIR, 'E' AL REENVIAR)
      *    LS-SRI-INTENTOS  ENVIOS HECHOS, CONTANDO ESTE
      *    LS-SRI-RESULTADO "OK" XML GENERADO; "NE" NO EXISTE EL
      *                     COMPROBANTE; "AN" FACTURA ANULADA (NO SE
      *                     GENERA); "ER" NO SE PUDO ESCRIBIR EL XML
       01  LS-SRI-TIPO                PIC X(02).
       01  LS-SRI-NUMERO              PIC 9(07).
       01  LS-SRI-ESTADO              PIC X(01).
       01  LS-SRI-INTENTOS            PIC 9(03).
       01  LS-SRI-RESULTADO           PIC X(02).
       01  LS-SRI-CLAVE               PIC X(49).

       PROCEDURE DIVISION USING LS-SRI-TIPO LS-SRI-NUMERO
               LS-SRI-ESTADO LS-SRI-INTENTOS LS-SRI-RESULTADO
               LS-SRI-CLAVE.

       0000-MAIN-PROCEDURE SECTION.
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           MOVE "NE" TO LS-SRI-RESULTADO.
           MOVE SPACES TO LS-SRI-CLAVE WS-CLAVE.
           MOVE 'N' TO WS-DOC-ENCONTRADO.
           MOVE 0 TO WS-LIN-CONT WS-DOC-DESCUENTO.
           MOVE SPACES TO WS-DOC-CLI-ID-TIPO WS-DOC-CLI-ID-NUMERO.
           MOVE SPACES TO WS-DOC-NUM-COMPLETO WS-DOC-FAC-NUM-COMPLETO.
           MOVE WS-SRI-ESTAB TO WS-DOC-LEG-ESTAB.
           MOVE WS-SRI-PTO-EMI TO WS-DOC-LEG-PTO-EMI.
           EVALUATE LS-SRI-TIPO
               WHEN "01"
                   PERFORM 1000-CARGAR-FACTURA
               WHEN "04"
                   PERFORM 1100-CARGAR-NOTA-CREDITO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT DOC-ENCONTRADO
               GO TO 0000-SALIR
           END-IF.
           IF WS-DOC-NUM-COMPLETO = SPACES
               MOVE LS-SRI-NUMERO TO WS-DOC-NUM-LEGADO-SEC
               MOVE WS-DOC-NUM-LEGADO TO WS-DOC-NUM-COMPLETO
           END-IF.
      *    UNA FACTURA ANULADA ANTES DE AUTORIZARSE YA NO SE ENVIA;
      *    QUEDA EN ESTADO 'N' PARA QUE NO SE SIGA REINTENTANDO.
           IF WS-DOC-ANULADA = 'S'
               MOVE "AN" TO LS-SRI-RESULTADO
               MOVE 'N' TO WS-EST-ESTADO
               PERFORM 4000-REGISTRAR-ESTADO
               GO TO 0000-SALIR
           END-IF.
           PERFORM 1500-IDENTIFICACION-COMPRADOR.
           PERFORM 2000-CLAVE-ACCESO.
           PERFORM 3000-ESCRIBIR-XML.
           IF NOT XML-OK
               MOVE "ER" TO LS-SRI-RESULTADO
               GO TO 0000-SALIR
           END-IF.
           MOVE LS-SRI-ESTADO TO WS-EST-ESTADO.
           PERFORM 4000-REGISTRAR-ESTADO.
           MOVE WS-CLAVE TO LS-SRI-CLAVE.
           MOVE "OK" TO LS-SRI-RESULTADO.

       0000-SALIR.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       1000-CARGAR-FACTURA SECTION.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FAC-FS = "35"
               MOVE "00" TO WS-FAC-FS
           ELSE
               PERFORM UNTIL WS-FAC-FS NOT = "00"
                   READ FACTURAS-FILE
                       AT END MOVE "10" TO WS-FAC-FS
                       NOT AT END
                           IF REG-FAC-NUMERO = LS-SRI-NUMERO
                               MOVE 'S' TO WS-DOC-ENCONTRADO
                               PERFORM 1010-TOMAR-FACTURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-FILE
           END-IF.
           MOVE "00" TO WS-FAC-FS.
           IF DOC-ENCONTRADO
               PERFORM 1050-CARGAR-DETALLE-FACTURA
           END-IF.

       1000-END-CARGAR-FACTURA SECTION.

       1010-TOMAR-FACTURA SECTION.
           MOVE REG-FAC-FECHA TO WS-DOC-FECHA.
           MOVE REG-FAC-CLI-CODE TO WS-DOC-CLI-CODE.
           MOVE REG-FAC-CLI-NOMBRE TO WS-DOC-CLI-NOMBRE.
           MOVE REG-FAC-CLI-ID-TIPO TO WS-DOC-CLI-ID-TIPO.
           MOVE REG-FAC-CLI-ID-NUMERO TO WS-DOC-CLI-ID-NUMERO.
           MOVE REG-FAC-SUBTOTAL TO WS-DOC-SUBTOTAL.
           MOVE REG-FAC-IVA TO WS-DOC-IVA.
           MOVE REG-FAC-TOTAL TO WS-DOC-TOTAL.
           MOVE REG-FAC-ANULADA TO WS-DOC-ANULADA.
           MOVE REG-FAC-FORMA-PAGO TO WS-DOC-FORMA-PAGO.
           MOVE REG-FAC-NUM-COMPLETO TO WS-DOC-NUM-COMPLETO.
      *    FACTURAS ANTERIORES AL DESGLOSE GRAVADO/EXENTO TRAEN LAS
      *    BASES EN BLANCO: TODO EL SUBTOTAL ERA GRAVADO (FACREG.CPY).
           IF REG-FAC-BASE-GRAVADA IS NUMERIC AND
                   REG-FAC-BASE-EXENTA IS NUMERIC
               MOVE REG-FAC-BASE-GRAVADA TO WS-DOC-BASE-GRAVADA
               MOVE REG-FAC-BASE-EXENTA TO WS-DOC-BASE-EXENTA
           ELSE
               MOVE REG-FAC-SUBTOTAL TO WS-DOC-BASE-GRAVADA
               MOVE 0 TO WS-DOC-BASE-EXENTA
           END-IF.

       1010-END-TOMAR-FACTURA SECTION.

       1050-CARGAR-DETALLE-FACTURA SECTION.
           OPEN INPUT DETALLE-FILE.
           IF WS-DET-FS = "35"
               MOVE "00" TO WS-DET-FS
           ELSE
               PERFORM UNTIL WS-DET-FS NOT = "00"
                   READ DETALLE-FILE
                       AT END MOVE "10" TO WS-DET-FS
                       NOT AT END
                           IF REG-DET-NUMERO = LS-SRI-NUMERO AND
                                   WS-LIN-CONT < 20
                               ADD 1 TO WS-LIN-CONT
                               SET LIN-I TO WS-LIN-CONT
                               MOVE REG-DET-CODIGO
                                   TO WS-LIN-CODIGO(LIN-I)
                               MOVE REG-DET-DESC TO WS-LIN-DESC(LIN-I)
                               MOVE REG-DET-CANTIDAD
                                   TO WS-LIN-CANTIDAD(LIN-I)
                               MOVE REG-DET-PRECIO
                                   TO WS-LIN-PRECIO(LIN-I)
                               MOVE REG-DET-SUBTOTAL
                                   TO WS-LIN-SUBTOTAL(LIN-I)
                               MOVE REG-DET-IVA-CAT
                                   TO WS-LIN-IVA-CAT(LIN-I)
      *                        EL DESCUENTO DE LA LINEA ES LO QUE VA
      *                        DEL PRECIO POR CANTIDAD AL SUBTOTAL.
                               COMPUTE WS-LIN-BRUTO =
                                   REG-DET-PRECIO * REG-DET-CANTIDAD
                                   - REG-DET-SUBTOTAL
                               IF WS-LIN-BRUTO < 0
                                   MOVE 0 TO WS-LIN-BRUTO
                               END-IF
                               MOVE WS-LIN-BRUTO
                                   TO WS-LIN-DESCUENTO(LIN-I)
                               ADD WS-LIN-BRUTO TO WS-DOC-DESCUENTO
                               PERFORM 1060-IVA-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DETALLE-FILE
           END-IF.
           MOVE "00" TO WS-DET-FS.

       1050-END-CARGAR-DETALLE-FACTURA SECTION.

       1060-IVA-LINEA SECTION.
      *    MISMA REGLA QUE VSFACTU: SOLO LA CATEGORIA 'E' ES EXENTA, EN
      *    BLANCO (LINEAS ANTERIORES A LA CATEGORIA) ES GRAVADA.
           IF WS-LIN-IVA-CAT(LIN-I) = 'E'
               MOVE 0 TO WS-LIN-IVA(LIN-I)
           ELSE
               COMPUTE WS-LIN-IVA(LIN-I) ROUNDED =
                   WS-LIN-SUBTOTAL(LIN-I) * WS-SRI-IVA-TASA
           END-IF.

       1060-END-IVA-LINEA SECTION.

       1100-CARGAR-NOTA-CREDITO SECTION.
           OPEN INPUT NOTACRED-FILE.
           IF WS-NC-FS = "35"
               MOVE "00" TO WS-NC-FS
           ELSE
               PERFORM UNTIL WS-NC-FS NOT = "00"
                   READ NOTACRED-FILE
                       AT END MOVE "10" TO WS-NC-FS
                       NOT AT END
                           IF REG-NC-NUMERO = LS-SRI-NUMERO
                               MOVE 'S' TO WS-DOC-ENCONTRADO
                               MOVE REG-NC-FECHA TO WS-DOC-FECHA
                               MOVE REG-NC-FACTURA TO WS-DOC-FACTURA
                               MOVE REG-NC-NUM-COMPLETO
                                   TO WS-DOC-NUM-COMPLETO
                               MOVE REG-NC-CLI-CODE TO WS-DOC-CLI-CODE
                               MOVE REG-NC-SUBTOTAL TO WS-DOC-SUBTOTAL
                               MOVE REG-NC-IVA TO WS-DOC-IVA
                               MOVE REG-NC-TOTAL TO WS-DOC-TOTAL
                               MOVE REG-NC-BASE-GRAVADA
                                   TO WS-DOC-BASE-GRAVADA
                               MOVE REG-NC-BASE-EXENTA
                                   TO WS-DOC-BASE-EXENTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTACRED-FILE
           END-IF.
           MOVE "00" TO WS-NC-FS.
           IF DOC-ENCONTRADO
      *        LA NOTA NO GUARDA EL NOMBRE DEL CLIENTE NI LA FECHA DE
      *        LA FACTURA QUE MODIFICA: SE TOMAN DE LA FACTURA. UNA
      *        NOTA SE PUEDE ENVIAR AUNQUE SU FACTURA SE HAYA ANULADO
      *        DESPUES, ASI QUE AQUI NO SE MIRA LA ANULACION.
               PERFORM 1120-BUSCAR-FACTURA-ORIGEN
               PERFORM 1150-CARGAR-DETALLE-NOTA
           END-IF.

       1100-END-CARGAR-NOTA-CREDITO SECTION.

       1120-BUSCAR-FACTURA-ORIGEN SECTION.
           MOVE WS-DOC-FECHA TO WS-DOC-FAC-FECHA.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FAC-FS = "35"
               MOVE "00" TO WS-FAC-FS
           ELSE
               PERFORM UNTIL WS-FAC-FS NOT = "00"
                   READ FACTURAS-FILE
                       AT END MOVE "10" TO WS-FAC-FS
                       NOT AT END
                           IF REG-FAC-NUMERO = WS-DOC-FACTURA
                               MOVE REG-FAC-FECHA TO WS-DOC-FAC-FECHA
                               MOVE REG-FAC-CLI-NOMBRE
                                   TO WS-DOC-CLI-NOMBRE
                               MOVE REG-FAC-CLI-ID-TIPO
                                   TO WS-DOC-CLI-ID-TIPO
                               MOVE REG-FAC-CLI-ID-NUMERO
                                   TO WS-DOC-CLI-ID-NUMERO
                               MOVE REG-FAC-NUM-COMPLETO
                                   TO WS-DOC-FAC-NUM-COMPLETO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-FILE
           END-IF.
           MOVE "00" TO WS-FAC-FS.
           IF WS-DOC-FAC-NUM-COMPLETO = SPACES
               MOVE WS-DOC-FACTURA TO WS-DOC-NUM-LEGADO-SEC
               MOVE WS-DOC-NUM-LEGADO TO WS-DOC-FAC-NUM-COMPLETO
           END-IF.

       1120-END-BUSCAR-FACTURA-ORIGEN SECTION.

       1150-CARGAR-DETALLE-NOTA SECTION.
      *    REG-NCD-MONTO YA VIENE SIN IVA Y CON EL DESCUENTO DE LA
      *    FACTURA APLICADO: EL PRECIO UNITARIO SE DERIVA DE EL.
           OPEN INPUT NCDETALLE-FILE.
           IF WS-NCD-FS = "35"
               MOVE "00" TO WS-NCD-FS
           ELSE
               PERFORM UNTIL WS-NCD-FS NOT = "00"
                   READ NCDETALLE-FILE
                       AT END MOVE "10" TO WS-NCD-FS
                       NOT AT END
                           IF REG-NCD-NUMERO = LS-SRI-NUMERO AND
                                   WS-LIN-CONT < 20
                               ADD 1 TO WS-LIN-CONT
                               SET LIN-I TO WS-LIN-CONT
                               MOVE REG-NCD-CODIGO
                                   TO WS-LIN-CODIGO(LIN-I)
                               MOVE REG-NCD-DESC TO WS-LIN-DESC(LIN-I)
                               MOVE REG-NCD-CANTIDAD
                                   TO WS-LIN-CANTIDAD(LIN-I)
                               MOVE REG-NCD-MONTO
                                   TO WS-LIN-SUBTOTAL(LIN-I)
                               MOVE REG-NCD-IVA-CAT
                                   TO WS-LIN-IVA-CAT(LIN-I)
                               MOVE 0 TO WS-LIN-DESCUENTO(LIN-I)
                               IF REG-NCD-CANTIDAD > 0
                                   COMPUTE WS-LIN-PRECIO(LIN-I)
                                       ROUNDED = REG-NCD-MONTO /
                                       REG-NCD-CANTIDAD
                               ELSE
                                   MOVE REG-NCD-MONTO
                                       TO WS-LIN-PRECIO(LIN-I)
                               END-IF
                               PERFORM 1060-IVA-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NCDETALLE-FILE
           END-IF.
           MOVE "00" TO WS-NCD-FS.

       1150-END-CARGAR-DETALLE-NOTA SECTION.

       1500-IDENTIFICACION-COMPRADOR SECTION.
      *    TIPO DE IDENTIFICACION DEL SRI: 04 RUC, 05 CEDULA,
      *    06 PASAPORTE, 07 CONSUMIDOR FINAL. SE USA LA IDENTIFICACION
      *    GUARDADA EN LA FACTURA (LA NOTA DE CREDITO TOMA LA DE SU
      *    FACTURA). LAS FACTURAS ANTIGUAS NO LA TIENEN: EN ESE CASO
      *    EL TIPO SE DEDUCE DEL LARGO DEL CODIGO DEL CLIENTE.
           IF WS-DOC-CLI-ID-TIPO NOT = SPACE AND
                   WS-DOC-CLI-ID-NUMERO NOT = SPACES
               MOVE WS-DOC-CLI-ID-NUMERO TO WS-COM-ID
               MOVE WS-DOC-CLI-NOMBRE TO WS-COM-RAZON-SOCIAL
               EVALUATE WS-DOC-CLI-ID-TIPO
                   WHEN 'R'
                       MOVE "04" TO WS-COM-TIPO-ID
                   WHEN 'C'
                       MOVE "05" TO WS-COM-TIPO-ID
                   WHEN 'F'
                       MOVE "07" TO WS-COM-TIPO-ID
                       MOVE "9999999999999" TO WS-COM-ID
                       MOVE "CONSUMIDOR FINAL" TO WS-COM-RAZON-SOCIAL
                   WHEN OTHER
                       MOVE "06" TO WS-COM-TIPO-ID
               END-EVALUATE
               GO TO 1500-SALIR
           END-IF.
           IF WS-DOC-CLI-CODE = "9999999999" OR
                   WS-DOC-CLI-CODE = SPACES
               MOVE "07" TO WS-COM-TIPO-ID
               MOVE "9999999999999" TO WS-COM-ID
               MOVE "CONSUMIDOR FINAL" TO WS-COM-RAZON-SOCIAL
           ELSE
               MOVE WS-DOC-CLI-CODE TO WS-COM-ID
               MOVE WS-DOC-CLI-NOMBRE TO WS-COM-RAZON-SOCIAL
               COMPUTE WS-COM-LARGO =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-DOC-CLI-CODE))
               EVALUATE TRUE
                   WHEN WS-COM-LARGO = 10 AND
                           WS-DOC-CLI-CODE IS NUMERIC
                       MOVE "05" TO WS-COM-TIPO-ID
                   WHEN OTHER
                       MOVE "06" TO WS-COM-TIPO-ID
               END-EVALUATE
           END-IF.

       1500-SALIR.
           EXIT.

       1500-END-IDENTIFICACION-COMPRADOR SECTION.

       2000-CLAVE-ACCESO SECTION.
      *    EL CODIGO NUMERICO SE DERIVA DEL NUMERO DEL COMPROBANTE (NO
      *    ES ALEATORIO) PARA QUE UN REENVIO PRODUZCA LA MISMA CLAVE.
           MOVE SPACES TO WS-CLAVE.
           STRING WS-DOC-FECHA(7:2) WS-DOC-FECHA(5:2)
               WS-DOC-FECHA(1:4)
               DELIMITED BY SIZE INTO WS-CLA-FECHA.
           MOVE LS-SRI-TIPO TO WS-CLA-TIPO.
           MOVE WS-SRI-RUC TO WS-CLA-RUC.
           MOVE WS-SRI-AMBIENTE TO WS-CLA-AMBIENTE.
           MOVE WS-DOC-ESTAB TO WS-CLA-ESTAB.
           MOVE WS-DOC-PTO-EMI TO WS-CLA-PTO-EMI.
           MOVE WS-DOC-SECUENCIAL TO WS-CLA-SECUENCIAL.
           MOVE LS-SRI-NUMERO TO WS-CLA-CODIGO.
           MOVE WS-SRI-TIPO-EMISION TO WS-CLA-TIPO-EMISION.
           MOVE 0 TO WS-CLA-DV.
      *    MODULO 11: LOS 48 DIGITOS DE DERECHA A IZQUIERDA POR LOS
      *    PESOS 2,3,4,5,6,7,2,3,...; EL DIGITO ES 11 MENOS EL
      *    RESIDUO, CON 11 -> 0 Y 10 -> 1.
           MOVE 0 TO WS-CLA-SUMA.
           MOVE 2 TO WS-CLA-PESO.
           PERFORM VARYING WS-CLA-I FROM 48 BY -1 UNTIL WS-CLA-I < 1
               COMPUTE WS-CLA-SUMA = WS-CLA-SUMA +
                   WS-CLA-DIGITO(WS-CLA-I) * WS-CLA-PESO
               IF WS-CLA-PESO = 7
                   MOVE 2 TO WS-CLA-PESO
               ELSE
                   ADD 1 TO WS-CLA-PESO
               END-IF
           END-PERFORM.
           DIVIDE WS-CLA-SUMA BY 11 GIVING WS-CLA-COCIENTE
               REMAINDER WS-CLA-RESIDUO.
           COMPUTE WS-CLA-DV-CALC = 11 - WS-CLA-RESIDUO.
           EVALUATE WS-CLA-DV-CALC
               WHEN 11
                   MOVE 0 TO WS-CLA-DV
               WHEN 10
                   MOVE 1 TO WS-CLA-DV
               WHEN OTHER
                   MOVE WS-CLA-DV-CALC TO WS-CLA-DV
           END-EVALUATE.

       2000-END-CLAVE-ACCESO SECTION.

       3000-ESCRIBIR-XML SECTION.
           MOVE SPACES TO WS-XML-NOMBRE.
           IF LS-SRI-TIPO = "01"
               STRING "FACTURA-" LS-SRI-NUMERO ".XML"
                   DELIMITED BY SIZE INTO WS-XML-NOMBRE
           ELSE
               STRING "NOTACRED-" LS-SRI-NUMERO ".XML"
                   DELIMITED BY SIZE INTO WS-XML-NOMBRE
           END-IF.
           MOVE 'N' TO WS-XML-OK.
           OPEN OUTPUT XML-FILE.
           IF WS-XML-FS NOT = "00"
               MOVE "00" TO WS-XML-FS
               GO TO 3000-SALIR
           END-IF.
           MOVE 'S' TO WS-XML-OK.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO REG-XML.
           WRITE REG-XML.
           IF LS-SRI-TIPO = "01"
               MOVE '<factura id="comprobante" version="1.1.0">'
                   TO REG-XML
           ELSE
               MOVE '<notaCredito id="comprobante" version="1.1.0">'
                   TO REG-XML
           END-IF.
           WRITE REG-XML.
           PERFORM 3100-INFO-TRIBUTARIA.
           IF LS-SRI-TIPO = "01"
               PERFORM 3200-INFO-FACTURA
           ELSE
               PERFORM 3300-INFO-NOTA-CREDITO
           END-IF.
           PERFORM 3400-DETALLES.
           IF LS-SRI-TIPO = "01"
               MOVE "</factura>" TO REG-XML
           ELSE
               MOVE "</notaCredito>" TO REG-XML
           END-IF.
           WRITE REG-XML.
           CLOSE XML-FILE.
           MOVE "00" TO WS-XML-FS.

       3000-SALIR.
           EXIT.

       3000-END-ESCRIBIR-XML SECTION.

       3100-INFO-TRIBUTARIA SECTION.
           MOVE "<infoTributaria>" TO REG-XML.
           WRITE REG-XML.
           MOVE "ambiente" TO WS-XML-TAG.
           MOVE WS-SRI-AMBIENTE TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "tipoEmision" TO WS-XML-TAG.
           MOVE WS-SRI-TIPO-EMISION TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "razonSocial" TO WS-XML-TAG.
           MOVE WS-SRI-RAZON-SOCIAL TO WS-XML-VALOR.
           PERFORM 8050-VALOR-TEXTO.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "ruc" TO WS-XML-TAG.
           MOVE WS-SRI-RUC TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "claveAcceso" TO WS-XML-TAG.
           MOVE WS-CLAVE TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "codDoc" TO WS-XML-TAG.
           MOVE LS-SRI-TIPO TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "estab" TO WS-XML-TAG.
           MOVE WS-DOC-ESTAB TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "ptoEmi" TO WS-XML-TAG.
           MOVE WS-DOC-PTO-EMI TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "secuencial" TO WS-XML-TAG.
           MOVE WS-CLA-SECUENCIAL TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "dirMatriz" TO WS-XML-TAG.
           MOVE WS-SRI-DIRECCION TO WS-XML-VALOR.
           PERFORM 8050-VALOR-TEXTO.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "</infoTributaria>" TO REG-XML.
           WRITE REG-XML.

       3100-END-INFO-TRIBUTARIA SECTION.

       3150-DATOS-COMPRADOR SECTION.
      *    COMUN A FACTURA Y NOTA DE CREDITO.
           MOVE WS-DOC-FECHA TO WS-XML-FECHA-ENTRADA.
           PERFORM 8200-FECHA-XML.
           MOVE "fechaEmision" TO WS-XML-TAG.
           MOVE WS-XML-FECHA TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "dirEstablecimiento" TO WS-XML-TAG.
           MOVE WS-SRI-DIRECCION TO WS-XML-VALOR.
           PERFORM 8050-VALOR-TEXTO.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "tipoIdentificacionComprador" TO WS-XML-TAG.
           MOVE WS-COM-TIPO-ID TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "razonSocialComprador" TO WS-XML-TAG.
           MOVE WS-COM-RAZON-SOCIAL TO WS-XML-VALOR.
           PERFORM 8050-VALOR-TEXTO.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "identificacionComprador" TO WS-XML-TAG.
           MOVE WS-COM-ID TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.

       3150-END-DATOS-COMPRADOR SECTION.

       3200-INFO-FACTURA SECTION.
           MOVE "<infoFactura>" TO REG-XML.
           WRITE REG-XML.
           PERFORM 3150-DATOS-COMPRADOR.
           MOVE "totalSinImpuestos" TO WS-XML-TAG.
           MOVE WS-DOC-SUBTOTAL TO WS-XML-MONTO.
           PERFORM 8000-VALOR-MONTO.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "totalDescuento" TO WS-XML-TAG.
           MOVE WS-DOC-DESCUENTO TO WS-XML-MONTO.
           PERFORM 8000-VALOR-MONTO.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           PERFORM 3500-TOTAL-CON-IMPUESTOS.
           MOVE "propina" TO WS-XML-TAG.
           MOVE 0 TO WS-XML-MONTO.
           PERFORM 8000-VALOR-MONTO.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "importeTotal" TO WS-XML-TAG.
           MOVE WS-DOC-TOTAL TO WS-XML-MONTO.
           PERFORM 8000-VALOR-MONTO.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "moneda" TO WS-XML-TAG.
           MOVE "DOLAR" TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           PERFORM 3250-PAGOS.
           MOVE "</infoFactura>" TO REG-XML.
           WRITE REG-XML.

       3200-END-INFO-FACTURA SECTION.

       3250-PAGOS SECTION.
      *    FORMA DE PAGO DE LA FACTURA (REG-FAC-FORMA-PAGO); LAS
      *    COBRADAS CON VARIAS FORMAS LLEVAN UN PAGO POR CADA LINEA DE
      *    FORMAS-PAGO.DAT.
           MOVE "<pagos>" TO REG-XML.
           WRITE REG-XML.
           MOVE 0 TO WS-XML-PAGOS-CONT.
           IF WS-DOC-FORMA-PAGO = 'M'
               OPEN INPUT FORMAS-PAGO-FILE
               IF WS-FPG-FS = "35"
                   MOVE "00" TO WS-FPG-FS
               ELSE
                   PERFORM UNTIL WS-FPG-FS NOT = "00"
                       READ FORMAS-PAGO-FILE
                           AT END MOVE "10" TO WS-FPG-FS
                           NOT AT END
                               IF REG-FPG-ORIGEN = 'F' AND
                                       REG-FPG-NUMERO = LS-SRI-NUMERO
                                   MOVE REG-FPG-METODO
                                       TO WS-XML-METODO
                                   MOVE REG-FPG-MONTO TO WS-XML-MONTO
                                   PERFORM 3260-ESCRIBIR-PAGO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FORMAS-PAGO-FILE
               END-IF
               MOVE "00" TO WS-FPG-FS
           END-IF.
           IF WS-XML-PAGOS-CONT = 0
               MOVE WS-DOC-FORMA-PAGO TO WS-XML-METODO
               MOVE WS-DOC-TOTAL TO WS-XML-MONTO
               PERFORM 3260-ESCRIBIR-PAGO
           END-IF.
           MOVE "</pagos>" TO REG-XML.
           WRITE REG-XML.

       3250-END-PAGOS SECTION.

       3260-ESCRIBIR-PAGO SECTION.
      *    CODIGOS DEL SRI: 01 SIN UTILIZACION DEL SISTEMA FINANCIERO
      *    (EFECTIVO, Y LA VENTA A CREDITO CARGADA A LA CUENTA DEL
      *    CLIENTE), 19 TARJETA, 20 OTROS CON UTILIZACION DEL SISTEMA
      *    FINANCIERO (TRANSFERENCIA, CHEQUE).
           ADD 1 TO WS-XML-PAGOS-CONT.
           EVALUATE WS-XML-METODO
               WHEN 'T'
                   MOVE "19" TO WS-XML-FORMA-SRI
               WHEN 'B'
               WHEN 'C'
                   MOVE "20" TO WS-XML-FORMA-SRI
               WHEN OTHER
                   MOVE "01" TO WS-XML-FORMA-SRI
           END-EVALUATE.
           MOVE "<pago>" TO REG-XML.
           WRITE REG-XML.
           MOVE "formaPago" TO WS-XML-TAG.
           MOVE WS-XML-FORMA-SRI TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "total" TO WS-XML-TAG.
           PERFORM 8000-VALOR-MONTO.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "</pago>" TO REG-XML.
           WRITE REG-XML.

       3260-END-ESCRIBIR-PAGO SECTION.

       3300-INFO-NOTA-CREDITO SECTION.
           MOVE "<infoNotaCredito>" TO REG-XML.
           WRITE REG-XML.
           PERFORM 3150-DATOS-COMPRADOR.
           MOVE "codDocModificado" TO WS-XML-TAG.
           MOVE "01" TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE WS-DOC-FAC-NUM-COMPLETO(9:7) TO WS-XML-SECUENCIAL.
           MOVE SPACES TO WS-XML-NUM-DOC.
           STRING WS-DOC-FAC-NUM-COMPLETO(1:8) WS-XML-SECUENCIAL
               DELIMITED BY SIZE INTO WS-XML-NUM-DOC.
           MOVE "numDocModificado" TO WS-XML-TAG.
           MOVE WS-XML-NUM-DOC TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE WS-DOC-FAC-FECHA TO WS-XML-FECHA-ENTRADA.
           PERFORM 8200-FECHA-XML.
           MOVE "fechaEmisionDocSustento" TO WS-XML-TAG.
           MOVE WS-XML-FECHA TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "totalSinImpuestos" TO WS-XML-TAG.
           MOVE WS-DOC-SUBTOTAL TO WS-XML-MONTO.
           PERFORM 8000-VALOR-MONTO.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "valorModificacion" TO WS-XML-TAG.
           MOVE WS-DOC-TOTAL TO WS-XML-MONTO.
           PERFORM 8000-VALOR-MONTO.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "moneda" TO WS-XML-TAG.
           MOVE "DOLAR" TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           PERFORM 3500-TOTAL-CON-IMPUESTOS.
           MOVE "motivo" TO WS-XML-TAG.
           MOVE "DEVOLUCION DE MERCADERIA" TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "</infoNotaCredito>" TO REG-XML.
           WRITE REG-XML.

       3300-END-INFO-NOTA-CREDITO SECTION.

       3400-DETALLES SECTION.
           MOVE "<detalles>" TO REG-XML.
           WRITE REG-XML.
           PERFORM VARYING LIN-I FROM 1 BY 1 UNTIL LIN-I > WS-LIN-CONT
               MOVE "<detalle>" TO REG-XML
               WRITE REG-XML
               IF LS-SRI-TIPO = "01"
                   MOVE "codigoPrincipal" TO WS-XML-TAG
               ELSE
                   MOVE "codigoInterno" TO WS-XML-TAG
               END-IF
               MOVE WS-LIN-CODIGO(LIN-I) TO WS-XML-VALOR
               PERFORM 8050-VALOR-TEXTO
               PERFORM 8100-ESCRIBIR-ELEMENTO
               MOVE "descripcion" TO WS-XML-TAG
               MOVE WS-LIN-DESC(LIN-I) TO WS-XML-VALOR
               PERFORM 8050-VALOR-TEXTO
               PERFORM 8100-ESCRIBIR-ELEMENTO
               MOVE "cantidad" TO WS-XML-TAG
               MOVE WS-LIN-CANTIDAD(LIN-I) TO WS-XML-CANT-ED
               MOVE FUNCTION TRIM(WS-XML-CANT-ED) TO WS-XML-VALOR
               PERFORM 8100-ESCRIBIR-ELEMENTO
               MOVE "precioUnitario" TO WS-XML-TAG
               MOVE WS-LIN-PRECIO(LIN-I) TO WS-XML-MONTO
               PERFORM 8000-VALOR-MONTO
               PERFORM 8100-ESCRIBIR-ELEMENTO
               MOVE "descuento" TO WS-XML-TAG
               MOVE WS-LIN-DESCUENTO(LIN-I) TO WS-XML-MONTO
               PERFORM 8000-VALOR-MONTO
               PERFORM 8100-ESCRIBIR-ELEMENTO
               MOVE "precioTotalSinImpuesto" TO WS-XML-TAG
               MOVE WS-LIN-SUBTOTAL(LIN-I) TO WS-XML-MONTO
               PERFORM 8000-VALOR-MONTO
               PERFORM 8100-ESCRIBIR-ELEMENTO
               MOVE "<impuestos>" TO REG-XML
               WRITE REG-XML
               IF WS-LIN-IVA-CAT(LIN-I) = 'E'
                   MOVE WS-SRI-COD-EXENTO TO WS-XML-COD-PORC
                   MOVE "0" TO WS-XML-TARIFA
               ELSE
                   MOVE WS-SRI-COD-GRAVADO TO WS-XML-COD-PORC
                   MOVE WS-SRI-TARIFA-GRAVADO TO WS-XML-TARIFA
               END-IF
               MOVE WS-LIN-SUBTOTAL(LIN-I) TO WS-XML-BASE
               MOVE WS-LIN-IVA(LIN-I) TO WS-XML-IMPUESTO
               MOVE "<impuesto>" TO REG-XML
               WRITE REG-XML
               PERFORM 3550-DATOS-IMPUESTO
               MOVE "tarifa" TO WS-XML-TAG
               MOVE WS-XML-TARIFA TO WS-XML-VALOR
               PERFORM 8100-ESCRIBIR-ELEMENTO
               MOVE "baseImponible" TO WS-XML-TAG
               MOVE WS-XML-BASE TO WS-XML-MONTO
               PERFORM 8000-VALOR-MONTO
               PERFORM 8100-ESCRIBIR-ELEMENTO
               MOVE "valor" TO WS-XML-TAG
               MOVE WS-XML-IMPUESTO TO WS-XML-MONTO
               PERFORM 8000-VALOR-MONTO
               PERFORM 8100-ESCRIBIR-ELEMENTO
               MOVE "</impuesto>" TO REG-XML
               WRITE REG-XML
               MOVE "</impuestos>" TO REG-XML
               WRITE REG-XML
               MOVE "</detalle>" TO REG-XML
               WRITE REG-XML
           END-PERFORM.
           MOVE "</detalles>" TO REG-XML.
           WRITE REG-XML.

       3400-END-DETALLES SECTION.

       3500-TOTAL-CON-IMPUESTOS SECTION.
      *    UN TOTAL POR TARIFA: LA BASE GRAVADA CON EL IVA DEL
      *    COMPROBANTE Y LA BASE EXENTA (0%) SI LA HAY.
           MOVE "<totalConImpuestos>" TO REG-XML.
           WRITE REG-XML.
           IF WS-DOC-BASE-GRAVADA > 0 OR WS-DOC-BASE-EXENTA = 0
               MOVE WS-SRI-COD-GRAVADO TO WS-XML-COD-PORC
               MOVE WS-DOC-BASE-GRAVADA TO WS-XML-BASE
               MOVE WS-DOC-IVA TO WS-XML-IMPUESTO
               PERFORM 3510-TOTAL-IMPUESTO
           END-IF.
           IF WS-DOC-BASE-EXENTA > 0
               MOVE WS-SRI-COD-EXENTO TO WS-XML-COD-PORC
               MOVE WS-DOC-BASE-EXENTA TO WS-XML-BASE
               MOVE 0 TO WS-XML-IMPUESTO
               PERFORM 3510-TOTAL-IMPUESTO
           END-IF.
           MOVE "</totalConImpuestos>" TO REG-XML.
           WRITE REG-XML.

       3500-END-TOTAL-CON-IMPUESTOS SECTION.

       3510-TOTAL-IMPUESTO SECTION.
           MOVE "<totalImpuesto>" TO REG-XML.
           WRITE REG-XML.
           PERFORM 3550-DATOS-IMPUESTO.
           MOVE "baseImponible" TO WS-XML-TAG.
           MOVE WS-XML-BASE TO WS-XML-MONTO.
           PERFORM 8000-VALOR-MONTO.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "valor" TO WS-XML-TAG.
           MOVE WS-XML-IMPUESTO TO WS-XML-MONTO.
           PERFORM 8000-VALOR-MONTO.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "</totalImpuesto>" TO REG-XML.
           WRITE REG-XML.

       3510-END-TOTAL-IMPUESTO SECTION.

       3550-DATOS-IMPUESTO SECTION.
      *    CODIGO 2 = IVA.
           MOVE "codigo" TO WS-XML-TAG.
           MOVE "2" TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.
           MOVE "codigoPorcentaje" TO WS-XML-TAG.
           MOVE WS-XML-COD-PORC TO WS-XML-VALOR.
           PERFORM 8100-ESCRIBIR-ELEMENTO.

       3550-END-DATOS-IMPUESTO SECTION.

       4000-REGISTRAR-ESTADO SECTION.
           OPEN EXTEND SRI-ESTADO-FILE.
           IF WS-EST-FS = "35"
               OPEN OUTPUT SRI-ESTADO-FILE
           END-IF.
           MOVE SPACES TO REG-SRI-COMPROBANTE.
           MOVE LS-SRI-TIPO TO REG-SRI-TIPO.
           MOVE LS-SRI-NUMERO TO REG-SRI-NUMERO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO REG-SRI-FECHA-HORA.
           MOVE WS-EST-ESTADO TO REG-SRI-ESTADO.
           MOVE WS-CLAVE TO REG-SRI-CLAVE.
           MOVE LS-SRI-INTENTOS TO REG-SRI-INTENTOS.
           MOVE WS-DOC-FECHA(1:8) TO REG-SRI-FECHA-DOC.
           MOVE WS-DOC-TOTAL TO REG-SRI-TOTAL.
           MOVE WS-OPERADOR-ID TO REG-SRI-OPER.
           WRITE REG-SRI-COMPROBANTE.
           CLOSE SRI-ESTADO-FILE.
           MOVE "00" TO WS-EST-FS.

       4000-END-REGISTRAR-ESTADO SECTION.

       8000-VALOR-MONTO SECTION.
           MOVE WS-XML-MONTO TO WS-XML-MONTO-ED.
           MOVE FUNCTION TRIM(WS-XML-MONTO-ED) TO WS-XML-VALOR.
           INSPECT WS-XML-VALOR CONVERTING "," TO ".".

       8000-END-VALOR-MONTO SECTION.

       8050-VALOR-TEXTO SECTION.
      *    LOS TEXTOS LIBRES (NOMBRES, DESCRIPCIONES) NO PUEDEN LLEVAR
      *    LOS CARACTERES RESERVADOS DEL XML.
           INSPECT WS-XML-VALOR REPLACING ALL "&" BY "Y"
                                          ALL "<" BY " "
                                          ALL ">" BY " ".

       8050-END-VALOR-TEXTO SECTION.

       8100-ESCRIBIR-ELEMENTO SECTION.
           MOVE SPACES TO REG-XML.
           STRING "<" DELIMITED BY SIZE
               WS-XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               FUNCTION TRIM(WS-XML-VALOR) DELIMITED BY SIZE
               "</" DELIMITED BY SIZE
               WS-XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO REG-XML.
           WRITE REG-XML.

       8100-END-ESCRIBIR-ELEMENTO SECTION.

       8200-FECHA-XML SECTION.
      *    AAAAMMDD... -> DD/MM/AAAA
           MOVE SPACES TO WS-XML-FECHA.
           STRING WS-XML-FECHA-ENTRADA(7:2) "/"
               WS-XML-FECHA-ENTRADA(5:2) "/"
               WS-XML-FECHA-ENTRADA(1:4)
               DELIMITED BY SIZE INTO WS-XML-FECHA.

       8200-END-FECHA-XML SECTION.

       END PROGRAM GENERAR-COMPROBANTE-SRI.

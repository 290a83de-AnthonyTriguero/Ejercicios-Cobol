           SELECT PAGOS-FILE ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-FS.
      *    COMPROBANTES DE RETENCION RECIBIDOS DE LOS CLIENTES (VER
      *    RETREG.CPY). SOLO-ANEXAR; BAJAN EL SALDO DE LA FACTURA SIN
      *    PASAR POR PAGOS.DAT NI POR LA CAJA.
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FS.
      *    PLAN DE PAGOS EN CUOTAS DE UNA FACTURA A CREDITO (VER
      *    CUOTREG.CPY). SOLO-ANEXAR, UN PLAN POR FACTURA.
           SELECT CUOTAS-FILE ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUO-FS.
      *    DESGLOSE POR FORMA DE PAGO (EFECTIVO, TARJETA,
      *    TRANSFERENCIA, CHEQUE) DE CADA VENTA DE CONTADO Y CADA
      *    ABONO, CON SU REFERENCIA. SOLO-ANEXAR; LO LEE ARQUEO-CAJA.
           SELECT FORMAS-PAGO-FILE ASSIGN TO "FORMAS-PAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPG-FS.
      *    REQ 052 - BITACORA DE CAMBIOS DE PRECIO/STOCK HECHOS EN
      *    6020-EDITAR-PRODUCTO (SOLO-ANEXAR, IGUAL QUE MOVIMIENTOS.LOG
      *    EN CALCULADORA): VALOR ANTERIOR, VALOR NUEVO, FECHA-HORA Y
           SELECT PRECIOS-LOG-FILE ASSIGN TO "PRECIOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-FS.
      *    LISTAS DE PRECIOS POR CATEGORIA DE CLIENTE CON FECHA DE
      *    VIGENCIA (VER LPRREG.CPY). MAESTRO COMO PRODUCTOS.DAT:
      *    CARGADO COMPLETO EN MEMORIA Y REESCRITO EN CADA CAMBIO, QUE
      *    QUEDA EN PRECIOS.LOG IGUAL QUE LOS DEL CATALOGO.
           SELECT LISTAS-PRECIO-FILE ASSIGN TO "LISTAS-PRECIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LPR-FS.
      *    REQ 054 - PROFORMAS (COTIZACIONES): MISMA PAREJA
      *    CABECERA/DETALLE QUE FACTURAS.DAT/FACTURA-DETALLE.DAT Y SU
      *    PROPIO CONSECUTIVO. SOLO-ANEXAR; EL ESTADO VIGENTE DE UNA
           SELECT NCSEQ-FILE ASSIGN TO "NOTACRED.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCSEQ-FS.
      *    PUNTOS DE EMISION (ESTABLECIMIENTO-CAJA) CON SU PROPIO
      *    CONSECUTIVO LEGAL DE FACTURAS, NOTAS DE CREDITO Y PROFORMAS
      *    (VER PEMREG.CPY). SE CARGA ENTERO Y SE REESCRIBE CADA VEZ
      *    QUE SE EMITE UN DOCUMENTO, IGUAL QUE FACTURA.SEQ.
           SELECT PUNTOS-EMISION-FILE ASSIGN TO "PUNTOS-EMISION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEM-FS.
      *    REQ 073 - TODO CAMBIO DE BALANCE HECHO DESDE FACTURACION
      *    (COBRO DE FACTURA, REVERSION POR ANULACION, ABONO, NOTA DE
      *    CREDITO) QUEDA TAMBIEN EN MOVIMIENTOS.LOG CON EL MISMO
      *-----------------------
       FILE SECTION.
       FD  PRODUCTOS-FILE.
      *    LAYOUT COMPARTIDO CON COMPRAS-PROVEEDORES (VER PRODREG.CPY).
           COPY PRODREG.
      *-----------------------
       FD  CLIENTES-FILE.
           COPY CLIREG.
       01  REG-CONSECUTIVO            PIC 9(07).
      *-----------------------
       FD  DETALLE-FILE.
      *    LAYOUT COMPARTIDO CON LOS REPORTES DE VENTAS (FACDET.CPY).
           COPY FACDET.
      *-----------------------
      *    LAYOUT COMPARTIDO CON ARQUEO Y CARTERA (PAGREG.CPY).
       FD  PAGOS-FILE.
           COPY PAGREG.
      *-----------------------
      *    LAYOUT COMPARTIDO CON CARTERA E IVA (RETREG.CPY).
       FD  RETENCIONES-FILE.
           COPY RETREG.
      *-----------------------
      *    LAYOUT COMPARTIDO CON CARTERA Y MORA (CUOTREG.CPY).
       FD  CUOTAS-FILE.
           COPY CUOTREG.
      *-----------------------
       FD  FORMAS-PAGO-FILE.
           COPY FPAGREG.
      *-----------------------
       FD  PRECIOS-LOG-FILE.
       01  REG-PRECIO-LOG             PIC X(140).
      *-----------------------
       FD  LISTAS-PRECIO-FILE.
           COPY LPRREG.
      *-----------------------
       FD  PROFORMAS-FILE.
      *    LAYOUT COMPARTIDO CON AUDITORIA-INTEGRIDAD (VER PROREG.CPY).
           COPY PROREG.
      *-----------------------
       FD  PRODETALLE-FILE.
       01  REG-PROFORMA-DET.
       01  REG-KARDEX                 PIC X(140).
      *-----------------------
       FD  NOTACRED-FILE.
           COPY NCREG.
      *-----------------------
       FD  NCDETALLE-FILE.
           COPY NCDET.
      *-----------------------
       FD  NCSEQ-FILE.
       01  REG-NC-CONSECUTIVO         PIC 9(07).
      *-----------------------
       FD  PUNTOS-EMISION-FILE.
           COPY PEMREG.
      *-----------------------
       FD  MOVIMIENTOS-FILE.
       01  REG-MOVIMIENTO             PIC X(130).
      *    CATALOGO DE PRODUCTOS (REQ 009)
      *---------------------------------------------------------------
       01  WS-PROD-FS                 PIC XX      VALUE "00".
      *    LA TABLA SE MANTIENE ORDENADA POR CODIGO (1120) PARA
      *    BUSCAR CON SEARCH ALL; PRODUCTOS.DAT SE GRABA EN ESE ORDEN.
       01  WS-PRODUCTOS-TABLA.
           05 WS-PRODUCTO-REG OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WS-PROD-EXISTENTES
                              ASCENDING KEY IS WS-PROD-CODIGO
                              INDEXED BY PROD-I.
               10 WS-PROD-CODIGO      PIC X(06).
               10 WS-PROD-DESC        PIC X(20).
               10 WS-PROD-PRECIO      PIC 9(5)V99.
      *        REQ 067 - CATEGORIA DE IVA ('G' GRAVADO / 'E' EXENTO).
               10 WS-PROD-IVA-CAT     PIC X(01).
                   88 PROD-EXENTO            VALUE 'E'.
       01  WS-PROD-EXISTENTES         PIC 9(05)   VALUE 0.
      *    RENGLON DE PASO PARA UBICAR UN PRODUCTO (MISMO LARGO QUE
      *    WS-PRODUCTO-REG).
       01  WS-PROD-TEMP.
           05 WS-PROD-TEMP-CODIGO     PIC X(06).
           05 FILLER                  PIC X(34).
      *    PRODUCTOS.DAT TRAE MAS RENGLONES DE LOS QUE CABEN: NO SE
      *    REESCRIBE DESDE ESTE PROGRAMA PARA NO PERDER LOS DEMAS.
       01  WS-PROD-DESBORDE           PIC X       VALUE 'N'.
           88 PROD-DESBORDE                  VALUE 'S'.
       01  WS-PROD-UBICADO            PIC X       VALUE 'N'.
           88 PROD-UBICADO                   VALUE 'S'.
       01  WS-COD-BUSCADO             PIC X(06).
       01  WS-PROD-ENCONTRADO         PIC X       VALUE 'N'.
           88 PROD-ENCONTRADO                VALUE 'S'.
       01  WS-PROD-PRE-ENTRADA        PIC 9(02)   VALUE 0.
      *    STOCK (REQ 047)
      *---------------------------------------------------------------
       01  WS-PROD-STOCK-MINIMO       PIC 9(05)   VALUE 5.
      *    MAESTRO DE CLIENTES (REQ 012/018)
      *---------------------------------------------------------------
       01  WS-CLI-FS                  PIC XX      VALUE "00".
      *    ORDENADA POR CODIGO (1170), IGUAL QUE LA DE PRODUCTOS.
       01  WS-CLIENTES-TABLA.
           05 WS-CLIENTE-REG OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-CLI-EXISTENTES
                             ASCENDING KEY IS WS-TCLI-CODE
                             INDEXED BY CLI-I.
               10 WS-TCLI-CODE        PIC X(10).
               10 WS-TCLI-NAME        PIC X(30).
               10 WS-TCLI-LASTNAME    PIC X(30).
               10 WS-TCLI-ADDRESS     PIC X(40).
               10 WS-TCLI-BALANCE     PIC S9(11)V99 COMP-3.
               10 WS-TCLI-LIMITE-CREDITO PIC 9(9)V99 COMP-3.
               10 WS-TCLI-ID-TIPO     PIC X(01).
               10 WS-TCLI-ID-NUMERO   PIC X(13).
               10 WS-TCLI-CATEGORIA   PIC X(01).
       01  WS-CLI-EXISTENTES          PIC 9(05)   VALUE 0.
      *    RENGLON DE PASO PARA UBICAR UN CLIENTE (MISMO LARGO QUE
      *    WS-CLIENTE-REG).
       01  WS-CLI-TEMP.
           05 WS-CLI-TEMP-CODE        PIC X(10).
           05 FILLER                  PIC X(128).
       01  WS-CLI-DESBORDE            PIC X       VALUE 'N'.
           88 CLI-DESBORDE                   VALUE 'S'.
       01  WS-CLI-UBICADO             PIC X       VALUE 'N'.
           88 CLI-UBICADO                    VALUE 'S'.
       01  WS-CLI-ENCONTRADO          PIC X       VALUE 'N'.
           88 CLI-ENCONTRADO                 VALUE 'S'.
       01  WS-CLI-CARGADO             PIC X       VALUE 'N'.
       01  WS-CLI-GUARDADO            PIC X       VALUE 'N'.
           88 CLI-GUARDADO                   VALUE 'S'.
       01  WS-PRE-ENTRADA-CLI         PIC 9       VALUE 0.
      *    IDENTIFICACION DEL COMPRADOR (3025): INTERFAZ FIJA DE
      *    CIVALIDE-VALIDAR, DE LA QUE SOLO SE USAN EL RESULTADO Y EL
      *    TIPO DE DOCUMENTO (CED/RUC) PARA CRUZARLO CON EL TIPO PEDIDO.
       01  WS-ID-OK                   PIC X       VALUE 'N'.
           88 ID-OK                          VALUE 'S'.
       01  WS-CI-RESULTADO            PIC X       VALUE 'N'.
           88 CI-VALIDA                      VALUE 'S'.
       01  WS-CI-TIPO-DOC             PIC X(05)   VALUE SPACES.
       01  WS-CI-CALCULADO            PIC 99      VALUE 0.
       01  WS-CI-DIGITO-INGRESADO     PIC 9       VALUE 0.
       01  WS-CI-PROV-OK              PIC X       VALUE 'N'.
       01  WS-CI-ESTABLECIMIENTO      PIC X(03)   VALUE SPACES.
      *    FACTURA EN CONSTRUCCION (REQ 009/010/011)
      *---------------------------------------------------------------
       01  WS-FAC-FS                  PIC XX      VALUE "00".
       01  WS-SEQ-FS                  PIC XX      VALUE "00".
       01  WS-ULTIMA-FACTURA          PIC 9(07)   VALUE 0.
       01  WS-NUM-FACTURA             PIC 9(07)   VALUE 0.
      *    PUNTO DE EMISION DE LA SESION (ESTABLECIMIENTO-CAJA DEL
      *    OPERADOR, VER OPERADOR.CPY) Y TABLA DE PUNTOS CON SUS
      *    SECUENCIALES LEGALES (VER PEMREG.CPY).
      *---------------------------------------------------------------
       01  WS-PEM-FS                  PIC XX      VALUE "00".
       01  WS-PUNTOS-TABLA.
           05 WS-PEM-REG OCCURS 50 TIMES INDEXED BY PEM-I.
               10 WS-TPEM-ESTAB       PIC X(03).
               10 WS-TPEM-PTO         PIC X(03).
               10 WS-TPEM-DESCRIPCION PIC X(30).
               10 WS-TPEM-ULT-FACTURA PIC 9(07).
               10 WS-TPEM-ULT-NC      PIC 9(07).
               10 WS-TPEM-ULT-PROFORMA PIC 9(07).
       01  WS-PEM-EXISTENTES          PIC 9(02)   VALUE 0.
      *    POSICION DEL PUNTO DE LA SESION EN WS-PUNTOS-TABLA
       01  WS-PEM-ACTUAL              PIC 9(02)   VALUE 0.
       01  WS-PEM-ESTAB               PIC X(03)   VALUE "001".
       01  WS-PEM-PTO                 PIC X(03)   VALUE "001".
      *    NUMERO LEGAL DEL DOCUMENTO QUE SE ESTA GRABANDO
       01  WS-PEM-NUMERO.
           05 WS-PEM-NUM-ESTAB        PIC X(03).
           05 FILLER                  PIC X(01)   VALUE "-".
           05 WS-PEM-NUM-PTO          PIC X(03).
           05 FILLER                  PIC X(01)   VALUE "-".
           05 WS-PEM-NUM-SEC          PIC 9(07).
      *    NUMERO DE FACTURA DIGITADO EN REIMPRESION, ANULACION, ABONOS
      *    Y NOTAS DE CREDITO: EL NUMERO LEGAL EEE-PPP-SSSSSSS (CON O
      *    SIN GUIONES) O EL NUMERO INTERNO. 0200 LO TRADUCE AL NUMERO
      *    INTERNO EN WS-FNU-NUMERO (0 = NO EXISTE).
       01  WS-FNU-ENTRADA             PIC X(15)   VALUE SPACES.
       01  WS-FNU-NUMERO              PIC 9(07)   VALUE 0.
       01  WS-FNU-COMPLETO.
           05 WS-FNU-ESTAB            PIC X(03).
           05 FILLER                  PIC X(01)   VALUE "-".
           05 WS-FNU-PTO              PIC X(03).
           05 FILLER                  PIC X(01)   VALUE "-".
           05 WS-FNU-SEC              PIC 9(07).
       01  WS-FNU-TIPO                PIC X(01)   VALUE SPACE.
           88 FNU-INTERNO                    VALUE 'I'.
           88 FNU-LEGAL                      VALUE 'L'.
       01  WS-ITEMS-FACTURA.
           05 WS-ITEM OCCURS 20 TIMES INDEXED BY ITEM-I.
               10 WS-ITEM-CODIGO      PIC X(06).
       01  WS-FAC-OK                  PIC X       VALUE 'S'.
           88 FAC-OK                         VALUE 'S'.
       01  WS-FAC-BALANCE-PROY        PIC S9(11)V99.
      *    MONTO MAXIMO DE UNA FACTURA A CONSUMIDOR FINAL, SIN
      *    IDENTIFICAR AL COMPRADOR (REGLAMENTO DE COMPROBANTES DE
      *    VENTA); POR ENCIMA HAY QUE BUSCAR O INGRESAR AL CLIENTE.
       01  WS-CF-MONTO-MAXIMO         PIC 9(5)V99 VALUE 50,00.
      *    REIMPRESION DE FACTURAS (REQ 028)
      *---------------------------------------------------------------
       01  WS-REIMP-NUMERO            PIC 9(07).
      *        BLANCO.
               10 WS-TFAC-BASE-GRAVADA PIC X(11).
               10 WS-TFAC-BASE-EXENTA PIC X(11).
               10 WS-TFAC-FORMA-PAGO  PIC X(01).
               10 WS-TFAC-CLI-ID-TIPO PIC X(01).
               10 WS-TFAC-CLI-ID-NUMERO PIC X(13).
               10 WS-TFAC-NUM-COMPLETO PIC X(15).
               10 WS-TFAC-FECHA-ANULACION PIC X(08).
       01  WS-FAC-EXISTENTES          PIC 9(03)   VALUE 0.
      *    SI FACTURAS.DAT TRAE MAS REGISTROS QUE LA TABLA, REESCRIBIR
      *    DESTRUIRIA LOS QUE NO SE CARGARON - EN ESE CASO LA ANULACION
           05 WS-PCAB-TOTAL           PIC 9(9)V99.
           05 WS-PCAB-VALIDEZ         PIC X(08).
           05 WS-PCAB-ESTADO          PIC X(01).
           05 WS-PCAB-OPERADOR        PIC X(10).
           05 WS-PCAB-NUM-COMPLETO    PIC X(15).
      *    PROFORMA VENCIDA QUE UN SUPERVISOR DECIDIO FACTURAR A LOS
      *    PRECIOS DE HOY EN LUGAR DE LOS COTIZADOS.
       01  WS-PRO-RECOTIZAR           PIC X       VALUE 'N'.
           88 PRO-RECOTIZAR                  VALUE 'S'.
       01  WS-PRO-CONFIRMA            PIC X       VALUE SPACE.
      *    MOVIMIENTOS DE BALANCE DESDE FACTURACION (REQ 073)
      *---------------------------------------------------------------
       01  WS-MOV-FS                  PIC XX      VALUE "00".
       01  WS-IMP-FS                  PIC XX      VALUE "00".
       01  WS-IMP-NOMBRE              PIC X(40)   VALUE SPACES.
       01  WS-IMP-NUMERO              PIC 9(07)   VALUE 0.
      *    NUMERO LEGAL EEE-PPP-SSSSSSS QUE VA IMPRESO EN LA FACTURA
       01  WS-IMP-NUM-COMPLETO        PIC X(15)   VALUE SPACES.
       01  WS-IMP-FECHA               PIC X(10)   VALUE SPACES.
       01  WS-IMP-CLI-NOMBRE          PIC X(30)   VALUE SPACES.
       01  WS-IMP-CLI-ID-TIPO         PIC X(01)   VALUE SPACE.
       01  WS-IMP-CLI-ID-NUMERO       PIC X(13)   VALUE SPACES.
       01  WS-IMP-CLI-ID-NOMBRE       PIC X(10)   VALUE SPACES.
       01  WS-IMP-SUBTOTAL            PIC 9(9)V99 VALUE 0.
       01  WS-IMP-BASE-GRAVADA        PIC 9(9)V99 VALUE 0.
       01  WS-IMP-BASE-EXENTA         PIC 9(9)V99 VALUE 0.
       01  WS-IMP-ANULADA             PIC X(01)   VALUE SPACE.
       01  WS-IMP-CON-BASES           PIC X(01)   VALUE 'N'.
           88 IMP-CON-BASES                  VALUE 'S'.
       01  WS-IMP-FORMA-PAGO          PIC X(01)   VALUE SPACE.
      *    INTERFAZ FIJA DE GENERAR-COMPROBANTE-SRI: CADA FACTURA Y
      *    NOTA DE CREDITO GRABADA DEJA SU XML Y SU CLAVE DE ACCESO
      *    PENDIENTES DE ENVIO (VER 2049).
       01  WS-SRI-TIPO                PIC X(02)   VALUE SPACES.
       01  WS-SRI-NUMERO              PIC 9(07)   VALUE 0.
       01  WS-SRI-ESTADO              PIC X(01)   VALUE 'P'.
       01  WS-SRI-INTENTOS            PIC 9(03)   VALUE 0.
       01  WS-SRI-RESULTADO           PIC X(02)   VALUE SPACES.
       01  WS-SRI-CLAVE               PIC X(49)   VALUE SPACES.
       01  WS-IMP-LINEA               PIC X(66)   VALUE SPACES.
       01  WS-IMP-RAYA                PIC X(66)   VALUE ALL "*".
       01  WS-IMP-GUIONES             PIC X(66)   VALUE ALL "-".
       01  WS-KAR-DOC                 PIC X(10)   VALUE SPACES.
       01  WS-KAR-BUSC-CODIGO         PIC X(06)   VALUE SPACES.
       01  WS-KAR-CONTADOR            PIC 9(05)   VALUE 0.
      *    LAYOUT COMPARTIDO DE LINEA DE KARDEX (VER KARLIN.CPY)
       COPY KARLIN.
      *    CONTEO FISICO DE INVENTARIO (REQ 060)
      *---------------------------------------------------------------
       01  WS-AJU-FS                  PIC XX      VALUE "00".
           05 WS-PRE-VALOR-NUEVO      PIC -(9)9,99.
           05 WS-PRE-LIT-OPER         PIC X(6)    VALUE " OPER:".
           05 WS-PRE-OPER             PIC X(10).
      *        SOLO EN CAMBIOS DE LISTA DE PRECIOS (" VIGENCIA:" Y LA
      *        FECHA DESDE LA QUE RIGE); EN BLANCO PARA EL CATALOGO.
           05 WS-PRE-VIGENCIA-TXT     PIC X(18)   VALUE SPACES.
       01  WS-PRE-BUSC-CODIGO         PIC X(06).
       01  WS-PRE-CONTADOR            PIC 9(05)   VALUE 0.
      *    LISTAS DE PRECIOS POR CATEGORIA DE CLIENTE (VER LPRREG.CPY)
      *---------------------------------------------------------------
       01  WS-LPR-FS                  PIC XX      VALUE "00".
      *    ORDENADA POR CATEGORIA + CODIGO + VIGENCIA (1195), ASI QUE
      *    LOS PRECIOS DE UN PRODUCTO EN UNA LISTA QUEDAN JUNTOS Y DEL
      *    MAS ANTIGUO AL MAS RECIENTE.
       01  WS-LISTAS-TABLA.
           05 WS-LPR-REG OCCURS 1 TO 20000 TIMES
                         DEPENDING ON WS-LPR-EXISTENTES
                         ASCENDING KEY IS WS-LPR-CLAVE
                         INDEXED BY LPR-I LPR-J.
               10 WS-LPR-CLAVE.
                   15 WS-LPR-T-CATEGORIA PIC X(01).
                   15 WS-LPR-T-CODIGO    PIC X(06).
                   15 WS-LPR-T-VIGENCIA  PIC 9(08).
               10 WS-LPR-T-PRECIO     PIC 9(5)V99.
       01  WS-LPR-EXISTENTES          PIC 9(05)   VALUE 0.
      *    RENGLON DE PASO PARA UBICAR UN PRECIO (MISMO LARGO QUE
      *    WS-LPR-REG).
       01  WS-LPR-TEMP.
           05 WS-LPR-TEMP-CLAVE       PIC X(15).
           05 FILLER                  PIC X(07).
       01  WS-LPR-DESBORDE            PIC X       VALUE 'N'.
           88 LPR-DESBORDE                   VALUE 'S'.
       01  WS-LPR-UBICADO             PIC X       VALUE 'N'.
           88 LPR-UBICADO                    VALUE 'S'.
       01  WS-LPR-ENCONTRADO          PIC X       VALUE 'N'.
           88 LPR-ENCONTRADO                 VALUE 'S'.
      *    CLAVE QUE SE BUSCA O SE REGISTRA
       01  WS-LPR-BUSCADA.
           05 WS-LPR-CATEGORIA        PIC X(01).
               88 LPR-CATEGORIA-VALIDA       VALUE 'P' 'M' 'I'.
           05 WS-LPR-CODIGO           PIC X(06).
           05 WS-LPR-VIGENCIA         PIC 9(08).
      *    PRECIO QUE RIGE EN WS-LPR-FECHA-REF (1197) Y DE DONDE SALE
       01  WS-LPR-FECHA-REF           PIC 9(08)   VALUE 0.
       01  WS-LPR-PRECIO              PIC 9(5)V99 VALUE 0.
       01  WS-LPR-ORIGEN              PIC X(30)   VALUE SPACES.
       01  WS-LPR-CATEGORIA-NOM       PIC X(13)   VALUE SPACES.
       01  WS-LPR-PRE-ENTRADA         PIC 9       VALUE 0.
       01  WS-LPR-VIGENCIA-ENTRADA    PIC X(08)   VALUE SPACES.
       01  WS-LPR-VIGENCIA-R REDEFINES WS-LPR-VIGENCIA-ENTRADA.
           05 WS-LPR-VIG-ANIO         PIC X(04).
           05 WS-LPR-VIG-MES          PIC X(02).
           05 WS-LPR-VIG-DIA          PIC X(02).
       01  WS-LPR-PRECIO-NUEVO        PIC 9(5)V99 VALUE 0.
       01  WS-LPR-CONTADOR            PIC 9(05)   VALUE 0.
       01  WS-LPR-CLI-CODE            PIC X(10)   VALUE SPACES.
      *    ABONOS A FACTURAS (REQ 050)
      *---------------------------------------------------------------
       01  WS-PAG-FS                  PIC XX      VALUE "00".
       01  WS-ABO-SALDO               PIC S9(9)V99 VALUE 0.
       01  WS-ABO-MONTO-ENTRADA       PIC 9(9)V99 VALUE 0.
       01  WS-ABO-ESTADO              PIC X(14)   VALUE SPACES.
       01  WS-ABO-FAC-SUBTOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-ABO-FAC-IVA             PIC 9(9)V99 VALUE 0.
       01  WS-ABO-RETENIDO            PIC 9(9)V99 VALUE 0.
      *    RETENCIONES RECIBIDAS DE CLIENTES (VER RETREG.CPY)
      *---------------------------------------------------------------
       01  WS-RET-FS                  PIC XX      VALUE "00".
       01  WS-RET-EXISTE              PIC X       VALUE 'N'.
           88 RET-EXISTE                     VALUE 'S'.
       01  WS-RET-COMPROBANTE         PIC X(17)   VALUE SPACES.
       01  WS-RET-FECHA-EMISION       PIC X(08)   VALUE SPACES.
       01  WS-RET-PORC-IVA            PIC 9(03)   VALUE 0.
           88 RET-PORC-IVA-VALIDO            VALUE 0 10 20 30 50 70
                                                   100.
       01  WS-RET-PORC-RENTA          PIC 9(02)V99 VALUE 0.
       01  WS-RET-MONTO-IVA           PIC 9(9)V99 VALUE 0.
       01  WS-RET-MONTO-RENTA         PIC 9(9)V99 VALUE 0.
       01  WS-RET-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-RET-CONFIRMA            PIC X       VALUE SPACE.
      *    PLAN DE PAGOS EN CUOTAS (VER CUOTREG.CPY)
      *---------------------------------------------------------------
       01  WS-CUO-FS                  PIC XX      VALUE "00".
       01  WS-CUO-CANT                PIC 9(03)   VALUE 0.
       01  WS-CUO-TABLA.
           05 WS-CUO-REG OCCURS 60 TIMES INDEXED BY CUO-I.
               10 WS-TCUO-VENCE       PIC X(08).
               10 WS-TCUO-CAPITAL     PIC 9(9)V99.
               10 WS-TCUO-INTERES     PIC 9(9)V99.
               10 WS-TCUO-MONTO       PIC 9(9)V99.
               10 WS-TCUO-PAGADO      PIC 9(9)V99.
       01  WS-CUO-CAPITAL-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-CUO-INTERES-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-CUO-DISPONIBLE          PIC S9(9)V99 VALUE 0.
       01  WS-CUO-CANT-ENTRADA        PIC 9(02)   VALUE 0.
       01  WS-CUO-TASA                PIC 9(02)V99 VALUE 0.
       01  WS-CUO-TASA-DEC            PIC 9V9(06) VALUE 0.
       01  WS-CUO-POTENCIA            PIC 9(05)V9(10) VALUE 0.
       01  WS-CUO-CUOTA-FIJA          PIC 9(9)V99 VALUE 0.
       01  WS-CUO-SALDO-CAPITAL       PIC 9(9)V99 VALUE 0.
       01  WS-CUO-PRIMER-VENCE        PIC X(08)   VALUE SPACES.
       01  WS-CUO-PRIMER-NUM REDEFINES WS-CUO-PRIMER-VENCE.
           05 WS-CUO-PRIMER-ANIO      PIC 9(04).
           05 WS-CUO-PRIMER-MES       PIC 9(02).
           05 WS-CUO-PRIMER-DIA       PIC 9(02).
       01  WS-CUO-FECHA               PIC 9(08)   VALUE 0.
       01  WS-CUO-FECHA-R REDEFINES WS-CUO-FECHA.
           05 WS-CUO-ANIO             PIC 9(04).
           05 WS-CUO-MES              PIC 9(02).
           05 WS-CUO-DIA              PIC 9(02).
       01  WS-CUO-MESES               PIC 9(04)   VALUE 0.
       01  WS-CUO-ANIOS               PIC 9(02)   VALUE 0.
       01  WS-CUO-MES-RESTO           PIC 9(02)   VALUE 0.
       01  WS-CUO-CONFIRMA            PIC X       VALUE SPACE.
       01  WS-CUO-ESTADO              PIC X(09)   VALUE SPACES.
       01  WS-CUO-LINEA.
           05 FILLER                  PIC X(06)   VALUE "CUOTA ".
           05 WS-CUOL-NUMERO          PIC ZZ9.
           05 FILLER                  PIC X(07)   VALUE " VENCE ".
           05 WS-CUOL-VENCE           PIC X(08).
           05 FILLER                  PIC X(01)   VALUE SPACE.
           05 WS-CUOL-MONTO           PIC ZZZ.ZZ9,99.
           05 FILLER                  PIC X(08)   VALUE " PAGADO ".
           05 WS-CUOL-PAGADO          PIC ZZZ.ZZ9,99.
           05 FILLER                  PIC X(01)   VALUE SPACE.
           05 WS-CUOL-ESTADO          PIC X(09).
      *    FORMA DE PAGO DE VENTAS DE CONTADO Y ABONOS (VER FPAGREG.CPY)
      *---------------------------------------------------------------
       01  WS-FPG-FS                  PIC XX      VALUE "00".
       01  WS-FPG-A-COBRAR            PIC 9(9)V99 VALUE 0.
       01  WS-FPG-PENDIENTE           PIC 9(9)V99 VALUE 0.
       01  WS-FPG-MONTO-ENTRADA       PIC 9(9)V99 VALUE 0.
       01  WS-FPG-CAMBIO              PIC 9(9)V99 VALUE 0.
       01  WS-FPG-OPCION              PIC 9       VALUE 0.
       01  WS-FPG-METODO-ENTRADA      PIC X(01)   VALUE SPACE.
       01  WS-FPG-REF-ENTRADA         PIC X(20)   VALUE SPACES.
       01  WS-FPG-RESUMEN             PIC X(01)   VALUE SPACE.
       01  WS-FPG-ORIGEN              PIC X(01)   VALUE SPACE.
       01  WS-FPG-DOCUMENTO           PIC 9(07)   VALUE 0.
       01  WS-FPG-CODIGO-NOM          PIC X(01)   VALUE SPACE.
       01  WS-FPG-NOMBRE              PIC X(20)   VALUE SPACES.
       01  WS-FPG-CONT                PIC 9(01)   VALUE 0.
       01  WS-FPG-TABLA.
           05 WS-FPG-REG OCCURS 5 TIMES INDEXED BY FPG-I.
               10 WS-FPG-METODO       PIC X(01).
               10 WS-FPG-MONTO        PIC 9(9)V99.
               10 WS-FPG-REFERENCIA   PIC X(20).
      *    FORMATEO DE MONTOS COMPARTIDO (REQ 022)
      *---------------------------------------------------------------
       01  WS-MONTO-FMT               PIC S9(9)V99.
       01  WS-TEXTO-FMT               PIC X(20).

       01  WS-PRE-ENTRADA             PIC 9.
      *    BLOQUEO DE MAESTROS (VER BLOQPAR.CPY): TODO LO QUE ESTE
      *    PROGRAMA CARGA EN MEMORIA Y REESCRIBE, MAS LOS CONSECUTIVOS
      *    QUE INCREMENTA, QUEDA BLOQUEADO MIENTRAS ESTA ABIERTO.
      *---------------------------------------------------------------
       COPY BLOQPAR.
       01  WS-FBL-LISTA-INICIAL.
           05 FILLER                  PIC X(20) VALUE "CLIENTES.DAT".
           05 FILLER                  PIC X(20) VALUE "PRODUCTOS.DAT".
           05 FILLER                  PIC X(20) VALUE "FACTURAS.DAT".
           05 FILLER                  PIC X(20) VALUE "FACTURA.SEQ".
           05 FILLER                  PIC X(20) VALUE "PROFORMA.SEQ".
           05 FILLER                  PIC X(20) VALUE "NOTACRED.SEQ".
           05 FILLER                  PIC X(20)
                                      VALUE "LISTAS-PRECIO.DAT".
           05 FILLER                  PIC X(20)
                                      VALUE "PUNTOS-EMISION.DAT".
       01  WS-FBL-LISTA REDEFINES WS-FBL-LISTA-INICIAL.
           05 WS-FBL-ARCHIVO          PIC X(20) OCCURS 8 TIMES.
      *    CUANTOS DE LA LISTA SE TOMARON (SE TOMAN EN ORDEN Y SE
      *    SUELTAN SOLO ESOS).
       01  WS-FBL-TOMADOS             PIC 9       VALUE 0.
       01  WS-FBL-I                   PIC 9       VALUE 0.

       PROCEDURE DIVISION.
       00001MAIN-PROCEDURE.
           IF WS-OPERADOR-ID = LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
           PERFORM 0100-TOMAR-BLOQUEOS.
           IF NOT BLQ-CONCEDIDO
               DISPLAY "NO SE ABRE LA FACTURACION - EN USO: "
                   WS-BLQ-ARCHIVO
               PERFORM 0150-SOLTAR-BLOQUEOS
               GOBACK
           END-IF.
           PERFORM 1100-CARGAR-PRODUCTOS.
           PERFORM 1150-CARGAR-CLIENTES.
           PERFORM 1180-CARGAR-CONSECUTIVO.
           PERFORM 1185-CARGAR-PUNTOS-EMISION.
           IF WS-PEM-ACTUAL = 0
               DISPLAY "NO SE ABRE LA FACTURACION - SIN PUNTO DE "
                   "EMISION"
               PERFORM 0150-SOLTAR-BLOQUEOS
               GOBACK
           END-IF.
           PERFORM 1190-CARGAR-LISTAS-PRECIO.
           PERFORM 1000-CABEZERA-1 UNTIL WS-PRE-ENTRADA = 9.
           PERFORM 1000-GENERAL.


       1000-FINAL-CABEZERA-1.

       0100-TOMAR-BLOQUEOS SECTION.
           MOVE 0 TO WS-FBL-TOMADOS.
           MOVE 'S' TO WS-BLQ-RESULTADO.
           PERFORM VARYING WS-FBL-I FROM 1 BY 1
                   UNTIL WS-FBL-I > 8 OR NOT BLQ-CONCEDIDO
               MOVE 'T' TO WS-BLQ-ACCION
               MOVE WS-FBL-ARCHIVO(WS-FBL-I) TO WS-BLQ-ARCHIVO
               MOVE "VSFACTU" TO WS-BLQ-PROGRAMA
               CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION
                   WS-BLQ-ARCHIVO WS-BLQ-PROGRAMA WS-BLQ-RESULTADO
                   WS-BLQ-DUENO
               IF BLQ-CONCEDIDO
                   ADD 1 TO WS-FBL-TOMADOS
               END-IF
           END-PERFORM.

       0100-END-TOMAR-BLOQUEOS.

       0200-PEDIR-NUMERO-FACTURA SECTION.
      *    NUMERO DE FACTURA DIGITADO POR EL USUARIO: EL LEGAL IMPRESO
      *    EN LA FACTURA (001-002-0000123, CON O SIN GUIONES) O EL
      *    NUMERO INTERNO. DEJA EL INTERNO, QUE ES LA CLAVE DE TODOS
      *    LOS ARCHIVOS, EN WS-FNU-NUMERO; 0 SI NO SE ENTIENDE O SI
      *    NINGUNA FACTURA TIENE ESE NUMERO LEGAL (EL LLAMADOR LO
      *    INFORMA COMO FACTURA INEXISTENTE).
           DISPLAY "(EEE-PPP-SSSSSSS O NUMERO INTERNO)".
           MOVE SPACES TO WS-FNU-ENTRADA.
           MOVE 0 TO WS-FNU-NUMERO.
           MOVE SPACE TO WS-FNU-TIPO.
           ACCEPT WS-FNU-ENTRADA.
           IF WS-FNU-ENTRADA(4:1) = "-" AND
              WS-FNU-ENTRADA(8:1) = "-" AND
              WS-FNU-ENTRADA(1:3) IS NUMERIC AND
              WS-FNU-ENTRADA(5:3) IS NUMERIC AND
              WS-FNU-ENTRADA(9:7) NOT = SPACES
               IF FUNCTION TRIM(WS-FNU-ENTRADA(9:7)) IS NUMERIC
                   MOVE 'L' TO WS-FNU-TIPO
                   MOVE WS-FNU-ENTRADA(1:3) TO WS-FNU-ESTAB
                   MOVE WS-FNU-ENTRADA(5:3) TO WS-FNU-PTO
                   COMPUTE WS-FNU-SEC =
                       FUNCTION NUMVAL(WS-FNU-ENTRADA(9:7))
               END-IF
           END-IF.
           IF WS-FNU-TIPO = SPACE AND
              WS-FNU-ENTRADA(1:13) IS NUMERIC AND
              WS-FNU-ENTRADA(14:2) = SPACES
               MOVE 'L' TO WS-FNU-TIPO
               MOVE WS-FNU-ENTRADA(1:3) TO WS-FNU-ESTAB
               MOVE WS-FNU-ENTRADA(4:3) TO WS-FNU-PTO
               MOVE WS-FNU-ENTRADA(7:7) TO WS-FNU-SEC
           END-IF.
           IF WS-FNU-TIPO = SPACE AND
              WS-FNU-ENTRADA NOT = SPACES AND
              WS-FNU-ENTRADA(8:8) = SPACES
               IF FUNCTION TRIM(WS-FNU-ENTRADA) IS NUMERIC
                   MOVE 'I' TO WS-FNU-TIPO
                   COMPUTE WS-FNU-NUMERO =
                       FUNCTION NUMVAL(WS-FNU-ENTRADA)
               END-IF
           END-IF.
           IF WS-FNU-TIPO = SPACE
               DISPLAY "NUMERO DE FACTURA NO VALIDO"
           END-IF.
           IF FNU-LEGAL
               PERFORM 0210-BUSCAR-NUMERO-LEGAL
           END-IF.

       0200-END-PEDIR-NUMERO-FACTURA.

       0210-BUSCAR-NUMERO-LEGAL SECTION.
      *    FACTURAS.DAT ES SECUENCIAL: SE RECORRE BUSCANDO EL NUMERO
      *    LEGAL. LAS FACTURAS ANTERIORES A LOS PUNTOS DE EMISION LO
      *    TRAEN EN BLANCO Y RESPONDEN COMO 001-001 + NUMERO INTERNO.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FAC-FS = "35"
               MOVE "00" TO WS-FAC-FS
           ELSE
               PERFORM UNTIL WS-FAC-FS NOT = "00"
                   READ FACTURAS-FILE
                       AT END MOVE "10" TO WS-FAC-FS
                       NOT AT END
                           IF REG-FAC-NUM-COMPLETO = WS-FNU-COMPLETO
                               MOVE REG-FAC-NUMERO TO WS-FNU-NUMERO
                           END-IF
                           IF REG-FAC-NUM-COMPLETO = SPACES AND
                              WS-FNU-ESTAB = "001" AND
                              WS-FNU-PTO = "001" AND
                              REG-FAC-NUMERO = WS-FNU-SEC
                               MOVE REG-FAC-NUMERO TO WS-FNU-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-FILE
           END-IF.
           MOVE "00" TO WS-FAC-FS.

       0210-END-BUSCAR-NUMERO-LEGAL.

       0150-SOLTAR-BLOQUEOS SECTION.
           PERFORM VARYING WS-FBL-I FROM 1 BY 1
                   UNTIL WS-FBL-I > WS-FBL-TOMADOS
               MOVE 'L' TO WS-BLQ-ACCION
               MOVE WS-FBL-ARCHIVO(WS-FBL-I) TO WS-BLQ-ARCHIVO
               MOVE "VSFACTU" TO WS-BLQ-PROGRAMA
               CALL "BLOQUEO-MAESTRO" USING WS-BLQ-ACCION
                   WS-BLQ-ARCHIVO WS-BLQ-PROGRAMA WS-BLQ-RESULTADO
                   WS-BLQ-DUENO
           END-PERFORM.
           MOVE 0 TO WS-FBL-TOMADOS.

       0150-END-SOLTAR-BLOQUEOS.

       1100-CARGAR-PRODUCTOS SECTION.
           MOVE 0 TO WS-PROD-EXISTENTES.
           MOVE 'N' TO WS-PROD-DESBORDE.
           OPEN INPUT PRODUCTOS-FILE.
           IF WS-PROD-FS = "35"
               MOVE "00" TO WS-PROD-FS
           ELSE
               PERFORM UNTIL WS-PROD-FS NOT = "00"
                   READ PRODUCTOS-FILE
                       AT END MOVE "10" TO WS-PROD-FS
                       NOT AT END
                           IF WS-PROD-EXISTENTES >= 5000
                               MOVE 'S' TO WS-PROD-DESBORDE
                               MOVE "10" TO WS-PROD-FS
                           ELSE
                               PERFORM 1110-TOMAR-PRODUCTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCTOS-FILE
           END-IF.
           IF PROD-DESBORDE
               DISPLAY "PRODUCTOS.DAT TIENE MAS DE 5000 REGISTROS - "
                   "NO SE REESCRIBIRA DESDE ESTE PROGRAMA"
           END-IF.
           MOVE "00" TO WS-PROD-FS.

       1100-END-CARGAR-PRODUCTOS.

       1110-TOMAR-PRODUCTO SECTION.
           ADD 1 TO WS-PROD-EXISTENTES.
           SET PROD-I TO WS-PROD-EXISTENTES.
           MOVE REG-PROD-CODIGO TO WS-PROD-CODIGO(PROD-I).
           MOVE REG-PROD-DESC   TO WS-PROD-DESC(PROD-I).
           MOVE REG-PROD-PRECIO TO WS-PROD-PRECIO(PROD-I).
      *    REQ 030 - PRODUCTOS.DAT GRABADOS ANTES DE ESTE CAMPO QUEDAN
      *    CON REG-PROD-ACTIVO EN BLANCO AL LEERLOS; SE TRATAN COMO
      *    ACTIVOS.
           IF REG-PROD-ACTIVO = 'N'
               MOVE 'N' TO WS-PROD-ACTIVO(PROD-I)
           ELSE
               MOVE 'S' TO WS-PROD-ACTIVO(PROD-I)
           END-IF.
           MOVE REG-PROD-STOCK TO WS-PROD-STOCK(PROD-I).
      *    REQ 067 - EN BLANCO (REGISTRO VIEJO) SE TRATA COMO GRAVADO.
           IF REG-PROD-IVA-CAT = 'E'
               MOVE 'E' TO WS-PROD-IVA-CAT(PROD-I)
           ELSE
               MOVE 'G' TO WS-PROD-IVA-CAT(PROD-I)
           END-IF.
           PERFORM 1120-UBICAR-PRODUCTO.

       1110-END-TOMAR-PRODUCTO.

       1120-UBICAR-PRODUCTO SECTION.
      *    EL PRODUCTO RECIEN AGREGADO AL FINAL DE LA TABLA BAJA HASTA
      *    SU LUGAR POR CODIGO. SI PRODUCTOS.DAT YA VIENE ORDENADO (LO
      *    GRABA 8100) NO SE MUEVE NADA. DEJA PROD-I EN SU POSICION.
           SET PROD-I TO WS-PROD-EXISTENTES.
           MOVE WS-PRODUCTO-REG(PROD-I) TO WS-PROD-TEMP.
           MOVE 'N' TO WS-PROD-UBICADO.
           PERFORM UNTIL PROD-I = 1 OR PROD-UBICADO
               IF WS-PROD-CODIGO(PROD-I - 1) > WS-PROD-TEMP-CODIGO
                   MOVE WS-PRODUCTO-REG(PROD-I - 1)
                       TO WS-PRODUCTO-REG(PROD-I)
                   SET PROD-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-PROD-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-PROD-TEMP TO WS-PRODUCTO-REG(PROD-I).

       1120-END-UBICAR-PRODUCTO.

       8100-GRABAR-PRODUCTOS SECTION.
           IF PROD-DESBORDE
               DISPLAY "PRODUCTOS.DAT NO SE REESCRIBE: TIENE MAS "
                   "REGISTROS DE LOS QUE SE CARGARON"
               GO TO 8100-END-GRABAR-PRODUCTOS
           END-IF.
           OPEN OUTPUT PRODUCTOS-FILE.
           PERFORM VARYING PROD-I FROM 1 BY 1
                   UNTIL PROD-I > WS-PROD-EXISTENTES
       8100-END-GRABAR-PRODUCTOS.

       1150-CARGAR-CLIENTES SECTION.
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
                               PERFORM 1160-TOMAR-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-FILE
           END-IF.
           IF CLI-DESBORDE
               DISPLAY "CLIENTES.DAT TIENE MAS DE 5000 REGISTROS - "
                   "NO SE REESCRIBIRA DESDE ESTE PROGRAMA"
           END-IF.
           MOVE "00" TO WS-CLI-FS.

       1150-END-CARGAR-CLIENTES.

       1160-TOMAR-CLIENTE SECTION.
           ADD 1 TO WS-CLI-EXISTENTES.
           SET CLI-I TO WS-CLI-EXISTENTES.
           MOVE REG-CLIENTE-CODE     TO WS-TCLI-CODE(CLI-I).
           MOVE REG-CLIENTE-NAME     TO WS-TCLI-NAME(CLI-I).
           MOVE REG-CLIENTE-LASTNAME TO WS-TCLI-LASTNAME(CLI-I).
           MOVE REG-CLIENTE-ADDRESS  TO WS-TCLI-ADDRESS(CLI-I).
           MOVE REG-CLIENTE-BALANCE  TO WS-TCLI-BALANCE(CLI-I).
           MOVE REG-CLIENTE-LIMITE-CREDITO
               TO WS-TCLI-LIMITE-CREDITO(CLI-I).
           MOVE REG-CLIENTE-ID-TIPO  TO WS-TCLI-ID-TIPO(CLI-I).
           MOVE REG-CLIENTE-ID-NUMERO
               TO WS-TCLI-ID-NUMERO(CLI-I).
      *    EN BLANCO (CLIENTE GRABADO ANTES DE LAS LISTAS DE PRECIOS)
      *    SE TRATA COMO PUBLICO.
           IF REG-CLIENTE-CATEGORIA = 'M' OR REG-CLIENTE-CATEGORIA = 'I'
               MOVE REG-CLIENTE-CATEGORIA TO WS-TCLI-CATEGORIA(CLI-I)
           ELSE
               MOVE 'P' TO WS-TCLI-CATEGORIA(CLI-I)
           END-IF.
           PERFORM 1170-UBICAR-CLIENTE.

       1160-END-TOMAR-CLIENTE.

       1170-UBICAR-CLIENTE SECTION.
      *    MISMA MECANICA QUE 1120-UBICAR-PRODUCTO. DEJA CLI-I EN LA
      *    POSICION DEL CLIENTE.
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

       1170-END-UBICAR-CLIENTE.

       8150-GRABAR-CLIENTES SECTION.
           IF CLI-DESBORDE
               DISPLAY "CLIENTES.DAT NO SE REESCRIBE: TIENE MAS "
                   "REGISTROS DE LOS QUE SE CARGARON"
               GO TO 8150-END-GRABAR-CLIENTES
           END-IF.
           OPEN OUTPUT CLIENTES-FILE.
           PERFORM VARYING CLI-I FROM 1 BY 1
                   UNTIL CLI-I > WS-CLI-EXISTENTES
               MOVE WS-TCLI-BALANCE(CLI-I)  TO REG-CLIENTE-BALANCE
               MOVE WS-TCLI-LIMITE-CREDITO(CLI-I)
                   TO REG-CLIENTE-LIMITE-CREDITO
               MOVE WS-TCLI-ID-TIPO(CLI-I) TO REG-CLIENTE-ID-TIPO
               MOVE WS-TCLI-ID-NUMERO(CLI-I) TO REG-CLIENTE-ID-NUMERO
               MOVE WS-TCLI-CATEGORIA(CLI-I) TO REG-CLIENTE-CATEGORIA
               WRITE REG-CLIENTE
           END-PERFORM.
           CLOSE CLIENTES-FILE.

       8180-END-GRABAR-CONSECUTIVO.

       1185-CARGAR-PUNTOS-EMISION SECTION.
      *    PUNTO DE LA SESION: EL ASIGNADO AL OPERADOR AL INGRESAR AL
      *    MENU; SIN ASIGNACION (O CORRIDO SUELTO, CON LOS CAMPOS
      *    EXTERNAL EN LOW-VALUES) SE EMITE POR 001-001.
           MOVE "001" TO WS-PEM-ESTAB.
           MOVE "001" TO WS-PEM-PTO.
           IF WS-OPERADOR-ESTAB NOT = SPACES AND
              WS-OPERADOR-ESTAB NOT = LOW-VALUES AND
              WS-OPERADOR-PTO-EMI NOT = SPACES AND
              WS-OPERADOR-PTO-EMI NOT = LOW-VALUES
               MOVE WS-OPERADOR-ESTAB TO WS-PEM-ESTAB
               MOVE WS-OPERADOR-PTO-EMI TO WS-PEM-PTO
           END-IF.
           MOVE WS-PEM-ESTAB TO WS-PEM-NUM-ESTAB.
           MOVE WS-PEM-PTO TO WS-PEM-NUM-PTO.
           INITIALIZE WS-PUNTOS-TABLA.
           MOVE 0 TO WS-PEM-EXISTENTES.
           MOVE 0 TO WS-PEM-ACTUAL.
           OPEN INPUT PUNTOS-EMISION-FILE.
           IF WS-PEM-FS = "35"
               MOVE "00" TO WS-PEM-FS
           ELSE
               PERFORM UNTIL WS-PEM-FS NOT = "00" OR
                       WS-PEM-EXISTENTES >= 50
                   READ PUNTOS-EMISION-FILE
                       AT END MOVE "10" TO WS-PEM-FS
                       NOT AT END
                           ADD 1 TO WS-PEM-EXISTENTES
                           SET PEM-I TO WS-PEM-EXISTENTES
                           MOVE REG-PEM-ESTAB TO WS-TPEM-ESTAB(PEM-I)
                           MOVE REG-PEM-PTO TO WS-TPEM-PTO(PEM-I)
                           MOVE REG-PEM-DESCRIPCION
                               TO WS-TPEM-DESCRIPCION(PEM-I)
                           MOVE REG-PEM-ULT-FACTURA
                               TO WS-TPEM-ULT-FACTURA(PEM-I)
                           MOVE REG-PEM-ULT-NC TO WS-TPEM-ULT-NC(PEM-I)
                           MOVE REG-PEM-ULT-PROFORMA
                               TO WS-TPEM-ULT-PROFORMA(PEM-I)
                           IF REG-PEM-ESTAB = WS-PEM-ESTAB AND
                              REG-PEM-PTO = WS-PEM-PTO
                               MOVE WS-PEM-EXISTENTES TO WS-PEM-ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUNTOS-EMISION-FILE
           END-IF.
           MOVE "00" TO WS-PEM-FS.
           IF WS-PEM-ACTUAL = 0
               IF WS-PEM-EXISTENTES >= 50
                   DISPLAY "NO HAY ESPACIO PARA EL PUNTO DE EMISION "
                       WS-PEM-ESTAB "-" WS-PEM-PTO
               ELSE
                   PERFORM 1186-AGREGAR-PUNTO-SESION
               END-IF
           END-IF.

       1185-END-CARGAR-PUNTOS-EMISION.

       1186-AGREGAR-PUNTO-SESION SECTION.
      *    EL 001-001 NACE AL PRIMER USO CONTINUANDO LA NUMERACION
      *    QUE YA TRAIAN FACTURA.SEQ, NOTACRED.SEQ Y PROFORMA.SEQ, ASI
      *    QUE LOS DOCUMENTOS ANTERIORES A LOS PUNTOS DE EMISION (QUE
      *    SE MUESTRAN COMO 001-001 + NUMERO INTERNO) NO SE REPITEN.
      *    CUALQUIER OTRO PUNTO QUE FALTE EMPIEZA EN CERO.
           ADD 1 TO WS-PEM-EXISTENTES.
           MOVE WS-PEM-EXISTENTES TO WS-PEM-ACTUAL.
           SET PEM-I TO WS-PEM-ACTUAL.
           MOVE WS-PEM-ESTAB TO WS-TPEM-ESTAB(PEM-I).
           MOVE WS-PEM-PTO TO WS-TPEM-PTO(PEM-I).
           MOVE 0 TO WS-TPEM-ULT-FACTURA(PEM-I).
           MOVE 0 TO WS-TPEM-ULT-NC(PEM-I).
           MOVE 0 TO WS-TPEM-ULT-PROFORMA(PEM-I).
           IF WS-PEM-ESTAB = "001" AND WS-PEM-PTO = "001"
               MOVE "MATRIZ - CAJA PRINCIPAL"
                   TO WS-TPEM-DESCRIPCION(PEM-I)
               MOVE WS-ULTIMA-FACTURA TO WS-TPEM-ULT-FACTURA(PEM-I)
               OPEN INPUT NCSEQ-FILE
               IF WS-NCSEQ-FS = "00"
                   READ NCSEQ-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE REG-NC-CONSECUTIVO
                               TO WS-TPEM-ULT-NC(PEM-I)
                   END-READ
                   CLOSE NCSEQ-FILE
               END-IF
               MOVE "00" TO WS-NCSEQ-FS
               OPEN INPUT PROSEQ-FILE
               IF WS-PSEQ-FS = "00"
                   READ PROSEQ-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE REG-PRO-CONSECUTIVO
                               TO WS-TPEM-ULT-PROFORMA(PEM-I)
                   END-READ
                   CLOSE PROSEQ-FILE
               END-IF
               MOVE "00" TO WS-PSEQ-FS
           ELSE
               MOVE "(CREADO AL FACTURAR)"
                   TO WS-TPEM-DESCRIPCION(PEM-I)
               DISPLAY "PUNTO DE EMISION " WS-PEM-ESTAB "-" WS-PEM-PTO
                   " NO REGISTRADO - SE CREA CON SECUENCIALES EN CERO"
           END-IF.
           PERFORM 8185-GRABAR-PUNTOS-EMISION.

       1186-END-AGREGAR-PUNTO-SESION.

       8185-GRABAR-PUNTOS-EMISION SECTION.
      *    SE LLAMA APENAS SE TOMA UN SECUENCIAL DEL PUNTO, ANTES DE
      *    GRABAR EL DOCUMENTO, PARA QUE UNA CAIDA NO LO REPITA.
           OPEN OUTPUT PUNTOS-EMISION-FILE.
           PERFORM VARYING PEM-I FROM 1 BY 1
                   UNTIL PEM-I > WS-PEM-EXISTENTES
               MOVE WS-TPEM-ESTAB(PEM-I) TO REG-PEM-ESTAB
               MOVE WS-TPEM-PTO(PEM-I) TO REG-PEM-PTO
               MOVE WS-TPEM-DESCRIPCION(PEM-I) TO REG-PEM-DESCRIPCION
               MOVE WS-TPEM-ULT-FACTURA(PEM-I) TO REG-PEM-ULT-FACTURA
               MOVE WS-TPEM-ULT-NC(PEM-I) TO REG-PEM-ULT-NC
               MOVE WS-TPEM-ULT-PROFORMA(PEM-I) TO REG-PEM-ULT-PROFORMA
               WRITE REG-PUNTO-EMISION
           END-PERFORM.
           CLOSE PUNTOS-EMISION-FILE.

       8185-END-GRABAR-PUNTOS-EMISION.

       1190-CARGAR-LISTAS-PRECIO SECTION.
           MOVE 0 TO WS-LPR-EXISTENTES.
           MOVE 'N' TO WS-LPR-DESBORDE.
           OPEN INPUT LISTAS-PRECIO-FILE.
           IF WS-LPR-FS = "35"
               MOVE "00" TO WS-LPR-FS
           ELSE
               PERFORM UNTIL WS-LPR-FS NOT = "00"
                   READ LISTAS-PRECIO-FILE
                       AT END MOVE "10" TO WS-LPR-FS
                       NOT AT END
                           IF WS-LPR-EXISTENTES >= 20000
                               MOVE 'S' TO WS-LPR-DESBORDE
                               MOVE "10" TO WS-LPR-FS
                           ELSE
                               ADD 1 TO WS-LPR-EXISTENTES
                               SET LPR-I TO WS-LPR-EXISTENTES
                               MOVE REG-LPR-CATEGORIA
                                   TO WS-LPR-T-CATEGORIA(LPR-I)
                               MOVE REG-LPR-CODIGO
                                   TO WS-LPR-T-CODIGO(LPR-I)
                               MOVE REG-LPR-VIGENCIA
                                   TO WS-LPR-T-VIGENCIA(LPR-I)
                               MOVE REG-LPR-PRECIO
                                   TO WS-LPR-T-PRECIO(LPR-I)
                               PERFORM 1195-UBICAR-LISTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTAS-PRECIO-FILE
           END-IF.
           IF LPR-DESBORDE
               DISPLAY "LISTAS-PRECIO.DAT TIENE MAS DE 20000 REGISTROS "
                   "- NO SE REESCRIBIRA DESDE ESTE PROGRAMA"
           END-IF.
           MOVE "00" TO WS-LPR-FS.

       1190-END-CARGAR-LISTAS-PRECIO.

       1195-UBICAR-LISTA SECTION.
      *    MISMA MECANICA QUE 1120-UBICAR-PRODUCTO. DEJA LPR-I EN LA
      *    POSICION DEL PRECIO.
           SET LPR-I TO WS-LPR-EXISTENTES.
           MOVE WS-LPR-REG(LPR-I) TO WS-LPR-TEMP.
           MOVE 'N' TO WS-LPR-UBICADO.
           PERFORM UNTIL LPR-I = 1 OR LPR-UBICADO
               IF WS-LPR-CLAVE(LPR-I - 1) > WS-LPR-TEMP-CLAVE
                   MOVE WS-LPR-REG(LPR-I - 1) TO WS-LPR-REG(LPR-I)
                   SET LPR-I DOWN BY 1
               ELSE
                   MOVE 'S' TO WS-LPR-UBICADO
               END-IF
           END-PERFORM.
           MOVE WS-LPR-TEMP TO WS-LPR-REG(LPR-I).

       1195-END-UBICAR-LISTA.

       1197-PRECIO-VIGENTE SECTION.
      *    PRECIO DEL PRODUCTO PROD-I EN LA LISTA WS-LPR-CATEGORIA A LA
      *    FECHA WS-LPR-FECHA-REF: EL DE VIGENCIA MAS RECIENTE QUE NO
      *    LA SUPERE (LA TABLA ESTA EN ORDEN DE VIGENCIA, ASI QUE GANA
      *    EL ULTIMO QUE CUMPLE). SIN PRECIO EN LA LISTA RIGE EL DEL
      *    CATALOGO.
           MOVE WS-PROD-CODIGO(PROD-I) TO WS-LPR-CODIGO.
           MOVE WS-PROD-PRECIO(PROD-I) TO WS-LPR-PRECIO.
           MOVE 'N' TO WS-LPR-ENCONTRADO.
           PERFORM VARYING LPR-J FROM 1 BY 1
                   UNTIL LPR-J > WS-LPR-EXISTENTES
               IF WS-LPR-T-CATEGORIA(LPR-J) = WS-LPR-CATEGORIA AND
                       WS-LPR-T-CODIGO(LPR-J) = WS-LPR-CODIGO AND
                       WS-LPR-T-VIGENCIA(LPR-J) <= WS-LPR-FECHA-REF
                   MOVE WS-LPR-T-PRECIO(LPR-J) TO WS-LPR-PRECIO
                   MOVE 'S' TO WS-LPR-ENCONTRADO
               END-IF
           END-PERFORM.
           IF LPR-ENCONTRADO
               PERFORM 6140-NOMBRE-CATEGORIA
               MOVE SPACES TO WS-LPR-ORIGEN
               STRING "LISTA " FUNCTION TRIM(WS-LPR-CATEGORIA-NOM)
                   DELIMITED BY SIZE INTO WS-LPR-ORIGEN
           ELSE
               MOVE "PRECIO DE CATALOGO" TO WS-LPR-ORIGEN
           END-IF.

       1197-END-PRECIO-VIGENTE.

       8190-GRABAR-LISTAS-PRECIO SECTION.
           IF LPR-DESBORDE
               DISPLAY "LISTAS-PRECIO.DAT NO SE REESCRIBE: TIENE MAS "
                   "REGISTROS DE LOS QUE SE CARGARON"
               GO TO 8190-END-GRABAR-LISTAS-PRECIO
           END-IF.
           OPEN OUTPUT LISTAS-PRECIO-FILE.
           PERFORM VARYING LPR-I FROM 1 BY 1
                   UNTIL LPR-I > WS-LPR-EXISTENTES
               MOVE WS-LPR-T-CATEGORIA(LPR-I) TO REG-LPR-CATEGORIA
               MOVE WS-LPR-T-CODIGO(LPR-I)    TO REG-LPR-CODIGO
               MOVE WS-LPR-T-VIGENCIA(LPR-I)  TO REG-LPR-VIGENCIA
               MOVE WS-LPR-T-PRECIO(LPR-I)    TO REG-LPR-PRECIO
               WRITE REG-LISTA-PRECIO
           END-PERFORM.
           CLOSE LISTAS-PRECIO-FILE.
           MOVE "00" TO WS-LPR-FS.

       8190-END-GRABAR-LISTAS-PRECIO.

       6000-MANTENIMIENTO-PRODUCTOS SECTION.
      *    REQ 030 - SUBMENU DE CATALOGO (ANTES SOLO DABA DE ALTA)
           DISPLAY "1.AGREGAR PRODUCTO"
           DISPLAY "5.HISTORIAL DE PRECIOS DE UN PRODUCTO"
           DISPLAY "6.CONTEO FISICO DE INVENTARIO (AJUSTES)"
           DISPLAY "7.KARDEX DE UN PRODUCTO"
           DISPLAY "8.SUGERENCIA DE REPOSICION (VELOCIDAD DE VENTA)"
           DISPLAY "9.LISTAS DE PRECIOS POR CATEGORIA DE CLIENTE"
           DISPLAY "10.VOLVER"
           ACCEPT WS-PROD-PRE-ENTRADA.
           EVALUATE WS-PROD-PRE-ENTRADA
               WHEN 1
                   PERFORM 6070-CONTEO-FISICO
               WHEN 7
                   PERFORM 6090-KARDEX-PRODUCTO
               WHEN 8
      *            EL REPORTE LEE PRODUCTOS.DAT DE DISCO: EL
      *            CATALOGO EN MEMORIA SE BAJA ANTES PARA QUE VEA EL
      *            STOCK VIGENTE.
                   PERFORM 8100-GRABAR-PRODUCTOS
                   CALL "REPORTE-REPOSICION"
               WHEN 9
                   PERFORM 6100-LISTAS-PRECIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6010-ALTA-PRODUCTO SECTION.
      *    REQ 009 - ALTA DE PRODUCTOS EN EL CATALOGO
           IF WS-PROD-EXISTENTES >= 5000
               DISPLAY "CATALOGO LLENO"
           ELSE
               ADD 1 TO WS-PROD-EXISTENTES
                   MOVE 'G' TO WS-PROD-IVA-CAT(PROD-I)
               END-IF
               MOVE 'S' TO WS-PROD-ACTIVO(PROD-I)
               PERFORM 1120-UBICAR-PRODUCTO
      *        REQ 065 - EL ALTA SE BAJA A DISCO DE INMEDIATO.
               PERFORM 8100-GRABAR-PRODUCTOS
               DISPLAY "PRODUCTO REGISTRADO"
           ACCEPT WS-COD-BUSCADO.
           MOVE 'N' TO WS-PROD-ENCONTRADO.
           SET PROD-I TO 1.
           SEARCH ALL WS-PRODUCTO-REG
               AT END
                   DISPLAY "PRODUCTO NO EXISTE EN EL CATALOGO"
               WHEN WS-PROD-CODIGO(PROD-I) = WS-COD-BUSCADO
           WRITE REG-PRECIO-LOG.
           CLOSE PRECIOS-LOG-FILE.
           MOVE "00" TO WS-PRE-FS.
           MOVE SPACES TO WS-PRE-VIGENCIA-TXT.

       6050-END-REGISTRAR-CAMBIO-PRODUCTO.

       6100-LISTAS-PRECIO SECTION.
      *    LISTAS DE PRECIOS POR CATEGORIA DE CLIENTE (LPRREG.CPY).
           DISPLAY "*******************************************".
           DISPLAY "LISTAS DE PRECIOS POR CATEGORIA".
           DISPLAY "1.CONSULTAR PRECIOS DE UN PRODUCTO".
           DISPLAY "2.REGISTRAR PRECIO EN UNA LISTA".
           DISPLAY "3.CAMBIAR CATEGORIA DE UN CLIENTE".
           DISPLAY "4.VOLVER".
           MOVE 0 TO WS-LPR-PRE-ENTRADA.
           ACCEPT WS-LPR-PRE-ENTRADA.
           EVALUATE WS-LPR-PRE-ENTRADA
               WHEN 1
                   PERFORM 6110-CONSULTAR-LISTAS
               WHEN 2
                   PERFORM 6120-REGISTRAR-PRECIO-LISTA
               WHEN 3
                   PERFORM 6130-CAMBIAR-CATEGORIA-CLIENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6100-END-LISTAS-PRECIO.

       6110-CONSULTAR-LISTAS SECTION.
           DISPLAY "CODIGO DEL PRODUCTO".
           ACCEPT WS-COD-BUSCADO.
           MOVE 'N' TO WS-PROD-ENCONTRADO.
           SET PROD-I TO 1.
           SEARCH ALL WS-PRODUCTO-REG
               AT END
                   DISPLAY "PRODUCTO NO EXISTE EN EL CATALOGO"
               WHEN WS-PROD-CODIGO(PROD-I) = WS-COD-BUSCADO
                   MOVE 'S' TO WS-PROD-ENCONTRADO
           END-SEARCH.
           IF NOT PROD-ENCONTRADO
               GO TO 6110-END-CONSULTAR-LISTAS
           END-IF.
           DISPLAY WS-PROD-CODIGO(PROD-I) " " WS-PROD-DESC(PROD-I).
           DISPLAY "PRECIO DE CATALOGO: " WS-PROD-PRECIO(PROD-I).
           DISPLAY "LISTA         VIGENCIA  PRECIO".
           MOVE 0 TO WS-LPR-CONTADOR.
           PERFORM VARYING LPR-J FROM 1 BY 1
                   UNTIL LPR-J > WS-LPR-EXISTENTES
               IF WS-LPR-T-CODIGO(LPR-J) = WS-PROD-CODIGO(PROD-I)
                   MOVE WS-LPR-T-CATEGORIA(LPR-J) TO WS-LPR-CATEGORIA
                   PERFORM 6140-NOMBRE-CATEGORIA
                   DISPLAY WS-LPR-CATEGORIA-NOM " "
                       WS-LPR-T-VIGENCIA(LPR-J) " "
                       WS-LPR-T-PRECIO(LPR-J)
                   ADD 1 TO WS-LPR-CONTADOR
               END-IF
           END-PERFORM.
           IF WS-LPR-CONTADOR = 0
               DISPLAY "EL PRODUCTO NO TIENE PRECIOS EN NINGUNA LISTA"
           END-IF.
      *    LO QUE SE COBRARIA HOY A CADA CATEGORIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LPR-FECHA-REF.
           DISPLAY "PRECIOS VIGENTES AL " WS-LPR-FECHA-REF ":".
           MOVE 'P' TO WS-LPR-CATEGORIA.
           PERFORM 6115-MOSTRAR-VIGENTE.
           MOVE 'M' TO WS-LPR-CATEGORIA.
           PERFORM 6115-MOSTRAR-VIGENTE.
           MOVE 'I' TO WS-LPR-CATEGORIA.
           PERFORM 6115-MOSTRAR-VIGENTE.

       6110-END-CONSULTAR-LISTAS.

       6115-MOSTRAR-VIGENTE SECTION.
           PERFORM 1197-PRECIO-VIGENTE.
           PERFORM 6140-NOMBRE-CATEGORIA.
           DISPLAY "  " WS-LPR-CATEGORIA-NOM " " WS-LPR-PRECIO
               " (" FUNCTION TRIM(WS-LPR-ORIGEN) ")".

       6115-END-MOSTRAR-VIGENTE.

       6120-REGISTRAR-PRECIO-LISTA SECTION.
      *    ALTA O CORRECCION DEL PRECIO DE UN PRODUCTO EN UNA LISTA
      *    DESDE UNA FECHA. SI YA HAY PRECIO PARA ESA LISTA, PRODUCTO Y
      *    VIGENCIA SE REEMPLAZA; PRECIO 0 LO ELIMINA (VUELVE A REGIR
      *    EL ANTERIOR). EL CAMBIO QUEDA EN PRECIOS.LOG IGUAL QUE LAS
      *    EDICIONES DEL CATALOGO Y SE BAJA A DISCO DE INMEDIATO.
           IF LPR-DESBORDE
               DISPLAY "LISTAS-PRECIO.DAT NO SE CARGO COMPLETO - NO SE "
                   "PUEDEN REGISTRAR PRECIOS"
               GO TO 6120-SALIR
           END-IF.
           DISPLAY "LISTA: P PUBLICO / M MAYORISTA / I INSTITUCIONAL".
           MOVE SPACE TO WS-LPR-CATEGORIA.
           ACCEPT WS-LPR-CATEGORIA.
           INSPECT WS-LPR-CATEGORIA CONVERTING "pmi" TO "PMI".
           IF NOT LPR-CATEGORIA-VALIDA
               DISPLAY "CATEGORIA NO VALIDA"
               GO TO 6120-SALIR
           END-IF.
           DISPLAY "CODIGO DEL PRODUCTO".
           ACCEPT WS-COD-BUSCADO.
           MOVE 'N' TO WS-PROD-ENCONTRADO.
           SET PROD-I TO 1.
           SEARCH ALL WS-PRODUCTO-REG
               AT END
                   DISPLAY "PRODUCTO NO EXISTE EN EL CATALOGO"
               WHEN WS-PROD-CODIGO(PROD-I) = WS-COD-BUSCADO
                   MOVE 'S' TO WS-PROD-ENCONTRADO
           END-SEARCH.
           IF NOT PROD-ENCONTRADO
               GO TO 6120-SALIR
           END-IF.
           DISPLAY "VIGENTE DESDE (AAAAMMDD, ENTER = HOY)".
           MOVE SPACES TO WS-LPR-VIGENCIA-ENTRADA.
           ACCEPT WS-LPR-VIGENCIA-ENTRADA.
           IF WS-LPR-VIGENCIA-ENTRADA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-LPR-VIGENCIA-ENTRADA
           END-IF.
           IF WS-LPR-VIGENCIA-ENTRADA IS NOT NUMERIC OR
                   WS-LPR-VIG-MES < "01" OR WS-LPR-VIG-MES > "12" OR
                   WS-LPR-VIG-DIA < "01" OR WS-LPR-VIG-DIA > "31"
               DISPLAY "FECHA NO VALIDA"
               GO TO 6120-SALIR
           END-IF.
           MOVE WS-LPR-VIGENCIA-ENTRADA TO WS-LPR-VIGENCIA.
           MOVE WS-PROD-CODIGO(PROD-I) TO WS-LPR-CODIGO.
      *    PRECIO QUE REGIA A ESA FECHA, PARA EL VALOR ANTERIOR DEL LOG.
           MOVE WS-LPR-VIGENCIA TO WS-LPR-FECHA-REF.
           PERFORM 1197-PRECIO-VIGENTE.
           DISPLAY "PRECIO A ESA FECHA: " WS-LPR-PRECIO
               " (" FUNCTION TRIM(WS-LPR-ORIGEN) ")".
           DISPLAY "NUEVO PRECIO (0 = ELIMINAR EL DE ESA FECHA)".
           MOVE 0 TO WS-LPR-PRECIO-NUEVO.
           ACCEPT WS-LPR-PRECIO-NUEVO.
           MOVE 'N' TO WS-LPR-ENCONTRADO.
           IF WS-LPR-EXISTENTES > 0
               SET LPR-I TO 1
               SEARCH ALL WS-LPR-REG
                   AT END
                       CONTINUE
                   WHEN WS-LPR-CLAVE(LPR-I) = WS-LPR-BUSCADA
                       MOVE 'S' TO WS-LPR-ENCONTRADO
               END-SEARCH
           END-IF.
           IF LPR-ENCONTRADO
               MOVE WS-LPR-T-PRECIO(LPR-I) TO WS-LPR-PRECIO
           END-IF.
           IF WS-LPR-PRECIO-NUEVO = 0
               IF NOT LPR-ENCONTRADO
                   DISPLAY "NO HAY PRECIO EN ESA LISTA CON ESA VIGENCIA"
                   GO TO 6120-SALIR
               END-IF
               PERFORM VARYING LPR-J FROM LPR-I BY 1
                       UNTIL LPR-J >= WS-LPR-EXISTENTES
                   MOVE WS-LPR-REG(LPR-J + 1) TO WS-LPR-REG(LPR-J)
               END-PERFORM
               SUBTRACT 1 FROM WS-LPR-EXISTENTES
           ELSE
               IF LPR-ENCONTRADO
                   MOVE WS-LPR-PRECIO-NUEVO TO WS-LPR-T-PRECIO(LPR-I)
               ELSE
                   IF WS-LPR-EXISTENTES >= 20000
                       DISPLAY "LISTAS DE PRECIOS LLENAS"
                       GO TO 6120-SALIR
                   END-IF
                   ADD 1 TO WS-LPR-EXISTENTES
                   SET LPR-I TO WS-LPR-EXISTENTES
                   MOVE WS-LPR-BUSCADA TO WS-LPR-CLAVE(LPR-I)
                   MOVE WS-LPR-PRECIO-NUEVO TO WS-LPR-T-PRECIO(LPR-I)
                   PERFORM 1195-UBICAR-LISTA
               END-IF
           END-IF.
           IF WS-LPR-PRECIO-NUEVO NOT = WS-LPR-PRECIO OR
                   NOT LPR-ENCONTRADO
               MOVE SPACES TO WS-PRE-CAMPO
               STRING "LIST-" WS-LPR-CATEGORIA
                   DELIMITED BY SIZE INTO WS-PRE-CAMPO
               MOVE WS-LPR-PRECIO TO WS-PRE-VALOR-ANT
               MOVE WS-LPR-PRECIO-NUEVO TO WS-PRE-VALOR-NUEVO
               MOVE SPACES TO WS-PRE-VIGENCIA-TXT
               STRING " VIGENCIA:" WS-LPR-VIGENCIA
                   DELIMITED BY SIZE INTO WS-PRE-VIGENCIA-TXT
               PERFORM 6050-REGISTRAR-CAMBIO-PRODUCTO
           END-IF.
           PERFORM 8190-GRABAR-LISTAS-PRECIO.
           IF WS-LPR-PRECIO-NUEVO = 0
               DISPLAY "PRECIO ELIMINADO DE LA LISTA"
           ELSE
               DISPLAY "PRECIO REGISTRADO EN LA LISTA"
           END-IF.

       6120-SALIR.
           EXIT.

       6120-END-REGISTRAR-PRECIO-LISTA.

       6130-CAMBIAR-CATEGORIA-CLIENTE SECTION.
           DISPLAY "CODIGO DEL CLIENTE".
           MOVE SPACES TO WS-LPR-CLI-CODE.
           ACCEPT WS-LPR-CLI-CODE.
           MOVE 'N' TO WS-CLI-ENCONTRADO.
           SET CLI-I TO 1.
           SEARCH ALL WS-CLIENTE-REG
               AT END
                   DISPLAY "CLIENTE NO EXISTE"
               WHEN WS-TCLI-CODE(CLI-I) = WS-LPR-CLI-CODE
                   MOVE 'S' TO WS-CLI-ENCONTRADO
           END-SEARCH.
           IF NOT CLI-ENCONTRADO
               GO TO 6130-END-CAMBIAR-CATEGORIA-CLIENTE
           END-IF.
           MOVE WS-TCLI-CATEGORIA(CLI-I) TO WS-LPR-CATEGORIA.
           PERFORM 6140-NOMBRE-CATEGORIA.
           DISPLAY FUNCTION TRIM(WS-TCLI-NAME(CLI-I)) " "
               FUNCTION TRIM(WS-TCLI-LASTNAME(CLI-I)).
           DISPLAY "CATEGORIA ACTUAL: " WS-LPR-CATEGORIA-NOM.
           DISPLAY "NUEVA CATEGORIA: P PUBLICO / M MAYORISTA / "
               "I INSTITUCIONAL".
           MOVE SPACE TO WS-LPR-CATEGORIA.
           ACCEPT WS-LPR-CATEGORIA.
           INSPECT WS-LPR-CATEGORIA CONVERTING "pmi" TO "PMI".
           IF NOT LPR-CATEGORIA-VALIDA
               DISPLAY "CATEGORIA NO VALIDA - NO SE CAMBIA"
               GO TO 6130-END-CAMBIAR-CATEGORIA-CLIENTE
           END-IF.
           MOVE WS-LPR-CATEGORIA TO WS-TCLI-CATEGORIA(CLI-I).
      *    SI ES EL CLIENTE CARGADO, LAS PROXIMAS LINEAS YA SALEN CON
      *    LA LISTA NUEVA.
           IF CLIENTE-CARGADO AND WS-CLIENTE-CODE = WS-LPR-CLI-CODE
               MOVE WS-LPR-CATEGORIA TO WS-CLIENTE-CATEGORIA
           END-IF.
           PERFORM 8150-GRABAR-CLIENTES.
           PERFORM 6140-NOMBRE-CATEGORIA.
           DISPLAY "CLIENTE PASA A LISTA " WS-LPR-CATEGORIA-NOM.

       6130-END-CAMBIAR-CATEGORIA-CLIENTE.

       6140-NOMBRE-CATEGORIA SECTION.
           EVALUATE WS-LPR-CATEGORIA
               WHEN 'M'
                   MOVE "MAYORISTA" TO WS-LPR-CATEGORIA-NOM
               WHEN 'I'
                   MOVE "INSTITUCIONAL" TO WS-LPR-CATEGORIA-NOM
               WHEN OTHER
                   MOVE "PUBLICO" TO WS-LPR-CATEGORIA-NOM
           END-EVALUATE.

       6140-END-NOMBRE-CATEGORIA.

       6060-HISTORIAL-PRECIOS SECTION.
      *    REQ 052 - RECORRE PRECIOS.LOG SECUENCIAL (IGUAL QUE
      *    3800-ESTADO-CUENTA-CLIENTE EN CALCULADORA CON
           ACCEPT WS-COD-BUSCADO.
           MOVE 'N' TO WS-PROD-ENCONTRADO.
           SET PROD-I TO 1.
           SEARCH ALL WS-PRODUCTO-REG
               AT END
                   DISPLAY "PRODUCTO NO EXISTE EN EL CATALOGO"
               WHEN WS-PROD-CODIGO(PROD-I) = WS-COD-BUSCADO
           ACCEPT WS-COD-BUSCADO.
           MOVE 'N' TO WS-PROD-ENCONTRADO.
           SET PROD-I TO 1.
           SEARCH ALL WS-PRODUCTO-REG
               AT END
                   DISPLAY "PRODUCTO NO EXISTE EN EL CATALOGO"
               WHEN WS-PROD-CODIGO(PROD-I) = WS-COD-BUSCADO
           ACCEPT WS-COD-BUSCADO
           MOVE 'N' TO WS-PROD-ENCONTRADO
           SET PROD-I TO 1
           SEARCH ALL WS-PRODUCTO-REG
               AT END
                   DISPLAY "PRODUCTO NO EXISTE EN EL CATALOGO"
               WHEN WS-PROD-CODIGO(PROD-I) = WS-COD-BUSCADO
               SET ITEM-I TO WS-ITEM-CONT
               MOVE WS-PROD-CODIGO(PROD-I) TO WS-ITEM-CODIGO(ITEM-I)
               MOVE WS-PROD-DESC(PROD-I)   TO WS-ITEM-DESC(ITEM-I)
      *        PRECIO DE LA LISTA DEL CLIENTE CARGADO (2015).
               PERFORM 2015-PRECIO-CLIENTE
      *        REQ 067 - LA CATEGORIA DE IVA VIAJA CON LA LINEA.
               MOVE WS-PROD-IVA-CAT(PROD-I) TO WS-ITEM-IVA-CAT(ITEM-I)
               DISPLAY "PRODUCTO: " WS-ITEM-DESC(ITEM-I)
               DISPLAY "PRECIO UNITARIO: " WS-ITEM-PRECIO(ITEM-I)
                   " (" FUNCTION TRIM(WS-LPR-ORIGEN) ")"
               DISPLAY "STOCK DISPONIBLE: " WS-PROD-STOCK(PROD-I)
               DISPLAY "CANTIDAD"
               ACCEPT WS-ITEM-CANTIDAD(ITEM-I)
               END-IF
           END-IF.

       2015-PRECIO-CLIENTE SECTION.
      *    EL PRECIO DE LA LINEA SALE DE LA LISTA DE LA CATEGORIA DEL
      *    CLIENTE CARGADO (SIN CLIENTE, CONSUMIDOR FINAL: PUBLICO),
      *    VIGENTE HOY. LO USAN LA FACTURA (2010) Y LA PROFORMA (2120);
      *    AL CONVERTIR UNA PROFORMA SE RESPETA EL PRECIO COTIZADO,
      *    SALVO SI ESTA VENCIDA Y UN SUPERVISOR LA RECOTIZA (2192).
           IF CLIENTE-CARGADO AND CLIENTE-CAT-VALIDA
               MOVE WS-CLIENTE-CATEGORIA TO WS-LPR-CATEGORIA
           ELSE
               MOVE 'P' TO WS-LPR-CATEGORIA
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LPR-FECHA-REF.
           PERFORM 1197-PRECIO-VIGENTE.
           MOVE WS-LPR-PRECIO TO WS-ITEM-PRECIO(ITEM-I).

       2015-END-PRECIO-CLIENTE.

      *    REQ 010 - IVA Y TOTAL (ANTES SOLO SE CALCULABA 1 PRODUCTO)
      *    REQ 067 - EL IVA YA NO SE APLICA AL SUBTOTAL COMPLETO: CADA
      *    LINEA APORTA A LA BASE GRAVADA O A LA EXENTA SEGUN LA
                       "CREDITO DEL CLIENTE"
               END-IF
           END-IF.
      *    SIN COMPRADOR IDENTIFICADO (CONSUMIDOR FINAL, O UN CLIENTE
      *    REGISTRADO COMO TAL) LA FACTURA NO PUEDE PASAR DEL MONTO
      *    LEGAL.
           IF FAC-OK
               IF NOT CLIENTE-CARGADO OR CLIENTE-ID-CONS-FINAL
                   IF WS-FAC-TOTAL > WS-CF-MONTO-MAXIMO
                       MOVE WS-CF-MONTO-MAXIMO TO WS-MONTO-FMT
                       CALL "FORMATO-MONEDA" USING WS-MONTO-FMT
                           WS-TEXTO-FMT
                       MOVE 'N' TO WS-FAC-OK
                       DISPLAY "FACTURA RECHAZADA: A CONSUMIDOR FINAL "
                           "NO SE PUEDE FACTURAR MAS DE " WS-TEXTO-FMT
                       DISPLAY "IDENTIFIQUE AL COMPRADOR (DATOS DEL "
                           "CLIENTE) Y VUELVA A FACTURAR"
                   END-IF
               END-IF
           END-IF.
      *    CLIENTES GRABADOS ANTES DE LA IDENTIFICACION DEL COMPRADOR:
      *    SE PIDE AHORA Y QUEDA EN EL MAESTRO PARA LAS SIGUIENTES.
           IF FAC-OK AND CLIENTE-CARGADO AND NOT CLIENTE-ID-VALIDO
               DISPLAY "EL CLIENTE NO TIENE IDENTIFICACION REGISTRADA"
               PERFORM 3025-INGRESAR-IDENTIFICACION
               PERFORM 3030-GUARDAR-CLIENTE-TABLA
           END-IF.

       2025-END-VALIDAR-LIMITE-CREDITO.

               MOVE WS-ITEM-CODIGO(ITEM-I) TO WS-COD-BUSCADO
               MOVE 'N' TO WS-PROD-ENCONTRADO
               SET PROD-I TO 1
               SEARCH ALL WS-PRODUCTO-REG
                   AT END
                       CONTINUE
                   WHEN WS-PROD-CODIGO(PROD-I) = WS-COD-BUSCADO
               MOVE "CONSUMIDOR FINAL"  TO WS-CLIENTE-NAME
               MOVE SPACES              TO WS-CLIENTE-LASTNAME
               MOVE "9999999999"        TO WS-CLIENTE-CODE
               MOVE 'F'                 TO WS-CLIENTE-ID-TIPO
               MOVE "9999999999999"     TO WS-CLIENTE-ID-NUMERO
               MOVE 'P'                 TO WS-CLIENTE-CATEGORIA
           END-IF.
           DISPLAY "*******************************************"
           DISPLAY "FACTURA"
           DISPLAY "CLIENTE: " WS-CLIENTE-NAME " " WS-CLIENTE-LASTNAME
           MOVE WS-CLIENTE-ID-TIPO TO WS-IMP-CLI-ID-TIPO
           PERFORM 5040-NOMBRE-IDENTIFICACION
           DISPLAY WS-IMP-CLI-ID-NOMBRE ": " WS-CLIENTE-ID-NUMERO
           DISPLAY "-------------------------------------------"
           PERFORM VARYING ITEM-I FROM 1 BY 1
                   UNTIL ITEM-I > WS-ITEM-CONT
      *    CORRIDA.
           PERFORM 8180-GRABAR-CONSECUTIVO.
           MOVE WS-ULTIMA-FACTURA TO WS-NUM-FACTURA.
      *    NUMERO LEGAL: SECUENCIAL PROPIO DEL PUNTO DE EMISION DE LA
      *    SESION, GRABADO DE INMEDIATO POR LA MISMA RAZON.
           SET PEM-I TO WS-PEM-ACTUAL.
           ADD 1 TO WS-TPEM-ULT-FACTURA(PEM-I).
           MOVE WS-TPEM-ULT-FACTURA(PEM-I) TO WS-PEM-NUM-SEC.
           PERFORM 8185-GRABAR-PUNTOS-EMISION.
           PERFORM 2035-FORMA-PAGO-VENTA.
           OPEN EXTEND FACTURAS-FILE.
           IF WS-FAC-FS = "35"
               OPEN OUTPUT FACTURAS-FILE
      *    REQ 067 - DESGLOSE GRAVADO/EXENTO PARA LA DECLARACION.
           MOVE WS-FAC-BASE-GRAVADA TO REG-FAC-BASE-GRAVADA.
           MOVE WS-FAC-BASE-EXENTA TO REG-FAC-BASE-EXENTA.
           MOVE WS-FPG-RESUMEN TO REG-FAC-FORMA-PAGO.
           MOVE WS-CLIENTE-ID-TIPO TO REG-FAC-CLI-ID-TIPO.
           MOVE WS-CLIENTE-ID-NUMERO TO REG-FAC-CLI-ID-NUMERO.
           MOVE WS-PEM-NUMERO TO REG-FAC-NUM-COMPLETO.
           MOVE SPACES TO REG-FAC-FECHA-ANULACION.
           WRITE REG-FACTURA.
           CLOSE FACTURAS-FILE.
           IF WS-FPG-CONT > 0
               MOVE 'F' TO WS-FPG-ORIGEN
               MOVE WS-NUM-FACTURA TO WS-FPG-DOCUMENTO
               PERFORM 4120-GRABAR-FORMAS-PAGO
           END-IF.
           PERFORM 2045-GRABAR-DETALLE-FACTURA.
           PERFORM 2047-KARDEX-VENTA.
           MOVE "01" TO WS-SRI-TIPO.
           MOVE WS-NUM-FACTURA TO WS-SRI-NUMERO.
           PERFORM 2049-COMPROBANTE-ELECTRONICO.
      *    REQ 065 - EL STOCK RESERVADO POR ESTA FACTURA SE BAJA A
      *    DISCO DE INMEDIATO; ANTES SOLO SE GRABABA AL SALIR DEL
      *    PROGRAMA Y UNA CAIDA DEJABA PRODUCTOS.DAT CON EL STOCK
      *    VIEJO PERO LA FACTURA YA GRABADA.
           PERFORM 8100-GRABAR-PRODUCTOS.
           DISPLAY "FACTURA No. " WS-PEM-NUMERO " GRABADA (INTERNO "
               WS-NUM-FACTURA ")".
      *    REQ 027 - SE APLICA EL COBRO A LA CUENTA DEL CLIENTE YA
      *    VALIDADO CONTRA EL LIMITE DE CREDITO EN 2025.
           IF CLIENTE-CARGADO
      *    DOCUMENTO IMPRESO EN SU PROPIO ARCHIVO, PARA ENTREGARLE SU
      *    COPIA AL CLIENTE SIN COPIARLA DE LA PANTALLA.
           MOVE WS-NUM-FACTURA TO WS-IMP-NUMERO.
           MOVE WS-PEM-NUMERO TO WS-IMP-NUM-COMPLETO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-IMP-FECHA.
           MOVE SPACES TO WS-IMP-CLI-NOMBRE.
           STRING FUNCTION TRIM(WS-CLIENTE-NAME) " "
           MOVE WS-FAC-IVA TO WS-IMP-IVA.
           MOVE WS-FAC-TOTAL TO WS-IMP-TOTAL.
           MOVE SPACE TO WS-IMP-ANULADA.
           MOVE WS-FPG-RESUMEN TO WS-IMP-FORMA-PAGO.
           MOVE WS-CLIENTE-ID-TIPO TO WS-IMP-CLI-ID-TIPO.
           MOVE WS-CLIENTE-ID-NUMERO TO WS-IMP-CLI-ID-NUMERO.
           PERFORM 5020-GENERAR-IMPRESO-FACTURA.
           MOVE 'N' TO WS-CLI-CARGADO.

       2040-END-GRABAR-FACTURA.

       2035-FORMA-PAGO-VENTA SECTION.
      *    LA VENTA A UN CLIENTE CARGADO SE COBRA CONTRA SU CUENTA
      *    (2025/2040) Y NO PASA POR CAJA; LA DE CONSUMIDOR FINAL ES
      *    DE CONTADO Y SE PIDE CON QUE PAGO (PUEDE SER MAS DE UNA
      *    FORMA).
           IF CLIENTE-CARGADO
               MOVE 'R' TO WS-FPG-RESUMEN
               MOVE 0 TO WS-FPG-CONT
           ELSE
               MOVE WS-FAC-TOTAL TO WS-FPG-A-COBRAR
               PERFORM 4100-CAPTURAR-FORMA-PAGO
           END-IF.

       2035-END-FORMA-PAGO-VENTA.

       2045-GRABAR-DETALLE-FACTURA SECTION.
      *    REQ 048 - UNA LINEA POR PRODUCTO FACTURADO, PARA PODER
      *    ARMAR MAS ADELANTE UN REPORTE DE MAS VENDIDOS/MENOS
               MOVE WS-ITEM-CODIGO(ITEM-I) TO WS-COD-BUSCADO
               MOVE 'N' TO WS-PROD-ENCONTRADO
               SET PROD-I TO 1
               SEARCH ALL WS-PRODUCTO-REG
                   AT END
                       CONTINUE
                   WHEN WS-PROD-CODIGO(PROD-I) = WS-COD-BUSCADO

       2047-END-KARDEX-VENTA.

       2049-COMPROBANTE-ELECTRONICO SECTION.
      *    GENERA EL XML DEL COMPROBANTE YA GRABADO (FACTURA O NOTA DE
      *    CREDITO, SEGUN WS-SRI-TIPO) Y LO DEJA PENDIENTE DE ENVIO EN
      *    SRI-ESTADO.DAT. SI NO SE PUDO ESCRIBIR EL XML LA VENTA NO
      *    SE DESHACE: SE GENERA DESPUES DESDE COMPROBANTES-SRI.
           MOVE 'P' TO WS-SRI-ESTADO.
           MOVE 0 TO WS-SRI-INTENTOS.
           CALL "GENERAR-COMPROBANTE-SRI" USING WS-SRI-TIPO
               WS-SRI-NUMERO WS-SRI-ESTADO WS-SRI-INTENTOS
               WS-SRI-RESULTADO WS-SRI-CLAVE.
           IF WS-SRI-RESULTADO = "OK"
               DISPLAY "CLAVE DE ACCESO: " WS-SRI-CLAVE
           ELSE
               DISPLAY "AVISO: NO SE GENERO EL COMPROBANTE ELECTRONICO"
                   " - GENERARLO DESDE COMPROBANTES ELECTRONICOS"
           END-IF.

       2049-END-COMPROBANTE-ELECTRONICO.

       2100-PROFORMAS SECTION.
      *    REQ 054 - COTIZACION SIN COMPROMETER STOCK NI CONSECUTIVO DE
      *    FACTURA: CAPTURA LINEAS DEL MISMO CATALOGO QUE 2010 PERO SIN
           ACCEPT WS-COD-BUSCADO
           MOVE 'N' TO WS-PROD-ENCONTRADO
           SET PROD-I TO 1
           SEARCH ALL WS-PRODUCTO-REG
               AT END
                   DISPLAY "PRODUCTO NO EXISTE EN EL CATALOGO"
               WHEN WS-PROD-CODIGO(PROD-I) = WS-COD-BUSCADO
               SET ITEM-I TO WS-ITEM-CONT
               MOVE WS-PROD-CODIGO(PROD-I) TO WS-ITEM-CODIGO(ITEM-I)
               MOVE WS-PROD-DESC(PROD-I)   TO WS-ITEM-DESC(ITEM-I)
      *        PRECIO DE LA LISTA DEL CLIENTE CARGADO (2015).
               PERFORM 2015-PRECIO-CLIENTE
      *        REQ 067 - LA CATEGORIA DE IVA VIAJA CON LA LINEA.
               MOVE WS-PROD-IVA-CAT(PROD-I) TO WS-ITEM-IVA-CAT(ITEM-I)
               DISPLAY "PRODUCTO: " WS-ITEM-DESC(ITEM-I)
               DISPLAY "PRECIO UNITARIO: " WS-ITEM-PRECIO(ITEM-I)
                   " (" FUNCTION TRIM(WS-LPR-ORIGEN) ")"
               DISPLAY "CANTIDAD"
               ACCEPT WS-ITEM-CANTIDAD(ITEM-I)
               DISPLAY "DESCUENTO EN PORCENTAJE (00-99, 00 SI NO "
           CLOSE PROSEQ-FILE.
           MOVE "00" TO WS-PSEQ-FS.
           MOVE WS-PRO-ULTIMA TO WS-PRO-NUMERO.
           SET PEM-I TO WS-PEM-ACTUAL.
           ADD 1 TO WS-TPEM-ULT-PROFORMA(PEM-I).
           MOVE WS-TPEM-ULT-PROFORMA(PEM-I) TO WS-PEM-NUM-SEC.
           PERFORM 8185-GRABAR-PUNTOS-EMISION.
           IF NOT CLIENTE-CARGADO
               MOVE "CONSUMIDOR FINAL"  TO WS-CLIENTE-NAME
               MOVE SPACES              TO WS-CLIENTE-LASTNAME
               MOVE "9999999999"        TO WS-CLIENTE-CODE
               MOVE 'F'                 TO WS-CLIENTE-ID-TIPO
               MOVE "9999999999999"     TO WS-CLIENTE-ID-NUMERO
               MOVE 'P'                 TO WS-CLIENTE-CATEGORIA
           END-IF.
           OPEN EXTEND PROFORMAS-FILE.
           IF WS-PRO-FS = "35"
           MOVE WS-FAC-TOTAL TO REG-PRO-TOTAL.
           MOVE WS-PRO-VALIDEZ-ENTRADA TO REG-PRO-VALIDEZ.
           MOVE 'P' TO REG-PRO-ESTADO.
           MOVE WS-OPERADOR-ID TO REG-PRO-OPERADOR.
           MOVE WS-PEM-NUMERO TO REG-PRO-NUM-COMPLETO.
           WRITE REG-PROFORMA.
           CLOSE PROFORMAS-FILE.
           MOVE "00" TO WS-PRO-FS.
           MOVE "00" TO WS-PDE-FS.
           MOVE WS-FAC-TOTAL TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "PROFORMA No. " WS-PEM-NUMERO " (INTERNO "
               WS-PRO-NUMERO ") GRABADA - TOTAL "
               WS-TEXTO-FMT " - VALIDA HASTA "
               WS-PRO-VALIDEZ-ENTRADA.
           MOVE 'N' TO WS-CLI-CARGADO.
           ELSE
               DISPLAY "*******************************************"
               DISPLAY "PROFORMA No. " WS-PRO-BUSC-NUMERO
               IF WS-PCAB-NUM-COMPLETO NOT = SPACES
                   DISPLAY "NUMERO LEGAL : " WS-PCAB-NUM-COMPLETO
               END-IF
               DISPLAY "FECHA        : " WS-PCAB-FECHA
               DISPLAY "CLIENTE      : " WS-PCAB-CLI-NOMBRE
               DISPLAY "VALIDA HASTA : " WS-PCAB-VALIDEZ
               DISPLAY "EMITIDA POR  : " WS-PCAB-OPERADOR
               IF WS-PCAB-ESTADO = 'F'
                   DISPLAY "*** YA CONVERTIDA EN FACTURA ***"
               END-IF
               IF WS-PCAB-ESTADO = 'V'
                   DISPLAY "*** VENCIDA - SOLO UN SUPERVISOR PUEDE "
                       "FACTURARLA RECOTIZADA ***"
               END-IF
               DISPLAY "-------------------------------------------"
               PERFORM 2170-MOSTRAR-DETALLE-PROFORMA
               DISPLAY "-------------------------------------------"
                               MOVE REG-PRO-VALIDEZ
                                   TO WS-PCAB-VALIDEZ
                               MOVE REG-PRO-ESTADO   TO WS-PCAB-ESTADO
                               MOVE REG-PRO-OPERADOR
                                   TO WS-PCAB-OPERADOR
                               MOVE REG-PRO-NUM-COMPLETO
                                   TO WS-PCAB-NUM-COMPLETO
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "ESA PROFORMA YA FUE CONVERTIDA EN FACTURA"
               GO TO 2180-SALIR
           END-IF.
      *    VENCIDA (MARCADA POR CONTROL-PROFORMAS O PASADA SU
      *    VALIDEZ AUNQUE EL BARRIDO NO HAYA CORRIDO): EL CAJERO NO LA
      *    PUEDE FACTURAR; EL SUPERVISOR SOLO RECOTIZADA A LOS PRECIOS
      *    DE HOY DE LA LISTA DEL CLIENTE (2015), NUNCA AL PRECIO VIEJO.
           MOVE 'N' TO WS-PRO-RECOTIZAR.
           IF WS-PCAB-ESTADO = 'V' OR
                   WS-PCAB-VALIDEZ < FUNCTION CURRENT-DATE(1:8)
               DISPLAY "PROFORMA VENCIDA EL " WS-PCAB-VALIDEZ
               IF OPERADOR-CAJERO
                   DISPLAY "SOLO UN SUPERVISOR PUEDE FACTURARLA "
                       "RECOTIZADA - O COTICE DE NUEVO"
                   GO TO 2180-SALIR
               END-IF
               DISPLAY "FACTURAR RECOTIZADA A PRECIOS DE HOY (S/N)"
               MOVE 'N' TO WS-PRO-CONFIRMA
               ACCEPT WS-PRO-CONFIRMA
               IF WS-PRO-CONFIRMA NOT = 'S' AND
                       WS-PRO-CONFIRMA NOT = 's'
                   DISPLAY "CONVERSION CANCELADA"
                   GO TO 2180-SALIR
               END-IF
               MOVE 'S' TO WS-PRO-RECOTIZAR
           END-IF.
      *    SE CARGA EL CLIENTE DE LA PROFORMA IGUAL QUE LO HARIA
      *    3010-BUSCAR-CLIENTE, PARA QUE 2025/2040 COBREN A SU CUENTA.
               MOVE WS-PCAB-CLI-CODE TO WS-CLIENTE-CODE
               MOVE 'N' TO WS-CLI-ENCONTRADO
               SET CLI-I TO 1
               SEARCH ALL WS-CLIENTE-REG
                   AT END
                       CONTINUE
                   WHEN WS-TCLI-CODE(CLI-I) = WS-PCAB-CLI-CODE
               MOVE WS-TCLI-BALANCE(CLI-I)  TO WS-CLIENTE-BALANCE
               MOVE WS-TCLI-LIMITE-CREDITO(CLI-I)
                   TO WS-CLIENTE-LIMITE-CREDITO
               MOVE WS-TCLI-ID-TIPO(CLI-I) TO WS-CLIENTE-ID-TIPO
               MOVE WS-TCLI-ID-NUMERO(CLI-I) TO WS-CLIENTE-ID-NUMERO
               MOVE WS-TCLI-CATEGORIA(CLI-I) TO WS-CLIENTE-CATEGORIA
               MOVE 'S' TO WS-CLI-CARGADO
           END-IF.
           PERFORM 2190-CARGAR-LINEAS-PROFORMA.
           MOVE REG-PDE-CODIGO TO WS-COD-BUSCADO.
           MOVE 'N' TO WS-PROD-ENCONTRADO.
           SET PROD-I TO 1.
           SEARCH ALL WS-PRODUCTO-REG
               AT END
                   CONTINUE
               WHEN WS-PROD-CODIGO(PROD-I) = WS-COD-BUSCADO
                   MOVE REG-PDE-CANTIDAD  TO WS-ITEM-CANTIDAD(ITEM-I)
                   MOVE REG-PDE-DESCUENTO TO WS-ITEM-DESCUENTO(ITEM-I)
                   MOVE REG-PDE-SUBTOTAL  TO WS-ITEM-SUBTOTAL(ITEM-I)
      *            PROFORMA VENCIDA RECOTIZADA: PRECIO DE HOY, MISMO
      *            DESCUENTO COTIZADO.
                   IF PRO-RECOTIZAR
                       PERFORM 2015-PRECIO-CLIENTE
                       COMPUTE WS-ITEM-SUBTOTAL(ITEM-I) ROUNDED =
                           WS-ITEM-PRECIO(ITEM-I) *
                           WS-ITEM-CANTIDAD(ITEM-I) *
                           (1 - WS-ITEM-DESCUENTO(ITEM-I) / 100)
                   END-IF
      *            REQ 067 - LA CATEGORIA DE IVA SE TOMA DEL CATALOGO
      *            VIGENTE AL CONVERTIR, NO DE LA COTIZACION.
                   MOVE WS-PROD-IVA-CAT(PROD-I)
           MOVE WS-PCAB-TOTAL      TO REG-PRO-TOTAL.
           MOVE WS-PCAB-VALIDEZ    TO REG-PRO-VALIDEZ.
           MOVE 'F' TO REG-PRO-ESTADO.
           MOVE WS-PCAB-OPERADOR   TO REG-PRO-OPERADOR.
           MOVE WS-PCAB-NUM-COMPLETO TO REG-PRO-NUM-COMPLETO.
           WRITE REG-PROFORMA.
           CLOSE PROFORMAS-FILE.
           MOVE "00" TO WS-PRO-FS.
           ACCEPT WS-CLIENTE-CODE.
           MOVE 'N' TO WS-CLI-CARGADO.
           SET CLI-I TO 1.
           SEARCH ALL WS-CLIENTE-REG
               AT END
                   DISPLAY "CLIENTE NO EXISTE - SE CREARA COMO NUEVO"
                   PERFORM 3020-INGRESAR-CLIENTE
                   MOVE WS-TCLI-BALANCE(CLI-I)  TO WS-CLIENTE-BALANCE
                   MOVE WS-TCLI-LIMITE-CREDITO(CLI-I)
                       TO WS-CLIENTE-LIMITE-CREDITO
                   MOVE WS-TCLI-ID-TIPO(CLI-I) TO WS-CLIENTE-ID-TIPO
                   MOVE WS-TCLI-ID-NUMERO(CLI-I) TO WS-CLIENTE-ID-NUMERO
                   MOVE WS-TCLI-CATEGORIA(CLI-I) TO WS-CLIENTE-CATEGORIA
                   MOVE 'S' TO WS-CLI-CARGADO
                   DISPLAY "CLIENTE: " WS-CLIENTE-NAME " "
                       WS-CLIENTE-LASTNAME
                   MOVE WS-CLIENTE-CATEGORIA TO WS-LPR-CATEGORIA
                   PERFORM 6140-NOMBRE-CATEGORIA
                   DISPLAY "LISTA DE PRECIOS: " WS-LPR-CATEGORIA-NOM
           END-SEARCH.

       3010-END-BUSCAR-CLIENTE.
           ACCEPT WS-CLIENTE-LASTNAME.
           DISPLAY "DIRECCION".
           ACCEPT WS-CLIENTE-ADDRESS.
           PERFORM 3025-INGRESAR-IDENTIFICACION.
           MOVE 0 TO WS-CLIENTE-BALANCE.
           DISPLAY "LIMITE DE CREDITO".
           ACCEPT WS-CLIENTE-LIMITE-CREDITO.
           PERFORM 3028-INGRESAR-CATEGORIA.
           PERFORM 3030-GUARDAR-CLIENTE-TABLA.
      *    REQ 012 - SOLO SE CONFIRMA EL REGISTRO SI 3030 REALMENTE
      *    GUARDO AL CLIENTE; SI LA TABLA ESTABA LLENA, EL MENSAJE DE

       3020-END-INGRESAR-CLIENTE.

       3025-INGRESAR-IDENTIFICACION SECTION.
      *    TIPO Y NUMERO DE IDENTIFICACION DEL COMPRADOR; SE VUELVE A
      *    PEDIR HASTA QUE EL NUMERO SEA VALIDO PARA SU TIPO.
           MOVE 'N' TO WS-ID-OK.
           PERFORM 3026-PEDIR-IDENTIFICACION UNTIL ID-OK.

       3025-END-INGRESAR-IDENTIFICACION.

       3026-PEDIR-IDENTIFICACION SECTION.
           DISPLAY "TIPO DE IDENTIFICACION: C CEDULA / R RUC / "
               "P PASAPORTE / F CONSUMIDOR FINAL".
           MOVE SPACE TO WS-CLIENTE-ID-TIPO.
           ACCEPT WS-CLIENTE-ID-TIPO.
           INSPECT WS-CLIENTE-ID-TIPO CONVERTING "crpf" TO "CRPF".
           MOVE SPACES TO WS-CLIENTE-ID-NUMERO.
           EVALUATE TRUE
               WHEN NOT CLIENTE-ID-VALIDO
                   DISPLAY "TIPO DE IDENTIFICACION NO VALIDO"
               WHEN CLIENTE-ID-CONS-FINAL
                   MOVE "9999999999999" TO WS-CLIENTE-ID-NUMERO
                   MOVE 'S' TO WS-ID-OK
               WHEN OTHER
                   DISPLAY "NUMERO DE IDENTIFICACION"
                   ACCEPT WS-CLIENTE-ID-NUMERO
                   PERFORM 3027-VALIDAR-IDENTIFICACION
           END-EVALUATE.

       3026-END-PEDIR-IDENTIFICACION.

       3027-VALIDAR-IDENTIFICACION SECTION.
      *    PASAPORTE: SOLO SE EXIGE QUE NO VENGA EN BLANCO. CEDULA Y
      *    RUC: DIGITO VERIFICADOR (CIVALIDE-VALIDAR) Y LARGO QUE
      *    CORRESPONDA AL TIPO ELEGIDO.
           IF WS-CLIENTE-ID-NUMERO = SPACES
               DISPLAY "NUMERO DE IDENTIFICACION OBLIGATORIO"
           ELSE
               IF CLIENTE-ID-PASAPORTE
                   MOVE 'S' TO WS-ID-OK
               ELSE
                   CALL "CIVALIDE-VALIDAR" USING WS-CLIENTE-ID-NUMERO
                       WS-CI-RESULTADO WS-CI-TIPO-DOC WS-CI-CALCULADO
                       WS-CI-DIGITO-INGRESADO WS-CI-PROV-OK
                       WS-CI-ESTABLECIMIENTO
                   EVALUATE TRUE
                       WHEN CLIENTE-ID-CEDULA AND
                            WS-CI-TIPO-DOC NOT = "CED"
                           DISPLAY "LA CEDULA DEBE TENER 10 DIGITOS"
                       WHEN CLIENTE-ID-RUC AND
                            WS-CI-TIPO-DOC NOT = "RUC"
                           DISPLAY "EL RUC DEBE TENER 13 DIGITOS"
                       WHEN NOT CI-VALIDA
                           DISPLAY "NUMERO DE IDENTIFICACION INVALIDO"
                       WHEN OTHER
                           MOVE 'S' TO WS-ID-OK
                   END-EVALUATE
               END-IF
           END-IF.

       3027-END-VALIDAR-IDENTIFICACION.

       3028-INGRESAR-CATEGORIA SECTION.
      *    LISTA DE PRECIOS CON QUE SE LE FACTURA; ENTER O UN VALOR
      *    DESCONOCIDO DEJA AL CLIENTE EN PUBLICO.
           DISPLAY "CATEGORIA DE PRECIOS: P PUBLICO / M MAYORISTA / "
               "I INSTITUCIONAL".
           MOVE SPACE TO WS-CLIENTE-CATEGORIA.
           ACCEPT WS-CLIENTE-CATEGORIA.
           INSPECT WS-CLIENTE-CATEGORIA CONVERTING "pmi" TO "PMI".
           IF NOT CLIENTE-CAT-VALIDA
               MOVE 'P' TO WS-CLIENTE-CATEGORIA
           END-IF.

       3028-END-INGRESAR-CATEGORIA.

       3030-GUARDAR-CLIENTE-TABLA SECTION.
           MOVE 'N' TO WS-CLI-ENCONTRADO.
           MOVE 'N' TO WS-CLI-GUARDADO.
           SET CLI-I TO 1.
           SEARCH ALL WS-CLIENTE-REG
               AT END
                   CONTINUE
               WHEN WS-TCLI-CODE(CLI-I) = WS-CLIENTE-CODE
                   MOVE 'S' TO WS-CLI-ENCONTRADO
           END-SEARCH.
           IF NOT CLI-ENCONTRADO AND WS-CLI-EXISTENTES >= 5000
               DISPLAY "TABLA DE CLIENTES LLENA - NO SE PUDO GUARDAR"
           ELSE
               IF NOT CLI-ENCONTRADO
               MOVE WS-CLIENTE-BALANCE  TO WS-TCLI-BALANCE(CLI-I)
               MOVE WS-CLIENTE-LIMITE-CREDITO
                   TO WS-TCLI-LIMITE-CREDITO(CLI-I)
               MOVE WS-CLIENTE-ID-TIPO TO WS-TCLI-ID-TIPO(CLI-I)
               MOVE WS-CLIENTE-ID-NUMERO TO WS-TCLI-ID-NUMERO(CLI-I)
               MOVE WS-CLIENTE-CATEGORIA TO WS-TCLI-CATEGORIA(CLI-I)
               IF NOT CLI-ENCONTRADO
                   PERFORM 1170-UBICAR-CLIENTE
               END-IF
               MOVE 'S' TO WS-CLI-GUARDADO
      *        REQ 065 - EL MAESTRO SE REESCRIBE EN CUANTO SE CONFIRMA
      *        EL CAMBIO, NO SOLO AL SALIR EN 1000-GENERAL: UNA CAIDA
      *    SUMANDO SUS ABONOS CONTRA REG-FAC-TOTAL.
           DISPLAY "1.REGISTRAR ABONO A UNA FACTURA"
           DISPLAY "2.ESTADO DE PAGO DE UNA FACTURA"
           DISPLAY "3.REGISTRAR RETENCION RECIBIDA DEL CLIENTE"
           DISPLAY "4.PLAN DE PAGOS EN CUOTAS DE UNA FACTURA"
           ACCEPT WS-ABO-PRE-ENTRADA.
           EVALUATE WS-ABO-PRE-ENTRADA
               WHEN 1
                   PERFORM 4010-REGISTRAR-ABONO
               WHEN 2
                   PERFORM 4020-ESTADO-PAGO-FACTURA
               WHEN 3
                   PERFORM 4200-REGISTRAR-RETENCION
               WHEN 4
                   PERFORM 4300-PLAN-CUOTAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4010-REGISTRAR-ABONO SECTION.
           DISPLAY "NUMERO DE FACTURA A ABONAR"
           PERFORM 0200-PEDIR-NUMERO-FACTURA.
           MOVE WS-FNU-NUMERO TO WS-ABO-NUMERO.
           PERFORM 4030-BUSCAR-FACTURA-ABONO.
           IF NOT ABO-ENCONTRADA
               DISPLAY "NO EXISTE UNA FACTURA CON ESE NUMERO"

       4015-APLICAR-ABONO SECTION.
           PERFORM 4040-SUMAR-ABONOS.
           COMPUTE WS-ABO-SALDO = WS-ABO-FAC-TOTAL
               + WS-CUO-INTERES-TOTAL - WS-ABO-PAGADO - WS-ABO-RETENIDO.
           IF WS-ABO-SALDO <= 0
               DISPLAY "LA FACTURA YA ESTA PAGADA EN SU TOTALIDAD"
           ELSE
                       DISPLAY "EL ABONO SUPERA EL SALDO PENDIENTE - "
                           "NO SE REGISTRA"
                   ELSE
                       MOVE WS-ABO-MONTO-ENTRADA TO WS-FPG-A-COBRAR
                       PERFORM 4100-CAPTURAR-FORMA-PAGO
                       PERFORM 4050-GRABAR-ABONO
                       PERFORM 4060-ACREDITAR-ABONO-CLIENTE
      *                REQ 065 - EL BALANCE ABONADO SE BAJA A DISCO DE
                           WS-TEXTO-FMT
                       DISPLAY "ABONO REGISTRADO - SALDO RESTANTE: "
                           WS-TEXTO-FMT
                       IF WS-CUO-CANT > 0
                           ADD WS-ABO-MONTO-ENTRADA TO WS-ABO-PAGADO
                           PERFORM 4340-MOSTRAR-CUOTAS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    REQ 050 - PAGADA / PAGO PARCIAL / PENDIENTE SEGUN LO
      *    ABONADO EN PAGOS.DAT CONTRA EL TOTAL DE LA FACTURA.
           DISPLAY "NUMERO DE FACTURA A CONSULTAR"
           PERFORM 0200-PEDIR-NUMERO-FACTURA.
           MOVE WS-FNU-NUMERO TO WS-ABO-NUMERO.
           PERFORM 4030-BUSCAR-FACTURA-ABONO.
           IF NOT ABO-ENCONTRADA
               DISPLAY "NO EXISTE UNA FACTURA CON ESE NUMERO"
           ELSE
               PERFORM 4040-SUMAR-ABONOS
               COMPUTE WS-ABO-SALDO = WS-ABO-FAC-TOTAL
                   + WS-CUO-INTERES-TOTAL - WS-ABO-PAGADO
                   - WS-ABO-RETENIDO
               EVALUATE TRUE
                   WHEN WS-ABO-FAC-ANULADA = 'S'
                       MOVE "ANULADA" TO WS-ABO-ESTADO
                   WHEN WS-ABO-SALDO <= 0
                       MOVE "PAGADA" TO WS-ABO-ESTADO
                   WHEN WS-ABO-PAGADO > 0 OR WS-ABO-RETENIDO > 0
                       MOVE "PAGO PARCIAL" TO WS-ABO-ESTADO
                   WHEN OTHER
                       MOVE "PENDIENTE" TO WS-ABO-ESTADO
               MOVE WS-ABO-PAGADO TO WS-MONTO-FMT
               CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT
               DISPLAY "TOTAL ABONADO  : " WS-TEXTO-FMT
               IF WS-ABO-RETENIDO > 0
                   MOVE WS-ABO-RETENIDO TO WS-MONTO-FMT
                   CALL "FORMATO-MONEDA" USING WS-MONTO-FMT
                       WS-TEXTO-FMT
                   DISPLAY "TOTAL RETENIDO : " WS-TEXTO-FMT
               END-IF
               MOVE WS-ABO-SALDO TO WS-MONTO-FMT
               CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT
               DISPLAY "SALDO PENDIENTE: " WS-TEXTO-FMT
               DISPLAY "ESTADO         : " WS-ABO-ESTADO
               IF WS-CUO-CANT > 0
                   MOVE WS-CUO-INTERES-TOTAL TO WS-MONTO-FMT
                   CALL "FORMATO-MONEDA" USING WS-MONTO-FMT
                       WS-TEXTO-FMT
                   DISPLAY "INTERES DEL PLAN: " WS-TEXTO-FMT
                   PERFORM 4340-MOSTRAR-CUOTAS
               END-IF
               DISPLAY "*******************************************"
           END-IF.

      *    EN FILE-CONTROL), ASI QUE LA BUSQUEDA POR NUMERO RECORRE EL
      *    ARCHIVO DESDE EL INICIO, IGUAL QUE 5000-REIMPRIMIR-FACTURA.
           MOVE 'N' TO WS-ABO-ENCONTRADA.
           MOVE 0 TO WS-ABO-FAC-TOTAL WS-ABO-FAC-SUBTOTAL
                     WS-ABO-FAC-IVA.
           MOVE SPACES TO WS-ABO-FAC-CLI-CODE.
           MOVE SPACE TO WS-ABO-FAC-ANULADA.
           OPEN INPUT FACTURAS-FILE.
                               MOVE 'S' TO WS-ABO-ENCONTRADA
                               MOVE REG-FAC-TOTAL
                                   TO WS-ABO-FAC-TOTAL
                               MOVE REG-FAC-SUBTOTAL
                                   TO WS-ABO-FAC-SUBTOTAL
                               MOVE REG-FAC-IVA
                                   TO WS-ABO-FAC-IVA
                               MOVE REG-FAC-CLI-CODE
                                   TO WS-ABO-FAC-CLI-CODE
                               MOVE REG-FAC-ANULADA
               CLOSE PAGOS-FILE
           END-IF.
           MOVE "00" TO WS-PAG-FS.
      *    LA RETENCION DEL CLIENTE TAMBIEN CUBRE PARTE DE LA FACTURA,
      *    Y SI TIENE PLAN DE CUOTAS SU INTERES SE SUMA A LO DEBIDO.
           PERFORM 4045-SUMAR-RETENCIONES.
           PERFORM 4310-CARGAR-CUOTAS-FACTURA.

       4040-END-SUMAR-ABONOS.

       4045-SUMAR-RETENCIONES SECTION.
           MOVE 0 TO WS-ABO-RETENIDO.
           MOVE 'N' TO WS-RET-EXISTE.
           OPEN INPUT RETENCIONES-FILE.
           IF WS-RET-FS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-RET-FS NOT = "00"
                   READ RETENCIONES-FILE
                       AT END MOVE "10" TO WS-RET-FS
                       NOT AT END
                           IF REG-RET-FACTURA = WS-ABO-NUMERO
                               ADD REG-RET-TOTAL TO WS-ABO-RETENIDO
                               MOVE 'S' TO WS-RET-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENCIONES-FILE
           END-IF.
           MOVE "00" TO WS-RET-FS.

       4045-END-SUMAR-RETENCIONES.

       4050-GRABAR-ABONO SECTION.
           OPEN EXTEND PAGOS-FILE.
           IF WS-PAG-FS = "35"
           MOVE WS-ABO-FAC-CLI-CODE TO REG-PAG-CLI-CODE.
           MOVE WS-ABO-MONTO-ENTRADA TO REG-PAG-MONTO.
           MOVE WS-OPERADOR-ID TO REG-PAG-OPER.
           MOVE WS-FPG-RESUMEN TO REG-PAG-FORMA-PAGO.
           WRITE REG-PAGO.
           CLOSE PAGOS-FILE.
           MOVE "00" TO WS-PAG-FS.
           MOVE 'A' TO WS-FPG-ORIGEN.
           MOVE WS-ABO-NUMERO TO WS-FPG-DOCUMENTO.
           PERFORM 4120-GRABAR-FORMAS-PAGO.

       4050-END-GRABAR-ABONO.

      *    REVERSION DE 7300-REVERSAR-BALANCE-CLIENTE.
           MOVE 'N' TO WS-CLI-ENCONTRADO.
           SET CLI-I TO 1.
           SEARCH ALL WS-CLIENTE-REG
               AT END
                   DISPLAY "EL CLIENTE DE LA FACTURA NO ESTA EN EL "
                       "MAESTRO - NO SE ACREDITO SU BALANCE"

       4060-END-ACREDITAR-ABONO-CLIENTE.

       4100-CAPTURAR-FORMA-PAGO SECTION.
      *    REPARTE WS-FPG-A-COBRAR ENTRE UNA O VARIAS FORMAS DE PAGO
      *    (HASTA 5 LINEAS; LA QUINTA TOMA TODO LO PENDIENTE). LAS
      *    FORMAS DISTINTAS DE EFECTIVO PIDEN SU REFERENCIA PARA PODER
      *    CUADRARLAS CONTRA EL VOUCHER O EL ESTADO DE CUENTA. DEJA EN
      *    WS-FPG-RESUMEN EL CODIGO PARA LA CABECERA ('M' SI SE USO
      *    MAS DE UNA FORMA).
           INITIALIZE WS-FPG-TABLA.
           MOVE 0 TO WS-FPG-CONT.
           MOVE WS-FPG-A-COBRAR TO WS-FPG-PENDIENTE.
           PERFORM UNTIL WS-FPG-PENDIENTE = 0
               PERFORM 4110-CAPTURAR-LINEA-PAGO
           END-PERFORM.
           IF WS-FPG-CONT = 0
               MOVE 'E' TO WS-FPG-RESUMEN
           ELSE
               MOVE WS-FPG-METODO(1) TO WS-FPG-RESUMEN
           END-IF.
           PERFORM VARYING FPG-I FROM 2 BY 1
                   UNTIL FPG-I > WS-FPG-CONT
               IF WS-FPG-METODO(FPG-I) NOT = WS-FPG-RESUMEN
                   MOVE 'M' TO WS-FPG-RESUMEN
               END-IF
           END-PERFORM.

       4100-END-CAPTURAR-FORMA-PAGO.

       4110-CAPTURAR-LINEA-PAGO SECTION.
           MOVE WS-FPG-PENDIENTE TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "PENDIENTE DE COBRO: " WS-TEXTO-FMT.
           DISPLAY "FORMA DE PAGO: 1.EFECTIVO 2.TARJETA "
               "3.TRANSFERENCIA 4.CHEQUE (ENTER = EFECTIVO)".
           MOVE 0 TO WS-FPG-OPCION.
           ACCEPT WS-FPG-OPCION.
           EVALUATE WS-FPG-OPCION
               WHEN 0
               WHEN 1
                   MOVE 'E' TO WS-FPG-METODO-ENTRADA
               WHEN 2
                   MOVE 'T' TO WS-FPG-METODO-ENTRADA
               WHEN 3
                   MOVE 'B' TO WS-FPG-METODO-ENTRADA
               WHEN 4
                   MOVE 'C' TO WS-FPG-METODO-ENTRADA
               WHEN OTHER
                   DISPLAY "FORMA DE PAGO NO VALIDA"
                   GO TO 4110-SALIR
           END-EVALUATE.
           IF WS-FPG-CONT = 4
               DISPLAY "ULTIMA FORMA DE PAGO - CUBRE TODO LO PENDIENTE"
               MOVE WS-FPG-PENDIENTE TO WS-FPG-MONTO-ENTRADA
           ELSE
               DISPLAY "MONTO (0 = TODO LO PENDIENTE)"
               MOVE 0 TO WS-FPG-MONTO-ENTRADA
               ACCEPT WS-FPG-MONTO-ENTRADA
               IF WS-FPG-MONTO-ENTRADA = 0
                   MOVE WS-FPG-PENDIENTE TO WS-FPG-MONTO-ENTRADA
               END-IF
           END-IF.
      *    EN EFECTIVO EL CLIENTE PUEDE ENTREGAR DE MAS Y SE LE DA
      *    CAMBIO; EN LA CAJA SOLO QUEDA LO COBRADO.
           IF WS-FPG-MONTO-ENTRADA > WS-FPG-PENDIENTE
               IF WS-FPG-METODO-ENTRADA = 'E'
                   COMPUTE WS-FPG-CAMBIO =
                       WS-FPG-MONTO-ENTRADA - WS-FPG-PENDIENTE
                   MOVE WS-FPG-CAMBIO TO WS-MONTO-FMT
                   CALL "FORMATO-MONEDA" USING WS-MONTO-FMT
                       WS-TEXTO-FMT
                   DISPLAY "CAMBIO A ENTREGAR: " WS-TEXTO-FMT
                   MOVE WS-FPG-PENDIENTE TO WS-FPG-MONTO-ENTRADA
               ELSE
                   DISPLAY "EL MONTO SUPERA LO PENDIENTE DE COBRO"
                   GO TO 4110-SALIR
               END-IF
           END-IF.
           MOVE SPACES TO WS-FPG-REF-ENTRADA.
           IF WS-FPG-METODO-ENTRADA NOT = 'E'
               DISPLAY "REFERENCIA (VOUCHER, CONFIRMACION DE LA "
                   "TRANSFERENCIA O NUMERO DE CHEQUE)"
               ACCEPT WS-FPG-REF-ENTRADA
               IF WS-FPG-REF-ENTRADA = SPACES
                   DISPLAY "LA REFERENCIA ES OBLIGATORIA PARA PAGOS "
                       "QUE NO SON EN EFECTIVO"
                   GO TO 4110-SALIR
               END-IF
           END-IF.
           ADD 1 TO WS-FPG-CONT.
           SET FPG-I TO WS-FPG-CONT.
           MOVE WS-FPG-METODO-ENTRADA TO WS-FPG-METODO(FPG-I).
           MOVE WS-FPG-MONTO-ENTRADA TO WS-FPG-MONTO(FPG-I).
           MOVE WS-FPG-REF-ENTRADA TO WS-FPG-REFERENCIA(FPG-I).
           SUBTRACT WS-FPG-MONTO-ENTRADA FROM WS-FPG-PENDIENTE.

       4110-SALIR.
           EXIT.

       4110-END-CAPTURAR-LINEA-PAGO.

       4120-GRABAR-FORMAS-PAGO SECTION.
      *    UNA LINEA EN FORMAS-PAGO.DAT POR CADA FORMA CAPTURADA EN
      *    4100, CON EL ORIGEN Y LA FACTURA QUE DEJO EL LLAMADOR EN
      *    WS-FPG-ORIGEN / WS-FPG-DOCUMENTO.
           OPEN EXTEND FORMAS-PAGO-FILE.
           IF WS-FPG-FS = "35"
               OPEN OUTPUT FORMAS-PAGO-FILE
           END-IF.
           PERFORM VARYING FPG-I FROM 1 BY 1
                   UNTIL FPG-I > WS-FPG-CONT
               MOVE FUNCTION CURRENT-DATE(1:10) TO REG-FPG-FECHA
               MOVE WS-FPG-ORIGEN TO REG-FPG-ORIGEN
               MOVE WS-FPG-DOCUMENTO TO REG-FPG-NUMERO
               MOVE WS-FPG-METODO(FPG-I) TO REG-FPG-METODO
               MOVE WS-FPG-MONTO(FPG-I) TO REG-FPG-MONTO
               MOVE WS-FPG-REFERENCIA(FPG-I) TO REG-FPG-REFERENCIA
               MOVE WS-OPERADOR-ID TO REG-FPG-OPER
               WRITE REG-FORMA-PAGO
           END-PERFORM.
           CLOSE FORMAS-PAGO-FILE.
           MOVE "00" TO WS-FPG-FS.

       4120-END-GRABAR-FORMAS-PAGO.

       4130-NOMBRE-FORMA-PAGO SECTION.
      *    TEXTO DE WS-FPG-CODIGO-NOM PARA PANTALLA E IMPRESOS.
           EVALUATE WS-FPG-CODIGO-NOM
               WHEN 'E'
                   MOVE "EFECTIVO" TO WS-FPG-NOMBRE
               WHEN 'T'
                   MOVE "TARJETA" TO WS-FPG-NOMBRE
               WHEN 'B'
                   MOVE "TRANSFERENCIA" TO WS-FPG-NOMBRE
               WHEN 'C'
                   MOVE "CHEQUE" TO WS-FPG-NOMBRE
               WHEN 'M'
                   MOVE "VARIAS FORMAS" TO WS-FPG-NOMBRE
               WHEN 'R'
                   MOVE "CREDITO (A CUENTA)" TO WS-FPG-NOMBRE
               WHEN OTHER
                   MOVE "EFECTIVO" TO WS-FPG-NOMBRE
           END-EVALUATE.

       4130-END-NOMBRE-FORMA-PAGO.

       4200-REGISTRAR-RETENCION SECTION.
      *    COMPROBANTE DE RETENCION ENTREGADO POR UN CLIENTE CONTRA UNA
      *    FACTURA A CREDITO: EL IVA Y LA RENTA RETENIDOS BAJAN EL
      *    SALDO DE LA FACTURA Y SE ACREDITAN A LA CUENTA DEL CLIENTE
      *    COMO UN ABONO, PERO SIN PASAR POR PAGOS.DAT NI POR LA CAJA
      *    (NO ES DINERO RECIBIDO). UNA FACTURA ADMITE UNA SOLA
      *    RETENCION.
           DISPLAY "NUMERO DE FACTURA RETENIDA"
           PERFORM 0200-PEDIR-NUMERO-FACTURA.
           MOVE WS-FNU-NUMERO TO WS-ABO-NUMERO.
           PERFORM 4030-BUSCAR-FACTURA-ABONO.
           IF NOT ABO-ENCONTRADA
               DISPLAY "NO EXISTE UNA FACTURA CON ESE NUMERO"
               GO TO 4200-END-REGISTRAR-RETENCION
           END-IF.
           IF WS-ABO-FAC-ANULADA = 'S'
               DISPLAY "FACTURA ANULADA - NO ADMITE RETENCION"
               GO TO 4200-END-REGISTRAR-RETENCION
           END-IF.
           IF WS-ABO-FAC-CLI-CODE = "9999999999"
               DISPLAY "FACTURA A CONSUMIDOR FINAL - NO ADMITE "
                   "RETENCION"
               GO TO 4200-END-REGISTRAR-RETENCION
           END-IF.
           PERFORM 4040-SUMAR-ABONOS.
           IF RET-EXISTE
               DISPLAY "LA FACTURA YA TIENE UNA RETENCION REGISTRADA"
               GO TO 4200-END-REGISTRAR-RETENCION
           END-IF.
           COMPUTE WS-ABO-SALDO = WS-ABO-FAC-TOTAL
               + WS-CUO-INTERES-TOTAL - WS-ABO-PAGADO - WS-ABO-RETENIDO.
           IF WS-ABO-SALDO <= 0
               DISPLAY "LA FACTURA YA ESTA PAGADA EN SU TOTALIDAD"
               GO TO 4200-END-REGISTRAR-RETENCION
           END-IF.
           PERFORM 4205-PEDIR-DATOS-RETENCION.
           IF WS-RET-TOTAL = 0
               DISPLAY "RETENCION EN CERO - NO SE REGISTRA"
               GO TO 4200-END-REGISTRAR-RETENCION
           END-IF.
           IF WS-RET-TOTAL > WS-ABO-SALDO
               DISPLAY "LA RETENCION SUPERA EL SALDO PENDIENTE - "
                   "NO SE REGISTRA"
               GO TO 4200-END-REGISTRAR-RETENCION
           END-IF.
           MOVE WS-RET-MONTO-IVA TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "IVA RETENIDO   : " WS-TEXTO-FMT.
           MOVE WS-RET-MONTO-RENTA TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "RENTA RETENIDA : " WS-TEXTO-FMT.
           MOVE WS-RET-TOTAL TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "TOTAL RETENIDO : " WS-TEXTO-FMT.
           DISPLAY "CONFIRMA EL REGISTRO DE LA RETENCION (S/N)"
           MOVE SPACE TO WS-RET-CONFIRMA.
           ACCEPT WS-RET-CONFIRMA.
           IF WS-RET-CONFIRMA NOT = 'S' AND WS-RET-CONFIRMA NOT = 's'
               DISPLAY "RETENCION NO REGISTRADA"
               GO TO 4200-END-REGISTRAR-RETENCION
           END-IF.
           PERFORM 4210-GRABAR-RETENCION.
           PERFORM 4220-ACREDITAR-RETENCION-CLIENTE.
           PERFORM 8150-GRABAR-CLIENTES.
           SUBTRACT WS-RET-TOTAL FROM WS-ABO-SALDO.
           MOVE WS-ABO-SALDO TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "RETENCION REGISTRADA - SALDO RESTANTE: "
               WS-TEXTO-FMT.

       4200-END-REGISTRAR-RETENCION.

       4205-PEDIR-DATOS-RETENCION SECTION.
      *    LOS MONTOS SE CALCULAN CON LOS PORCENTAJES DEL COMPROBANTE
      *    SOBRE LAS BASES DE LA FACTURA: EL IVA FACTURADO PARA LA
      *    RETENCION DE IVA Y EL SUBTOTAL SIN IVA PARA LA DE RENTA.
           MOVE 0 TO WS-RET-MONTO-IVA WS-RET-MONTO-RENTA WS-RET-TOTAL.
           MOVE SPACES TO WS-RET-COMPROBANTE.
           PERFORM UNTIL WS-RET-COMPROBANTE NOT = SPACES
               DISPLAY "NUMERO DEL COMPROBANTE (EJ. 001-001-000000123)"
               ACCEPT WS-RET-COMPROBANTE
           END-PERFORM.
           MOVE SPACES TO WS-RET-FECHA-EMISION.
           PERFORM UNTIL WS-RET-FECHA-EMISION IS NUMERIC AND
                   WS-RET-FECHA-EMISION <= FUNCTION CURRENT-DATE(1:8)
               DISPLAY "FECHA DEL COMPROBANTE (AAAAMMDD, ENTER = HOY)"
               ACCEPT WS-RET-FECHA-EMISION
               IF WS-RET-FECHA-EMISION = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-RET-FECHA-EMISION
               END-IF
           END-PERFORM.
           MOVE WS-ABO-FAC-IVA TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "IVA DE LA FACTURA (BASE RETENCION IVA): "
               WS-TEXTO-FMT.
           MOVE 999 TO WS-RET-PORC-IVA.
           PERFORM UNTIL RET-PORC-IVA-VALIDO
               DISPLAY "PORCENTAJE DE RETENCION DE IVA "
                   "(0, 10, 20, 30, 50, 70, 100)"
               ACCEPT WS-RET-PORC-IVA
           END-PERFORM.
           MOVE WS-ABO-FAC-SUBTOTAL TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "SUBTOTAL SIN IVA (BASE RETENCION RENTA): "
               WS-TEXTO-FMT.
           DISPLAY "PORCENTAJE DE RETENCION DE RENTA (EJ. 1,75)"
           ACCEPT WS-RET-PORC-RENTA.
           COMPUTE WS-RET-MONTO-IVA ROUNDED =
               WS-ABO-FAC-IVA * WS-RET-PORC-IVA / 100.
           COMPUTE WS-RET-MONTO-RENTA ROUNDED =
               WS-ABO-FAC-SUBTOTAL * WS-RET-PORC-RENTA / 100.
           COMPUTE WS-RET-TOTAL = WS-RET-MONTO-IVA + WS-RET-MONTO-RENTA.

       4205-END-PEDIR-DATOS-RETENCION.

       4210-GRABAR-RETENCION SECTION.
           OPEN EXTEND RETENCIONES-FILE.
           IF WS-RET-FS = "35"
               OPEN OUTPUT RETENCIONES-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:10) TO REG-RET-FECHA.
           MOVE WS-ABO-NUMERO TO REG-RET-FACTURA.
           MOVE WS-ABO-FAC-CLI-CODE TO REG-RET-CLI-CODE.
           MOVE WS-RET-COMPROBANTE TO REG-RET-COMPROBANTE.
           MOVE WS-RET-FECHA-EMISION TO REG-RET-FECHA-EMISION.
           MOVE WS-ABO-FAC-IVA TO REG-RET-BASE-IVA.
           MOVE WS-RET-PORC-IVA TO REG-RET-PORC-IVA.
           MOVE WS-RET-MONTO-IVA TO REG-RET-MONTO-IVA.
           MOVE WS-ABO-FAC-SUBTOTAL TO REG-RET-BASE-RENTA.
           MOVE WS-RET-PORC-RENTA TO REG-RET-PORC-RENTA.
           MOVE WS-RET-MONTO-RENTA TO REG-RET-MONTO-RENTA.
           MOVE WS-RET-TOTAL TO REG-RET-TOTAL.
           MOVE WS-OPERADOR-ID TO REG-RET-OPER.
           WRITE REG-RETENCION.
           CLOSE RETENCIONES-FILE.
           MOVE "00" TO WS-RET-FS.

       4210-END-GRABAR-RETENCION.

       4220-ACREDITAR-RETENCION-CLIENTE SECTION.
      *    MISMA MECANICA QUE 4060-ACREDITAR-ABONO-CLIENTE; EN
      *    MOVIMIENTOS.LOG QUEDA CON TIPO "RETENC" PARA DISTINGUIRLA
      *    DE LOS ABONOS (LOS LECTORES TRATAN COMO CREDITO TODO LO QUE
      *    NO ES "DEBITO").
           MOVE 'N' TO WS-CLI-ENCONTRADO.
           SET CLI-I TO 1.
           SEARCH ALL WS-CLIENTE-REG
               AT END
                   DISPLAY "EL CLIENTE DE LA FACTURA NO ESTA EN EL "
                       "MAESTRO - NO SE ACREDITO SU BALANCE"
               WHEN WS-TCLI-CODE(CLI-I) = WS-ABO-FAC-CLI-CODE
                   MOVE 'S' TO WS-CLI-ENCONTRADO
           END-SEARCH.
           IF CLI-ENCONTRADO
               ADD WS-RET-TOTAL TO WS-TCLI-BALANCE(CLI-I)
               IF CLIENTE-CARGADO AND
                       WS-CLIENTE-CODE = WS-TCLI-CODE(CLI-I)
                   MOVE WS-TCLI-BALANCE(CLI-I) TO WS-CLIENTE-BALANCE
               END-IF
               MOVE WS-ABO-FAC-CLI-CODE TO WS-MOV-CLI-CODE
               MOVE "RETENC" TO WS-MOV-TIPO
               MOVE WS-RET-TOTAL TO WS-MOV-MONTO
               MOVE WS-TCLI-BALANCE(CLI-I) TO WS-MOV-SALDO
               MOVE WS-ABO-NUMERO TO WS-MOV-REF
               PERFORM 3600-REGISTRAR-MOVIMIENTO
           END-IF.

       4220-END-ACREDITAR-RETENCION-CLIENTE.

       4300-PLAN-CUOTAS SECTION.
      *    PLAN DE PAGOS DE UNA FACTURA A CREDITO: EL SALDO PENDIENTE
      *    SE DIVIDE EN CUOTAS MENSUALES CON SU PROPIO VENCIMIENTO, CON
      *    INTERES OPCIONAL (CUOTA FIJA, SISTEMA FRANCES). LOS ABONOS
      *    QUE LUEGO SE REGISTRAN EN 4010 VAN CANCELANDO LAS CUOTAS EN
      *    ORDEN. UNA FACTURA ADMITE UN SOLO PLAN; SI YA LO TIENE SE
      *    MUESTRA CON EL ESTADO DE CADA CUOTA.
           DISPLAY "NUMERO DE FACTURA DEL PLAN"
           PERFORM 0200-PEDIR-NUMERO-FACTURA.
           MOVE WS-FNU-NUMERO TO WS-ABO-NUMERO.
           PERFORM 4030-BUSCAR-FACTURA-ABONO.
           IF NOT ABO-ENCONTRADA
               DISPLAY "NO EXISTE UNA FACTURA CON ESE NUMERO"
               GO TO 4300-END-PLAN-CUOTAS
           END-IF.
           IF WS-ABO-FAC-ANULADA = 'S'
               DISPLAY "FACTURA ANULADA - NO ADMITE PLAN DE PAGOS"
               GO TO 4300-END-PLAN-CUOTAS
           END-IF.
           IF WS-ABO-FAC-CLI-CODE = "9999999999"
               DISPLAY "FACTURA A CONSUMIDOR FINAL - SE COBRO "
                   "DE CONTADO, NO ADMITE PLAN DE PAGOS"
               GO TO 4300-END-PLAN-CUOTAS
           END-IF.
           PERFORM 4040-SUMAR-ABONOS.
           IF WS-CUO-CANT > 0
               DISPLAY "LA FACTURA YA TIENE UN PLAN DE "
                   WS-CUO-CANT " CUOTAS"
               MOVE WS-CUO-INTERES-TOTAL TO WS-MONTO-FMT
               CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT
               DISPLAY "INTERES DEL PLAN: " WS-TEXTO-FMT
               PERFORM 4340-MOSTRAR-CUOTAS
               GO TO 4300-END-PLAN-CUOTAS
           END-IF.
           COMPUTE WS-ABO-SALDO = WS-ABO-FAC-TOTAL
               - WS-ABO-PAGADO - WS-ABO-RETENIDO.
           IF WS-ABO-SALDO <= 0
               DISPLAY "LA FACTURA YA ESTA PAGADA EN SU TOTALIDAD"
               GO TO 4300-END-PLAN-CUOTAS
           END-IF.
           MOVE WS-ABO-SALDO TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "SALDO A FINANCIAR: " WS-TEXTO-FMT.
           MOVE 0 TO WS-CUO-CANT-ENTRADA.
           PERFORM UNTIL WS-CUO-CANT-ENTRADA >= 2 AND
                   WS-CUO-CANT-ENTRADA <= 60
               DISPLAY "NUMERO DE CUOTAS (2 A 60)"
               ACCEPT WS-CUO-CANT-ENTRADA
           END-PERFORM.
           MOVE SPACES TO WS-CUO-PRIMER-VENCE.
           PERFORM UNTIL WS-CUO-PRIMER-VENCE IS NUMERIC AND
                   WS-CUO-PRIMER-VENCE >= FUNCTION CURRENT-DATE(1:8)
               DISPLAY "VENCIMIENTO DE LA PRIMERA CUOTA (AAAAMMDD)"
               ACCEPT WS-CUO-PRIMER-VENCE
               IF WS-CUO-PRIMER-VENCE IS NUMERIC
                   MOVE WS-CUO-PRIMER-VENCE TO WS-CUO-FECHA
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-CUO-FECHA) NOT = 0
                       DISPLAY "FECHA INVALIDA"
                       MOVE SPACES TO WS-CUO-PRIMER-VENCE
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "TASA DE INTERES MENSUAL % (ENTER = SIN INTERES)"
           MOVE 0 TO WS-CUO-TASA.
           ACCEPT WS-CUO-TASA.
           MOVE WS-ABO-SALDO TO WS-CUO-SALDO-CAPITAL.
           PERFORM 4320-CALCULAR-CUOTAS.
      *    EL PLAN RECIEN CALCULADO NO TIENE PAGOS APLICADOS: LO YA
      *    ABONADO ANTES DEL PLAN ES EXACTAMENTE LO QUE NO SE FINANCIA.
           PERFORM 4340-MOSTRAR-CUOTAS.
           MOVE WS-CUO-INTERES-TOTAL TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "INTERES DEL PLAN: " WS-TEXTO-FMT.
           DISPLAY "CONFIRMA EL PLAN DE PAGOS (S/N)"
           MOVE SPACE TO WS-CUO-CONFIRMA.
           ACCEPT WS-CUO-CONFIRMA.
           IF WS-CUO-CONFIRMA NOT = 'S' AND WS-CUO-CONFIRMA NOT = 's'
               DISPLAY "PLAN DE PAGOS NO REGISTRADO"
               MOVE 0 TO WS-CUO-CANT WS-CUO-INTERES-TOTAL
               GO TO 4300-END-PLAN-CUOTAS
           END-IF.
           PERFORM 4330-GRABAR-CUOTAS.
           IF WS-CUO-INTERES-TOTAL > 0
               PERFORM 4335-CARGAR-INTERES-CLIENTE
               PERFORM 8150-GRABAR-CLIENTES
           END-IF.
           DISPLAY "PLAN DE PAGOS REGISTRADO".

       4300-END-PLAN-CUOTAS.

       4310-CARGAR-CUOTAS-FACTURA SECTION.
      *    CUOTAS DEL PLAN DE LA FACTURA WS-ABO-NUMERO (CERO SI NO
      *    TIENE PLAN) Y SUS TOTALES DE CAPITAL E INTERES.
           MOVE 0 TO WS-CUO-CANT WS-CUO-CAPITAL-TOTAL
                     WS-CUO-INTERES-TOTAL WS-CUO-TASA.
           OPEN INPUT CUOTAS-FILE.
           IF WS-CUO-FS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CUO-FS NOT = "00"
                   READ CUOTAS-FILE
                       AT END MOVE "10" TO WS-CUO-FS
                       NOT AT END
                           IF REG-CUO-FACTURA = WS-ABO-NUMERO AND
                                   WS-CUO-CANT < 60
                               ADD 1 TO WS-CUO-CANT
                               SET CUO-I TO WS-CUO-CANT
                               MOVE REG-CUO-VENCE
                                   TO WS-TCUO-VENCE(CUO-I)
                               MOVE REG-CUO-CAPITAL
                                   TO WS-TCUO-CAPITAL(CUO-I)
                               MOVE REG-CUO-INTERES
                                   TO WS-TCUO-INTERES(CUO-I)
                               MOVE REG-CUO-MONTO
                                   TO WS-TCUO-MONTO(CUO-I)
                               MOVE REG-CUO-TASA TO WS-CUO-TASA
                               ADD REG-CUO-CAPITAL
                                   TO WS-CUO-CAPITAL-TOTAL
                               ADD REG-CUO-INTERES
                                   TO WS-CUO-INTERES-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS-FILE
           END-IF.
           MOVE "00" TO WS-CUO-FS.

       4310-END-CARGAR-CUOTAS-FACTURA.

       4320-CALCULAR-CUOTAS SECTION.
      *    CON TASA: CUOTA FIJA = P * I * (1+I)**N / ((1+I)**N - 1);
      *    EL INTERES DE CADA CUOTA ES EL DEL CAPITAL QUE AUN SE DEBE.
      *    SIN TASA: EL CAPITAL SE DIVIDE EN PARTES IGUALES. EN AMBOS
      *    CASOS LA ULTIMA CUOTA ABSORBE LOS CENTAVOS DEL REDONDEO.
      *    LOS VENCIMIENTOS SON MENSUALES EL MISMO DIA DE LA PRIMERA
      *    CUOTA (EL ULTIMO DIA DEL MES SI ESE DIA NO EXISTE).
           MOVE WS-CUO-CANT-ENTRADA TO WS-CUO-CANT.
           MOVE 0 TO WS-CUO-CAPITAL-TOTAL WS-CUO-INTERES-TOTAL.
           COMPUTE WS-CUO-TASA-DEC = WS-CUO-TASA / 100.
           IF WS-CUO-TASA > 0
               COMPUTE WS-CUO-POTENCIA ROUNDED =
                   (1 + WS-CUO-TASA-DEC) ** WS-CUO-CANT
               COMPUTE WS-CUO-CUOTA-FIJA ROUNDED =
                   WS-CUO-SALDO-CAPITAL * WS-CUO-TASA-DEC
                   * WS-CUO-POTENCIA / (WS-CUO-POTENCIA - 1)
           ELSE
               COMPUTE WS-CUO-CUOTA-FIJA =
                   WS-CUO-SALDO-CAPITAL / WS-CUO-CANT
           END-IF.
           PERFORM VARYING CUO-I FROM 1 BY 1 UNTIL CUO-I > WS-CUO-CANT
               COMPUTE WS-TCUO-INTERES(CUO-I) ROUNDED =
                   WS-CUO-SALDO-CAPITAL * WS-CUO-TASA-DEC
               IF CUO-I = WS-CUO-CANT
                   MOVE WS-CUO-SALDO-CAPITAL TO WS-TCUO-CAPITAL(CUO-I)
               ELSE
                   COMPUTE WS-TCUO-CAPITAL(CUO-I) =
                       WS-CUO-CUOTA-FIJA - WS-TCUO-INTERES(CUO-I)
               END-IF
               COMPUTE WS-TCUO-MONTO(CUO-I) =
                   WS-TCUO-CAPITAL(CUO-I) + WS-TCUO-INTERES(CUO-I)
               SUBTRACT WS-TCUO-CAPITAL(CUO-I)
                   FROM WS-CUO-SALDO-CAPITAL
               ADD WS-TCUO-CAPITAL(CUO-I) TO WS-CUO-CAPITAL-TOTAL
               ADD WS-TCUO-INTERES(CUO-I) TO WS-CUO-INTERES-TOTAL
               MOVE 0 TO WS-TCUO-PAGADO(CUO-I)
               SET WS-CUO-MESES TO CUO-I
               COMPUTE WS-CUO-MESES =
                   WS-CUO-PRIMER-MES - 1 + WS-CUO-MESES - 1
               DIVIDE WS-CUO-MESES BY 12 GIVING WS-CUO-ANIOS
                   REMAINDER WS-CUO-MES-RESTO
               COMPUTE WS-CUO-ANIO = WS-CUO-PRIMER-ANIO + WS-CUO-ANIOS
               COMPUTE WS-CUO-MES = WS-CUO-MES-RESTO + 1
               MOVE WS-CUO-PRIMER-DIA TO WS-CUO-DIA
               PERFORM UNTIL
                       FUNCTION TEST-DATE-YYYYMMDD(WS-CUO-FECHA) = 0
                   SUBTRACT 1 FROM WS-CUO-DIA
               END-PERFORM
               MOVE WS-CUO-FECHA TO WS-TCUO-VENCE(CUO-I)
           END-PERFORM.

       4320-END-CALCULAR-CUOTAS.

       4330-GRABAR-CUOTAS SECTION.
           OPEN EXTEND CUOTAS-FILE.
           IF WS-CUO-FS = "35"
               OPEN OUTPUT CUOTAS-FILE
           END-IF.
           PERFORM VARYING CUO-I FROM 1 BY 1 UNTIL CUO-I > WS-CUO-CANT
               MOVE WS-ABO-NUMERO TO REG-CUO-FACTURA
               SET REG-CUO-NUMERO TO CUO-I
               MOVE WS-CUO-CANT TO REG-CUO-CANTIDAD
               MOVE WS-TCUO-VENCE(CUO-I) TO REG-CUO-VENCE
               MOVE WS-TCUO-CAPITAL(CUO-I) TO REG-CUO-CAPITAL
               MOVE WS-TCUO-INTERES(CUO-I) TO REG-CUO-INTERES
               MOVE WS-TCUO-MONTO(CUO-I) TO REG-CUO-MONTO
               MOVE WS-CUO-TASA TO REG-CUO-TASA
               MOVE FUNCTION CURRENT-DATE(1:10) TO REG-CUO-FECHA
               MOVE WS-OPERADOR-ID TO REG-CUO-OPER
               WRITE REG-CUOTA
           END-PERFORM.
           CLOSE CUOTAS-FILE.
           MOVE "00" TO WS-CUO-FS.

       4330-END-GRABAR-CUOTAS.

       4335-CARGAR-INTERES-CLIENTE SECTION.
      *    EL INTERES DEL PLAN ES DEUDA NUEVA DEL CLIENTE: BAJA SU
      *    BALANCE COMO UNA VENTA (2040) Y QUEDA EN MOVIMIENTOS.LOG
      *    COMO DEBITO CON LA FACTURA COMO REFERENCIA.
           MOVE 'N' TO WS-CLI-ENCONTRADO.
           SET CLI-I TO 1.
           SEARCH ALL WS-CLIENTE-REG
               AT END
                   DISPLAY "EL CLIENTE DE LA FACTURA NO ESTA EN EL "
                       "MAESTRO - NO SE CARGO EL INTERES"
               WHEN WS-TCLI-CODE(CLI-I) = WS-ABO-FAC-CLI-CODE
                   MOVE 'S' TO WS-CLI-ENCONTRADO
           END-SEARCH.
           IF CLI-ENCONTRADO
               SUBTRACT WS-CUO-INTERES-TOTAL FROM WS-TCLI-BALANCE(CLI-I)
               IF CLIENTE-CARGADO AND
                       WS-CLIENTE-CODE = WS-TCLI-CODE(CLI-I)
                   MOVE WS-TCLI-BALANCE(CLI-I) TO WS-CLIENTE-BALANCE
               END-IF
               MOVE WS-ABO-FAC-CLI-CODE TO WS-MOV-CLI-CODE
               MOVE "DEBITO" TO WS-MOV-TIPO
               MOVE WS-CUO-INTERES-TOTAL TO WS-MOV-MONTO
               MOVE WS-TCLI-BALANCE(CLI-I) TO WS-MOV-SALDO
               MOVE WS-ABO-NUMERO TO WS-MOV-REF
               PERFORM 3600-REGISTRAR-MOVIMIENTO
           END-IF.

       4335-END-CARGAR-INTERES-CLIENTE.

       4340-MOSTRAR-CUOTAS SECTION.
      *    REPARTE LO ABONADO Y RETENIDO A LA FACTURA SOBRE LAS CUOTAS
      *    EN ORDEN, DESPUES DE DESCONTAR LO QUE SE HABIA PAGADO ANTES
      *    DEL PLAN (TOTAL DE LA FACTURA MENOS EL CAPITAL FINANCIADO).
           COMPUTE WS-CUO-DISPONIBLE = WS-ABO-PAGADO + WS-ABO-RETENIDO
               - (WS-ABO-FAC-TOTAL - WS-CUO-CAPITAL-TOTAL).
           IF WS-CUO-DISPONIBLE < 0
               MOVE 0 TO WS-CUO-DISPONIBLE
           END-IF.
           PERFORM VARYING CUO-I FROM 1 BY 1 UNTIL CUO-I > WS-CUO-CANT
               IF WS-CUO-DISPONIBLE >= WS-TCUO-MONTO(CUO-I)
                   MOVE WS-TCUO-MONTO(CUO-I) TO WS-TCUO-PAGADO(CUO-I)
               ELSE
                   MOVE WS-CUO-DISPONIBLE TO WS-TCUO-PAGADO(CUO-I)
               END-IF
               SUBTRACT WS-TCUO-PAGADO(CUO-I) FROM WS-CUO-DISPONIBLE
               EVALUATE TRUE
                   WHEN WS-TCUO-PAGADO(CUO-I) = WS-TCUO-MONTO(CUO-I)
                       MOVE "PAGADA" TO WS-CUO-ESTADO
                   WHEN WS-TCUO-VENCE(CUO-I) <
                           FUNCTION CURRENT-DATE(1:8)
                       MOVE "VENCIDA" TO WS-CUO-ESTADO
                   WHEN WS-TCUO-PAGADO(CUO-I) > 0
                       MOVE "PARCIAL" TO WS-CUO-ESTADO
                   WHEN OTHER
                       MOVE "PENDIENTE" TO WS-CUO-ESTADO
               END-EVALUATE
               SET WS-CUOL-NUMERO TO CUO-I
               MOVE WS-TCUO-VENCE(CUO-I) TO WS-CUOL-VENCE
               MOVE WS-TCUO-MONTO(CUO-I) TO WS-CUOL-MONTO
               MOVE WS-TCUO-PAGADO(CUO-I) TO WS-CUOL-PAGADO
               MOVE WS-CUO-ESTADO TO WS-CUOL-ESTADO
               DISPLAY WS-CUO-LINEA
           END-PERFORM.

       4340-END-MOSTRAR-CUOTAS.

       5000-REIMPRIMIR-FACTURA SECTION.
      *    REQ 028 - FACTURAS.DAT ES SECUENCIAL (VER NOTA DE INDEXADO
      *    EN FILE-CONTROL), ASI QUE LA BUSQUEDA POR NUMERO RECORRE EL
      *    REIMPRESION MUESTRA LOS MISMOS TOTALES Y LAS MISMAS LINEAS
      *    QUE LA FACTURA ORIGINAL.
           DISPLAY "NUMERO DE FACTURA A REIMPRIMIR"
           PERFORM 0200-PEDIR-NUMERO-FACTURA.
           MOVE WS-FNU-NUMERO TO WS-REIMP-NUMERO.
           MOVE 'N' TO WS-REIMP-ENCONTRADA.
           OPEN INPUT FACTURAS-FILE.
           IF WS-FAC-FS = "35"

       5000-END-REIMPRIMIR-FACTURA.

       5005-NUMERO-LEGAL-FACTURA SECTION.
      *    NUMERO LEGAL DE LA FACTURA CARGADA EN REG-FACTURA, EN
      *    WS-IMP-NUM-COMPLETO. LAS FACTURAS ANTERIORES A LOS PUNTOS DE
      *    EMISION LO TRAEN EN BLANCO Y SE NUMERAN 001-001 + INTERNO.
           IF REG-FAC-NUM-COMPLETO = SPACES
               MOVE "001" TO WS-FNU-ESTAB
               MOVE "001" TO WS-FNU-PTO
               MOVE REG-FAC-NUMERO TO WS-FNU-SEC
               MOVE WS-FNU-COMPLETO TO WS-IMP-NUM-COMPLETO
           ELSE
               MOVE REG-FAC-NUM-COMPLETO TO WS-IMP-NUM-COMPLETO
           END-IF.

       5005-END-NUMERO-LEGAL-FACTURA.

       5010-MOSTRAR-FACTURA-GRABADA SECTION.
           DISPLAY "*******************************************"
           DISPLAY "FACTURA (REIMPRESION)"
           PERFORM 5005-NUMERO-LEGAL-FACTURA
           DISPLAY "NUMERO  : " WS-IMP-NUM-COMPLETO
               " (INTERNO " REG-FAC-NUMERO ")"
           DISPLAY "FECHA   : " REG-FAC-FECHA
           DISPLAY "CLIENTE : " REG-FAC-CLI-NOMBRE
           IF REG-FAC-CLI-ID-TIPO NOT = SPACE
               MOVE REG-FAC-CLI-ID-TIPO TO WS-IMP-CLI-ID-TIPO
               PERFORM 5040-NOMBRE-IDENTIFICACION
               DISPLAY WS-IMP-CLI-ID-NOMBRE ": " REG-FAC-CLI-ID-NUMERO
           END-IF
      *    REQ 049 - AVISA SI LA FACTURA QUE SE ESTA REIMPRIMIENDO YA
      *    FUE ANULADA.
           IF REG-FAC-ANULADA = 'S'
           MOVE REG-FAC-TOTAL TO WS-MONTO-FMT.
           CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT.
           DISPLAY "TOTAL A PAGAR  : " WS-TEXTO-FMT.
           IF REG-FAC-FORMA-PAGO NOT = SPACE
               MOVE REG-FAC-FORMA-PAGO TO WS-FPG-CODIGO-NOM
               PERFORM 4130-NOMBRE-FORMA-PAGO
               DISPLAY "FORMA DE PAGO  : " WS-FPG-NOMBRE
           END-IF.
      *    REQ 068 - NOTAS DE CREDITO EMITIDAS CONTRA ESTA FACTURA.
           PERFORM 9075-MOSTRAR-NOTAS-FACTURA.
           DISPLAY "*******************************************".
           MOVE REG-FAC-NUMERO TO WS-IMP-NUMERO.
           MOVE REG-FAC-FECHA TO WS-IMP-FECHA.
           MOVE REG-FAC-CLI-NOMBRE TO WS-IMP-CLI-NOMBRE.
           MOVE REG-FAC-CLI-ID-TIPO TO WS-IMP-CLI-ID-TIPO.
           MOVE REG-FAC-CLI-ID-NUMERO TO WS-IMP-CLI-ID-NUMERO.
           MOVE REG-FAC-SUBTOTAL TO WS-IMP-SUBTOTAL.
           IF REG-FAC-BASE-GRAVADA IS NUMERIC
                   AND REG-FAC-BASE-EXENTA IS NUMERIC
           MOVE REG-FAC-IVA TO WS-IMP-IVA.
           MOVE REG-FAC-TOTAL TO WS-IMP-TOTAL.
           MOVE REG-FAC-ANULADA TO WS-IMP-ANULADA.
           MOVE REG-FAC-FORMA-PAGO TO WS-IMP-FORMA-PAGO.
           PERFORM 5020-GENERAR-IMPRESO-FACTURA.

       5010-END-MOSTRAR-FACTURA-GRABADA.
           MOVE WS-IMP-RAYA TO REG-IMPRESO.
           WRITE REG-IMPRESO.
           MOVE SPACES TO WS-IMP-LINEA.
           STRING "FACTURA No. " WS-IMP-NUM-COMPLETO
               DELIMITED BY SIZE INTO WS-IMP-LINEA.
           MOVE WS-IMP-LINEA TO REG-IMPRESO.
           WRITE REG-IMPRESO.
               DELIMITED BY SIZE INTO WS-IMP-LINEA.
           MOVE WS-IMP-LINEA TO REG-IMPRESO.
           WRITE REG-IMPRESO.
      *    FACTURAS ANTERIORES A LA IDENTIFICACION DEL COMPRADOR NO LA
      *    TRAEN Y SE IMPRIMEN SIN ESA LINEA.
           IF WS-IMP-CLI-ID-TIPO NOT = SPACE
               PERFORM 5040-NOMBRE-IDENTIFICACION
               MOVE SPACES TO WS-IMP-LINEA
               STRING WS-IMP-CLI-ID-NOMBRE ": " WS-IMP-CLI-ID-NUMERO
                   DELIMITED BY SIZE INTO WS-IMP-LINEA
               MOVE WS-IMP-LINEA TO REG-IMPRESO
               WRITE REG-IMPRESO
           END-IF.
      *    MARCA DE AGUA PARA FACTURAS YA ANULADAS (REQ 049).
           IF WS-IMP-ANULADA = 'S'
               MOVE "********** F A C T U R A   A N U L A D A *********"

       5025-END-IMPRESO-CABECERA.

       5040-NOMBRE-IDENTIFICACION SECTION.
      *    ROTULO DEL TIPO DE IDENTIFICACION WS-IMP-CLI-ID-TIPO PARA
      *    LA PANTALLA Y LA COPIA IMPRESA.
           EVALUATE WS-IMP-CLI-ID-TIPO
               WHEN 'C'
                   MOVE "CEDULA" TO WS-IMP-CLI-ID-NOMBRE
               WHEN 'R'
                   MOVE "RUC" TO WS-IMP-CLI-ID-NOMBRE
               WHEN 'P'
                   MOVE "PASAPORTE" TO WS-IMP-CLI-ID-NOMBRE
               WHEN 'F'
                   MOVE "CONS.FINAL" TO WS-IMP-CLI-ID-NOMBRE
               WHEN OTHER
                   MOVE "IDENTIF." TO WS-IMP-CLI-ID-NOMBRE
           END-EVALUATE.

       5040-END-NOMBRE-IDENTIFICACION.

       5030-IMPRESO-DETALLE SECTION.
      *    MISMO RECORRIDO SECUENCIAL DE FACTURA-DETALLE.DAT QUE 5015
      *    (EL ARCHIVO ES SOLO-ANEXAR, VER NOTA DE FILE-CONTROL), PERO
           MOVE WS-TEXTO-FMT TO WS-IMT-VALOR.
           MOVE WS-IMP-TOT-LINEA TO REG-IMPRESO.
           WRITE REG-IMPRESO.
      *    FACTURAS ANTERIORES A LA FORMA DE PAGO NO LA IMPRIMEN.
           IF WS-IMP-FORMA-PAGO NOT = SPACE
               MOVE WS-IMP-FORMA-PAGO TO WS-FPG-CODIGO-NOM
               PERFORM 4130-NOMBRE-FORMA-PAGO
               MOVE "FORMA DE PAGO  : " TO WS-IMT-ETIQUETA
               MOVE WS-FPG-NOMBRE TO WS-IMT-VALOR
               MOVE WS-IMP-TOT-LINEA TO REG-IMPRESO
               WRITE REG-IMPRESO
           END-IF.
           MOVE WS-IMP-RAYA TO REG-IMPRESO.
           WRITE REG-IMPRESO.
           MOVE "GRACIAS POR SU COMPRA" TO REG-IMPRESO.
               GO TO 7000-END-ANULAR-FACTURA
           END-IF.
           DISPLAY "NUMERO DE FACTURA A ANULAR"
           PERFORM 0200-PEDIR-NUMERO-FACTURA.
           MOVE WS-FNU-NUMERO TO WS-ANU-NUMERO.
           MOVE 'N' TO WS-ANU-ENCONTRADA.
           PERFORM 7100-CARGAR-FACTURAS-TABLA.
           IF FAC-TABLA-LLENA
                   DISPLAY "ESA FACTURA YA ESTABA ANULADA"
               ELSE
                   MOVE 'S' TO WS-TFAC-ANULADA(FAC-I)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-TFAC-FECHA-ANULACION(FAC-I)
      *            REQ 049 - SE REVIERTE EL COBRO A LA CUENTA DEL
      *            CLIENTE (SI LA FACTURA FUE A UN CLIENTE CARGADO Y NO
      *            A CONSUMIDOR FINAL) Y SE DEVUELVE AL CATALOGO EL
                               TO WS-TFAC-BASE-GRAVADA(FAC-I)
                           MOVE REG-FAC-BASE-EXENTA(1:11)
                               TO WS-TFAC-BASE-EXENTA(FAC-I)
                           MOVE REG-FAC-FORMA-PAGO
                               TO WS-TFAC-FORMA-PAGO(FAC-I)
                           MOVE REG-FAC-CLI-ID-TIPO
                               TO WS-TFAC-CLI-ID-TIPO(FAC-I)
                           MOVE REG-FAC-CLI-ID-NUMERO
                               TO WS-TFAC-CLI-ID-NUMERO(FAC-I)
                           MOVE REG-FAC-NUM-COMPLETO
                               TO WS-TFAC-NUM-COMPLETO(FAC-I)
                           MOVE REG-FAC-FECHA-ANULACION
                               TO WS-TFAC-FECHA-ANULACION(FAC-I)
                           SET FAC-I UP BY 1
                   END-READ
               END-PERFORM
                   TO REG-FAC-BASE-GRAVADA(1:11)
               MOVE WS-TFAC-BASE-EXENTA(FAC-I)
                   TO REG-FAC-BASE-EXENTA(1:11)
               MOVE WS-TFAC-FORMA-PAGO(FAC-I) TO REG-FAC-FORMA-PAGO
               MOVE WS-TFAC-CLI-ID-TIPO(FAC-I) TO REG-FAC-CLI-ID-TIPO
               MOVE WS-TFAC-CLI-ID-NUMERO(FAC-I)
                   TO REG-FAC-CLI-ID-NUMERO
               MOVE WS-TFAC-NUM-COMPLETO(FAC-I)
                   TO REG-FAC-NUM-COMPLETO
               MOVE WS-TFAC-FECHA-ANULACION(FAC-I)
                   TO REG-FAC-FECHA-ANULACION
               WRITE REG-FACTURA
           END-PERFORM.
           CLOSE FACTURAS-FILE.
           IF WS-TFAC-CLI-CODE(FAC-I) NOT = "9999999999"
               MOVE 'N' TO WS-CLI-ENCONTRADO
               SET CLI-I TO 1
               SEARCH ALL WS-CLIENTE-REG
                   AT END
                       CONTINUE
                   WHEN WS-TCLI-CODE(CLI-I) = WS-TFAC-CLI-CODE(FAC-I)
                       MOVE 'S' TO WS-CLI-ENCONTRADO
               END-SEARCH
               IF CLI-ENCONTRADO
      *            SI LA FACTURA TENIA PLAN DE CUOTAS, EL INTERES QUE
      *            SE LE CARGO AL CLIENTE (4335) TAMBIEN SE REVERSA.
                   MOVE WS-ANU-NUMERO TO WS-ABO-NUMERO
                   PERFORM 4310-CARGAR-CUOTAS-FACTURA
                   ADD WS-TFAC-TOTAL(FAC-I) WS-CUO-INTERES-TOTAL
                       TO WS-TCLI-BALANCE(CLI-I)
      *            SI ES EL CLIENTE CARGADO EN LA SESION, SU COPIA DE
      *            TRABAJO TAMBIEN SE REFRESCA PARA QUE LA PROXIMA
      *            VALIDACION DE LIMITE (2025) VEA EL BALANCE YA
      *            REFERENCIA.
                   MOVE WS-TFAC-CLI-CODE(FAC-I) TO WS-MOV-CLI-CODE
                   MOVE "CREDITO" TO WS-MOV-TIPO
                   COMPUTE WS-MOV-MONTO =
                       WS-TFAC-TOTAL(FAC-I) + WS-CUO-INTERES-TOTAL
                   MOVE WS-TCLI-BALANCE(CLI-I) TO WS-MOV-SALDO
                   MOVE WS-ANU-NUMERO TO WS-MOV-REF
                   PERFORM 3600-REGISTRAR-MOVIMIENTO
                               MOVE REG-DET-CODIGO TO WS-COD-BUSCADO
                               MOVE 'N' TO WS-PROD-ENCONTRADO
                               SET PROD-I TO 1
                               SEARCH ALL WS-PRODUCTO-REG
                                   AT END
                                       CONTINUE
                                   WHEN WS-PROD-CODIGO(PROD-I)
      *    DE LA FACTURA Y DESCONTADA EN RESUMEN-DIARIO. PARA ANULAR
      *    LA FACTURA COMPLETA SIGUE EXISTIENDO 7000-ANULAR-FACTURA.
           DISPLAY "NUMERO DE FACTURA DE LA DEVOLUCION"
           PERFORM 0200-PEDIR-NUMERO-FACTURA.
           MOVE WS-FNU-NUMERO TO WS-ABO-NUMERO.
           PERFORM 4030-BUSCAR-FACTURA-ABONO.
           IF NOT ABO-ENCONTRADA
               DISPLAY "NO EXISTE UNA FACTURA CON ESE NUMERO"
               PERFORM 9070-APLICAR-NOTA-CREDITO
               MOVE WS-NC-TOTAL TO WS-MONTO-FMT
               CALL "FORMATO-MONEDA" USING WS-MONTO-FMT WS-TEXTO-FMT
               DISPLAY "NOTA DE CREDITO No. " WS-PEM-NUMERO
                   " (INTERNO " WS-NC-NUMERO ")"
               DISPLAY "GRABADA - TOTAL DEVUELTO " WS-TEXTO-FMT
           END-IF.

       9050-SALIR.
           CLOSE NCSEQ-FILE.
           MOVE "00" TO WS-NCSEQ-FS.
           MOVE WS-NC-ULTIMA TO WS-NC-NUMERO.
           SET PEM-I TO WS-PEM-ACTUAL.
           ADD 1 TO WS-TPEM-ULT-NC(PEM-I).
           MOVE WS-TPEM-ULT-NC(PEM-I) TO WS-PEM-NUM-SEC.
           PERFORM 8185-GRABAR-PUNTOS-EMISION.
           OPEN EXTEND NOTACRED-FILE.
           IF WS-NC-FS = "35"
               OPEN OUTPUT NOTACRED-FILE
           MOVE WS-NC-BASE-GRAVADA TO REG-NC-BASE-GRAVADA.
           MOVE WS-NC-BASE-EXENTA TO REG-NC-BASE-EXENTA.
           MOVE WS-OPERADOR-ID TO REG-NC-OPERADOR.
           MOVE WS-PEM-NUMERO TO REG-NC-NUM-COMPLETO.
           WRITE REG-NOTA-CREDITO.
           CLOSE NOTACRED-FILE.
           MOVE "00" TO WS-NC-FS.
           END-PERFORM.
           CLOSE NCDETALLE-FILE.
           MOVE "00" TO WS-NCD-FS.
           MOVE "04" TO WS-SRI-TIPO.
           MOVE WS-NC-NUMERO TO WS-SRI-NUMERO.
           PERFORM 2049-COMPROBANTE-ELECTRONICO.

       9065-END-GRABAR-NOTA-CREDITO.

               MOVE WS-NCI-CODIGO(NC-I) TO WS-COD-BUSCADO
               MOVE 'N' TO WS-PROD-ENCONTRADO
               SET PROD-I TO 1
               SEARCH ALL WS-PRODUCTO-REG
                   AT END
                       CONTINUE
                   WHEN WS-PROD-CODIGO(PROD-I) = WS-COD-BUSCADO
           IF WS-ABO-FAC-CLI-CODE NOT = "9999999999"
               MOVE 'N' TO WS-CLI-ENCONTRADO
               SET CLI-I TO 1
               SEARCH ALL WS-CLIENTE-REG
                   AT END
                       DISPLAY "EL CLIENTE DE LA FACTURA NO ESTA EN "
                           "EL MAESTRO - NO SE ACREDITO SU BALANCE"
                               MOVE REG-NC-TOTAL TO WS-MONTO-FMT
                               CALL "FORMATO-MONEDA" USING
                                   WS-MONTO-FMT WS-TEXTO-FMT
                               IF REG-NC-NUM-COMPLETO = SPACES
                                   MOVE "001" TO WS-FNU-ESTAB
                                   MOVE "001" TO WS-FNU-PTO
                                   MOVE REG-NC-NUMERO TO WS-FNU-SEC
                               ELSE
                                   MOVE REG-NC-NUM-COMPLETO
                                       TO WS-FNU-COMPLETO
                               END-IF
                               DISPLAY "NOTA DE CREDITO No. "
                                   WS-FNU-COMPLETO " DEL "
                                   REG-NC-FECHA(1:8) " POR "
                                   WS-TEXTO-FMT
                           END-IF
            PERFORM 8100-GRABAR-PRODUCTOS.
            PERFORM 8150-GRABAR-CLIENTES.
            PERFORM 8180-GRABAR-CONSECUTIVO.
            PERFORM 0150-SOLTAR-BLOQUEOS.
      *    REQ 023 - GOBACK PARA PODER SER LLAMADO DESDE EL MENU
      *    PRINCIPAL; SIGUE TERMINANDO EL PROCESO IGUAL QUE ANTES
      *    CUANDO VSFACTU CORRE COMO PROGRAMA INDEPENDIENTE.

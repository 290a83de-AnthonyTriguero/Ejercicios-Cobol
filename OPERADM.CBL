           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FS.
      *    PARAMETROS DE BLOQUEO Y VENCIMIENTO DE CLAVES (VER
      *    SEGREG.CPY) Y BITACORA DE SEGURIDAD (VER SEGLIN.CPY),
      *    COMPARTIDOS CON MENU-SISTEMA.
           SELECT SEGPAR-FILE ASSIGN TO "SEGURIDAD.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPAR-FS.
           SELECT SEGURIDAD-FILE ASSIGN TO "SEGURIDAD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEG-FS.
      *    PUNTOS DE EMISION (VER PEMREG.CPY): SOLO SE LEE PARA
      *    VALIDAR EL PUNTO QUE SE ASIGNA A UN OPERADOR.
           SELECT PUNTOS-EMISION-FILE ASSIGN TO "PUNTOS-EMISION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEM-FS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-FILE.
           COPY OPERREG.
       FD  SEGPAR-FILE.
           COPY SEGREG.
       FD  SEGURIDAD-FILE.
       01  REG-SEGURIDAD              PIC X(120).
       FD  PUNTOS-EMISION-FILE.
           COPY PEMREG.
      *-----------------------
       WORKING-STORAGE SECTION.
      *    REQ 062 - ROL DEL OPERADOR EN SESION (VER OPERADOR.CPY);
       01  WS-OPERADORES-TABLA.
           05 WS-OPER-REG OCCURS 20 TIMES INDEXED BY OPE-I.
               10 WS-TOPE-ID          PIC X(10).
               10 WS-TOPE-ROL         PIC X(01).
               10 WS-TOPE-ACTIVO      PIC X(01).
               10 WS-TOPE-CIFRADA     PIC X(18).
               10 WS-TOPE-FECHA       PIC 9(08).
               10 WS-TOPE-INTENTOS    PIC 9(02).
               10 WS-TOPE-BLOQUEADO   PIC X(01).
               10 WS-TOPE-CAMBIAR     PIC X(01).
               10 WS-TOPE-ESTAB       PIC X(03).
               10 WS-TOPE-PTO-EMI     PIC X(03).
       01  WS-OPE-EXISTENTES          PIC 9(02)   VALUE 0.
       01  WS-OPE-MIGRADAS            PIC 9(02)   VALUE 0.
       01  WS-OPE-ENCONTRADO          PIC X       VALUE 'N'.
           88 OPE-ENCONTRADO                 VALUE 'S'.
       01  WS-OPE-BUSCADO             PIC X(10)   VALUE SPACES.
       01  WS-OPE-ROL-ENTRADA         PIC X       VALUE SPACE.
      *    CLAVES: SOLO SE GUARDA SU RESUMEN (VER CLAVEPAR.CPY). LA
      *    CLAVE QUE ASIGNA EL SUPERVISOR SE DEBE CAMBIAR EN EL
      *    PRIMER INGRESO DEL OPERADOR.
       COPY CLAVEPAR.
       01  WS-OPE-CLAVE-ENTRADA       PIC X(10)   VALUE SPACES.
       01  WS-HOY                     PIC 9(08)   VALUE 0.
       01  WS-OPE-ESTADO              PIC X(15)   VALUE SPACES.
       01  WS-OPE-FECHA-ED            PIC X(10)   VALUE SPACES.
      *    PARAMETROS DE SEGURIDAD (MISMOS VALORES POR OMISION QUE
      *    MENU-SISTEMA)
       01  WS-SPAR-FS                 PIC XX      VALUE "00".
       01  WS-SEG-FS                  PIC XX      VALUE "00".
       01  WS-SEG-INTENTOS-MAX        PIC 9(02)   VALUE 3.
       01  WS-SEG-DIAS-CLAVE          PIC 9(03)   VALUE 90.
       01  WS-SEG-ENTRADA             PIC X(03)   VALUE SPACES.
       01  WS-SEG-PAR-CAMBIO          PIC X       VALUE 'N'.
           88 SEG-PAR-CAMBIO                 VALUE 'S'.
       COPY SEGLIN.
      *    ASIGNACION DEL PUNTO DE EMISION
       01  WS-PEM-FS                  PIC XX      VALUE "00".
       01  WS-PEM-ENCONTRADO          PIC X       VALUE 'N'.
           88 PEM-ENCONTRADO                 VALUE 'S'.
       01  WS-OPE-ESTAB-ENTRADA       PIC X(03)   VALUE SPACES.
       01  WS-OPE-PTO-ENTRADA         PIC X(03)   VALUE SPACES.
       01  WS-OPE-PUNTO-ED            PIC X(07)   VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
               DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
           ELSE
               PERFORM 1000-CARGAR-OPERADORES
               PERFORM 0100-MENU-OPERADORES UNTIL WS-OPCION-MENU = 8
           END-IF.
           GOBACK.

           DISPLAY "2. HABILITAR/DESHABILITAR OPERADOR"
           DISPLAY "3. CAMBIAR CLAVE"
           DISPLAY "4. LISTAR OPERADORES"
           DISPLAY "5. DESBLOQUEAR OPERADOR"
           DISPLAY "6. PARAMETROS DE SEGURIDAD (INTENTOS / VIGENCIA)"
           DISPLAY "7. ASIGNAR PUNTO DE EMISION"
           DISPLAY "8. VOLVER"
           DISPLAY "*******************************************"
           ACCEPT WS-OPCION-MENU
      *    MENU-SISTEMA GRABA LOS INTENTOS FALLIDOS EN CADA LOGIN: SE
      *    RECARGA EL MAESTRO ANTES DE CADA OPCION PARA NO PISARLOS.
           PERFORM 1000-CARGAR-OPERADORES
           EVALUATE WS-OPCION-MENU
               WHEN 1
                   PERFORM 2000-CREAR-OPERADOR
               WHEN 4
                   PERFORM 5000-LISTAR-OPERADORES
               WHEN 5
                   PERFORM 6000-DESBLOQUEAR-OPERADOR
               WHEN 6
                   PERFORM 7000-PARAMETROS-SEGURIDAD
               WHEN 7
                   PERFORM 7500-ASIGNAR-PUNTO-EMISION
               WHEN 8
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
       0100-END-MENU-OPERADORES SECTION.

       1000-CARGAR-OPERADORES SECTION.
      *    LOS REGISTROS QUE TODAVIA TRAEN LA CLAVE EN TEXTO SE CIFRAN
      *    AL CARGAR Y EL MAESTRO SE REGRABA SIN ELLA (MISMO CRITERIO
      *    QUE EL LOGIN DE MENU-SISTEMA).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
           INITIALIZE WS-OPERADORES-TABLA.
           MOVE 0 TO WS-OPE-MIGRADAS.
           SET OPE-I TO 1.
           OPEN INPUT OPERADORES-FILE.
           IF WS-OPER-FS = "35"
                   READ OPERADORES-FILE
                       AT END MOVE "10" TO WS-OPER-FS
                       NOT AT END
                           PERFORM 1050-TOMAR-OPERADOR
                           SET OPE-I UP BY 1
                   END-READ
               END-PERFORM
           END-IF.
           COMPUTE WS-OPE-EXISTENTES = OPE-I - 1.
           MOVE "00" TO WS-OPER-FS.
           IF WS-OPE-MIGRADAS > 0
               PERFORM 8100-GRABAR-OPERADORES
               MOVE "CLAVES-CIFRADAS" TO WS-SEG-EVENTO
               MOVE SPACES TO WS-SEG-OPER
               MOVE SPACES TO WS-SEG-DETALLE
               STRING WS-OPE-MIGRADAS " CLAVES EN TEXTO CIFRADAS"
                   DELIMITED BY SIZE INTO WS-SEG-DETALLE
               PERFORM 9000-REGISTRAR-SEGURIDAD
           END-IF.

       1000-END-CARGAR-OPERADORES SECTION.

       1050-TOMAR-OPERADOR SECTION.
           MOVE REG-OPER-ID     TO WS-TOPE-ID(OPE-I).
           MOVE REG-OPER-ROL    TO WS-TOPE-ROL(OPE-I).
           MOVE REG-OPER-ACTIVO TO WS-TOPE-ACTIVO(OPE-I).
           MOVE REG-OPER-ESTAB  TO WS-TOPE-ESTAB(OPE-I).
           MOVE REG-OPER-PTO-EMI TO WS-TOPE-PTO-EMI(OPE-I).
           IF REG-OPER-CLAVE-CIFRADA = SPACES
               MOVE REG-OPER-ID    TO WS-CLV-OPER
               MOVE REG-OPER-CLAVE TO WS-CLV-CLAVE
               CALL "CIFRAR-CLAVE" USING WS-CLV-OPER WS-CLV-CLAVE
                   WS-CLV-RESUMEN
               MOVE SPACES TO WS-CLV-CLAVE
               MOVE WS-CLV-RESUMEN TO WS-TOPE-CIFRADA(OPE-I)
               MOVE WS-HOY TO WS-TOPE-FECHA(OPE-I)
               MOVE 0 TO WS-TOPE-INTENTOS(OPE-I)
               MOVE 'N' TO WS-TOPE-BLOQUEADO(OPE-I)
               MOVE 'N' TO WS-TOPE-CAMBIAR(OPE-I)
               ADD 1 TO WS-OPE-MIGRADAS
           ELSE
               MOVE REG-OPER-CLAVE-CIFRADA TO WS-TOPE-CIFRADA(OPE-I)
               IF REG-OPER-CLAVE-FECHA IS NUMERIC
                   MOVE REG-OPER-CLAVE-FECHA TO WS-TOPE-FECHA(OPE-I)
               ELSE
                   MOVE 0 TO WS-TOPE-FECHA(OPE-I)
               END-IF
               IF REG-OPER-INTENTOS IS NUMERIC
                   MOVE REG-OPER-INTENTOS TO WS-TOPE-INTENTOS(OPE-I)
               ELSE
                   MOVE 0 TO WS-TOPE-INTENTOS(OPE-I)
               END-IF
               MOVE REG-OPER-BLOQUEADO TO WS-TOPE-BLOQUEADO(OPE-I)
               MOVE REG-OPER-CAMBIAR-CLAVE TO WS-TOPE-CAMBIAR(OPE-I)
           END-IF.

       1050-END-TOMAR-OPERADOR SECTION.

       8100-GRABAR-OPERADORES SECTION.
      *    REQ 062 - SE REESCRIBE EL MAESTRO COMPLETO EN CUANTO SE
      *    CONFIRMA UN CAMBIO, IGUAL QUE LOS DEMAS MAESTROS.
           PERFORM VARYING OPE-I FROM 1 BY 1
                   UNTIL OPE-I > WS-OPE-EXISTENTES
               MOVE WS-TOPE-ID(OPE-I)     TO REG-OPER-ID
               MOVE SPACES                TO REG-OPER-CLAVE
               MOVE WS-TOPE-ROL(OPE-I)    TO REG-OPER-ROL
               MOVE WS-TOPE-ACTIVO(OPE-I) TO REG-OPER-ACTIVO
               MOVE WS-TOPE-CIFRADA(OPE-I) TO REG-OPER-CLAVE-CIFRADA
               MOVE WS-TOPE-FECHA(OPE-I)  TO REG-OPER-CLAVE-FECHA
               MOVE WS-TOPE-INTENTOS(OPE-I) TO REG-OPER-INTENTOS
               MOVE WS-TOPE-BLOQUEADO(OPE-I) TO REG-OPER-BLOQUEADO
               MOVE WS-TOPE-CAMBIAR(OPE-I) TO REG-OPER-CAMBIAR-CLAVE
               MOVE WS-TOPE-ESTAB(OPE-I)  TO REG-OPER-ESTAB
               MOVE WS-TOPE-PTO-EMI(OPE-I) TO REG-OPER-PTO-EMI
               WRITE REG-OPERADOR
           END-PERFORM.
           CLOSE OPERADORES-FILE.
                   SET OPE-I TO WS-OPE-EXISTENTES
                   MOVE WS-OPE-BUSCADO TO WS-TOPE-ID(OPE-I)
                   DISPLAY "CLAVE"
                   PERFORM 1200-ASIGNAR-CLAVE
                   DISPLAY "ROL - (C)AJERO / (S)UPERVISOR"
                   ACCEPT WS-OPE-ROL-ENTRADA
                   IF WS-OPE-ROL-ENTRADA = 'C' OR
                       MOVE 'S' TO WS-TOPE-ROL(OPE-I)
                   END-IF
                   MOVE 'S' TO WS-TOPE-ACTIVO(OPE-I)
                   MOVE 0 TO WS-TOPE-INTENTOS(OPE-I)
                   MOVE 'N' TO WS-TOPE-BLOQUEADO(OPE-I)
                   MOVE "ALTA-OPERADOR" TO WS-SEG-EVENTO
                   MOVE WS-TOPE-ID(OPE-I) TO WS-SEG-OPER
                   MOVE SPACES TO WS-SEG-DETALLE
                   STRING "ROL " WS-TOPE-ROL(OPE-I)
                       ", CAMBIA CLAVE AL ENTRAR"
                       DELIMITED BY SIZE INTO WS-SEG-DETALLE
                   PERFORM 8100-GRABAR-OPERADORES
                   PERFORM 9000-REGISTRAR-SEGURIDAD
                   DISPLAY "OPERADOR REGISTRADO"
               END-IF
           END-IF.
           IF NOT OPE-ENCONTRADO
               DISPLAY "NO EXISTE UN OPERADOR CON ESE CODIGO"
           ELSE
      *        CLAVE ASIGNADA (OLVIDO O REPOSICION): EL OPERADOR LA
      *        DEBE CAMBIAR EN SU PROXIMO INGRESO.
               DISPLAY "CLAVE NUEVA"
               PERFORM 1200-ASIGNAR-CLAVE
               MOVE "CLAVE-ASIGNADA" TO WS-SEG-EVENTO
               MOVE WS-TOPE-ID(OPE-I) TO WS-SEG-OPER
               MOVE "A CAMBIAR EN PROXIMO INGRESO" TO WS-SEG-DETALLE
               PERFORM 8100-GRABAR-OPERADORES
               PERFORM 9000-REGISTRAR-SEGURIDAD
               DISPLAY "CLAVE ACTUALIZADA - EL OPERADOR LA DEBERA "
                   "CAMBIAR AL ENTRAR"
           END-IF.

       4000-END-CAMBIAR-CLAVE SECTION.
               PERFORM VARYING OPE-I FROM 1 BY 1
                       UNTIL OPE-I > WS-OPE-EXISTENTES
                   IF WS-TOPE-ACTIVO(OPE-I) = 'N'
                       MOVE "(DESHABILITADO)" TO WS-OPE-ESTADO
                   ELSE
                       MOVE "(ACTIVO)" TO WS-OPE-ESTADO
                   END-IF
                   IF WS-TOPE-BLOQUEADO(OPE-I) = 'S'
                       MOVE "(BLOQUEADO)" TO WS-OPE-ESTADO
                   END-IF
                   MOVE SPACES TO WS-OPE-FECHA-ED
                   STRING WS-TOPE-FECHA(OPE-I)(7:2) "/"
                       WS-TOPE-FECHA(OPE-I)(5:2) "/"
                       WS-TOPE-FECHA(OPE-I)(1:4)
                       DELIMITED BY SIZE INTO WS-OPE-FECHA-ED
                   IF WS-TOPE-ESTAB(OPE-I) = SPACES OR
                           WS-TOPE-PTO-EMI(OPE-I) = SPACES
                       MOVE "001-001" TO WS-OPE-PUNTO-ED
                   ELSE
                       MOVE SPACES TO WS-OPE-PUNTO-ED
                       STRING WS-TOPE-ESTAB(OPE-I) "-"
                           WS-TOPE-PTO-EMI(OPE-I)
                           DELIMITED BY SIZE INTO WS-OPE-PUNTO-ED
                   END-IF
                   DISPLAY WS-TOPE-ID(OPE-I) " ROL: "
                       WS-TOPE-ROL(OPE-I) " " WS-OPE-ESTADO
                       " CLAVE DESDE " WS-OPE-FECHA-ED
                       " INTENTOS: " WS-TOPE-INTENTOS(OPE-I)
                       " PUNTO: " WS-OPE-PUNTO-ED
               END-PERFORM
               DISPLAY "*******************************************"
           END-IF.

       5000-END-LISTAR-OPERADORES SECTION.

       1200-ASIGNAR-CLAVE SECTION.
      *    CLAVE QUE FIJA EL SUPERVISOR PARA EL OPERADOR OPE-I; SOLO
      *    QUEDA SU RESUMEN Y SE MARCA PARA CAMBIO EN EL PROXIMO
      *    INGRESO.
           MOVE SPACES TO WS-OPE-CLAVE-ENTRADA.
           ACCEPT WS-OPE-CLAVE-ENTRADA.
           MOVE WS-TOPE-ID(OPE-I) TO WS-CLV-OPER.
           MOVE WS-OPE-CLAVE-ENTRADA TO WS-CLV-CLAVE.
           CALL "CIFRAR-CLAVE" USING WS-CLV-OPER WS-CLV-CLAVE
               WS-CLV-RESUMEN.
           MOVE SPACES TO WS-CLV-CLAVE.
           MOVE SPACES TO WS-OPE-CLAVE-ENTRADA.
           MOVE WS-CLV-RESUMEN TO WS-TOPE-CIFRADA(OPE-I).
           MOVE WS-HOY TO WS-TOPE-FECHA(OPE-I).
           MOVE 'S' TO WS-TOPE-CAMBIAR(OPE-I).

       1200-END-ASIGNAR-CLAVE SECTION.

       6000-DESBLOQUEAR-OPERADOR SECTION.
      *    OPERADOR BLOQUEADO POR CLAVES ERRADAS EN EL LOGIN (VER
      *    0060-VERIFICAR-OPERADOR EN MENU-SISTEMA). LA CLAVE NO SE
      *    TOCA: SI LA OLVIDO, SE LE ASIGNA UNA NUEVA CON LA OPCION 3.
           DISPLAY "CODIGO DEL OPERADOR"
           ACCEPT WS-OPE-BUSCADO.
           PERFORM 1100-BUSCAR-OPERADOR.
           IF NOT OPE-ENCONTRADO
               DISPLAY "NO EXISTE UN OPERADOR CON ESE CODIGO"
           ELSE
               IF WS-TOPE-BLOQUEADO(OPE-I) NOT = 'S'
                   DISPLAY "EL OPERADOR NO ESTA BLOQUEADO"
               ELSE
                   MOVE 'N' TO WS-TOPE-BLOQUEADO(OPE-I)
                   MOVE 0 TO WS-TOPE-INTENTOS(OPE-I)
                   MOVE "DESBLOQUEO" TO WS-SEG-EVENTO
                   MOVE WS-TOPE-ID(OPE-I) TO WS-SEG-OPER
                   MOVE SPACES TO WS-SEG-DETALLE
                   PERFORM 8100-GRABAR-OPERADORES
                   PERFORM 9000-REGISTRAR-SEGURIDAD
                   DISPLAY "OPERADOR DESBLOQUEADO"
               END-IF
           END-IF.

       6000-END-DESBLOQUEAR-OPERADOR SECTION.

       7000-PARAMETROS-SEGURIDAD SECTION.
      *    ENTER EN CADA PREGUNTA MANTIENE EL VALOR VIGENTE; SI ALGUNO
      *    CAMBIA SE REGRABA SEGURIDAD.PAR (MISMA MECANICA QUE
      *    MORA.PAR EN INTERES-MORA).
           PERFORM 7100-LEER-PARAMETROS.
           MOVE 'N' TO WS-SEG-PAR-CAMBIO.
           DISPLAY "CLAVES ERRADAS ANTES DEL BLOQUEO: "
               WS-SEG-INTENTOS-MAX " (00 = NO SE BLOQUEA)".
           DISPLAY "NUEVO VALOR (ENTER = MANTENER): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SEG-ENTRADA.
           ACCEPT WS-SEG-ENTRADA.
           IF WS-SEG-ENTRADA NOT = SPACES
               IF FUNCTION TRIM(WS-SEG-ENTRADA) IS NUMERIC AND
                       FUNCTION NUMVAL(WS-SEG-ENTRADA) < 100
                   IF FUNCTION NUMVAL(WS-SEG-ENTRADA) NOT =
                           WS-SEG-INTENTOS-MAX
                       COMPUTE WS-SEG-INTENTOS-MAX =
                           FUNCTION NUMVAL(WS-SEG-ENTRADA)
                       MOVE 'S' TO WS-SEG-PAR-CAMBIO
                   END-IF
               ELSE
                   DISPLAY "VALOR NO VALIDO - SE MANTIENE "
                       WS-SEG-INTENTOS-MAX
               END-IF
           END-IF.
           DISPLAY "DIAS DE VIGENCIA DE LA CLAVE: "
               WS-SEG-DIAS-CLAVE " (000 = NO VENCE)".
           DISPLAY "NUEVO VALOR (ENTER = MANTENER): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SEG-ENTRADA.
           ACCEPT WS-SEG-ENTRADA.
           IF WS-SEG-ENTRADA NOT = SPACES
               IF FUNCTION TRIM(WS-SEG-ENTRADA) IS NUMERIC
                   IF FUNCTION NUMVAL(WS-SEG-ENTRADA) NOT =
                           WS-SEG-DIAS-CLAVE
                       COMPUTE WS-SEG-DIAS-CLAVE =
                           FUNCTION NUMVAL(WS-SEG-ENTRADA)
                       MOVE 'S' TO WS-SEG-PAR-CAMBIO
                   END-IF
               ELSE
                   DISPLAY "VALOR NO VALIDO - SE MANTIENE "
                       WS-SEG-DIAS-CLAVE
               END-IF
           END-IF.
           IF SEG-PAR-CAMBIO
               OPEN OUTPUT SEGPAR-FILE
               MOVE WS-SEG-INTENTOS-MAX TO REG-SPAR-INTENTOS
               MOVE WS-SEG-DIAS-CLAVE TO REG-SPAR-DIAS-CLAVE
               WRITE REG-SEGURIDAD-PARAMETRO
               CLOSE SEGPAR-FILE
               MOVE "00" TO WS-SPAR-FS
               MOVE "PARAM-SEGURIDAD" TO WS-SEG-EVENTO
               MOVE SPACES TO WS-SEG-OPER
               MOVE SPACES TO WS-SEG-DETALLE
               STRING "INTENTOS " WS-SEG-INTENTOS-MAX
                   " DIAS CLAVE " WS-SEG-DIAS-CLAVE
                   DELIMITED BY SIZE INTO WS-SEG-DETALLE
               PERFORM 9000-REGISTRAR-SEGURIDAD
               DISPLAY "PARAMETROS GRABADOS EN SEGURIDAD.PAR"
           END-IF.

       7000-END-PARAMETROS-SEGURIDAD SECTION.

       7100-LEER-PARAMETROS SECTION.
           MOVE 3 TO WS-SEG-INTENTOS-MAX.
           MOVE 90 TO WS-SEG-DIAS-CLAVE.
           OPEN INPUT SEGPAR-FILE.
           IF WS-SPAR-FS = "35"
               MOVE "00" TO WS-SPAR-FS
           ELSE
               READ SEGPAR-FILE
                   AT END MOVE "10" TO WS-SPAR-FS
                   NOT AT END
                       IF REG-SPAR-INTENTOS IS NUMERIC
                           MOVE REG-SPAR-INTENTOS
                               TO WS-SEG-INTENTOS-MAX
                       END-IF
                       IF REG-SPAR-DIAS-CLAVE IS NUMERIC
                           MOVE REG-SPAR-DIAS-CLAVE
                               TO WS-SEG-DIAS-CLAVE
                       END-IF
               END-READ
               CLOSE SEGPAR-FILE
           END-IF.
           MOVE "00" TO WS-SPAR-FS.

       7100-END-LEER-PARAMETROS SECTION.

       7500-ASIGNAR-PUNTO-EMISION SECTION.
      *    ESTABLECIMIENTO Y PUNTO DE EMISION POR EL QUE EL OPERADOR
      *    EMITE SUS FACTURAS, NOTAS DE CREDITO Y PROFORMAS. EL PUNTO
      *    DEBE EXISTIR EN PUNTOS-EMISION.DAT (LO CREA
      *    ADMIN-PUNTOS-EMISION); ENTER EN EL ESTABLECIMIENTO QUITA LA
      *    ASIGNACION Y EL OPERADOR VUELVE A EMITIR POR 001-001. RIGE
      *    DESDE SU PROXIMO INGRESO.
           DISPLAY "CODIGO DEL OPERADOR"
           ACCEPT WS-OPE-BUSCADO.
           PERFORM 1100-BUSCAR-OPERADOR.
           IF NOT OPE-ENCONTRADO
               DISPLAY "NO EXISTE UN OPERADOR CON ESE CODIGO"
               GO TO 7500-SALIR
           END-IF.
           DISPLAY "ESTABLECIMIENTO (3 DIGITOS, ENTER = QUITAR): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-OPE-ESTAB-ENTRADA.
           ACCEPT WS-OPE-ESTAB-ENTRADA.
           IF WS-OPE-ESTAB-ENTRADA = SPACES
               MOVE SPACES TO WS-TOPE-ESTAB(OPE-I)
               MOVE SPACES TO WS-TOPE-PTO-EMI(OPE-I)
               MOVE "PUNTO-EMISION" TO WS-SEG-EVENTO
               MOVE WS-TOPE-ID(OPE-I) TO WS-SEG-OPER
               MOVE "SIN ASIGNAR (EMITE 001-001)" TO WS-SEG-DETALLE
               PERFORM 8100-GRABAR-OPERADORES
               PERFORM 9000-REGISTRAR-SEGURIDAD
               DISPLAY "ASIGNACION RETIRADA - EMITE POR 001-001"
               GO TO 7500-SALIR
           END-IF.
           DISPLAY "PUNTO DE EMISION (3 DIGITOS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-OPE-PTO-ENTRADA.
           ACCEPT WS-OPE-PTO-ENTRADA.
           IF WS-OPE-ESTAB-ENTRADA IS NOT NUMERIC OR
                   WS-OPE-PTO-ENTRADA IS NOT NUMERIC
               DISPLAY "ESTABLECIMIENTO Y PUNTO VAN CON 3 DIGITOS"
               GO TO 7500-SALIR
           END-IF.
           PERFORM 7550-BUSCAR-PUNTO-EMISION.
           IF NOT PEM-ENCONTRADO
               DISPLAY "EL PUNTO " WS-OPE-ESTAB-ENTRADA "-"
                   WS-OPE-PTO-ENTRADA " NO EXISTE - CREELO EN "
                   "PUNTOS DE EMISION"
               GO TO 7500-SALIR
           END-IF.
           MOVE WS-OPE-ESTAB-ENTRADA TO WS-TOPE-ESTAB(OPE-I).
           MOVE WS-OPE-PTO-ENTRADA TO WS-TOPE-PTO-EMI(OPE-I).
           MOVE "PUNTO-EMISION" TO WS-SEG-EVENTO.
           MOVE WS-TOPE-ID(OPE-I) TO WS-SEG-OPER.
           MOVE SPACES TO WS-SEG-DETALLE.
           STRING "ASIGNADO " WS-OPE-ESTAB-ENTRADA "-"
               WS-OPE-PTO-ENTRADA
               DELIMITED BY SIZE INTO WS-SEG-DETALLE.
           PERFORM 8100-GRABAR-OPERADORES.
           PERFORM 9000-REGISTRAR-SEGURIDAD.
           DISPLAY "PUNTO DE EMISION ASIGNADO - RIGE DESDE SU PROXIMO "
               "INGRESO".

       7500-SALIR.
           EXIT.

       7500-END-ASIGNAR-PUNTO-EMISION SECTION.

       7550-BUSCAR-PUNTO-EMISION SECTION.
      *    001-001 ES EL PUNTO POR OMISION: VSFACTU LO CREA AL EMITIR SI
      *    TODAVIA NO ESTA EN EL ARCHIVO.
           MOVE 'N' TO WS-PEM-ENCONTRADO.
           IF WS-OPE-ESTAB-ENTRADA = "001" AND
                   WS-OPE-PTO-ENTRADA = "001"
               MOVE 'S' TO WS-PEM-ENCONTRADO
           END-IF.
           OPEN INPUT PUNTOS-EMISION-FILE.
           IF WS-PEM-FS = "35"
               MOVE "00" TO WS-PEM-FS
           ELSE
               PERFORM UNTIL WS-PEM-FS NOT = "00" OR PEM-ENCONTRADO
                   READ PUNTOS-EMISION-FILE
                       AT END MOVE "10" TO WS-PEM-FS
                       NOT AT END
                           IF REG-PEM-ESTAB = WS-OPE-ESTAB-ENTRADA AND
                                   REG-PEM-PTO = WS-OPE-PTO-ENTRADA
                               MOVE 'S' TO WS-PEM-ENCONTRADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUNTOS-EMISION-FILE
           END-IF.
           MOVE "00" TO WS-PEM-FS.

       7550-END-BUSCAR-PUNTO-EMISION SECTION.

       9000-REGISTRAR-SEGURIDAD SECTION.
      *    WS-SEG-EVENTO / OPER / DETALLE YA VIENEN CARGADOS; QUIEN LO
      *    HIZO ES EL SUPERVISOR EN SESION.
           OPEN EXTEND SEGURIDAD-FILE.
           IF WS-SEG-FS = "35"
               OPEN OUTPUT SEGURIDAD-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-SEG-FECHA-HORA.
           MOVE WS-OPERADOR-ID TO WS-SEG-POR.
           MOVE WS-SEG-LINEA TO REG-SEGURIDAD.
           WRITE REG-SEGURIDAD.
           CLOSE SEGURIDAD-FILE.
           MOVE "00" TO WS-SEG-FS.
           MOVE SPACES TO WS-SEG-DETALLE.

       9000-END-REGISTRAR-SEGURIDAD SECTION.

       END PROGRAM ADMIN-OPERADORES.

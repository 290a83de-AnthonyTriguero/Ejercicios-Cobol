           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FS.
      *    INTENTOS ANTES DEL BLOQUEO Y DIAS DE VIGENCIA DE LAS CLAVES
      *    (VER SEGREG.CPY); LOS MANTIENE ADMIN-OPERADORES.
           SELECT SEGPAR-FILE ASSIGN TO "SEGURIDAD.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPAR-FS.
      *    BITACORA DE INGRESOS, CLAVES ERRADAS, BLOQUEOS Y CAMBIOS DE
      *    CLAVE (VER SEGLIN.CPY).
           SELECT SEGURIDAD-FILE ASSIGN TO "SEGURIDAD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEG-FS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *    OPERREG.CPY); SE AGREGARON ROL Y ESTADO ACTIVO/INACTIVO.
       FD  OPERADORES-FILE.
           COPY OPERREG.
       FD  SEGPAR-FILE.
           COPY SEGREG.
       FD  SEGURIDAD-FILE.
       01  REG-SEGURIDAD              PIC X(120).
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       WORKING-STORAGE SECTION.
      *    REQ 023 - MENU PRINCIPAL QUE ENLAZA LOS PROGRAMAS EXISTENTES
      *    CLAVE DE ARRANQUE CUANDO OPERADORES.DAT TODAVIA NO EXISTE,
      *    PARA PODER ENTRAR LA PRIMERA VEZ Y CREAR EL MAESTRO.
       01  WS-CLAVE-INICIAL           PIC X(10)   VALUE "ADMIN".
      *    BLOQUEO POR INTENTOS Y VENCIMIENTO DE CLAVES
      *---------------------------------------------------------------
       01  WS-SPAR-FS                 PIC XX      VALUE "00".
       01  WS-SEG-FS                  PIC XX      VALUE "00".
       01  WS-SEG-INTENTOS-MAX        PIC 9(02)   VALUE 3.
       01  WS-SEG-DIAS-CLAVE          PIC 9(03)   VALUE 90.
       COPY SEGLIN.
       COPY CLAVEPAR.
      *    OPERADORES.DAT EN MEMORIA (MISMO TAMANO QUE EN
      *    ADMIN-OPERADORES). SE RECARGA EN CADA INTENTO DE INGRESO Y
      *    ANTES DE CADA CAMBIO DE CLAVE, PARA NO PISAR LO QUE UN
      *    SUPERVISOR HAYA CAMBIADO DESDE OTRA TERMINAL.
       01  WS-OPERADORES-TABLA.
           05 WS-OPER-REG OCCURS 20 TIMES INDEXED BY OPE-I OPE-J.
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
       01  WS-OPE-HAY-MAESTRO         PIC X       VALUE 'N'.
           88 OPE-HAY-MAESTRO                VALUE 'S'.
       01  WS-OPE-ENCONTRADO          PIC X       VALUE 'N'.
           88 OPE-ENCONTRADO                 VALUE 'S'.
       01  WS-HOY                     PIC 9(08)   VALUE 0.
       01  WS-CLAVE-DIAS              PIC S9(07)  VALUE 0.
       01  WS-CLAVE-DIAS-ED           PIC Z(6)9.
       01  WS-CLAVE-ACTUAL            PIC X(10)   VALUE SPACES.
       01  WS-CLAVE-NUEVA             PIC X(10)   VALUE SPACES.
       01  WS-CLAVE-CONFIRMA          PIC X(10)   VALUE SPACES.
       01  WS-CLAVE-VENCIDA           PIC X       VALUE 'N'.
           88 CLAVE-VENCIDA                  VALUE 'S'.
       01  WS-CLAVE-CAMBIADA          PIC X       VALUE 'N'.
           88 CLAVE-CAMBIADA                 VALUE 'S'.
       01  WS-CLAVE-PEDIR-ACTUAL      PIC X       VALUE 'S'.
           88 CLAVE-PEDIR-ACTUAL             VALUE 'S'.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
       0000-MAIN-PROCEDURE SECTION.
           PERFORM 0040-LEER-PARAMETROS.
           PERFORM 0050-LOGIN-OPERADOR.
           PERFORM 0100-MENU-PRINCIPAL UNTIL SALIR-DEL-SISTEMA.
           STOP RUN.

       0000-END-MAIN-PROCEDURE SECTION.

       0040-LEER-PARAMETROS SECTION.
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

       0040-END-LEER-PARAMETROS SECTION.

       0050-LOGIN-OPERADOR SECTION.
      *    REQ 038 - LOGIN DE OPERADOR ANTES DE ENTRAR AL MENU: CODIGO
      *    Y CLAVE SE VERIFICAN CONTRA OPERADORES.DAT; EL CODIGO QUEDA
      *    WS-OPERADOR-ROL (COMPARTIDO, VER OPERADOR.CPY) PARA QUE LAS
      *    FUNCIONES SENSIBLES DE CADA PROGRAMA PUEDAN CONSULTARLO.
      *    ROL EN BLANCO (REGISTRO VIEJO) SE TRATA COMO SUPERVISOR.
      *    LA CLAVE SE COMPARA POR SU RESUMEN (CIFRAR-CLAVE); CADA
      *    CLAVE ERRADA SUMA UN INTENTO Y AL LLEGAR AL MAXIMO DE
      *    SEGURIDAD.PAR EL OPERADOR QUEDA BLOQUEADO. TODO INTENTO
      *    QUEDA EN SEGURIDAD.LOG.
           MOVE 'N' TO WS-LOGIN-OK.
           MOVE SPACE TO WS-OPERADOR-ROL.
           MOVE "001" TO WS-OPERADOR-ESTAB.
           MOVE "001" TO WS-OPERADOR-PTO-EMI.
           PERFORM 0070-CARGAR-OPERADORES.
           MOVE WS-OPERADOR-ID TO WS-SEG-OPER.
           MOVE WS-OPERADOR-ID TO WS-SEG-POR.
           IF NOT OPE-HAY-MAESTRO
               IF WS-LOGIN-CLAVE = WS-CLAVE-INICIAL
                   MOVE 'S' TO WS-LOGIN-OK
                   MOVE 'S' TO WS-OPERADOR-ROL
                   MOVE "INGRESO" TO WS-SEG-EVENTO
               ELSE
                   MOVE "CLAVE-ERRADA" TO WS-SEG-EVENTO
               END-IF
               MOVE "CLAVE INICIAL (SIN OPERADORES)" TO WS-SEG-DETALLE
               PERFORM 0090-REGISTRAR-SEGURIDAD
               GO TO 0060-SALIR
           END-IF.
           PERFORM 0065-BUSCAR-OPERADOR.
           IF NOT OPE-ENCONTRADO
               MOVE "CLAVE-ERRADA" TO WS-SEG-EVENTO
               MOVE "OPERADOR NO EXISTE" TO WS-SEG-DETALLE
               PERFORM 0090-REGISTRAR-SEGURIDAD
               GO TO 0060-SALIR
           END-IF.
           IF WS-TOPE-BLOQUEADO(OPE-I) = 'S'
               DISPLAY "OPERADOR BLOQUEADO POR CLAVES ERRADAS - "
                   "SOLICITE EL DESBLOQUEO A UN SUPERVISOR"
               MOVE "INGRESO-NEGADO" TO WS-SEG-EVENTO
               MOVE "OPERADOR BLOQUEADO" TO WS-SEG-DETALLE
               PERFORM 0090-REGISTRAR-SEGURIDAD
               GO TO 0060-SALIR
           END-IF.
           MOVE WS-OPERADOR-ID TO WS-CLV-OPER.
           MOVE WS-LOGIN-CLAVE TO WS-CLV-CLAVE.
           CALL "CIFRAR-CLAVE" USING WS-CLV-OPER WS-CLV-CLAVE
               WS-CLV-RESUMEN.
           MOVE SPACES TO WS-CLV-CLAVE.
           IF WS-CLV-RESUMEN NOT = WS-TOPE-CIFRADA(OPE-I)
               IF WS-TOPE-INTENTOS(OPE-I) < 99
                   ADD 1 TO WS-TOPE-INTENTOS(OPE-I)
               END-IF
               MOVE "CLAVE-ERRADA" TO WS-SEG-EVENTO
               MOVE SPACES TO WS-SEG-DETALLE
               STRING "INTENTO " WS-TOPE-INTENTOS(OPE-I)
                   DELIMITED BY SIZE INTO WS-SEG-DETALLE
               PERFORM 0090-REGISTRAR-SEGURIDAD
               IF WS-SEG-INTENTOS-MAX > 0 AND
                       WS-TOPE-INTENTOS(OPE-I) >= WS-SEG-INTENTOS-MAX
                   MOVE 'S' TO WS-TOPE-BLOQUEADO(OPE-I)
                   DISPLAY "DEMASIADAS CLAVES ERRADAS - EL OPERADOR "
                       "QUEDA BLOQUEADO"
                   MOVE "BLOQUEO" TO WS-SEG-EVENTO
                   MOVE SPACES TO WS-SEG-DETALLE
                   STRING WS-TOPE-INTENTOS(OPE-I)
                       " CLAVES ERRADAS SEGUIDAS"
                       DELIMITED BY SIZE INTO WS-SEG-DETALLE
                   PERFORM 0090-REGISTRAR-SEGURIDAD
               END-IF
               PERFORM 0075-GRABAR-OPERADORES
               GO TO 0060-SALIR
           END-IF.
           IF WS-TOPE-ACTIVO(OPE-I) = 'N'
               DISPLAY "OPERADOR DESHABILITADO"
               MOVE "INGRESO-NEGADO" TO WS-SEG-EVENTO
               MOVE "OPERADOR DESHABILITADO" TO WS-SEG-DETALLE
               PERFORM 0090-REGISTRAR-SEGURIDAD
               GO TO 0060-SALIR
           END-IF.
           MOVE 'S' TO WS-LOGIN-OK.
           IF WS-TOPE-ROL(OPE-I) = 'C'
               MOVE 'C' TO WS-OPERADOR-ROL
           ELSE
               MOVE 'S' TO WS-OPERADOR-ROL
           END-IF.
      *    PUNTO DE EMISION ASIGNADO; SIN ASIGNACION QUEDA 001-001.
           IF WS-TOPE-ESTAB(OPE-I) NOT = SPACES AND
                   WS-TOPE-PTO-EMI(OPE-I) NOT = SPACES
               MOVE WS-TOPE-ESTAB(OPE-I)   TO WS-OPERADOR-ESTAB
               MOVE WS-TOPE-PTO-EMI(OPE-I) TO WS-OPERADOR-PTO-EMI
           END-IF.
           IF WS-TOPE-INTENTOS(OPE-I) > 0
               MOVE 0 TO WS-TOPE-INTENTOS(OPE-I)
               PERFORM 0075-GRABAR-OPERADORES
           END-IF.
           MOVE "INGRESO" TO WS-SEG-EVENTO.
           MOVE SPACES TO WS-SEG-DETALLE.
           PERFORM 0090-REGISTRAR-SEGURIDAD.
           PERFORM 0068-REVISAR-VENCIMIENTO.

       0060-SALIR.
           EXIT.

       0060-END-VERIFICAR-OPERADOR SECTION.

       0065-BUSCAR-OPERADOR SECTION.
           MOVE 'N' TO WS-OPE-ENCONTRADO.
           SET OPE-I TO 1.
           SEARCH WS-OPER-REG
               AT END
                   CONTINUE
               WHEN WS-TOPE-ID(OPE-I) = WS-OPERADOR-ID
                   MOVE 'S' TO WS-OPE-ENCONTRADO
           END-SEARCH.

       0065-END-BUSCAR-OPERADOR SECTION.

       0068-REVISAR-VENCIMIENTO SECTION.
      *    CLAVE ASIGNADA POR UN SUPERVISOR, O CON MAS DIAS DE LOS QUE
      *    PERMITE SEGURIDAD.PAR: NO SE ENTRA AL MENU SIN CAMBIARLA.
           MOVE 'N' TO WS-CLAVE-VENCIDA.
           IF WS-TOPE-CAMBIAR(OPE-I) = 'S'
               MOVE 'S' TO WS-CLAVE-VENCIDA
               MOVE "CLAVE ASIGNADA POR SUPERVISOR" TO WS-SEG-DETALLE
               DISPLAY "DEBE CAMBIAR LA CLAVE QUE LE ASIGNO EL "
                   "SUPERVISOR"
           ELSE
               IF WS-SEG-DIAS-CLAVE > 0
                   COMPUTE WS-CLAVE-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-HOY) -
                       FUNCTION INTEGER-OF-DATE(WS-TOPE-FECHA(OPE-I))
                   IF WS-CLAVE-DIAS >= WS-SEG-DIAS-CLAVE
                       MOVE 'S' TO WS-CLAVE-VENCIDA
                       MOVE WS-CLAVE-DIAS TO WS-CLAVE-DIAS-ED
                       MOVE SPACES TO WS-SEG-DETALLE
                       STRING "CLAVE DE "
                           FUNCTION TRIM(WS-CLAVE-DIAS-ED) " DIAS"
                           DELIMITED BY SIZE INTO WS-SEG-DETALLE
                       DISPLAY "SU CLAVE VENCIO - DEBE CAMBIARLA PARA "
                           "CONTINUAR"
                   END-IF
               END-IF
           END-IF.
           IF CLAVE-VENCIDA
               MOVE "CLAVE-VENCIDA" TO WS-SEG-EVENTO
               PERFORM 0090-REGISTRAR-SEGURIDAD
      *        LA CLAVE VIGENTE SE ACABA DE TECLEAR: NO SE VUELVE A
      *        PEDIR.
               MOVE 'N' TO WS-CLAVE-PEDIR-ACTUAL
               MOVE 'N' TO WS-CLAVE-CAMBIADA
               PERFORM 0080-CAMBIAR-CLAVE UNTIL CLAVE-CAMBIADA
           END-IF.

       0068-END-REVISAR-VENCIMIENTO SECTION.

       0070-CARGAR-OPERADORES SECTION.
      *    LOS REGISTROS QUE TODAVIA TRAEN LA CLAVE EN TEXTO
      *    (REG-OPER-CLAVE-CIFRADA EN BLANCO) SE CIFRAN AL CARGAR Y EL
      *    MAESTRO SE REGRABA SIN ELLA; SU VIGENCIA CUENTA DESDE HOY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
           INITIALIZE WS-OPERADORES-TABLA.
           MOVE 0 TO WS-OPE-EXISTENTES.
           MOVE 0 TO WS-OPE-MIGRADAS.
           MOVE 'S' TO WS-OPE-HAY-MAESTRO.
           OPEN INPUT OPERADORES-FILE.
           IF WS-OPER-FS = "35"
               MOVE 'N' TO WS-OPE-HAY-MAESTRO
           ELSE
               PERFORM UNTIL WS-OPER-FS NOT = "00" OR
                       WS-OPE-EXISTENTES >= 20
                   READ OPERADORES-FILE
                       AT END MOVE "10" TO WS-OPER-FS
                       NOT AT END
                           PERFORM 0072-TOMAR-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF.
           MOVE "00" TO WS-OPER-FS.
           IF WS-OPE-MIGRADAS > 0
               PERFORM 0075-GRABAR-OPERADORES
               MOVE "CLAVES-CIFRADAS" TO WS-SEG-EVENTO
               MOVE SPACES TO WS-SEG-OPER
               MOVE WS-OPERADOR-ID TO WS-SEG-POR
               MOVE SPACES TO WS-SEG-DETALLE
               STRING WS-OPE-MIGRADAS " CLAVES EN TEXTO CIFRADAS"
                   DELIMITED BY SIZE INTO WS-SEG-DETALLE
               PERFORM 0090-REGISTRAR-SEGURIDAD
           END-IF.

       0070-END-CARGAR-OPERADORES SECTION.

       0072-TOMAR-OPERADOR SECTION.
           ADD 1 TO WS-OPE-EXISTENTES.
           SET OPE-I TO WS-OPE-EXISTENTES.
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

       0072-END-TOMAR-OPERADOR SECTION.

       0075-GRABAR-OPERADORES SECTION.
      *    RECORRE CON OPE-J: OPE-I SIGUE APUNTANDO AL OPERADOR QUE
      *    ESTA INGRESANDO.
           OPEN OUTPUT OPERADORES-FILE.
           PERFORM VARYING OPE-J FROM 1 BY 1
                   UNTIL OPE-J > WS-OPE-EXISTENTES
               MOVE WS-TOPE-ID(OPE-J)        TO REG-OPER-ID
               MOVE SPACES                   TO REG-OPER-CLAVE
               MOVE WS-TOPE-ROL(OPE-J)       TO REG-OPER-ROL
               MOVE WS-TOPE-ACTIVO(OPE-J)    TO REG-OPER-ACTIVO
               MOVE WS-TOPE-CIFRADA(OPE-J)   TO REG-OPER-CLAVE-CIFRADA
               MOVE WS-TOPE-FECHA(OPE-J)     TO REG-OPER-CLAVE-FECHA
               MOVE WS-TOPE-INTENTOS(OPE-J)  TO REG-OPER-INTENTOS
               MOVE WS-TOPE-BLOQUEADO(OPE-J) TO REG-OPER-BLOQUEADO
               MOVE WS-TOPE-CAMBIAR(OPE-J)   TO REG-OPER-CAMBIAR-CLAVE
               MOVE WS-TOPE-ESTAB(OPE-J)     TO REG-OPER-ESTAB
               MOVE WS-TOPE-PTO-EMI(OPE-J)   TO REG-OPER-PTO-EMI
               WRITE REG-OPERADOR
           END-PERFORM.
           CLOSE OPERADORES-FILE.
           MOVE "00" TO WS-OPER-FS.

       0075-END-GRABAR-OPERADORES SECTION.

       0080-CAMBIAR-CLAVE SECTION.
      *    CAMBIO DE CLAVE DEL OPERADOR OPE-I POR EL MISMO, SIN
      *    SUPERVISOR. CON CLAVE-PEDIR-ACTUAL SE EXIGE PRIMERO LA
      *    CLAVE VIGENTE (CAMBIO VOLUNTARIO DESDE EL MENU).
           MOVE 'N' TO WS-CLAVE-CAMBIADA.
           MOVE WS-TOPE-ID(OPE-I) TO WS-CLV-OPER.
           MOVE WS-TOPE-ID(OPE-I) TO WS-SEG-OPER.
           MOVE WS-TOPE-ID(OPE-I) TO WS-SEG-POR.
           IF CLAVE-PEDIR-ACTUAL
               DISPLAY "CLAVE ACTUAL      : " WITH NO ADVANCING
               MOVE SPACES TO WS-CLAVE-ACTUAL
               ACCEPT WS-CLAVE-ACTUAL
               MOVE WS-CLAVE-ACTUAL TO WS-CLV-CLAVE
               MOVE SPACES TO WS-CLAVE-ACTUAL
               CALL "CIFRAR-CLAVE" USING WS-CLV-OPER WS-CLV-CLAVE
                   WS-CLV-RESUMEN
               IF WS-CLV-RESUMEN NOT = WS-TOPE-CIFRADA(OPE-I)
                   DISPLAY "CLAVE ACTUAL INCORRECTA - NO SE CAMBIA"
                   MOVE "CLAVE-ERRADA" TO WS-SEG-EVENTO
                   MOVE "EN CAMBIO DE CLAVE" TO WS-SEG-DETALLE
                   PERFORM 0090-REGISTRAR-SEGURIDAD
                   GO TO 0080-SALIR
               END-IF
           END-IF.
           DISPLAY "CLAVE NUEVA       : " WITH NO ADVANCING.
           MOVE SPACES TO WS-CLAVE-NUEVA.
           ACCEPT WS-CLAVE-NUEVA.
           DISPLAY "REPITA CLAVE NUEVA: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CLAVE-CONFIRMA.
           ACCEPT WS-CLAVE-CONFIRMA.
           IF WS-CLAVE-NUEVA = SPACES
               DISPLAY "LA CLAVE NO PUEDE QUEDAR EN BLANCO"
               GO TO 0080-SALIR
           END-IF.
           IF WS-CLAVE-NUEVA NOT = WS-CLAVE-CONFIRMA
               DISPLAY "LAS CLAVES NO COINCIDEN"
               GO TO 0080-SALIR
           END-IF.
           MOVE WS-CLAVE-NUEVA TO WS-CLV-CLAVE.
           CALL "CIFRAR-CLAVE" USING WS-CLV-OPER WS-CLV-CLAVE
               WS-CLV-RESUMEN.
           IF WS-CLV-RESUMEN = WS-TOPE-CIFRADA(OPE-I)
               DISPLAY "LA CLAVE NUEVA DEBE SER DISTINTA DE LA ACTUAL"
               GO TO 0080-SALIR
           END-IF.
           MOVE WS-CLV-RESUMEN TO WS-TOPE-CIFRADA(OPE-I).
           MOVE WS-HOY TO WS-TOPE-FECHA(OPE-I).
           MOVE 0 TO WS-TOPE-INTENTOS(OPE-I).
           MOVE 'N' TO WS-TOPE-CAMBIAR(OPE-I).
           PERFORM 0075-GRABAR-OPERADORES.
           MOVE "CAMBIO-CLAVE" TO WS-SEG-EVENTO.
           MOVE "POR EL PROPIO OPERADOR" TO WS-SEG-DETALLE.
           PERFORM 0090-REGISTRAR-SEGURIDAD.
           MOVE 'S' TO WS-CLAVE-CAMBIADA.
           DISPLAY "CLAVE ACTUALIZADA".

       0080-SALIR.
           MOVE SPACES TO WS-CLV-CLAVE.
           MOVE SPACES TO WS-CLAVE-NUEVA.
           MOVE SPACES TO WS-CLAVE-CONFIRMA.

       0080-END-CAMBIAR-CLAVE SECTION.

       0085-CAMBIAR-MI-CLAVE SECTION.
      *    OPCION DEL MENU: EL OPERADOR EN SESION CAMBIA SU CLAVE.
           PERFORM 0070-CARGAR-OPERADORES.
           PERFORM 0065-BUSCAR-OPERADOR.
           IF NOT OPE-ENCONTRADO
               DISPLAY "NO HAY OPERADORES REGISTRADOS - CREE SU "
                   "OPERADOR EN ADMINISTRACION DE OPERADORES"
           ELSE
               MOVE 'S' TO WS-CLAVE-PEDIR-ACTUAL
               PERFORM 0080-CAMBIAR-CLAVE
           END-IF.

       0085-END-CAMBIAR-MI-CLAVE SECTION.

       0090-REGISTRAR-SEGURIDAD SECTION.
      *    WS-SEG-EVENTO / OPER / POR / DETALLE YA VIENEN CARGADOS.
           OPEN EXTEND SEGURIDAD-FILE.
           IF WS-SEG-FS = "35"
               OPEN OUTPUT SEGURIDAD-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-SEG-FECHA-HORA.
           MOVE WS-SEG-LINEA TO REG-SEGURIDAD.
           WRITE REG-SEGURIDAD.
           CLOSE SEGURIDAD-FILE.
           MOVE "00" TO WS-SEG-FS.
           MOVE SPACES TO WS-SEG-DETALLE.

       0090-END-REGISTRAR-SEGURIDAD SECTION.

       0100-MENU-PRINCIPAL SECTION.
           DISPLAY "*******************************************"
           DISPLAY "14. EXPORTACION CONTABLE (CSV)"
           DISPLAY "15. DECLARACION MENSUAL DE IVA"
           DISPLAY "16. DEPURACION DE CLIENTES DUPLICADOS"
           DISPLAY "17. COMPRAS Y PROVEEDORES"
           DISPLAY "18. ANALISIS DE VENTAS"
           DISPLAY "19. COMPROBANTES ELECTRONICOS (SRI)"
           DISPLAY "20. INTERES DE MORA (CORRIDA MENSUAL)"
           DISPLAY "21. COBRO MENSUAL DE PENSIONES"
           DISPLAY "22. BLOQUEOS DE MAESTROS"
           DISPLAY "23. AUDITORIA DE INTEGRIDAD"
           DISPLAY "24. CONCILIACION BANCARIA (ESTADO DE CUENTA)"
           DISPLAY "25. CAMBIAR MI CLAVE"
           DISPLAY "26. REPORTE GERENCIAL MENSUAL"
           DISPLAY "27. CONSULTA DE CLIENTE"
           DISPLAY "28. CONTROL DE PROFORMAS (VENCIDAS Y CONVERSION)"
           DISPLAY "29. PUNTOS DE EMISION (ESTABLECIMIENTOS Y CAJAS)"
           DISPLAY "30. COMISIONES DE VENTAS"
           DISPLAY "31. SALIR"
           DISPLAY "*******************************************"
           ACCEPT WS-OPCION-MENU
           EVALUATE WS-OPCION-MENU
      *            REQ 072 - LISTADO Y FUSION DE CLIENTES DUPLICADOS
                   CALL "DEPURA-CLIENTES"
               WHEN 17
      *            MAESTRO DE PROVEEDORES Y RECEPCION DE MERCADERIA
                   CALL "COMPRAS-PROVEEDORES"
               WHEN 18
      *            RANKING DE PRODUCTOS, MESES Y CLIENTES, NETO DE NC
                   CALL "ANALISIS-VENTAS"
               WHEN 19
      *            ESTADO, REENVIO Y AUTORIZACION DE LOS XML DEL SRI
                   CALL "COMPROBANTES-SRI"
               WHEN 20
      *            CARGO MENSUAL DE MORA A FACTURAS VENCIDAS; MUEVE
      *            BALANCES DE CLIENTES: SOLO SUPERVISOR
                   IF OPERADOR-CAJERO
                       DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
                   ELSE
                       CALL "INTERES-MORA"
                   END-IF
               WHEN 21
      *            PENSION DEL MES A LOS REPRESENTANTES, MENOS BECAS;
      *            MUEVE BALANCES DE CLIENTES: SOLO SUPERVISOR
                   IF OPERADOR-CAJERO
                       DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
                   ELSE
                       CALL "COBRO-PENSIONES"
                   END-IF
               WHEN 22
      *            VER QUIEN TIENE CADA MAESTRO Y LIBERAR LOS BLOQUEOS
      *            DE SESIONES CAIDAS: SOLO SUPERVISOR
                   IF OPERADOR-CAJERO
                       DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
                   ELSE
                       CALL "ADMIN-BLOQUEOS"
                   END-IF
               WHEN 23
      *            CRUCE DE DETALLES, ABONOS, NC, KARDEX Y NUMERACION;
      *            SOLO LECTURA, COMO LA CONCILIACION
                   CALL "AUDITORIA-INTEGRIDAD"
               WHEN 24
      *            CRUCE DE TRANSFERENCIAS DEL BANCO CONTRA FACTURAS Y
      *            ABONOS CONFIRMADOS; MUEVE BALANCES: SOLO SUPERVISOR
                   IF OPERADOR-CAJERO
                       DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
                   ELSE
                       CALL "CONCILIA-BANCO"
                   END-IF
               WHEN 25
      *            CUALQUIER OPERADOR, SIN SUPERVISOR
                   PERFORM 0085-CAMBIAR-MI-CLAVE
               WHEN 26
      *            CIFRAS DEL NEGOCIO CONTRA EL MES ANTERIOR Y EL ANO
      *            ANTERIOR: SOLO SUPERVISOR
                   IF OPERADOR-CAJERO
                       DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
                   ELSE
                       CALL "REPORTE-GERENCIAL"
                   END-IF
               WHEN 27
      *            SOLO LECTURA: TAMBIEN PARA CAJEROS, EN MOSTRADOR
                   CALL "CONSULTA-CLIENTE"
               WHEN 28
      *            MARCA VENCIDAS Y MIDE LA CONVERSION POR OPERADOR:
      *            SOLO SUPERVISOR
                   IF OPERADOR-CAJERO
                       DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
                   ELSE
                       CALL "CONTROL-PROFORMAS"
                   END-IF
               WHEN 29
      *            SERIES DE NUMERACION POR ESTABLECIMIENTO Y CAJA:
      *            SOLO SUPERVISOR
                   IF OPERADOR-CAJERO
                       DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
                   ELSE
                       CALL "ADMIN-PUNTOS-EMISION"
                   END-IF
               WHEN 30
      *            REGLAS Y LIQUIDACION MENSUAL POR VENDEDOR PARA
      *            NOMINA: SOLO SUPERVISOR
                   IF OPERADOR-CAJERO
                       DISPLAY "FUNCION RESERVADA AL SUPERVISOR"
                   ELSE
                       CALL "COMISIONES-VENTAS"
                   END-IF
               WHEN 31
                   SET SALIR-DEL-SISTEMA TO TRUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"

      ******************************************************************
      * Author:
      * Date:
      * Purpose: RESUMEN DE UNA SOLA VIA DE LAS CLAVES DE OPERADOR
      *          (VER CLAVEPAR.CPY)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFRAR-CLAVE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    SUBRUTINA COMPARTIDA ENTRE MENU-SISTEMA Y ADMIN-OPERADORES
      *    (MISMA IDEA QUE BLOQUEO-MAESTRO). SE MEZCLAN CODIGO Y CLAVE
      *    EN DOS ACUMULADORES MODULO PRIMOS DISTINTOS, VARIAS VUELTAS,
      *    Y EL RESULTADO SON LOS DOS ACUMULADORES EN DECIMAL: DE AHI
      *    NO SE PUEDE LEER LA CLAVE.
       01  WS-CLV-TEXTO               PIC X(20)   VALUE SPACES.
       01  WS-CLV-H1                  PIC 9(18)   COMP VALUE 0.
       01  WS-CLV-H2                  PIC 9(18)   COMP VALUE 0.
       01  WS-CLV-C                   PIC 9(04)   COMP VALUE 0.
       01  WS-CLV-I                   PIC 9(04)   COMP VALUE 0.
       01  WS-CLV-VUELTA              PIC 9(04)   COMP VALUE 0.
       01  WS-CLV-SALIDA.
           05 WS-CLV-SAL-H1           PIC 9(09).
           05 WS-CLV-SAL-H2           PIC 9(09).

       LINKAGE SECTION.
       01  LS-CLV-OPER                PIC X(10).
       01  LS-CLV-CLAVE               PIC X(10).
       01  LS-CLV-RESUMEN             PIC X(18).

       PROCEDURE DIVISION USING LS-CLV-OPER LS-CLV-CLAVE
               LS-CLV-RESUMEN.

       0000-MAIN-PROCEDURE SECTION.
           MOVE LS-CLV-OPER  TO WS-CLV-TEXTO(1:10).
           MOVE LS-CLV-CLAVE TO WS-CLV-TEXTO(11:10).
           MOVE 7 TO WS-CLV-H1.
           MOVE 13 TO WS-CLV-H2.
           PERFORM VARYING WS-CLV-VUELTA FROM 1 BY 1
                   UNTIL WS-CLV-VUELTA > 64
               PERFORM VARYING WS-CLV-I FROM 1 BY 1
                       UNTIL WS-CLV-I > 20
                   COMPUTE WS-CLV-C =
                       FUNCTION ORD(WS-CLV-TEXTO(WS-CLV-I:1))
                   COMPUTE WS-CLV-H1 = FUNCTION MOD(
                       WS-CLV-H1 * 131 + WS-CLV-C * WS-CLV-I
                       + WS-CLV-VUELTA, 999999937)
                   COMPUTE WS-CLV-H2 = FUNCTION MOD(
                       WS-CLV-H2 * 257 + WS-CLV-C + WS-CLV-H1,
                       999999929)
               END-PERFORM
           END-PERFORM.
           MOVE WS-CLV-H1 TO WS-CLV-SAL-H1.
           MOVE WS-CLV-H2 TO WS-CLV-SAL-H2.
           MOVE WS-CLV-SALIDA TO LS-CLV-RESUMEN.
           GOBACK.

       0000-END-MAIN-PROCEDURE SECTION.

       END PROGRAM CIFRAR-CLAVE.

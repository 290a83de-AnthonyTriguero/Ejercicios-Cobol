           88 DOC-VALIDO                   VALUE 'S'.
           88 DOC-INVALIDO                 VALUE 'N'.

      *    RUC DE SOCIEDADES (TERCER DIGITO 9) Y DE ENTIDADES PUBLICAS
      *    (TERCER DIGITO 6): MODULO 11 CON SUS PROPIOS COEFICIENTES.
      *---------------------------------------------------------------
       01  WS-COEF-SOCIEDAD PIC 9(9) VALUE 432765432.
       01  FILLER REDEFINES WS-COEF-SOCIEDAD.
           05 WS-COEF-SOC PIC 9 OCCURS 9 TIMES INDEXED BY SOC-I.
       01  WS-COEF-PUBLICO PIC 9(8) VALUE 32765432.
       01  FILLER REDEFINES WS-COEF-PUBLICO.
           05 WS-COEF-PUB PIC 9 OCCURS 8 TIMES INDEXED BY PUB-I.
       01  WS-RUC-SUMA PIC 9(04) VALUE 0.
       01  WS-RUC-RESIDUO PIC 9(02) VALUE 0.

      *    LINKAGE PARA USO COMO SUBRUTINA COMPARTIDA (REQ 006/023)
      *---------------------------------------------------------------
       LINKAGE SECTION.
       7000-VALIDAR-RUC SECTION.
      *    REQ 007 - RUC: BASE DE 10 DIGITOS (MISMA REGLA DE CEDULA)
      *    MAS CODIGO DE ESTABLECIMIENTO (DIGITOS 11-13, NO "000").
      *    EL TERCER DIGITO DISTINGUE AL CONTRIBUYENTE: MENOR A 6 ES
      *    PERSONA NATURAL (LA REGLA DE ARRIBA); 9 SOCIEDAD PRIVADA Y
      *    6 ENTIDAD PUBLICA TIENEN SU PROPIO DIGITO VERIFICADOR.
           EVALUATE TRUE
               WHEN LS-CEDULA IS NOT NUMERIC
                   MOVE 'N' TO WS-RESULTADO-VALIDACION
               WHEN LS-DIGITO(3) = 9
                   PERFORM 7100-VALIDAR-RUC-SOCIEDAD
               WHEN LS-DIGITO(3) = 6
                   PERFORM 7200-VALIDAR-RUC-PUBLICO
               WHEN OTHER
                   PERFORM 6000-VALIDAR
                   MOVE LS-CEDULA(11:3) TO LS-ESTABLECIMIENTO
                   IF DOC-VALIDO
                       IF LS-ESTABLECIMIENTO IS NUMERIC
                               AND LS-ESTABLECIMIENTO NOT = "000"
                           MOVE 'S' TO WS-RESULTADO-VALIDACION
                       ELSE
                           MOVE 'N' TO WS-RESULTADO-VALIDACION
                       END-IF
                   END-IF
           END-EVALUATE.

       7000-END-VALIDAR-RUC.

       7100-VALIDAR-RUC-SOCIEDAD SECTION.
      *    COEFICIENTES 4.3.2.7.6.5.4.3.2 SOBRE LOS DIGITOS 1-9; EL
      *    VERIFICADOR (DIGITO 10) ES 11 MENOS EL RESIDUO DE LA SUMA
      *    ENTRE 11 (CERO SI EL RESIDUO ES CERO).
           MOVE 0 TO WS-RUC-SUMA.
           PERFORM VARYING SOC-I FROM 1 BY 1 UNTIL SOC-I > 9
               SET S-1 TO SOC-I
               COMPUTE WS-RUC-SUMA = WS-RUC-SUMA +
                   WS-COEF-SOC(SOC-I) * LS-DIGITO(S-1)
           END-PERFORM.
           COMPUTE WS-RUC-RESIDUO = FUNCTION MOD(WS-RUC-SUMA, 11).
           IF WS-RUC-RESIDUO = 0
               MOVE 0 TO WS-RESTA
           ELSE
               COMPUTE WS-RESTA = 11 - WS-RUC-RESIDUO
           END-IF.
           MOVE LS-DIGITO(10) TO WS-ULTIMO-DIGTO-CI.
           MOVE LS-CEDULA(11:3) TO LS-ESTABLECIMIENTO.
           IF WS-RESTA = WS-ULTIMO-DIGTO-CI AND PROVINCIA-VALIDA
                   AND LS-ESTABLECIMIENTO NOT = "000"
               MOVE 'S' TO WS-RESULTADO-VALIDACION
           ELSE
               MOVE 'N' TO WS-RESULTADO-VALIDACION
           END-IF.

       7100-END-VALIDAR-RUC-SOCIEDAD.

       7200-VALIDAR-RUC-PUBLICO SECTION.
      *    COEFICIENTES 3.2.7.6.5.4.3.2 SOBRE LOS DIGITOS 1-8; EL
      *    VERIFICADOR ES EL DIGITO 9 Y EL ESTABLECIMIENTO VA EN LOS
      *    DIGITOS 10-13 (NO "0000").
           MOVE 0 TO WS-RUC-SUMA.
           PERFORM VARYING PUB-I FROM 1 BY 1 UNTIL PUB-I > 8
               SET S-1 TO PUB-I
               COMPUTE WS-RUC-SUMA = WS-RUC-SUMA +
                   WS-COEF-PUB(PUB-I) * LS-DIGITO(S-1)
           END-PERFORM.
           COMPUTE WS-RUC-RESIDUO = FUNCTION MOD(WS-RUC-SUMA, 11).
           IF WS-RUC-RESIDUO = 0
               MOVE 0 TO WS-RESTA
           ELSE
               COMPUTE WS-RESTA = 11 - WS-RUC-RESIDUO
           END-IF.
           MOVE LS-DIGITO(9) TO WS-ULTIMO-DIGTO-CI.
           MOVE LS-CEDULA(11:3) TO LS-ESTABLECIMIENTO.
           IF WS-RESTA = WS-ULTIMO-DIGTO-CI AND PROVINCIA-VALIDA
                   AND LS-CEDULA(10:4) NOT = "0000"
               MOVE 'S' TO WS-RESULTADO-VALIDACION
           ELSE
               MOVE 'N' TO WS-RESULTADO-VALIDACION
           END-IF.

       7200-END-VALIDAR-RUC-PUBLICO.

       END PROGRAM CIVALIDE-VALIDAR.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    REQ 037 - HISTORIAL.LOG, MOVIMIENTOS.LOG, EXCEPCIONES.LOG,
      *    CEDULAS-EXCEPCIONES.LOG, RESUMEN.RPT Y SEGURIDAD.LOG SON
      *    BITACORAS DE SOLO-ANEXAR (OPEN EXTEND) QUE NUNCA SE RECORTAN
      *    POR SU CUENTA Y CRECEN INDEFINIDAMENTE. ESTE PROGRAMA LAS
      *    RENOMBRA CON LA FECHA DE HOY (CBL_RENAME_FILE, RUTINA DE
           05 FILLER                  PIC X(30)
                                       VALUE "CEDULAS-EXCEPCIONES.LOG".
           05 FILLER                  PIC X(30) VALUE "RESUMEN.RPT".
           05 FILLER                  PIC X(30) VALUE "SEGURIDAD.LOG".
       01  WS-ARCH-LISTA REDEFINES WS-ARCH-LISTA-INICIAL.
           05 WS-ARCH-NOMBRE          PIC X(30) OCCURS 6 TIMES.

       01  WS-ARCH-CANTIDAD           PIC 9(02) VALUE 6.
       01  WS-ARCH-I                  PIC 9(02) VALUE 0.
       01  WS-ARCH-SUFIJO             PIC X(08).
       01  WS-ARCH-ORIGEN             PIC X(40).

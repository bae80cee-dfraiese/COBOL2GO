000221*                       ORDENADA POR SUCURSAL Y CLIENTE PARA
000223*                       QUE CADA SUCURSAL PUEDA RUTEARSE COMO
000225*                       UN BLOQUE CONTIGUO.
000226*    2026-10-15  DLF    ROTULOS DE DEVOLUCION, EXTORNO Y
000227*                       ANULACION DE CANJE
000228*    2026-10-15  DLF    AJUSTES MANUALES J Y K EN EL EXTRACTO
000229*    2026-10-15  DLF    LA BONIFICACION POR REFERIDO 'F' SE
000230*                       IMPRIME COMO REFERIDO Y SE CONSIDERA
000231*                       ACREDITACION PARA EL SALDO DE APERTURA.
000232*----------------------------------------------------------------
000233
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PUNTOSMOV
000640     RECORD CONTAINS 46 CHARACTERS.
000650 COPY PUNTMOV.
000660
000670 FD  CLIENTES.
003380     IF WS-MOVS-EN-PERIODO = ZERO
003390         IF NO-HAY-SALDO-PREVIO
003400             IF SM-ES-COMPRA OR SM-ES-BONIFICACION
003405                OR SM-ES-ANULACION OR SM-ES-AJUSTE-CREDITO
003407                OR SM-ES-BONIF-REFERIDO
003410                 COMPUTE WS-SALDO-APERTURA =
003420                     SM-SALDO - SM-PUNTOS
003430             ELSE
003575         WHEN SM-ES-BONIFICACION
003576             MOVE 'BONIF PROMO' TO WS-MV-CONCEPTO
003580         WHEN SM-ES-VENCIMIENTO
003581             MOVE 'VENCIMIENTO' TO WS-MV-CONCEPTO
003582         WHEN SM-ES-DEVOLUCION
003583             MOVE 'DEVOLUCION ' TO WS-MV-CONCEPTO
003584         WHEN SM-ES-EXTORNO-BONIF
003585             MOVE 'EXTORNO BON' TO WS-MV-CONCEPTO
003586         WHEN SM-ES-ANULACION
003587             MOVE 'ANUL CANJE ' TO WS-MV-CONCEPTO
003588         WHEN SM-ES-AJUSTE-CREDITO
003589             MOVE 'AJUSTE +   ' TO WS-MV-CONCEPTO
003590         WHEN SM-ES-AJUSTE-DEBITO
003591             MOVE 'AJUSTE -   ' TO WS-MV-CONCEPTO
003594         WHEN SM-ES-BONIF-REFERIDO
003597             MOVE 'REFERIDO   ' TO WS-MV-CONCEPTO
003600         WHEN OTHER
003610             MOVE 'REDENCION  ' TO WS-MV-CONCEPTO
003620     END-EVALUATE

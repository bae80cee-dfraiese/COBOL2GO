000338*    2026-09-03  DLF    ESTAMPA INICIO Y FIN DE CORRIDA CON SUS
000344*                       CONTADORES EN EL CONTROL DE ESTADO DEL
000350*                       CICLO NOCTURNO (CICLOSTATUS).
000351*    2026-10-15  DLF    LA TRANSACCION INCORPORA MC-USUARIO
000352*                       (QUIEN LA CARGO EN CLIENTES-PANTALLA),
000353*                       QUE SE ARRASTRA A RETENIDAS Y SE
000354*                       IMPRIME EN EL LOG.
000356*----------------------------------------------------------------
000380
000390 ENVIRONMENT DIVISION.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  MANTCLIENTES
000910     RECORD CONTAINS 77 CHARACTERS.
000920 COPY MANTCLI.
000930
000940 FD  CLIENTES.
000990 01  ML-LINEA                   PIC X(100).
001000
001002 FD  RETENIDAS
001004     RECORD CONTAINS 86 CHARACTERS.
001006 COPY RETENIDA.
001008
001010 FD  MANTCKPT
001820     05  WS-LOG-FECHA           PIC 9(08).
001830     05  FILLER                 PIC X(01)   VALUE SPACE.
001840     05  WS-LOG-HORA            PIC 9(08).
001845     05  FILLER                 PIC X(01)   VALUE SPACE.
001847     05  WS-LOG-USUARIO         PIC X(08).
001850     05  FILLER                 PIC X(12)   VALUE SPACES.
001860
001870 01  WS-ULT-FECHA               PIC 9(08)   VALUE ZERO.
001880 01  WS-RERUN-FECHA             PIC 9(08)   VALUE ZERO.
003970     MOVE CR-SALARIO          TO WS-LOG-SALARIO-NVO
003980     MOVE WS-FECHA-PROCESO    TO WS-LOG-FECHA
003990     MOVE WS-HORA-PROCESO     TO WS-LOG-HORA
003995     MOVE MC-USUARIO          TO WS-LOG-USUARIO
004000
004010     MOVE WS-LINEA-LOG TO ML-LINEA
004020     WRITE ML-LINEA.
006020     MOVE 'M'               TO RT-CLASE
006030     MOVE MC-FECHA-EFECTIVA TO RT-FECHA-EFECTIVA
006040     MOVE SPACES            TO RT-DATOS
006050     MOVE MC-REC            TO RT-DATOS (1:77)
006060
006070     WRITE RT-REC
006080

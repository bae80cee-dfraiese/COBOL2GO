000244*    2026-09-03  DLF    LAS AUN RETENIDAS SALEN EN EL LISTADO
000245*                       CON SU LINEA DE DETALLE Y SE RESUMEN
000246*                       POR CLASE, IGUAL QUE LAS LIBERADAS.
000247*    2026-10-15  DLF    ACTIVIDAD DE PUNTOS DE 37 BYTES CON
000248*                       REFERENCIA AL ORIGINAL
000249*    2026-10-15  DLF    RETENIDAS SE AMPLIA A 86 POSICIONES
000250*                       PARA LLEVAR MC-USUARIO Y TL-USUARIO;
000251*                       TRASLADOS Y MANTCLIENTES A 37 Y 77.
000252*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  RETENIDAS
000680     RECORD CONTAINS 86 CHARACTERS.
000690 COPY RETENIDA.
000700
000710 FD  RETENIDASNVO
000720     RECORD CONTAINS 86 CHARACTERS.
000730 01  RN-REC                     PIC X(86).
000740
000750 FD  TRASLADOS
000760     RECORD CONTAINS 37 CHARACTERS.
000770 01  TS-LINEA                   PIC X(37).
000780
000790 FD  MANTCLIENTES
000800     RECORD CONTAINS 77 CHARACTERS.
000810 01  MT-LINEA                   PIC X(77).
000820
000830 FD  PUNTOSACT
000840     RECORD CONTAINS 37 CHARACTERS.
000850 01  PA-LINEA                   PIC X(37).
000860
000870 FD  LIBERACIONRPT
000880     RECORD CONTAINS 80 CHARACTERS.
002450 3000-LIBERAR-TRANSACCION.
002460     EVALUATE TRUE
002470         WHEN RT-ES-TRASLADO
002480             MOVE RT-DATOS (1:37) TO TS-LINEA
002490             WRITE TS-LINEA
002500             ADD 1 TO WS-CONT-LIB-TRASLADOS
002510         WHEN RT-ES-MANT
002520             MOVE RT-DATOS (1:77) TO MT-LINEA
002530             WRITE MT-LINEA
002540             ADD 1 TO WS-CONT-LIB-MANT
002550         WHEN RT-ES-PUNTOS
002560             MOVE RT-DATOS (1:37) TO PA-LINEA
002570             WRITE PA-LINEA
002580             ADD 1 TO WS-CONT-LIB-PUNTOS
002590         WHEN OTHER

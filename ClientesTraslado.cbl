000216*    2026-09-03  DLF    ESTAMPA INICIO Y FIN DE CORRIDA CON SUS
000218*                       CONTADORES EN EL CONTROL DE ESTADO DEL
000220*                       CICLO NOCTURNO (CICLOSTATUS).
000221*    2026-10-15  DLF    LA TRANSACCION INCORPORA TL-USUARIO
000222*                       (QUIEN LA CARGO EN CLIENTES-PANTALLA),
000223*                       QUE SE ARRASTRA A RETENIDAS.
000224*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  TRASLADOS
000710     RECORD CONTAINS 37 CHARACTERS.
000720 COPY TRASLCLI.
000730
000740 FD  CLIENTES.
000790 01  LT-LINEA                   PIC X(80).
000800
000802 FD  RETENIDAS
000804     RECORD CONTAINS 86 CHARACTERS.
000806 COPY RETENIDA.
000808
000810 FD  EVENTLOG
003952     MOVE 'T'               TO RT-CLASE
003953     MOVE TL-FECHA-EFECTIVA TO RT-FECHA-EFECTIVA
003954     MOVE SPACES            TO RT-DATOS
003955     MOVE TL-REC            TO RT-DATOS (1:37)
003956
003957     WRITE RT-REC.
003958

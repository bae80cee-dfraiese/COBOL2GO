000200*                       LOS ULTIMOS MOVIMIENTOS DEL DIARIO DE
000202*                       PUNTOS CON SU SALDO Y LOS ULTIMOS
000204*                       EVENTOS DEL DIARIO CENTRAL.
000205*    2026-10-15  DLF    DIARIO DE PUNTOS DE 46 BYTES CON
000206*                       REFERENCIA AL ORIGINAL
000207*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000536 COPY SUCREC.
000537
000538 FD  PUNTOSMOV
000539     RECORD CONTAINS 46 CHARACTERS.
000540 COPY PUNTMOV.
000541 
000542 FD  EVENTLOG

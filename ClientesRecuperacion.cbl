000384*                       RESTAURADO ANTES DEL REPLAY (UNA
000386*                       GENERACION CON ANCHOS VIEJOS ABORTA EN
000388*                       LUGAR DE INFORMAR UN REPLAY FALSO).
000389*    2026-10-15  DLF    DIARIO DE PUNTOS DE 46 BYTES CON
000390*                       REFERENCIA AL ORIGINAL
000391*----------------------------------------------------------------
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000910 COPY CLIREC.
000920
000930 FD  PUNTOSMOV
000940     RECORD CONTAINS 46 CHARACTERS.
000950 COPY PUNTMOV.
000960
000970 SD  SORTMOV.

000289*                       LAS GENERACIONES clientes.dat.G<N>
000290*                       VIEJAS Y LA TOMA DE UNA GENERACION
000291*                       CONVERTIDA.
000292*    2026-10-15  DLF    DIARIO DE PUNTOS DE 46 BYTES CON
000293*                       REFERENCIA AL ORIGINAL
000294*----------------------------------------------------------------
000295
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
001530     05  V-PM-SALDO             PIC 9(05).
001540
001550 FD  PUNTOSMOV
001560     RECORD CONTAINS 46 CHARACTERS.
001570 COPY PUNTMOV.
001580
001590*    LAYOUT VIEJO DE LOS RECHAZOS (IMPORTE TODAVIA EN 9(05))
004190     MOVE V-PM-TIPO           TO PM-TIPO
004200     MOVE V-PM-PUNTOS         TO PM-PUNTOS
004210     MOVE V-PM-SALDO          TO PM-SALDO
004215     MOVE SPACES              TO PM-REFERENCIA
004220
004230     WRITE PM-REC
004240

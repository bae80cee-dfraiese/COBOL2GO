000290*    FECHA       INIC.  DESCRIPCION
000300*    ----------  -----  ---------------------------------------
000310*    2026-09-03  DLF    VERSION ORIGINAL.
000313*    2026-10-15  DLF    DIARIO DE PUNTOS DE 46 BYTES CON
000316*                       REFERENCIA AL ORIGINAL
000320*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  PUNTOSMOV
000860     RECORD CONTAINS 46 CHARACTERS.
000870 COPY PUNTMOV.
000880
000890 SD  SORTMOV.
000900 COPY PUNTMVSD.
000910
000920 FD  ARCHMOV
000930     RECORD CONTAINS 46 CHARACTERS.
000940 01  AM-LINEA                   PIC X(46).
000950
000960 FD  NUEVOMOV
000970     RECORD CONTAINS 46 CHARACTERS.
000980 01  NM-LINEA                   PIC X(46).
000990
001000 FD  EVENTLOG
001010     RECORD CONTAINS 110 CHARACTERS.
001890     05  WS-AR-TIPO             PIC X(01).
001900     05  WS-AR-PUNTOS           PIC 9(09).
001910     05  WS-AR-SALDO            PIC 9(09).
001915     05  WS-AR-REFERENCIA       PIC X(09)   VALUE SPACES.
001920
001930*    EVENTO 'ARCH' QUE QUEDA EN EL DIARIO VIVO (MISMO LAYOUT
001940*    QUE EVENTCLI)

000180*    (AAAAMMDD); SIN EL PARAMETRO SE INFORMA LA FECHA MAS ALTA
000190*    PRESENTE EN CICLOSTATUS (LA ULTIMA NOCHE REGISTRADA).
000200*
000205*    HISTORIAL DE MODIFICACIONES
000208*    FECHA       INIC.  DESCRIPCION
000211*    ----------  -----  ---------------------------------------
000214*    2026-09-03  DLF    VERSION ORIGINAL.
000217*    2026-10-15  DLF    SE INCORPORA A LA CADENA LA INTERFAZ
000220*                       CONTABLE CLIENTES-CONTABLE, ENTRE LA
000223*                       PURGA Y EL CIERRE.
000226*    2026-10-15  DLF    SE INCORPORA A LA CADENA EL CANJE DE
000229*                       CATALOGO CLIENTES-CANJES, A CONTINUACION
000232*                       DE LA CONCILIACION.
000235*    2026-10-15  DLF    SE INCORPORA A LA CADENA EL CONTROL
000238*                       DE FRAUDE CLIENTES-FRAUDE, ENTRE EL
000241*                       TRASLADO Y LOS PUNTOS.
000244*    2026-10-15  DLF    SE INCORPORA A LA CADENA LA FOTO
000247*                       MENSUAL DE INDICADORES CLIENTES-KPIMES,
000248*                       ENTRE LA INTERFAZ CONTABLE Y EL CIERRE.
000249*    2026-10-15  DLF    SE INCORPORA A LA CADENA EL AJUSTE
000250*                       MANUAL DE PUNTOS CLIENTES-AJUSTES, A
000251*                       CONTINUACION DEL CANJE DE CATALOGO.
000252*    2026-10-15  DLF    SE INCORPORA A LA CADENA EL AVISO A
000253*                       CLIENTES CLIENTES-NOTIFICA, ENTRE LA
000254*                       FOTO MENSUAL Y EL CIERRE.
000255*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000830     05  FILLER             PIC X(20) VALUE 'CREARCLIENTES'.
000840     05  FILLER             PIC X(20) VALUE 'CLIENTES-MANT'.
000850     05  FILLER             PIC X(20) VALUE 'CLIENTES-TRASLADO'.
000855     05  FILLER             PIC X(20) VALUE 'CLIENTES-FRAUDE'.
000860     05  FILLER             PIC X(20) VALUE 'CLIENTES-PUNTOS'.
000870     05  FILLER             PIC X(20) VALUE 'CLIENTES-AUDITOR'.
000875     05  FILLER             PIC X(20) VALUE 'CLIENTES-CANJES'.
000877     05  FILLER             PIC X(20) VALUE 'CLIENTES-AJUSTES'.
000880     05  FILLER             PIC X(20) VALUE 'CLIENTES-RECICLAJE'.
000890     05  FILLER             PIC X(20) VALUE 'CLIENTES-RECAT'.
000900     05  FILLER             PIC X(20) VALUE 'CLIENTES-DORMIDOS'.
000910     05  FILLER             PIC X(20) VALUE 'CLIENTES-VENCPUNTOS'.
000920     05  FILLER             PIC X(20) VALUE 'CLIENTES-PURGA'.
000925     05  FILLER             PIC X(20) VALUE 'CLIENTES-CONTABLE'.
000927     05  FILLER             PIC X(20) VALUE 'CLIENTES-KPIMES'.
000928     05  FILLER             PIC X(20) VALUE 'CLIENTES-NOTIFICA'.
000930     05  FILLER             PIC X(20) VALUE 'CLIENTES-CIERRE'.
000940 01  WS-TABLA-NOMBRES REDEFINES WS-TABLA-PASOS-VALUES.
000950     05  WS-PASO-NOMBRE         PIC X(20)   OCCURS 18 TIMES.
000960
000970 01  WS-TABLA-ESTADOS.
000980     05  WS-PASO-EST            OCCURS 18 TIMES.
000990         10  WS-PE-INICIO       PIC X(01).
001000         10  WS-PE-FIN          PIC X(01).
001010         10  WS-PE-HORA-INI     PIC 9(08).
001060         10  WS-PE-RECHAZADOS   PIC 9(07).
001070
001080 77  WS-PASO-IDX                PIC 9(04)   COMP.
001090 77  WS-PASO-MAXIMO             PIC 9(04)   COMP    VALUE 18.
001100
001110 01  WS-LINEA-TITULO.
001120     05  FILLER                 PIC X(41)

000160*    BATCH SE DETENGA.
000170*    DEBE CORRER INMEDIATAMENTE DESPUES DE CLIENTES-PUNTOS.
000180*    LOS PROCESOS QUE TOCAN EL MAESTRO DESPUES DE LA
000190*    CONCILIACION (CANJES, AJUSTES, RECICLAJE, RECAT,
000200*    DORMIDOS, VENCIMIENTOS, PURGA) QUEDAN CUBIERTOS POR LA
000210*    GENERACION DEL DIA SIGUIENTE, QUE SE TOMA CON ESOS
000215*    CAMBIOS YA APLICADOS.
000220*
000230*    HISTORIAL DE MODIFICACIONES
000240*    FECHA       INIC.  DESCRIPCION
000250*    ----------  -----  ---------------------------------------
000252*    2026-08-22  DLF    VERSION ORIGINAL.
000253*    2026-09-03  DLF    MANTCLIENTES INCORPORA EL CAMBIO DE
000254*                       SUCURSAL (REGISTRO DE 69); NO AFECTA EL
000255*                       CUADRE DE SALARIO NI DE PUNTOS.
000256*    2026-09-03  DLF    LOS IMPORTES DE PUNTOS PASAN DE 9(5) A
000257*                       9(9); ACUMULADORES DE CUADRE AMPLIADOS.
000258*    2026-09-03  DLF    EL MANTENIMIENTO Y LA ACTIVIDAD FECHADOS
000259*                       A FUTURO (ESTACIONADOS EN RETENIDAS POR
000260*                       SUS PROGRAMAS) NO APORTAN AL CUADRE.
000261*    2026-09-03  DLF    LAS BONIFICACIONES DE CAMPANIA 'B' DEL
000262*                       DIA (DIARIO PUNTOSMOVIMIENTOS) SE SUMAN
000263*                       A LOS PUNTOS ESPERADOS.
000264*    2026-09-03  DLF    ESTAMPA INICIO Y FIN DE CORRIDA CON SUS
000265*                       CONTADORES EN EL CONTROL DE ESTADO DEL
000266*                       CICLO NOCTURNO (CICLOSTATUS).
000267*    2026-09-03  DLF    EL REPLAY DE MANTENIMIENTO REPLICA EL
000268*                       RECHAZO POR SUCURSAL DESCONOCIDA O
000269*                       CERRADA DE CLIENTES-MANT (MAESTRO
000270*                       SUCURSALES).
000271*    2026-10-15  DLF    CLIENTES-CANJES CORRE DESPUES DE LA
000272*                       CONCILIACION; SUS DEBITOS LOS CUBRE LA
000273*                       GENERACION DEL DIA SIGUIENTE.
000274*    2026-10-15  DLF    CONCILIA REVERSIONES D/E/X DEL DIARIO
000275*                       PUNTOSMOVIMIENTOS EN EL CUADRE.
000276*    2026-10-15  DLF    MANTCLIENTES SE AMPLIA A 77 POSICIONES
000277*                       CON MC-USUARIO.
000278*    2026-10-15  DLF    CLIENTES-AJUSTES CORRE DESPUES DE LA
000279*                       CONCILIACION
000280*    2026-10-15  DLF    ALTACLIENTES PASA A 76 POSICIONES
000281*                       (REFERENTE DEL ALTA); LAS
000282*                       BONIFICACIONES POR REFERIDO 'F' DEL DIA
000283*                       SE SUMAN COMO LAS 'B'.
000284*----------------------------------------------------------------
000285
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
001160 COPY CLIREC.
001170
001180 FD  ALTACLIENTES
001190     RECORD CONTAINS 76 CHARACTERS.
001200 COPY ALTACLI.
001210
001220 FD  ALTARECHAZOS
001254 COPY SUCREC.
001256
001260 FD  MANTCLIENTES
001270     RECORD CONTAINS 77 CHARACTERS.
001280 COPY MANTCLI.
001290
001300 FD  PUNTOSACT
001310     RECORD CONTAINS 37 CHARACTERS.
001320 COPY PUNTACT.
001330
001340 FD  PUNTOSRECH
001360 COPY PUNTRECH.
001362
001364 FD  PUNTOSMOV
001366     RECORD CONTAINS 46 CHARACTERS.
001368 COPY PUNTMOV.
001370
001380 FD  RECONCILRPT
002570     05  WS-PTS-RECH-COMPRAS    PIC S9(12)  COMP    VALUE ZERO.
002580     05  WS-PTS-RECH-REDEN      PIC S9(12)  COMP    VALUE ZERO.
002582     05  WS-PTS-BONIF           PIC S9(12)  COMP    VALUE ZERO.
002584     05  WS-PTS-REVERSION-DEB   PIC S9(12)  COMP    VALUE ZERO.
002586     05  WS-PTS-REVERSION-CRE   PIC S9(12)  COMP    VALUE ZERO.
002590
002600 01  WS-TOTALES-ACTUAL.
002610     05  WS-ACT-CANT            PIC 9(07)   COMP    VALUE ZERO.
008632     IF PT-FECHA > WS-FECHA-SISTEMA
008634         GO TO 5150-SIGUE
008636     END-IF
008637
008638*    LAS REVERSIONES NO SE TOMAN DE LA ACTIVIDAD: LO QUE DEBITAN
008639*    O ACREDITAN DEPENDE DEL SALDO Y DE LA BONIFICACION ORIGINAL
008640*    Y SE SUMA DESDE EL DIARIO (5550)
008641     IF PT-ES-REVERSION
008642         GO TO 5150-SIGUE
008643     END-IF
008644
008645     IF PT-ES-COMPRA
008650         ADD PT-PUNTOS TO WS-PTS-COMPRAS
008660     ELSE
008670         ADD PT-PUNTOS TO WS-PTS-REDENCIONES
009650         + WS-PTS-COMPRAS - WS-PTS-RECH-COMPRAS
009660         - WS-PTS-REDENCIONES + WS-PTS-RECH-REDEN
009665         + WS-PTS-BONIF
009667         - WS-PTS-REVERSION-DEB + WS-PTS-REVERSION-CRE
009670
009680     COMPUTE WS-DIF-CANT    = WS-ACT-CANT    - WS-ESP-CANT
009690     COMPUTE WS-DIF-SALARIO = WS-ACT-SALARIO - WS-ESP-SALARIO
011120*----------------------------------------------------------------
011130*    5500-SUMAR-BONIFICACIONES - LAS BONIFICACIONES DE CAMPANIA
011140*    DEL DIA NO VIENEN DE PUNTOSACTIVIDAD: SE TOMAN DEL DIARIO
011150*    PERMANENTE (MOVIMIENTOS 'B' CON LA FECHA DE NEGOCIO). DE
011152*    ALLI SE TOMAN TAMBIEN LAS REVERSIONES DEL DIA ('D' Y 'E'
011154*    DEBITAN, 'X' ACREDITA). LAS BONIFICACIONES POR REFERIDO 'F'
011157*    SUMAN COMO LAS 'B'
011160*----------------------------------------------------------------
011170 5500-SUMAR-BONIFICACIONES.
011180     OPEN INPUT PUNTOSMOV
011400     EXIT.
011410
011420 5550-ACUMULAR-BONIF.
011430     IF PM-FECHA = WS-FECHA-SISTEMA
011440         EVALUATE TRUE
011450             WHEN PM-ES-BONIFICACION
011451               OR PM-ES-BONIF-REFERIDO
011452                 ADD PM-PUNTOS TO WS-PTS-BONIF
011454             WHEN PM-ES-DEVOLUCION OR PM-ES-EXTORNO-BONIF
011456                 ADD PM-PUNTOS TO WS-PTS-REVERSION-DEB
011458             WHEN PM-ES-ANULACION
011460                 ADD PM-PUNTOS TO WS-PTS-REVERSION-CRE
011462             WHEN OTHER
011464                 CONTINUE
011466         END-EVALUATE
011468     END-IF
011470
011480     PERFORM 5510-LEER-MOVIMIENTO THRU 5510-EXIT.
011490

000230*    FECHA       INIC.  DESCRIPCION
000240*    ----------  -----  ---------------------------------------
000250*    2026-09-03  DLF    VERSION ORIGINAL.
000253*    2026-10-15  DLF    DIARIO DE PUNTOS DE 46 BYTES CON
000256*                       REFERENCIA AL ORIGINAL
000257*    2026-10-15  DLF    CADA MOVIMIENTO GRABADO EN EL DIARIO
000258*                       ACTUALIZA EL ARCHIVO DE LOTES ABIERTOS
000259*                       LOTESPUNTOS (ABRE, CONSUME O REABRE
000260*                       LOTES).
000261*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-PUNTOSMOV.
000510
000511     SELECT LOTES
000512         ASSIGN TO "lotespuntos.dat"
000513         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS DYNAMIC
000515         RECORD KEY IS LT-CLAVE
000516         ALTERNATE RECORD KEY IS LT-FECHA
000517             WITH DUPLICATES
000518         FILE STATUS IS WS-FS-LOTES.
000519
000520     SELECT EVENTLOG
000530         ASSIGN TO "eventosclientes.dat"
000540         ORGANIZATION IS LINE SEQUENTIAL
000760 COPY CLIREC.
000770
000780 FD  PUNTOSMOV
000790     RECORD CONTAINS 46 CHARACTERS.
000800 COPY PUNTMOV.
000810
000812 FD  LOTES.
000814 COPY LOTEPTS.
000816
000820 FD  EVENTLOG
000830     RECORD CONTAINS 110 CHARACTERS.
000840 COPY EVENTCLI.
000960     05  WS-FS-FUSIONES         PIC X(02).
000970     05  WS-FS-CLIENTES         PIC X(02).
000980     05  WS-FS-PUNTOSMOV        PIC X(02).
000985     05  WS-FS-LOTES            PIC X(02).
000990     05  WS-FS-EVENTLOG         PIC X(02).
001000     05  WS-FS-FUSIONRPT        PIC X(02).
001010     05  WS-FS-PROCFECHA        PIC X(02).
001070     05  WS-SW-FUSION-OK        PIC X(01)   VALUE 'S'.
001080         88  FUSION-VALIDA                  VALUE 'S'.
001090         88  FUSION-INVALIDA                VALUE 'N'.
001091     05  WS-SW-HAY-LOTES        PIC X(01)   VALUE 'N'.
001092         88  HAY-LOTES                      VALUE 'S'.
001093     05  WS-SW-FIN-LOTES        PIC X(01)   VALUE 'N'.
001094         88  FIN-LOTES-CLIENTE              VALUE 'S'.
001095     05  WS-SW-SIN-CONSUMIDOS   PIC X(01)   VALUE 'N'.
001096         88  SIN-LOTES-CONSUMIDOS           VALUE 'S'.
001100
001110 77  WS-CONT-LEIDAS             PIC 9(07)   COMP    VALUE ZERO.
001120 77  WS-CONT-FUSIONADAS         PIC 9(07)   COMP    VALUE ZERO.
001410     05  WS-FL-PUNTOS           PIC Z(8)9.
001420     05  FILLER                 PIC X(02)   VALUE SPACES.
001430     05  WS-FL-RESULTADO        PIC X(24).
001431     05  FILLER                 PIC X(08)   VALUE SPACES.
001432
001433*    LOTES FECHADOS DEL CLIENTE QUE REABRE UNA ANULACION DE
001434*    CANJE. SI EL CLIENTE TIENE MAS, LOS MAS NUEVOS NO SE CARGAN
001435*    (LA REAPERTURA EMPIEZA POR LOS MAS ANTIGUOS ABIERTOS).
001436 01  WS-TABLA-LOTES.
001437     05  WS-LOTE-CANT           PIC 9(04)   COMP    VALUE ZERO.
001438     05  WS-LOTE-PRIMERO        PIC 9(04)   COMP    VALUE 1.
001439     05  WS-LOTE-MAXIMO         PIC 9(04)   COMP    VALUE 500.
001440     05  WS-LOTE                OCCURS 500 TIMES.
001441         10  WS-LOTE-FECHA      PIC 9(08).
001442         10  WS-LOTE-PUNTOS     PIC 9(09).
001443         10  WS-LOTE-ORIGINAL   PIC 9(09).
001444         10  WS-LOTE-CAMBIO     PIC X(01).
001445
001446 77  WS-LOTE-IDX                PIC 9(04)   COMP.
001447 77  WS-PUNTOS-A-CONSUMIR       PIC 9(09).
001448 77  WS-PUNTOS-A-REABRIR        PIC 9(09).
001449 77  WS-LOTE-HUECO              PIC 9(09).
001450 77  WS-LOTE-TOMADO             PIC 9(09).
001451
001460 01  WS-LINEA-RESUMEN.
001470     05  FILLER                 PIC X(12)
001480         VALUE 'FUSIONADAS: '.
001810     IF WS-FS-PUNTOSMOV NOT = '00'
001820         OPEN OUTPUT PUNTOSMOV
001830     END-IF
001833
001836     PERFORM 6800-ABRIR-LOTES THRU 6800-EXIT
001840
001850     OPEN EXTEND EVENTLOG
001860     IF WS-FS-EVENTLOG NOT = '00'
003530     MOVE 'C'              TO PM-TIPO
003540     MOVE WS-VI-PUNTOS     TO PM-PUNTOS
003550     MOVE CR-PUNTOS        TO PM-SALDO
003555     MOVE SPACES           TO PM-REFERENCIA
003560
003570     WRITE PM-REC
003575     PERFORM 6810-ACTUALIZAR-LOTES THRU 6810-EXIT.
003580
003590 3100-EXIT.
003600     EXIT.
004020         MOVE 'R'              TO PM-TIPO
004030         MOVE WS-VI-PUNTOS     TO PM-PUNTOS
004040         MOVE ZERO             TO PM-SALDO
004045         MOVE SPACES           TO PM-REFERENCIA
004050         WRITE PM-REC
004055         PERFORM 6810-ACTUALIZAR-LOTES THRU 6810-EXIT
004060     END-IF
004070
004080     MOVE FU-ID-VICTIMA     TO EV-ID-CLIENTE
004430     CLOSE FUSIONES
004440     CLOSE CLIENTES
004450     CLOSE PUNTOSMOV
004452     IF HAY-LOTES
004454         CLOSE LOTES
004456     END-IF
004460     CLOSE EVENTLOG
004470     CLOSE FUSIONRPT.
004480
004700
004710 1500-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
004750*    6800-ABRIR-LOTES - ABRE EL ARCHIVO DE LOTES ABIERTOS; SI NO
004760*    EXISTE LOS LOTES NO SE MANTIENEN EN ESTA CORRIDA Y LOS
004770*    REPONE LA VERIFICACION SEMANAL (CLIENTES-LOTES)
004780*----------------------------------------------------------------
004790 6800-ABRIR-LOTES.
004800     OPEN I-O LOTES
004810     IF WS-FS-LOTES = '00'
004820         MOVE 'S' TO WS-SW-HAY-LOTES
004830     ELSE
004840         DISPLAY 'SIN ARCHIVO LOTESPUNTOS - STATUS ' WS-FS-LOTES
004850         DISPLAY 'LOS LOTES LOS REPONE CLIENTES-LOTES'
004860     END-IF.
004870
004880 6800-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------
004920*    6810-ACTUALIZAR-LOTES - APLICA A LOS LOTES ABIERTOS EL
004930*    MOVIMIENTO RECIEN GRABADO EN PM-REC, CON LAS MISMAS REGLAS
004940*    QUE USA CLIENTES-LOTES PARA RECONSTRUIRLOS DEL DIARIO:
004950*    LAS ACREDITACIONES ABREN (O SUMAN AL) LOTE DE SU FECHA, LA
004960*    DEVOLUCION Y EL EXTORNO CONSUMEN ANTES EL LOTE DEL ORIGINAL,
004970*    LA ANULACION DE CANJE REABRE Y LOS DEMAS DEBITOS CONSUMEN
004980*    DEL LOTE MAS ANTIGUO
004990*----------------------------------------------------------------
005000 6810-ACTUALIZAR-LOTES.
005010     IF NOT HAY-LOTES
005020        OR PM-PUNTOS = ZERO
005030         GO TO 6810-EXIT
005040     END-IF
005050
005060     EVALUATE TRUE
005070         WHEN PM-ES-ARRASTRE
005080             CONTINUE
005090         WHEN PM-ES-COMPRA OR PM-ES-BONIFICACION
005100            OR PM-ES-AJUSTE-CREDITO
005110            OR PM-ES-BONIF-REFERIDO
005120             PERFORM 6820-ACREDITAR-LOTE THRU 6820-EXIT
005130         WHEN PM-ES-ANULACION
005140             MOVE PM-PUNTOS TO WS-PUNTOS-A-REABRIR
005150             PERFORM 6870-REABRIR-LOTES THRU 6870-EXIT
005160         WHEN PM-ES-DEVOLUCION OR PM-ES-EXTORNO-BONIF
005170             MOVE PM-PUNTOS TO WS-PUNTOS-A-CONSUMIR
005180             PERFORM 6850-CONSUMIR-LOTE-ORIGEN THRU 6850-EXIT
005190             PERFORM 6830-CONSUMIR-LOTES THRU 6830-EXIT
005200         WHEN OTHER
005210             MOVE PM-PUNTOS TO WS-PUNTOS-A-CONSUMIR
005220             PERFORM 6830-CONSUMIR-LOTES THRU 6830-EXIT
005230     END-EVALUATE.
005240
005250 6810-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------------
005290*    6820-ACREDITAR-LOTE - ABRE EL LOTE DE LA FECHA DEL
005300*    MOVIMIENTO O LE SUMA LA ACREDITACION SI YA EXISTE
005310*----------------------------------------------------------------
005320 6820-ACREDITAR-LOTE.
005330     MOVE PM-ID-CLIENTE    TO LT-ID-CLIENTE
005340     MOVE PM-FECHA         TO LT-FECHA
005350
005360     READ LOTES
005370         INVALID KEY
005380             MOVE PM-PUNTOS        TO LT-PUNTOS
005390             MOVE PM-PUNTOS        TO LT-ORIGINAL
005400             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
005410             WRITE LT-REC
005420         NOT INVALID KEY
005430             ADD PM-PUNTOS         TO LT-PUNTOS
005440             ADD PM-PUNTOS         TO LT-ORIGINAL
005450             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
005460             REWRITE LT-REC
005470     END-READ.
005480
005490 6820-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------------
005530*    6830-CONSUMIR-LOTES - CONSUME WS-PUNTOS-A-CONSUMIR DE LOS
005540*    LOTES FECHADOS DEL CLIENTE EMPEZANDO POR EL MAS ANTIGUO; LO
005550*    QUE ELLOS NO CUBRAN SALE DEL LOTE DE APERTURA
005560*----------------------------------------------------------------
005570 6830-CONSUMIR-LOTES.
005580     IF WS-PUNTOS-A-CONSUMIR = ZERO
005590         GO TO 6830-EXIT
005600     END-IF
005610
005620     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
005630     MOVE 1             TO LT-FECHA
005640     MOVE 'N' TO WS-SW-FIN-LOTES
005650     START LOTES
005660         KEY IS NOT LESS THAN LT-CLAVE
005670         INVALID KEY
005680             MOVE 'S' TO WS-SW-FIN-LOTES
005690     END-START
005700
005710     PERFORM 6840-CONSUMIR-LOTE THRU 6840-EXIT
005720         UNTIL FIN-LOTES-CLIENTE
005730            OR WS-PUNTOS-A-CONSUMIR = ZERO
005740
005750     IF WS-PUNTOS-A-CONSUMIR > ZERO
005760         PERFORM 6860-CONSUMIR-APERTURA THRU 6860-EXIT
005770     END-IF.
005780
005790 6830-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------------
005830*    6840-CONSUMIR-LOTE - LEE EL SIGUIENTE LOTE DEL CLIENTE Y
005840*    LE DESCUENTA LO QUE PUEDA CUBRIR
005850*----------------------------------------------------------------
005860 6840-CONSUMIR-LOTE.
005870     READ LOTES NEXT RECORD
005880         AT END
005890             MOVE 'S' TO WS-SW-FIN-LOTES
005900     END-READ
005910
005920     IF FIN-LOTES-CLIENTE
005930         GO TO 6840-EXIT
005940     END-IF
005950
005960     IF LT-ID-CLIENTE NOT = PM-ID-CLIENTE
005970         MOVE 'S' TO WS-SW-FIN-LOTES
005980         GO TO 6840-EXIT
005990     END-IF
006000
006010     IF LT-PUNTOS = ZERO
006020         GO TO 6840-EXIT
006030     END-IF
006040
006050     PERFORM 6845-TOMAR-DEL-LOTE THRU 6845-EXIT
006060     REWRITE LT-REC.
006070
006080 6840-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------------
006120*    6845-TOMAR-DEL-LOTE - DESCUENTA DEL LOTE EN LT-REC LO QUE
006130*    CUBRA DE WS-PUNTOS-A-CONSUMIR
006140*----------------------------------------------------------------
006150 6845-TOMAR-DEL-LOTE.
006160     IF LT-PUNTOS < WS-PUNTOS-A-CONSUMIR
006170         MOVE LT-PUNTOS TO WS-LOTE-TOMADO
006180     ELSE
006190         MOVE WS-PUNTOS-A-CONSUMIR TO WS-LOTE-TOMADO
006200     END-IF
006210
006220     SUBTRACT WS-LOTE-TOMADO FROM LT-PUNTOS
006230     SUBTRACT WS-LOTE-TOMADO FROM WS-PUNTOS-A-CONSUMIR
006240     MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT.
006250
006260 6845-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------------
006300*    6850-CONSUMIR-LOTE-ORIGEN - UNA DEVOLUCION 'D' O EXTORNO
006310*    'E' CONSUME PRIMERO EL LOTE QUE ABRIO EL MOVIMIENTO
006320*    ORIGINAL (LA FECHA DE PM-FECHA-ORIGEN)
006330*----------------------------------------------------------------
006340 6850-CONSUMIR-LOTE-ORIGEN.
006350     IF PM-FECHA-ORIGEN = ZERO
006360         GO TO 6850-EXIT
006370     END-IF
006380
006390     MOVE PM-ID-CLIENTE   TO LT-ID-CLIENTE
006400     MOVE PM-FECHA-ORIGEN TO LT-FECHA
006410
006420     READ LOTES
006430         INVALID KEY
006440             GO TO 6850-EXIT
006450     END-READ
006460
006470     IF LT-PUNTOS = ZERO
006480         GO TO 6850-EXIT
006490     END-IF
006500
006510     PERFORM 6845-TOMAR-DEL-LOTE THRU 6845-EXIT
006520     REWRITE LT-REC.
006530
006540 6850-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------
006580*    6860-CONSUMIR-APERTURA - LO QUE LOS LOTES FECHADOS NO
006590*    CUBREN SALE DEL LOTE DE APERTURA (FECHA CERO). SI TAMPOCO
006600*    ALCANZA, LA DIFERENCIA LA INFORMA CLIENTES-LOTES
006610*----------------------------------------------------------------
006620 6860-CONSUMIR-APERTURA.
006630     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
006640     MOVE ZERO          TO LT-FECHA
006650
006660     READ LOTES
006670         INVALID KEY
006680             GO TO 6860-EXIT
006690     END-READ
006700
006710     PERFORM 6845-TOMAR-DEL-LOTE THRU 6845-EXIT
006720     REWRITE LT-REC.
006730
006740 6860-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------
006780*    6870-REABRIR-LOTES - UNA ANULACION DE CANJE 'X' DEVUELVE
006790*    LOS PUNTOS A LOS LOTES CONSUMIDOS, DESDE EL PRIMER LOTE AUN
006800*    ABIERTO HACIA ATRAS Y SIN SUPERAR LO ACREDITADO EN CADA
006810*    UNO. LO QUE NO TENGA LOTE QUE LO RESPALDE VA AL LOTE DE
006820*    APERTURA
006830*----------------------------------------------------------------
006840 6870-REABRIR-LOTES.
006850     MOVE ZERO TO WS-LOTE-CANT
006860     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
006870     MOVE 1             TO LT-FECHA
006880     MOVE 'N' TO WS-SW-FIN-LOTES
006890     START LOTES
006900         KEY IS NOT LESS THAN LT-CLAVE
006910         INVALID KEY
006920             MOVE 'S' TO WS-SW-FIN-LOTES
006930     END-START
006940
006950     PERFORM 6875-CARGAR-LOTE THRU 6875-EXIT
006960         UNTIL FIN-LOTES-CLIENTE
006970
006980     COMPUTE WS-LOTE-PRIMERO = WS-LOTE-CANT + 1
006990     PERFORM 6877-UBICAR-PRIMERO THRU 6877-EXIT
007000         VARYING WS-LOTE-IDX FROM WS-LOTE-CANT BY -1
007010         UNTIL WS-LOTE-IDX < 1
007020
007030     MOVE 'N' TO WS-SW-SIN-CONSUMIDOS
007040     IF WS-LOTE-CANT = ZERO
007050         MOVE 'S' TO WS-SW-SIN-CONSUMIDOS
007060     END-IF
007070
007080     PERFORM 6880-REABRIR-LOTE THRU 6880-EXIT
007090         UNTIL WS-PUNTOS-A-REABRIR = ZERO
007100            OR SIN-LOTES-CONSUMIDOS
007110
007120     PERFORM 6885-REGRABAR-LOTE THRU 6885-EXIT
007130         VARYING WS-LOTE-IDX FROM 1 BY 1
007140         UNTIL WS-LOTE-IDX > WS-LOTE-CANT
007150
007160     IF WS-PUNTOS-A-REABRIR > ZERO
007170         PERFORM 6890-ACREDITAR-APERTURA THRU 6890-EXIT
007180     END-IF.
007190
007200 6870-EXIT.
007210     EXIT.
007220
007230*----------------------------------------------------------------
007240*    6875-CARGAR-LOTE - PASA A LA TABLA EL SIGUIENTE LOTE
007250*    FECHADO DEL CLIENTE
007260*----------------------------------------------------------------
007270 6875-CARGAR-LOTE.
007280     READ LOTES NEXT RECORD
007290         AT END
007300             MOVE 'S' TO WS-SW-FIN-LOTES
007310     END-READ
007320
007330     IF FIN-LOTES-CLIENTE
007340         GO TO 6875-EXIT
007350     END-IF
007360
007370     IF LT-ID-CLIENTE NOT = PM-ID-CLIENTE
007380        OR WS-LOTE-CANT NOT < WS-LOTE-MAXIMO
007390         MOVE 'S' TO WS-SW-FIN-LOTES
007400         GO TO 6875-EXIT
007410     END-IF
007420
007430     ADD 1 TO WS-LOTE-CANT
007440     MOVE LT-FECHA    TO WS-LOTE-FECHA    (WS-LOTE-CANT)
007450     MOVE LT-PUNTOS   TO WS-LOTE-PUNTOS   (WS-LOTE-CANT)
007460     MOVE LT-ORIGINAL TO WS-LOTE-ORIGINAL (WS-LOTE-CANT)
007470     MOVE 'N'         TO WS-LOTE-CAMBIO   (WS-LOTE-CANT).
007480
007490 6875-EXIT.
007500     EXIT.
007510
007520*----------------------------------------------------------------
007530*    6877-UBICAR-PRIMERO - RECORRIDA DE ATRAS HACIA ADELANTE:
007540*    DEJA EN WS-LOTE-PRIMERO EL PRIMER LOTE CON PUNTOS ABIERTOS
007550*----------------------------------------------------------------
007560 6877-UBICAR-PRIMERO.
007570     IF WS-LOTE-PUNTOS (WS-LOTE-IDX) > ZERO
007580         MOVE WS-LOTE-IDX TO WS-LOTE-PRIMERO
007590     END-IF.
007600
007610 6877-EXIT.
007620     EXIT.
007630
007640*----------------------------------------------------------------
007650*    6880-REABRIR-LOTE - DEVUELVE AL LOTE WS-LOTE-PRIMERO HASTA LO
007660*    ACREDITADO Y RETROCEDE AL LOTE ANTERIOR
007670*----------------------------------------------------------------
007680 6880-REABRIR-LOTE.
007690     IF WS-LOTE-PRIMERO > WS-LOTE-CANT
007700         MOVE WS-LOTE-CANT TO WS-LOTE-PRIMERO
007710     END-IF
007720
007730     COMPUTE WS-LOTE-HUECO =
007740         WS-LOTE-ORIGINAL (WS-LOTE-PRIMERO)
007750         - WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
007760
007770     IF WS-LOTE-HUECO >= WS-PUNTOS-A-REABRIR
007780         ADD WS-PUNTOS-A-REABRIR
007790             TO WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
007800         MOVE 'S' TO WS-LOTE-CAMBIO (WS-LOTE-PRIMERO)
007810         MOVE ZERO TO WS-PUNTOS-A-REABRIR
007820         GO TO 6880-EXIT
007830     END-IF
007840
007850     IF WS-LOTE-HUECO > ZERO
007860         ADD WS-LOTE-HUECO TO WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
007870         SUBTRACT WS-LOTE-HUECO FROM WS-PUNTOS-A-REABRIR
007880         MOVE 'S' TO WS-LOTE-CAMBIO (WS-LOTE-PRIMERO)
007890     END-IF
007900
007910     IF WS-LOTE-PRIMERO = 1
007920         MOVE 'S' TO WS-SW-SIN-CONSUMIDOS
007930     ELSE
007940         SUBTRACT 1 FROM WS-LOTE-PRIMERO
007950     END-IF.
007960
007970 6880-EXIT.
007980     EXIT.
007990
008000*----------------------------------------------------------------
008010*    6885-REGRABAR-LOTE - REGRABA EN EL ARCHIVO UN LOTE DE LA
008020*    TABLA QUE LA ANULACION REABRIO
008030*----------------------------------------------------------------
008040 6885-REGRABAR-LOTE.
008050     IF WS-LOTE-CAMBIO (WS-LOTE-IDX) NOT = 'S'
008060         GO TO 6885-EXIT
008070     END-IF
008080
008090     MOVE PM-ID-CLIENTE            TO LT-ID-CLIENTE
008100     MOVE WS-LOTE-FECHA (WS-LOTE-IDX)  TO LT-FECHA
008110
008120     READ LOTES
008130         INVALID KEY
008140             GO TO 6885-EXIT
008150     END-READ
008160
008170     MOVE WS-LOTE-PUNTOS (WS-LOTE-IDX) TO LT-PUNTOS
008180     MOVE WS-FECHA-SISTEMA         TO LT-FECHA-ACT
008190     REWRITE LT-REC.
008200
008210 6885-EXIT.
008220     EXIT.
008230
008240*----------------------------------------------------------------
008250*    6890-ACREDITAR-APERTURA - LO REABIERTO SIN LOTE QUE LO
008260*    RESPALDE SE SUMA AL LOTE DE APERTURA (FECHA CERO)
008270*----------------------------------------------------------------
008280 6890-ACREDITAR-APERTURA.
008290     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
008300     MOVE ZERO          TO LT-FECHA
008310
008320     READ LOTES
008330         INVALID KEY
008340             MOVE WS-PUNTOS-A-REABRIR  TO LT-PUNTOS
008350             MOVE WS-PUNTOS-A-REABRIR  TO LT-ORIGINAL
008360             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
008370             WRITE LT-REC
008380         NOT INVALID KEY
008390             ADD WS-PUNTOS-A-REABRIR   TO LT-PUNTOS
008400             ADD WS-PUNTOS-A-REABRIR   TO LT-ORIGINAL
008410             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
008420             REWRITE LT-REC
008430     END-READ.
008440
008450 6890-EXIT.
008460     EXIT.

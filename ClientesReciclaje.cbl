000285*    2026-09-03  DLF    ESTAMPA INICIO Y FIN DE CORRIDA CON SUS
000288*                       CONTADORES EN EL CONTROL DE ESTADO DEL
000291*                       CICLO NOCTURNO (CICLOSTATUS).
000292*    2026-10-15  DLF    DIARIO DE PUNTOS DE 46 BYTES CON
000293*                       REFERENCIA AL ORIGINAL
000294*    2026-10-15  DLF    CADA MOVIMIENTO GRABADO EN EL DIARIO
000295*                       ACTUALIZA EL ARCHIVO DE LOTES ABIERTOS
000296*                       LOTESPUNTOS (ABRE, CONSUME O REABRE
000297*                       LOTES).
000298*----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-FS-PUNTOSMOV.
000890
000891     SELECT LOTES
000892         ASSIGN TO "lotespuntos.dat"
000893         ORGANIZATION IS INDEXED
000894         ACCESS MODE IS DYNAMIC
000895         RECORD KEY IS LT-CLAVE
000896         ALTERNATE RECORD KEY IS LT-FECHA
000897             WITH DUPLICATES
000898         FILE STATUS IS WS-FS-LOTES.
000899
000900     SELECT LISTADORECICLAJE
000910         ASSIGN TO "reciclajelistado.txt"
000920         ORGANIZATION IS LINE SEQUENTIAL
001650 COPY CLIREC.
001660
001670 FD  PUNTOSMOV
001680     RECORD CONTAINS 46 CHARACTERS.
001690 COPY PUNTMOV.
001700
001702 FD  LOTES.
001704 COPY LOTEPTS.
001706
001710 FD  LISTADORECICLAJE
001720     RECORD CONTAINS 80 CHARACTERS.
001730 01  LR-LINEA                   PIC X(80).
002120     05  WS-FS-CORRPUNTOS       PIC X(02).
002130     05  WS-FS-CLIENTES         PIC X(02).
002140     05  WS-FS-PUNTOSMOV        PIC X(02).
002145     05  WS-FS-LOTES            PIC X(02).
002150     05  WS-FS-LISTADORECI      PIC X(02).
002160     05  WS-FS-AGINGRPT         PIC X(02).
002170     05  WS-FS-RECICTL          PIC X(02).
002430     05  WS-SW-REACTIVADO       PIC X(01)   VALUE 'N'.
002440         88  ES-REACTIVADO                  VALUE 'S'.
002450         88  NO-ES-REACTIVADO               VALUE 'N'.
002451     05  WS-SW-HAY-LOTES        PIC X(01)   VALUE 'N'.
002452         88  HAY-LOTES                      VALUE 'S'.
002453     05  WS-SW-FIN-LOTES        PIC X(01)   VALUE 'N'.
002454         88  FIN-LOTES-CLIENTE              VALUE 'S'.
002455     05  WS-SW-SIN-CONSUMIDOS   PIC X(01)   VALUE 'N'.
002456         88  SIN-LOTES-CONSUMIDOS           VALUE 'S'.
002460
002470 77  WS-DIAS-AVISO              PIC 9(03)   VALUE 30.
002480 77  WS-MOTIVO-RECHAZO          PIC X(03).
003990     05  WS-AG-DIAS             PIC Z(4)9.
004000     05  FILLER                 PIC X(09)   VALUE '  MOTIVO '.
004010     05  WS-AG-MOTIVO           PIC X(03).
004011     05  FILLER                 PIC X(14)   VALUE SPACES.
004012
004013*    LOTES FECHADOS DEL CLIENTE QUE REABRE UNA ANULACION DE
004014*    CANJE. SI EL CLIENTE TIENE MAS, LOS MAS NUEVOS NO SE CARGAN
004015*    (LA REAPERTURA EMPIEZA POR LOS MAS ANTIGUOS ABIERTOS).
004016 01  WS-TABLA-LOTES.
004017     05  WS-LOTE-CANT           PIC 9(04)   COMP    VALUE ZERO.
004018     05  WS-LOTE-PRIMERO        PIC 9(04)   COMP    VALUE 1.
004019     05  WS-LOTE-MAXIMO         PIC 9(04)   COMP    VALUE 500.
004020     05  WS-LOTE                OCCURS 500 TIMES.
004021         10  WS-LOTE-FECHA      PIC 9(08).
004022         10  WS-LOTE-PUNTOS     PIC 9(09).
004023         10  WS-LOTE-ORIGINAL   PIC 9(09).
004024         10  WS-LOTE-CAMBIO     PIC X(01).
004025
004026 77  WS-LOTE-IDX                PIC 9(04)   COMP.
004027 77  WS-PUNTOS-A-CONSUMIR       PIC 9(09).
004028 77  WS-PUNTOS-A-REABRIR        PIC 9(09).
004029 77  WS-LOTE-HUECO              PIC 9(09).
004030 77  WS-LOTE-TOMADO             PIC 9(09).
004031
004040 01  WS-ULT-FECHA               PIC 9(08)   VALUE ZERO.
004050 01  WS-RERUN-FECHA             PIC 9(08)   VALUE ZERO.
004051 01  WS-HORA-CICLO              PIC 9(08).
004440     IF WS-FS-PUNTOSMOV NOT = '00'
004450         OPEN OUTPUT PUNTOSMOV
004460     END-IF
004463
004466     PERFORM 6800-ABRIR-LOTES THRU 6800-EXIT
004470
004480     OPEN EXTEND EVENTLOG
004490     IF WS-FS-EVENTLOG NOT = '00'
011760     MOVE WS-PP-TIPO       TO PM-TIPO
011770     MOVE WS-PP-PUNTOS     TO PM-PUNTOS
011780     MOVE CR-PUNTOS        TO PM-SALDO
011785     MOVE SPACES           TO PM-REFERENCIA
011790
011800     WRITE PM-REC
011805     PERFORM 6810-ACTUALIZAR-LOTES THRU 6810-EXIT.
011810
011820 7000-EXIT.
011830     EXIT.
012110     CLOSE EVENTLOG
012120     CLOSE REACTIVACIONES
012130     CLOSE PUNTOSMOV
012132     IF HAY-LOTES
012134         CLOSE LOTES
012136     END-IF
012140
012150     CALL 'CBL_COPY_FILE' USING WS-NOMBRE-PEND-ALTA
012160                                WS-DEST-PEND-ALTA
013630
013640 9300-EXIT.
013650     EXIT.
013660
013670*----------------------------------------------------------------
013680*    6800-ABRIR-LOTES - ABRE EL ARCHIVO DE LOTES ABIERTOS; SI NO
013690*    EXISTE LOS LOTES NO SE MANTIENEN EN ESTA CORRIDA Y LOS
013700*    REPONE LA VERIFICACION SEMANAL (CLIENTES-LOTES)
013710*----------------------------------------------------------------
013720 6800-ABRIR-LOTES.
013730     OPEN I-O LOTES
013740     IF WS-FS-LOTES = '00'
013750         MOVE 'S' TO WS-SW-HAY-LOTES
013760     ELSE
013770         DISPLAY 'SIN ARCHIVO LOTESPUNTOS - STATUS ' WS-FS-LOTES
013780         DISPLAY 'LOS LOTES LOS REPONE CLIENTES-LOTES'
013790     END-IF.
013800
013810 6800-EXIT.
013820     EXIT.
013830
013840*----------------------------------------------------------------
013850*    6810-ACTUALIZAR-LOTES - APLICA A LOS LOTES ABIERTOS EL
013860*    MOVIMIENTO RECIEN GRABADO EN PM-REC, CON LAS MISMAS REGLAS
013870*    QUE USA CLIENTES-LOTES PARA RECONSTRUIRLOS DEL DIARIO:
013880*    LAS ACREDITACIONES ABREN (O SUMAN AL) LOTE DE SU FECHA, LA
013890*    DEVOLUCION Y EL EXTORNO CONSUMEN ANTES EL LOTE DEL ORIGINAL,
013900*    LA ANULACION DE CANJE REABRE Y LOS DEMAS DEBITOS CONSUMEN
013910*    DEL LOTE MAS ANTIGUO
013920*----------------------------------------------------------------
013930 6810-ACTUALIZAR-LOTES.
013940     IF NOT HAY-LOTES
013950        OR PM-PUNTOS = ZERO
013960         GO TO 6810-EXIT
013970     END-IF
013980
013990     EVALUATE TRUE
014000         WHEN PM-ES-ARRASTRE
014010             CONTINUE
014020         WHEN PM-ES-COMPRA OR PM-ES-BONIFICACION
014030            OR PM-ES-AJUSTE-CREDITO
014040            OR PM-ES-BONIF-REFERIDO
014050             PERFORM 6820-ACREDITAR-LOTE THRU 6820-EXIT
014060         WHEN PM-ES-ANULACION
014070             MOVE PM-PUNTOS TO WS-PUNTOS-A-REABRIR
014080             PERFORM 6870-REABRIR-LOTES THRU 6870-EXIT
014090         WHEN PM-ES-DEVOLUCION OR PM-ES-EXTORNO-BONIF
014100             MOVE PM-PUNTOS TO WS-PUNTOS-A-CONSUMIR
014110             PERFORM 6850-CONSUMIR-LOTE-ORIGEN THRU 6850-EXIT
014120             PERFORM 6830-CONSUMIR-LOTES THRU 6830-EXIT
014130         WHEN OTHER
014140             MOVE PM-PUNTOS TO WS-PUNTOS-A-CONSUMIR
014150             PERFORM 6830-CONSUMIR-LOTES THRU 6830-EXIT
014160     END-EVALUATE.
014170
014180 6810-EXIT.
014190     EXIT.
014200
014210*----------------------------------------------------------------
014220*    6820-ACREDITAR-LOTE - ABRE EL LOTE DE LA FECHA DEL
014230*    MOVIMIENTO O LE SUMA LA ACREDITACION SI YA EXISTE
014240*----------------------------------------------------------------
014250 6820-ACREDITAR-LOTE.
014260     MOVE PM-ID-CLIENTE    TO LT-ID-CLIENTE
014270     MOVE PM-FECHA         TO LT-FECHA
014280
014290     READ LOTES
014300         INVALID KEY
014310             MOVE PM-PUNTOS        TO LT-PUNTOS
014320             MOVE PM-PUNTOS        TO LT-ORIGINAL
014330             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
014340             WRITE LT-REC
014350         NOT INVALID KEY
014360             ADD PM-PUNTOS         TO LT-PUNTOS
014370             ADD PM-PUNTOS         TO LT-ORIGINAL
014380             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
014390             REWRITE LT-REC
014400     END-READ.
014410
014420 6820-EXIT.
014430     EXIT.
014440
014450*----------------------------------------------------------------
014460*    6830-CONSUMIR-LOTES - CONSUME WS-PUNTOS-A-CONSUMIR DE LOS
014470*    LOTES FECHADOS DEL CLIENTE EMPEZANDO POR EL MAS ANTIGUO; LO
014480*    QUE ELLOS NO CUBRAN SALE DEL LOTE DE APERTURA
014490*----------------------------------------------------------------
014500 6830-CONSUMIR-LOTES.
014510     IF WS-PUNTOS-A-CONSUMIR = ZERO
014520         GO TO 6830-EXIT
014530     END-IF
014540
014550     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
014560     MOVE 1             TO LT-FECHA
014570     MOVE 'N' TO WS-SW-FIN-LOTES
014580     START LOTES
014590         KEY IS NOT LESS THAN LT-CLAVE
014600         INVALID KEY
014610             MOVE 'S' TO WS-SW-FIN-LOTES
014620     END-START
014630
014640     PERFORM 6840-CONSUMIR-LOTE THRU 6840-EXIT
014650         UNTIL FIN-LOTES-CLIENTE
014660            OR WS-PUNTOS-A-CONSUMIR = ZERO
014670
014680     IF WS-PUNTOS-A-CONSUMIR > ZERO
014690         PERFORM 6860-CONSUMIR-APERTURA THRU 6860-EXIT
014700     END-IF.
014710
014720 6830-EXIT.
014730     EXIT.
014740
014750*----------------------------------------------------------------
014760*    6840-CONSUMIR-LOTE - LEE EL SIGUIENTE LOTE DEL CLIENTE Y
014770*    LE DESCUENTA LO QUE PUEDA CUBRIR
014780*----------------------------------------------------------------
014790 6840-CONSUMIR-LOTE.
014800     READ LOTES NEXT RECORD
014810         AT END
014820             MOVE 'S' TO WS-SW-FIN-LOTES
014830     END-READ
014840
014850     IF FIN-LOTES-CLIENTE
014860         GO TO 6840-EXIT
014870     END-IF
014880
014890     IF LT-ID-CLIENTE NOT = PM-ID-CLIENTE
014900         MOVE 'S' TO WS-SW-FIN-LOTES
014910         GO TO 6840-EXIT
014920     END-IF
014930
014940     IF LT-PUNTOS = ZERO
014950         GO TO 6840-EXIT
014960     END-IF
014970
014980     PERFORM 6845-TOMAR-DEL-LOTE THRU 6845-EXIT
014990     REWRITE LT-REC.
015000
015010 6840-EXIT.
015020     EXIT.
015030
015040*----------------------------------------------------------------
015050*    6845-TOMAR-DEL-LOTE - DESCUENTA DEL LOTE EN LT-REC LO QUE
015060*    CUBRA DE WS-PUNTOS-A-CONSUMIR
015070*----------------------------------------------------------------
015080 6845-TOMAR-DEL-LOTE.
015090     IF LT-PUNTOS < WS-PUNTOS-A-CONSUMIR
015100         MOVE LT-PUNTOS TO WS-LOTE-TOMADO
015110     ELSE
015120         MOVE WS-PUNTOS-A-CONSUMIR TO WS-LOTE-TOMADO
015130     END-IF
015140
015150     SUBTRACT WS-LOTE-TOMADO FROM LT-PUNTOS
015160     SUBTRACT WS-LOTE-TOMADO FROM WS-PUNTOS-A-CONSUMIR
015170     MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT.
015180
015190 6845-EXIT.
015200     EXIT.
015210
015220*----------------------------------------------------------------
015230*    6850-CONSUMIR-LOTE-ORIGEN - UNA DEVOLUCION 'D' O EXTORNO
015240*    'E' CONSUME PRIMERO EL LOTE QUE ABRIO EL MOVIMIENTO
015250*    ORIGINAL (LA FECHA DE PM-FECHA-ORIGEN)
015260*----------------------------------------------------------------
015270 6850-CONSUMIR-LOTE-ORIGEN.
015280     IF PM-FECHA-ORIGEN = ZERO
015290         GO TO 6850-EXIT
015300     END-IF
015310
015320     MOVE PM-ID-CLIENTE   TO LT-ID-CLIENTE
015330     MOVE PM-FECHA-ORIGEN TO LT-FECHA
015340
015350     READ LOTES
015360         INVALID KEY
015370             GO TO 6850-EXIT
015380     END-READ
015390
015400     IF LT-PUNTOS = ZERO
015410         GO TO 6850-EXIT
015420     END-IF
015430
015440     PERFORM 6845-TOMAR-DEL-LOTE THRU 6845-EXIT
015450     REWRITE LT-REC.
015460
015470 6850-EXIT.
015480     EXIT.
015490
015500*----------------------------------------------------------------
015510*    6860-CONSUMIR-APERTURA - LO QUE LOS LOTES FECHADOS NO
015520*    CUBREN SALE DEL LOTE DE APERTURA (FECHA CERO). SI TAMPOCO
015530*    ALCANZA, LA DIFERENCIA LA INFORMA CLIENTES-LOTES
015540*----------------------------------------------------------------
015550 6860-CONSUMIR-APERTURA.
015560     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
015570     MOVE ZERO          TO LT-FECHA
015580
015590     READ LOTES
015600         INVALID KEY
015610             GO TO 6860-EXIT
015620     END-READ
015630
015640     PERFORM 6845-TOMAR-DEL-LOTE THRU 6845-EXIT
015650     REWRITE LT-REC.
015660
015670 6860-EXIT.
015680     EXIT.
015690
015700*----------------------------------------------------------------
015710*    6870-REABRIR-LOTES - UNA ANULACION DE CANJE 'X' DEVUELVE
015720*    LOS PUNTOS A LOS LOTES CONSUMIDOS, DESDE EL PRIMER LOTE AUN
015730*    ABIERTO HACIA ATRAS Y SIN SUPERAR LO ACREDITADO EN CADA
015740*    UNO. LO QUE NO TENGA LOTE QUE LO RESPALDE VA AL LOTE DE
015750*    APERTURA
015760*----------------------------------------------------------------
015770 6870-REABRIR-LOTES.
015780     MOVE ZERO TO WS-LOTE-CANT
015790     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
015800     MOVE 1             TO LT-FECHA
015810     MOVE 'N' TO WS-SW-FIN-LOTES
015820     START LOTES
015830         KEY IS NOT LESS THAN LT-CLAVE
015840         INVALID KEY
015850             MOVE 'S' TO WS-SW-FIN-LOTES
015860     END-START
015870
015880     PERFORM 6875-CARGAR-LOTE THRU 6875-EXIT
015890         UNTIL FIN-LOTES-CLIENTE
015900
015910     COMPUTE WS-LOTE-PRIMERO = WS-LOTE-CANT + 1
015920     PERFORM 6877-UBICAR-PRIMERO THRU 6877-EXIT
015930         VARYING WS-LOTE-IDX FROM WS-LOTE-CANT BY -1
015940         UNTIL WS-LOTE-IDX < 1
015950
015960     MOVE 'N' TO WS-SW-SIN-CONSUMIDOS
015970     IF WS-LOTE-CANT = ZERO
015980         MOVE 'S' TO WS-SW-SIN-CONSUMIDOS
015990     END-IF
016000
016010     PERFORM 6880-REABRIR-LOTE THRU 6880-EXIT
016020         UNTIL WS-PUNTOS-A-REABRIR = ZERO
016030            OR SIN-LOTES-CONSUMIDOS
016040
016050     PERFORM 6885-REGRABAR-LOTE THRU 6885-EXIT
016060         VARYING WS-LOTE-IDX FROM 1 BY 1
016070         UNTIL WS-LOTE-IDX > WS-LOTE-CANT
016080
016090     IF WS-PUNTOS-A-REABRIR > ZERO
016100         PERFORM 6890-ACREDITAR-APERTURA THRU 6890-EXIT
016110     END-IF.
016120
016130 6870-EXIT.
016140     EXIT.
016150
016160*----------------------------------------------------------------
016170*    6875-CARGAR-LOTE - PASA A LA TABLA EL SIGUIENTE LOTE
016180*    FECHADO DEL CLIENTE
016190*----------------------------------------------------------------
016200 6875-CARGAR-LOTE.
016210     READ LOTES NEXT RECORD
016220         AT END
016230             MOVE 'S' TO WS-SW-FIN-LOTES
016240     END-READ
016250
016260     IF FIN-LOTES-CLIENTE
016270         GO TO 6875-EXIT
016280     END-IF
016290
016300     IF LT-ID-CLIENTE NOT = PM-ID-CLIENTE
016310        OR WS-LOTE-CANT NOT < WS-LOTE-MAXIMO
016320         MOVE 'S' TO WS-SW-FIN-LOTES
016330         GO TO 6875-EXIT
016340     END-IF
016350
016360     ADD 1 TO WS-LOTE-CANT
016370     MOVE LT-FECHA    TO WS-LOTE-FECHA    (WS-LOTE-CANT)
016380     MOVE LT-PUNTOS   TO WS-LOTE-PUNTOS   (WS-LOTE-CANT)
016390     MOVE LT-ORIGINAL TO WS-LOTE-ORIGINAL (WS-LOTE-CANT)
016400     MOVE 'N'         TO WS-LOTE-CAMBIO   (WS-LOTE-CANT).
016410
016420 6875-EXIT.
016430     EXIT.
016440
016450*----------------------------------------------------------------
016460*    6877-UBICAR-PRIMERO - RECORRIDA DE ATRAS HACIA ADELANTE:
016470*    DEJA EN WS-LOTE-PRIMERO EL PRIMER LOTE CON PUNTOS ABIERTOS
016480*----------------------------------------------------------------
016490 6877-UBICAR-PRIMERO.
016500     IF WS-LOTE-PUNTOS (WS-LOTE-IDX) > ZERO
016510         MOVE WS-LOTE-IDX TO WS-LOTE-PRIMERO
016520     END-IF.
016530
016540 6877-EXIT.
016550     EXIT.
016560
016570*----------------------------------------------------------------
016580*    6880-REABRIR-LOTE - DEVUELVE AL LOTE WS-LOTE-PRIMERO HASTA LO
016590*    ACREDITADO Y RETROCEDE AL LOTE ANTERIOR
016600*----------------------------------------------------------------
016610 6880-REABRIR-LOTE.
016620     IF WS-LOTE-PRIMERO > WS-LOTE-CANT
016630         MOVE WS-LOTE-CANT TO WS-LOTE-PRIMERO
016640     END-IF
016650
016660     COMPUTE WS-LOTE-HUECO =
016670         WS-LOTE-ORIGINAL (WS-LOTE-PRIMERO)
016680         - WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
016690
016700     IF WS-LOTE-HUECO >= WS-PUNTOS-A-REABRIR
016710         ADD WS-PUNTOS-A-REABRIR
016720             TO WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
016730         MOVE 'S' TO WS-LOTE-CAMBIO (WS-LOTE-PRIMERO)
016740         MOVE ZERO TO WS-PUNTOS-A-REABRIR
016750         GO TO 6880-EXIT
016760     END-IF
016770
016780     IF WS-LOTE-HUECO > ZERO
016790         ADD WS-LOTE-HUECO TO WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
016800         SUBTRACT WS-LOTE-HUECO FROM WS-PUNTOS-A-REABRIR
016810         MOVE 'S' TO WS-LOTE-CAMBIO (WS-LOTE-PRIMERO)
016820     END-IF
016830
016840     IF WS-LOTE-PRIMERO = 1
016850         MOVE 'S' TO WS-SW-SIN-CONSUMIDOS
016860     ELSE
016870         SUBTRACT 1 FROM WS-LOTE-PRIMERO
016880     END-IF.
016890
016900 6880-EXIT.
016910     EXIT.
016920
016930*----------------------------------------------------------------
016940*    6885-REGRABAR-LOTE - REGRABA EN EL ARCHIVO UN LOTE DE LA
016950*    TABLA QUE LA ANULACION REABRIO
016960*----------------------------------------------------------------
016970 6885-REGRABAR-LOTE.
016980     IF WS-LOTE-CAMBIO (WS-LOTE-IDX) NOT = 'S'
016990         GO TO 6885-EXIT
017000     END-IF
017010
017020     MOVE PM-ID-CLIENTE            TO LT-ID-CLIENTE
017030     MOVE WS-LOTE-FECHA (WS-LOTE-IDX)  TO LT-FECHA
017040
017050     READ LOTES
017060         INVALID KEY
017070             GO TO 6885-EXIT
017080     END-READ
017090
017100     MOVE WS-LOTE-PUNTOS (WS-LOTE-IDX) TO LT-PUNTOS
017110     MOVE WS-FECHA-SISTEMA         TO LT-FECHA-ACT
017120     REWRITE LT-REC.
017130
017140 6885-EXIT.
017150     EXIT.
017160
017170*----------------------------------------------------------------
017180*    6890-ACREDITAR-APERTURA - LO REABIERTO SIN LOTE QUE LO
017190*    RESPALDE SE SUMA AL LOTE DE APERTURA (FECHA CERO)
017200*----------------------------------------------------------------
017210 6890-ACREDITAR-APERTURA.
017220     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
017230     MOVE ZERO          TO LT-FECHA
017240
017250     READ LOTES
017260         INVALID KEY
017270             MOVE WS-PUNTOS-A-REABRIR  TO LT-PUNTOS
017280             MOVE WS-PUNTOS-A-REABRIR  TO LT-ORIGINAL
017290             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
017300             WRITE LT-REC
017310         NOT INVALID KEY
017320             ADD WS-PUNTOS-A-REABRIR   TO LT-PUNTOS
017330             ADD WS-PUNTOS-A-REABRIR   TO LT-ORIGINAL
017340             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
017350             REWRITE LT-REC
017360     END-READ.
017370
017380 6890-EXIT.
017390     EXIT.

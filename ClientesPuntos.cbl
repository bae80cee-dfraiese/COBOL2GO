000150*    PUNTOSMOVIMIENTOS CON EL SALDO RESULTANTE, PARA QUE EL
000160*    HISTORIAL DE CR-PUNTOS PUEDA RECONSTRUIRSE Y CERTIFICARSE
000170*    ANTE RECLAMOS DE CLIENTES (VER CLIENTES-EXTRACTO).
000172*    LAS REVERSIONES ('D' DEVOLUCION DE UNA COMPRA, 'X' ANULACION
000174*    DE UN CANJE) REFERENCIAN EL MOVIMIENTO ORIGINAL POR CLIENTE,
000176*    FECHA Y TIPO; SE RECHAZAN A REVERSIONESRECHAZOS SI EL
000177*    ORIGINAL NO ESTA EN EL DIARIO O YA FUE REVERTIDO. LO QUE UNA
000178*    DEVOLUCION NO PUEDE DEBITAR PORQUE EL CLIENTE YA USO LOS
000179*    PUNTOS VA A LA COLA DE RECUPERO PUNTOSRECUPERO.
000180*
000181*    LA PRIMERA COMPRA QUE CALIFICA DE UN CLIENTE REFERIDO
000182*    (REFERIDOS, DENTRO DE SU FECHA LIMITE) PAGA AL REFERENTE LA
000183*    BONIFICACION DE REFERIDOS.CTL COMO MOVIMIENTO 'F' CON
000184*    EVENTO REFE; EL REFERIDO QUEDA PAGADO Y NO VUELVE A PAGAR.
000185*
000190*    HISTORIAL DE MODIFICACIONES
000200*    FECHA       INIC.  DESCRIPCION
000210*    ----------  -----  ---------------------------------------
000444*                       DEL HOGAR (HOGARES.DAT), CON MOVIMIENTO
000446*                       'R' Y EVENTO HOGR POR MIEMBRO TOCADO;
000448*                       NEG SOLO SI EL HOGAR TAMPOCO CUBRE.
000449*    2026-10-15  DLF    DEVOLUCIONES 'D' Y ANULACIONES DE CANJE
000450*                       'X' CONTRA SU MOVIMIENTO ORIGINAL;
000451*                       EXTORNO 'E' DE BONIFICACION, COLA DE
000452*                       RECUPERO Y RECHAZOS DE REVERSIONES
000453*    2026-10-15  DLF    RETENIDAS SE AMPLIA A 86 POSICIONES
000454*                       (MC-USUARIO Y TL-USUARIO EN LAS CLASES
000455*                       M Y T).
000456*    2026-10-15  DLF    PROGRAMA DE REFERIDOS: LA PRIMERA
000457*                       COMPRA QUE CALIFICA DE UN REFERIDO PAGA
000458*                       AL REFERENTE LA BONIFICACION DE
000459*                       REFERIDOS.CTL (MOVIMIENTO 'F' Y EVENTO
000460*                       REFE), UNA SOLA VEZ POR REFERIDO.
000461*    2026-10-15  DLF    CADA MOVIMIENTO GRABADO EN EL DIARIO
000462*                       ACTUALIZA EL ARCHIVO DE LOTES ABIERTOS
000463*                       LOTESPUNTOS (ABRE, CONSUME O REABRE
000464*                       LOTES).
000465*----------------------------------------------------------------
000466 
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-FS-REACTIVACIONES.
000850
000851     SELECT REFERIDOSCTL
000852         ASSIGN TO "referidos.ctl"
000853         ORGANIZATION IS LINE SEQUENTIAL
000854         FILE STATUS IS WS-FS-REFERIDOSCTL.
000855
000860     SELECT EVENTLOG
000870         ASSIGN TO "eventosclientes.dat"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-FS-EVENTLOG.
000900
000901     SELECT REFERIDOS
000902         ASSIGN TO "referidos.dat"
000903         ORGANIZATION IS INDEXED
000904         ACCESS MODE IS DYNAMIC
000905         RECORD KEY IS RD-ID-REFERIDO
000906         FILE STATUS IS WS-FS-REFERIDOS.
000907
000910     SELECT PROCFECHA
000920         ASSIGN TO "procesofecha.ctl"
000930         ORGANIZATION IS LINE SEQUENTIAL
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-FS-ULTCORRIDA.
001000
001001     SELECT LOTES
001002         ASSIGN TO "lotespuntos.dat"
001003         ORGANIZATION IS INDEXED
001004         ACCESS MODE IS DYNAMIC
001005         RECORD KEY IS LT-CLAVE
001006         ALTERNATE RECORD KEY IS LT-FECHA
001007             WITH DUPLICATES
001008         FILE STATUS IS WS-FS-LOTES.
001009
001010     SELECT RERUNOK
001020         ASSIGN TO "rerunok.ctl"
001030         ORGANIZATION IS LINE SEQUENTIAL
001059         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-FS-CAMPANIASRPT.
001061
001062     SELECT REVERSIONRECH
001063         ASSIGN TO "reversionesrechazos.dat"
001064         ORGANIZATION IS LINE SEQUENTIAL
001065         FILE STATUS IS WS-FS-REVERSIONRECH.
001066
001067     SELECT PUNTRECUPERO
001068         ASSIGN TO "puntosrecupero.dat"
001069         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-FS-PUNTRECUPERO.
001071
001072 DATA DIVISION.
001073 FILE SECTION.
001080 FD  PUNTOSACT
001090     RECORD CONTAINS 37 CHARACTERS.
001100 COPY PUNTACT.
001110 
001120 FD  CLIENTES.
001130 COPY CLIREC.
001132
001134 FD  REFERIDOS.
001136 COPY REFERIDO.
001140 
001150 FD  PUNTOSRECH
001160     RECORD CONTAINS 31 CHARACTERS.
001170 COPY PUNTRECH.
001180
001190 FD  PUNTOSMOV
001200     RECORD CONTAINS 46 CHARACTERS.
001210 COPY PUNTMOV.
001220
001222 FD  RETENIDAS
001224     RECORD CONTAINS 86 CHARACTERS.
001226 COPY RETENIDA.
001228
001230 FD  PUNTOSCKPT
001340 FD  EVENTLOG
001350     RECORD CONTAINS 110 CHARACTERS.
001360 COPY EVENTCLI.
001361
001362*    PARAMETROS DEL PROGRAMA DE REFERIDOS (VER CREARCLIENTES)
001363 FD  REFERIDOSCTL
001364     RECORD CONTAINS 21 CHARACTERS.
001365 01  RP-REC.
001366     05  RP-DIAS-VENTANA        PIC 9(03).
001367     05  RP-PUNTOS-BONO         PIC 9(09).
001368     05  RP-COMPRA-MINIMA       PIC 9(09).
001370
001380 FD  PROCFECHA
001390     RECORD CONTAINS 8 CHARACTERS.
001430     RECORD CONTAINS 8 CHARACTERS.
001440 01  UC-FECHA                   PIC 9(08).
001450
001452 FD  LOTES.
001454 COPY LOTEPTS.
001456
001460 FD  RERUNOK
001470     RECORD CONTAINS 8 CHARACTERS.
001480 01  RK-FECHA                   PIC 9(08).
001495     RECORD CONTAINS 80 CHARACTERS.
001496 01  KR-LINEA                   PIC X(80).
001497
001498 FD  REVERSIONRECH
001499     RECORD CONTAINS 40 CHARACTERS.
001500 COPY REVRECH.
001501
001502 FD  PUNTRECUPERO
001503     RECORD CONTAINS 50 CHARACTERS.
001504 COPY PUNTRECU.
001505
001506 WORKING-STORAGE SECTION.
001510 01  WS-FILE-STATUSES.
001520     05  WS-FS-PUNTOSACT        PIC X(02).
001530     05  WS-FS-CLIENTES         PIC X(02).
001540     05  WS-FS-PUNTOSRECH       PIC X(02).
001550     05  WS-FS-PUNTOSMOV        PIC X(02).
001552     05  WS-FS-LOTES            PIC X(02).
001555     05  WS-FS-RETENIDAS        PIC X(02).
001560     05  WS-FS-PUNTOSCKPT       PIC X(02).
001570     05  WS-FS-REACTIVACIONES   PIC X(02).
001580     05  WS-FS-EVENTLOG         PIC X(02).
001583     05  WS-FS-REFERIDOS        PIC X(02).
001586     05  WS-FS-REFERIDOSCTL     PIC X(02).
001590     05  WS-FS-PROCFECHA        PIC X(02).
001600     05  WS-FS-ULTCORRIDA       PIC X(02).
001610     05  WS-FS-RERUNOK          PIC X(02).
001613     05  WS-FS-HOGARES          PIC X(02).
001615     05  WS-FS-CAMPANIAS        PIC X(02).
001617     05  WS-FS-CAMPANIASRPT     PIC X(02).
001618     05  WS-FS-REVERSIONRECH    PIC X(02).
001619     05  WS-FS-PUNTRECUPERO     PIC X(02).
001620 
001630 01  WS-SWITCHES.
001640     05  WS-SW-EOF-PUNTOS       PIC X(01)   VALUE 'N'.
001670     05  WS-SW-CLIENTE-OK       PIC X(01)   VALUE 'N'.
001680         88  CLIENTE-ENCONTRADO             VALUE 'S'.
001690         88  CLIENTE-NO-ENCONTRADO          VALUE 'N'.
001692     05  WS-SW-HAY-REFERIDOS    PIC X(01)   VALUE 'N'.
001694         88  HAY-REFERIDOS                  VALUE 'S'.
001696         88  SIN-REFERIDOS                  VALUE 'N'.
001700     05  WS-SW-EOF-CKPT         PIC X(01)   VALUE 'N'.
001710         88  EOF-CKPT                       VALUE 'S'.
001720         88  NOT-EOF-CKPT                   VALUE 'N'.
001730     05  WS-SW-REARRANQUE       PIC X(01)   VALUE 'N'.
001740         88  ES-REARRANQUE                  VALUE 'S'.
001750         88  NO-ES-REARRANQUE               VALUE 'N'.
001751     05  WS-SW-HAY-LOTES        PIC X(01)   VALUE 'N'.
001752         88  HAY-LOTES                      VALUE 'S'.
001753     05  WS-SW-FIN-LOTES        PIC X(01)   VALUE 'N'.
001754         88  FIN-LOTES-CLIENTE              VALUE 'S'.
001755     05  WS-SW-SIN-CONSUMIDOS   PIC X(01)   VALUE 'N'.
001756         88  SIN-LOTES-CONSUMIDOS           VALUE 'S'.
001760     05  WS-SW-REACTIVADO       PIC X(01)   VALUE 'N'.
001770         88  ES-REACTIVADO                  VALUE 'S'.
001780         88  NO-ES-REACTIVADO               VALUE 'N'.
001793     05  WS-SW-CAM-HALLADA      PIC X(01)   VALUE 'N'.
001794         88  CAMPANIA-HALLADA               VALUE 'S'.
001795         88  CAMPANIA-NO-HALLADA            VALUE 'N'.
001796     05  WS-SW-HAY-REVERSIONES  PIC X(01)   VALUE 'N'.
001797         88  HAY-REVERSIONES                VALUE 'S'.
001798         88  SIN-REVERSIONES                VALUE 'N'.
001799     05  WS-SW-EOF-PREVIO       PIC X(01)   VALUE 'N'.
001800         88  EOF-PREVIO                     VALUE 'S'.
001801         88  NOT-EOF-PREVIO                 VALUE 'N'.
001802
001803 01  WS-PUNTOS-CALCULO.
001810     05  WS-PUNTOS-NUEVO        PIC S9(10).
001811     05  WS-PUNTOS-ANTERIOR     PIC 9(09).
001812
001813*    LOTES FECHADOS DEL CLIENTE QUE REABRE UNA ANULACION DE
001814*    CANJE. SI EL CLIENTE TIENE MAS, LOS MAS NUEVOS NO SE CARGAN
001815*    (LA REAPERTURA EMPIEZA POR LOS MAS ANTIGUOS ABIERTOS).
001816 01  WS-TABLA-LOTES.
001817     05  WS-LOTE-CANT           PIC 9(04)   COMP    VALUE ZERO.
001818     05  WS-LOTE-PRIMERO        PIC 9(04)   COMP    VALUE 1.
001819     05  WS-LOTE-MAXIMO         PIC 9(04)   COMP    VALUE 500.
001820     05  WS-LOTE                OCCURS 500 TIMES.
001821         10  WS-LOTE-FECHA      PIC 9(08).
001822         10  WS-LOTE-PUNTOS     PIC 9(09).
001823         10  WS-LOTE-ORIGINAL   PIC 9(09).
001824         10  WS-LOTE-CAMBIO     PIC X(01).
001825
001826 77  WS-LOTE-IDX                PIC 9(04)   COMP.
001827 77  WS-PUNTOS-A-CONSUMIR       PIC 9(09).
001828 77  WS-PUNTOS-A-REABRIR        PIC 9(09).
001829 77  WS-LOTE-HUECO              PIC 9(09).
001830 77  WS-LOTE-TOMADO             PIC 9(09).
001831
001840 01  WS-HORA-EVENTO             PIC 9(08).
001850 01  WS-EV-PUNTOS               PIC Z(8)9.
001852
001890 77  WS-HR-DEBITO               PIC 9(09)   VALUE ZERO.
001891 77  WS-CONT-HOGAR              PIC 9(07)   COMP    VALUE ZERO.
001892
001894*    MOVIMIENTOS ORIGINALES REFERENCIADOS POR LAS REVERSIONES DEL
001896*    DIA (CLIENTE, FECHA Y TIPO), CON LO QUE EL DIARIO Y LA COLA
001898*    DE RECUPERO DICEN DE CADA UNO: PUNTOS DEL ORIGINAL, SU
001900*    BONIFICACION DE CAMPANIA Y LO YA REVERTIDO
001902 01  WS-TABLA-REVERSIONES.
001904     05  WS-RV-CANT             PIC 9(04)   COMP    VALUE ZERO.
001906     05  WS-RV-MAXIMO           PIC 9(04)   COMP    VALUE 500.
001908     05  WS-RV-ENT              OCCURS 500 TIMES.
001910         10  WS-RV-CLIENTE      PIC 9(10).
001912         10  WS-RV-FECHA        PIC 9(08).
001914         10  WS-RV-TIPO         PIC X(01).
001916         10  WS-RV-ORIGINAL     PIC 9(11).
001918         10  WS-RV-BONIF        PIC 9(11).
001920         10  WS-RV-FECHA-BONIF  PIC 9(08).
001922         10  WS-RV-REVERTIDO    PIC 9(11).
001924
001926 77  WS-RV-IDX                  PIC 9(04)   COMP.
001928 77  WS-RV-USADA                PIC 9(04)   COMP.
001930 77  WS-RV-PREVIA               PIC 9(04)   COMP    VALUE ZERO.
001932 77  WS-RV-ANTERIOR-C           PIC 9(04)   COMP    VALUE ZERO.
001934 77  WS-RF-CLIENTE              PIC 9(10).
001936 77  WS-RF-FECHA                PIC 9(08).
001938 77  WS-RF-TIPO                 PIC X(01).
001940 77  WS-RV-BONIF-HASTA          PIC 9(11).
001942 77  WS-RV-BONIF-PREVIA         PIC 9(11).
001944 77  WS-RV-BONIF-EXTORNO        PIC 9(09)   VALUE ZERO.
001946 77  WS-RV-DEBITO-DEV           PIC 9(09)   VALUE ZERO.
001948 77  WS-RV-DEBITO-EXT           PIC 9(09)   VALUE ZERO.
001950 77  WS-RV-PEND-DEV             PIC 9(09)   VALUE ZERO.
001952 77  WS-RV-PEND-EXT             PIC 9(09)   VALUE ZERO.
001954 77  WS-CONT-DEVOLUCIONES       PIC 9(07)   COMP    VALUE ZERO.
001956 77  WS-CONT-ANULACIONES        PIC 9(07)   COMP    VALUE ZERO.
001958 77  WS-CONT-RECUPEROS          PIC 9(07)   COMP    VALUE ZERO.
001960
001962 01  WS-EV-REVERSION.
001964     05  WS-ER-CONCEPTO         PIC X(11).
001966     05  FILLER                 PIC X(03)   VALUE 'DE '.
001968     05  WS-ER-TIPO             PIC X(01).
001970     05  FILLER                 PIC X(01)   VALUE SPACE.
001972     05  WS-ER-FECHA            PIC 9(08).
001974     05  FILLER                 PIC X(06)   VALUE SPACES.
001976
001978 01  WS-EV-RECUPERO.
001980     05  FILLER                 PIC X(12)   VALUE 'A RECUPERAR '.
001982     05  WS-ER-RECUPERO         PIC Z(8)9.
001984     05  FILLER                 PIC X(09)   VALUE SPACES.
001986
001988 01  WS-EV-PROMO.
001990     05  FILLER                 PIC X(09)   VALUE 'CAMPANIA '.
001992     05  WS-EV-PROMO-CODIGO     PIC X(08).
001994     05  FILLER                 PIC X(13)   VALUE SPACES.
001996 
001998 01  WS-LINEA-CAMPANIA.
002000     05  FILLER                 PIC X(09)   VALUE 'CAMPANIA '.
002002     05  WS-KR-CODIGO           PIC X(08).
002004     05  FILLER                 PIC X(16)
002006         VALUE '  BONIFICADAS: '.
002008     05  WS-KR-CANT             PIC Z(6)9.
002010     05  FILLER                 PIC X(19)
002012         VALUE '  PUNTOS OTORGADOS:'.
002014     05  WS-KR-PUNTOS           PIC Z(11)9.
002016     05  FILLER                 PIC X(09)   VALUE SPACES.
002018 
002020 01  WS-LINEA-NOCABE.
002022     05  FILLER                 PIC X(38)
002024         VALUE 'BONIFICACIONES NO APLICADAS POR TOPE: '.
002026     05  WS-KR-NOCABE           PIC Z(6)9.
002028     05  FILLER                 PIC X(35)   VALUE SPACES.
002030
002032 77  WS-MOTIVO-RECHAZO          PIC X(03).
002034
002036 77  WS-CONT-LEIDAS             PIC 9(07)   COMP    VALUE ZERO.
002038 77  WS-CONT-APLICADAS          PIC 9(07)   COMP    VALUE ZERO.
002040 77  WS-CONT-RETENIDAS          PIC 9(07)   COMP    VALUE ZERO.
002042 77  WS-CONT-RECHAZADAS         PIC 9(07)   COMP    VALUE ZERO.
002044 77  WS-CONT-SALTEADAS          PIC 9(07)   COMP    VALUE ZERO.
002046 77  WS-CONT-REACTIVADOS        PIC 9(07)   COMP    VALUE ZERO.
002048
002050 01  WS-FECHA-SISTEMA           PIC 9(08).
002052
002054 01  WS-DATOS-CHECKPOINT.
002056     05  WS-CKPT-FECHA          PIC 9(08)   VALUE ZERO.
002058     05  WS-CKPT-CANT           PIC 9(07)   VALUE ZERO.
002060     05  WS-CKPT-ESTADO         PIC X(01)   VALUE SPACE.
002062
002064 01  WS-LINEA-REACTIVACION.
002066     05  FILLER                 PIC X(04)   VALUE 'ID: '.
002068     05  WS-RA-ID               PIC 9(10).
002070     05  FILLER                 PIC X(06)   VALUE '  SUC '.
002072     05  WS-RA-SUCURSAL         PIC Z(4)9.
002074     05  FILLER                 PIC X(24)
002076         VALUE '  REACTIVADO POR COMPRA '.
002078     05  WS-RA-FECHA            PIC 9(08).
002080     05  FILLER                 PIC X(03)   VALUE SPACES.
002082
002084 01  WS-ULT-FECHA               PIC 9(08)   VALUE ZERO.
002086 01  WS-RERUN-FECHA             PIC 9(08)   VALUE ZERO.
002088 01  WS-HORA-CICLO              PIC 9(08).
002091
002094*    PROGRAMA DE REFERIDOS: VALORES POR DEFECTO SI NO HAY
002097*    REFERIDOS.CTL (BONIFICACION CERO = PROGRAMA SUSPENDIDO)
002100 01  WS-PARAMETROS-REFERIDOS.
002103     05  WS-PUNTOS-BONO-REFERIDO    PIC 9(09)   VALUE 500.
002106     05  WS-COMPRA-MINIMA-REFERIDO  PIC 9(09)   VALUE 1.
002109
002112 77  WS-CONT-REFERIDOS-PAGADOS  PIC 9(07)   COMP    VALUE ZERO.
002115 77  WS-CONT-REFERIDOS-NOPAGO   PIC 9(07)   COMP    VALUE ZERO.
002118
002121 01  WS-EV-REFERIDO.
002124     05  FILLER                 PIC X(09)   VALUE 'REFERIDO '.
002127     05  WS-EV-REFERIDO-ID      PIC 9(10).
002130     05  FILLER                 PIC X(11)   VALUE SPACES.
002140
002150 PROCEDURE DIVISION.
002160*----------------------------------------------------------------
002361     PERFORM 9100-MARCAR-INICIO THRU 9100-EXIT
002370
002380     PERFORM 1100-LEER-CHECKPOINT THRU 1100-EXIT
002385     PERFORM 1400-CARGAR-REVERSIONES THRU 1400-EXIT
002390
002400     OPEN INPUT PUNTOSACT
002410     OPEN I-O   CLIENTES
002500         IF WS-FS-REACTIVACIONES NOT = '00'
002510             OPEN OUTPUT REACTIVACIONES
002520         END-IF
002521         OPEN EXTEND REVERSIONRECH
002522         IF WS-FS-REVERSIONRECH NOT = '00'
002523             OPEN OUTPUT REVERSIONRECH
002524         END-IF
002530     ELSE
002540         OPEN OUTPUT PUNTOSRECH
002550         OPEN OUTPUT PUNTOSCKPT
002560         OPEN OUTPUT REACTIVACIONES
002565         OPEN OUTPUT REVERSIONRECH
002570     END-IF
002580
002590     OPEN EXTEND PUNTOSMOV
002626     IF WS-FS-RETENIDAS NOT = '00'
002628         OPEN OUTPUT RETENIDAS
002629     END-IF
002630
002631     OPEN EXTEND PUNTRECUPERO
002632     IF WS-FS-PUNTRECUPERO NOT = '00'
002633         OPEN OUTPUT PUNTRECUPERO
002634     END-IF
002635
002636     PERFORM 1200-CARGAR-CAMPANIAS THRU 1200-EXIT
002637     PERFORM 1300-CARGAR-HOGARES THRU 1300-EXIT
002638
002640     OPEN EXTEND EVENTLOG
002650     IF WS-FS-EVENTLOG NOT = '00'
002660         OPEN OUTPUT EVENTLOG
002670     END-IF
002673
002676     PERFORM 1250-ABRIR-REFERIDOS THRU 1250-EXIT
002678     PERFORM 6800-ABRIR-LOTES THRU 6800-EXIT
002680
002690     PERFORM 2100-LEER-ACTIVIDAD THRU 2100-EXIT
002700
003380*    2000-PROCESAR-ACTIVIDAD - APLICA UNA ACTIVIDAD Y AVANZA.
003390*    LAS CUENTAS CERRADAS O INACTIVAS NO ADMITEN ACTIVIDAD
003400*    (RECHAZO EST); UNA COMPRA DE UN CLIENTE DORMIDO LO
003410*    REACTIVA A 'A' Y LO DEJA EN EL LISTADO DE REACTIVACIONES.
003412*    LAS REVERSIONES NO REACTIVAN Y SE APLICAN POR SEPARADO
003420*----------------------------------------------------------------
003430 2000-PROCESAR-ACTIVIDAD.
003432     IF PT-FECHA > WS-FECHA-SISTEMA
003490             WHEN CR-ESTADO = 'C' OR CR-ESTADO = 'I'
003500                 MOVE 'EST' TO WS-MOTIVO-RECHAZO
003510                 PERFORM 2400-RECHAZAR THRU 2400-EXIT
003515             WHEN PT-ES-REVERSION
003517                 PERFORM 3000-APLICAR-REVERSION THRU 3000-EXIT
003520             WHEN CR-ESTADO = 'D' AND PT-ES-COMPRA
003530                 MOVE 'A' TO CR-ESTADO
003540                 MOVE 'S' TO WS-SW-REACTIVADO
004330                             THRU 2700-EXIT
004340                     END-IF
004342                     IF PT-ES-COMPRA AND HAY-CAMPANIAS
004343                         PERFORM 2950-APLICAR-BONIFICACION
004344                             THRU 2950-EXIT
004345                     END-IF
004346                     IF PT-ES-COMPRA AND HAY-REFERIDOS
004347                         PERFORM 2920-PAGAR-REFERIDO
004348                             THRU 2920-EXIT
004349                     END-IF
004350             END-REWRITE
004360         END-IF
004370     END-IF.
004400     EXIT.
004410 
004420*----------------------------------------------------------------
004430*    2400-RECHAZAR - GRABA LA TRANSACCION RECHAZADA CON MOTIVO;
004435*    LAS REVERSIONES VAN A SU PROPIO ARCHIVO DE RECHAZOS
004440*----------------------------------------------------------------
004450 2400-RECHAZAR.
004452     IF PT-ES-REVERSION
004454         PERFORM 3900-RECHAZAR-REVERSION THRU 3900-EXIT
004456         GO TO 2400-EXIT
004458     END-IF
004459
004460     MOVE PT-ID-CLIENTE  TO PR-ID-CLIENTE
004470     MOVE PT-TIPO        TO PR-TIPO
004480     MOVE PT-PUNTOS      TO PR-PUNTOS
004660     MOVE PT-TIPO        TO PM-TIPO
004670     MOVE PT-PUNTOS      TO PM-PUNTOS
004680     MOVE CR-PUNTOS      TO PM-SALDO
004685     MOVE SPACES         TO PM-REFERENCIA
004690
004700     WRITE PM-REC
004702     PERFORM 6810-ACTUALIZAR-LOTES THRU 6810-EXIT
004705     PERFORM 1430-ANOTAR-MOVIMIENTO THRU 1430-EXIT.
004710
004720 2500-EXIT.
004730     EXIT.
005550     CLOSE PUNTOSCKPT
005560     CLOSE REACTIVACIONES
005570     CLOSE EVENTLOG
005571     IF HAY-REFERIDOS
005572         CLOSE REFERIDOS
005573     END-IF
005574     IF HAY-LOTES
005575         CLOSE LOTES
005576     END-IF
005577     CLOSE PUNTOSMOV
005578     CLOSE REVERSIONRECH
005579     CLOSE PUNTRECUPERO
005580
005581     IF WS-CONT-RECUPEROS > ZERO
005582         DISPLAY 'DEVOLUCIONES CON PUNTOS A RECUPERAR: '
005583                 WS-CONT-RECUPEROS
005584     END-IF
005585
005586     IF WS-CONT-REFERIDOS-PAGADOS > ZERO
005587        OR WS-CONT-REFERIDOS-NOPAGO > ZERO
005588         DISPLAY 'REFERIDOS PAGADOS: ' WS-CONT-REFERIDOS-PAGADOS
005589                 ' NO PAGABLES: ' WS-CONT-REFERIDOS-NOPAGO
005590     END-IF
005592
005595     IF HAY-CAMPANIAS
005596         PERFORM 8200-EMITIR-CAMPANIAS THRU 8200-EXIT
005597     END-IF
006490     MOVE 'P'      TO RT-CLASE
006500     MOVE PT-FECHA TO RT-FECHA-EFECTIVA
006510     MOVE SPACES   TO RT-DATOS
006520     MOVE PT-REC   TO RT-DATOS (1:37)
006530
006540     WRITE RT-REC
006550
007870*----------------------------------------------------------------
007880*    2980-GRABAR-MOV-BONIF - AGREGA LA BONIFICACION AL DIARIO
007890*    PERMANENTE COMO MOVIMIENTO 'B' CON EL SALDO RESULTANTE,
007900*    FECHADO CON LA FECHA DE NEGOCIO Y REFERIDO A LA COMPRA
007905*    QUE LA ORIGINO (PARA EXTORNARLA SI LA COMPRA SE DEVUELVE)
007910*----------------------------------------------------------------
007920 2980-GRABAR-MOV-BONIF.
007930     MOVE PT-ID-CLIENTE    TO PM-ID-CLIENTE
007950     MOVE 'B'              TO PM-TIPO
007960     MOVE WS-PUNTOS-BONIF  TO PM-PUNTOS
007970     MOVE CR-PUNTOS        TO PM-SALDO
007972     MOVE PT-FECHA         TO PM-FECHA-ORIGEN
007974     MOVE 'C'              TO PM-TIPO-ORIGEN
007980
007990     WRITE PM-REC
007992     PERFORM 6810-ACTUALIZAR-LOTES THRU 6810-EXIT
007995     PERFORM 1430-ANOTAR-MOVIMIENTO THRU 1430-EXIT.
008000
008010 2980-EXIT.
008020     EXIT.
009900     MOVE 'R'                 TO PM-TIPO
009910     MOVE WS-PUNTOS-ANTERIOR  TO PM-PUNTOS
009920     MOVE ZERO                TO PM-SALDO
009925     MOVE SPACES              TO PM-REFERENCIA
009930     WRITE PM-REC
009932     PERFORM 6810-ACTUALIZAR-LOTES THRU 6810-EXIT
009935     PERFORM 1430-ANOTAR-MOVIMIENTO THRU 1430-EXIT
009940
009950     PERFORM 2800-GRABAR-EVENTO-PUNTOS THRU 2800-EXIT
009960
011090     MOVE 'R'           TO PM-TIPO
011100     MOVE WS-HR-DEBITO  TO PM-PUNTOS
011110     MOVE CR-PUNTOS     TO PM-SALDO
011115     MOVE SPACES        TO PM-REFERENCIA
011120     WRITE PM-REC
011122     PERFORM 6810-ACTUALIZAR-LOTES THRU 6810-EXIT
011125     PERFORM 1430-ANOTAR-MOVIMIENTO THRU 1430-EXIT
011130
011140     MOVE 'HOGR'             TO EV-TIPO
011150     MOVE WS-PUNTOS-ANTERIOR TO WS-EV-PUNTOS
011200
011210 2770-EXIT.
011220     EXIT.
011230
011240*----------------------------------------------------------------
011250*    1400-CARGAR-REVERSIONES - ANTES DE ABRIR LOS ARCHIVOS DEL
011260*    DIA REUNE LAS REFERENCIAS DE LAS REVERSIONES DE PUNTOSACT Y
011270*    RECORRE EL DIARIO Y LA COLA DE RECUPERO PARA CONOCER, DE
011280*    CADA MOVIMIENTO ORIGINAL, SUS PUNTOS, SU BONIFICACION Y LO
011290*    YA REVERTIDO. EN EL REARRANQUE LO APLICADO ANTES DEL ABEND
011300*    YA ESTA EN EL DIARIO, POR LO QUE LA TABLA QUEDA AL DIA.
011310*----------------------------------------------------------------
011320 1400-CARGAR-REVERSIONES.
011330     OPEN INPUT PUNTOSACT
011340     IF WS-FS-PUNTOSACT NOT = '00'
011350         GO TO 1400-EXIT
011360     END-IF
011370
011380     MOVE 'N' TO WS-SW-EOF-PREVIO
011390     PERFORM 1410-LEER-PREVIO THRU 1410-EXIT
011400     PERFORM 1420-GUARDAR-REFERENCIA THRU 1420-EXIT
011410         UNTIL EOF-PREVIO
011420     CLOSE PUNTOSACT
011430
011440     IF WS-RV-CANT = ZERO
011450         GO TO 1400-EXIT
011460     END-IF
011470     MOVE 'S' TO WS-SW-HAY-REVERSIONES
011480
011490     OPEN INPUT PUNTOSMOV
011500     IF WS-FS-PUNTOSMOV = '00'
011510         MOVE 'N' TO WS-SW-EOF-PREVIO
011520         PERFORM 1440-LEER-DIARIO THRU 1440-EXIT
011530         PERFORM 1450-TOMAR-DIARIO THRU 1450-EXIT
011540             UNTIL EOF-PREVIO
011550         CLOSE PUNTOSMOV
011560     END-IF
011570
011580     OPEN INPUT PUNTRECUPERO
011590     IF WS-FS-PUNTRECUPERO = '00'
011600         MOVE 'N' TO WS-SW-EOF-PREVIO
011610         PERFORM 1460-LEER-RECUPERO THRU 1460-EXIT
011620         PERFORM 1470-TOMAR-RECUPERO THRU 1470-EXIT
011630             UNTIL EOF-PREVIO
011640         CLOSE PUNTRECUPERO
011650     END-IF.
011660
011670 1400-EXIT.
011680     EXIT.
011690
011700 1410-LEER-PREVIO.
011710     READ PUNTOSACT
011720         AT END
011730             MOVE 'S' TO WS-SW-EOF-PREVIO
011740     END-READ.
011750
011760 1410-EXIT.
011770     EXIT.
011780
011790*----------------------------------------------------------------
011800*    1420-GUARDAR-REFERENCIA - AGREGA A LA TABLA EL ORIGINAL QUE
011810*    REFERENCIA UNA REVERSION DEL DIA (LAS FECHADAS A FUTURO SE
011820*    RETIENEN Y NO SE CONSIDERAN)
011830*----------------------------------------------------------------
011840 1420-GUARDAR-REFERENCIA.
011850     IF NOT PT-ES-REVERSION
011860        OR PT-FECHA > WS-FECHA-SISTEMA
011870         GO TO 1420-SIGUE
011880     END-IF
011890
011900     MOVE PT-ID-CLIENTE   TO WS-RF-CLIENTE
011910     MOVE PT-FECHA-ORIGEN TO WS-RF-FECHA
011920     MOVE PT-TIPO-ORIGEN  TO WS-RF-TIPO
011930     PERFORM 3050-BUSCAR-REFERENCIA THRU 3050-EXIT
011940     IF WS-RV-USADA > ZERO
011950         GO TO 1420-SIGUE
011960     END-IF
011970
011980     IF WS-RV-CANT >= WS-RV-MAXIMO
011990         DISPLAY 'TABLA DE REVERSIONES LLENA - '
012000                 'AUMENTAR WS-RV-MAXIMO'
012010         MOVE 8 TO RETURN-CODE
012020         STOP RUN
012030     END-IF
012040
012050     ADD 1 TO WS-RV-CANT
012060     MOVE WS-RF-CLIENTE TO WS-RV-CLIENTE     (WS-RV-CANT)
012070     MOVE WS-RF-FECHA   TO WS-RV-FECHA       (WS-RV-CANT)
012080     MOVE WS-RF-TIPO    TO WS-RV-TIPO        (WS-RV-CANT)
012090     MOVE ZERO          TO WS-RV-ORIGINAL    (WS-RV-CANT)
012100     MOVE ZERO          TO WS-RV-BONIF       (WS-RV-CANT)
012110     MOVE ZERO          TO WS-RV-FECHA-BONIF (WS-RV-CANT)
012120     MOVE ZERO          TO WS-RV-REVERTIDO   (WS-RV-CANT)
012130     .
012140
012150 1420-SIGUE.
012160     PERFORM 1410-LEER-PREVIO THRU 1410-EXIT.
012170
012180 1420-EXIT.
012190     EXIT.
012200
012210*----------------------------------------------------------------
012220*    1430-ANOTAR-MOVIMIENTO - ACUMULA EN LA TABLA EL MOVIMIENTO
012230*    DE PM-REC, LEIDO DEL DIARIO O RECIEN GRABADO: LAS 'C' Y 'R'
012240*    SUMAN AL ORIGINAL, LA 'B' A LA BONIFICACION DE SU COMPRA Y
012250*    LAS 'D' Y 'X' A LO YA REVERTIDO. LAS 'B' ANTERIORES A LA
012260*    REFERENCIA SE ATRIBUYEN A LA 'C' QUE LAS PRECEDE EN EL
012270*    DIARIO, COMO LAS GRABABA 2950.
012280*----------------------------------------------------------------
012290 1430-ANOTAR-MOVIMIENTO.
012300     IF SIN-REVERSIONES
012310         GO TO 1430-EXIT
012320     END-IF
012330
012340     MOVE WS-RV-PREVIA TO WS-RV-ANTERIOR-C
012350     MOVE ZERO         TO WS-RV-PREVIA
012360
012370     EVALUATE TRUE
012380         WHEN PM-ES-COMPRA OR PM-ES-REDENCION
012390             MOVE PM-ID-CLIENTE TO WS-RF-CLIENTE
012400             MOVE PM-FECHA      TO WS-RF-FECHA
012410             MOVE PM-TIPO       TO WS-RF-TIPO
012420             PERFORM 3050-BUSCAR-REFERENCIA THRU 3050-EXIT
012430             IF WS-RV-USADA > ZERO
012440                 ADD PM-PUNTOS TO WS-RV-ORIGINAL (WS-RV-USADA)
012450                 IF PM-ES-COMPRA
012460                     MOVE WS-RV-USADA TO WS-RV-PREVIA
012470                 END-IF
012480             END-IF
012490         WHEN PM-ES-BONIFICACION
012500             IF PM-TIPO-ORIGEN = 'C'
012510                 MOVE PM-ID-CLIENTE   TO WS-RF-CLIENTE
012520                 MOVE PM-FECHA-ORIGEN TO WS-RF-FECHA
012530                 MOVE 'C'             TO WS-RF-TIPO
012540                 PERFORM 3050-BUSCAR-REFERENCIA THRU 3050-EXIT
012550             ELSE
012560                 MOVE ZERO TO WS-RV-USADA
012570                 IF WS-RV-ANTERIOR-C > ZERO
012580                     IF WS-RV-CLIENTE (WS-RV-ANTERIOR-C) =
012590                        PM-ID-CLIENTE
012600                         MOVE WS-RV-ANTERIOR-C TO WS-RV-USADA
012610                     END-IF
012620                 END-IF
012630             END-IF
012640             IF WS-RV-USADA > ZERO
012650                 ADD PM-PUNTOS TO WS-RV-BONIF (WS-RV-USADA)
012660                 MOVE PM-FECHA TO WS-RV-FECHA-BONIF (WS-RV-USADA)
012670             END-IF
012680         WHEN PM-ES-DEVOLUCION OR PM-ES-ANULACION
012690             MOVE PM-ID-CLIENTE   TO WS-RF-CLIENTE
012700             MOVE PM-FECHA-ORIGEN TO WS-RF-FECHA
012710             MOVE PM-TIPO-ORIGEN  TO WS-RF-TIPO
012720             PERFORM 3050-BUSCAR-REFERENCIA THRU 3050-EXIT
012730             IF WS-RV-USADA > ZERO
012740                 ADD PM-PUNTOS TO WS-RV-REVERTIDO (WS-RV-USADA)
012750             END-IF
012760         WHEN OTHER
012770             CONTINUE
012780     END-EVALUATE.
012790
012800 1430-EXIT.
012810     EXIT.
012820
012830 1440-LEER-DIARIO.
012840     READ PUNTOSMOV
012850         AT END
012860             MOVE 'S' TO WS-SW-EOF-PREVIO
012870     END-READ.
012880
012890 1440-EXIT.
012900     EXIT.
012910
012920 1450-TOMAR-DIARIO.
012930     PERFORM 1430-ANOTAR-MOVIMIENTO THRU 1430-EXIT
012940     PERFORM 1440-LEER-DIARIO THRU 1440-EXIT.
012950
012960 1450-EXIT.
012970     EXIT.
012980
012990 1460-LEER-RECUPERO.
013000     READ PUNTRECUPERO
013010         AT END
013020             MOVE 'S' TO WS-SW-EOF-PREVIO
013030     END-READ.
013040
013050 1460-EXIT.
013060     EXIT.
013070
013080*----------------------------------------------------------------
013090*    1470-TOMAR-RECUPERO - LO QUE UNA DEVOLUCION DEJO A RECUPERAR
013100*    TAMBIEN CUENTA COMO REVERTIDO DEL ORIGINAL
013110*----------------------------------------------------------------
013120 1470-TOMAR-RECUPERO.
013130     MOVE RU-ID-CLIENTE   TO WS-RF-CLIENTE
013140     MOVE RU-FECHA-ORIGEN TO WS-RF-FECHA
013150     MOVE RU-TIPO-ORIGEN  TO WS-RF-TIPO
013160     PERFORM 3050-BUSCAR-REFERENCIA THRU 3050-EXIT
013170     IF WS-RV-USADA > ZERO
013180         ADD RU-PUNTOS TO WS-RV-REVERTIDO (WS-RV-USADA)
013190     END-IF
013200
013210     PERFORM 1460-LEER-RECUPERO THRU 1460-EXIT.
013220
013230 1470-EXIT.
013240     EXIT.
013250
013260*----------------------------------------------------------------
013270*    3000-APLICAR-REVERSION - VALIDA LA REVERSION CONTRA SU
013280*    ORIGINAL: UNA 'D' DEBE REFERIR UNA COMPRA 'C' Y UNA 'X' UN
013290*    CANJE 'R' QUE ESTEN EN EL DIARIO (SI NO, ORI), Y LO REVERTIDO
013300*    EN TOTAL NO PUEDE SUPERAR EL ORIGINAL (REV)
013310*----------------------------------------------------------------
013320 3000-APLICAR-REVERSION.
013330     MOVE PT-ID-CLIENTE   TO WS-RF-CLIENTE
013340     MOVE PT-FECHA-ORIGEN TO WS-RF-FECHA
013350     MOVE PT-TIPO-ORIGEN  TO WS-RF-TIPO
013360     PERFORM 3050-BUSCAR-REFERENCIA THRU 3050-EXIT
013370
013380     IF WS-RV-USADA = ZERO
013390        OR (PT-ES-DEVOLUCION AND PT-TIPO-ORIGEN NOT = 'C')
013400        OR (PT-ES-ANULACION AND PT-TIPO-ORIGEN NOT = 'R')
013410         MOVE 'ORI' TO WS-MOTIVO-RECHAZO
013420         PERFORM 2400-RECHAZAR THRU 2400-EXIT
013430         GO TO 3000-EXIT
013440     END-IF
013450
013460     IF WS-RV-ORIGINAL (WS-RV-USADA) = ZERO
013470         MOVE 'ORI' TO WS-MOTIVO-RECHAZO
013480         PERFORM 2400-RECHAZAR THRU 2400-EXIT
013490         GO TO 3000-EXIT
013500     END-IF
013510
013520     IF WS-RV-REVERTIDO (WS-RV-USADA) + PT-PUNTOS >
013530        WS-RV-ORIGINAL (WS-RV-USADA)
013540         MOVE 'REV' TO WS-MOTIVO-RECHAZO
013550         PERFORM 2400-RECHAZAR THRU 2400-EXIT
013560         GO TO 3000-EXIT
013570     END-IF
013580
013590     IF PT-ES-ANULACION
013600         PERFORM 3200-APLICAR-ANULACION THRU 3200-EXIT
013610     ELSE
013620         PERFORM 3100-APLICAR-DEVOLUCION THRU 3100-EXIT
013630     END-IF.
013640
013650 3000-EXIT.
013660     EXIT.
013670
013680*----------------------------------------------------------------
013690*    3050-BUSCAR-REFERENCIA - ENTRADA DE LA TABLA PARA CLIENTE,
013700*    FECHA Y TIPO EN WS-RF-* (CERO SI NO ESTA)
013710*----------------------------------------------------------------
013720 3050-BUSCAR-REFERENCIA.
013730     MOVE ZERO TO WS-RV-USADA
013740
013750     PERFORM 3055-PROBAR-REFERENCIA THRU 3055-EXIT
013760         VARYING WS-RV-IDX FROM 1 BY 1
013770         UNTIL WS-RV-IDX > WS-RV-CANT
013780            OR WS-RV-USADA > ZERO.
013790
013800 3050-EXIT.
013810     EXIT.
013820
013830 3055-PROBAR-REFERENCIA.
013840     IF WS-RV-CLIENTE (WS-RV-IDX) = WS-RF-CLIENTE
013850        AND WS-RV-FECHA (WS-RV-IDX) = WS-RF-FECHA
013860        AND WS-RV-TIPO (WS-RV-IDX) = WS-RF-TIPO
013870         MOVE WS-RV-IDX TO WS-RV-USADA
013880     END-IF.
013890
013900 3055-EXIT.
013910     EXIT.
013920
013930*----------------------------------------------------------------
013940*    3100-APLICAR-DEVOLUCION - DEBITA LOS PUNTOS DE LA COMPRA
013950*    DEVUELTA ('D') Y LA PARTE PROPORCIONAL DE SU BONIFICACION DE
013960*    CAMPANIA ('E'). LA PROPORCION SE CALCULA SOBRE LO ACUMULADO
013970*    PARA QUE VARIAS DEVOLUCIONES PARCIALES NO DEJEN RESIDUO. LO
013980*    QUE EL SALDO NO ALCANZA A CUBRIR (PUNTOS YA USADOS) NO SE
013990*    DEBITA EN NEGATIVO: VA A LA COLA DE RECUPERO DE LA SUCURSAL.
014000*----------------------------------------------------------------
014010 3100-APLICAR-DEVOLUCION.
014020     MOVE ZERO TO WS-RV-BONIF-EXTORNO
014030     IF WS-RV-BONIF (WS-RV-USADA) > ZERO
014040         COMPUTE WS-RV-BONIF-HASTA =
014050             WS-RV-BONIF (WS-RV-USADA) *
014060             (WS-RV-REVERTIDO (WS-RV-USADA) + PT-PUNTOS) /
014070             WS-RV-ORIGINAL (WS-RV-USADA)
014080         COMPUTE WS-RV-BONIF-PREVIA =
014090             WS-RV-BONIF (WS-RV-USADA) *
014100             WS-RV-REVERTIDO (WS-RV-USADA) /
014110             WS-RV-ORIGINAL (WS-RV-USADA)
014120         COMPUTE WS-RV-BONIF-EXTORNO =
014130             WS-RV-BONIF-HASTA - WS-RV-BONIF-PREVIA
014140     END-IF
014150
014160     MOVE CR-PUNTOS TO WS-PUNTOS-ANTERIOR
014170     IF CR-PUNTOS >= PT-PUNTOS
014180         MOVE PT-PUNTOS TO WS-RV-DEBITO-DEV
014190     ELSE
014200         MOVE CR-PUNTOS TO WS-RV-DEBITO-DEV
014210     END-IF
014220     SUBTRACT WS-RV-DEBITO-DEV FROM CR-PUNTOS
014230
014240     IF CR-PUNTOS >= WS-RV-BONIF-EXTORNO
014250         MOVE WS-RV-BONIF-EXTORNO TO WS-RV-DEBITO-EXT
014260     ELSE
014270         MOVE CR-PUNTOS TO WS-RV-DEBITO-EXT
014280     END-IF
014290     SUBTRACT WS-RV-DEBITO-EXT FROM CR-PUNTOS
014300
014310     COMPUTE WS-RV-PEND-DEV = PT-PUNTOS - WS-RV-DEBITO-DEV
014320     COMPUTE WS-RV-PEND-EXT =
014330         WS-RV-BONIF-EXTORNO - WS-RV-DEBITO-EXT
014340
014350     MOVE PT-FECHA TO CR-ULT-ACTIVIDAD
014360     REWRITE CLIENTE-REC
014370         INVALID KEY
014380             MOVE 'NOF' TO WS-MOTIVO-RECHAZO
014390             PERFORM 2400-RECHAZAR THRU 2400-EXIT
014400             GO TO 3100-EXIT
014410     END-REWRITE
014420
014430     ADD 1 TO WS-CONT-APLICADAS
014440     ADD 1 TO WS-CONT-DEVOLUCIONES
014450
014460*    EL SALDO DE LA 'D' NO INCLUYE TODAVIA EL EXTORNO DE LA 'E'
014470     IF WS-RV-DEBITO-DEV > ZERO
014480         MOVE 'D'                TO PM-TIPO
014490         MOVE WS-RV-DEBITO-DEV   TO PM-PUNTOS
014500         COMPUTE PM-SALDO = CR-PUNTOS + WS-RV-DEBITO-EXT
014510         MOVE PT-FECHA-ORIGEN    TO PM-FECHA-ORIGEN
014520         MOVE 'C'                TO PM-TIPO-ORIGEN
014530         PERFORM 3300-GRABAR-MOV-REVERSION THRU 3300-EXIT
014540     END-IF
014550
014560     IF WS-RV-DEBITO-EXT > ZERO
014570         MOVE 'E'                TO PM-TIPO
014580         MOVE WS-RV-DEBITO-EXT   TO PM-PUNTOS
014590         MOVE CR-PUNTOS          TO PM-SALDO
014600         MOVE WS-RV-FECHA-BONIF (WS-RV-USADA) TO PM-FECHA-ORIGEN
014610         MOVE 'B'                TO PM-TIPO-ORIGEN
014620         PERFORM 3300-GRABAR-MOV-REVERSION THRU 3300-EXIT
014630     END-IF
014640
014650     IF WS-RV-PEND-DEV > ZERO OR WS-RV-PEND-EXT > ZERO
014660         PERFORM 3150-GRABAR-RECUPERO THRU 3150-EXIT
014670     END-IF
014680
014690     PERFORM 2800-GRABAR-EVENTO-PUNTOS THRU 2800-EXIT
014700
014710     MOVE 'DEVOLUCION ' TO WS-ER-CONCEPTO
014720     COMPUTE WS-ER-RECUPERO = WS-RV-PEND-DEV + WS-RV-PEND-EXT
014730     PERFORM 3400-GRABAR-EVENTO-REVERSION THRU 3400-EXIT.
014740
014750 3100-EXIT.
014760     EXIT.
014770
014780*----------------------------------------------------------------
014790*    3150-GRABAR-RECUPERO - AGREGA A LA COLA DE RECUPERO LO QUE LA
014800*    DEVOLUCION NO PUDO DEBITAR, PARA QUE LA SUCURSAL LO GESTIONE
014810*----------------------------------------------------------------
014820 3150-GRABAR-RECUPERO.
014830     MOVE PT-ID-CLIENTE    TO RU-ID-CLIENTE
014840     MOVE WS-FECHA-SISTEMA TO RU-FECHA
014850     MOVE PT-FECHA-ORIGEN  TO RU-FECHA-ORIGEN
014860     MOVE 'C'              TO RU-TIPO-ORIGEN
014870     MOVE WS-RV-PEND-DEV   TO RU-PUNTOS
014880     MOVE WS-RV-PEND-EXT   TO RU-PUNTOS-BONIF
014890     MOVE CR-SUCURSAL      TO RU-SUCURSAL
014900
014910     WRITE RU-REC
014920
014930     ADD WS-RV-PEND-DEV TO WS-RV-REVERTIDO (WS-RV-USADA)
014940     ADD 1 TO WS-CONT-RECUPEROS.
014950
014960 3150-EXIT.
014970     EXIT.
014980
014990*----------------------------------------------------------------
015000*    3200-APLICAR-ANULACION - DEVUELVE AL CLIENTE LOS PUNTOS DEL
015010*    CANJE ANULADO CON UN MOVIMIENTO 'X'
015020*----------------------------------------------------------------
015030 3200-APLICAR-ANULACION.
015040     COMPUTE WS-PUNTOS-NUEVO = CR-PUNTOS + PT-PUNTOS
015050     IF WS-PUNTOS-NUEVO > 999999999
015060         MOVE 'CAP' TO WS-MOTIVO-RECHAZO
015070         PERFORM 2400-RECHAZAR THRU 2400-EXIT
015080         GO TO 3200-EXIT
015090     END-IF
015100
015110     MOVE CR-PUNTOS       TO WS-PUNTOS-ANTERIOR
015120     MOVE WS-PUNTOS-NUEVO TO CR-PUNTOS
015130     MOVE PT-FECHA        TO CR-ULT-ACTIVIDAD
015140     REWRITE CLIENTE-REC
015150         INVALID KEY
015160             MOVE 'NOF' TO WS-MOTIVO-RECHAZO
015170             PERFORM 2400-RECHAZAR THRU 2400-EXIT
015180             GO TO 3200-EXIT
015190     END-REWRITE
015200
015210     ADD 1 TO WS-CONT-APLICADAS
015220     ADD 1 TO WS-CONT-ANULACIONES
015230
015240     MOVE 'X'             TO PM-TIPO
015250     MOVE PT-PUNTOS       TO PM-PUNTOS
015260     MOVE CR-PUNTOS       TO PM-SALDO
015270     MOVE PT-FECHA-ORIGEN TO PM-FECHA-ORIGEN
015280     MOVE 'R'             TO PM-TIPO-ORIGEN
015290     PERFORM 3300-GRABAR-MOV-REVERSION THRU 3300-EXIT
015300
015310     PERFORM 2800-GRABAR-EVENTO-PUNTOS THRU 2800-EXIT
015320
015330     MOVE 'ANULACION  ' TO WS-ER-CONCEPTO
015340     MOVE ZERO          TO WS-ER-RECUPERO
015350     PERFORM 3400-GRABAR-EVENTO-REVERSION THRU 3400-EXIT.
015360
015370 3200-EXIT.
015380     EXIT.
015390
015400*----------------------------------------------------------------
015410*    3300-GRABAR-MOV-REVERSION - AGREGA AL DIARIO EL MOVIMIENTO DE
015420*    REVERSION ARMADO POR EL LLAMADOR, FECHADO CON LA FECHA DE
015430*    NEGOCIO COMO LAS BONIFICACIONES
015440*----------------------------------------------------------------
015450 3300-GRABAR-MOV-REVERSION.
015460     MOVE PT-ID-CLIENTE    TO PM-ID-CLIENTE
015470     MOVE WS-FECHA-SISTEMA TO PM-FECHA
015480
015490     WRITE PM-REC
015495     PERFORM 6810-ACTUALIZAR-LOTES THRU 6810-EXIT
015500     PERFORM 1430-ANOTAR-MOVIMIENTO THRU 1430-EXIT.
015510
015520 3300-EXIT.
015530     EXIT.
015540
015550*----------------------------------------------------------------
015560*    3400-GRABAR-EVENTO-REVERSION - REGISTRA EN EL DIARIO CENTRAL
015570*    EL ORIGINAL REVERTIDO Y LO QUE QUEDO A RECUPERAR
015580*----------------------------------------------------------------
015590 3400-GRABAR-EVENTO-REVERSION.
015600     MOVE 'REVE'          TO EV-TIPO
015610     MOVE PT-TIPO-ORIGEN  TO WS-ER-TIPO
015620     MOVE PT-FECHA-ORIGEN TO WS-ER-FECHA
015630     MOVE WS-EV-REVERSION TO EV-VALOR-ANT
015640     MOVE WS-EV-RECUPERO  TO EV-VALOR-NVO
015650     PERFORM 7100-GRABAR-EVENTO THRU 7100-EXIT.
015660
015670 3400-EXIT.
015680     EXIT.
015690
015700*----------------------------------------------------------------
015710*    3900-RECHAZAR-REVERSION - GRABA LA REVERSION RECHAZADA CON
015720*    SU REFERENCIA Y MOTIVO EN REVERSIONESRECHAZOS
015730*----------------------------------------------------------------
015740 3900-RECHAZAR-REVERSION.
015750     MOVE PT-ID-CLIENTE     TO RV-ID-CLIENTE
015760     MOVE PT-TIPO           TO RV-TIPO
015770     MOVE PT-PUNTOS         TO RV-PUNTOS
015780     MOVE PT-FECHA          TO RV-FECHA
015790     MOVE PT-FECHA-ORIGEN   TO RV-FECHA-ORIGEN
015800     MOVE PT-TIPO-ORIGEN    TO RV-TIPO-ORIGEN
015810     MOVE WS-MOTIVO-RECHAZO TO RV-MOTIVO
015820
015830     WRITE RV-REC
015840
015850     ADD 1 TO WS-CONT-RECHAZADAS.
015860
015870 3900-EXIT.
015880     EXIT.
015890
015900*----------------------------------------------------------------
015910*    1250-ABRIR-REFERIDOS - TOMA LA BONIFICACION Y LA COMPRA
015920*    MINIMA DE REFERIDOS.CTL Y ABRE EL ARCHIVO DE REFERIDOS; SIN
015930*    ARCHIVO O CON BONIFICACION CERO NO SE PAGAN REFERIDOS
015940*----------------------------------------------------------------
015950 1250-ABRIR-REFERIDOS.
015960     OPEN INPUT REFERIDOSCTL
015970     IF WS-FS-REFERIDOSCTL = '00'
015980         READ REFERIDOSCTL
015990             NOT AT END
016000                 MOVE RP-PUNTOS-BONO
016010                     TO WS-PUNTOS-BONO-REFERIDO
016020                 MOVE RP-COMPRA-MINIMA
016030                     TO WS-COMPRA-MINIMA-REFERIDO
016040         END-READ
016050         CLOSE REFERIDOSCTL
016060     END-IF
016070
016080     IF WS-PUNTOS-BONO-REFERIDO = ZERO
016090         GO TO 1250-EXIT
016100     END-IF
016110
016120     OPEN I-O REFERIDOS
016130     IF WS-FS-REFERIDOS = '00'
016140         MOVE 'S' TO WS-SW-HAY-REFERIDOS
016150     ELSE
016160         DISPLAY 'SIN ARCHIVO REFERIDOS - NO SE PAGAN '
016170                 'BONIFICACIONES POR REFERIDO'
016180     END-IF.
016190
016200 1250-EXIT.
016210     EXIT.
016220
016230*----------------------------------------------------------------
016240*    2920-PAGAR-REFERIDO - SI EL CLIENTE DE LA COMPRA APLICADA ES
016250*    UN REFERIDO PENDIENTE, LA COMPRA ALCANZA EL MINIMO Y CAE
016260*    DENTRO DE SU FECHA LIMITE, ACREDITA LA BONIFICACION AL
016270*    REFERENTE Y MARCA EL REFERIDO COMO PAGADO. SI EL REFERENTE
016280*    YA NO EXISTE, ESTA CERRADO O INACTIVO, O SU SALDO NO ADMITE
016290*    LA BONIFICACION, EL REFERIDO QUEDA NO PAGABLE. UNA COMPRA
016300*    FUERA DE LA VENTANA NO LO TOCA: QUEDA PENDIENTE Y VENCIDO.
016310*    AL SALIR CLIENTE-REC QUEDA CON EL REFERENTE
016320*----------------------------------------------------------------
016330 2920-PAGAR-REFERIDO.
016340     IF PT-PUNTOS < WS-COMPRA-MINIMA-REFERIDO
016350         GO TO 2920-EXIT
016360     END-IF
016370
016380     MOVE PT-ID-CLIENTE TO RD-ID-REFERIDO
016390     READ REFERIDOS
016400         INVALID KEY
016410             GO TO 2920-EXIT
016420     END-READ
016430
016440     IF NOT RD-PENDIENTE
016450        OR PT-FECHA > RD-FECHA-LIMITE
016460         GO TO 2920-EXIT
016470     END-IF
016480
016490     MOVE RD-ID-REFERENTE TO CR-ID-CLIENTE
016500     READ CLIENTES
016510         INVALID KEY
016520             MOVE 'NOF' TO RD-MOTIVO
016530             PERFORM 2925-ANULAR-REFERIDO THRU 2925-EXIT
016540             GO TO 2920-EXIT
016550     END-READ
016560
016570     IF CR-ESTADO = 'C' OR CR-ESTADO = 'I'
016580         MOVE 'EST' TO RD-MOTIVO
016590         PERFORM 2925-ANULAR-REFERIDO THRU 2925-EXIT
016600         GO TO 2920-EXIT
016610     END-IF
016620
016630     COMPUTE WS-SALDO-PROYECTADO =
016640         CR-PUNTOS + WS-PUNTOS-BONO-REFERIDO
016650     IF WS-SALDO-PROYECTADO > 999999999
016660         MOVE 'CAP' TO RD-MOTIVO
016670         PERFORM 2925-ANULAR-REFERIDO THRU 2925-EXIT
016680         GO TO 2920-EXIT
016690     END-IF
016700
016710     MOVE CR-PUNTOS TO WS-PUNTOS-ANTERIOR
016720     ADD WS-PUNTOS-BONO-REFERIDO TO CR-PUNTOS
016730     REWRITE CLIENTE-REC
016740         INVALID KEY
016750             DISPLAY 'NO SE PUDO ACREDITAR EL REFERIDO '
016760                     RD-ID-REFERIDO ' AL REFERENTE '
016770                     RD-ID-REFERENTE
016780             GO TO 2920-EXIT
016790     END-REWRITE
016800
016810     MOVE 'G'                     TO RD-ESTADO
016820     MOVE SPACES                  TO RD-MOTIVO
016830     MOVE WS-FECHA-SISTEMA        TO RD-FECHA-PAGO
016840     MOVE WS-PUNTOS-BONO-REFERIDO TO RD-PUNTOS
016850     REWRITE RD-REC
016860         INVALID KEY
016870             DISPLAY 'NO SE PUDO MARCAR PAGADO EL REFERIDO '
016880                     RD-ID-REFERIDO
016890     END-REWRITE
016900
016910     ADD 1 TO WS-CONT-REFERIDOS-PAGADOS
016920     PERFORM 2930-GRABAR-MOV-REFERIDO THRU 2930-EXIT
016930     PERFORM 2800-GRABAR-EVENTO-PUNTOS THRU 2800-EXIT
016940     PERFORM 2940-GRABAR-EVENTO-REFE THRU 2940-EXIT.
016950
016960 2920-EXIT.
016970     EXIT.
016980
016990*----------------------------------------------------------------
017000*    2925-ANULAR-REFERIDO - EL REFERIDO QUEDA NO PAGABLE CON SU
017010*    MOTIVO Y LA FECHA EN QUE SE DETERMINO
017020*----------------------------------------------------------------
017030 2925-ANULAR-REFERIDO.
017040     MOVE 'N'              TO RD-ESTADO
017050     MOVE WS-FECHA-SISTEMA TO RD-FECHA-PAGO
017060     MOVE ZERO             TO RD-PUNTOS
017070     REWRITE RD-REC
017080         INVALID KEY
017090             DISPLAY 'NO SE PUDO MARCAR NO PAGABLE EL REFERIDO '
017100                     RD-ID-REFERIDO
017110     END-REWRITE
017120
017130     ADD 1 TO WS-CONT-REFERIDOS-NOPAGO
017140     DISPLAY 'REFERIDO ' RD-ID-REFERIDO ' NO PAGABLE - MOTIVO '
017150             RD-MOTIVO.
017160
017170 2925-EXIT.
017180     EXIT.
017190
017200*----------------------------------------------------------------
017210*    2930-GRABAR-MOV-REFERIDO - AGREGA LA BONIFICACION AL DIARIO
017220*    PERMANENTE DEL REFERENTE COMO MOVIMIENTO 'F' CON EL SALDO
017230*    RESULTANTE, FECHADO CON LA FECHA DE NEGOCIO
017240*----------------------------------------------------------------
017250 2930-GRABAR-MOV-REFERIDO.
017260     MOVE RD-ID-REFERENTE         TO PM-ID-CLIENTE
017270     MOVE WS-FECHA-SISTEMA        TO PM-FECHA
017280     MOVE 'F'                     TO PM-TIPO
017290     MOVE WS-PUNTOS-BONO-REFERIDO TO PM-PUNTOS
017300     MOVE CR-PUNTOS               TO PM-SALDO
017310     MOVE SPACES                  TO PM-REFERENCIA
017320
017330     WRITE PM-REC
017335     PERFORM 6810-ACTUALIZAR-LOTES THRU 6810-EXIT
017340     PERFORM 1430-ANOTAR-MOVIMIENTO THRU 1430-EXIT.
017350
017360 2930-EXIT.
017370     EXIT.
017380
017390*----------------------------------------------------------------
017400*    2940-GRABAR-EVENTO-REFE - REGISTRA EN EL DIARIO CENTRAL DEL
017410*    REFERENTE EL CLIENTE REFERIDO Y LOS PUNTOS BONIFICADOS
017420*----------------------------------------------------------------
017430 2940-GRABAR-EVENTO-REFE.
017440     MOVE 'REFE'                  TO EV-TIPO
017450     MOVE RD-ID-REFERIDO          TO WS-EV-REFERIDO-ID
017460     MOVE WS-EV-REFERIDO          TO EV-VALOR-ANT
017470     MOVE WS-PUNTOS-BONO-REFERIDO TO WS-EV-PUNTOS
017480     MOVE WS-EV-PUNTOS            TO EV-VALOR-NVO
017490     PERFORM 7100-GRABAR-EVENTO THRU 7100-EXIT.
017500
017510 2940-EXIT.
017520     EXIT.
017530
017540*----------------------------------------------------------------
017550*    6800-ABRIR-LOTES - ABRE EL ARCHIVO DE LOTES ABIERTOS; SI NO
017560*    EXISTE LOS LOTES NO SE MANTIENEN EN ESTA CORRIDA Y LOS
017570*    REPONE LA VERIFICACION SEMANAL (CLIENTES-LOTES)
017580*----------------------------------------------------------------
017590 6800-ABRIR-LOTES.
017600     OPEN I-O LOTES
017610     IF WS-FS-LOTES = '00'
017620         MOVE 'S' TO WS-SW-HAY-LOTES
017630     ELSE
017640         DISPLAY 'SIN ARCHIVO LOTESPUNTOS - STATUS ' WS-FS-LOTES
017650         DISPLAY 'LOS LOTES LOS REPONE CLIENTES-LOTES'
017660     END-IF.
017670
017680 6800-EXIT.
017690     EXIT.
017700
017710*----------------------------------------------------------------
017720*    6810-ACTUALIZAR-LOTES - APLICA A LOS LOTES ABIERTOS EL
017730*    MOVIMIENTO RECIEN GRABADO EN PM-REC, CON LAS MISMAS REGLAS
017740*    QUE USA CLIENTES-LOTES PARA RECONSTRUIRLOS DEL DIARIO:
017750*    LAS ACREDITACIONES ABREN (O SUMAN AL) LOTE DE SU FECHA, LA
017760*    DEVOLUCION Y EL EXTORNO CONSUMEN ANTES EL LOTE DEL ORIGINAL,
017770*    LA ANULACION DE CANJE REABRE Y LOS DEMAS DEBITOS CONSUMEN
017780*    DEL LOTE MAS ANTIGUO
017790*----------------------------------------------------------------
017800 6810-ACTUALIZAR-LOTES.
017810     IF NOT HAY-LOTES
017820        OR PM-PUNTOS = ZERO
017830         GO TO 6810-EXIT
017840     END-IF
017850
017860     EVALUATE TRUE
017870         WHEN PM-ES-ARRASTRE
017880             CONTINUE
017890         WHEN PM-ES-COMPRA OR PM-ES-BONIFICACION
017900            OR PM-ES-AJUSTE-CREDITO
017910            OR PM-ES-BONIF-REFERIDO
017920             PERFORM 6820-ACREDITAR-LOTE THRU 6820-EXIT
017930         WHEN PM-ES-ANULACION
017940             MOVE PM-PUNTOS TO WS-PUNTOS-A-REABRIR
017950             PERFORM 6870-REABRIR-LOTES THRU 6870-EXIT
017960         WHEN PM-ES-DEVOLUCION OR PM-ES-EXTORNO-BONIF
017970             MOVE PM-PUNTOS TO WS-PUNTOS-A-CONSUMIR
017980             PERFORM 6850-CONSUMIR-LOTE-ORIGEN THRU 6850-EXIT
017990             PERFORM 6830-CONSUMIR-LOTES THRU 6830-EXIT
018000         WHEN OTHER
018010             MOVE PM-PUNTOS TO WS-PUNTOS-A-CONSUMIR
018020             PERFORM 6830-CONSUMIR-LOTES THRU 6830-EXIT
018030     END-EVALUATE.
018040
018050 6810-EXIT.
018060     EXIT.
018070
018080*----------------------------------------------------------------
018090*    6820-ACREDITAR-LOTE - ABRE EL LOTE DE LA FECHA DEL
018100*    MOVIMIENTO O LE SUMA LA ACREDITACION SI YA EXISTE
018110*----------------------------------------------------------------
018120 6820-ACREDITAR-LOTE.
018130     MOVE PM-ID-CLIENTE    TO LT-ID-CLIENTE
018140     MOVE PM-FECHA         TO LT-FECHA
018150
018160     READ LOTES
018170         INVALID KEY
018180             MOVE PM-PUNTOS        TO LT-PUNTOS
018190             MOVE PM-PUNTOS        TO LT-ORIGINAL
018200             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
018210             WRITE LT-REC
018220         NOT INVALID KEY
018230             ADD PM-PUNTOS         TO LT-PUNTOS
018240             ADD PM-PUNTOS         TO LT-ORIGINAL
018250             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
018260             REWRITE LT-REC
018270     END-READ.
018280
018290 6820-EXIT.
018300     EXIT.
018310
018320*----------------------------------------------------------------
018330*    6830-CONSUMIR-LOTES - CONSUME WS-PUNTOS-A-CONSUMIR DE LOS
018340*    LOTES FECHADOS DEL CLIENTE EMPEZANDO POR EL MAS ANTIGUO; LO
018350*    QUE ELLOS NO CUBRAN SALE DEL LOTE DE APERTURA
018360*----------------------------------------------------------------
018370 6830-CONSUMIR-LOTES.
018380     IF WS-PUNTOS-A-CONSUMIR = ZERO
018390         GO TO 6830-EXIT
018400     END-IF
018410
018420     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
018430     MOVE 1             TO LT-FECHA
018440     MOVE 'N' TO WS-SW-FIN-LOTES
018450     START LOTES
018460         KEY IS NOT LESS THAN LT-CLAVE
018470         INVALID KEY
018480             MOVE 'S' TO WS-SW-FIN-LOTES
018490     END-START
018500
018510     PERFORM 6840-CONSUMIR-LOTE THRU 6840-EXIT
018520         UNTIL FIN-LOTES-CLIENTE
018530            OR WS-PUNTOS-A-CONSUMIR = ZERO
018540
018550     IF WS-PUNTOS-A-CONSUMIR > ZERO
018560         PERFORM 6860-CONSUMIR-APERTURA THRU 6860-EXIT
018570     END-IF.
018580
018590 6830-EXIT.
018600     EXIT.
018610
018620*----------------------------------------------------------------
018630*    6840-CONSUMIR-LOTE - LEE EL SIGUIENTE LOTE DEL CLIENTE Y
018640*    LE DESCUENTA LO QUE PUEDA CUBRIR
018650*----------------------------------------------------------------
018660 6840-CONSUMIR-LOTE.
018670     READ LOTES NEXT RECORD
018680         AT END
018690             MOVE 'S' TO WS-SW-FIN-LOTES
018700     END-READ
018710
018720     IF FIN-LOTES-CLIENTE
018730         GO TO 6840-EXIT
018740     END-IF
018750
018760     IF LT-ID-CLIENTE NOT = PM-ID-CLIENTE
018770         MOVE 'S' TO WS-SW-FIN-LOTES
018780         GO TO 6840-EXIT
018790     END-IF
018800
018810     IF LT-PUNTOS = ZERO
018820         GO TO 6840-EXIT
018830     END-IF
018840
018850     PERFORM 6845-TOMAR-DEL-LOTE THRU 6845-EXIT
018860     REWRITE LT-REC.
018870
018880 6840-EXIT.
018890     EXIT.
018900
018910*----------------------------------------------------------------
018920*    6845-TOMAR-DEL-LOTE - DESCUENTA DEL LOTE EN LT-REC LO QUE
018930*    CUBRA DE WS-PUNTOS-A-CONSUMIR
018940*----------------------------------------------------------------
018950 6845-TOMAR-DEL-LOTE.
018960     IF LT-PUNTOS < WS-PUNTOS-A-CONSUMIR
018970         MOVE LT-PUNTOS TO WS-LOTE-TOMADO
018980     ELSE
018990         MOVE WS-PUNTOS-A-CONSUMIR TO WS-LOTE-TOMADO
019000     END-IF
019010
019020     SUBTRACT WS-LOTE-TOMADO FROM LT-PUNTOS
019030     SUBTRACT WS-LOTE-TOMADO FROM WS-PUNTOS-A-CONSUMIR
019040     MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT.
019050
019060 6845-EXIT.
019070     EXIT.
019080
019090*----------------------------------------------------------------
019100*    6850-CONSUMIR-LOTE-ORIGEN - UNA DEVOLUCION 'D' O EXTORNO
019110*    'E' CONSUME PRIMERO EL LOTE QUE ABRIO EL MOVIMIENTO
019120*    ORIGINAL (LA FECHA DE PM-FECHA-ORIGEN)
019130*----------------------------------------------------------------
019140 6850-CONSUMIR-LOTE-ORIGEN.
019150     IF PM-FECHA-ORIGEN = ZERO
019160         GO TO 6850-EXIT
019170     END-IF
019180
019190     MOVE PM-ID-CLIENTE   TO LT-ID-CLIENTE
019200     MOVE PM-FECHA-ORIGEN TO LT-FECHA
019210
019220     READ LOTES
019230         INVALID KEY
019240             GO TO 6850-EXIT
019250     END-READ
019260
019270     IF LT-PUNTOS = ZERO
019280         GO TO 6850-EXIT
019290     END-IF
019300
019310     PERFORM 6845-TOMAR-DEL-LOTE THRU 6845-EXIT
019320     REWRITE LT-REC.
019330
019340 6850-EXIT.
019350     EXIT.
019360
019370*----------------------------------------------------------------
019380*    6860-CONSUMIR-APERTURA - LO QUE LOS LOTES FECHADOS NO
019390*    CUBREN SALE DEL LOTE DE APERTURA (FECHA CERO). SI TAMPOCO
019400*    ALCANZA, LA DIFERENCIA LA INFORMA CLIENTES-LOTES
019410*----------------------------------------------------------------
019420 6860-CONSUMIR-APERTURA.
019430     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
019440     MOVE ZERO          TO LT-FECHA
019450
019460     READ LOTES
019470         INVALID KEY
019480             GO TO 6860-EXIT
019490     END-READ
019500
019510     PERFORM 6845-TOMAR-DEL-LOTE THRU 6845-EXIT
019520     REWRITE LT-REC.
019530
019540 6860-EXIT.
019550     EXIT.
019560
019570*----------------------------------------------------------------
019580*    6870-REABRIR-LOTES - UNA ANULACION DE CANJE 'X' DEVUELVE
019590*    LOS PUNTOS A LOS LOTES CONSUMIDOS, DESDE EL PRIMER LOTE AUN
019600*    ABIERTO HACIA ATRAS Y SIN SUPERAR LO ACREDITADO EN CADA
019610*    UNO. LO QUE NO TENGA LOTE QUE LO RESPALDE VA AL LOTE DE
019620*    APERTURA
019630*----------------------------------------------------------------
019640 6870-REABRIR-LOTES.
019650     MOVE ZERO TO WS-LOTE-CANT
019660     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
019670     MOVE 1             TO LT-FECHA
019680     MOVE 'N' TO WS-SW-FIN-LOTES
019690     START LOTES
019700         KEY IS NOT LESS THAN LT-CLAVE
019710         INVALID KEY
019720             MOVE 'S' TO WS-SW-FIN-LOTES
019730     END-START
019740
019750     PERFORM 6875-CARGAR-LOTE THRU 6875-EXIT
019760         UNTIL FIN-LOTES-CLIENTE
019770
019780     COMPUTE WS-LOTE-PRIMERO = WS-LOTE-CANT + 1
019790     PERFORM 6877-UBICAR-PRIMERO THRU 6877-EXIT
019800         VARYING WS-LOTE-IDX FROM WS-LOTE-CANT BY -1
019810         UNTIL WS-LOTE-IDX < 1
019820
019830     MOVE 'N' TO WS-SW-SIN-CONSUMIDOS
019840     IF WS-LOTE-CANT = ZERO
019850         MOVE 'S' TO WS-SW-SIN-CONSUMIDOS
019860     END-IF
019870
019880     PERFORM 6880-REABRIR-LOTE THRU 6880-EXIT
019890         UNTIL WS-PUNTOS-A-REABRIR = ZERO
019900            OR SIN-LOTES-CONSUMIDOS
019910
019920     PERFORM 6885-REGRABAR-LOTE THRU 6885-EXIT
019930         VARYING WS-LOTE-IDX FROM 1 BY 1
019940         UNTIL WS-LOTE-IDX > WS-LOTE-CANT
019950
019960     IF WS-PUNTOS-A-REABRIR > ZERO
019970         PERFORM 6890-ACREDITAR-APERTURA THRU 6890-EXIT
019980     END-IF.
019990
020000 6870-EXIT.
020010     EXIT.
020020
020030*----------------------------------------------------------------
020040*    6875-CARGAR-LOTE - PASA A LA TABLA EL SIGUIENTE LOTE
020050*    FECHADO DEL CLIENTE
020060*----------------------------------------------------------------
020070 6875-CARGAR-LOTE.
020080     READ LOTES NEXT RECORD
020090         AT END
020100             MOVE 'S' TO WS-SW-FIN-LOTES
020110     END-READ
020120
020130     IF FIN-LOTES-CLIENTE
020140         GO TO 6875-EXIT
020150     END-IF
020160
020170     IF LT-ID-CLIENTE NOT = PM-ID-CLIENTE
020180        OR WS-LOTE-CANT NOT < WS-LOTE-MAXIMO
020190         MOVE 'S' TO WS-SW-FIN-LOTES
020200         GO TO 6875-EXIT
020210     END-IF
020220
020230     ADD 1 TO WS-LOTE-CANT
020240     MOVE LT-FECHA    TO WS-LOTE-FECHA    (WS-LOTE-CANT)
020250     MOVE LT-PUNTOS   TO WS-LOTE-PUNTOS   (WS-LOTE-CANT)
020260     MOVE LT-ORIGINAL TO WS-LOTE-ORIGINAL (WS-LOTE-CANT)
020270     MOVE 'N'         TO WS-LOTE-CAMBIO   (WS-LOTE-CANT).
020280
020290 6875-EXIT.
020300     EXIT.
020310
020320*----------------------------------------------------------------
020330*    6877-UBICAR-PRIMERO - RECORRIDA DE ATRAS HACIA ADELANTE:
020340*    DEJA EN WS-LOTE-PRIMERO EL PRIMER LOTE CON PUNTOS ABIERTOS
020350*----------------------------------------------------------------
020360 6877-UBICAR-PRIMERO.
020370     IF WS-LOTE-PUNTOS (WS-LOTE-IDX) > ZERO
020380         MOVE WS-LOTE-IDX TO WS-LOTE-PRIMERO
020390     END-IF.
020400
020410 6877-EXIT.
020420     EXIT.
020430
020440*----------------------------------------------------------------
020450*    6880-REABRIR-LOTE - DEVUELVE AL LOTE WS-LOTE-PRIMERO HASTA LO
020460*    ACREDITADO Y RETROCEDE AL LOTE ANTERIOR
020470*----------------------------------------------------------------
020480 6880-REABRIR-LOTE.
020490     IF WS-LOTE-PRIMERO > WS-LOTE-CANT
020500         MOVE WS-LOTE-CANT TO WS-LOTE-PRIMERO
020510     END-IF
020520
020530     COMPUTE WS-LOTE-HUECO =
020540         WS-LOTE-ORIGINAL (WS-LOTE-PRIMERO)
020550         - WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
020560
020570     IF WS-LOTE-HUECO >= WS-PUNTOS-A-REABRIR
020580         ADD WS-PUNTOS-A-REABRIR
020590             TO WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
020600         MOVE 'S' TO WS-LOTE-CAMBIO (WS-LOTE-PRIMERO)
020610         MOVE ZERO TO WS-PUNTOS-A-REABRIR
020620         GO TO 6880-EXIT
020630     END-IF
020640
020650     IF WS-LOTE-HUECO > ZERO
020660         ADD WS-LOTE-HUECO TO WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
020670         SUBTRACT WS-LOTE-HUECO FROM WS-PUNTOS-A-REABRIR
020680         MOVE 'S' TO WS-LOTE-CAMBIO (WS-LOTE-PRIMERO)
020690     END-IF
020700
020710     IF WS-LOTE-PRIMERO = 1
020720         MOVE 'S' TO WS-SW-SIN-CONSUMIDOS
020730     ELSE
020740         SUBTRACT 1 FROM WS-LOTE-PRIMERO
020750     END-IF.
020760
020770 6880-EXIT.
020780     EXIT.
020790
020800*----------------------------------------------------------------
020810*    6885-REGRABAR-LOTE - REGRABA EN EL ARCHIVO UN LOTE DE LA
020820*    TABLA QUE LA ANULACION REABRIO
020830*----------------------------------------------------------------
020840 6885-REGRABAR-LOTE.
020850     IF WS-LOTE-CAMBIO (WS-LOTE-IDX) NOT = 'S'
020860         GO TO 6885-EXIT
020870     END-IF
020880
020890     MOVE PM-ID-CLIENTE            TO LT-ID-CLIENTE
020900     MOVE WS-LOTE-FECHA (WS-LOTE-IDX)  TO LT-FECHA
020910
020920     READ LOTES
020930         INVALID KEY
020940             GO TO 6885-EXIT
020950     END-READ
020960
020970     MOVE WS-LOTE-PUNTOS (WS-LOTE-IDX) TO LT-PUNTOS
020980     MOVE WS-FECHA-SISTEMA         TO LT-FECHA-ACT
020990     REWRITE LT-REC.
021000
021010 6885-EXIT.
021020     EXIT.
021030
021040*----------------------------------------------------------------
021050*    6890-ACREDITAR-APERTURA - LO REABIERTO SIN LOTE QUE LO
021060*    RESPALDE SE SUMA AL LOTE DE APERTURA (FECHA CERO)
021070*----------------------------------------------------------------
021080 6890-ACREDITAR-APERTURA.
021090     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
021100     MOVE ZERO          TO LT-FECHA
021110
021120     READ LOTES
021130         INVALID KEY
021140             MOVE WS-PUNTOS-A-REABRIR  TO LT-PUNTOS
021150             MOVE WS-PUNTOS-A-REABRIR  TO LT-ORIGINAL
021160             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
021170             WRITE LT-REC
021180         NOT INVALID KEY
021190             ADD WS-PUNTOS-A-REABRIR   TO LT-PUNTOS
021200             ADD WS-PUNTOS-A-REABRIR   TO LT-ORIGINAL
021210             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
021220             REWRITE LT-REC
021230     END-READ.
021240
021250 6890-EXIT.
021260     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CLIENTES-CANJES.
000030 AUTHOR.         EQUIPO DE SISTEMAS - CUENTAS.
000040 INSTALLATION.   BANCO - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*----------------------------------------------------------------
000080*    CLIENTES-CANJES PROCESA LOS PEDIDOS DE CANJE DEL DIA
000090*    (PEDIDOSCANJE) CONTRA EL CATALOGO DE PREMIOS (CATALOGO).
000100*    CADA PEDIDO NOMBRA UN ARTICULO Y UNA CANTIDAD; SE VALIDA EL
000110*    CR-ESTADO DEL CLIENTE, LA VIGENCIA DEL ARTICULO, LA
000120*    CATEGORIA MINIMA Y EL STOCK, Y EL COSTO (AT-PUNTOS POR
000130*    CANTIDAD) SE DEBITA DE CR-PUNTOS CON LAS MISMAS REGLAS DE
000140*    REDENCION DE CLIENTES-PUNTOS: MOVIMIENTO 'R' EN
000150*    PUNTOSMOVIMIENTOS, EVENTO PUNT Y, SI EL SALDO PROPIO NO
000160*    ALCANZA, DEBITO MANCOMUNADO A LOS DEMAS MIEMBROS ACTIVOS
000170*    DEL HOGAR (MOVIMIENTO 'R' Y EVENTO HOGR POR MIEMBRO). EL
000180*    PEDIDO APROBADO DESCUENTA EL STOCK DEL ARTICULO, QUEDA EN
000190*    EL DIARIO CENTRAL COMO EVENTO CANJ Y SE PASA AL PROVEEDOR
000200*    EN EL ARCHIVO DE ENTREGAS (CANJESENTREGAS); EL QUE NO PUEDE
000210*    CUMPLIRSE VA A CANJESRECHAZOS CON SU MOTIVO (VER CANJRECH).
000220*    CORRE EN LA CADENA NOCTURNA DESPUES DE CLIENTES-AUDITOR:
000230*    SUS DEBITOS QUEDAN CUBIERTOS POR LA GENERACION DEL DIA
000240*    SIGUIENTE Y LOS TOMA CLIENTES-CONTABLE DEL DIARIO.
000250*
000260*    HISTORIAL DE MODIFICACIONES
000270*    FECHA       INIC.  DESCRIPCION
000280*    ----------  -----  ---------------------------------------
000290*    2026-10-15  DLF    VERSION ORIGINAL.
000293*    2026-10-15  DLF    DIARIO DE PUNTOS DE 46 BYTES CON
000296*                       REFERENCIA AL ORIGINAL
000297*    2026-10-15  DLF    CADA MOVIMIENTO GRABADO EN EL DIARIO
000298*                       ACTUALIZA EL ARCHIVO DE LOTES ABIERTOS
000299*                       LOTESPUNTOS (ABRE, CONSUME O REABRE
000300*                       LOTES).
000301*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PEDIDOSCANJE
000360         ASSIGN TO "pedidoscanje.dat"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-PEDIDOSCANJE.
000390
000400     SELECT CLIENTES
000410         ASSIGN TO "clientes.dat"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CR-ID-CLIENTE
000450         ALTERNATE RECORD KEY IS CR-NOMBRE
000460             WITH DUPLICATES
000470         ALTERNATE RECORD KEY IS CR-SUCURSAL
000480             WITH DUPLICATES
000490         FILE STATUS IS WS-FS-CLIENTES.
000500
000510     SELECT CATALOGO
000520         ASSIGN TO "catalogo.dat"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS AT-CODIGO
000560         FILE STATUS IS WS-FS-CATALOGO.
000570
000580     SELECT CANJESRECH
000590         ASSIGN TO "canjesrechazos.dat"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-FS-CANJESRECH.
000620
000630     SELECT CANJESENTREGAS
000640         ASSIGN TO "canjesentregas.dat"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-FS-CANJESENTREGAS.
000670
000680     SELECT CANJESRPT
000690         ASSIGN TO "canjesrpt.txt"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FS-CANJESRPT.
000720
000730     SELECT PUNTOSMOV
000740         ASSIGN TO "puntosmovimientos.dat"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-FS-PUNTOSMOV.
000770
000771     SELECT LOTES
000772         ASSIGN TO "lotespuntos.dat"
000773         ORGANIZATION IS INDEXED
000774         ACCESS MODE IS DYNAMIC
000775         RECORD KEY IS LT-CLAVE
000776         ALTERNATE RECORD KEY IS LT-FECHA
000777             WITH DUPLICATES
000778         FILE STATUS IS WS-FS-LOTES.
000779
000780     SELECT EVENTLOG
000790         ASSIGN TO "eventosclientes.dat"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-FS-EVENTLOG.
000820
000830     SELECT HOGARES
000840         ASSIGN TO "hogares.dat"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-FS-HOGARES.
000870
000880     SELECT PROCFECHA
000890         ASSIGN TO "procesofecha.ctl"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-FS-PROCFECHA.
000920
000930     SELECT ULTCORRIDA
000940         ASSIGN TO "clientescanjes.ult"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-FS-ULTCORRIDA.
000970
000980     SELECT RERUNOK
000990         ASSIGN TO "rerunok.ctl"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-FS-RERUNOK.
001020
001030     SELECT CICLOSTATUS
001040         ASSIGN TO "ciclostatus.dat"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-FS-CICLOSTATUS.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  PEDIDOSCANJE
001110     RECORD CONTAINS 39 CHARACTERS.
001120 COPY PEDCANJE.
001130
001140 FD  CLIENTES.
001150 COPY CLIREC.
001160
001170 FD  CATALOGO.
001180 COPY CATALOGO.
001190
001200 FD  CANJESRECH
001210     RECORD CONTAINS 54 CHARACTERS.
001220 COPY CANJRECH.
001230
001240 FD  CANJESENTREGAS
001250     RECORD CONTAINS 110 CHARACTERS.
001260 COPY ENTRCANJ.
001270
001280 FD  CANJESRPT
001290     RECORD CONTAINS 80 CHARACTERS.
001300 01  CN-LINEA                   PIC X(80).
001310
001320 FD  PUNTOSMOV
001330     RECORD CONTAINS 46 CHARACTERS.
001340 COPY PUNTMOV.
001350
001352 FD  LOTES.
001354 COPY LOTEPTS.
001356
001360 FD  EVENTLOG
001370     RECORD CONTAINS 110 CHARACTERS.
001380 COPY EVENTCLI.
001390
001400 FD  HOGARES
001410     RECORD CONTAINS 18 CHARACTERS.
001420 COPY HOGARCLI.
001430
001440 FD  PROCFECHA
001450     RECORD CONTAINS 8 CHARACTERS.
001460 01  PF-FECHA                   PIC 9(08).
001470
001480 FD  ULTCORRIDA
001490     RECORD CONTAINS 8 CHARACTERS.
001500 01  UC-FECHA                   PIC 9(08).
001510
001520 FD  RERUNOK
001530     RECORD CONTAINS 8 CHARACTERS.
001540 01  RK-FECHA                   PIC 9(08).
001550
001560 FD  CICLOSTATUS
001570     RECORD CONTAINS 62 CHARACTERS.
001580 COPY CICLOST.
001590
001600 WORKING-STORAGE SECTION.
001610 01  WS-FILE-STATUSES.
001620     05  WS-FS-PEDIDOSCANJE     PIC X(02).
001630     05  WS-FS-CLIENTES         PIC X(02).
001640     05  WS-FS-CATALOGO         PIC X(02).
001650     05  WS-FS-CANJESRECH       PIC X(02).
001660     05  WS-FS-CANJESENTREGAS   PIC X(02).
001670     05  WS-FS-CANJESRPT        PIC X(02).
001680     05  WS-FS-PUNTOSMOV        PIC X(02).
001685     05  WS-FS-LOTES            PIC X(02).
001690     05  WS-FS-EVENTLOG         PIC X(02).
001700     05  WS-FS-HOGARES          PIC X(02).
001710     05  WS-FS-PROCFECHA        PIC X(02).
001720     05  WS-FS-ULTCORRIDA       PIC X(02).
001730     05  WS-FS-RERUNOK          PIC X(02).
001740     05  WS-FS-CICLOSTATUS      PIC X(02).
001750
001760 01  WS-SWITCHES.
001770     05  WS-SW-EOF-PEDIDOS      PIC X(01)   VALUE 'N'.
001780         88  EOF-PEDIDOS                    VALUE 'S'.
001790         88  NOT-EOF-PEDIDOS                VALUE 'N'.
001800     05  WS-SW-CLIENTE-OK       PIC X(01)   VALUE 'N'.
001810         88  CLIENTE-ENCONTRADO             VALUE 'S'.
001820         88  CLIENTE-NO-ENCONTRADO          VALUE 'N'.
001830     05  WS-SW-ARTICULO-OK      PIC X(01)   VALUE 'N'.
001840         88  ARTICULO-ENCONTRADO            VALUE 'S'.
001850         88  ARTICULO-NO-ENCONTRADO         VALUE 'N'.
001860     05  WS-SW-APLICADO         PIC X(01)   VALUE 'N'.
001870         88  PEDIDO-APLICADO                VALUE 'S'.
001880         88  PEDIDO-NO-APLICADO             VALUE 'N'.
001890     05  WS-SW-HAY-HOGARES      PIC X(01)   VALUE 'N'.
001900         88  HAY-HOGARES                    VALUE 'S'.
001910         88  SIN-HOGARES                    VALUE 'N'.
001920     05  WS-SW-EOF-HOGARES      PIC X(01)   VALUE 'N'.
001930         88  EOF-HOGARES                    VALUE 'S'.
001931     05  WS-SW-HAY-LOTES        PIC X(01)   VALUE 'N'.
001932         88  HAY-LOTES                      VALUE 'S'.
001933     05  WS-SW-FIN-LOTES        PIC X(01)   VALUE 'N'.
001934         88  FIN-LOTES-CLIENTE              VALUE 'S'.
001935     05  WS-SW-SIN-CONSUMIDOS   PIC X(01)   VALUE 'N'.
001936         88  SIN-LOTES-CONSUMIDOS           VALUE 'S'.
001940
001950 01  WS-PUNTOS-CALCULO.
001960     05  WS-PUNTOS-NUEVO        PIC S9(13).
001970     05  WS-PUNTOS-ANTERIOR     PIC 9(09).
001980
001990 77  WS-COSTO-PEDIDO            PIC 9(12)   VALUE ZERO.
002000
002010*    DATOS DEL CLIENTE QUE PIDE, GUARDADOS ANTES DE QUE EL
002020*    DEBITO AL HOGAR PISE CLIENTE-REC
002030 01  WS-CLIENTE-PEDIDO.
002040     05  WS-CP-NOMBRE           PIC X(30).
002050     05  WS-CP-SUCURSAL         PIC 9(05).
002060
002070 01  WS-HORA-EVENTO             PIC 9(08).
002080 01  WS-EV-PUNTOS               PIC Z(8)9.
002090
002100 01  WS-EV-ARTICULO.
002110     05  FILLER                 PIC X(09)   VALUE 'ARTICULO '.
002120     05  WS-EV-ART-CODIGO       PIC X(08).
002130     05  FILLER                 PIC X(03)   VALUE ' X '.
002140     05  WS-EV-ART-CANTIDAD     PIC ZZ9.
002150     05  FILLER                 PIC X(07)   VALUE SPACES.
002160
002170 01  WS-EV-PEDIDO.
002180     05  FILLER                 PIC X(07)   VALUE 'PEDIDO '.
002190     05  WS-EV-PED-NUMERO       PIC 9(10).
002200     05  FILLER                 PIC X(13)   VALUE SPACES.
002210
002220*    HOGARES CARGADOS AL ARRANQUE PARA LA REDENCION MANCOMUNADA
002230 01  WS-TABLA-HOGARES.
002240     05  WS-HOG-CANT            PIC 9(04)   COMP    VALUE ZERO.
002250     05  WS-HOG-MAXIMO          PIC 9(04)   COMP    VALUE 500.
002260     05  WS-HOG-ENT             OCCURS 500 TIMES.
002270         10  WS-HOG-HOGAR       PIC 9(08).
002280         10  WS-HOG-CLIENTE     PIC 9(10).
002290
002300 77  WS-HOG-IDX                 PIC 9(04)   COMP.
002310 77  WS-HOGAR-USADO             PIC 9(08)   VALUE ZERO.
002320 77  WS-HR-SALDO-PROPIO         PIC 9(09)   VALUE ZERO.
002330 77  WS-HR-FALTANTE             PIC 9(09)   VALUE ZERO.
002340 77  WS-HR-DISPONIBLE           PIC 9(12)   VALUE ZERO.
002350 77  WS-HR-POR-DEBITAR          PIC 9(09)   VALUE ZERO.
002360 77  WS-HR-DEBITO               PIC 9(09)   VALUE ZERO.
002370
002380*    MOTIVOS DE RECHAZO DE CANJRECH, EN EL ORDEN EN QUE SE
002390*    VALIDAN, CON SU CONTADOR PARA EL REPORTE DEL DIA
002400 01  WS-TABLA-MOTIVOS-VALUES.
002410     05  FILLER                 PIC X(03)   VALUE 'FEC'.
002420     05  FILLER                 PIC X(03)   VALUE 'NOF'.
002430     05  FILLER                 PIC X(03)   VALUE 'EST'.
002440     05  FILLER                 PIC X(03)   VALUE 'ART'.
002450     05  FILLER                 PIC X(03)   VALUE 'VIG'.
002460     05  FILLER                 PIC X(03)   VALUE 'CNT'.
002470     05  FILLER                 PIC X(03)   VALUE 'CAT'.
002480     05  FILLER                 PIC X(03)   VALUE 'STK'.
002490     05  FILLER                 PIC X(03)   VALUE 'NEG'.
002500 01  WS-TABLA-MOTIVOS REDEFINES WS-TABLA-MOTIVOS-VALUES.
002510     05  WS-MOT-CODIGO          PIC X(03)   OCCURS 9 TIMES.
002520
002530 01  WS-CONTADORES-MOTIVO.
002540     05  WS-MOT-CANT            PIC 9(07)   COMP
002550                                OCCURS 9 TIMES.
002560
002570 77  WS-MOT-MAXIMO              PIC 9(04)   COMP    VALUE 9.
002580 77  WS-MOT-IDX                 PIC 9(04)   COMP.
002590 77  WS-MOTIVO-RECHAZO          PIC X(03).
002600
002610 77  WS-CONT-LEIDAS             PIC 9(07)   COMP    VALUE ZERO.
002620 77  WS-CONT-ENTREGADOS         PIC 9(07)   COMP    VALUE ZERO.
002630 77  WS-CONT-RECHAZADAS         PIC 9(07)   COMP    VALUE ZERO.
002640 77  WS-CONT-HOGAR              PIC 9(07)   COMP    VALUE ZERO.
002650 77  WS-TOTAL-UNIDADES          PIC 9(09)   COMP    VALUE ZERO.
002660 77  WS-TOTAL-PUNTOS            PIC 9(12)   COMP    VALUE ZERO.
002670
002680 01  WS-FECHA-SISTEMA           PIC 9(08).
002690
002700 01  WS-LINEA-TITULO.
002710     05  FILLER                 PIC X(35)
002720         VALUE 'CANJES DE CATALOGO - FECHA NEGOCIO '.
002730     05  WS-LT-FECHA            PIC 9(08).
002740     05  FILLER                 PIC X(37)   VALUE SPACES.
002750
002760 01  WS-LINEA-TOTAL.
002770     05  WS-LN-ROTULO           PIC X(30).
002780     05  WS-LN-VALOR            PIC Z(11)9.
002790     05  FILLER                 PIC X(38)   VALUE SPACES.
002800
002810 01  WS-ROTULO-MOTIVO.
002820     05  FILLER                 PIC X(20)
002830         VALUE '  RECHAZOS MOTIVO   '.
002840     05  WS-RM-CODIGO           PIC X(03).
002841     05  FILLER                 PIC X(07)   VALUE ':'.
002842
002843*    LOTES FECHADOS DEL CLIENTE QUE REABRE UNA ANULACION DE
002844*    CANJE. SI EL CLIENTE TIENE MAS, LOS MAS NUEVOS NO SE CARGAN
002845*    (LA REAPERTURA EMPIEZA POR LOS MAS ANTIGUOS ABIERTOS).
002846 01  WS-TABLA-LOTES.
002847     05  WS-LOTE-CANT           PIC 9(04)   COMP    VALUE ZERO.
002848     05  WS-LOTE-PRIMERO        PIC 9(04)   COMP    VALUE 1.
002849     05  WS-LOTE-MAXIMO         PIC 9(04)   COMP    VALUE 500.
002850     05  WS-LOTE                OCCURS 500 TIMES.
002851         10  WS-LOTE-FECHA      PIC 9(08).
002852         10  WS-LOTE-PUNTOS     PIC 9(09).
002853         10  WS-LOTE-ORIGINAL   PIC 9(09).
002854         10  WS-LOTE-CAMBIO     PIC X(01).
002855
002856 77  WS-LOTE-IDX                PIC 9(04)   COMP.
002857 77  WS-PUNTOS-A-CONSUMIR       PIC 9(09).
002858 77  WS-PUNTOS-A-REABRIR        PIC 9(09).
002859 77  WS-LOTE-HUECO              PIC 9(09).
002860 77  WS-LOTE-TOMADO             PIC 9(09).
002861
002870 01  WS-ULT-FECHA               PIC 9(08)   VALUE ZERO.
002880 01  WS-RERUN-FECHA             PIC 9(08)   VALUE ZERO.
002890 01  WS-HORA-CICLO              PIC 9(08).
002900
002910 PROCEDURE DIVISION.
002920*----------------------------------------------------------------
002930*    0000-MAINLINE
002940*----------------------------------------------------------------
002950 0000-MAINLINE.
002960     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002970
002980     PERFORM 2000-PROCESAR-PEDIDO THRU 2000-EXIT
002990         UNTIL EOF-PEDIDOS
003000
003010     PERFORM 8000-FINALIZAR THRU 8000-EXIT
003020
003030     STOP RUN.
003040
003050*----------------------------------------------------------------
003060*    1000-INICIALIZAR - FECHA DE NEGOCIO, CONTROL DE REPROCESO,
003070*    APERTURA DE ARCHIVOS Y PRIMERA LECTURA. SIN CATALOGO NO HAY
003080*    CONTRA QUE VALIDAR Y LA CORRIDA SE DETIENE
003090*----------------------------------------------------------------
003100 1000-INICIALIZAR.
003110     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
003120     PERFORM 1500-TOMAR-FECHA-PROCESO THRU 1500-EXIT
003130     PERFORM 1600-CONTROL-REPROCESO THRU 1600-EXIT
003140     PERFORM 9100-MARCAR-INICIO THRU 9100-EXIT
003150
003160     INITIALIZE WS-CONTADORES-MOTIVO
003170
003180     OPEN INPUT PEDIDOSCANJE
003190     OPEN I-O   CLIENTES
003200
003210     OPEN I-O   CATALOGO
003220     IF WS-FS-CATALOGO NOT = '00'
003230         DISPLAY 'NO SE PUDO ABRIR CATALOGO - STATUS '
003240                 WS-FS-CATALOGO
003250         MOVE 8 TO RETURN-CODE
003260         STOP RUN
003270     END-IF
003280
003290     OPEN OUTPUT CANJESRECH
003300     OPEN OUTPUT CANJESENTREGAS
003310
003320     OPEN EXTEND PUNTOSMOV
003330     IF WS-FS-PUNTOSMOV NOT = '00'
003340         OPEN OUTPUT PUNTOSMOV
003350     END-IF
003353
003356     PERFORM 6800-ABRIR-LOTES THRU 6800-EXIT
003360
003370     OPEN EXTEND EVENTLOG
003380     IF WS-FS-EVENTLOG NOT = '00'
003390         OPEN OUTPUT EVENTLOG
003400     END-IF
003410
003420     PERFORM 1300-CARGAR-HOGARES THRU 1300-EXIT
003430
003440     PERFORM 2100-LEER-PEDIDO THRU 2100-EXIT.
003450
003460 1000-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------
003500*    1300-CARGAR-HOGARES - CARGA LA TABLA DE HOGARES PARA LA
003510*    REDENCION MANCOMUNADA; SIN ARCHIVO NO HAY POOL DE PUNTOS
003520*----------------------------------------------------------------
003530 1300-CARGAR-HOGARES.
003540     OPEN INPUT HOGARES
003550     IF WS-FS-HOGARES NOT = '00'
003560         GO TO 1300-EXIT
003570     END-IF
003580
003590     PERFORM 1310-LEER-HOGAR THRU 1310-EXIT
003600     PERFORM 1320-GUARDAR-HOGAR THRU 1320-EXIT
003610         UNTIL EOF-HOGARES
003620
003630     CLOSE HOGARES
003640
003650     IF WS-HOG-CANT > ZERO
003660         MOVE 'S' TO WS-SW-HAY-HOGARES
003670     END-IF.
003680
003690 1300-EXIT.
003700     EXIT.
003710
003720 1310-LEER-HOGAR.
003730     READ HOGARES
003740         AT END
003750             MOVE 'S' TO WS-SW-EOF-HOGARES
003760     END-READ.
003770
003780 1310-EXIT.
003790     EXIT.
003800
003810 1320-GUARDAR-HOGAR.
003820     IF WS-HOG-CANT >= WS-HOG-MAXIMO
003830         DISPLAY 'TABLA DE HOGARES LLENA - '
003840                 'AUMENTAR WS-HOG-MAXIMO'
003850         MOVE 8 TO RETURN-CODE
003860         STOP RUN
003870     END-IF
003880
003890     ADD 1 TO WS-HOG-CANT
003900     MOVE HG-ID-HOGAR   TO WS-HOG-HOGAR   (WS-HOG-CANT)
003910     MOVE HG-ID-CLIENTE TO WS-HOG-CLIENTE (WS-HOG-CANT)
003920
003930     PERFORM 1310-LEER-HOGAR THRU 1310-EXIT.
003940
003950 1320-EXIT.
003960     EXIT.
003970
003980*----------------------------------------------------------------
003990*    2000-PROCESAR-PEDIDO - VALIDA UN PEDIDO EN ORDEN (FECHA,
004000*    CLIENTE, ESTADO, ARTICULO, VIGENCIA, CANTIDAD, CATEGORIA,
004010*    STOCK, PUNTOS); EL PRIMER MOTIVO QUE FALLA LO RECHAZA. EL
004020*    PEDIDO CON PUNTOS DEBITADOS DESCUENTA STOCK Y SE ENTREGA
004030*----------------------------------------------------------------
004040 2000-PROCESAR-PEDIDO.
004050     MOVE ZERO TO WS-COSTO-PEDIDO
004060     MOVE 'N'  TO WS-SW-APLICADO
004070
004080     IF OC-FECHA > WS-FECHA-SISTEMA
004090         MOVE 'FEC' TO WS-MOTIVO-RECHAZO
004100         PERFORM 2400-RECHAZAR THRU 2400-EXIT
004110         GO TO 2000-SIGUE
004120     END-IF
004130
004140     PERFORM 2200-BUSCAR-CLIENTE THRU 2200-EXIT
004150     IF CLIENTE-NO-ENCONTRADO
004160         MOVE 'NOF' TO WS-MOTIVO-RECHAZO
004170         PERFORM 2400-RECHAZAR THRU 2400-EXIT
004180         GO TO 2000-SIGUE
004190     END-IF
004200
004210     IF CR-ESTADO = 'C' OR CR-ESTADO = 'I'
004220         MOVE 'EST' TO WS-MOTIVO-RECHAZO
004230         PERFORM 2400-RECHAZAR THRU 2400-EXIT
004240         GO TO 2000-SIGUE
004250     END-IF
004260
004270     MOVE CR-NOMBRE   TO WS-CP-NOMBRE
004280     MOVE CR-SUCURSAL TO WS-CP-SUCURSAL
004290
004300     PERFORM 2250-BUSCAR-ARTICULO THRU 2250-EXIT
004310     IF ARTICULO-NO-ENCONTRADO
004320         MOVE 'ART' TO WS-MOTIVO-RECHAZO
004330         PERFORM 2400-RECHAZAR THRU 2400-EXIT
004340         GO TO 2000-SIGUE
004350     END-IF
004360
004370     IF OC-FECHA < AT-FECHA-DESDE
004380        OR OC-FECHA > AT-FECHA-HASTA
004390         MOVE 'VIG' TO WS-MOTIVO-RECHAZO
004400         PERFORM 2400-RECHAZAR THRU 2400-EXIT
004410         GO TO 2000-SIGUE
004420     END-IF
004430
004440     IF OC-CANTIDAD = ZERO
004450         MOVE 'CNT' TO WS-MOTIVO-RECHAZO
004460         PERFORM 2400-RECHAZAR THRU 2400-EXIT
004470         GO TO 2000-SIGUE
004480     END-IF
004490
004500     IF CR-CATEGORIA < AT-CATEGORIA-MIN
004510         MOVE 'CAT' TO WS-MOTIVO-RECHAZO
004520         PERFORM 2400-RECHAZAR THRU 2400-EXIT
004530         GO TO 2000-SIGUE
004540     END-IF
004550
004560     IF AT-STOCK < OC-CANTIDAD
004570         MOVE 'STK' TO WS-MOTIVO-RECHAZO
004580         PERFORM 2400-RECHAZAR THRU 2400-EXIT
004590         GO TO 2000-SIGUE
004600     END-IF
004610
004620     COMPUTE WS-COSTO-PEDIDO = AT-PUNTOS * OC-CANTIDAD
004630     IF WS-COSTO-PEDIDO > 999999999
004640         MOVE 'NEG' TO WS-MOTIVO-RECHAZO
004650         PERFORM 2400-RECHAZAR THRU 2400-EXIT
004660         GO TO 2000-SIGUE
004670     END-IF
004680
004690     PERFORM 2300-DEBITAR-PUNTOS THRU 2300-EXIT
004700
004710     IF PEDIDO-APLICADO
004720         PERFORM 2500-DESCONTAR-STOCK THRU 2500-EXIT
004730         PERFORM 2600-GRABAR-ENTREGA THRU 2600-EXIT
004740     END-IF
004750     .
004760
004770 2000-SIGUE.
004780     PERFORM 2100-LEER-PEDIDO THRU 2100-EXIT.
004790
004800 2000-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------------
004840*    2100-LEER-PEDIDO - LEE UNA FILA DE PEDIDOS DE CANJE
004850*----------------------------------------------------------------
004860 2100-LEER-PEDIDO.
004870     READ PEDIDOSCANJE
004880         AT END
004890             MOVE 'S' TO WS-SW-EOF-PEDIDOS
004900         NOT AT END
004910             ADD 1 TO WS-CONT-LEIDAS
004920     END-READ.
004930
004940 2100-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------------
004980*    2200-BUSCAR-CLIENTE - LOCALIZA EL CLIENTE POR ID DIRECTO
004990*----------------------------------------------------------------
005000 2200-BUSCAR-CLIENTE.
005010     MOVE OC-ID-CLIENTE TO CR-ID-CLIENTE
005020
005030     READ CLIENTES
005040         INVALID KEY
005050             MOVE 'N' TO WS-SW-CLIENTE-OK
005060         NOT INVALID KEY
005070             MOVE 'S' TO WS-SW-CLIENTE-OK
005080     END-READ.
005090
005100 2200-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------------
005140*    2250-BUSCAR-ARTICULO - LOCALIZA EL ARTICULO EN EL CATALOGO
005150*----------------------------------------------------------------
005160 2250-BUSCAR-ARTICULO.
005170     MOVE OC-CODIGO TO AT-CODIGO
005180
005190     READ CATALOGO
005200         INVALID KEY
005210             MOVE 'N' TO WS-SW-ARTICULO-OK
005220         NOT INVALID KEY
005230             MOVE 'S' TO WS-SW-ARTICULO-OK
005240     END-READ.
005250
005260 2250-EXIT.
005270     EXIT.
005280
005290*----------------------------------------------------------------
005300*    2300-DEBITAR-PUNTOS - DEBITA EL COSTO DEL PEDIDO DE
005310*    CR-PUNTOS; SI EL SALDO PROPIO NO ALCANZA PASA A LA
005320*    REDENCION MANCOMUNADA DEL HOGAR
005330*----------------------------------------------------------------
005340 2300-DEBITAR-PUNTOS.
005350     MOVE CR-PUNTOS TO WS-PUNTOS-ANTERIOR
005360     COMPUTE WS-PUNTOS-NUEVO = CR-PUNTOS - WS-COSTO-PEDIDO
005370
005380     IF WS-PUNTOS-NUEVO < 0
005390         PERFORM 2750-REDENCION-HOGAR THRU 2750-EXIT
005400         GO TO 2300-EXIT
005410     END-IF
005420
005430     MOVE WS-PUNTOS-NUEVO TO CR-PUNTOS
005440     MOVE OC-FECHA        TO CR-ULT-ACTIVIDAD
005450     REWRITE CLIENTE-REC
005460         INVALID KEY
005470             MOVE 'NOF' TO WS-MOTIVO-RECHAZO
005480             PERFORM 2400-RECHAZAR THRU 2400-EXIT
005490         NOT INVALID KEY
005500             MOVE 'S' TO WS-SW-APLICADO
005510             PERFORM 2510-GRABAR-MOVIMIENTO THRU 2510-EXIT
005520             PERFORM 2800-GRABAR-EVENTO-PUNTOS THRU 2800-EXIT
005530             PERFORM 2850-GRABAR-EVENTO-CANJE THRU 2850-EXIT
005540     END-REWRITE.
005550
005560 2300-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------------
005600*    2400-RECHAZAR - GRABA EL PEDIDO RECHAZADO CON MOTIVO Y LO
005610*    CUENTA EN LA TABLA DE MOTIVOS
005620*----------------------------------------------------------------
005630 2400-RECHAZAR.
005640     MOVE OC-NRO-PEDIDO     TO CJ-NRO-PEDIDO
005650     MOVE OC-ID-CLIENTE     TO CJ-ID-CLIENTE
005660     MOVE OC-CODIGO         TO CJ-CODIGO
005670     MOVE OC-CANTIDAD       TO CJ-CANTIDAD
005680     MOVE OC-FECHA          TO CJ-FECHA
005690     MOVE WS-COSTO-PEDIDO   TO CJ-PUNTOS
005700     MOVE WS-MOTIVO-RECHAZO TO CJ-MOTIVO
005710
005720     WRITE CJ-REC
005730
005740     ADD 1 TO WS-CONT-RECHAZADAS
005750
005760     PERFORM 2410-CONTAR-MOTIVO THRU 2410-EXIT
005770         VARYING WS-MOT-IDX FROM 1 BY 1
005780         UNTIL WS-MOT-IDX > WS-MOT-MAXIMO.
005790
005800 2400-EXIT.
005810     EXIT.
005820
005830 2410-CONTAR-MOTIVO.
005840     IF WS-MOT-CODIGO (WS-MOT-IDX) = WS-MOTIVO-RECHAZO
005850         ADD 1 TO WS-MOT-CANT (WS-MOT-IDX)
005860     END-IF.
005870
005880 2410-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------
005920*    2500-DESCONTAR-STOCK - BAJA DEL STOCK DEL ARTICULO LAS
005930*    UNIDADES DEL PEDIDO YA DEBITADO
005940*----------------------------------------------------------------
005950 2500-DESCONTAR-STOCK.
005960     SUBTRACT OC-CANTIDAD FROM AT-STOCK
005970
005980     REWRITE ARTICULO-REC
005990         INVALID KEY
006000             DISPLAY 'NO SE PUDO DESCONTAR STOCK DEL ARTICULO '
006010                     AT-CODIGO ' - PEDIDO ' OC-NRO-PEDIDO
006020     END-REWRITE.
006030
006040 2500-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------------
006080*    2510-GRABAR-MOVIMIENTO - AGREGA AL DIARIO PERMANENTE LA
006090*    REDENCION APLICADA CON EL SALDO RESULTANTE DE CR-PUNTOS
006100*----------------------------------------------------------------
006110 2510-GRABAR-MOVIMIENTO.
006120     MOVE OC-ID-CLIENTE   TO PM-ID-CLIENTE
006130     MOVE OC-FECHA        TO PM-FECHA
006140     MOVE 'R'             TO PM-TIPO
006150     MOVE WS-COSTO-PEDIDO TO PM-PUNTOS
006160     MOVE CR-PUNTOS       TO PM-SALDO
006165     MOVE SPACES          TO PM-REFERENCIA
006170
006180     WRITE PM-REC
006185     PERFORM 6810-ACTUALIZAR-LOTES THRU 6810-EXIT.
006190
006200 2510-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------
006240*    2600-GRABAR-ENTREGA - PASA EL PEDIDO APROBADO AL ARCHIVO
006250*    DE ENTREGAS DEL PROVEEDOR CON LA SUCURSAL DEL CLIENTE
006260*----------------------------------------------------------------
006270 2600-GRABAR-ENTREGA.
006280     MOVE SPACES         TO EN-REC
006290     MOVE '1'            TO EN-TIPO-REG
006300     MOVE OC-NRO-PEDIDO  TO EN-NRO-PEDIDO
006310     MOVE OC-FECHA       TO EN-FECHA
006320     MOVE AT-CODIGO      TO EN-CODIGO
006330     MOVE AT-DESCRIPCION TO EN-DESCRIPCION
006340     MOVE OC-CANTIDAD    TO EN-CANTIDAD
006350     MOVE OC-ID-CLIENTE  TO EN-ID-CLIENTE
006360     MOVE WS-CP-NOMBRE   TO EN-NOMBRE
006370     MOVE WS-CP-SUCURSAL TO EN-SUCURSAL
006380
006390     WRITE EN-REC
006400
006410     ADD 1               TO WS-CONT-ENTREGADOS
006420     ADD OC-CANTIDAD     TO WS-TOTAL-UNIDADES
006430     ADD WS-COSTO-PEDIDO TO WS-TOTAL-PUNTOS.
006440
006450 2600-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------------
006490*    2750-REDENCION-HOGAR - EL COSTO QUE EL SALDO PROPIO NO
006500*    CUBRE SE COMPLETA CON LOS DEMAS MIEMBROS ACTIVOS DEL HOGAR:
006510*    EL CLIENTE QUEDA EN CERO Y EL FALTANTE SE DEBITA MIEMBRO A
006520*    MIEMBRO, CON MOVIMIENTO 'R' Y EVENTO POR CADA UNO. SI EL
006530*    HOGAR TAMPOCO CUBRE, EL PEDIDO SE RECHAZA POR NEG.
006540*----------------------------------------------------------------
006550 2750-REDENCION-HOGAR.
006560     MOVE CR-PUNTOS TO WS-HR-SALDO-PROPIO
006570     PERFORM 2755-BUSCAR-HOGAR THRU 2755-EXIT
006580
006590     IF WS-HOGAR-USADO = ZERO
006600         MOVE 'NEG' TO WS-MOTIVO-RECHAZO
006610         PERFORM 2400-RECHAZAR THRU 2400-EXIT
006620         GO TO 2750-EXIT
006630     END-IF
006640
006650     COMPUTE WS-HR-FALTANTE = WS-COSTO-PEDIDO - WS-HR-SALDO-PROPIO
006660
006670     PERFORM 2760-SUMAR-DISPONIBLE THRU 2760-EXIT
006680
006690     IF WS-HR-DISPONIBLE < WS-HR-FALTANTE
006700         MOVE 'NEG' TO WS-MOTIVO-RECHAZO
006710         PERFORM 2400-RECHAZAR THRU 2400-EXIT
006720         GO TO 2750-EXIT
006730     END-IF
006740
006750*    EL CLIENTE APORTA TODO SU SALDO Y QUEDA EN CERO
006760     PERFORM 2200-BUSCAR-CLIENTE THRU 2200-EXIT
006770     MOVE CR-PUNTOS TO WS-PUNTOS-ANTERIOR
006780     MOVE ZERO      TO CR-PUNTOS
006790     MOVE OC-FECHA  TO CR-ULT-ACTIVIDAD
006800     REWRITE CLIENTE-REC
006810         INVALID KEY
006820             MOVE 'NOF' TO WS-MOTIVO-RECHAZO
006830             PERFORM 2400-RECHAZAR THRU 2400-EXIT
006840             GO TO 2750-EXIT
006850     END-REWRITE
006860
006870     MOVE 'S' TO WS-SW-APLICADO
006880
006890     MOVE OC-ID-CLIENTE       TO PM-ID-CLIENTE
006900     MOVE OC-FECHA            TO PM-FECHA
006910     MOVE 'R'                 TO PM-TIPO
006920     MOVE WS-PUNTOS-ANTERIOR  TO PM-PUNTOS
006930     MOVE ZERO                TO PM-SALDO
006935     MOVE SPACES              TO PM-REFERENCIA
006940     WRITE PM-REC
006945     PERFORM 6810-ACTUALIZAR-LOTES THRU 6810-EXIT
006950
006960     PERFORM 2800-GRABAR-EVENTO-PUNTOS THRU 2800-EXIT
006970     PERFORM 2850-GRABAR-EVENTO-CANJE THRU 2850-EXIT
006980
006990     MOVE WS-HR-FALTANTE TO WS-HR-POR-DEBITAR
007000     PERFORM 2770-DEBITAR-MIEMBRO THRU 2770-EXIT
007010         VARYING WS-HOG-IDX FROM 1 BY 1
007020         UNTIL WS-HOG-IDX > WS-HOG-CANT
007030            OR WS-HR-POR-DEBITAR = ZERO
007040
007050     ADD 1 TO WS-CONT-HOGAR.
007060
007070 2750-EXIT.
007080     EXIT.
007090
007100*----------------------------------------------------------------
007110*    2755-BUSCAR-HOGAR - HOGAR AL QUE PERTENECE EL CLIENTE DEL
007120*    PEDIDO (CERO SI NO ESTA AGRUPADO)
007130*----------------------------------------------------------------
007140 2755-BUSCAR-HOGAR.
007150     MOVE ZERO TO WS-HOGAR-USADO
007160
007170     IF SIN-HOGARES
007180         GO TO 2755-EXIT
007190     END-IF
007200
007210     PERFORM 2756-PROBAR-HOGAR THRU 2756-EXIT
007220         VARYING WS-HOG-IDX FROM 1 BY 1
007230         UNTIL WS-HOG-IDX > WS-HOG-CANT
007240            OR WS-HOGAR-USADO > ZERO.
007250
007260 2755-EXIT.
007270     EXIT.
007280
007290 2756-PROBAR-HOGAR.
007300     IF WS-HOG-CLIENTE (WS-HOG-IDX) = OC-ID-CLIENTE
007310         MOVE WS-HOG-HOGAR (WS-HOG-IDX) TO WS-HOGAR-USADO
007320     END-IF.
007330
007340 2756-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------------
007380*    2760-SUMAR-DISPONIBLE - SALDO AGREGADO DE LOS DEMAS MIEMBROS
007390*    ACTIVOS DEL HOGAR (PISA CLIENTE-REC: EL LLAMADOR RELEE)
007400*----------------------------------------------------------------
007410 2760-SUMAR-DISPONIBLE.
007420     MOVE ZERO TO WS-HR-DISPONIBLE
007430
007440     PERFORM 2765-SUMAR-MIEMBRO THRU 2765-EXIT
007450         VARYING WS-HOG-IDX FROM 1 BY 1
007460         UNTIL WS-HOG-IDX > WS-HOG-CANT.
007470
007480 2760-EXIT.
007490     EXIT.
007500
007510 2765-SUMAR-MIEMBRO.
007520     IF WS-HOG-HOGAR (WS-HOG-IDX) NOT = WS-HOGAR-USADO
007530        OR WS-HOG-CLIENTE (WS-HOG-IDX) = OC-ID-CLIENTE
007540         GO TO 2765-EXIT
007550     END-IF
007560
007570     MOVE WS-HOG-CLIENTE (WS-HOG-IDX) TO CR-ID-CLIENTE
007580     READ CLIENTES
007590         INVALID KEY
007600             GO TO 2765-EXIT
007610     END-READ
007620
007630     IF CR-ESTADO = 'A'
007640         ADD CR-PUNTOS TO WS-HR-DISPONIBLE
007650     END-IF.
007660
007670 2765-EXIT.
007680     EXIT.
007690
007700*----------------------------------------------------------------
007710*    2770-DEBITAR-MIEMBRO - DEBITA DEL MIEMBRO LO QUE SU SALDO
007720*    PERMITA HASTA CUBRIR EL FALTANTE, CON MOVIMIENTO 'R' Y
007730*    EVENTO HOGR
007740*----------------------------------------------------------------
007750 2770-DEBITAR-MIEMBRO.
007760     IF WS-HOG-HOGAR (WS-HOG-IDX) NOT = WS-HOGAR-USADO
007770        OR WS-HOG-CLIENTE (WS-HOG-IDX) = OC-ID-CLIENTE
007780         GO TO 2770-EXIT
007790     END-IF
007800
007810     MOVE WS-HOG-CLIENTE (WS-HOG-IDX) TO CR-ID-CLIENTE
007820     READ CLIENTES
007830         INVALID KEY
007840             GO TO 2770-EXIT
007850     END-READ
007860
007870     IF CR-ESTADO NOT = 'A' OR CR-PUNTOS = ZERO
007880         GO TO 2770-EXIT
007890     END-IF
007900
007910     IF CR-PUNTOS >= WS-HR-POR-DEBITAR
007920         MOVE WS-HR-POR-DEBITAR TO WS-HR-DEBITO
007930     ELSE
007940         MOVE CR-PUNTOS TO WS-HR-DEBITO
007950     END-IF
007960
007970     MOVE CR-PUNTOS TO WS-PUNTOS-ANTERIOR
007980     SUBTRACT WS-HR-DEBITO FROM CR-PUNTOS
007990     MOVE OC-FECHA TO CR-ULT-ACTIVIDAD
008000
008010     REWRITE CLIENTE-REC
008020         INVALID KEY
008030             GO TO 2770-EXIT
008040     END-REWRITE
008050
008060     SUBTRACT WS-HR-DEBITO FROM WS-HR-POR-DEBITAR
008070
008080     MOVE CR-ID-CLIENTE TO PM-ID-CLIENTE
008090     MOVE OC-FECHA      TO PM-FECHA
008100     MOVE 'R'           TO PM-TIPO
008110     MOVE WS-HR-DEBITO  TO PM-PUNTOS
008120     MOVE CR-PUNTOS     TO PM-SALDO
008125     MOVE SPACES        TO PM-REFERENCIA
008130     WRITE PM-REC
008135     PERFORM 6810-ACTUALIZAR-LOTES THRU 6810-EXIT
008140
008150     MOVE 'HOGR'             TO EV-TIPO
008160     MOVE WS-PUNTOS-ANTERIOR TO WS-EV-PUNTOS
008170     MOVE WS-EV-PUNTOS       TO EV-VALOR-ANT
008180     MOVE CR-PUNTOS          TO WS-EV-PUNTOS
008190     MOVE WS-EV-PUNTOS       TO EV-VALOR-NVO
008200     PERFORM 7100-GRABAR-EVENTO THRU 7100-EXIT.
008210
008220 2770-EXIT.
008230     EXIT.
008240
008250*----------------------------------------------------------------
008260*    2800-GRABAR-EVENTO-PUNTOS - REGISTRA EN EL DIARIO CENTRAL
008270*    EL SALDO ANTERIOR Y NUEVO DEL CLIENTE QUE CANJEA
008280*----------------------------------------------------------------
008290 2800-GRABAR-EVENTO-PUNTOS.
008300     MOVE 'PUNT'             TO EV-TIPO
008310     MOVE WS-PUNTOS-ANTERIOR TO WS-EV-PUNTOS
008320     MOVE WS-EV-PUNTOS       TO EV-VALOR-ANT
008330     MOVE CR-PUNTOS          TO WS-EV-PUNTOS
008340     MOVE WS-EV-PUNTOS       TO EV-VALOR-NVO
008350     PERFORM 7100-GRABAR-EVENTO THRU 7100-EXIT.
008360
008370 2800-EXIT.
008380     EXIT.
008390
008400*----------------------------------------------------------------
008410*    2850-GRABAR-EVENTO-CANJE - DEJA EN EL DIARIO CENTRAL QUE
008420*    ARTICULO Y CUANTAS UNIDADES RECIBIO EL CLIENTE, CON EL
008430*    NUMERO DE PEDIDO
008440*----------------------------------------------------------------
008450 2850-GRABAR-EVENTO-CANJE.
008460     MOVE 'CANJ'           TO EV-TIPO
008470     MOVE OC-CODIGO        TO WS-EV-ART-CODIGO
008480     MOVE OC-CANTIDAD      TO WS-EV-ART-CANTIDAD
008490     MOVE WS-EV-ARTICULO   TO EV-VALOR-ANT
008500     MOVE OC-NRO-PEDIDO    TO WS-EV-PED-NUMERO
008510     MOVE WS-EV-PEDIDO     TO EV-VALOR-NVO
008520     PERFORM 7100-GRABAR-EVENTO THRU 7100-EXIT.
008530
008540 2850-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------------
008580*    7100-GRABAR-EVENTO - COMPLETA LOS DATOS COMUNES Y AGREGA
008590*    EL EVENTO AL DIARIO CENTRAL
008600*----------------------------------------------------------------
008610 7100-GRABAR-EVENTO.
008620     ACCEPT WS-HORA-EVENTO FROM TIME
008630     MOVE CR-ID-CLIENTE     TO EV-ID-CLIENTE
008640     MOVE WS-FECHA-SISTEMA  TO EV-FECHA
008650     MOVE WS-HORA-EVENTO    TO EV-HORA
008660     MOVE 'CLIENTES-CANJES' TO EV-PROGRAMA
008670
008680     WRITE EV-REC.
008690
008700 7100-EXIT.
008710     EXIT.
008720
008730*----------------------------------------------------------------
008740*    8000-FINALIZAR - CONTROL DEL ARCHIVO DE ENTREGAS, REPORTE
008750*    DEL DIA Y CIERRE DE ARCHIVOS
008760*----------------------------------------------------------------
008770 8000-FINALIZAR.
008780     MOVE SPACES             TO EN-REC
008790     MOVE '9'                TO EN-TIPO-REG
008800     MOVE WS-FECHA-SISTEMA   TO EN-CT-FECHA
008810     MOVE WS-CONT-ENTREGADOS TO EN-CT-PEDIDOS
008820     MOVE WS-TOTAL-UNIDADES  TO EN-CT-UNIDADES
008830     WRITE EN-REC
008840
008850     PERFORM 8200-EMITIR-REPORTE THRU 8200-EXIT
008860
008870     CLOSE PEDIDOSCANJE
008880     CLOSE CLIENTES
008890     CLOSE CATALOGO
008900     CLOSE CANJESRECH
008910     CLOSE CANJESENTREGAS
008920     CLOSE PUNTOSMOV
008922     IF HAY-LOTES
008924         CLOSE LOTES
008926     END-IF
008930     CLOSE EVENTLOG
008940
008950     PERFORM 9000-GRABAR-ULT-CORRIDA THRU 9000-EXIT.
008960     PERFORM 9200-MARCAR-FIN THRU 9200-EXIT.
008970
008980 8000-EXIT.
008990     EXIT.
009000
009010*----------------------------------------------------------------
009020*    8200-EMITIR-REPORTE - TOTALES DEL DIA Y RECHAZOS POR MOTIVO
009030*----------------------------------------------------------------
009040 8200-EMITIR-REPORTE.
009050     OPEN OUTPUT CANJESRPT
009060
009070     MOVE WS-FECHA-SISTEMA TO WS-LT-FECHA
009080     MOVE WS-LINEA-TITULO  TO CN-LINEA
009090     WRITE CN-LINEA
009100
009110     MOVE 'PEDIDOS LEIDOS:'       TO WS-LN-ROTULO
009120     MOVE WS-CONT-LEIDAS          TO WS-LN-VALOR
009130     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
009140     MOVE 'PEDIDOS ENTREGADOS:'   TO WS-LN-ROTULO
009150     MOVE WS-CONT-ENTREGADOS      TO WS-LN-VALOR
009160     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
009170     MOVE '  CON POOL DEL HOGAR:' TO WS-LN-ROTULO
009180     MOVE WS-CONT-HOGAR           TO WS-LN-VALOR
009190     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
009200     MOVE 'UNIDADES ENTREGADAS:'  TO WS-LN-ROTULO
009210     MOVE WS-TOTAL-UNIDADES       TO WS-LN-VALOR
009220     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
009230     MOVE 'PUNTOS REDIMIDOS:'     TO WS-LN-ROTULO
009240     MOVE WS-TOTAL-PUNTOS         TO WS-LN-VALOR
009250     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
009260     MOVE 'PEDIDOS RECHAZADOS:'   TO WS-LN-ROTULO
009270     MOVE WS-CONT-RECHAZADAS      TO WS-LN-VALOR
009280     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
009290
009300     PERFORM 8210-LINEA-MOTIVO THRU 8210-EXIT
009310         VARYING WS-MOT-IDX FROM 1 BY 1
009320         UNTIL WS-MOT-IDX > WS-MOT-MAXIMO
009330
009340     CLOSE CANJESRPT.
009350
009360 8200-EXIT.
009370     EXIT.
009380
009390 8210-LINEA-MOTIVO.
009400     IF WS-MOT-CANT (WS-MOT-IDX) = ZERO
009410         GO TO 8210-EXIT
009420     END-IF
009430
009440     MOVE WS-MOT-CODIGO (WS-MOT-IDX) TO WS-RM-CODIGO
009450     MOVE WS-ROTULO-MOTIVO           TO WS-LN-ROTULO
009460     MOVE WS-MOT-CANT (WS-MOT-IDX)   TO WS-LN-VALOR
009470     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT.
009480
009490 8210-EXIT.
009500     EXIT.
009510
009520 8250-GRABAR-TOTAL.
009530     MOVE WS-LINEA-TOTAL TO CN-LINEA
009540     WRITE CN-LINEA.
009550
009560 8250-EXIT.
009570     EXIT.
009580
009590*----------------------------------------------------------------
009600*    1500-TOMAR-FECHA-PROCESO - LA FECHA DE NEGOCIO SE TOMA DEL
009610*    CONTROL CENTRAL PROCESOFECHA.CTL (AVANZADO POR
009620*    CLIENTES-CIERRE); SI NO EXISTE SE SIGUE CON LA FECHA DEL
009630*    SISTEMA YA CARGADA
009640*----------------------------------------------------------------
009650 1500-TOMAR-FECHA-PROCESO.
009660     OPEN INPUT PROCFECHA
009670     IF WS-FS-PROCFECHA = '00'
009680         READ PROCFECHA
009690             NOT AT END
009700                 MOVE PF-FECHA TO WS-FECHA-SISTEMA
009710         END-READ
009720         CLOSE PROCFECHA
009730     ELSE
009740         DISPLAY 'SIN PROCESOFECHA.CTL - SE USA LA FECHA '
009750                 'DEL SISTEMA'
009760     END-IF.
009770
009780 1500-EXIT.
009790     EXIT.
009800
009810*----------------------------------------------------------------
009820*    1600-CONTROL-REPROCESO - RECHAZA UNA SEGUNDA CORRIDA PARA
009830*    UNA FECHA DE NEGOCIO YA COMPLETADA, SALVO AUTORIZACION
009840*    EXPLICITA DEL OPERADOR (RERUNOK.CTL CON LA MISMA FECHA)
009850*----------------------------------------------------------------
009860 1600-CONTROL-REPROCESO.
009870     OPEN INPUT ULTCORRIDA
009880     IF WS-FS-ULTCORRIDA = '00'
009890         READ ULTCORRIDA
009900             NOT AT END
009910                 MOVE UC-FECHA TO WS-ULT-FECHA
009920         END-READ
009930         CLOSE ULTCORRIDA
009940     END-IF
009950
009960     IF WS-ULT-FECHA NOT = WS-FECHA-SISTEMA
009970         GO TO 1600-EXIT
009980     END-IF
009990
010000     OPEN INPUT RERUNOK
010010     IF WS-FS-RERUNOK = '00'
010020         READ RERUNOK
010030             NOT AT END
010040                 MOVE RK-FECHA TO WS-RERUN-FECHA
010050         END-READ
010060         CLOSE RERUNOK
010070     END-IF
010080
010090     IF WS-RERUN-FECHA = WS-FECHA-SISTEMA
010100         DISPLAY 'CLIENTES-CANJES - REPROCESO AUTORIZADO '
010110                 'PARA ' WS-FECHA-SISTEMA
010120     ELSE
010130         DISPLAY 'CLIENTES-CANJES YA CORRIO PARA LA FECHA '
010140                 WS-FECHA-SISTEMA
010150         DISPLAY 'EL REPROCESO REQUIERE RERUNOK.CTL CON LA '
010160                 'MISMA FECHA DE NEGOCIO'
010170         MOVE 8 TO RETURN-CODE
010180         STOP RUN
010190     END-IF.
010200
010210 1600-EXIT.
010220     EXIT.
010230
010240*----------------------------------------------------------------
010250*    9000-GRABAR-ULT-CORRIDA - DEJA ASENTADA LA FECHA DE NEGOCIO
010260*    COMPLETADA POR ESTA CORRIDA
010270*----------------------------------------------------------------
010280 9000-GRABAR-ULT-CORRIDA.
010290     OPEN OUTPUT ULTCORRIDA
010300     MOVE WS-FECHA-SISTEMA TO UC-FECHA
010310     WRITE UC-FECHA
010320     CLOSE ULTCORRIDA.
010330
010340 9000-EXIT.
010350     EXIT.
010360
010370*----------------------------------------------------------------
010380*    9100-MARCAR-INICIO - ESTAMPA EL ARRANQUE DEL PASO EN EL
010390*    CONTROL DE ESTADO DEL CICLO NOCTURNO (CICLOSTATUS)
010400*----------------------------------------------------------------
010410 9100-MARCAR-INICIO.
010420     MOVE 'I'  TO CS-EVENTO
010430     MOVE ZERO TO CS-RETORNO
010440     MOVE ZERO TO CS-LEIDOS
010450     MOVE ZERO TO CS-GRABADOS
010460     MOVE ZERO TO CS-RECHAZADOS
010470     PERFORM 9300-GRABAR-CICLOSTATUS THRU 9300-EXIT.
010480
010490 9100-EXIT.
010500     EXIT.
010510
010520*----------------------------------------------------------------
010530*    9200-MARCAR-FIN - ESTAMPA EL FIN DEL PASO CON SU CODIGO DE
010540*    RETORNO Y SUS CONTADORES EN CICLOSTATUS
010550*----------------------------------------------------------------
010560 9200-MARCAR-FIN.
010570     MOVE 'F'         TO CS-EVENTO
010580     MOVE RETURN-CODE TO CS-RETORNO
010590     MOVE WS-CONT-LEIDAS     TO CS-LEIDOS
010600     MOVE WS-CONT-ENTREGADOS TO CS-GRABADOS
010610     MOVE WS-CONT-RECHAZADAS TO CS-RECHAZADOS
010620     PERFORM 9300-GRABAR-CICLOSTATUS THRU 9300-EXIT.
010630
010640 9200-EXIT.
010650     EXIT.
010660
010670*----------------------------------------------------------------
010680*    9300-GRABAR-CICLOSTATUS - COMPLETA LOS DATOS COMUNES Y
010690*    AGREGA LA FILA AL CONTROL COMPARTIDO DEL CICLO
010700*----------------------------------------------------------------
010710 9300-GRABAR-CICLOSTATUS.
010720     ACCEPT WS-HORA-CICLO FROM TIME
010730     MOVE WS-FECHA-SISTEMA TO CS-FECHA
010740     MOVE 'CLIENTES-CANJES' TO CS-PROGRAMA
010750     MOVE WS-HORA-CICLO TO CS-HORA
010760
010770     OPEN EXTEND CICLOSTATUS
010780     IF WS-FS-CICLOSTATUS NOT = '00'
010790         OPEN OUTPUT CICLOSTATUS
010800     END-IF
010810
010820     WRITE CS-REC
010830
010840     CLOSE CICLOSTATUS.
010850
010860 9300-EXIT.
010870     EXIT.
010880
010890*----------------------------------------------------------------
010900*    6800-ABRIR-LOTES - ABRE EL ARCHIVO DE LOTES ABIERTOS; SI NO
010910*    EXISTE LOS LOTES NO SE MANTIENEN EN ESTA CORRIDA Y LOS
010920*    REPONE LA VERIFICACION SEMANAL (CLIENTES-LOTES)
010930*----------------------------------------------------------------
010940 6800-ABRIR-LOTES.
010950     OPEN I-O LOTES
010960     IF WS-FS-LOTES = '00'
010970         MOVE 'S' TO WS-SW-HAY-LOTES
010980     ELSE
010990         DISPLAY 'SIN ARCHIVO LOTESPUNTOS - STATUS ' WS-FS-LOTES
011000         DISPLAY 'LOS LOTES LOS REPONE CLIENTES-LOTES'
011010     END-IF.
011020
011030 6800-EXIT.
011040     EXIT.
011050
011060*----------------------------------------------------------------
011070*    6810-ACTUALIZAR-LOTES - APLICA A LOS LOTES ABIERTOS EL
011080*    MOVIMIENTO RECIEN GRABADO EN PM-REC, CON LAS MISMAS REGLAS
011090*    QUE USA CLIENTES-LOTES PARA RECONSTRUIRLOS DEL DIARIO:
011100*    LAS ACREDITACIONES ABREN (O SUMAN AL) LOTE DE SU FECHA, LA
011110*    DEVOLUCION Y EL EXTORNO CONSUMEN ANTES EL LOTE DEL ORIGINAL,
011120*    LA ANULACION DE CANJE REABRE Y LOS DEMAS DEBITOS CONSUMEN
011130*    DEL LOTE MAS ANTIGUO
011140*----------------------------------------------------------------
011150 6810-ACTUALIZAR-LOTES.
011160     IF NOT HAY-LOTES
011170        OR PM-PUNTOS = ZERO
011180         GO TO 6810-EXIT
011190     END-IF
011200
011210     EVALUATE TRUE
011220         WHEN PM-ES-ARRASTRE
011230             CONTINUE
011240         WHEN PM-ES-COMPRA OR PM-ES-BONIFICACION
011250            OR PM-ES-AJUSTE-CREDITO
011260            OR PM-ES-BONIF-REFERIDO
011270             PERFORM 6820-ACREDITAR-LOTE THRU 6820-EXIT
011280         WHEN PM-ES-ANULACION
011290             MOVE PM-PUNTOS TO WS-PUNTOS-A-REABRIR
011300             PERFORM 6870-REABRIR-LOTES THRU 6870-EXIT
011310         WHEN PM-ES-DEVOLUCION OR PM-ES-EXTORNO-BONIF
011320             MOVE PM-PUNTOS TO WS-PUNTOS-A-CONSUMIR
011330             PERFORM 6850-CONSUMIR-LOTE-ORIGEN THRU 6850-EXIT
011340             PERFORM 6830-CONSUMIR-LOTES THRU 6830-EXIT
011350         WHEN OTHER
011360             MOVE PM-PUNTOS TO WS-PUNTOS-A-CONSUMIR
011370             PERFORM 6830-CONSUMIR-LOTES THRU 6830-EXIT
011380     END-EVALUATE.
011390
011400 6810-EXIT.
011410     EXIT.
011420
011430*----------------------------------------------------------------
011440*    6820-ACREDITAR-LOTE - ABRE EL LOTE DE LA FECHA DEL
011450*    MOVIMIENTO O LE SUMA LA ACREDITACION SI YA EXISTE
011460*----------------------------------------------------------------
011470 6820-ACREDITAR-LOTE.
011480     MOVE PM-ID-CLIENTE    TO LT-ID-CLIENTE
011490     MOVE PM-FECHA         TO LT-FECHA
011500
011510     READ LOTES
011520         INVALID KEY
011530             MOVE PM-PUNTOS        TO LT-PUNTOS
011540             MOVE PM-PUNTOS        TO LT-ORIGINAL
011550             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
011560             WRITE LT-REC
011570         NOT INVALID KEY
011580             ADD PM-PUNTOS         TO LT-PUNTOS
011590             ADD PM-PUNTOS         TO LT-ORIGINAL
011600             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
011610             REWRITE LT-REC
011620     END-READ.
011630
011640 6820-EXIT.
011650     EXIT.
011660
011670*----------------------------------------------------------------
011680*    6830-CONSUMIR-LOTES - CONSUME WS-PUNTOS-A-CONSUMIR DE LOS
011690*    LOTES FECHADOS DEL CLIENTE EMPEZANDO POR EL MAS ANTIGUO; LO
011700*    QUE ELLOS NO CUBRAN SALE DEL LOTE DE APERTURA
011710*----------------------------------------------------------------
011720 6830-CONSUMIR-LOTES.
011730     IF WS-PUNTOS-A-CONSUMIR = ZERO
011740         GO TO 6830-EXIT
011750     END-IF
011760
011770     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
011780     MOVE 1             TO LT-FECHA
011790     MOVE 'N' TO WS-SW-FIN-LOTES
011800     START LOTES
011810         KEY IS NOT LESS THAN LT-CLAVE
011820         INVALID KEY
011830             MOVE 'S' TO WS-SW-FIN-LOTES
011840     END-START
011850
011860     PERFORM 6840-CONSUMIR-LOTE THRU 6840-EXIT
011870         UNTIL FIN-LOTES-CLIENTE
011880            OR WS-PUNTOS-A-CONSUMIR = ZERO
011890
011900     IF WS-PUNTOS-A-CONSUMIR > ZERO
011910         PERFORM 6860-CONSUMIR-APERTURA THRU 6860-EXIT
011920     END-IF.
011930
011940 6830-EXIT.
011950     EXIT.
011960
011970*----------------------------------------------------------------
011980*    6840-CONSUMIR-LOTE - LEE EL SIGUIENTE LOTE DEL CLIENTE Y
011990*    LE DESCUENTA LO QUE PUEDA CUBRIR
012000*----------------------------------------------------------------
012010 6840-CONSUMIR-LOTE.
012020     READ LOTES NEXT RECORD
012030         AT END
012040             MOVE 'S' TO WS-SW-FIN-LOTES
012050     END-READ
012060
012070     IF FIN-LOTES-CLIENTE
012080         GO TO 6840-EXIT
012090     END-IF
012100
012110     IF LT-ID-CLIENTE NOT = PM-ID-CLIENTE
012120         MOVE 'S' TO WS-SW-FIN-LOTES
012130         GO TO 6840-EXIT
012140     END-IF
012150
012160     IF LT-PUNTOS = ZERO
012170         GO TO 6840-EXIT
012180     END-IF
012190
012200     PERFORM 6845-TOMAR-DEL-LOTE THRU 6845-EXIT
012210     REWRITE LT-REC.
012220
012230 6840-EXIT.
012240     EXIT.
012250
012260*----------------------------------------------------------------
012270*    6845-TOMAR-DEL-LOTE - DESCUENTA DEL LOTE EN LT-REC LO QUE
012280*    CUBRA DE WS-PUNTOS-A-CONSUMIR
012290*----------------------------------------------------------------
012300 6845-TOMAR-DEL-LOTE.
012310     IF LT-PUNTOS < WS-PUNTOS-A-CONSUMIR
012320         MOVE LT-PUNTOS TO WS-LOTE-TOMADO
012330     ELSE
012340         MOVE WS-PUNTOS-A-CONSUMIR TO WS-LOTE-TOMADO
012350     END-IF
012360
012370     SUBTRACT WS-LOTE-TOMADO FROM LT-PUNTOS
012380     SUBTRACT WS-LOTE-TOMADO FROM WS-PUNTOS-A-CONSUMIR
012390     MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT.
012400
012410 6845-EXIT.
012420     EXIT.
012430
012440*----------------------------------------------------------------
012450*    6850-CONSUMIR-LOTE-ORIGEN - UNA DEVOLUCION 'D' O EXTORNO
012460*    'E' CONSUME PRIMERO EL LOTE QUE ABRIO EL MOVIMIENTO
012470*    ORIGINAL (LA FECHA DE PM-FECHA-ORIGEN)
012480*----------------------------------------------------------------
012490 6850-CONSUMIR-LOTE-ORIGEN.
012500     IF PM-FECHA-ORIGEN = ZERO
012510         GO TO 6850-EXIT
012520     END-IF
012530
012540     MOVE PM-ID-CLIENTE   TO LT-ID-CLIENTE
012550     MOVE PM-FECHA-ORIGEN TO LT-FECHA
012560
012570     READ LOTES
012580         INVALID KEY
012590             GO TO 6850-EXIT
012600     END-READ
012610
012620     IF LT-PUNTOS = ZERO
012630         GO TO 6850-EXIT
012640     END-IF
012650
012660     PERFORM 6845-TOMAR-DEL-LOTE THRU 6845-EXIT
012670     REWRITE LT-REC.
012680
012690 6850-EXIT.
012700     EXIT.
012710
012720*----------------------------------------------------------------
012730*    6860-CONSUMIR-APERTURA - LO QUE LOS LOTES FECHADOS NO
012740*    CUBREN SALE DEL LOTE DE APERTURA (FECHA CERO). SI TAMPOCO
012750*    ALCANZA, LA DIFERENCIA LA INFORMA CLIENTES-LOTES
012760*----------------------------------------------------------------
012770 6860-CONSUMIR-APERTURA.
012780     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
012790     MOVE ZERO          TO LT-FECHA
012800
012810     READ LOTES
012820         INVALID KEY
012830             GO TO 6860-EXIT
012840     END-READ
012850
012860     PERFORM 6845-TOMAR-DEL-LOTE THRU 6845-EXIT
012870     REWRITE LT-REC.
012880
012890 6860-EXIT.
012900     EXIT.
012910
012920*----------------------------------------------------------------
012930*    6870-REABRIR-LOTES - UNA ANULACION DE CANJE 'X' DEVUELVE
012940*    LOS PUNTOS A LOS LOTES CONSUMIDOS, DESDE EL PRIMER LOTE AUN
012950*    ABIERTO HACIA ATRAS Y SIN SUPERAR LO ACREDITADO EN CADA
012960*    UNO. LO QUE NO TENGA LOTE QUE LO RESPALDE VA AL LOTE DE
012970*    APERTURA
012980*----------------------------------------------------------------
012990 6870-REABRIR-LOTES.
013000     MOVE ZERO TO WS-LOTE-CANT
013010     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
013020     MOVE 1             TO LT-FECHA
013030     MOVE 'N' TO WS-SW-FIN-LOTES
013040     START LOTES
013050         KEY IS NOT LESS THAN LT-CLAVE
013060         INVALID KEY
013070             MOVE 'S' TO WS-SW-FIN-LOTES
013080     END-START
013090
013100     PERFORM 6875-CARGAR-LOTE THRU 6875-EXIT
013110         UNTIL FIN-LOTES-CLIENTE
013120
013130     COMPUTE WS-LOTE-PRIMERO = WS-LOTE-CANT + 1
013140     PERFORM 6877-UBICAR-PRIMERO THRU 6877-EXIT
013150         VARYING WS-LOTE-IDX FROM WS-LOTE-CANT BY -1
013160         UNTIL WS-LOTE-IDX < 1
013170
013180     MOVE 'N' TO WS-SW-SIN-CONSUMIDOS
013190     IF WS-LOTE-CANT = ZERO
013200         MOVE 'S' TO WS-SW-SIN-CONSUMIDOS
013210     END-IF
013220
013230     PERFORM 6880-REABRIR-LOTE THRU 6880-EXIT
013240         UNTIL WS-PUNTOS-A-REABRIR = ZERO
013250            OR SIN-LOTES-CONSUMIDOS
013260
013270     PERFORM 6885-REGRABAR-LOTE THRU 6885-EXIT
013280         VARYING WS-LOTE-IDX FROM 1 BY 1
013290         UNTIL WS-LOTE-IDX > WS-LOTE-CANT
013300
013310     IF WS-PUNTOS-A-REABRIR > ZERO
013320         PERFORM 6890-ACREDITAR-APERTURA THRU 6890-EXIT
013330     END-IF.
013340
013350 6870-EXIT.
013360     EXIT.
013370
013380*----------------------------------------------------------------
013390*    6875-CARGAR-LOTE - PASA A LA TABLA EL SIGUIENTE LOTE
013400*    FECHADO DEL CLIENTE
013410*----------------------------------------------------------------
013420 6875-CARGAR-LOTE.
013430     READ LOTES NEXT RECORD
013440         AT END
013450             MOVE 'S' TO WS-SW-FIN-LOTES
013460     END-READ
013470
013480     IF FIN-LOTES-CLIENTE
013490         GO TO 6875-EXIT
013500     END-IF
013510
013520     IF LT-ID-CLIENTE NOT = PM-ID-CLIENTE
013530        OR WS-LOTE-CANT NOT < WS-LOTE-MAXIMO
013540         MOVE 'S' TO WS-SW-FIN-LOTES
013550         GO TO 6875-EXIT
013560     END-IF
013570
013580     ADD 1 TO WS-LOTE-CANT
013590     MOVE LT-FECHA    TO WS-LOTE-FECHA    (WS-LOTE-CANT)
013600     MOVE LT-PUNTOS   TO WS-LOTE-PUNTOS   (WS-LOTE-CANT)
013610     MOVE LT-ORIGINAL TO WS-LOTE-ORIGINAL (WS-LOTE-CANT)
013620     MOVE 'N'         TO WS-LOTE-CAMBIO   (WS-LOTE-CANT).
013630
013640 6875-EXIT.
013650     EXIT.
013660
013670*----------------------------------------------------------------
013680*    6877-UBICAR-PRIMERO - RECORRIDA DE ATRAS HACIA ADELANTE:
013690*    DEJA EN WS-LOTE-PRIMERO EL PRIMER LOTE CON PUNTOS ABIERTOS
013700*----------------------------------------------------------------
013710 6877-UBICAR-PRIMERO.
013720     IF WS-LOTE-PUNTOS (WS-LOTE-IDX) > ZERO
013730         MOVE WS-LOTE-IDX TO WS-LOTE-PRIMERO
013740     END-IF.
013750
013760 6877-EXIT.
013770     EXIT.
013780
013790*----------------------------------------------------------------
013800*    6880-REABRIR-LOTE - DEVUELVE AL LOTE WS-LOTE-PRIMERO HASTA LO
013810*    ACREDITADO Y RETROCEDE AL LOTE ANTERIOR
013820*----------------------------------------------------------------
013830 6880-REABRIR-LOTE.
013840     IF WS-LOTE-PRIMERO > WS-LOTE-CANT
013850         MOVE WS-LOTE-CANT TO WS-LOTE-PRIMERO
013860     END-IF
013870
013880     COMPUTE WS-LOTE-HUECO =
013890         WS-LOTE-ORIGINAL (WS-LOTE-PRIMERO)
013900         - WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
013910
013920     IF WS-LOTE-HUECO >= WS-PUNTOS-A-REABRIR
013930         ADD WS-PUNTOS-A-REABRIR
013940             TO WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
013950         MOVE 'S' TO WS-LOTE-CAMBIO (WS-LOTE-PRIMERO)
013960         MOVE ZERO TO WS-PUNTOS-A-REABRIR
013970         GO TO 6880-EXIT
013980     END-IF
013990
014000     IF WS-LOTE-HUECO > ZERO
014010         ADD WS-LOTE-HUECO TO WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
014020         SUBTRACT WS-LOTE-HUECO FROM WS-PUNTOS-A-REABRIR
014030         MOVE 'S' TO WS-LOTE-CAMBIO (WS-LOTE-PRIMERO)
014040     END-IF
014050
014060     IF WS-LOTE-PRIMERO = 1
014070         MOVE 'S' TO WS-SW-SIN-CONSUMIDOS
014080     ELSE
014090         SUBTRACT 1 FROM WS-LOTE-PRIMERO
014100     END-IF.
014110
014120 6880-EXIT.
014130     EXIT.
014140
014150*----------------------------------------------------------------
014160*    6885-REGRABAR-LOTE - REGRABA EN EL ARCHIVO UN LOTE DE LA
014170*    TABLA QUE LA ANULACION REABRIO
014180*----------------------------------------------------------------
014190 6885-REGRABAR-LOTE.
014200     IF WS-LOTE-CAMBIO (WS-LOTE-IDX) NOT = 'S'
014210         GO TO 6885-EXIT
014220     END-IF
014230
014240     MOVE PM-ID-CLIENTE            TO LT-ID-CLIENTE
014250     MOVE WS-LOTE-FECHA (WS-LOTE-IDX)  TO LT-FECHA
014260
014270     READ LOTES
014280         INVALID KEY
014290             GO TO 6885-EXIT
014300     END-READ
014310
014320     MOVE WS-LOTE-PUNTOS (WS-LOTE-IDX) TO LT-PUNTOS
014330     MOVE WS-FECHA-SISTEMA         TO LT-FECHA-ACT
014340     REWRITE LT-REC.
014350
014360 6885-EXIT.
014370     EXIT.
014380
014390*----------------------------------------------------------------
014400*    6890-ACREDITAR-APERTURA - LO REABIERTO SIN LOTE QUE LO
014410*    RESPALDE SE SUMA AL LOTE DE APERTURA (FECHA CERO)
014420*----------------------------------------------------------------
014430 6890-ACREDITAR-APERTURA.
014440     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
014450     MOVE ZERO          TO LT-FECHA
014460
014470     READ LOTES
014480         INVALID KEY
014490             MOVE WS-PUNTOS-A-REABRIR  TO LT-PUNTOS
014500             MOVE WS-PUNTOS-A-REABRIR  TO LT-ORIGINAL
014510             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
014520             WRITE LT-REC
014530         NOT INVALID KEY
014540             ADD WS-PUNTOS-A-REABRIR   TO LT-PUNTOS
014550             ADD WS-PUNTOS-A-REABRIR   TO LT-ORIGINAL
014560             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
014570             REWRITE LT-REC
014580     END-READ.
014590
014600 6890-EXIT.
014610     EXIT.

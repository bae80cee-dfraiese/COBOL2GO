000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CLIENTES-FRAUDE.
000030 AUTHOR.         EQUIPO DE SISTEMAS - CUENTAS.
000040 INSTALLATION.   BANCO - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*----------------------------------------------------------------
000080*    CLIENTES-FRAUDE ES EL CONTROL DE FRAUDE Y ABUSO DE PUNTOS:
000090*    CORRE EN LA CADENA NOCTURNA INMEDIATAMENTE ANTES DE
000100*    CLIENTES-PUNTOS Y REVISA CADA FILA DE PUNTOSACTIVIDAD
000110*    CONTRA LAS REGLAS PARAMETRIZADAS EN FRAUDE.CTL -
000120*        LIM = PUNTOS ACREDITADOS POR EL CLIENTE EN EL DIA POR
000130*              ENCIMA DEL LIMITE DE SU CATEGORIA (SE RETIENEN
000140*              TODAS LAS COMPRAS DE ESE DIA)
000150*        TXN = MAS TRANSACCIONES DEL CLIENTE EN EL DIA QUE EL
000160*              MAXIMO (SE RETIENEN TODAS LAS DE ESE DIA)
000170*        MOV = CANJE DENTRO DE LOS N DIAS DE UN EVENTO TRAS,
000180*              FUS O REAC DEL CLIENTE EN EVENTOSCLIENTES
000190*        NVA = COMPRA DE MUCHOS PUNTOS EN UNA CUENTA CON
000200*              CR-FECHA-ALTA RECIENTE
000210*    UN PARAMETRO EN CERO DESACTIVA SU REGLA. SOLO SE REVISAN
000220*    COMPRAS Y CANJES DEL DIA: LAS REVERSIONES Y LAS FILAS
000230*    FECHADAS A FUTURO PASAN (ESTAS SE REVISAN CUANDO
000240*    CLIENTES-LIBERACION LAS DEVUELVE). LA FILA RETENIDA SALE
000250*    DE PUNTOSACTIVIDAD Y QUEDA EN FRAUDERETENIDAS CON LA
000260*    PRIMERA REGLA QUE DISPARO; CUMPLIMIENTO LA LIBERA O LA
000270*    DECLINA EN FRAUDEDECISIONES. LAS LIBERADAS VUELVEN A
000280*    PUNTOSACTIVIDAD ESA MISMA NOCHE SIN VOLVER A REVISARSE Y
000290*    LAS DECLINADAS PASAN A FRAUDEDECLINADAS. EL REPORTE
000300*    FRAUDEALERTAS.TXT MUESTRA LAS DECISIONES TOMADAS Y LAS
000310*    RETENCIONES DEL DIA POR SUCURSAL.
000320*    LOS DIAS SE CUENTAN CON MESES DE 30 DIAS, COMO EN
000330*    CLIENTES-RECICLAJE. PUNTOSACTIVIDAD Y EL ALMACEN SE
000340*    REEMPLAZAN AL FINAL DESDE SUS .NEW, COMO EN
000350*    CLIENTES-LIBERACION.
000360*
000370*    HISTORIAL DE MODIFICACIONES
000380*    FECHA       INIC.  DESCRIPCION
000390*    ----------  -----  ---------------------------------------
000400*    2026-10-15  DLF    VERSION ORIGINAL.
000410*----------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PUNTOSACT
000470         ASSIGN TO "puntosactividad.dat"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-PUNTOSACT.
000500
000510     SELECT PUNTOSACTNVO
000520         ASSIGN TO "puntosactividad.new"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-PUNTOSACTNVO.
000550
000560     SELECT CLIENTES
000570         ASSIGN TO "clientes.dat"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CR-ID-CLIENTE
000610         ALTERNATE RECORD KEY IS CR-NOMBRE
000620             WITH DUPLICATES
000630         ALTERNATE RECORD KEY IS CR-SUCURSAL
000640             WITH DUPLICATES
000650         FILE STATUS IS WS-FS-CLIENTES.
000660
000670     SELECT SUCURSALES
000680         ASSIGN TO "sucursales.dat"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS SU-NUMERO
000720         FILE STATUS IS WS-FS-SUCURSALES.
000730
000740     SELECT EVENTLOG
000750         ASSIGN TO "eventosclientes.dat"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-FS-EVENTLOG.
000780
000790     SELECT FRAUDECTL
000800         ASSIGN TO "fraude.ctl"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-FS-FRAUDECTL.
000830
000840     SELECT RETENIDAS
000850         ASSIGN TO "frauderetenidas.dat"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-FS-RETENIDAS.
000880
000890     SELECT RETENIDASNVO
000900         ASSIGN TO "frauderetenidas.new"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-FS-RETENIDASNVO.
000930
000940     SELECT DECISIONES
000950         ASSIGN TO "fraudedecisiones.dat"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-FS-DECISIONES.
000980
000990     SELECT DECLINADAS
001000         ASSIGN TO "fraudedeclinadas.dat"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-FS-DECLINADAS.
001030
001040     SELECT ALERTASRPT
001050         ASSIGN TO "fraudealertas.txt"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-FS-ALERTASRPT.
001080
001090     SELECT FRAUDTRAB
001100         ASSIGN TO "fraudetrab.tmp"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-FS-FRAUDTRAB.
001130
001140     SELECT FRAUDALERTA
001150         ASSIGN TO "fraudealerta.tmp"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-FS-FRAUDALERTA.
001180
001190     SELECT SORTACT
001200         ASSIGN TO "fraudeact.srt".
001210
001220     SELECT SORTTRAB
001230         ASSIGN TO "fraudetrab.srt".
001240
001250     SELECT SORTALERTA
001260         ASSIGN TO "fraudealerta.srt".
001270
001280     SELECT PROCFECHA
001290         ASSIGN TO "procesofecha.ctl"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-FS-PROCFECHA.
001320
001330     SELECT ULTCORRIDA
001340         ASSIGN TO "clientesfraude.ult"
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS WS-FS-ULTCORRIDA.
001370
001380     SELECT RERUNOK
001390         ASSIGN TO "rerunok.ctl"
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS WS-FS-RERUNOK.
001420
001430     SELECT CICLOSTATUS
001440         ASSIGN TO "ciclostatus.dat"
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS WS-FS-CICLOSTATUS.
001470
001480 DATA DIVISION.
001490 FILE SECTION.
001500 FD  PUNTOSACT
001510     RECORD CONTAINS 37 CHARACTERS.
001520 COPY PUNTACT.
001530
001540 FD  PUNTOSACTNVO
001550     RECORD CONTAINS 37 CHARACTERS.
001560 01  PA-LINEA                   PIC X(37).
001570
001580 FD  CLIENTES.
001590 COPY CLIREC.
001600
001610 FD  SUCURSALES.
001620 COPY SUCREC.
001630
001640 FD  EVENTLOG
001650     RECORD CONTAINS 110 CHARACTERS.
001660 COPY EVENTCLI.
001670
001680*    PARAMETROS DE LAS REGLAS: LIMITE DIARIO DE PUNTOS POR
001690*    CATEGORIA 1 A 5, MAXIMO DE TRANSACCIONES POR DIA, DIAS
001700*    DESDE TRAS/FUS/REAC, ANTIGUEDAD DE CUENTA NUEVA EN DIAS Y
001710*    PUNTOS QUE CUENTAN COMO ACREDITACION GRANDE
001720 FD  FRAUDECTL
001730     RECORD CONTAINS 63 CHARACTERS.
001740 01  FC-REC.
001750     05  FC-LIMITE-CATEGORIA    PIC 9(09)   OCCURS 5 TIMES.
001760     05  FC-MAX-TRANSACCIONES   PIC 9(03).
001770     05  FC-DIAS-MOVIMIENTO     PIC 9(03).
001780     05  FC-DIAS-CUENTA-NUEVA   PIC 9(03).
001790     05  FC-PUNTOS-CUENTA-NUEVA PIC 9(09).
001800
001810 FD  RETENIDAS
001820     RECORD CONTAINS 60 CHARACTERS.
001830 01  RE-LINEA                   PIC X(60).
001840
001850 FD  RETENIDASNVO
001860     RECORD CONTAINS 60 CHARACTERS.
001870 01  RN-LINEA                   PIC X(60).
001880
001890 FD  DECISIONES
001900     RECORD CONTAINS 24 CHARACTERS.
001910 COPY FRAUDDEC.
001920
001930 FD  DECLINADAS
001940     RECORD CONTAINS 60 CHARACTERS.
001950 01  DC-LINEA                   PIC X(60).
001960
001970 FD  ALERTASRPT
001980     RECORD CONTAINS 80 CHARACTERS.
001990 01  AR-LINEA                   PIC X(80).
002000
002010*    ACTIVIDAD YA EVALUADA, EN EL ORDEN DEL CLIENTE, CON LA
002020*    REGLA QUE DISPARO (EN BLANCO SI PASA)
002030 FD  FRAUDTRAB
002040     RECORD CONTAINS 54 CHARACTERS.
002050 01  WT-LINEA                   PIC X(54).
002060
002070 FD  FRAUDALERTA
002080     RECORD CONTAINS 60 CHARACTERS.
002090 01  AL-LINEA                   PIC X(60).
002100
002110 SD  SORTACT.
002120 01  SA-REC.
002130     05  SA-ID-CLIENTE          PIC 9(10).
002140     05  SA-FECHA               PIC 9(08).
002150     05  SA-SECUENCIA           PIC 9(07).
002160     05  SA-TIPO                PIC X(01).
002170     05  SA-PUNTOS              PIC 9(09).
002180     05  SA-ACTIVIDAD           PIC X(37).
002190
002200 SD  SORTTRAB.
002210 01  ST-REC.
002220     05  ST-SECUENCIA           PIC 9(07).
002230     05  ST-REGLA               PIC X(03).
002240     05  ST-SUCURSAL            PIC 9(05).
002250     05  ST-ACTIVIDAD           PIC X(37).
002260     05  FILLER                 PIC X(02).
002270
002280 SD  SORTALERTA.
002290 01  SL-REC.
002300     05  SL-ID-RETENCION.
002310         10  SL-FECHA-RETENCION PIC 9(08).
002320         10  SL-SECUENCIA       PIC 9(07).
002330     05  SL-REGLA               PIC X(03).
002340     05  SL-SUCURSAL            PIC 9(05).
002350     05  SL-ACTIVIDAD.
002360         10  SL-ID-CLIENTE      PIC 9(10).
002370         10  SL-TIPO            PIC X(01).
002380         10  SL-PUNTOS          PIC 9(09).
002390         10  SL-FECHA           PIC 9(08).
002400         10  SL-REFERENCIA      PIC X(09).
002410
002420 FD  PROCFECHA
002430     RECORD CONTAINS 8 CHARACTERS.
002440 01  PF-FECHA                   PIC 9(08).
002450
002460 FD  ULTCORRIDA
002470     RECORD CONTAINS 8 CHARACTERS.
002480 01  UC-FECHA                   PIC 9(08).
002490
002500 FD  RERUNOK
002510     RECORD CONTAINS 8 CHARACTERS.
002520 01  RK-FECHA                   PIC 9(08).
002530
002540 FD  CICLOSTATUS
002550     RECORD CONTAINS 62 CHARACTERS.
002560 COPY CICLOST.
002570
002580 WORKING-STORAGE SECTION.
002590 01  WS-FILE-STATUSES.
002600     05  WS-FS-PUNTOSACT        PIC X(02).
002610     05  WS-FS-PUNTOSACTNVO     PIC X(02).
002620     05  WS-FS-CLIENTES         PIC X(02).
002630     05  WS-FS-SUCURSALES       PIC X(02).
002640     05  WS-FS-EVENTLOG         PIC X(02).
002650     05  WS-FS-FRAUDECTL        PIC X(02).
002660     05  WS-FS-RETENIDAS        PIC X(02).
002670     05  WS-FS-RETENIDASNVO     PIC X(02).
002680     05  WS-FS-DECISIONES       PIC X(02).
002690     05  WS-FS-DECLINADAS       PIC X(02).
002700     05  WS-FS-ALERTASRPT       PIC X(02).
002710     05  WS-FS-FRAUDTRAB        PIC X(02).
002720     05  WS-FS-FRAUDALERTA      PIC X(02).
002730     05  WS-FS-PROCFECHA        PIC X(02).
002740     05  WS-FS-ULTCORRIDA       PIC X(02).
002750     05  WS-FS-RERUNOK          PIC X(02).
002760     05  WS-FS-CICLOSTATUS      PIC X(02).
002770
002780 01  WS-SWITCHES.
002790     05  WS-SW-EOF-ACTIVIDAD    PIC X(01)   VALUE 'N'.
002800         88  EOF-ACTIVIDAD                  VALUE 'S'.
002810     05  WS-SW-EOF-SORT         PIC X(01)   VALUE 'N'.
002820         88  EOF-SORT                       VALUE 'S'.
002830         88  NOT-EOF-SORT                   VALUE 'N'.
002840     05  WS-SW-EOF-RETENIDAS    PIC X(01)   VALUE 'N'.
002850         88  EOF-RETENIDAS                  VALUE 'S'.
002860     05  WS-SW-EOF-DECISIONES   PIC X(01)   VALUE 'N'.
002870         88  EOF-DECISIONES                 VALUE 'S'.
002880     05  WS-SW-EOF-EVENTOS      PIC X(01)   VALUE 'N'.
002890         88  EOF-EVENTOS                    VALUE 'S'.
002900     05  WS-SW-CLIENTE-OK       PIC X(01)   VALUE 'N'.
002910         88  CLIENTE-ENCONTRADO             VALUE 'S'.
002920         88  CLIENTE-NO-ENCONTRADO          VALUE 'N'.
002930     05  WS-SW-SUC-DISPONIBLE   PIC X(01)   VALUE 'N'.
002940         88  SUCURSALES-DISPONIBLE          VALUE 'S'.
002950         88  SUCURSALES-NO-DISPONIBLE       VALUE 'N'.
002960     05  WS-SW-DESBORDE         PIC X(01)   VALUE 'N'.
002970         88  GRUPO-DESBORDADO               VALUE 'S'.
002980         88  GRUPO-NO-DESBORDADO            VALUE 'N'.
002990
003000*    VALORES POR DEFECTO DE LAS REGLAS SI NO HAY FRAUDE.CTL
003010 01  WS-PARAMETROS.
003020     05  WS-LIMITE-CATEGORIA    PIC 9(09)   OCCURS 5 TIMES.
003030     05  WS-MAX-TRANSACCIONES   PIC 9(03)   VALUE 10.
003040     05  WS-DIAS-MOVIMIENTO     PIC 9(03)   VALUE 7.
003050     05  WS-DIAS-CUENTA-NUEVA   PIC 9(03)   VALUE 30.
003060     05  WS-PUNTOS-CUENTA-NUEVA PIC 9(09)   VALUE 5000.
003070
003080 01  WS-LIMITES-DEFECTO-VALUES.
003090     05  FILLER                 PIC 9(09)   VALUE 10000.
003100     05  FILLER                 PIC 9(09)   VALUE 20000.
003110     05  FILLER                 PIC 9(09)   VALUE 40000.
003120     05  FILLER                 PIC 9(09)   VALUE 80000.
003130     05  FILLER                 PIC 9(09)   VALUE 150000.
003140 01  WS-LIMITES-DEFECTO REDEFINES WS-LIMITES-DEFECTO-VALUES.
003150     05  WS-LIMITE-DEFECTO      PIC 9(09)   OCCURS 5 TIMES.
003160
003170 77  WS-CAT-IDX                 PIC 9(04)   COMP.
003180
003190*    DECISIONES DE CUMPLIMIENTO CARGADAS AL ARRANQUE, MARCADAS
003200*    A MEDIDA QUE ENCUENTRAN SU RETENCION
003210 01  WS-TABLA-DECISIONES.
003220     05  WS-DEC-CANT            PIC 9(04)   COMP    VALUE ZERO.
003230     05  WS-DEC-MAXIMO          PIC 9(04)   COMP    VALUE 2000.
003240     05  WS-DEC-ENT             OCCURS 2000 TIMES.
003250         10  WS-DEC-ID          PIC X(15).
003260         10  WS-DEC-DECISION    PIC X(01).
003270         10  WS-DEC-OPERADOR    PIC X(08).
003280         10  WS-DEC-USADA       PIC X(01).
003290
003300 77  WS-DEC-IDX                 PIC 9(04)   COMP.
003310 77  WS-DEC-HALLADA             PIC 9(04)   COMP.
003320
003330*    ULTIMO TRAS/FUS/REAC DE CADA CLIENTE DENTRO DE LA VENTANA
003340*    DE DIAS DE LA REGLA MOV
003350 01  WS-TABLA-EVENTOS.
003360     05  WS-EVT-CANT            PIC 9(04)   COMP    VALUE ZERO.
003370     05  WS-EVT-MAXIMO          PIC 9(04)   COMP    VALUE 5000.
003380     05  WS-EVT-ENT             OCCURS 5000 TIMES.
003390         10  WS-EVT-CLIENTE     PIC 9(10).
003400         10  WS-EVT-FECHA       PIC 9(08).
003410
003420 77  WS-EVT-IDX                 PIC 9(04)   COMP.
003430 77  WS-EVT-HALLADO             PIC 9(04)   COMP.
003440 77  WS-EVT-FECHA-CLIENTE       PIC 9(08)   VALUE ZERO.
003450
003460*    TRANSACCIONES DE UN CLIENTE EN UN DIA, RETENIDAS HASTA EL
003470*    QUIEBRE PARA EVALUAR LAS REGLAS DEL DIA COMPLETO. UN DIA
003480*    CON MAS FILAS QUE LA TABLA SE RETIENE ENTERO POR TXN.
003490 01  WS-TABLA-GRUPO.
003500     05  WS-GR-CANT             PIC 9(04)   COMP    VALUE ZERO.
003510     05  WS-GR-MAXIMO           PIC 9(04)   COMP    VALUE 500.
003520     05  WS-GR-ENT              OCCURS 500 TIMES.
003530         10  WS-GR-SECUENCIA    PIC 9(07).
003540         10  WS-GR-TIPO         PIC X(01).
003550         10  WS-GR-PUNTOS       PIC 9(09).
003560         10  WS-GR-REVISABLE    PIC X(01).
003570         10  WS-GR-REGLA        PIC X(03).
003580         10  WS-GR-ACTIVIDAD    PIC X(37).
003590
003600 77  WS-GR-IDX                  PIC 9(04)   COMP.
003610 77  WS-GR-CLIENTE              PIC 9(10)   VALUE ZERO.
003620 77  WS-GR-FECHA                PIC 9(08)   VALUE ZERO.
003630 77  WS-GR-ACREDITADO           PIC 9(12)   VALUE ZERO.
003640 77  WS-GR-REVISABLES           PIC 9(05)   COMP    VALUE ZERO.
003650
003660*    DATOS DEL CLIENTE DEL GRUPO LEIDOS DEL MAESTRO
003670 01  WS-CLIENTE-GRUPO.
003680     05  WS-CG-CLIENTE          PIC 9(10)   VALUE ZERO.
003690     05  WS-CG-SUCURSAL         PIC 9(05)   VALUE ZERO.
003700     05  WS-CG-CATEGORIA        PIC 9(01)   VALUE ZERO.
003710     05  WS-CG-FECHA-ALTA       PIC 9(08)   VALUE ZERO.
003720
003730*    REGISTROS DE TRABAJO DE LOS ARCHIVOS INTERMEDIOS
003740 01  WS-TRABAJO.
003750     05  WS-WT-SECUENCIA        PIC 9(07).
003760     05  WS-WT-REGLA            PIC X(03).
003770     05  WS-WT-SUCURSAL         PIC 9(05).
003780     05  WS-WT-ACTIVIDAD        PIC X(37).
003790     05  FILLER                 PIC X(02)   VALUE SPACES.
003800
003810*    RETENCION EN PROCESO (MISMO TRAZADO QUE EL ALMACEN)
003820 COPY FRAUDRET.
003830
003840 01  WS-FECHA-DESDE.
003850     05  WS-FD-ANIO             PIC 9(04).
003860     05  WS-FD-MES              PIC 9(02).
003870     05  WS-FD-DIA              PIC 9(02).
003880 01  WS-FECHA-DESDE-NUM REDEFINES WS-FECHA-DESDE PIC 9(08).
003890
003900 01  WS-FECHA-HASTA.
003910     05  WS-FH-ANIO             PIC 9(04).
003920     05  WS-FH-MES              PIC 9(02).
003930     05  WS-FH-DIA              PIC 9(02).
003940 01  WS-FECHA-HASTA-NUM REDEFINES WS-FECHA-HASTA PIC 9(08).
003950
003960 77  WS-DIAS-TRANSCURRIDOS      PIC S9(07)  COMP.
003970
003980 77  WS-SECUENCIA               PIC 9(07)   VALUE ZERO.
003990 77  WS-SEC-BASE                PIC 9(07)   VALUE ZERO.
004000
004010*    REGLAS EN EL ORDEN EN QUE SE EVALUAN, CON SU CONTADOR PARA
004020*    EL RESUMEN DEL REPORTE
004030 01  WS-TABLA-REGLAS-VALUES.
004040     05  FILLER                 PIC X(03)   VALUE 'LIM'.
004050     05  FILLER                 PIC X(03)   VALUE 'TXN'.
004060     05  FILLER                 PIC X(03)   VALUE 'MOV'.
004070     05  FILLER                 PIC X(03)   VALUE 'NVA'.
004080 01  WS-TABLA-REGLAS REDEFINES WS-TABLA-REGLAS-VALUES.
004090     05  WS-REG-CODIGO          PIC X(03)   OCCURS 4 TIMES.
004100
004110 01  WS-CONTADORES-REGLA.
004120     05  WS-REG-CANT            PIC 9(07)   COMP
004130                                OCCURS 4 TIMES.
004140
004150 77  WS-REG-MAXIMO              PIC 9(04)   COMP    VALUE 4.
004160 77  WS-REG-IDX                 PIC 9(04)   COMP.
004170
004180 77  WS-CONT-LEIDAS             PIC 9(07)   COMP    VALUE ZERO.
004190 77  WS-CONT-PASADAS            PIC 9(07)   COMP    VALUE ZERO.
004200 77  WS-CONT-RETENIDAS          PIC 9(07)   COMP    VALUE ZERO.
004210 77  WS-CONT-LIBERADAS          PIC 9(07)   COMP    VALUE ZERO.
004220 77  WS-CONT-DECLINADAS         PIC 9(07)   COMP    VALUE ZERO.
004230 77  WS-CONT-PENDIENTES         PIC 9(07)   COMP    VALUE ZERO.
004240 77  WS-CONT-SIN-RETENCION      PIC 9(07)   COMP    VALUE ZERO.
004250 77  WS-CONT-SUCURSAL           PIC 9(07)   COMP    VALUE ZERO.
004260
004270 77  WS-CONTROL-SUCURSAL        PIC 9(05)   VALUE ZERO.
004280 77  WS-PRIMERA-SUCURSAL        PIC X(01)   VALUE 'S'.
004290 01  WS-NOMBRE-SUCURSAL         PIC X(30).
004300
004310 01  WS-FECHA-SISTEMA           PIC 9(08).
004320
004330 01  WS-NOMBRE-ACT-NVO          PIC X(30)
004340     VALUE 'puntosactividad.new'.
004350 01  WS-NOMBRE-ACT              PIC X(30)
004360     VALUE 'puntosactividad.dat'.
004370 01  WS-NOMBRE-RET-NVO          PIC X(30)
004380     VALUE 'frauderetenidas.new'.
004390 01  WS-NOMBRE-RET              PIC X(30)
004400     VALUE 'frauderetenidas.dat'.
004410 77  WS-RC-COPIA                PIC S9(09) COMP-5.
004420
004430 01  WS-LINEA-TITULO.
004440     05  FILLER                 PIC X(44)
004450         VALUE 'CONTROL DE FRAUDE DE PUNTOS - FECHA NEGOCIO '.
004460     05  WS-LT-FECHA            PIC 9(08).
004470     05  FILLER                 PIC X(28)   VALUE SPACES.
004480
004490 01  WS-LINEA-SECCION.
004500     05  WS-LS-TEXTO            PIC X(50).
004510     05  FILLER                 PIC X(30)   VALUE SPACES.
004520
004530 01  WS-LINEA-DECISION.
004540     05  WS-LD-ACCION           PIC X(14).
004550     05  WS-LD-FECHA-RET        PIC 9(08).
004560     05  FILLER                 PIC X(01)   VALUE '-'.
004570     05  WS-LD-SECUENCIA        PIC 9(07).
004580     05  FILLER                 PIC X(02)   VALUE SPACES.
004590     05  WS-LD-CLIENTE          PIC 9(10).
004600     05  FILLER                 PIC X(01)   VALUE SPACE.
004610     05  WS-LD-TIPO             PIC X(01).
004620     05  WS-LD-PUNTOS           PIC Z(8)9.
004630     05  FILLER                 PIC X(02)   VALUE SPACES.
004640     05  WS-LD-REGLA            PIC X(03).
004650     05  FILLER                 PIC X(06)   VALUE '  OP: '.
004660     05  WS-LD-OPERADOR         PIC X(08).
004670     05  FILLER                 PIC X(08)   VALUE SPACES.
004680
004690 01  WS-LINEA-SUCURSAL.
004700     05  FILLER                 PIC X(09)   VALUE 'SUCURSAL '.
004710     05  WS-LU-NUMERO           PIC 9(05).
004720     05  FILLER                 PIC X(02)   VALUE SPACES.
004730     05  WS-LU-NOMBRE           PIC X(30).
004740     05  FILLER                 PIC X(34)   VALUE SPACES.
004750
004760 01  WS-LINEA-ALERTA.
004770     05  FILLER                 PIC X(04)   VALUE SPACES.
004780     05  WS-LA-REGLA            PIC X(03).
004790     05  FILLER                 PIC X(02)   VALUE SPACES.
004800     05  WS-LA-FECHA-RET        PIC 9(08).
004810     05  FILLER                 PIC X(01)   VALUE '-'.
004820     05  WS-LA-SECUENCIA        PIC 9(07).
004830     05  FILLER                 PIC X(02)   VALUE SPACES.
004840     05  WS-LA-CLIENTE          PIC 9(10).
004850     05  FILLER                 PIC X(01)   VALUE SPACE.
004860     05  WS-LA-TIPO             PIC X(01).
004870     05  WS-LA-PUNTOS           PIC Z(8)9.
004880     05  FILLER                 PIC X(02)   VALUE SPACES.
004890     05  WS-LA-FECHA            PIC 9(08).
004900     05  FILLER                 PIC X(22)   VALUE SPACES.
004910
004920 01  WS-LINEA-TOTAL.
004930     05  WS-LN-ROTULO           PIC X(30).
004940     05  WS-LN-VALOR            PIC Z(6)9.
004950     05  FILLER                 PIC X(43)   VALUE SPACES.
004960
004970 01  WS-ROTULO-REGLA.
004980     05  FILLER                 PIC X(20)
004990         VALUE '  RETENIDAS REGLA   '.
005000     05  WS-RR-CODIGO           PIC X(03).
005010     05  FILLER                 PIC X(07)   VALUE ':'.
005020
005030 01  WS-ULT-FECHA               PIC 9(08)   VALUE ZERO.
005040 01  WS-RERUN-FECHA             PIC 9(08)   VALUE ZERO.
005050 01  WS-HORA-CICLO              PIC 9(08).
005060
005070 PROCEDURE DIVISION.
005080*----------------------------------------------------------------
005090*    0000-MAINLINE - LAS DECISIONES SOBRE LO RETENIDO ANTES SE
005100*    APLICAN PRIMERO; DESPUES SE EVALUA LA ACTIVIDAD DEL DIA
005110*    ORDENADA POR CLIENTE Y FECHA, SE REPARTE EN SU ORDEN
005120*    ORIGINAL ENTRE PUNTOSACTIVIDAD Y EL ALMACEN, Y LAS
005130*    RETENCIONES NUEVAS SE INFORMAN POR SUCURSAL
005140*----------------------------------------------------------------
005150 0000-MAINLINE.
005160     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
005170
005180     PERFORM 2000-TRATAR-RETENIDAS THRU 2000-EXIT
005190
005200     SORT SORTACT
005210         ON ASCENDING KEY SA-ID-CLIENTE SA-FECHA SA-SECUENCIA
005220         INPUT PROCEDURE IS 3000-CARGAR-ACTIVIDAD
005230             THRU 3000-EXIT
005240         OUTPUT PROCEDURE IS 4000-EVALUAR-ACTIVIDAD
005250             THRU 4000-EXIT
005260
005270     SORT SORTTRAB
005280         ON ASCENDING KEY ST-SECUENCIA
005290         USING FRAUDTRAB
005300         OUTPUT PROCEDURE IS 5000-REPARTIR-ACTIVIDAD
005310             THRU 5000-EXIT
005320
005330     SORT SORTALERTA
005340         ON ASCENDING KEY SL-SUCURSAL SL-REGLA SL-ID-CLIENTE
005350                          SL-SECUENCIA
005360         USING FRAUDALERTA
005370         OUTPUT PROCEDURE IS 6000-EMITIR-ALERTAS
005380             THRU 6000-EXIT
005390
005400     PERFORM 8000-FINALIZAR THRU 8000-EXIT
005410
005420     STOP RUN.
005430
005440*----------------------------------------------------------------
005450*    1000-INICIALIZAR - FECHA DE NEGOCIO, CONTROL DE REPROCESO,
005460*    PARAMETROS, APERTURA DE ARCHIVOS Y CARGA DE LAS DECISIONES
005470*    Y DE LOS EVENTOS RECIENTES
005480*----------------------------------------------------------------
005490 1000-INICIALIZAR.
005500     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
005510     PERFORM 1500-TOMAR-FECHA-PROCESO THRU 1500-EXIT
005520     PERFORM 1600-CONTROL-REPROCESO THRU 1600-EXIT
005530     PERFORM 9100-MARCAR-INICIO THRU 9100-EXIT
005540
005550     INITIALIZE WS-CONTADORES-REGLA
005560     PERFORM 1010-LEER-PARAMETRO THRU 1010-EXIT
005570
005580     OPEN INPUT CLIENTES
005590
005600     OPEN INPUT SUCURSALES
005610     IF WS-FS-SUCURSALES = '00'
005620         MOVE 'S' TO WS-SW-SUC-DISPONIBLE
005630     ELSE
005640         DISPLAY 'SIN MAESTRO SUCURSALES - SE INFORMA SIN '
005650                 'NOMBRE DE SUCURSAL'
005660     END-IF
005670
005680     OPEN OUTPUT PUNTOSACTNVO
005690     OPEN OUTPUT RETENIDASNVO
005700     OPEN OUTPUT ALERTASRPT
005710
005720     OPEN EXTEND DECLINADAS
005730     IF WS-FS-DECLINADAS NOT = '00'
005740         OPEN OUTPUT DECLINADAS
005750     END-IF
005760
005770     MOVE WS-FECHA-SISTEMA TO WS-LT-FECHA
005780     MOVE WS-LINEA-TITULO TO AR-LINEA
005790     WRITE AR-LINEA
005800
005810     PERFORM 1100-CARGAR-DECISIONES THRU 1100-EXIT
005820     PERFORM 1200-CARGAR-EVENTOS THRU 1200-EXIT.
005830
005840 1000-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------
005880*    1010-LEER-PARAMETRO - TOMA LOS UMBRALES DE LAS REGLAS DE
005890*    FRAUDE.CTL; SI NO EXISTE, QUEDAN LOS VALORES POR DEFECTO
005900*----------------------------------------------------------------
005910 1010-LEER-PARAMETRO.
005920     PERFORM 1020-LIMITE-DEFECTO THRU 1020-EXIT
005930         VARYING WS-CAT-IDX FROM 1 BY 1
005940         UNTIL WS-CAT-IDX > 5
005950
005960     OPEN INPUT FRAUDECTL
005970     IF WS-FS-FRAUDECTL = '00'
005980         READ FRAUDECTL
005990             NOT AT END
006000                 PERFORM 1030-LIMITE-PARAMETRO THRU 1030-EXIT
006010                     VARYING WS-CAT-IDX FROM 1 BY 1
006020                     UNTIL WS-CAT-IDX > 5
006030                 MOVE FC-MAX-TRANSACCIONES
006040                     TO WS-MAX-TRANSACCIONES
006050                 MOVE FC-DIAS-MOVIMIENTO
006060                     TO WS-DIAS-MOVIMIENTO
006070                 MOVE FC-DIAS-CUENTA-NUEVA
006080                     TO WS-DIAS-CUENTA-NUEVA
006090                 MOVE FC-PUNTOS-CUENTA-NUEVA
006100                     TO WS-PUNTOS-CUENTA-NUEVA
006110         END-READ
006120         CLOSE FRAUDECTL
006130     END-IF.
006140
006150 1010-EXIT.
006160     EXIT.
006170
006180 1020-LIMITE-DEFECTO.
006190     MOVE WS-LIMITE-DEFECTO (WS-CAT-IDX)
006200         TO WS-LIMITE-CATEGORIA (WS-CAT-IDX).
006210
006220 1020-EXIT.
006230     EXIT.
006240
006250 1030-LIMITE-PARAMETRO.
006260     MOVE FC-LIMITE-CATEGORIA (WS-CAT-IDX)
006270         TO WS-LIMITE-CATEGORIA (WS-CAT-IDX).
006280
006290 1030-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------------
006330*    1100-CARGAR-DECISIONES - CARGA LAS DECISIONES DE
006340*    CUMPLIMIENTO; SIN ARCHIVO NADA SE LIBERA NI SE DECLINA
006350*----------------------------------------------------------------
006360 1100-CARGAR-DECISIONES.
006370     OPEN INPUT DECISIONES
006380     IF WS-FS-DECISIONES NOT = '00'
006390         GO TO 1100-EXIT
006400     END-IF
006410
006420     PERFORM 1110-LEER-DECISION THRU 1110-EXIT
006430     PERFORM 1120-GUARDAR-DECISION THRU 1120-EXIT
006440         UNTIL EOF-DECISIONES
006450
006460     CLOSE DECISIONES.
006470
006480 1100-EXIT.
006490     EXIT.
006500
006510 1110-LEER-DECISION.
006520     READ DECISIONES
006530         AT END
006540             MOVE 'S' TO WS-SW-EOF-DECISIONES
006550     END-READ.
006560
006570 1110-EXIT.
006580     EXIT.
006590
006600 1120-GUARDAR-DECISION.
006610     IF NOT DF-LIBERAR AND NOT DF-DECLINAR
006620         DISPLAY 'DECISION INVALIDA PARA LA RETENCION '
006630                 DF-ID-RETENCION ' - SE IGNORA'
006640         GO TO 1120-SIGUE
006650     END-IF
006660
006670     IF WS-DEC-CANT >= WS-DEC-MAXIMO
006680         DISPLAY 'TABLA DE DECISIONES LLENA - '
006690                 'AUMENTAR WS-DEC-MAXIMO'
006700         MOVE 8 TO RETURN-CODE
006710         STOP RUN
006720     END-IF
006730
006740     ADD 1 TO WS-DEC-CANT
006750     MOVE DF-ID-RETENCION TO WS-DEC-ID       (WS-DEC-CANT)
006760     MOVE DF-DECISION     TO WS-DEC-DECISION (WS-DEC-CANT)
006770     MOVE DF-OPERADOR     TO WS-DEC-OPERADOR (WS-DEC-CANT)
006780     MOVE 'N'             TO WS-DEC-USADA    (WS-DEC-CANT)
006790     .
006800
006810 1120-SIGUE.
006820     PERFORM 1110-LEER-DECISION THRU 1110-EXIT.
006830
006840 1120-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------------
006880*    1200-CARGAR-EVENTOS - GUARDA POR CLIENTE LA FECHA DEL
006890*    ULTIMO TRAS, FUS O REAC DENTRO DE LOS DIAS DE LA REGLA MOV
006900*----------------------------------------------------------------
006910 1200-CARGAR-EVENTOS.
006920     IF WS-DIAS-MOVIMIENTO = ZERO
006930         GO TO 1200-EXIT
006940     END-IF
006950
006960     OPEN INPUT EVENTLOG
006970     IF WS-FS-EVENTLOG NOT = '00'
006980         GO TO 1200-EXIT
006990     END-IF
007000
007010     PERFORM 1210-LEER-EVENTO THRU 1210-EXIT
007020     PERFORM 1220-GUARDAR-EVENTO THRU 1220-EXIT
007030         UNTIL EOF-EVENTOS
007040
007050     CLOSE EVENTLOG
007055     MOVE ZERO TO WS-GR-CLIENTE.
007060
007070 1200-EXIT.
007080     EXIT.
007090
007100 1210-LEER-EVENTO.
007110     READ EVENTLOG
007120         AT END
007130             MOVE 'S' TO WS-SW-EOF-EVENTOS
007140     END-READ.
007150
007160 1210-EXIT.
007170     EXIT.
007180
007190 1220-GUARDAR-EVENTO.
007200     IF EV-TIPO NOT = 'TRAS' AND EV-TIPO NOT = 'FUS '
007210        AND EV-TIPO NOT = 'REAC'
007220         GO TO 1220-SIGUE
007230     END-IF
007240
007250     IF EV-FECHA > WS-FECHA-SISTEMA
007260         GO TO 1220-SIGUE
007270     END-IF
007280
007290     MOVE EV-FECHA         TO WS-FECHA-DESDE-NUM
007300     MOVE WS-FECHA-SISTEMA TO WS-FECHA-HASTA-NUM
007310     PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT
007320     IF WS-DIAS-TRANSCURRIDOS > WS-DIAS-MOVIMIENTO
007330         GO TO 1220-SIGUE
007340     END-IF
007350
007360     MOVE EV-ID-CLIENTE TO WS-GR-CLIENTE
007370     PERFORM 4500-BUSCAR-EVENTO THRU 4500-EXIT
007380     IF WS-EVT-HALLADO > ZERO
007390         IF EV-FECHA > WS-EVT-FECHA (WS-EVT-HALLADO)
007400             MOVE EV-FECHA TO WS-EVT-FECHA (WS-EVT-HALLADO)
007410         END-IF
007420         GO TO 1220-SIGUE
007430     END-IF
007440
007450     IF WS-EVT-CANT >= WS-EVT-MAXIMO
007460         DISPLAY 'TABLA DE EVENTOS LLENA - '
007470                 'AUMENTAR WS-EVT-MAXIMO'
007480         MOVE 8 TO RETURN-CODE
007490         STOP RUN
007500     END-IF
007510
007520     ADD 1 TO WS-EVT-CANT
007530     MOVE EV-ID-CLIENTE TO WS-EVT-CLIENTE (WS-EVT-CANT)
007540     MOVE EV-FECHA      TO WS-EVT-FECHA   (WS-EVT-CANT)
007550     .
007560
007570 1220-SIGUE.
007580     PERFORM 1210-LEER-EVENTO THRU 1210-EXIT.
007590
007600 1220-EXIT.
007610     EXIT.
007620
007630*----------------------------------------------------------------
007640*    2000-TRATAR-RETENIDAS - RECORRE EL ALMACEN: LA RETENCION
007650*    LIBERADA VUELVE A PUNTOSACTIVIDAD, LA DECLINADA PASA A
007660*    FRAUDEDECLINADAS Y LA QUE SIGUE SIN DECISION VUELVE AL
007670*    ALMACEN. TOMA TAMBIEN LA ULTIMA SECUENCIA YA USADA HOY
007680*    PARA QUE UN REPROCESO NO REPITA IDENTIFICADORES.
007690*----------------------------------------------------------------
007700 2000-TRATAR-RETENIDAS.
007710     MOVE 'DECISIONES DE CUMPLIMIENTO' TO WS-LS-TEXTO
007720     MOVE WS-LINEA-SECCION TO AR-LINEA
007730     WRITE AR-LINEA
007740
007750     OPEN INPUT RETENIDAS
007760     IF WS-FS-RETENIDAS = '00'
007770         PERFORM 2100-LEER-RETENIDA THRU 2100-EXIT
007780         PERFORM 2200-APLICAR-DECISION THRU 2200-EXIT
007790             UNTIL EOF-RETENIDAS
007800         CLOSE RETENIDAS
007810     END-IF
007820
007830     PERFORM 2300-DECISION-SIN-RETENCION THRU 2300-EXIT
007840         VARYING WS-DEC-IDX FROM 1 BY 1
007850         UNTIL WS-DEC-IDX > WS-DEC-CANT.
007860
007870 2000-EXIT.
007880     EXIT.
007890
007900 2100-LEER-RETENIDA.
007910     READ RETENIDAS INTO FR-REC
007920         AT END
007930             MOVE 'S' TO WS-SW-EOF-RETENIDAS
007940     END-READ.
007950
007960 2100-EXIT.
007970     EXIT.
007980
007990 2200-APLICAR-DECISION.
008000     IF FR-FECHA-RETENCION = WS-FECHA-SISTEMA
008010        AND FR-SECUENCIA > WS-SEC-BASE
008020         MOVE FR-SECUENCIA TO WS-SEC-BASE
008030     END-IF
008040
008050     PERFORM 2250-BUSCAR-DECISION THRU 2250-EXIT
008060
008070     IF WS-DEC-HALLADA = ZERO
008080         WRITE RN-LINEA FROM FR-REC
008090         ADD 1 TO WS-CONT-PENDIENTES
008100         GO TO 2200-SIGUE
008110     END-IF
008120
008130     MOVE 'S' TO WS-DEC-USADA (WS-DEC-HALLADA)
008140     MOVE WS-DEC-OPERADOR (WS-DEC-HALLADA) TO WS-LD-OPERADOR
008150
008160     IF WS-DEC-DECISION (WS-DEC-HALLADA) = 'L'
008170         MOVE FR-ACTIVIDAD TO PA-LINEA
008180         WRITE PA-LINEA
008190         ADD 1 TO WS-CONT-LIBERADAS
008200         MOVE 'LIBERADA      ' TO WS-LD-ACCION
008210     ELSE
008220         WRITE DC-LINEA FROM FR-REC
008230         ADD 1 TO WS-CONT-DECLINADAS
008240         MOVE 'DECLINADA     ' TO WS-LD-ACCION
008250     END-IF
008260
008270     MOVE FR-FECHA-RETENCION TO WS-LD-FECHA-RET
008280     MOVE FR-SECUENCIA       TO WS-LD-SECUENCIA
008290     MOVE FR-ID-CLIENTE      TO WS-LD-CLIENTE
008300     MOVE FR-TIPO            TO WS-LD-TIPO
008310     MOVE FR-PUNTOS          TO WS-LD-PUNTOS
008320     MOVE FR-REGLA           TO WS-LD-REGLA
008330     MOVE WS-LINEA-DECISION TO AR-LINEA
008340     WRITE AR-LINEA
008350     .
008360
008370 2200-SIGUE.
008380     PERFORM 2100-LEER-RETENIDA THRU 2100-EXIT.
008390
008400 2200-EXIT.
008410     EXIT.
008420
008430*----------------------------------------------------------------
008440*    2250-BUSCAR-DECISION - DECISION PENDIENTE DE USO PARA LA
008450*    RETENCION EN FR-REC (CERO SI CUMPLIMIENTO NO LA REVISO)
008460*----------------------------------------------------------------
008470 2250-BUSCAR-DECISION.
008480     MOVE ZERO TO WS-DEC-HALLADA
008490
008500     PERFORM 2260-PROBAR-DECISION THRU 2260-EXIT
008510         VARYING WS-DEC-IDX FROM 1 BY 1
008520         UNTIL WS-DEC-IDX > WS-DEC-CANT
008530            OR WS-DEC-HALLADA > ZERO.
008540
008550 2250-EXIT.
008560     EXIT.
008570
008580 2260-PROBAR-DECISION.
008590     IF WS-DEC-ID (WS-DEC-IDX) = FR-ID-RETENCION
008600        AND WS-DEC-USADA (WS-DEC-IDX) = 'N'
008610         MOVE WS-DEC-IDX TO WS-DEC-HALLADA
008620     END-IF.
008630
008640 2260-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------------
008680*    2300-DECISION-SIN-RETENCION - INFORMA LA DECISION QUE NO
008690*    ENCONTRO RETENCION (YA RESUELTA O MAL IDENTIFICADA)
008700*----------------------------------------------------------------
008710 2300-DECISION-SIN-RETENCION.
008720     IF WS-DEC-USADA (WS-DEC-IDX) = 'S'
008730         GO TO 2300-EXIT
008740     END-IF
008750
008760     ADD 1 TO WS-CONT-SIN-RETENCION
008770     MOVE WS-DEC-ID (WS-DEC-IDX) TO DF-ID-RETENCION
008780     MOVE 'SIN RETENCION ' TO WS-LD-ACCION
008790     MOVE DF-FECHA-RETENCION TO WS-LD-FECHA-RET
008800     MOVE DF-SECUENCIA       TO WS-LD-SECUENCIA
008810     MOVE ZERO               TO WS-LD-CLIENTE
008820     MOVE SPACE              TO WS-LD-TIPO
008830     MOVE ZERO               TO WS-LD-PUNTOS
008840     MOVE SPACES             TO WS-LD-REGLA
008850     MOVE WS-DEC-OPERADOR (WS-DEC-IDX) TO WS-LD-OPERADOR
008860     MOVE WS-LINEA-DECISION TO AR-LINEA
008870     WRITE AR-LINEA.
008880
008890 2300-EXIT.
008900     EXIT.
008910
008920*----------------------------------------------------------------
008930*    3000-CARGAR-ACTIVIDAD - ENTREGA AL SORT CADA FILA DE
008940*    PUNTOSACTIVIDAD CON SU SECUENCIA DE LLEGADA
008950*----------------------------------------------------------------
008960 3000-CARGAR-ACTIVIDAD.
008970     MOVE WS-SEC-BASE TO WS-SECUENCIA
008980
008990     OPEN INPUT PUNTOSACT
009000     IF WS-FS-PUNTOSACT NOT = '00'
009010         GO TO 3000-EXIT
009020     END-IF
009030
009040     PERFORM 3100-LEER-ACTIVIDAD THRU 3100-EXIT
009050     PERFORM 3200-ENTREGAR-ACTIVIDAD THRU 3200-EXIT
009060         UNTIL EOF-ACTIVIDAD
009070
009080     CLOSE PUNTOSACT.
009090
009100 3000-EXIT.
009110     EXIT.
009120
009130 3100-LEER-ACTIVIDAD.
009140     READ PUNTOSACT
009150         AT END
009160             MOVE 'S' TO WS-SW-EOF-ACTIVIDAD
009170         NOT AT END
009180             ADD 1 TO WS-CONT-LEIDAS
009190     END-READ.
009200
009210 3100-EXIT.
009220     EXIT.
009230
009240 3200-ENTREGAR-ACTIVIDAD.
009250     ADD 1 TO WS-SECUENCIA
009260     MOVE PT-ID-CLIENTE TO SA-ID-CLIENTE
009270     MOVE PT-FECHA      TO SA-FECHA
009280     MOVE WS-SECUENCIA  TO SA-SECUENCIA
009290     MOVE PT-TIPO       TO SA-TIPO
009300     MOVE PT-PUNTOS     TO SA-PUNTOS
009310     MOVE PT-REC        TO SA-ACTIVIDAD
009320     RELEASE SA-REC
009330
009340     PERFORM 3100-LEER-ACTIVIDAD THRU 3100-EXIT.
009350
009360 3200-EXIT.
009370     EXIT.
009380
009390*----------------------------------------------------------------
009400*    4000-EVALUAR-ACTIVIDAD - RECORRE LA ACTIVIDAD ORDENADA Y
009410*    JUNTA LAS FILAS DE CADA CLIENTE Y DIA PARA EVALUARLAS
009420*----------------------------------------------------------------
009430 4000-EVALUAR-ACTIVIDAD.
009440     OPEN OUTPUT FRAUDTRAB
009450     MOVE 'N' TO WS-SW-EOF-SORT
009460
009470     PERFORM 4100-LEER-ORDENADA THRU 4100-EXIT
009480     PERFORM 4200-TRATAR-ORDENADA THRU 4200-EXIT
009490         UNTIL EOF-SORT
009500
009510     PERFORM 4300-EVALUAR-GRUPO THRU 4300-EXIT
009520
009530     CLOSE FRAUDTRAB.
009540
009550 4000-EXIT.
009560     EXIT.
009570
009580 4100-LEER-ORDENADA.
009590     RETURN SORTACT
009600         AT END
009610             MOVE 'S' TO WS-SW-EOF-SORT
009620     END-RETURN.
009630
009640 4100-EXIT.
009650     EXIT.
009660
009670*----------------------------------------------------------------
009680*    4200-TRATAR-ORDENADA - DETECTA EL QUIEBRE DE CLIENTE Y DIA
009690*    Y AGREGA LA FILA AL GRUPO. SI EL GRUPO DESBORDA LA TABLA,
009700*    LO ACUMULADO Y LO QUE SIGA DE ESE DIA SE RETIENE POR TXN.
009710*----------------------------------------------------------------
009720 4200-TRATAR-ORDENADA.
009730     IF SA-ID-CLIENTE NOT = WS-GR-CLIENTE
009740        OR SA-FECHA NOT = WS-GR-FECHA
009750         PERFORM 4300-EVALUAR-GRUPO THRU 4300-EXIT
009760         MOVE SA-ID-CLIENTE TO WS-GR-CLIENTE
009770         MOVE SA-FECHA      TO WS-GR-FECHA
009780         MOVE 'N'           TO WS-SW-DESBORDE
009790     END-IF
009800
009810     IF WS-GR-CANT >= WS-GR-MAXIMO
009820         MOVE 'S' TO WS-SW-DESBORDE
009830         PERFORM 4300-EVALUAR-GRUPO THRU 4300-EXIT
009840     END-IF
009850
009860     ADD 1 TO WS-GR-CANT
009870     MOVE SA-SECUENCIA TO WS-GR-SECUENCIA (WS-GR-CANT)
009880     MOVE SA-TIPO      TO WS-GR-TIPO      (WS-GR-CANT)
009890     MOVE SA-PUNTOS    TO WS-GR-PUNTOS    (WS-GR-CANT)
009900     MOVE SA-ACTIVIDAD TO WS-GR-ACTIVIDAD (WS-GR-CANT)
009910     MOVE SPACES       TO WS-GR-REGLA     (WS-GR-CANT)
009920
009930*    SOLO SE REVISAN COMPRAS Y CANJES QUE NO ESTEN A FUTURO
009940     IF (SA-TIPO = 'C' OR SA-TIPO = 'R')
009950        AND SA-FECHA NOT > WS-FECHA-SISTEMA
009960         MOVE 'S' TO WS-GR-REVISABLE (WS-GR-CANT)
009970     ELSE
009980         MOVE 'N' TO WS-GR-REVISABLE (WS-GR-CANT)
009990     END-IF
010000
010010     PERFORM 4100-LEER-ORDENADA THRU 4100-EXIT.
010020
010030 4200-EXIT.
010040     EXIT.
010050
010060*----------------------------------------------------------------
010070*    4300-EVALUAR-GRUPO - APLICA LAS REGLAS AL DIA DEL CLIENTE
010080*    EN ORDEN (LIM, TXN, MOV, NVA); LA PRIMERA QUE DISPARA ES
010090*    LA QUE QUEDA. EL CLIENTE INEXISTENTE PASA SIN REVISAR: LO
010100*    RECHAZA CLIENTES-PUNTOS.
010110*----------------------------------------------------------------
010120 4300-EVALUAR-GRUPO.
010130     IF WS-GR-CANT = ZERO
010140         GO TO 4300-EXIT
010150     END-IF
010160
010170     PERFORM 4400-BUSCAR-CLIENTE THRU 4400-EXIT
010180
010190     IF CLIENTE-ENCONTRADO
010200         MOVE ZERO TO WS-GR-ACREDITADO
010210         MOVE ZERO TO WS-GR-REVISABLES
010220         PERFORM 4310-SUMAR-FILA THRU 4310-EXIT
010230             VARYING WS-GR-IDX FROM 1 BY 1
010240             UNTIL WS-GR-IDX > WS-GR-CANT
010250
010260         PERFORM 4320-REGLAS-DEL-DIA THRU 4320-EXIT
010270             VARYING WS-GR-IDX FROM 1 BY 1
010280             UNTIL WS-GR-IDX > WS-GR-CANT
010290
010300         PERFORM 4330-REGLAS-DE-FILA THRU 4330-EXIT
010310             VARYING WS-GR-IDX FROM 1 BY 1
010320             UNTIL WS-GR-IDX > WS-GR-CANT
010330     END-IF
010340
010350     PERFORM 4350-GRABAR-FILA THRU 4350-EXIT
010360         VARYING WS-GR-IDX FROM 1 BY 1
010370         UNTIL WS-GR-IDX > WS-GR-CANT
010380
010390     MOVE ZERO TO WS-GR-CANT.
010400
010410 4300-EXIT.
010420     EXIT.
010430
010440 4310-SUMAR-FILA.
010450     IF WS-GR-REVISABLE (WS-GR-IDX) = 'S'
010460         ADD 1 TO WS-GR-REVISABLES
010470         IF WS-GR-TIPO (WS-GR-IDX) = 'C'
010480             ADD WS-GR-PUNTOS (WS-GR-IDX) TO WS-GR-ACREDITADO
010490         END-IF
010500     END-IF.
010510
010520 4310-EXIT.
010530     EXIT.
010540
010550*----------------------------------------------------------------
010560*    4320-REGLAS-DEL-DIA - LIM SOBRE LAS COMPRAS Y TXN SOBRE
010570*    TODAS LAS FILAS REVISABLES DEL DIA
010580*----------------------------------------------------------------
010590 4320-REGLAS-DEL-DIA.
010600     IF WS-GR-REVISABLE (WS-GR-IDX) NOT = 'S'
010610         GO TO 4320-EXIT
010620     END-IF
010630
010640     IF WS-GR-TIPO (WS-GR-IDX) = 'C'
010650        AND WS-CG-CATEGORIA >= 1 AND WS-CG-CATEGORIA <= 5
010660         IF WS-LIMITE-CATEGORIA (WS-CG-CATEGORIA) > ZERO
010670            AND WS-GR-ACREDITADO >
010680                WS-LIMITE-CATEGORIA (WS-CG-CATEGORIA)
010690             MOVE 'LIM' TO WS-GR-REGLA (WS-GR-IDX)
010700             GO TO 4320-EXIT
010710         END-IF
010720     END-IF
010730
010740     IF GRUPO-DESBORDADO
010750         MOVE 'TXN' TO WS-GR-REGLA (WS-GR-IDX)
010760         GO TO 4320-EXIT
010770     END-IF
010780
010790     IF WS-MAX-TRANSACCIONES > ZERO
010800        AND WS-GR-REVISABLES > WS-MAX-TRANSACCIONES
010810         MOVE 'TXN' TO WS-GR-REGLA (WS-GR-IDX)
010820     END-IF.
010830
010840 4320-EXIT.
010850     EXIT.
010860
010870*----------------------------------------------------------------
010880*    4330-REGLAS-DE-FILA - MOV PARA LOS CANJES Y NVA PARA LAS
010890*    COMPRAS QUE NO QUEDARON RETENIDAS POR LAS REGLAS DEL DIA
010900*----------------------------------------------------------------
010910 4330-REGLAS-DE-FILA.
010920     IF WS-GR-REVISABLE (WS-GR-IDX) NOT = 'S'
010930        OR WS-GR-REGLA (WS-GR-IDX) NOT = SPACES
010940         GO TO 4330-EXIT
010950     END-IF
010960
010970     IF WS-GR-TIPO (WS-GR-IDX) = 'R'
010980         IF WS-EVT-FECHA-CLIENTE > ZERO
010990            AND WS-EVT-FECHA-CLIENTE NOT > WS-GR-FECHA
011000             MOVE WS-EVT-FECHA-CLIENTE TO WS-FECHA-DESDE-NUM
011010             MOVE WS-GR-FECHA          TO WS-FECHA-HASTA-NUM
011020             PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT
011030             IF WS-DIAS-TRANSCURRIDOS NOT > WS-DIAS-MOVIMIENTO
011040                 MOVE 'MOV' TO WS-GR-REGLA (WS-GR-IDX)
011050             END-IF
011060         END-IF
011070         GO TO 4330-EXIT
011080     END-IF
011090
011100     IF WS-DIAS-CUENTA-NUEVA = ZERO
011110        OR WS-PUNTOS-CUENTA-NUEVA = ZERO
011120        OR WS-GR-PUNTOS (WS-GR-IDX) < WS-PUNTOS-CUENTA-NUEVA
011130         GO TO 4330-EXIT
011140     END-IF
011150
011160     MOVE WS-CG-FECHA-ALTA TO WS-FECHA-DESDE-NUM
011170     MOVE WS-GR-FECHA      TO WS-FECHA-HASTA-NUM
011180     PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT
011190     IF WS-DIAS-TRANSCURRIDOS NOT > WS-DIAS-CUENTA-NUEVA
011200         MOVE 'NVA' TO WS-GR-REGLA (WS-GR-IDX)
011210     END-IF.
011220
011230 4330-EXIT.
011240     EXIT.
011250
011260*----------------------------------------------------------------
011270*    4350-GRABAR-FILA - DEJA LA FILA EVALUADA EN EL ARCHIVO DE
011280*    TRABAJO CON SU REGLA Y LA SUCURSAL DEL CLIENTE
011290*----------------------------------------------------------------
011300 4350-GRABAR-FILA.
011310     MOVE WS-GR-SECUENCIA (WS-GR-IDX) TO WS-WT-SECUENCIA
011320     MOVE WS-GR-REGLA     (WS-GR-IDX) TO WS-WT-REGLA
011330     MOVE WS-CG-SUCURSAL              TO WS-WT-SUCURSAL
011340     MOVE WS-GR-ACTIVIDAD (WS-GR-IDX) TO WS-WT-ACTIVIDAD
011350
011360     WRITE WT-LINEA FROM WS-TRABAJO.
011370
011380 4350-EXIT.
011390     EXIT.
011400
011410*----------------------------------------------------------------
011420*    4400-BUSCAR-CLIENTE - SUCURSAL, CATEGORIA, FECHA DE ALTA Y
011430*    ULTIMO TRAS/FUS/REAC DEL CLIENTE DEL GRUPO (SE LEE UNA VEZ
011440*    POR CLIENTE)
011450*----------------------------------------------------------------
011460 4400-BUSCAR-CLIENTE.
011470     IF WS-GR-CLIENTE = WS-CG-CLIENTE
011480         GO TO 4400-EXIT
011490     END-IF
011500
011510     MOVE WS-GR-CLIENTE TO WS-CG-CLIENTE
011520     MOVE ZERO          TO WS-CG-SUCURSAL
011530     MOVE ZERO          TO WS-CG-CATEGORIA
011540     MOVE ZERO          TO WS-CG-FECHA-ALTA
011550
011560     MOVE WS-GR-CLIENTE TO CR-ID-CLIENTE
011570     READ CLIENTES
011580         INVALID KEY
011590             MOVE 'N' TO WS-SW-CLIENTE-OK
011600         NOT INVALID KEY
011610             MOVE 'S' TO WS-SW-CLIENTE-OK
011620             MOVE CR-SUCURSAL   TO WS-CG-SUCURSAL
011630             MOVE CR-CATEGORIA  TO WS-CG-CATEGORIA
011640             MOVE CR-FECHA-ALTA TO WS-CG-FECHA-ALTA
011650     END-READ
011660
011670     MOVE ZERO TO WS-EVT-FECHA-CLIENTE
011680     PERFORM 4500-BUSCAR-EVENTO THRU 4500-EXIT
011690     IF WS-EVT-HALLADO > ZERO
011700         MOVE WS-EVT-FECHA (WS-EVT-HALLADO)
011710             TO WS-EVT-FECHA-CLIENTE
011720     END-IF.
011730
011740 4400-EXIT.
011750     EXIT.
011760
011770*----------------------------------------------------------------
011780*    4500-BUSCAR-EVENTO - ENTRADA DE LA TABLA DE EVENTOS PARA EL
011790*    CLIENTE EN WS-GR-CLIENTE (CERO SI NO TUVO TRAS/FUS/REAC)
011800*----------------------------------------------------------------
011810 4500-BUSCAR-EVENTO.
011820     MOVE ZERO TO WS-EVT-HALLADO
011830
011840     PERFORM 4510-PROBAR-EVENTO THRU 4510-EXIT
011850         VARYING WS-EVT-IDX FROM 1 BY 1
011860         UNTIL WS-EVT-IDX > WS-EVT-CANT
011870            OR WS-EVT-HALLADO > ZERO.
011880
011890 4500-EXIT.
011900     EXIT.
011910
011920 4510-PROBAR-EVENTO.
011930     IF WS-EVT-CLIENTE (WS-EVT-IDX) = WS-GR-CLIENTE
011940         MOVE WS-EVT-IDX TO WS-EVT-HALLADO
011950     END-IF.
011960
011970 4510-EXIT.
011980     EXIT.
011990
012000*----------------------------------------------------------------
012010*    5000-REPARTIR-ACTIVIDAD - EN EL ORDEN ORIGINAL, LA FILA QUE
012020*    PASA VA A PUNTOSACTIVIDAD Y LA RETENIDA AL ALMACEN Y A LAS
012030*    ALERTAS DEL DIA
012040*----------------------------------------------------------------
012050 5000-REPARTIR-ACTIVIDAD.
012060     OPEN OUTPUT FRAUDALERTA
012070     MOVE 'N' TO WS-SW-EOF-SORT
012080
012090     PERFORM 5100-LEER-EVALUADA THRU 5100-EXIT
012100     PERFORM 5200-REPARTIR-FILA THRU 5200-EXIT
012110         UNTIL EOF-SORT
012120
012130     CLOSE FRAUDALERTA.
012140
012150 5000-EXIT.
012160     EXIT.
012170
012180 5100-LEER-EVALUADA.
012190     RETURN SORTTRAB
012200         AT END
012210             MOVE 'S' TO WS-SW-EOF-SORT
012220     END-RETURN.
012230
012240 5100-EXIT.
012250     EXIT.
012260
012270 5200-REPARTIR-FILA.
012280     IF ST-REGLA = SPACES
012290         MOVE ST-ACTIVIDAD TO PA-LINEA
012300         WRITE PA-LINEA
012310         ADD 1 TO WS-CONT-PASADAS
012320         GO TO 5200-SIGUE
012330     END-IF
012340
012350     MOVE WS-FECHA-SISTEMA TO FR-FECHA-RETENCION
012360     MOVE ST-SECUENCIA     TO FR-SECUENCIA
012370     MOVE ST-REGLA         TO FR-REGLA
012380     MOVE ST-SUCURSAL      TO FR-SUCURSAL
012390     MOVE ST-ACTIVIDAD     TO FR-ACTIVIDAD
012400
012410     WRITE RN-LINEA FROM FR-REC
012420     WRITE AL-LINEA FROM FR-REC
012430
012440     ADD 1 TO WS-CONT-RETENIDAS
012450     PERFORM 5300-CONTAR-REGLA THRU 5300-EXIT
012460         VARYING WS-REG-IDX FROM 1 BY 1
012470         UNTIL WS-REG-IDX > WS-REG-MAXIMO
012480     .
012490
012500 5200-SIGUE.
012510     PERFORM 5100-LEER-EVALUADA THRU 5100-EXIT.
012520
012530 5200-EXIT.
012540     EXIT.
012550
012560 5300-CONTAR-REGLA.
012570     IF WS-REG-CODIGO (WS-REG-IDX) = ST-REGLA
012580         ADD 1 TO WS-REG-CANT (WS-REG-IDX)
012590     END-IF.
012600
012610 5300-EXIT.
012620     EXIT.
012630
012640*----------------------------------------------------------------
012650*    6000-EMITIR-ALERTAS - RETENCIONES DEL DIA AGRUPADAS POR
012660*    SUCURSAL CON SU TOTAL, PARA QUE CADA SUCURSAL REVISE LO
012670*    SUYO
012680*----------------------------------------------------------------
012690 6000-EMITIR-ALERTAS.
012700     MOVE SPACES TO AR-LINEA
012710     WRITE AR-LINEA
012720     MOVE 'RETENCIONES DEL DIA POR SUCURSAL' TO WS-LS-TEXTO
012730     MOVE WS-LINEA-SECCION TO AR-LINEA
012740     WRITE AR-LINEA
012750
012760     MOVE 'N' TO WS-SW-EOF-SORT
012770     PERFORM 6100-LEER-ALERTA THRU 6100-EXIT
012780     PERFORM 6200-TRATAR-ALERTA THRU 6200-EXIT
012790         UNTIL EOF-SORT
012800
012810     IF WS-PRIMERA-SUCURSAL = 'N'
012820         PERFORM 6400-TOTAL-SUCURSAL THRU 6400-EXIT
012830     END-IF.
012840
012850 6000-EXIT.
012860     EXIT.
012870
012880 6100-LEER-ALERTA.
012890     RETURN SORTALERTA
012900         AT END
012910             MOVE 'S' TO WS-SW-EOF-SORT
012920     END-RETURN.
012930
012940 6100-EXIT.
012950     EXIT.
012960
012970 6200-TRATAR-ALERTA.
012980     IF WS-PRIMERA-SUCURSAL = 'S'
012990        OR SL-SUCURSAL NOT = WS-CONTROL-SUCURSAL
013000         IF WS-PRIMERA-SUCURSAL = 'N'
013010             PERFORM 6400-TOTAL-SUCURSAL THRU 6400-EXIT
013020         END-IF
013030         MOVE 'N'         TO WS-PRIMERA-SUCURSAL
013040         MOVE SL-SUCURSAL TO WS-CONTROL-SUCURSAL
013050         MOVE ZERO        TO WS-CONT-SUCURSAL
013060         PERFORM 6300-CABECERA-SUCURSAL THRU 6300-EXIT
013070     END-IF
013080
013090     MOVE SL-REGLA           TO WS-LA-REGLA
013100     MOVE SL-FECHA-RETENCION TO WS-LA-FECHA-RET
013110     MOVE SL-SECUENCIA       TO WS-LA-SECUENCIA
013120     MOVE SL-ID-CLIENTE      TO WS-LA-CLIENTE
013130     MOVE SL-TIPO            TO WS-LA-TIPO
013140     MOVE SL-PUNTOS          TO WS-LA-PUNTOS
013150     MOVE SL-FECHA           TO WS-LA-FECHA
013160     MOVE WS-LINEA-ALERTA TO AR-LINEA
013170     WRITE AR-LINEA
013180
013190     ADD 1 TO WS-CONT-SUCURSAL
013200
013210     PERFORM 6100-LEER-ALERTA THRU 6100-EXIT.
013220
013230 6200-EXIT.
013240     EXIT.
013250
013260*----------------------------------------------------------------
013270*    6300-CABECERA-SUCURSAL - NUMERO Y NOMBRE DE LA SUCURSAL
013280*    DESDE EL MAESTRO SUCURSALES
013290*----------------------------------------------------------------
013300 6300-CABECERA-SUCURSAL.
013310     MOVE 'SUCURSAL NO REGISTRADA' TO WS-NOMBRE-SUCURSAL
013320
013330     IF SUCURSALES-DISPONIBLE
013340         MOVE WS-CONTROL-SUCURSAL TO SU-NUMERO
013350         READ SUCURSALES
013360             INVALID KEY
013370                 CONTINUE
013380             NOT INVALID KEY
013390                 MOVE SU-NOMBRE TO WS-NOMBRE-SUCURSAL
013400         END-READ
013410     END-IF
013420
013430     MOVE WS-CONTROL-SUCURSAL TO WS-LU-NUMERO
013440     MOVE WS-NOMBRE-SUCURSAL  TO WS-LU-NOMBRE
013450     MOVE WS-LINEA-SUCURSAL TO AR-LINEA
013460     WRITE AR-LINEA.
013470
013480 6300-EXIT.
013490     EXIT.
013500
013510 6400-TOTAL-SUCURSAL.
013520     MOVE '  TOTAL RETENIDAS SUCURSAL:   ' TO WS-LN-ROTULO
013530     MOVE WS-CONT-SUCURSAL TO WS-LN-VALOR
013540     MOVE WS-LINEA-TOTAL TO AR-LINEA
013550     WRITE AR-LINEA.
013560
013570 6400-EXIT.
013580     EXIT.
013590
013600*----------------------------------------------------------------
013610*    7000-CALCULAR-DIAS - DIAS ENTRE WS-FECHA-DESDE Y
013620*    WS-FECHA-HASTA CONTANDO MESES DE 30 DIAS
013630*----------------------------------------------------------------
013640 7000-CALCULAR-DIAS.
013650     COMPUTE WS-DIAS-TRANSCURRIDOS =
013660         (WS-FH-ANIO - WS-FD-ANIO) * 360
013670       + (WS-FH-MES  - WS-FD-MES)  * 30
013680       + (WS-FH-DIA  - WS-FD-DIA).
013690
013700 7000-EXIT.
013710     EXIT.
013720
013730*----------------------------------------------------------------
013740*    8000-FINALIZAR - RESUMEN, CIERRE Y REEMPLAZO DE
013750*    PUNTOSACTIVIDAD Y DEL ALMACEN POR LO GENERADO EN LA CORRIDA
013760*----------------------------------------------------------------
013770 8000-FINALIZAR.
013780     MOVE SPACES TO AR-LINEA
013790     WRITE AR-LINEA
013800
013810     MOVE 'ACTIVIDADES LEIDAS:           ' TO WS-LN-ROTULO
013820     MOVE WS-CONT-LEIDAS TO WS-LN-VALOR
013830     MOVE WS-LINEA-TOTAL TO AR-LINEA
013840     WRITE AR-LINEA
013850
013860     MOVE 'ACTIVIDADES QUE PASAN:        ' TO WS-LN-ROTULO
013870     MOVE WS-CONT-PASADAS TO WS-LN-VALOR
013880     MOVE WS-LINEA-TOTAL TO AR-LINEA
013890     WRITE AR-LINEA
013900
013910     MOVE 'RETENIDAS EN EL DIA:          ' TO WS-LN-ROTULO
013920     MOVE WS-CONT-RETENIDAS TO WS-LN-VALOR
013930     MOVE WS-LINEA-TOTAL TO AR-LINEA
013940     WRITE AR-LINEA
013950
013960     PERFORM 8100-TOTAL-REGLA THRU 8100-EXIT
013970         VARYING WS-REG-IDX FROM 1 BY 1
013980         UNTIL WS-REG-IDX > WS-REG-MAXIMO
013990
014000     MOVE 'LIBERADAS POR CUMPLIMIENTO:   ' TO WS-LN-ROTULO
014010     MOVE WS-CONT-LIBERADAS TO WS-LN-VALOR
014020     MOVE WS-LINEA-TOTAL TO AR-LINEA
014030     WRITE AR-LINEA
014040
014050     MOVE 'DECLINADAS POR CUMPLIMIENTO:  ' TO WS-LN-ROTULO
014060     MOVE WS-CONT-DECLINADAS TO WS-LN-VALOR
014070     MOVE WS-LINEA-TOTAL TO AR-LINEA
014080     WRITE AR-LINEA
014090
014100     MOVE 'DECISIONES SIN RETENCION:     ' TO WS-LN-ROTULO
014110     MOVE WS-CONT-SIN-RETENCION TO WS-LN-VALOR
014120     MOVE WS-LINEA-TOTAL TO AR-LINEA
014130     WRITE AR-LINEA
014140
014150     COMPUTE WS-CONT-PENDIENTES =
014160         WS-CONT-PENDIENTES + WS-CONT-RETENIDAS
014170     MOVE 'PENDIENTES DE DECISION:       ' TO WS-LN-ROTULO
014180     MOVE WS-CONT-PENDIENTES TO WS-LN-VALOR
014190     MOVE WS-LINEA-TOTAL TO AR-LINEA
014200     WRITE AR-LINEA
014210
014220     CLOSE CLIENTES
014230     IF SUCURSALES-DISPONIBLE
014240         CLOSE SUCURSALES
014250     END-IF
014260     CLOSE PUNTOSACTNVO
014270     CLOSE RETENIDASNVO
014280     CLOSE DECLINADAS
014290     CLOSE ALERTASRPT
014300
014310     CALL 'CBL_COPY_FILE' USING WS-NOMBRE-ACT-NVO
014320                                WS-NOMBRE-ACT
014330         RETURNING WS-RC-COPIA
014340     IF WS-RC-COPIA NOT = 0
014350         DISPLAY 'NO SE PUDO REEMPLAZAR PUNTOSACTIVIDAD.DAT - '
014360                 'REVISAR puntosactividad.new'
014370         MOVE 8 TO RETURN-CODE
014380     END-IF
014390
014400     CALL 'CBL_COPY_FILE' USING WS-NOMBRE-RET-NVO
014410                                WS-NOMBRE-RET
014420         RETURNING WS-RC-COPIA
014430     IF WS-RC-COPIA NOT = 0
014440         DISPLAY 'NO SE PUDO REEMPLAZAR FRAUDERETENIDAS.DAT - '
014450                 'REVISAR frauderetenidas.new'
014460         MOVE 8 TO RETURN-CODE
014470     END-IF
014480
014490     PERFORM 9000-GRABAR-ULT-CORRIDA THRU 9000-EXIT.
014500     PERFORM 9200-MARCAR-FIN THRU 9200-EXIT.
014510
014520 8000-EXIT.
014530     EXIT.
014540
014550 8100-TOTAL-REGLA.
014560     MOVE WS-REG-CODIGO (WS-REG-IDX) TO WS-RR-CODIGO
014570     MOVE WS-ROTULO-REGLA TO WS-LN-ROTULO
014580     MOVE WS-REG-CANT (WS-REG-IDX) TO WS-LN-VALOR
014590     MOVE WS-LINEA-TOTAL TO AR-LINEA
014600     WRITE AR-LINEA.
014610
014620 8100-EXIT.
014630     EXIT.
014640
014650*----------------------------------------------------------------
014660*    1500-TOMAR-FECHA-PROCESO - LA FECHA DE NEGOCIO SE TOMA DEL
014670*    CONTROL CENTRAL PROCESOFECHA.CTL (AVANZADO POR
014680*    CLIENTES-CIERRE); SI NO EXISTE SE SIGUE CON LA FECHA DEL
014690*    SISTEMA YA CARGADA
014700*----------------------------------------------------------------
014710 1500-TOMAR-FECHA-PROCESO.
014720     OPEN INPUT PROCFECHA
014730     IF WS-FS-PROCFECHA = '00'
014740         READ PROCFECHA
014750             NOT AT END
014760                 MOVE PF-FECHA TO WS-FECHA-SISTEMA
014770         END-READ
014780         CLOSE PROCFECHA
014790     ELSE
014800         DISPLAY 'SIN PROCESOFECHA.CTL - SE USA LA FECHA '
014810                 'DEL SISTEMA'
014820     END-IF.
014830
014840 1500-EXIT.
014850     EXIT.
014860
014870*----------------------------------------------------------------
014880*    1600-CONTROL-REPROCESO - RECHAZA UNA SEGUNDA CORRIDA PARA
014890*    UNA FECHA DE NEGOCIO YA COMPLETADA, SALVO AUTORIZACION
014900*    EXPLICITA DEL OPERADOR (RERUNOK.CTL CON LA MISMA FECHA)
014910*----------------------------------------------------------------
014920 1600-CONTROL-REPROCESO.
014930     OPEN INPUT ULTCORRIDA
014940     IF WS-FS-ULTCORRIDA = '00'
014950         READ ULTCORRIDA
014960             NOT AT END
014970                 MOVE UC-FECHA TO WS-ULT-FECHA
014980         END-READ
014990         CLOSE ULTCORRIDA
015000     END-IF
015010
015020     IF WS-ULT-FECHA NOT = WS-FECHA-SISTEMA
015030         GO TO 1600-EXIT
015040     END-IF
015050
015060     OPEN INPUT RERUNOK
015070     IF WS-FS-RERUNOK = '00'
015080         READ RERUNOK
015090             NOT AT END
015100                 MOVE RK-FECHA TO WS-RERUN-FECHA
015110         END-READ
015120         CLOSE RERUNOK
015130     END-IF
015140
015150     IF WS-RERUN-FECHA = WS-FECHA-SISTEMA
015160         DISPLAY 'CLIENTES-FRAUDE - REPROCESO AUTORIZADO '
015170                 'PARA ' WS-FECHA-SISTEMA
015180     ELSE
015190         DISPLAY 'CLIENTES-FRAUDE YA CORRIO PARA LA FECHA '
015200                 WS-FECHA-SISTEMA
015210         DISPLAY 'EL REPROCESO REQUIERE RERUNOK.CTL CON LA '
015220                 'MISMA FECHA DE NEGOCIO'
015230         MOVE 8 TO RETURN-CODE
015240         STOP RUN
015250     END-IF.
015260
015270 1600-EXIT.
015280     EXIT.
015290
015300*----------------------------------------------------------------
015310*    9000-GRABAR-ULT-CORRIDA - DEJA ASENTADA LA FECHA DE NEGOCIO
015320*    COMPLETADA POR ESTA CORRIDA
015330*----------------------------------------------------------------
015340 9000-GRABAR-ULT-CORRIDA.
015350     OPEN OUTPUT ULTCORRIDA
015360     MOVE WS-FECHA-SISTEMA TO UC-FECHA
015370     WRITE UC-FECHA
015380     CLOSE ULTCORRIDA.
015390
015400 9000-EXIT.
015410     EXIT.
015420
015430*----------------------------------------------------------------
015440*    9100-MARCAR-INICIO - ESTAMPA EL ARRANQUE DEL PASO EN EL
015450*    CONTROL DE ESTADO DEL CICLO NOCTURNO (CICLOSTATUS)
015460*----------------------------------------------------------------
015470 9100-MARCAR-INICIO.
015480     MOVE 'I'  TO CS-EVENTO
015490     MOVE ZERO TO CS-RETORNO
015500     MOVE ZERO TO CS-LEIDOS
015510     MOVE ZERO TO CS-GRABADOS
015520     MOVE ZERO TO CS-RECHAZADOS
015530     PERFORM 9300-GRABAR-CICLOSTATUS THRU 9300-EXIT.
015540
015550 9100-EXIT.
015560     EXIT.
015570
015580*----------------------------------------------------------------
015590*    9200-MARCAR-FIN - ESTAMPA EL FIN DEL PASO CON SU CODIGO DE
015600*    RETORNO Y SUS CONTADORES EN CICLOSTATUS
015610*----------------------------------------------------------------
015620 9200-MARCAR-FIN.
015630     MOVE 'F'         TO CS-EVENTO
015640     MOVE RETURN-CODE TO CS-RETORNO
015650     MOVE WS-CONT-LEIDAS TO CS-LEIDOS
015660     COMPUTE CS-GRABADOS = WS-CONT-PASADAS + WS-CONT-LIBERADAS
015670     MOVE WS-CONT-RETENIDAS TO CS-RECHAZADOS
015680     PERFORM 9300-GRABAR-CICLOSTATUS THRU 9300-EXIT.
015690
015700 9200-EXIT.
015710     EXIT.
015720
015730*----------------------------------------------------------------
015740*    9300-GRABAR-CICLOSTATUS - COMPLETA LOS DATOS COMUNES Y
015750*    AGREGA LA FILA AL CONTROL COMPARTIDO DEL CICLO
015760*----------------------------------------------------------------
015770 9300-GRABAR-CICLOSTATUS.
015780     ACCEPT WS-HORA-CICLO FROM TIME
015790     MOVE WS-FECHA-SISTEMA TO CS-FECHA
015800     MOVE 'CLIENTES-FRAUDE' TO CS-PROGRAMA
015810     MOVE WS-HORA-CICLO TO CS-HORA
015820
015830     OPEN EXTEND CICLOSTATUS
015840     IF WS-FS-CICLOSTATUS NOT = '00'
015850         OPEN OUTPUT CICLOSTATUS
015860     END-IF
015870
015880     WRITE CS-REC
015890
015900     CLOSE CICLOSTATUS.
015910
015920 9300-EXIT.
015930     EXIT.

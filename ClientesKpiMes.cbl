000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CLIENTES-KPIMES.
000030 AUTHOR.         EQUIPO DE SISTEMAS - CUENTAS.
000040 INSTALLATION.   BANCO - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*----------------------------------------------------------------
000080*    CLIENTES-KPIMES ES LA FOTO MENSUAL DE INDICADORES POR
000090*    SUCURSAL. CORRE TODAS LAS NOCHES EN LA CADENA, DESPUES DE
000100*    CLIENTES-CONTABLE Y ANTES DE CLIENTES-CIERRE, PERO SOLO
000110*    TOMA LA FOTO CUANDO LA FECHA DE NEGOCIO ES EL ULTIMO DIA
000120*    DEL MES; LAS DEMAS NOCHES SOLO ESTAMPA CICLOSTATUS.
000130*    LA FOTO AGREGA UNA FILA POR SUCURSAL Y MES AL ARCHIVO
000140*    PERMANENTE KPIMENSUAL.DAT (TRAZADO KPIMES) CON -
000150*      - LOS CLIENTES DEL MAESTRO POR CR-ESTADO Y EL SALARIO
000160*        PROMEDIO DE LOS ACTIVOS,
000170*      - LAS ALTAS, PASES A DORMIDO Y TRASLADOS DE ENTRADA Y
000180*        SALIDA DEL MES SEGUN EVENTOSCLIENTES,
000190*      - LOS PUNTOS ACREDITADOS, REVERTIDOS, CANJEADOS,
000200*        ANULADOS Y VENCIDOS DEL MES SEGUN PUNTOSMOVIMIENTOS,
000210*        ASIGNADOS A LA SUCURSAL ACTUAL DEL CLIENTE (LA DEL
000220*        HISTORICO SI YA FUE PURGADO, CERO SI NO ESTA EN
000230*        NINGUNO DE LOS DOS).
000240*    KPIMES.CTL (AAAAMM) FUERZA LA FOTO DE ESE MES AUNQUE NO
000250*    SEA FIN DE MES, PARA RECUPERAR UN CIERRE QUE NO CORRIO; EL
000260*    OPERADOR LO RETIRA DESPUES DE LA CORRIDA. LAS FILAS QUE YA
000270*    EXISTIAN PARA EL MES SE REEMPLAZAN, ASI UN REPROCESO NO
000280*    DUPLICA LA FOTO. EL ARCHIVO SE REGRABA VIA .new Y
000290*    REEMPLAZO AL FINAL. LA TENDENCIA SE IMPRIME CON
000300*    CLIENTES-KPITEND.
000310*
000320*    HISTORIAL DE MODIFICACIONES
000330*    FECHA       INIC.  DESCRIPCION
000340*    ----------  -----  ---------------------------------------
000350*    2026-10-15  DLF    VERSION ORIGINAL.
000353*    2026-10-15  DLF    LA BONIFICACION POR REFERIDO 'F' SUMA A
000356*                       LOS PUNTOS ACREDITADOS DEL MES.
000360*----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CLIENTES
000420         ASSIGN TO "clientes.dat"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CR-ID-CLIENTE
000460         ALTERNATE RECORD KEY IS CR-NOMBRE
000470             WITH DUPLICATES
000480         ALTERNATE RECORD KEY IS CR-SUCURSAL
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-FS-CLIENTES.
000510
000520     SELECT CLIENTESHIST
000530         ASSIGN TO "clienteshist.dat"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CH-ID-CLIENTE
000570         FILE STATUS IS WS-FS-CLIENTESHIST.
000580
000590     SELECT SUCURSALES
000600         ASSIGN TO "sucursales.dat"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS SU-NUMERO
000640         FILE STATUS IS WS-FS-SUCURSALES.
000650
000660     SELECT EVENTLOG
000670         ASSIGN TO "eventosclientes.dat"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-FS-EVENTLOG.
000700
000710     SELECT PUNTOSMOV
000720         ASSIGN TO "puntosmovimientos.dat"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-FS-PUNTOSMOV.
000750
000760     SELECT KPIMENSUAL
000770         ASSIGN TO "kpimensual.dat"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-FS-KPIMENSUAL.
000800
000810     SELECT KPIMENSUALNVO
000820         ASSIGN TO "kpimensual.new"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-FS-KPIMENSUALNVO.
000850
000860     SELECT KPIMESCTL
000870         ASSIGN TO "kpimes.ctl"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-FS-KPIMESCTL.
000900
000910     SELECT PROCFECHA
000920         ASSIGN TO "procesofecha.ctl"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-FS-PROCFECHA.
000950
000960     SELECT ULTCORRIDA
000970         ASSIGN TO "clienteskpimes.ult"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-FS-ULTCORRIDA.
001000
001010     SELECT RERUNOK
001020         ASSIGN TO "rerunok.ctl"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-FS-RERUNOK.
001050
001060     SELECT CICLOSTATUS
001070         ASSIGN TO "ciclostatus.dat"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-FS-CICLOSTATUS.
001100
001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  CLIENTES.
001140 COPY CLIREC.
001150
001160 FD  CLIENTESHIST.
001170 COPY CLIHIST.
001180
001190 FD  SUCURSALES.
001200 COPY SUCREC.
001210
001220 FD  EVENTLOG
001230     RECORD CONTAINS 110 CHARACTERS.
001240 COPY EVENTCLI.
001250
001260 FD  PUNTOSMOV
001270     RECORD CONTAINS 46 CHARACTERS.
001280 COPY PUNTMOV.
001290
001300 FD  KPIMENSUAL
001310     RECORD CONTAINS 160 CHARACTERS.
001320 COPY KPIMES.
001330
001340 FD  KPIMENSUALNVO
001350     RECORD CONTAINS 160 CHARACTERS.
001360 01  KN-LINEA                   PIC X(160).
001370
001380 FD  KPIMESCTL
001390     RECORD CONTAINS 6 CHARACTERS.
001400 01  KC-PERIODO                 PIC 9(06).
001410
001420 FD  PROCFECHA
001430     RECORD CONTAINS 8 CHARACTERS.
001440 01  PF-FECHA                   PIC 9(08).
001450
001460 FD  ULTCORRIDA
001470     RECORD CONTAINS 8 CHARACTERS.
001480 01  UC-FECHA                   PIC 9(08).
001490
001500 FD  RERUNOK
001510     RECORD CONTAINS 8 CHARACTERS.
001520 01  RK-FECHA                   PIC 9(08).
001530
001540 FD  CICLOSTATUS
001550     RECORD CONTAINS 62 CHARACTERS.
001560 COPY CICLOST.
001570
001580 WORKING-STORAGE SECTION.
001590 01  WS-FILE-STATUSES.
001600     05  WS-FS-CLIENTES         PIC X(02).
001610     05  WS-FS-CLIENTESHIST     PIC X(02).
001620     05  WS-FS-SUCURSALES       PIC X(02).
001630     05  WS-FS-EVENTLOG         PIC X(02).
001640     05  WS-FS-PUNTOSMOV        PIC X(02).
001650     05  WS-FS-KPIMENSUAL       PIC X(02).
001660     05  WS-FS-KPIMENSUALNVO    PIC X(02).
001670     05  WS-FS-KPIMESCTL        PIC X(02).
001680     05  WS-FS-PROCFECHA        PIC X(02).
001690     05  WS-FS-ULTCORRIDA       PIC X(02).
001700     05  WS-FS-RERUNOK          PIC X(02).
001710     05  WS-FS-CICLOSTATUS      PIC X(02).
001720
001730 01  WS-SWITCHES.
001740     05  WS-SW-EOF-CLIENTES     PIC X(01)   VALUE 'N'.
001750         88  EOF-CLIENTES                   VALUE 'S'.
001760         88  NOT-EOF-CLIENTES               VALUE 'N'.
001770     05  WS-SW-EOF-EVENTOS      PIC X(01)   VALUE 'N'.
001780         88  EOF-EVENTOS                    VALUE 'S'.
001790     05  WS-SW-EOF-MOVIMIENTOS  PIC X(01)   VALUE 'N'.
001800         88  EOF-MOVIMIENTOS                VALUE 'S'.
001810     05  WS-SW-EOF-KPI          PIC X(01)   VALUE 'N'.
001820         88  EOF-KPI                        VALUE 'S'.
001830     05  WS-SW-HAY-FOTO         PIC X(01)   VALUE 'N'.
001840         88  HAY-FOTO                       VALUE 'S'.
001850         88  NO-HAY-FOTO                    VALUE 'N'.
001860     05  WS-SW-SUC-DISPONIBLE   PIC X(01)   VALUE 'N'.
001870         88  SUCURSALES-DISPONIBLE          VALUE 'S'.
001880         88  SUCURSALES-NO-DISPONIBLE       VALUE 'N'.
001890     05  WS-SW-HIST-DISPONIBLE  PIC X(01)   VALUE 'N'.
001900         88  HISTORICO-DISPONIBLE           VALUE 'S'.
001910         88  HISTORICO-NO-DISPONIBLE        VALUE 'N'.
001920     05  WS-SW-POS-HALLADA      PIC X(01)   VALUE 'N'.
001930         88  POS-HALLADA                    VALUE 'S'.
001940     05  WS-SW-ANIO-BISIESTO    PIC X(01)   VALUE 'N'.
001950         88  ANIO-BISIESTO                  VALUE 'S'.
001960         88  ANIO-NO-BISIESTO               VALUE 'N'.
001970
001980 01  WS-FECHA-SISTEMA           PIC 9(08).
001990 01  WS-FECHA-PROCESO REDEFINES WS-FECHA-SISTEMA.
002000     05  WS-FP-ANIO             PIC 9(04).
002010     05  WS-FP-MES              PIC 9(02).
002020     05  WS-FP-DIA              PIC 9(02).
002030
002040*    MES DE LA FOTO (AAAAMM)
002050 01  WS-PERIODO.
002060     05  WS-PE-ANIO             PIC 9(04).
002070     05  WS-PE-MES              PIC 9(02).
002080 01  WS-PERIODO-NUM REDEFINES WS-PERIODO PIC 9(06).
002090
002100*    FECHA DE UN EVENTO O MOVIMIENTO VISTA COMO MES Y DIA
002110 01  WS-FECHA-LEIDA             PIC 9(08).
002120 01  WS-FECHA-LEIDA-R REDEFINES WS-FECHA-LEIDA.
002130     05  WS-FL-PERIODO          PIC 9(06).
002140     05  WS-FL-DIA              PIC 9(02).
002150
002160 01  WS-DIAS-RESTO-DIVISION.
002170     05  WS-DIV-COCIENTE        PIC 9(04).
002180     05  WS-DIV-RESTO-4         PIC 9(04).
002190     05  WS-DIV-RESTO-100       PIC 9(04).
002200     05  WS-DIV-RESTO-400       PIC 9(04).
002210
002220 01  WS-TABLA-DIAS-VALUES.
002230     05  FILLER                 PIC 9(02)   VALUE 31.
002240     05  FILLER                 PIC 9(02)   VALUE 28.
002250     05  FILLER                 PIC 9(02)   VALUE 31.
002260     05  FILLER                 PIC 9(02)   VALUE 30.
002270     05  FILLER                 PIC 9(02)   VALUE 31.
002280     05  FILLER                 PIC 9(02)   VALUE 30.
002290     05  FILLER                 PIC 9(02)   VALUE 31.
002300     05  FILLER                 PIC 9(02)   VALUE 31.
002310     05  FILLER                 PIC 9(02)   VALUE 30.
002320     05  FILLER                 PIC 9(02)   VALUE 31.
002330     05  FILLER                 PIC 9(02)   VALUE 30.
002340     05  FILLER                 PIC 9(02)   VALUE 31.
002350 01  WS-TABLA-DIAS REDEFINES WS-TABLA-DIAS-VALUES.
002360     05  WS-DIAS-DEL-MES        PIC 9(02)   OCCURS 12 TIMES.
002370
002380 77  WS-DIAS-EN-EL-MES          PIC 9(02).
002390
002400*    INDICADORES DEL MES POR SUCURSAL, EN ORDEN DE SUCURSAL
002410 01  WS-TABLA-SUCURSALES.
002420     05  WS-SUC-CANT            PIC 9(04)   COMP    VALUE ZERO.
002430     05  WS-SUC-MAXIMO          PIC 9(04)   COMP    VALUE 500.
002440     05  WS-SUC-ENT             OCCURS 500 TIMES.
002450         10  WS-SUC-NUMERO      PIC 9(05).
002460         10  WS-SUC-ACTIVOS     PIC 9(07)   COMP.
002470         10  WS-SUC-INACTIVOS   PIC 9(07)   COMP.
002480         10  WS-SUC-CERRADOS    PIC 9(07)   COMP.
002490         10  WS-SUC-DORMIDOS    PIC 9(07)   COMP.
002500         10  WS-SUC-ALTAS       PIC 9(07)   COMP.
002510         10  WS-SUC-PASES-DORM  PIC 9(07)   COMP.
002520         10  WS-SUC-TRAS-ENTRA  PIC 9(07)   COMP.
002530         10  WS-SUC-TRAS-SALE   PIC 9(07)   COMP.
002540         10  WS-SUC-ACREDITADOS PIC 9(11)   COMP.
002550         10  WS-SUC-REVERTIDOS  PIC 9(11)   COMP.
002560         10  WS-SUC-CANJEADOS   PIC 9(11)   COMP.
002570         10  WS-SUC-ANULADOS    PIC 9(11)   COMP.
002580         10  WS-SUC-VENCIDOS    PIC 9(11)   COMP.
002590         10  WS-SUC-SALARIO     PIC S9(13)V9(2) COMP-3.
002600
002610 77  WS-SUC-IDX                 PIC 9(04)   COMP.
002620 77  WS-SUC-POS                 PIC 9(04)   COMP.
002630 77  WS-SUC-DESDE               PIC 9(04)   COMP.
002640 77  WS-SUCURSAL-BUSCADA        PIC 9(05).
002650
002660*    SUCURSAL DEL CLIENTE DEL ULTIMO EVENTO O MOVIMIENTO; EL
002670*    DIARIO VIENE POR FECHA, ASI QUE SE GUARDA LA ULTIMA
002680*    CONSULTA PARA NO RELEER EL MAESTRO EN FILAS SEGUIDAS
002690 77  WS-CLIENTE-BUSCADO         PIC 9(10)   VALUE ZERO.
002700 77  WS-SUCURSAL-CLIENTE        PIC 9(05)   VALUE ZERO.
002710 77  WS-ULT-CLIENTE             PIC 9(10)   VALUE ZERO.
002720
002730*    NUMERO DE SUCURSAL ESCRITO EN LOS VALORES DE UN EVENTO
002740 01  WS-TEXTO-SUCURSAL          PIC X(05).
002750 77  WS-PS-IDX                  PIC 9(02)   COMP.
002760 77  WS-PS-CH                   PIC X(01).
002770 77  WS-PS-DIGITO               PIC 9(01).
002780 77  WS-PS-NUMERO               PIC 9(05).
002790
002800 77  WS-CONT-CLIENTES           PIC 9(07)   COMP    VALUE ZERO.
002810 77  WS-CONT-EVENTOS            PIC 9(07)   COMP    VALUE ZERO.
002820 77  WS-CONT-MOVIMIENTOS        PIC 9(07)   COMP    VALUE ZERO.
002830 77  WS-CONT-SIN-CLIENTE        PIC 9(07)   COMP    VALUE ZERO.
002840 77  WS-CONT-REEMPLAZADAS       PIC 9(07)   COMP    VALUE ZERO.
002850 77  WS-CONT-GRABADAS           PIC 9(07)   COMP    VALUE ZERO.
002860
002870 01  WS-NOMBRE-KPI-NVO          PIC X(30)
002880     VALUE 'kpimensual.new'.
002890 01  WS-NOMBRE-KPI              PIC X(30)
002900     VALUE 'kpimensual.dat'.
002910 77  WS-RC-COPIA                PIC S9(09) COMP-5.
002920
002930 01  WS-ULT-FECHA               PIC 9(08)   VALUE ZERO.
002940 01  WS-RERUN-FECHA             PIC 9(08)   VALUE ZERO.
002950 01  WS-HORA-CICLO              PIC 9(08).
002960
002970 PROCEDURE DIVISION.
002980*----------------------------------------------------------------
002990*    0000-MAINLINE
003000*----------------------------------------------------------------
003010 0000-MAINLINE.
003020     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003030
003040     IF HAY-FOTO
003050         PERFORM 2000-CONTAR-CLIENTES THRU 2000-EXIT
003060         PERFORM 3000-CONTAR-EVENTOS THRU 3000-EXIT
003070         PERFORM 4000-SUMAR-MOVIMIENTOS THRU 4000-EXIT
003080         PERFORM 5000-GRABAR-FOTO THRU 5000-EXIT
003090     END-IF
003100
003110     PERFORM 8000-FINALIZAR THRU 8000-EXIT
003120
003130     STOP RUN.
003140
003150*----------------------------------------------------------------
003160*    1000-INICIALIZAR - FECHA DE NEGOCIO, CONTROL DE REPROCESO Y
003170*    MES A FOTOGRAFIAR; SIN FOTO NO SE ABRE NADA MAS
003180*----------------------------------------------------------------
003190 1000-INICIALIZAR.
003200     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
003210     PERFORM 1500-TOMAR-FECHA-PROCESO THRU 1500-EXIT
003220     PERFORM 1600-CONTROL-REPROCESO THRU 1600-EXIT
003230     PERFORM 9100-MARCAR-INICIO THRU 9100-EXIT
003240
003250     PERFORM 1010-LEER-PARAMETRO THRU 1010-EXIT
003260
003270     IF NO-HAY-FOTO
003280         PERFORM 1100-VER-FIN-DE-MES THRU 1100-EXIT
003290     END-IF
003300
003310     IF NO-HAY-FOTO
003320         DISPLAY 'CLIENTES-KPIMES - ' WS-FECHA-SISTEMA
003330                 ' NO ES FIN DE MES, SIN FOTO'
003340         GO TO 1000-EXIT
003350     END-IF
003360
003370     DISPLAY 'CLIENTES-KPIMES - FOTO DEL MES ' WS-PERIODO-NUM
003380
003390     OPEN INPUT CLIENTES
003400
003410     OPEN INPUT CLIENTESHIST
003420     IF WS-FS-CLIENTESHIST = '00'
003430         MOVE 'S' TO WS-SW-HIST-DISPONIBLE
003440     END-IF
003450
003460     OPEN INPUT SUCURSALES
003470     IF WS-FS-SUCURSALES = '00'
003480         MOVE 'S' TO WS-SW-SUC-DISPONIBLE
003490     ELSE
003500         DISPLAY 'SIN MAESTRO SUCURSALES - SE GRABA SIN '
003510                 'REGION'
003520     END-IF.
003530
003540 1000-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580*    1010-LEER-PARAMETRO - UN MES EN KPIMES.CTL FUERZA LA FOTO
003590*    DE ESE MES; SIN EL ARCHIVO SE DECIDE POR LA FECHA
003600*----------------------------------------------------------------
003610 1010-LEER-PARAMETRO.
003620     OPEN INPUT KPIMESCTL
003630     IF WS-FS-KPIMESCTL = '00'
003640         READ KPIMESCTL
003650             NOT AT END
003660                 IF KC-PERIODO > ZERO
003670                     MOVE KC-PERIODO TO WS-PERIODO-NUM
003680                     MOVE 'S' TO WS-SW-HAY-FOTO
003690                 END-IF
003700         END-READ
003710         CLOSE KPIMESCTL
003720     END-IF.
003730
003740 1010-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------
003780*    1100-VER-FIN-DE-MES - HAY FOTO SI LA FECHA DE NEGOCIO ES EL
003790*    ULTIMO DIA DE SU MES (FEBRERO CON CONTROL DE BISIESTO)
003800*----------------------------------------------------------------
003810 1100-VER-FIN-DE-MES.
003820     PERFORM 1110-DETERMINAR-BISIESTO THRU 1110-EXIT
003830
003840     MOVE WS-DIAS-DEL-MES (WS-FP-MES) TO WS-DIAS-EN-EL-MES
003850     IF WS-FP-MES = 02 AND ANIO-BISIESTO
003860         MOVE 29 TO WS-DIAS-EN-EL-MES
003870     END-IF
003880
003890     IF WS-FP-DIA = WS-DIAS-EN-EL-MES
003900         MOVE WS-FP-ANIO TO WS-PE-ANIO
003910         MOVE WS-FP-MES  TO WS-PE-MES
003920         MOVE 'S' TO WS-SW-HAY-FOTO
003930     END-IF.
003940
003950 1100-EXIT.
003960     EXIT.
003970
003980*----------------------------------------------------------------
003990*    1110-DETERMINAR-BISIESTO - AAAA ES BISIESTO SI ES DIVISIBLE
004000*    POR 4 Y (NO ES DIVISIBLE POR 100 O SI LO ES POR 400)
004010*----------------------------------------------------------------
004020 1110-DETERMINAR-BISIESTO.
004030     DIVIDE WS-FP-ANIO BY 4   GIVING WS-DIV-COCIENTE
004040         REMAINDER WS-DIV-RESTO-4
004050     DIVIDE WS-FP-ANIO BY 100 GIVING WS-DIV-COCIENTE
004060         REMAINDER WS-DIV-RESTO-100
004070     DIVIDE WS-FP-ANIO BY 400 GIVING WS-DIV-COCIENTE
004080         REMAINDER WS-DIV-RESTO-400
004090
004100     IF WS-DIV-RESTO-4 = 0 AND
004110       (WS-DIV-RESTO-100 NOT = 0 OR WS-DIV-RESTO-400 = 0)
004120         MOVE 'S' TO WS-SW-ANIO-BISIESTO
004130     ELSE
004140         MOVE 'N' TO WS-SW-ANIO-BISIESTO
004150     END-IF.
004160
004170 1110-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------
004210*    2000-CONTAR-CLIENTES - RECORRE EL MAESTRO EN ORDEN DE
004220*    SUCURSAL Y CUENTA LOS CLIENTES POR CR-ESTADO; EL SALARIO SE
004230*    ACUMULA SOLO DE LOS ACTIVOS, COMO EN CLIENTES-RPTSUC
004240*----------------------------------------------------------------
004250 2000-CONTAR-CLIENTES.
004260     MOVE ZERO TO CR-SUCURSAL
004270     START CLIENTES
004280         KEY IS NOT LESS THAN CR-SUCURSAL
004290         INVALID KEY
004300             MOVE 'S' TO WS-SW-EOF-CLIENTES
004310     END-START
004320
004330     IF NOT-EOF-CLIENTES
004340         PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
004350     END-IF
004360
004370     PERFORM 2200-CONTAR-CLIENTE THRU 2200-EXIT
004380         UNTIL EOF-CLIENTES.
004390
004400 2000-EXIT.
004410     EXIT.
004420
004430 2100-LEER-CLIENTE.
004440     READ CLIENTES NEXT RECORD
004450         AT END
004460             MOVE 'S' TO WS-SW-EOF-CLIENTES
004470     END-READ.
004480
004490 2100-EXIT.
004500     EXIT.
004510
004520 2200-CONTAR-CLIENTE.
004530     ADD 1 TO WS-CONT-CLIENTES
004540     MOVE CR-SUCURSAL TO WS-SUCURSAL-BUSCADA
004550     PERFORM 6000-UBICAR-SUCURSAL THRU 6000-EXIT
004560
004570     EVALUATE CR-ESTADO
004580         WHEN 'A'
004590             ADD 1          TO WS-SUC-ACTIVOS   (WS-SUC-POS)
004600             ADD CR-SALARIO TO WS-SUC-SALARIO   (WS-SUC-POS)
004610         WHEN 'I'
004620             ADD 1          TO WS-SUC-INACTIVOS (WS-SUC-POS)
004630         WHEN 'C'
004640             ADD 1          TO WS-SUC-CERRADOS  (WS-SUC-POS)
004650         WHEN 'D'
004660             ADD 1          TO WS-SUC-DORMIDOS  (WS-SUC-POS)
004670     END-EVALUATE
004680
004690     PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT.
004700
004710 2200-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
004750*    3000-CONTAR-EVENTOS - ALTAS, PASES A DORMIDO Y TRASLADOS
004760*    DEL MES. EL ALTA LLEVA SU SUCURSAL EN EL VALOR NUEVO ('SUC
004770*    NNNNN') Y EL TRASLADO LAS SUCURSALES DE ORIGEN Y DESTINO;
004780*    EL PASE A DORMIDO SE ASIGNA A LA SUCURSAL DEL CLIENTE.
004790*----------------------------------------------------------------
004800 3000-CONTAR-EVENTOS.
004810     OPEN INPUT EVENTLOG
004820     IF WS-FS-EVENTLOG NOT = '00'
004830         DISPLAY 'SIN EVENTOSCLIENTES - FOTO SIN ALTAS, '
004840                 'DORMIDOS NI TRASLADOS'
004850         GO TO 3000-EXIT
004860     END-IF
004870
004880     PERFORM 3100-LEER-EVENTO THRU 3100-EXIT
004890     PERFORM 3200-CONTAR-EVENTO THRU 3200-EXIT
004900         UNTIL EOF-EVENTOS
004910
004920     CLOSE EVENTLOG.
004930
004940 3000-EXIT.
004950     EXIT.
004960
004970 3100-LEER-EVENTO.
004980     READ EVENTLOG
004990         AT END
005000             MOVE 'S' TO WS-SW-EOF-EVENTOS
005010     END-READ.
005020
005030 3100-EXIT.
005040     EXIT.
005050
005060 3200-CONTAR-EVENTO.
005070     MOVE EV-FECHA TO WS-FECHA-LEIDA
005080     IF WS-FL-PERIODO NOT = WS-PERIODO-NUM
005090         GO TO 3200-SIGUE
005100     END-IF
005110
005120     EVALUATE EV-TIPO
005130         WHEN 'ALTA'
005140             ADD 1 TO WS-CONT-EVENTOS
005150             MOVE EV-VALOR-NVO (5:5) TO WS-TEXTO-SUCURSAL
005160             PERFORM 7100-CONVERTIR-SUCURSAL THRU 7100-EXIT
005170             MOVE WS-PS-NUMERO TO WS-SUCURSAL-BUSCADA
005180             PERFORM 6000-UBICAR-SUCURSAL THRU 6000-EXIT
005190             ADD 1 TO WS-SUC-ALTAS (WS-SUC-POS)
005200         WHEN 'DORM'
005210             ADD 1 TO WS-CONT-EVENTOS
005220             MOVE EV-ID-CLIENTE TO WS-CLIENTE-BUSCADO
005230             PERFORM 7000-SUCURSAL-CLIENTE THRU 7000-EXIT
005240             MOVE WS-SUCURSAL-CLIENTE TO WS-SUCURSAL-BUSCADA
005250             PERFORM 6000-UBICAR-SUCURSAL THRU 6000-EXIT
005260             ADD 1 TO WS-SUC-PASES-DORM (WS-SUC-POS)
005270         WHEN 'TRAS'
005280             ADD 1 TO WS-CONT-EVENTOS
005290             MOVE EV-VALOR-ANT (1:5) TO WS-TEXTO-SUCURSAL
005300             PERFORM 7100-CONVERTIR-SUCURSAL THRU 7100-EXIT
005310             MOVE WS-PS-NUMERO TO WS-SUCURSAL-BUSCADA
005320             PERFORM 6000-UBICAR-SUCURSAL THRU 6000-EXIT
005330             ADD 1 TO WS-SUC-TRAS-SALE (WS-SUC-POS)
005340             MOVE EV-VALOR-NVO (1:5) TO WS-TEXTO-SUCURSAL
005350             PERFORM 7100-CONVERTIR-SUCURSAL THRU 7100-EXIT
005360             MOVE WS-PS-NUMERO TO WS-SUCURSAL-BUSCADA
005370             PERFORM 6000-UBICAR-SUCURSAL THRU 6000-EXIT
005380             ADD 1 TO WS-SUC-TRAS-ENTRA (WS-SUC-POS)
005390     END-EVALUATE
005400     .
005410
005420 3200-SIGUE.
005430     PERFORM 3100-LEER-EVENTO THRU 3100-EXIT.
005440
005450 3200-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------------
005490*    4000-SUMAR-MOVIMIENTOS - PUNTOS DEL MES POR TIPO DE
005500*    MOVIMIENTO EN LA SUCURSAL DEL CLIENTE (EL ARRASTRE 'A' NO
005510*    ES ACTIVIDAD)
005520*----------------------------------------------------------------
005530 4000-SUMAR-MOVIMIENTOS.
005540     OPEN INPUT PUNTOSMOV
005550     IF WS-FS-PUNTOSMOV NOT = '00'
005560         DISPLAY 'SIN PUNTOSMOVIMIENTOS - FOTO SIN PUNTOS'
005570         GO TO 4000-EXIT
005580     END-IF
005590
005600     PERFORM 4100-LEER-MOVIMIENTO THRU 4100-EXIT
005610     PERFORM 4200-SUMAR-MOVIMIENTO THRU 4200-EXIT
005620         UNTIL EOF-MOVIMIENTOS
005630
005640     CLOSE PUNTOSMOV.
005650
005660 4000-EXIT.
005670     EXIT.
005680
005690 4100-LEER-MOVIMIENTO.
005700     READ PUNTOSMOV
005710         AT END
005720             MOVE 'S' TO WS-SW-EOF-MOVIMIENTOS
005730     END-READ.
005740
005750 4100-EXIT.
005760     EXIT.
005770
005780 4200-SUMAR-MOVIMIENTO.
005790     MOVE PM-FECHA TO WS-FECHA-LEIDA
005800     IF WS-FL-PERIODO NOT = WS-PERIODO-NUM
005810        OR PM-ES-ARRASTRE
005820         GO TO 4200-SIGUE
005830     END-IF
005840
005850     ADD 1 TO WS-CONT-MOVIMIENTOS
005860     MOVE PM-ID-CLIENTE TO WS-CLIENTE-BUSCADO
005870     PERFORM 7000-SUCURSAL-CLIENTE THRU 7000-EXIT
005880     MOVE WS-SUCURSAL-CLIENTE TO WS-SUCURSAL-BUSCADA
005890     PERFORM 6000-UBICAR-SUCURSAL THRU 6000-EXIT
005900
005910     EVALUATE PM-TIPO
005920         WHEN 'C'
005930         WHEN 'B'
005935         WHEN 'F'
005940             ADD PM-PUNTOS TO WS-SUC-ACREDITADOS (WS-SUC-POS)
005950         WHEN 'D'
005960         WHEN 'E'
005970             ADD PM-PUNTOS TO WS-SUC-REVERTIDOS  (WS-SUC-POS)
005980         WHEN 'R'
005990             ADD PM-PUNTOS TO WS-SUC-CANJEADOS   (WS-SUC-POS)
006000         WHEN 'X'
006010             ADD PM-PUNTOS TO WS-SUC-ANULADOS    (WS-SUC-POS)
006020         WHEN 'V'
006030             ADD PM-PUNTOS TO WS-SUC-VENCIDOS    (WS-SUC-POS)
006040     END-EVALUATE
006050     .
006060
006070 4200-SIGUE.
006080     PERFORM 4100-LEER-MOVIMIENTO THRU 4100-EXIT.
006090
006100 4200-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------------
006140*    5000-GRABAR-FOTO - COPIA LA HISTORIA SIN LAS FILAS QUE YA
006150*    HUBIERA DEL MES Y AGREGA UNA FILA POR SUCURSAL
006160*----------------------------------------------------------------
006170 5000-GRABAR-FOTO.
006180     OPEN OUTPUT KPIMENSUALNVO
006190
006200     OPEN INPUT KPIMENSUAL
006210     IF WS-FS-KPIMENSUAL = '00'
006220         PERFORM 5100-LEER-HISTORIA THRU 5100-EXIT
006230         PERFORM 5200-COPIAR-HISTORIA THRU 5200-EXIT
006240             UNTIL EOF-KPI
006250         CLOSE KPIMENSUAL
006260     END-IF
006270
006280     PERFORM 5300-GRABAR-SUCURSAL THRU 5300-EXIT
006290         VARYING WS-SUC-IDX FROM 1 BY 1
006300         UNTIL WS-SUC-IDX > WS-SUC-CANT
006310
006320     CLOSE KPIMENSUALNVO
006330
006340     CALL 'CBL_COPY_FILE' USING WS-NOMBRE-KPI-NVO
006350                                WS-NOMBRE-KPI
006360         RETURNING WS-RC-COPIA
006370     IF WS-RC-COPIA NOT = 0
006380         DISPLAY 'NO SE PUDO REEMPLAZAR KPIMENSUAL.DAT - '
006390                 'REVISAR kpimensual.new'
006400         MOVE 8 TO RETURN-CODE
006410     END-IF.
006420
006430 5000-EXIT.
006440     EXIT.
006450
006460 5100-LEER-HISTORIA.
006470     READ KPIMENSUAL
006480         AT END
006490             MOVE 'S' TO WS-SW-EOF-KPI
006500     END-READ.
006510
006520 5100-EXIT.
006530     EXIT.
006540
006550 5200-COPIAR-HISTORIA.
006560     IF KM-PERIODO-NUM = WS-PERIODO-NUM
006570         ADD 1 TO WS-CONT-REEMPLAZADAS
006580     ELSE
006590         WRITE KN-LINEA FROM KM-REC
006600     END-IF
006610
006620     PERFORM 5100-LEER-HISTORIA THRU 5100-EXIT.
006630
006640 5200-EXIT.
006650     EXIT.
006660
006670*----------------------------------------------------------------
006680*    5300-GRABAR-SUCURSAL - ARMA LA FILA DEL MES DE UNA SUCURSAL
006690*    CON SU REGION ACTUAL DEL MAESTRO SUCURSALES
006700*----------------------------------------------------------------
006710 5300-GRABAR-SUCURSAL.
006720     INITIALIZE KM-REC
006730     MOVE WS-PERIODO-NUM             TO KM-PERIODO-NUM
006740     MOVE WS-SUC-NUMERO (WS-SUC-IDX) TO KM-SUCURSAL
006750     MOVE 'SIN REGION'               TO KM-REGION
006760
006770     IF SUCURSALES-DISPONIBLE
006780         MOVE WS-SUC-NUMERO (WS-SUC-IDX) TO SU-NUMERO
006790         READ SUCURSALES
006800             INVALID KEY
006810                 CONTINUE
006820             NOT INVALID KEY
006830                 MOVE SU-REGION TO KM-REGION
006840         END-READ
006850     END-IF
006860
006870     MOVE WS-SUC-ACTIVOS     (WS-SUC-IDX) TO KM-CLI-ACTIVOS
006880     MOVE WS-SUC-INACTIVOS   (WS-SUC-IDX) TO KM-CLI-INACTIVOS
006890     MOVE WS-SUC-CERRADOS    (WS-SUC-IDX) TO KM-CLI-CERRADOS
006900     MOVE WS-SUC-DORMIDOS    (WS-SUC-IDX) TO KM-CLI-DORMIDOS
006910     MOVE WS-SUC-ALTAS       (WS-SUC-IDX) TO KM-ALTAS
006920     MOVE WS-SUC-PASES-DORM  (WS-SUC-IDX) TO KM-PASES-DORMIDO
006930     MOVE WS-SUC-TRAS-ENTRA  (WS-SUC-IDX) TO KM-TRASLADOS-ENTRA
006940     MOVE WS-SUC-TRAS-SALE   (WS-SUC-IDX) TO KM-TRASLADOS-SALE
006950     MOVE WS-SUC-ACREDITADOS (WS-SUC-IDX)
006960         TO KM-PUNTOS-ACREDITADOS
006970     MOVE WS-SUC-REVERTIDOS  (WS-SUC-IDX)
006980         TO KM-PUNTOS-REVERTIDOS
006990     MOVE WS-SUC-CANJEADOS   (WS-SUC-IDX)
007000         TO KM-PUNTOS-CANJEADOS
007010     MOVE WS-SUC-ANULADOS    (WS-SUC-IDX) TO KM-PUNTOS-ANULADOS
007020     MOVE WS-SUC-VENCIDOS    (WS-SUC-IDX) TO KM-PUNTOS-VENCIDOS
007030
007040     IF WS-SUC-ACTIVOS (WS-SUC-IDX) > ZERO
007050        AND WS-SUC-SALARIO (WS-SUC-IDX) > ZERO
007060         COMPUTE KM-SALARIO-PROMEDIO ROUNDED =
007070             WS-SUC-SALARIO (WS-SUC-IDX)
007080           / WS-SUC-ACTIVOS (WS-SUC-IDX)
007090     END-IF
007100
007110     MOVE WS-FECHA-SISTEMA TO KM-FECHA-FOTO
007120
007130     WRITE KN-LINEA FROM KM-REC
007140     ADD 1 TO WS-CONT-GRABADAS.
007150
007160 5300-EXIT.
007170     EXIT.
007180
007190*----------------------------------------------------------------
007200*    6000-UBICAR-SUCURSAL - POSICION DE WS-SUCURSAL-BUSCADA EN
007210*    LA TABLA; UNA SUCURSAL NUEVA SE INSERTA EN SU LUGAR PARA
007220*    QUE LA FOTO SALGA EN ORDEN DE SUCURSAL
007230*----------------------------------------------------------------
007240 6000-UBICAR-SUCURSAL.
007250     MOVE 'N' TO WS-SW-POS-HALLADA
007260     MOVE 1   TO WS-SUC-POS
007270
007280     PERFORM 6010-AVANZAR-SUCURSAL THRU 6010-EXIT
007290         UNTIL POS-HALLADA
007300            OR WS-SUC-POS > WS-SUC-CANT
007310
007320     IF POS-HALLADA
007330         IF WS-SUC-NUMERO (WS-SUC-POS) = WS-SUCURSAL-BUSCADA
007340             GO TO 6000-EXIT
007350         END-IF
007360     END-IF
007370
007380     IF WS-SUC-CANT NOT < WS-SUC-MAXIMO
007390         DISPLAY 'TABLA DE SUCURSALES LLENA - '
007400                 'AUMENTAR WS-SUC-MAXIMO'
007410         MOVE 8 TO RETURN-CODE
007420         STOP RUN
007430     END-IF
007440
007450     MOVE WS-SUC-CANT TO WS-SUC-DESDE
007460     PERFORM 6020-CORRER-SUCURSAL THRU 6020-EXIT
007470         UNTIL WS-SUC-DESDE < WS-SUC-POS
007480     ADD 1 TO WS-SUC-CANT
007490
007500     INITIALIZE WS-SUC-ENT (WS-SUC-POS)
007510     MOVE WS-SUCURSAL-BUSCADA TO WS-SUC-NUMERO (WS-SUC-POS).
007520
007530 6000-EXIT.
007540     EXIT.
007550
007560 6010-AVANZAR-SUCURSAL.
007570     IF WS-SUC-NUMERO (WS-SUC-POS) NOT < WS-SUCURSAL-BUSCADA
007580         MOVE 'S' TO WS-SW-POS-HALLADA
007590     ELSE
007600         ADD 1 TO WS-SUC-POS
007610     END-IF.
007620
007630 6010-EXIT.
007640     EXIT.
007650
007660 6020-CORRER-SUCURSAL.
007670     MOVE WS-SUC-ENT (WS-SUC-DESDE)
007680       TO WS-SUC-ENT (WS-SUC-DESDE + 1)
007690     SUBTRACT 1 FROM WS-SUC-DESDE.
007700
007710 6020-EXIT.
007720     EXIT.
007730
007740*----------------------------------------------------------------
007750*    7000-SUCURSAL-CLIENTE - SUCURSAL ACTUAL DEL CLIENTE EN EL
007760*    MAESTRO; UN CLIENTE YA PURGADO SE BUSCA EN EL HISTORICO Y,
007770*    SI TAMPOCO ESTA, QUEDA EN LA SUCURSAL CERO
007780*----------------------------------------------------------------
007790 7000-SUCURSAL-CLIENTE.
007800     IF WS-CLIENTE-BUSCADO = WS-ULT-CLIENTE
007810        AND WS-ULT-CLIENTE NOT = ZERO
007820         GO TO 7000-EXIT
007830     END-IF
007840
007850     MOVE WS-CLIENTE-BUSCADO TO WS-ULT-CLIENTE
007860     MOVE ZERO               TO WS-SUCURSAL-CLIENTE
007870     MOVE WS-CLIENTE-BUSCADO TO CR-ID-CLIENTE
007880
007890     READ CLIENTES
007900         INVALID KEY
007910             PERFORM 7010-SUCURSAL-HISTORICO THRU 7010-EXIT
007920         NOT INVALID KEY
007930             MOVE CR-SUCURSAL TO WS-SUCURSAL-CLIENTE
007940     END-READ.
007950
007960 7000-EXIT.
007970     EXIT.
007980
007990 7010-SUCURSAL-HISTORICO.
008000     IF HISTORICO-NO-DISPONIBLE
008010         ADD 1 TO WS-CONT-SIN-CLIENTE
008020         GO TO 7010-EXIT
008030     END-IF
008040
008050     MOVE WS-CLIENTE-BUSCADO TO CH-ID-CLIENTE
008060     READ CLIENTESHIST
008070         INVALID KEY
008080             ADD 1 TO WS-CONT-SIN-CLIENTE
008090         NOT INVALID KEY
008100             MOVE CH-SUCURSAL TO WS-SUCURSAL-CLIENTE
008110     END-READ.
008120
008130 7010-EXIT.
008140     EXIT.
008150
008160*----------------------------------------------------------------
008170*    7100-CONVERTIR-SUCURSAL - NUMERO DE SUCURSAL ESCRITO CON
008180*    BLANCOS A IZQUIERDA EN WS-TEXTO-SUCURSAL
008190*----------------------------------------------------------------
008200 7100-CONVERTIR-SUCURSAL.
008210     MOVE ZERO TO WS-PS-NUMERO
008220
008230     PERFORM 7110-CONVERTIR-CARACTER THRU 7110-EXIT
008240         VARYING WS-PS-IDX FROM 1 BY 1
008250         UNTIL WS-PS-IDX > 5.
008260
008270 7100-EXIT.
008280     EXIT.
008290
008300 7110-CONVERTIR-CARACTER.
008310     MOVE WS-TEXTO-SUCURSAL (WS-PS-IDX:1) TO WS-PS-CH
008320
008330     IF WS-PS-CH >= '0' AND WS-PS-CH <= '9'
008340         MOVE WS-PS-CH TO WS-PS-DIGITO
008350         COMPUTE WS-PS-NUMERO = WS-PS-NUMERO * 10 + WS-PS-DIGITO
008360     END-IF.
008370
008380 7110-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------------
008420*    8000-FINALIZAR - RESUMEN Y CIERRE
008430*----------------------------------------------------------------
008440 8000-FINALIZAR.
008450     IF HAY-FOTO
008460         DISPLAY 'CLIENTES LEIDOS:              ' WS-CONT-CLIENTES
008470         DISPLAY 'EVENTOS DEL MES:              ' WS-CONT-EVENTOS
008480         DISPLAY 'MOVIMIENTOS DEL MES:          '
008490                 WS-CONT-MOVIMIENTOS
008500         DISPLAY 'MOVIMIENTOS/EVENTOS SIN CLIENTE: '
008510                 WS-CONT-SIN-CLIENTE
008520         DISPLAY 'FILAS DEL MES REEMPLAZADAS:   '
008530                 WS-CONT-REEMPLAZADAS
008540         DISPLAY 'SUCURSALES GRABADAS:          '
008550                 WS-CONT-GRABADAS
008560
008570         CLOSE CLIENTES
008580         IF HISTORICO-DISPONIBLE
008590             CLOSE CLIENTESHIST
008600         END-IF
008610         IF SUCURSALES-DISPONIBLE
008620             CLOSE SUCURSALES
008630         END-IF
008640     END-IF
008650
008660     PERFORM 9000-GRABAR-ULT-CORRIDA THRU 9000-EXIT
008670     PERFORM 9200-MARCAR-FIN THRU 9200-EXIT.
008680
008690 8000-EXIT.
008700     EXIT.
008710
008720*----------------------------------------------------------------
008730*    1500-TOMAR-FECHA-PROCESO - LA FECHA DE NEGOCIO SE TOMA DEL
008740*    CONTROL CENTRAL PROCESOFECHA.CTL (AVANZADO POR
008750*    CLIENTES-CIERRE); SI NO EXISTE SE SIGUE CON LA FECHA DEL
008760*    SISTEMA YA CARGADA
008770*----------------------------------------------------------------
008780 1500-TOMAR-FECHA-PROCESO.
008790     OPEN INPUT PROCFECHA
008800     IF WS-FS-PROCFECHA = '00'
008810         READ PROCFECHA
008820             NOT AT END
008830                 MOVE PF-FECHA TO WS-FECHA-SISTEMA
008840         END-READ
008850         CLOSE PROCFECHA
008860     ELSE
008870         DISPLAY 'SIN PROCESOFECHA.CTL - SE USA LA FECHA '
008880                 'DEL SISTEMA'
008890     END-IF.
008900
008910 1500-EXIT.
008920     EXIT.
008930
008940*----------------------------------------------------------------
008950*    1600-CONTROL-REPROCESO - RECHAZA UNA SEGUNDA CORRIDA PARA
008960*    UNA FECHA DE NEGOCIO YA COMPLETADA, SALVO AUTORIZACION
008970*    EXPLICITA DEL OPERADOR (RERUNOK.CTL CON LA MISMA FECHA)
008980*----------------------------------------------------------------
008990 1600-CONTROL-REPROCESO.
009000     OPEN INPUT ULTCORRIDA
009010     IF WS-FS-ULTCORRIDA = '00'
009020         READ ULTCORRIDA
009030             NOT AT END
009040                 MOVE UC-FECHA TO WS-ULT-FECHA
009050         END-READ
009060         CLOSE ULTCORRIDA
009070     END-IF
009080
009090     IF WS-ULT-FECHA NOT = WS-FECHA-SISTEMA
009100         GO TO 1600-EXIT
009110     END-IF
009120
009130     OPEN INPUT RERUNOK
009140     IF WS-FS-RERUNOK = '00'
009150         READ RERUNOK
009160             NOT AT END
009170                 MOVE RK-FECHA TO WS-RERUN-FECHA
009180         END-READ
009190         CLOSE RERUNOK
009200     END-IF
009210
009220     IF WS-RERUN-FECHA = WS-FECHA-SISTEMA
009230         DISPLAY 'CLIENTES-KPIMES - REPROCESO AUTORIZADO '
009240                 'PARA ' WS-FECHA-SISTEMA
009250     ELSE
009260         DISPLAY 'CLIENTES-KPIMES YA CORRIO PARA LA FECHA '
009270                 WS-FECHA-SISTEMA
009280         DISPLAY 'EL REPROCESO REQUIERE RERUNOK.CTL CON LA '
009290                 'MISMA FECHA DE NEGOCIO'
009300         MOVE 8 TO RETURN-CODE
009310         STOP RUN
009320     END-IF.
009330
009340 1600-EXIT.
009350     EXIT.
009360
009370*----------------------------------------------------------------
009380*    9000-GRABAR-ULT-CORRIDA - DEJA ASENTADA LA FECHA DE NEGOCIO
009390*    COMPLETADA POR ESTA CORRIDA
009400*----------------------------------------------------------------
009410 9000-GRABAR-ULT-CORRIDA.
009420     OPEN OUTPUT ULTCORRIDA
009430     MOVE WS-FECHA-SISTEMA TO UC-FECHA
009440     WRITE UC-FECHA
009450     CLOSE ULTCORRIDA.
009460
009470 9000-EXIT.
009480     EXIT.
009490
009500*----------------------------------------------------------------
009510*    9100-MARCAR-INICIO - ESTAMPA EL ARRANQUE DEL PASO EN EL
009520*    CONTROL DE ESTADO DEL CICLO NOCTURNO (CICLOSTATUS)
009530*----------------------------------------------------------------
009540 9100-MARCAR-INICIO.
009550     MOVE 'I'  TO CS-EVENTO
009560     MOVE ZERO TO CS-RETORNO
009570     MOVE ZERO TO CS-LEIDOS
009580     MOVE ZERO TO CS-GRABADOS
009590     MOVE ZERO TO CS-RECHAZADOS
009600     PERFORM 9300-GRABAR-CICLOSTATUS THRU 9300-EXIT.
009610
009620 9100-EXIT.
009630     EXIT.
009640
009650*----------------------------------------------------------------
009660*    9200-MARCAR-FIN - ESTAMPA EL FIN DEL PASO CON SU CODIGO DE
009670*    RETORNO Y SUS CONTADORES EN CICLOSTATUS
009680*----------------------------------------------------------------
009690 9200-MARCAR-FIN.
009700     MOVE 'F'         TO CS-EVENTO
009710     MOVE RETURN-CODE TO CS-RETORNO
009720     MOVE WS-CONT-CLIENTES    TO CS-LEIDOS
009730     MOVE WS-CONT-GRABADAS    TO CS-GRABADOS
009740     MOVE WS-CONT-SIN-CLIENTE TO CS-RECHAZADOS
009750     PERFORM 9300-GRABAR-CICLOSTATUS THRU 9300-EXIT.
009760
009770 9200-EXIT.
009780     EXIT.
009790
009800*----------------------------------------------------------------
009810*    9300-GRABAR-CICLOSTATUS - COMPLETA LOS DATOS COMUNES Y
009820*    AGREGA LA FILA AL CONTROL COMPARTIDO DEL CICLO
009830*----------------------------------------------------------------
009840 9300-GRABAR-CICLOSTATUS.
009850     ACCEPT WS-HORA-CICLO FROM TIME
009860     MOVE WS-FECHA-SISTEMA TO CS-FECHA
009870     MOVE 'CLIENTES-KPIMES' TO CS-PROGRAMA
009880     MOVE WS-HORA-CICLO TO CS-HORA
009890
009900     OPEN EXTEND CICLOSTATUS
009910     IF WS-FS-CICLOSTATUS NOT = '00'
009920         OPEN OUTPUT CICLOSTATUS
009930     END-IF
009940
009950     WRITE CS-REC
009960
009970     CLOSE CICLOSTATUS.
009980
009990 9300-EXIT.
010000     EXIT.

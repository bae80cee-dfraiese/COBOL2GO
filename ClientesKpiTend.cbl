000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CLIENTES-KPITEND.
000030 AUTHOR.         EQUIPO DE SISTEMAS - CUENTAS.
000040 INSTALLATION.   BANCO - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*----------------------------------------------------------------
000080*    CLIENTES-KPITEND IMPRIME EN KPITENDENCIA.TXT LA TENDENCIA
000090*    DE LOS ULTIMOS 12 MESES A PARTIR DE LA FOTO MENSUAL
000100*    KPIMENSUAL.DAT QUE GRABA CLIENTES-KPIMES: UN BLOQUE POR
000110*    SUCURSAL Y UN BLOQUE POR SU-REGION CON UNA LINEA POR MES
000120*    (ACTIVOS, ALTAS, PASES A DORMIDO, TRASLADOS, PUNTOS
000130*    ACREDITADOS / CANJEADOS / VENCIDOS, SALARIO PROMEDIO) Y LA
000140*    VARIACION CONTRA EL MES ANTERIOR DE LOS ACTIVOS Y DE LA
000150*    ACTIVIDAD DE PUNTOS (ACREDITADOS MAS CANJEADOS). UN MES
000160*    CUYA CAIDA SUPERA EL PORCENTAJE DEL PARAMETRO SE MARCA, Y
000170*    AL FINAL SE LISTAN LAS SUCURSALES QUE CAYERON EN EL ULTIMO
000180*    MES DEL INFORME.
000190*    KPITEND.CTL LLEVA EL ULTIMO MES A INFORMAR (AAAAMM, CERO =
000200*    EL MAS RECIENTE DE LA FOTO) Y EL PORCENTAJE DE CAIDA
000210*    (9(3)); SIN EL ARCHIVO SE INFORMA EL MES MAS RECIENTE CON
000220*    EL PORCENTAJE POR DEFECTO. LA REGION DE CADA MES ES LA QUE
000230*    TENIA LA SUCURSAL AL TOMARSE LA FOTO. SE CORRE A PEDIDO,
000240*    FUERA DE LA CADENA, COMO CLIENTES-RPTSUC.
000250*
000260*    HISTORIAL DE MODIFICACIONES
000270*    FECHA       INIC.  DESCRIPCION
000280*    ----------  -----  ---------------------------------------
000290*    2026-10-15  DLF    VERSION ORIGINAL.
000300*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT KPIMENSUAL
000360         ASSIGN TO "kpimensual.dat"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-KPIMENSUAL.
000390
000400     SELECT KPITENDCTL
000410         ASSIGN TO "kpitend.ctl"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FS-KPITENDCTL.
000440
000450     SELECT SUCURSALES
000460         ASSIGN TO "sucursales.dat"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS SU-NUMERO
000500         FILE STATUS IS WS-FS-SUCURSALES.
000510
000520     SELECT KPITENDRPT
000530         ASSIGN TO "kpitendencia.txt"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-KPITENDRPT.
000560
000570     SELECT SORTKPI
000580         ASSIGN TO "kpitend.srt".
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  KPIMENSUAL
000630     RECORD CONTAINS 160 CHARACTERS.
000640 01  KI-LINEA                   PIC X(160).
000650
000660 FD  KPITENDCTL
000670     RECORD CONTAINS 9 CHARACTERS.
000680 01  KT-REC.
000690     05  KT-PERIODO             PIC 9(06).
000700     05  KT-PORCENTAJE          PIC 9(03).
000710
000720 FD  SUCURSALES.
000730 COPY SUCREC.
000740
000750 FD  KPITENDRPT
000760     RECORD CONTAINS 132 CHARACTERS.
000770 01  TR-LINEA                   PIC X(132).
000780
000790 SD  SORTKPI.
000800 01  SK-REC.
000810     05  SK-PERIODO             PIC 9(06).
000820     05  SK-SUCURSAL            PIC 9(05).
000830     05  FILLER                 PIC X(149).
000840
000850 WORKING-STORAGE SECTION.
000860 01  WS-FILE-STATUSES.
000870     05  WS-FS-KPIMENSUAL       PIC X(02).
000880     05  WS-FS-KPITENDCTL       PIC X(02).
000890     05  WS-FS-SUCURSALES       PIC X(02).
000900     05  WS-FS-KPITENDRPT       PIC X(02).
000910
000920 01  WS-SWITCHES.
000930     05  WS-SW-EOF-KPI          PIC X(01)   VALUE 'N'.
000940         88  EOF-KPI                        VALUE 'S'.
000950     05  WS-SW-EOF-SORT         PIC X(01)   VALUE 'N'.
000960         88  EOF-SORT                       VALUE 'S'.
000970     05  WS-SW-SUC-DISPONIBLE   PIC X(01)   VALUE 'N'.
000980         88  SUCURSALES-DISPONIBLE          VALUE 'S'.
000990         88  SUCURSALES-NO-DISPONIBLE       VALUE 'N'.
001000     05  WS-SW-PRIMERA-VEZ      PIC X(01)   VALUE 'S'.
001010         88  ES-PRIMERA-VEZ                 VALUE 'S'.
001020         88  NO-ES-PRIMERA-VEZ              VALUE 'N'.
001030     05  WS-SW-REG-HALLADA      PIC X(01)   VALUE 'N'.
001040         88  REGION-HALLADA                 VALUE 'S'.
001050         88  REGION-NO-HALLADA              VALUE 'N'.
001060     05  WS-SW-CAIDA            PIC X(01)   VALUE 'N'.
001070         88  HAY-CAIDA                      VALUE 'S'.
001080         88  NO-HAY-CAIDA                   VALUE 'N'.
001090
001100*    FILA DE LA FOTO EN PROCESO
001110 COPY KPIMES.
001120
001130 77  WS-PORCENTAJE-CAIDA        PIC 9(03)   VALUE 10.
001140 77  WS-PERIODO-FIN             PIC 9(06)   VALUE ZERO.
001150 77  WS-LIMITE-CAIDA            PIC S9(05)V9(01).
001160
001170*    LOS MESES SE NUMERAN AAAA * 12 + MM - 1; LA VENTANA TIENE
001180*    13 MESES: EL PRIMERO SOLO SIRVE DE BASE PARA LA VARIACION
001190*    DEL PRIMER MES INFORMADO
001200 77  WS-MES-FIN                 PIC 9(06)   VALUE ZERO.
001210 77  WS-MES-INICIO              PIC 9(06)   VALUE ZERO.
001220 77  WS-MES-NUMERO              PIC 9(06)   VALUE ZERO.
001230 77  WS-MES-RESTO               PIC 9(02)   VALUE ZERO.
001240 77  WS-MES-IDX                 PIC 9(04)   COMP.
001250 77  WS-MES-MAXIMO              PIC 9(04)   COMP    VALUE 13.
001260
001270*    LOS 13 MESES DE LA SUCURSAL EN CURSO
001280 01  WS-TABLA-MESES-SUC.
001290     05  WS-SM-MES              OCCURS 13 TIMES.
001300         10  WS-SM-HAY          PIC X(01).
001310         10  WS-SM-ACTIVOS      PIC 9(07).
001320         10  WS-SM-ALTAS        PIC 9(07).
001330         10  WS-SM-DORMIDOS     PIC 9(07).
001340         10  WS-SM-TRAS-ENTRA   PIC 9(07).
001350         10  WS-SM-TRAS-SALE    PIC 9(07).
001360         10  WS-SM-ACREDITADOS  PIC 9(11).
001370         10  WS-SM-CANJEADOS    PIC 9(11).
001380         10  WS-SM-VENCIDOS     PIC 9(11).
001390         10  WS-SM-SALARIO      PIC 9(09)V9(02).
001400
001410 77  WS-CONTROL-SUCURSAL        PIC 9(05)   VALUE ZERO.
001420 01  WS-REGION-SUCURSAL         PIC X(15).
001430 01  WS-NOMBRE-SUCURSAL         PIC X(30).
001440
001450*    CONSOLIDADO POR REGION Y MES; EL SALARIO PROMEDIO DE LA
001460*    REGION SE PONDERA POR LOS ACTIVOS DE CADA SUCURSAL
001470 01  WS-TABLA-REGIONES.
001480     05  WS-REG-CANT            PIC 9(04)   COMP    VALUE ZERO.
001490     05  WS-REG-MAXIMO          PIC 9(04)   COMP    VALUE 50.
001500     05  WS-REG-ENT             OCCURS 50 TIMES.
001510         10  WS-REG-NOMBRE      PIC X(15).
001520         10  WS-RM-MES          OCCURS 13 TIMES.
001530             15  WS-RM-HAY          PIC X(01).
001540             15  WS-RM-ACTIVOS      PIC 9(07).
001550             15  WS-RM-ALTAS        PIC 9(07).
001560             15  WS-RM-DORMIDOS     PIC 9(07).
001570             15  WS-RM-TRAS-ENTRA   PIC 9(07).
001580             15  WS-RM-TRAS-SALE    PIC 9(07).
001590             15  WS-RM-ACREDITADOS  PIC 9(11).
001600             15  WS-RM-CANJEADOS    PIC 9(11).
001610             15  WS-RM-VENCIDOS     PIC 9(11).
001620             15  WS-RM-SALARIO      PIC 9(09)V9(02).
001630         10  WS-RM-SALARIO-TOTAL
001640                                PIC S9(15)V9(02) COMP-3
001650                                OCCURS 13 TIMES.
001660
001670 77  WS-REG-IDX                 PIC 9(04)   COMP.
001680 77  WS-REG-USADA               PIC 9(04)   COMP.
001690
001700*    MES A IMPRIMIR Y MES ANTERIOR, CON EL MISMO TRAZADO QUE
001710*    LAS ENTRADAS DE LAS TABLAS
001720 01  WS-MES-ACTUAL.
001730     05  WS-AC-HAY              PIC X(01).
001740     05  WS-AC-ACTIVOS          PIC 9(07).
001750     05  WS-AC-ALTAS            PIC 9(07).
001760     05  WS-AC-DORMIDOS         PIC 9(07).
001770     05  WS-AC-TRAS-ENTRA       PIC 9(07).
001780     05  WS-AC-TRAS-SALE        PIC 9(07).
001790     05  WS-AC-ACREDITADOS      PIC 9(11).
001800     05  WS-AC-CANJEADOS        PIC 9(11).
001810     05  WS-AC-VENCIDOS         PIC 9(11).
001820     05  WS-AC-SALARIO          PIC 9(09)V9(02).
001830
001840 01  WS-MES-ANTERIOR.
001850     05  WS-AN-HAY              PIC X(01).
001860     05  WS-AN-ACTIVOS          PIC 9(07).
001870     05  WS-AN-ALTAS            PIC 9(07).
001880     05  WS-AN-DORMIDOS         PIC 9(07).
001890     05  WS-AN-TRAS-ENTRA       PIC 9(07).
001900     05  WS-AN-TRAS-SALE        PIC 9(07).
001910     05  WS-AN-ACREDITADOS      PIC 9(11).
001920     05  WS-AN-CANJEADOS        PIC 9(11).
001930     05  WS-AN-VENCIDOS         PIC 9(11).
001940     05  WS-AN-SALARIO          PIC 9(09)V9(02).
001950
001960*    VARIACION PORCENTUAL CONTRA EL MES ANTERIOR
001970 77  WS-VAR-ANTERIOR            PIC 9(12).
001980 77  WS-VAR-ACTUAL              PIC 9(12).
001990 77  WS-VAR-PCT                 PIC S9(05)V9(01).
002000 01  WS-VAR-EDITADA             PIC -(5)9.9.
002010 01  WS-VAR-TEXTO               PIC X(08).
002020 77  WS-CAIDA-ACTIVOS           PIC X(01).
002030 77  WS-CAIDA-PUNTOS            PIC X(01).
002040
002050*    SUCURSALES CON CAIDA EN EL ULTIMO MES DEL INFORME
002060 01  WS-TABLA-ALERTAS.
002070     05  WS-ALE-CANT            PIC 9(04)   COMP    VALUE ZERO.
002080     05  WS-ALE-MAXIMO          PIC 9(04)   COMP    VALUE 500.
002090     05  WS-ALE-ENT             OCCURS 500 TIMES.
002100         10  WS-ALE-SUCURSAL    PIC 9(05).
002110         10  WS-ALE-NOMBRE      PIC X(30).
002120         10  WS-ALE-VAR-ACT     PIC X(08).
002130         10  WS-ALE-VAR-PTS     PIC X(08).
002140         10  WS-ALE-MARCA       PIC X(09).
002150
002160 77  WS-ALE-IDX                 PIC 9(04)   COMP.
002170
002180 77  WS-CONT-FILAS              PIC 9(07)   COMP    VALUE ZERO.
002190 77  WS-CONT-SUCURSALES         PIC 9(05)   COMP    VALUE ZERO.
002200
002210 01  WS-LINEA-BLANCO            PIC X(132)  VALUE SPACES.
002220
002230 01  WS-LINEA-TITULO.
002240     05  FILLER                 PIC X(48)   VALUE
002250         'TENDENCIA DE 12 MESES POR SUCURSAL Y REGION - '.
002260     05  FILLER                 PIC X(06)   VALUE 'HASTA '.
002270     05  WS-TI-ANIO             PIC 9(04).
002280     05  FILLER                 PIC X(01)   VALUE '-'.
002290     05  WS-TI-MES              PIC 9(02).
002300     05  FILLER                 PIC X(22)   VALUE
002310         '   CAIDA A MARCAR: > '.
002320     05  WS-TI-PORCENTAJE       PIC ZZ9.
002330     05  FILLER                 PIC X(01)   VALUE '%'.
002340     05  FILLER                 PIC X(45)   VALUE SPACES.
002350
002360 01  WS-LINEA-SUCURSAL.
002370     05  FILLER                 PIC X(09)   VALUE 'SUCURSAL '.
002380     05  WS-LS-NUMERO           PIC 9(05).
002390     05  FILLER                 PIC X(02)   VALUE SPACES.
002400     05  WS-LS-NOMBRE           PIC X(30).
002410     05  FILLER                 PIC X(10)   VALUE '  REGION '.
002420     05  WS-LS-REGION           PIC X(15).
002430     05  FILLER                 PIC X(61)   VALUE SPACES.
002440
002450 01  WS-LINEA-REGION.
002460     05  FILLER                 PIC X(09)   VALUE 'REGION   '.
002470     05  WS-LR-REGION           PIC X(15).
002480     05  FILLER                 PIC X(108)  VALUE SPACES.
002490
002500 01  WS-LINEA-ENCABEZADO.
002510     05  FILLER                 PIC X(02)   VALUE SPACES.
002520     05  FILLER                 PIC X(07)   VALUE 'PERIODO'.
002530     05  FILLER                 PIC X(02)   VALUE SPACES.
002540     05  FILLER                 PIC X(07)   VALUE 'ACTIVOS'.
002550     05  FILLER                 PIC X(01)   VALUE SPACE.
002560     05  FILLER                 PIC X(08)   VALUE '  VAR. %'.
002570     05  FILLER                 PIC X(01)   VALUE SPACE.
002580     05  FILLER                 PIC X(06)   VALUE ' ALTAS'.
002590     05  FILLER                 PIC X(01)   VALUE SPACE.
002600     05  FILLER                 PIC X(06)   VALUE 'DORMID'.
002610     05  FILLER                 PIC X(01)   VALUE SPACE.
002620     05  FILLER                 PIC X(06)   VALUE 'TR.ENT'.
002630     05  FILLER                 PIC X(01)   VALUE SPACE.
002640     05  FILLER                 PIC X(06)   VALUE 'TR.SAL'.
002650     05  FILLER                 PIC X(01)   VALUE SPACE.
002660     05  FILLER                 PIC X(11)   VALUE ' ACREDITADO'.
002670     05  FILLER                 PIC X(01)   VALUE SPACE.
002680     05  FILLER                 PIC X(11)   VALUE '  CANJEADOS'.
002690     05  FILLER                 PIC X(01)   VALUE SPACE.
002700     05  FILLER                 PIC X(11)   VALUE '   VENCIDOS'.
002710     05  FILLER                 PIC X(01)   VALUE SPACE.
002720     05  FILLER                 PIC X(08)   VALUE 'VAR.PTS%'.
002730     05  FILLER                 PIC X(01)   VALUE SPACE.
002740     05  FILLER                 PIC X(12)   VALUE 'SALARIO PROM'.
002750     05  FILLER                 PIC X(02)   VALUE SPACES.
002760     05  FILLER                 PIC X(09)   VALUE 'CAIDA'.
002770     05  FILLER                 PIC X(08)   VALUE SPACES.
002780
002790 01  WS-LINEA-MES.
002800     05  FILLER                 PIC X(02)   VALUE SPACES.
002810     05  WS-LM-ANIO             PIC 9(04).
002820     05  FILLER                 PIC X(01)   VALUE '-'.
002830     05  WS-LM-MES              PIC 9(02).
002840     05  FILLER                 PIC X(02)   VALUE SPACES.
002850     05  WS-LM-ACTIVOS          PIC Z(6)9.
002860     05  FILLER                 PIC X(01)   VALUE SPACE.
002870     05  WS-LM-VAR-ACT          PIC X(08).
002880     05  FILLER                 PIC X(01)   VALUE SPACE.
002890     05  WS-LM-ALTAS            PIC Z(5)9.
002900     05  FILLER                 PIC X(01)   VALUE SPACE.
002910     05  WS-LM-DORMIDOS         PIC Z(5)9.
002920     05  FILLER                 PIC X(01)   VALUE SPACE.
002930     05  WS-LM-TRAS-ENTRA       PIC Z(5)9.
002940     05  FILLER                 PIC X(01)   VALUE SPACE.
002950     05  WS-LM-TRAS-SALE        PIC Z(5)9.
002960     05  FILLER                 PIC X(01)   VALUE SPACE.
002970     05  WS-LM-ACREDITADOS      PIC Z(10)9.
002980     05  FILLER                 PIC X(01)   VALUE SPACE.
002990     05  WS-LM-CANJEADOS        PIC Z(10)9.
003000     05  FILLER                 PIC X(01)   VALUE SPACE.
003010     05  WS-LM-VENCIDOS         PIC Z(10)9.
003020     05  FILLER                 PIC X(01)   VALUE SPACE.
003030     05  WS-LM-VAR-PTS          PIC X(08).
003040     05  FILLER                 PIC X(01)   VALUE SPACE.
003050     05  WS-LM-SALARIO          PIC Z(8)9.99.
003060     05  FILLER                 PIC X(02)   VALUE SPACES.
003070     05  WS-LM-MARCA            PIC X(09).
003080     05  FILLER                 PIC X(08)   VALUE SPACES.
003090
003100 01  WS-LINEA-TITULO-ALERTAS.
003110     05  FILLER                 PIC X(48)   VALUE
003120         'SUCURSALES CON CAIDA EN EL ULTIMO MES INFORMADO'.
003130     05  FILLER                 PIC X(84)   VALUE SPACES.
003140
003150 01  WS-LINEA-ALERTA.
003160     05  FILLER                 PIC X(09)   VALUE 'SUCURSAL '.
003170     05  WS-LA-NUMERO           PIC 9(05).
003180     05  FILLER                 PIC X(02)   VALUE SPACES.
003190     05  WS-LA-NOMBRE           PIC X(30).
003200     05  FILLER                 PIC X(10)   VALUE '  ACTIVOS '.
003210     05  WS-LA-VAR-ACT          PIC X(08).
003220     05  FILLER                 PIC X(10)   VALUE '  PUNTOS  '.
003230     05  WS-LA-VAR-PTS          PIC X(08).
003240     05  FILLER                 PIC X(02)   VALUE SPACES.
003250     05  WS-LA-MARCA            PIC X(09).
003260     05  FILLER                 PIC X(39)   VALUE SPACES.
003270
003280 01  WS-LINEA-SIN-ALERTAS       PIC X(132)  VALUE
003290     '  NINGUNA SUCURSAL SUPERA EL PORCENTAJE DE CAIDA'.
003300
003310 PROCEDURE DIVISION.
003320*----------------------------------------------------------------
003330*    0000-MAINLINE
003340*----------------------------------------------------------------
003350 0000-MAINLINE.
003360     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003370
003380     SORT SORTKPI
003390         ON ASCENDING KEY SK-SUCURSAL SK-PERIODO
003400         USING KPIMENSUAL
003410         OUTPUT PROCEDURE IS 3000-IMPRIMIR-SUCURSALES
003420             THRU 3000-EXIT
003430
003440     PERFORM 4000-IMPRIMIR-REGIONES THRU 4000-EXIT
003450
003460     PERFORM 5000-IMPRIMIR-ALERTAS THRU 5000-EXIT
003470
003480     PERFORM 8000-FINALIZAR THRU 8000-EXIT
003490
003500     STOP RUN.
003510
003520*----------------------------------------------------------------
003530*    1000-INICIALIZAR - PARAMETROS, VENTANA DE MESES Y TITULO
003540*----------------------------------------------------------------
003550 1000-INICIALIZAR.
003560     PERFORM 1010-LEER-PARAMETRO THRU 1010-EXIT
003570
003580     IF WS-PERIODO-FIN = ZERO
003590         PERFORM 1100-BUSCAR-ULTIMO-MES THRU 1100-EXIT
003600     END-IF
003610
003620     IF WS-PERIODO-FIN = ZERO
003630         DISPLAY 'KPIMENSUAL.DAT VACIO O INEXISTENTE - '
003640                 'NO HAY TENDENCIA QUE INFORMAR'
003650         MOVE 8 TO RETURN-CODE
003660         STOP RUN
003670     END-IF
003680
003690     MOVE WS-PERIODO-FIN TO KM-PERIODO-NUM
003700     COMPUTE WS-MES-FIN = KM-ANIO * 12 + KM-MES - 1
003710     COMPUTE WS-MES-INICIO = WS-MES-FIN - WS-MES-MAXIMO + 1
003720     COMPUTE WS-LIMITE-CAIDA = 0 - WS-PORCENTAJE-CAIDA
003730
003740     OPEN OUTPUT KPITENDRPT
003750
003760     OPEN INPUT SUCURSALES
003770     IF WS-FS-SUCURSALES = '00'
003780         MOVE 'S' TO WS-SW-SUC-DISPONIBLE
003790     ELSE
003800         DISPLAY 'SIN MAESTRO SUCURSALES - SE INFORMA SIN '
003810                 'NOMBRE DE SUCURSAL'
003820     END-IF
003830
003840     MOVE KM-ANIO             TO WS-TI-ANIO
003850     MOVE KM-MES              TO WS-TI-MES
003860     MOVE WS-PORCENTAJE-CAIDA TO WS-TI-PORCENTAJE
003870     MOVE WS-LINEA-TITULO TO TR-LINEA
003880     WRITE TR-LINEA.
003890
003900 1000-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------------
003940*    1010-LEER-PARAMETRO - ULTIMO MES Y PORCENTAJE DE CAIDA DE
003950*    KPITEND.CTL; SIN EL ARCHIVO QUEDAN LOS VALORES POR DEFECTO
003960*----------------------------------------------------------------
003970 1010-LEER-PARAMETRO.
003980     OPEN INPUT KPITENDCTL
003990     IF WS-FS-KPITENDCTL = '00'
004000         READ KPITENDCTL
004010             NOT AT END
004020                 MOVE KT-PERIODO    TO WS-PERIODO-FIN
004030                 MOVE KT-PORCENTAJE TO WS-PORCENTAJE-CAIDA
004040         END-READ
004050         CLOSE KPITENDCTL
004060     END-IF.
004070
004080 1010-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------
004120*    1100-BUSCAR-ULTIMO-MES - MES MAS RECIENTE DE LA FOTO
004130*----------------------------------------------------------------
004140 1100-BUSCAR-ULTIMO-MES.
004150     OPEN INPUT KPIMENSUAL
004160     IF WS-FS-KPIMENSUAL NOT = '00'
004170         GO TO 1100-EXIT
004180     END-IF
004190
004200     PERFORM 1110-LEER-FOTO THRU 1110-EXIT
004210     PERFORM 1120-COMPARAR-MES THRU 1120-EXIT
004220         UNTIL EOF-KPI
004230
004240     CLOSE KPIMENSUAL.
004250
004260 1100-EXIT.
004270     EXIT.
004280
004290 1110-LEER-FOTO.
004300     READ KPIMENSUAL INTO KM-REC
004310         AT END
004320             MOVE 'S' TO WS-SW-EOF-KPI
004330     END-READ.
004340
004350 1110-EXIT.
004360     EXIT.
004370
004380 1120-COMPARAR-MES.
004390     IF KM-PERIODO-NUM > WS-PERIODO-FIN
004400         MOVE KM-PERIODO-NUM TO WS-PERIODO-FIN
004410     END-IF
004420
004430     PERFORM 1110-LEER-FOTO THRU 1110-EXIT.
004440
004450 1120-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------------
004490*    3000-IMPRIMIR-SUCURSALES - RECORRE LA FOTO EN ORDEN DE
004500*    SUCURSAL Y MES; CADA SUCURSAL JUNTA SUS 13 MESES, SE
004510*    IMPRIME EN EL QUIEBRE Y SUMA A SU REGION
004520*----------------------------------------------------------------
004530 3000-IMPRIMIR-SUCURSALES.
004540     MOVE WS-LINEA-BLANCO TO TR-LINEA
004550     WRITE TR-LINEA
004560     MOVE 'N' TO WS-SW-EOF-SORT
004570
004580     PERFORM 3100-LEER-ORDENADA THRU 3100-EXIT
004590     PERFORM 3200-TRATAR-FILA THRU 3200-EXIT
004600         UNTIL EOF-SORT
004610
004620     IF NO-ES-PRIMERA-VEZ
004630         PERFORM 3300-IMPRIMIR-SUCURSAL THRU 3300-EXIT
004640     END-IF.
004650
004660 3000-EXIT.
004670     EXIT.
004680
004690 3100-LEER-ORDENADA.
004700     RETURN SORTKPI INTO KM-REC
004710         AT END
004720             MOVE 'S' TO WS-SW-EOF-SORT
004730     END-RETURN.
004740
004750 3100-EXIT.
004760     EXIT.
004770
004780 3200-TRATAR-FILA.
004790     COMPUTE WS-MES-NUMERO = KM-ANIO * 12 + KM-MES - 1
004800     IF WS-MES-NUMERO < WS-MES-INICIO
004810        OR WS-MES-NUMERO > WS-MES-FIN
004820         GO TO 3200-SIGUE
004830     END-IF
004840
004850     IF ES-PRIMERA-VEZ
004860        OR KM-SUCURSAL NOT = WS-CONTROL-SUCURSAL
004870         IF NO-ES-PRIMERA-VEZ
004880             PERFORM 3300-IMPRIMIR-SUCURSAL THRU 3300-EXIT
004890         END-IF
004900         MOVE 'N'         TO WS-SW-PRIMERA-VEZ
004910         MOVE KM-SUCURSAL TO WS-CONTROL-SUCURSAL
004920         INITIALIZE WS-TABLA-MESES-SUC
004930     END-IF
004940
004950     ADD 1 TO WS-CONT-FILAS
004960     COMPUTE WS-MES-IDX = WS-MES-NUMERO - WS-MES-INICIO + 1
004970     MOVE KM-REGION TO WS-REGION-SUCURSAL
004980
004990     MOVE 'S'                   TO WS-SM-HAY         (WS-MES-IDX)
005000     MOVE KM-CLI-ACTIVOS        TO WS-SM-ACTIVOS     (WS-MES-IDX)
005010     MOVE KM-ALTAS              TO WS-SM-ALTAS       (WS-MES-IDX)
005020     MOVE KM-PASES-DORMIDO      TO WS-SM-DORMIDOS    (WS-MES-IDX)
005030     MOVE KM-TRASLADOS-ENTRA    TO WS-SM-TRAS-ENTRA  (WS-MES-IDX)
005040     MOVE KM-TRASLADOS-SALE     TO WS-SM-TRAS-SALE   (WS-MES-IDX)
005050     MOVE KM-PUNTOS-ACREDITADOS TO WS-SM-ACREDITADOS (WS-MES-IDX)
005060     MOVE KM-PUNTOS-CANJEADOS   TO WS-SM-CANJEADOS   (WS-MES-IDX)
005070     MOVE KM-PUNTOS-VENCIDOS    TO WS-SM-VENCIDOS    (WS-MES-IDX)
005080     MOVE KM-SALARIO-PROMEDIO   TO WS-SM-SALARIO     (WS-MES-IDX)
005090
005100     PERFORM 3500-ACUMULAR-REGION THRU 3500-EXIT
005110     .
005120
005130 3200-SIGUE.
005140     PERFORM 3100-LEER-ORDENADA THRU 3100-EXIT.
005150
005160 3200-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200*    3300-IMPRIMIR-SUCURSAL - BLOQUE DE LA SUCURSAL CON UNA
005210*    LINEA POR MES INFORMADO; LA CAIDA DEL ULTIMO MES VA A LA
005220*    LISTA DE ALERTAS
005230*----------------------------------------------------------------
005240 3300-IMPRIMIR-SUCURSAL.
005250     ADD 1 TO WS-CONT-SUCURSALES
005260     PERFORM 3310-BUSCAR-SUCURSAL THRU 3310-EXIT
005270
005280     MOVE WS-CONTROL-SUCURSAL TO WS-LS-NUMERO
005290     MOVE WS-NOMBRE-SUCURSAL  TO WS-LS-NOMBRE
005300     MOVE WS-REGION-SUCURSAL  TO WS-LS-REGION
005310     MOVE WS-LINEA-SUCURSAL TO TR-LINEA
005320     WRITE TR-LINEA
005330     MOVE WS-LINEA-ENCABEZADO TO TR-LINEA
005340     WRITE TR-LINEA
005350
005360     PERFORM 3320-MES-SUCURSAL THRU 3320-EXIT
005370         VARYING WS-MES-IDX FROM 2 BY 1
005380         UNTIL WS-MES-IDX > WS-MES-MAXIMO
005390
005400     MOVE WS-LINEA-BLANCO TO TR-LINEA
005410     WRITE TR-LINEA.
005420
005430 3300-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------------
005470*    3310-BUSCAR-SUCURSAL - NOMBRE DE LA SUCURSAL DEL QUIEBRE
005480*    DESDE EL MAESTRO SUCURSALES
005490*----------------------------------------------------------------
005500 3310-BUSCAR-SUCURSAL.
005510     MOVE 'SUCURSAL NO REGISTRADA' TO WS-NOMBRE-SUCURSAL
005520
005530     IF SUCURSALES-NO-DISPONIBLE
005540         GO TO 3310-EXIT
005550     END-IF
005560
005570     MOVE WS-CONTROL-SUCURSAL TO SU-NUMERO
005580     READ SUCURSALES
005590         INVALID KEY
005600             CONTINUE
005610         NOT INVALID KEY
005620             MOVE SU-NOMBRE TO WS-NOMBRE-SUCURSAL
005630     END-READ.
005640
005650 3310-EXIT.
005660     EXIT.
005670
005680 3320-MES-SUCURSAL.
005690     IF WS-SM-HAY (WS-MES-IDX) NOT = 'S'
005700         GO TO 3320-EXIT
005710     END-IF
005720
005730     MOVE WS-SM-MES (WS-MES-IDX)     TO WS-MES-ACTUAL
005740     MOVE WS-SM-MES (WS-MES-IDX - 1) TO WS-MES-ANTERIOR
005750     PERFORM 7000-IMPRIMIR-MES THRU 7000-EXIT
005760
005770     IF WS-MES-IDX = WS-MES-MAXIMO AND HAY-CAIDA
005780         PERFORM 3330-ANOTAR-ALERTA THRU 3330-EXIT
005790     END-IF.
005800
005810 3320-EXIT.
005820     EXIT.
005830
005840 3330-ANOTAR-ALERTA.
005850     IF WS-ALE-CANT >= WS-ALE-MAXIMO
005860         DISPLAY 'TABLA DE ALERTAS LLENA - '
005870                 'AUMENTAR WS-ALE-MAXIMO'
005880         MOVE 8 TO RETURN-CODE
005890         STOP RUN
005900     END-IF
005910
005920     ADD 1 TO WS-ALE-CANT
005930     MOVE WS-CONTROL-SUCURSAL TO WS-ALE-SUCURSAL (WS-ALE-CANT)
005940     MOVE WS-NOMBRE-SUCURSAL  TO WS-ALE-NOMBRE   (WS-ALE-CANT)
005950     MOVE WS-LM-VAR-ACT       TO WS-ALE-VAR-ACT  (WS-ALE-CANT)
005960     MOVE WS-LM-VAR-PTS       TO WS-ALE-VAR-PTS  (WS-ALE-CANT)
005970     MOVE WS-LM-MARCA         TO WS-ALE-MARCA    (WS-ALE-CANT).
005980
005990 3330-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------------
006030*    3500-ACUMULAR-REGION - SUMA LA FILA A SU REGION Y MES,
006040*    ABRIENDO LA REGION SI ES LA PRIMERA VEZ
006050*----------------------------------------------------------------
006060 3500-ACUMULAR-REGION.
006070     MOVE 'N'  TO WS-SW-REG-HALLADA
006080     MOVE ZERO TO WS-REG-USADA
006090
006100     PERFORM 3510-PROBAR-REGION THRU 3510-EXIT
006110         VARYING WS-REG-IDX FROM 1 BY 1
006120         UNTIL WS-REG-IDX > WS-REG-CANT
006130            OR REGION-HALLADA
006140
006150     IF REGION-NO-HALLADA
006160         IF WS-REG-CANT >= WS-REG-MAXIMO
006170             DISPLAY 'TABLA DE REGIONES LLENA - '
006180                     'AUMENTAR WS-REG-MAXIMO'
006190             MOVE 8 TO RETURN-CODE
006200             STOP RUN
006210         END-IF
006220         ADD 1 TO WS-REG-CANT
006230         MOVE WS-REG-CANT TO WS-REG-USADA
006240         INITIALIZE WS-REG-ENT (WS-REG-USADA)
006250         MOVE KM-REGION TO WS-REG-NOMBRE (WS-REG-USADA)
006260     END-IF
006270
006280     MOVE 'S' TO WS-RM-HAY (WS-REG-USADA, WS-MES-IDX)
006290     ADD KM-CLI-ACTIVOS
006300         TO WS-RM-ACTIVOS     (WS-REG-USADA, WS-MES-IDX)
006310     ADD KM-ALTAS
006320         TO WS-RM-ALTAS       (WS-REG-USADA, WS-MES-IDX)
006330     ADD KM-PASES-DORMIDO
006340         TO WS-RM-DORMIDOS    (WS-REG-USADA, WS-MES-IDX)
006350     ADD KM-TRASLADOS-ENTRA
006360         TO WS-RM-TRAS-ENTRA  (WS-REG-USADA, WS-MES-IDX)
006370     ADD KM-TRASLADOS-SALE
006380         TO WS-RM-TRAS-SALE   (WS-REG-USADA, WS-MES-IDX)
006390     ADD KM-PUNTOS-ACREDITADOS
006400         TO WS-RM-ACREDITADOS (WS-REG-USADA, WS-MES-IDX)
006410     ADD KM-PUNTOS-CANJEADOS
006420         TO WS-RM-CANJEADOS   (WS-REG-USADA, WS-MES-IDX)
006430     ADD KM-PUNTOS-VENCIDOS
006440         TO WS-RM-VENCIDOS    (WS-REG-USADA, WS-MES-IDX)
006450     COMPUTE WS-RM-SALARIO-TOTAL (WS-REG-USADA, WS-MES-IDX) =
006460         WS-RM-SALARIO-TOTAL (WS-REG-USADA, WS-MES-IDX)
006470       + KM-SALARIO-PROMEDIO * KM-CLI-ACTIVOS.
006480
006490 3500-EXIT.
006500     EXIT.
006510
006520 3510-PROBAR-REGION.
006530     IF WS-REG-NOMBRE (WS-REG-IDX) = KM-REGION
006540         MOVE 'S' TO WS-SW-REG-HALLADA
006550         MOVE WS-REG-IDX TO WS-REG-USADA
006560     END-IF.
006570
006580 3510-EXIT.
006590     EXIT.
006600
006610*----------------------------------------------------------------
006620*    4000-IMPRIMIR-REGIONES - UN BLOQUE POR REGION CON LOS
006630*    TOTALES DE SUS SUCURSALES MES A MES
006640*----------------------------------------------------------------
006650 4000-IMPRIMIR-REGIONES.
006660     IF WS-REG-CANT = ZERO
006670         GO TO 4000-EXIT
006680     END-IF
006690
006700     MOVE 'TENDENCIA POR REGION' TO TR-LINEA
006710     WRITE TR-LINEA
006720     MOVE WS-LINEA-BLANCO TO TR-LINEA
006730     WRITE TR-LINEA
006740
006750     PERFORM 4100-IMPRIMIR-REGION THRU 4100-EXIT
006760         VARYING WS-REG-IDX FROM 1 BY 1
006770         UNTIL WS-REG-IDX > WS-REG-CANT.
006780
006790 4000-EXIT.
006800     EXIT.
006810
006820 4100-IMPRIMIR-REGION.
006830     MOVE WS-REG-NOMBRE (WS-REG-IDX) TO WS-LR-REGION
006840     MOVE WS-LINEA-REGION TO TR-LINEA
006850     WRITE TR-LINEA
006860     MOVE WS-LINEA-ENCABEZADO TO TR-LINEA
006870     WRITE TR-LINEA
006880
006890     PERFORM 4200-PROMEDIAR-SALARIO THRU 4200-EXIT
006900         VARYING WS-MES-IDX FROM 1 BY 1
006910         UNTIL WS-MES-IDX > WS-MES-MAXIMO
006920
006930     PERFORM 4300-MES-REGION THRU 4300-EXIT
006940         VARYING WS-MES-IDX FROM 2 BY 1
006950         UNTIL WS-MES-IDX > WS-MES-MAXIMO
006960
006970     MOVE WS-LINEA-BLANCO TO TR-LINEA
006980     WRITE TR-LINEA.
006990
007000 4100-EXIT.
007010     EXIT.
007020
007030 4200-PROMEDIAR-SALARIO.
007040     IF WS-RM-ACTIVOS (WS-REG-IDX, WS-MES-IDX) > ZERO
007050        AND WS-RM-SALARIO-TOTAL (WS-REG-IDX, WS-MES-IDX) > ZERO
007060         COMPUTE WS-RM-SALARIO (WS-REG-IDX, WS-MES-IDX) ROUNDED =
007070             WS-RM-SALARIO-TOTAL (WS-REG-IDX, WS-MES-IDX)
007080           / WS-RM-ACTIVOS (WS-REG-IDX, WS-MES-IDX)
007090     END-IF.
007100
007110 4200-EXIT.
007120     EXIT.
007130
007140 4300-MES-REGION.
007150     IF WS-RM-HAY (WS-REG-IDX, WS-MES-IDX) NOT = 'S'
007160         GO TO 4300-EXIT
007170     END-IF
007180
007190     MOVE WS-RM-MES (WS-REG-IDX, WS-MES-IDX)
007200         TO WS-MES-ACTUAL
007210     MOVE WS-RM-MES (WS-REG-IDX, WS-MES-IDX - 1)
007220         TO WS-MES-ANTERIOR
007230     PERFORM 7000-IMPRIMIR-MES THRU 7000-EXIT.
007240
007250 4300-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------------
007290*    5000-IMPRIMIR-ALERTAS - SUCURSALES CUYO ULTIMO MES CAYO MAS
007300*    QUE EL PORCENTAJE DEL PARAMETRO
007310*----------------------------------------------------------------
007320 5000-IMPRIMIR-ALERTAS.
007330     MOVE WS-LINEA-TITULO-ALERTAS TO TR-LINEA
007340     WRITE TR-LINEA
007350
007360     IF WS-ALE-CANT = ZERO
007370         MOVE WS-LINEA-SIN-ALERTAS TO TR-LINEA
007380         WRITE TR-LINEA
007390         GO TO 5000-EXIT
007400     END-IF
007410
007420     PERFORM 5100-IMPRIMIR-ALERTA THRU 5100-EXIT
007430         VARYING WS-ALE-IDX FROM 1 BY 1
007440         UNTIL WS-ALE-IDX > WS-ALE-CANT.
007450
007460 5000-EXIT.
007470     EXIT.
007480
007490 5100-IMPRIMIR-ALERTA.
007500     MOVE WS-ALE-SUCURSAL (WS-ALE-IDX) TO WS-LA-NUMERO
007510     MOVE WS-ALE-NOMBRE   (WS-ALE-IDX) TO WS-LA-NOMBRE
007520     MOVE WS-ALE-VAR-ACT  (WS-ALE-IDX) TO WS-LA-VAR-ACT
007530     MOVE WS-ALE-VAR-PTS  (WS-ALE-IDX) TO WS-LA-VAR-PTS
007540     MOVE WS-ALE-MARCA    (WS-ALE-IDX) TO WS-LA-MARCA
007550     MOVE WS-LINEA-ALERTA TO TR-LINEA
007560     WRITE TR-LINEA.
007570
007580 5100-EXIT.
007590     EXIT.
007600
007610*----------------------------------------------------------------
007620*    7000-IMPRIMIR-MES - LINEA DEL MES EN WS-MES-ACTUAL CON SU
007630*    VARIACION CONTRA WS-MES-ANTERIOR Y LA MARCA DE CAIDA
007640*----------------------------------------------------------------
007650 7000-IMPRIMIR-MES.
007660     COMPUTE WS-MES-NUMERO = WS-MES-INICIO + WS-MES-IDX - 1
007670     DIVIDE WS-MES-NUMERO BY 12 GIVING WS-LM-ANIO
007680         REMAINDER WS-MES-RESTO
007690     COMPUTE WS-LM-MES = WS-MES-RESTO + 1
007700
007710     MOVE WS-AC-ACTIVOS     TO WS-LM-ACTIVOS
007720     MOVE WS-AC-ALTAS       TO WS-LM-ALTAS
007730     MOVE WS-AC-DORMIDOS    TO WS-LM-DORMIDOS
007740     MOVE WS-AC-TRAS-ENTRA  TO WS-LM-TRAS-ENTRA
007750     MOVE WS-AC-TRAS-SALE   TO WS-LM-TRAS-SALE
007760     MOVE WS-AC-ACREDITADOS TO WS-LM-ACREDITADOS
007770     MOVE WS-AC-CANJEADOS   TO WS-LM-CANJEADOS
007780     MOVE WS-AC-VENCIDOS    TO WS-LM-VENCIDOS
007790     MOVE WS-AC-SALARIO     TO WS-LM-SALARIO
007800
007810     MOVE WS-AN-ACTIVOS TO WS-VAR-ANTERIOR
007820     MOVE WS-AC-ACTIVOS TO WS-VAR-ACTUAL
007830     PERFORM 7100-CALCULAR-VARIACION THRU 7100-EXIT
007840     MOVE WS-VAR-TEXTO TO WS-LM-VAR-ACT
007850     MOVE WS-SW-CAIDA  TO WS-CAIDA-ACTIVOS
007860
007870     COMPUTE WS-VAR-ANTERIOR = WS-AN-ACREDITADOS + WS-AN-CANJEADOS
007880     COMPUTE WS-VAR-ACTUAL   = WS-AC-ACREDITADOS + WS-AC-CANJEADOS
007890     PERFORM 7100-CALCULAR-VARIACION THRU 7100-EXIT
007900     MOVE WS-VAR-TEXTO TO WS-LM-VAR-PTS
007910     MOVE WS-SW-CAIDA  TO WS-CAIDA-PUNTOS
007920
007930     MOVE SPACES TO WS-LM-MARCA
007940     MOVE 'N'    TO WS-SW-CAIDA
007950     IF WS-CAIDA-ACTIVOS = 'S' AND WS-CAIDA-PUNTOS = 'S'
007960         MOVE '*ACT+PTS' TO WS-LM-MARCA
007970         MOVE 'S' TO WS-SW-CAIDA
007980     ELSE
007990         IF WS-CAIDA-ACTIVOS = 'S'
008000             MOVE '*ACTIVOS' TO WS-LM-MARCA
008010             MOVE 'S' TO WS-SW-CAIDA
008020         END-IF
008030         IF WS-CAIDA-PUNTOS = 'S'
008040             MOVE '*PUNTOS' TO WS-LM-MARCA
008050             MOVE 'S' TO WS-SW-CAIDA
008060         END-IF
008070     END-IF
008080
008090     MOVE WS-LINEA-MES TO TR-LINEA
008100     WRITE TR-LINEA.
008110
008120 7000-EXIT.
008130     EXIT.
008140
008150*----------------------------------------------------------------
008160*    7100-CALCULAR-VARIACION - PORCENTAJE DE WS-VAR-ACTUAL
008170*    CONTRA WS-VAR-ANTERIOR; SIN MES ANTERIOR (O EN CERO) NO HAY
008180*    VARIACION NI CAIDA
008190*----------------------------------------------------------------
008200 7100-CALCULAR-VARIACION.
008210     MOVE 'N'          TO WS-SW-CAIDA
008220     MOVE '     N/D'   TO WS-VAR-TEXTO
008230
008240     IF WS-AN-HAY NOT = 'S' OR WS-VAR-ANTERIOR = ZERO
008250         GO TO 7100-EXIT
008260     END-IF
008270
008280     COMPUTE WS-VAR-PCT ROUNDED =
008290         (WS-VAR-ACTUAL - WS-VAR-ANTERIOR) * 100
008300       / WS-VAR-ANTERIOR
008310         ON SIZE ERROR
008320             MOVE 99999.9 TO WS-VAR-PCT
008330     END-COMPUTE
008340
008350     MOVE WS-VAR-PCT     TO WS-VAR-EDITADA
008360     MOVE WS-VAR-EDITADA TO WS-VAR-TEXTO
008370
008380     IF WS-VAR-PCT < ZERO AND WS-VAR-PCT < WS-LIMITE-CAIDA
008390         MOVE 'S' TO WS-SW-CAIDA
008400     END-IF.
008410
008420 7100-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------------
008460*    8000-FINALIZAR - RESUMEN Y CIERRE
008470*----------------------------------------------------------------
008480 8000-FINALIZAR.
008490     DISPLAY 'FILAS DE FOTO INFORMADAS:    ' WS-CONT-FILAS
008500     DISPLAY 'SUCURSALES INFORMADAS:       ' WS-CONT-SUCURSALES
008510     DISPLAY 'SUCURSALES CON CAIDA:        ' WS-ALE-CANT
008520
008530     IF SUCURSALES-DISPONIBLE
008540         CLOSE SUCURSALES
008550     END-IF
008560     CLOSE KPITENDRPT.
008570
008580 8000-EXIT.
008590     EXIT.

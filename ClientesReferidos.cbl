000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CLIENTES-REFERIDOS.
000030 AUTHOR.         EQUIPO DE SISTEMAS - CUENTAS.
000040 INSTALLATION.   BANCO - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*----------------------------------------------------------------
000080*    CLIENTES-REFERIDOS IMPRIME EN REFERIDOSRPT.TXT EL INFORME
000090*    MENSUAL DE REFERIDOS POR SUCURSAL DE ALTA DEL REFERIDO, A
000100*    PARTIR DEL ARCHIVO REFERIDOS QUE GRABA CREARCLIENTES Y
000110*    ACTUALIZA CLIENTES-PUNTOS. EL CORTE DEL MES ES EL ULTIMO
000120*    DIA DEL MES, O LA FECHA DE NEGOCIO SI EL MES ESTA EN CURSO.
000130*    POR SUCURSAL SE INFORMAN -
000140*        REGISTRADOS  = RD-FECHA-REGISTRO DENTRO DEL MES;
000150*        PENDIENTES   = REGISTRADOS HASTA EL CORTE CON LA
000160*                       VENTANA TODAVIA ABIERTA AL CORTE Y SIN
000170*                       DECISION HASTA ESE DIA;
000180*        PAGADOS      = 'G' CON RD-FECHA-PAGO DENTRO DEL MES, Y
000190*                       LOS PUNTOS DE BONIFICACION PAGADOS;
000200*        VENCIDOS     = 'P' CUYA VENTANA TERMINO DENTRO DEL MES
000210*                       Y ANTES DE LA FECHA DE NEGOCIO;
000220*        NO PAGABLES  = 'N' DECIDIDOS DENTRO DEL MES.
000230*    REFERIDOSRPT.CTL LLEVA EL MES A INFORMAR (AAAAMM, CERO =
000240*    EL MES DE LA FECHA DE NEGOCIO DE PROCESOFECHA.CTL); SIN EL
000250*    ARCHIVO SE INFORMA EL MES DE LA FECHA DE NEGOCIO. SE CORRE
000260*    A PEDIDO, FUERA DE LA CADENA, COMO CLIENTES-RPTSUC.
000270*
000280*    HISTORIAL DE MODIFICACIONES
000290*    FECHA       INIC.  DESCRIPCION
000300*    ----------  -----  ---------------------------------------
000310*    2026-10-15  DLF    VERSION ORIGINAL.
000320*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT REFERIDOS
000380         ASSIGN TO "referidos.dat"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS RF-ID-REFERIDO
000420         FILE STATUS IS WS-FS-REFERIDOS.
000430
000440     SELECT REFERIDOSRPTCTL
000450         ASSIGN TO "referidosrpt.ctl"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-REFERIDOSRPTCTL.
000480
000490     SELECT PROCFECHA
000500         ASSIGN TO "procesofecha.ctl"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-PROCFECHA.
000530
000540     SELECT SUCURSALES
000550         ASSIGN TO "sucursales.dat"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS SU-NUMERO
000590         FILE STATUS IS WS-FS-SUCURSALES.
000600
000610     SELECT REFERIDOSRPT
000620         ASSIGN TO "referidosrpt.txt"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-FS-REFERIDOSRPT.
000650
000660     SELECT SORTREF
000670         ASSIGN TO "referidos.srt".
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710*    EL TRAZADO COMPLETO (REFERIDO) SE USA EN WORKING-STORAGE;
000720*    EL ARCHIVO SOLO SE LEE A TRAVES DEL SORT
000730 FD  REFERIDOS
000740     RECORD CONTAINS 70 CHARACTERS.
000750 01  RF-REC.
000760     05  RF-ID-REFERIDO         PIC 9(10).
000770     05  FILLER                 PIC X(60).
000780
000790 FD  REFERIDOSRPTCTL
000800     RECORD CONTAINS 6 CHARACTERS.
000810 01  RX-PERIODO                 PIC 9(06).
000820
000830 FD  PROCFECHA
000840     RECORD CONTAINS 8 CHARACTERS.
000850 01  PF-FECHA                   PIC 9(08).
000860
000870 FD  SUCURSALES.
000880 COPY SUCREC.
000890
000900 FD  REFERIDOSRPT
000910     RECORD CONTAINS 132 CHARACTERS.
000920 01  RR-LINEA                   PIC X(132).
000930
000940 SD  SORTREF.
000950 01  SR-REC.
000960     05  SR-ID-REFERIDO         PIC 9(10).
000970     05  SR-ID-REFERENTE        PIC 9(10).
000980     05  SR-SUCURSAL            PIC 9(05).
000990     05  FILLER                 PIC X(45).
001000
001010 WORKING-STORAGE SECTION.
001020 01  WS-FILE-STATUSES.
001030     05  WS-FS-REFERIDOS        PIC X(02).
001040     05  WS-FS-REFERIDOSRPTCTL  PIC X(02).
001050     05  WS-FS-PROCFECHA        PIC X(02).
001060     05  WS-FS-SUCURSALES       PIC X(02).
001070     05  WS-FS-REFERIDOSRPT     PIC X(02).
001080
001090 01  WS-SWITCHES.
001100     05  WS-SW-EOF-SORT         PIC X(01)   VALUE 'N'.
001110         88  EOF-SORT                       VALUE 'S'.
001120     05  WS-SW-SUC-DISPONIBLE   PIC X(01)   VALUE 'N'.
001130         88  SUCURSALES-DISPONIBLE          VALUE 'S'.
001140         88  SUCURSALES-NO-DISPONIBLE       VALUE 'N'.
001150     05  WS-SW-PRIMERA-VEZ      PIC X(01)   VALUE 'S'.
001160         88  ES-PRIMERA-VEZ                 VALUE 'S'.
001170         88  NO-ES-PRIMERA-VEZ              VALUE 'N'.
001180
001190*    FILA DE REFERIDOS EN PROCESO
001200 COPY REFERIDO.
001210
001220 01  WS-FECHA-NEGOCIO           PIC 9(08).
001230 01  WS-FECHA-NEGOCIO-R REDEFINES WS-FECHA-NEGOCIO.
001240     05  WS-FN-PERIODO          PIC 9(06).
001250     05  WS-FN-DIA              PIC 9(02).
001260
001270 77  WS-PERIODO                 PIC 9(06)   VALUE ZERO.
001280
001290*    LIMITES DEL MES: PRIMER DIA, DIA 31 (TOPE NUMERICO DE
001300*    CUALQUIER FECHA DEL MES) Y CORTE
001310 01  WS-FECHA-INICIO            PIC 9(08).
001320 01  WS-FECHA-INICIO-R REDEFINES WS-FECHA-INICIO.
001330     05  WS-FI-PERIODO          PIC 9(06).
001340     05  WS-FI-DIA              PIC 9(02).
001350 01  WS-FECHA-FIN               PIC 9(08).
001360 01  WS-FECHA-FIN-R REDEFINES WS-FECHA-FIN.
001370     05  WS-FF-PERIODO          PIC 9(06).
001380     05  WS-FF-DIA              PIC 9(02).
001390 77  WS-FECHA-CORTE             PIC 9(08).
001400
001410*    TOTALES DE LA SUCURSAL EN CURSO Y GENERALES
001420 01  WS-TOTALES-SUCURSAL.
001430     05  WS-TS-REGISTRADOS      PIC 9(07).
001440     05  WS-TS-PENDIENTES       PIC 9(07).
001450     05  WS-TS-PAGADOS          PIC 9(07).
001460     05  WS-TS-PUNTOS           PIC 9(11).
001470     05  WS-TS-VENCIDOS         PIC 9(07).
001480     05  WS-TS-NO-PAGABLES      PIC 9(07).
001490
001500 01  WS-TOTALES-GENERALES.
001510     05  WS-TG-REGISTRADOS      PIC 9(07)   VALUE ZERO.
001520     05  WS-TG-PENDIENTES       PIC 9(07)   VALUE ZERO.
001530     05  WS-TG-PAGADOS          PIC 9(07)   VALUE ZERO.
001540     05  WS-TG-PUNTOS           PIC 9(11)   VALUE ZERO.
001550     05  WS-TG-VENCIDOS         PIC 9(07)   VALUE ZERO.
001560     05  WS-TG-NO-PAGABLES      PIC 9(07)   VALUE ZERO.
001570
001580 77  WS-CONTROL-SUCURSAL        PIC 9(05)   VALUE ZERO.
001590 01  WS-NOMBRE-SUCURSAL         PIC X(30).
001600
001610 77  WS-CONT-LEIDOS             PIC 9(07)   COMP    VALUE ZERO.
001620 77  WS-CONT-SUCURSALES         PIC 9(05)   COMP    VALUE ZERO.
001630
001640 01  WS-LINEA-BLANCO            PIC X(132)  VALUE SPACES.
001650
001660 01  WS-LINEA-TITULO.
001670     05  FILLER                 PIC X(35)   VALUE
001680         'INFORME MENSUAL DE REFERIDOS - MES '.
001690     05  WS-TI-ANIO             PIC 9(04).
001700     05  FILLER                 PIC X(01)   VALUE '-'.
001710     05  WS-TI-MES              PIC 9(02).
001720     05  FILLER                 PIC X(12)   VALUE
001730         '   CORTE AL '.
001740     05  WS-TI-CORTE            PIC 9(08).
001750     05  FILLER                 PIC X(70)   VALUE SPACES.
001760
001770 01  WS-LINEA-ENCABEZADO.
001780     05  FILLER                 PIC X(08)   VALUE 'SUCURSAL'.
001790     05  FILLER                 PIC X(02)   VALUE SPACES.
001800     05  FILLER                 PIC X(30)   VALUE 'NOMBRE'.
001810     05  FILLER                 PIC X(02)   VALUE SPACES.
001820     05  FILLER                 PIC X(11)   VALUE 'REGISTRADOS'.
001830     05  FILLER                 PIC X(02)   VALUE SPACES.
001840     05  FILLER                 PIC X(10)   VALUE 'PENDIENTES'.
001850     05  FILLER                 PIC X(02)   VALUE SPACES.
001860     05  FILLER                 PIC X(08)   VALUE ' PAGADOS'.
001870     05  FILLER                 PIC X(02)   VALUE SPACES.
001880     05  FILLER                 PIC X(14)   VALUE
001890         'PUNTOS PAGADOS'.
001900     05  FILLER                 PIC X(02)   VALUE SPACES.
001910     05  FILLER                 PIC X(08)   VALUE 'VENCIDOS'.
001920     05  FILLER                 PIC X(02)   VALUE SPACES.
001930     05  FILLER                 PIC X(11)   VALUE 'NO PAGABLES'.
001940     05  FILLER                 PIC X(16)   VALUE SPACES.
001950
001960 01  WS-LINEA-DETALLE.
001970     05  FILLER                 PIC X(03)   VALUE SPACES.
001980     05  WS-LD-SUCURSAL         PIC 9(05).
001990     05  FILLER                 PIC X(02)   VALUE SPACES.
002000     05  WS-LD-NOMBRE           PIC X(30).
002010     05  FILLER                 PIC X(06)   VALUE SPACES.
002020     05  WS-LD-REGISTRADOS      PIC Z(6)9.
002030     05  FILLER                 PIC X(05)   VALUE SPACES.
002040     05  WS-LD-PENDIENTES       PIC Z(6)9.
002050     05  FILLER                 PIC X(03)   VALUE SPACES.
002060     05  WS-LD-PAGADOS          PIC Z(6)9.
002070     05  FILLER                 PIC X(05)   VALUE SPACES.
002080     05  WS-LD-PUNTOS           PIC Z(10)9.
002090     05  FILLER                 PIC X(03)   VALUE SPACES.
002100     05  WS-LD-VENCIDOS         PIC Z(6)9.
002110     05  FILLER                 PIC X(06)   VALUE SPACES.
002120     05  WS-LD-NO-PAGABLES      PIC Z(6)9.
002130     05  FILLER                 PIC X(18)   VALUE SPACES.
002140
002150 01  WS-LINEA-SIN-REFERIDOS     PIC X(132)  VALUE
002160     '  NO HAY REFERIDOS CON MOVIMIENTO EN EL MES INFORMADO'.
002170
002180 PROCEDURE DIVISION.
002190*----------------------------------------------------------------
002200*    0000-MAINLINE
002210*----------------------------------------------------------------
002220 0000-MAINLINE.
002230     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002240
002250     SORT SORTREF
002260         ON ASCENDING KEY SR-SUCURSAL SR-ID-REFERIDO
002270         USING REFERIDOS
002280         OUTPUT PROCEDURE IS 3000-IMPRIMIR-SUCURSALES
002290             THRU 3000-EXIT
002300
002310     PERFORM 4000-IMPRIMIR-TOTAL-GENERAL THRU 4000-EXIT
002320
002330     PERFORM 8000-FINALIZAR THRU 8000-EXIT
002340
002350     STOP RUN.
002360
002370*----------------------------------------------------------------
002380*    1000-INICIALIZAR - FECHA DE NEGOCIO, MES A INFORMAR, CORTE
002390*    Y TITULO
002400*----------------------------------------------------------------
002410 1000-INICIALIZAR.
002420     ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
002430     PERFORM 1500-TOMAR-FECHA-PROCESO THRU 1500-EXIT
002440
002450     PERFORM 1010-LEER-PARAMETRO THRU 1010-EXIT
002460     IF WS-PERIODO = ZERO
002470         MOVE WS-FN-PERIODO TO WS-PERIODO
002480     END-IF
002490
002500     MOVE WS-PERIODO TO WS-FI-PERIODO
002510     MOVE 01         TO WS-FI-DIA
002520     MOVE WS-PERIODO TO WS-FF-PERIODO
002530     MOVE 31         TO WS-FF-DIA
002540
002550     IF WS-FECHA-NEGOCIO < WS-FECHA-INICIO
002560         DISPLAY 'MES ' WS-PERIODO ' POSTERIOR A LA FECHA DE '
002570                 'NEGOCIO ' WS-FECHA-NEGOCIO ' - NADA QUE '
002580                 'INFORMAR'
002590         MOVE 8 TO RETURN-CODE
002600         STOP RUN
002610     END-IF
002620
002630     IF WS-FECHA-NEGOCIO < WS-FECHA-FIN
002640         MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CORTE
002650     ELSE
002660         MOVE WS-FECHA-FIN     TO WS-FECHA-CORTE
002670     END-IF
002680
002690     OPEN INPUT REFERIDOS
002700     IF WS-FS-REFERIDOS NOT = '00'
002710         DISPLAY 'SIN ARCHIVO REFERIDOS - STATUS '
002720                 WS-FS-REFERIDOS ' - NADA QUE INFORMAR'
002730         MOVE 8 TO RETURN-CODE
002740         STOP RUN
002750     END-IF
002760     CLOSE REFERIDOS
002770
002780     OPEN OUTPUT REFERIDOSRPT
002790
002800     OPEN INPUT SUCURSALES
002810     IF WS-FS-SUCURSALES = '00'
002820         MOVE 'S' TO WS-SW-SUC-DISPONIBLE
002830     ELSE
002840         DISPLAY 'SIN MAESTRO SUCURSALES - SE INFORMA SIN '
002850                 'NOMBRE DE SUCURSAL'
002860     END-IF
002870
002880     DIVIDE WS-PERIODO BY 100 GIVING WS-TI-ANIO
002890         REMAINDER WS-TI-MES
002900     MOVE WS-FECHA-CORTE TO WS-TI-CORTE
002910     MOVE WS-LINEA-TITULO TO RR-LINEA
002920     WRITE RR-LINEA
002930     MOVE WS-LINEA-BLANCO TO RR-LINEA
002940     WRITE RR-LINEA
002950     MOVE WS-LINEA-ENCABEZADO TO RR-LINEA
002960     WRITE RR-LINEA.
002970
002980 1000-EXIT.
002990     EXIT.
003000
003010*----------------------------------------------------------------
003020*    1010-LEER-PARAMETRO - MES A INFORMAR DE REFERIDOSRPT.CTL;
003030*    SIN EL ARCHIVO QUEDA EL MES DE LA FECHA DE NEGOCIO
003040*----------------------------------------------------------------
003050 1010-LEER-PARAMETRO.
003060     OPEN INPUT REFERIDOSRPTCTL
003070     IF WS-FS-REFERIDOSRPTCTL = '00'
003080         READ REFERIDOSRPTCTL
003090             NOT AT END
003100                 MOVE RX-PERIODO TO WS-PERIODO
003110         END-READ
003120         CLOSE REFERIDOSRPTCTL
003130     END-IF.
003140
003150 1010-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------------
003190*    1500-TOMAR-FECHA-PROCESO - LA FECHA DE NEGOCIO SE TOMA DEL
003200*    CONTROL CENTRAL PROCESOFECHA.CTL (AVANZADO POR
003210*    CLIENTES-CIERRE); SI NO EXISTE SE SIGUE CON LA FECHA DEL
003220*    SISTEMA YA CARGADA
003230*----------------------------------------------------------------
003240 1500-TOMAR-FECHA-PROCESO.
003250     OPEN INPUT PROCFECHA
003260     IF WS-FS-PROCFECHA = '00'
003270         READ PROCFECHA
003280             NOT AT END
003290                 MOVE PF-FECHA TO WS-FECHA-NEGOCIO
003300         END-READ
003310         CLOSE PROCFECHA
003320     ELSE
003330         DISPLAY 'SIN PROCESOFECHA.CTL - SE USA LA FECHA '
003340                 'DEL SISTEMA'
003350     END-IF.
003360
003370 1500-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------------
003410*    3000-IMPRIMIR-SUCURSALES - RECORRE LOS REFERIDOS EN ORDEN
003420*    DE SUCURSAL; CADA SUCURSAL SE IMPRIME EN EL QUIEBRE
003430*----------------------------------------------------------------
003440 3000-IMPRIMIR-SUCURSALES.
003450     MOVE 'N' TO WS-SW-EOF-SORT
003460
003470     PERFORM 3100-LEER-ORDENADA THRU 3100-EXIT
003480     PERFORM 3200-TRATAR-REFERIDO THRU 3200-EXIT
003490         UNTIL EOF-SORT
003500
003510     IF NO-ES-PRIMERA-VEZ
003520         PERFORM 3300-IMPRIMIR-SUCURSAL THRU 3300-EXIT
003530     END-IF.
003540
003550 3000-EXIT.
003560     EXIT.
003570
003580 3100-LEER-ORDENADA.
003590     RETURN SORTREF INTO RD-REC
003600         AT END
003610             MOVE 'S' TO WS-SW-EOF-SORT
003620     END-RETURN.
003630
003640 3100-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------------
003680*    3200-TRATAR-REFERIDO - CLASIFICA EL REFERIDO CONTRA EL MES
003690*    Y LO SUMA A SU SUCURSAL
003700*----------------------------------------------------------------
003710 3200-TRATAR-REFERIDO.
003720     ADD 1 TO WS-CONT-LEIDOS
003730
003740     IF ES-PRIMERA-VEZ
003750        OR RD-SUCURSAL NOT = WS-CONTROL-SUCURSAL
003760         IF NO-ES-PRIMERA-VEZ
003770             PERFORM 3300-IMPRIMIR-SUCURSAL THRU 3300-EXIT
003780         END-IF
003790         MOVE 'N'         TO WS-SW-PRIMERA-VEZ
003800         MOVE RD-SUCURSAL TO WS-CONTROL-SUCURSAL
003810         INITIALIZE WS-TOTALES-SUCURSAL
003820     END-IF
003830
003840     IF RD-FECHA-REGISTRO NOT < WS-FECHA-INICIO
003850        AND RD-FECHA-REGISTRO NOT > WS-FECHA-FIN
003860         ADD 1 TO WS-TS-REGISTRADOS
003870     END-IF
003880
003890     IF RD-PAGADO
003900        AND RD-FECHA-PAGO NOT < WS-FECHA-INICIO
003910        AND RD-FECHA-PAGO NOT > WS-FECHA-FIN
003920         ADD 1         TO WS-TS-PAGADOS
003930         ADD RD-PUNTOS TO WS-TS-PUNTOS
003940     END-IF
003950
003960     IF RD-NO-PAGABLE
003970        AND RD-FECHA-PAGO NOT < WS-FECHA-INICIO
003980        AND RD-FECHA-PAGO NOT > WS-FECHA-FIN
003990         ADD 1 TO WS-TS-NO-PAGABLES
004000     END-IF
004010
004020*    LA VENTANA INCLUYE SU ULTIMO DIA: EL REFERIDO VENCE AL
004030*    DIA SIGUIENTE Y SE INFORMA EN EL MES DE RD-FECHA-LIMITE
004040     IF RD-PENDIENTE
004050        AND RD-FECHA-LIMITE NOT < WS-FECHA-INICIO
004060        AND RD-FECHA-LIMITE NOT > WS-FECHA-FIN
004070        AND RD-FECHA-LIMITE < WS-FECHA-NEGOCIO
004080         ADD 1 TO WS-TS-VENCIDOS
004090         GO TO 3200-SIGUE
004100     END-IF
004110
004120     IF RD-FECHA-REGISTRO > WS-FECHA-CORTE
004130        OR RD-FECHA-LIMITE < WS-FECHA-CORTE
004140         GO TO 3200-SIGUE
004150     END-IF
004160
004170     IF RD-PENDIENTE
004180        OR RD-FECHA-PAGO > WS-FECHA-CORTE
004190         ADD 1 TO WS-TS-PENDIENTES
004200     END-IF
004210     .
004220
004230 3200-SIGUE.
004240     PERFORM 3100-LEER-ORDENADA THRU 3100-EXIT.
004250
004260 3200-EXIT.
004270     EXIT.
004280
004290*----------------------------------------------------------------
004300*    3300-IMPRIMIR-SUCURSAL - LINEA DE LA SUCURSAL DEL QUIEBRE
004310*    Y SUMA A LOS TOTALES GENERALES; UNA SUCURSAL SIN NINGUN
004320*    MOVIMIENTO EN EL MES NO SE IMPRIME
004330*----------------------------------------------------------------
004340 3300-IMPRIMIR-SUCURSAL.
004350     IF WS-TS-REGISTRADOS = ZERO AND WS-TS-PENDIENTES = ZERO
004360        AND WS-TS-PAGADOS = ZERO AND WS-TS-VENCIDOS = ZERO
004370        AND WS-TS-NO-PAGABLES = ZERO
004380         GO TO 3300-EXIT
004390     END-IF
004400
004410     ADD 1 TO WS-CONT-SUCURSALES
004420     PERFORM 3310-BUSCAR-SUCURSAL THRU 3310-EXIT
004430
004440     MOVE WS-CONTROL-SUCURSAL TO WS-LD-SUCURSAL
004450     MOVE WS-NOMBRE-SUCURSAL  TO WS-LD-NOMBRE
004460     MOVE WS-TS-REGISTRADOS   TO WS-LD-REGISTRADOS
004470     MOVE WS-TS-PENDIENTES    TO WS-LD-PENDIENTES
004480     MOVE WS-TS-PAGADOS       TO WS-LD-PAGADOS
004490     MOVE WS-TS-PUNTOS        TO WS-LD-PUNTOS
004500     MOVE WS-TS-VENCIDOS      TO WS-LD-VENCIDOS
004510     MOVE WS-TS-NO-PAGABLES   TO WS-LD-NO-PAGABLES
004520     MOVE WS-LINEA-DETALLE TO RR-LINEA
004530     WRITE RR-LINEA
004540
004550     ADD WS-TS-REGISTRADOS TO WS-TG-REGISTRADOS
004560     ADD WS-TS-PENDIENTES  TO WS-TG-PENDIENTES
004570     ADD WS-TS-PAGADOS     TO WS-TG-PAGADOS
004580     ADD WS-TS-PUNTOS      TO WS-TG-PUNTOS
004590     ADD WS-TS-VENCIDOS    TO WS-TG-VENCIDOS
004600     ADD WS-TS-NO-PAGABLES TO WS-TG-NO-PAGABLES.
004610
004620 3300-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------------
004660*    3310-BUSCAR-SUCURSAL - NOMBRE DE LA SUCURSAL DEL QUIEBRE
004670*    DESDE EL MAESTRO SUCURSALES
004680*----------------------------------------------------------------
004690 3310-BUSCAR-SUCURSAL.
004700     MOVE 'SUCURSAL NO REGISTRADA' TO WS-NOMBRE-SUCURSAL
004710
004720     IF SUCURSALES-NO-DISPONIBLE
004730         GO TO 3310-EXIT
004740     END-IF
004750
004760     MOVE WS-CONTROL-SUCURSAL TO SU-NUMERO
004770     READ SUCURSALES
004780         INVALID KEY
004790             CONTINUE
004800         NOT INVALID KEY
004810             MOVE SU-NOMBRE TO WS-NOMBRE-SUCURSAL
004820     END-READ.
004830
004840 3310-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------
004880*    4000-IMPRIMIR-TOTAL-GENERAL - LINEA DE TOTALES DEL MES
004890*----------------------------------------------------------------
004900 4000-IMPRIMIR-TOTAL-GENERAL.
004910     MOVE WS-LINEA-BLANCO TO RR-LINEA
004920     WRITE RR-LINEA
004930
004940     IF WS-CONT-SUCURSALES = ZERO
004950         MOVE WS-LINEA-SIN-REFERIDOS TO RR-LINEA
004960         WRITE RR-LINEA
004970         GO TO 4000-EXIT
004980     END-IF
004990
005000     MOVE ZERO                TO WS-LD-SUCURSAL
005010     MOVE 'TOTAL GENERAL'     TO WS-LD-NOMBRE
005020     MOVE WS-TG-REGISTRADOS   TO WS-LD-REGISTRADOS
005030     MOVE WS-TG-PENDIENTES    TO WS-LD-PENDIENTES
005040     MOVE WS-TG-PAGADOS       TO WS-LD-PAGADOS
005050     MOVE WS-TG-PUNTOS        TO WS-LD-PUNTOS
005060     MOVE WS-TG-VENCIDOS      TO WS-LD-VENCIDOS
005070     MOVE WS-TG-NO-PAGABLES   TO WS-LD-NO-PAGABLES
005080     MOVE WS-LINEA-DETALLE TO RR-LINEA
005090     WRITE RR-LINEA.
005100
005110 4000-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------
005150*    8000-FINALIZAR - RESUMEN Y CIERRE
005160*----------------------------------------------------------------
005170 8000-FINALIZAR.
005180     DISPLAY 'REFERIDOS LEIDOS:            ' WS-CONT-LEIDOS
005190     DISPLAY 'SUCURSALES INFORMADAS:       ' WS-CONT-SUCURSALES
005200     DISPLAY 'BONIFICACIONES PAGADAS:      ' WS-TG-PAGADOS
005210     DISPLAY 'REFERIDOS VENCIDOS:          ' WS-TG-VENCIDOS
005220
005230     IF SUCURSALES-DISPONIBLE
005240         CLOSE SUCURSALES
005250     END-IF
005260     CLOSE REFERIDOSRPT.
005270
005280 8000-EXIT.
005290     EXIT.

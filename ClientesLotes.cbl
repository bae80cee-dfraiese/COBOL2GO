000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CLIENTES-LOTES.
000030 AUTHOR.         EQUIPO DE SISTEMAS - CUENTAS.
000040 INSTALLATION.   BANCO - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*----------------------------------------------------------------
000080*    CLIENTES-LOTES ES LA VERIFICACION SEMANAL DEL ARCHIVO DE
000090*    LOTES ABIERTOS LOTESPUNTOS. RECONSTRUYE LOS LOTES DE CADA
000100*    CLIENTE A PARTIR DEL DIARIO PUNTOSMOVIMIENTOS, CON LAS
000110*    MISMAS REGLAS QUE APLICAN LOS PROGRAMAS QUE GRABAN EL
000120*    DIARIO (PARRAFOS 68XX) -
000130*        LAS ACREDITACIONES 'C', 'B', 'J' Y 'F' ABREN EL LOTE DE
000140*        SU FECHA (LAS DEL MISMO DIA SE SUMAN EN UN LOTE);
000150*        LA DEVOLUCION 'D' Y EL EXTORNO 'E' CONSUMEN ANTES EL
000160*        LOTE DE SM-FECHA-ORIGEN Y DESPUES POR ANTIGUEDAD;
000170*        LA ANULACION DE CANJE 'X' REABRE DESDE EL PRIMER LOTE
000180*        CON PUNTOS HACIA ATRAS, SIN SUPERAR LO ACREDITADO;
000190*        LOS DEMAS DEBITOS ('R', 'K', 'V') CONSUMEN POR
000200*        ANTIGUEDAD; EL ARRASTRE 'A' NO MUEVE LOTES.
000210*    EL SALDO PREVIO AL PRIMER MOVIMIENTO DEL DIARIO (Y LO QUE
000220*    UNA ANULACION REABRE SIN LOTE QUE LO RESPALDE) FORMA EL
000230*    LOTE DE APERTURA, DE FECHA CERO, QUE NO VENCE Y SE CONSUME
000240*    EN ULTIMO TERMINO. UN CLIENTE SIN MOVIMIENTOS EN EL DIARIO
000250*    TIENE TODO SU CR-PUNTOS EN EL LOTE DE APERTURA.
000260*    POR CLIENTE DEL MAESTRO SE COMPARAN CR-PUNTOS, LA SUMA DE
000270*    LOS LOTES MANTENIDOS Y LA SUMA DE LOS RECONSTRUIDOS, Y SE
000280*    INFORMA EN LOTESVERIF.TXT TODO CLIENTE CUYOS LOTES NO SUMEN
000290*    CR-PUNTOS. SI LOS MANTENIDOS NO CUADRAN Y LOS RECONSTRUIDOS
000300*    SI, SE REEMPLAZAN (CORREGIDO); SI NINGUNO CUADRA, QUEDA
000310*    PARA REVISAR. CON 'T' EN LOTES.CTL (O SI LOTESPUNTOS NO
000320*    EXISTE) SE RECARGAN LOS LOTES DE TODOS LOS CLIENTES; EL
000330*    OPERADOR RETIRA LOTES.CTL DESPUES DE LA CORRIDA.
000340*    NO SE GRABAN LOS LOTES CONSUMIDOS ANTERIORES A LA FECHA DE
000350*    CORTE DE VENCIMIENTO (VENCPUNTOS.CTL, COMO
000360*    CLIENTES-VENCPUNTOS), QUE ESE PROCESO YA HABRIA RETIRADO.
000370*    SE CORRE A PEDIDO, FUERA DE LA CADENA Y CON LA CADENA
000380*    DETENIDA.
000390*
000400*    HISTORIAL DE MODIFICACIONES
000410*    FECHA       INIC.  DESCRIPCION
000420*    ----------  -----  ---------------------------------------
000430*    2026-10-15  DLF    VERSION ORIGINAL.
000440*----------------------------------------------------------------
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PUNTOSMOV
000500         ASSIGN TO "puntosmovimientos.dat"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-PUNTOSMOV.
000530
000540     SELECT CLIENTES
000550         ASSIGN TO "clientes.dat"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CR-ID-CLIENTE
000590         ALTERNATE RECORD KEY IS CR-NOMBRE
000600             WITH DUPLICATES
000610         ALTERNATE RECORD KEY IS CR-SUCURSAL
000620             WITH DUPLICATES
000630         FILE STATUS IS WS-FS-CLIENTES.
000640
000650     SELECT LOTES
000660         ASSIGN TO "lotespuntos.dat"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS LT-CLAVE
000700         ALTERNATE RECORD KEY IS LT-FECHA
000710             WITH DUPLICATES
000720         FILE STATUS IS WS-FS-LOTES.
000730
000740     SELECT SORTMOV
000750         ASSIGN TO "lotesmov.tmp".
000760
000770     SELECT LOTESCTL
000780         ASSIGN TO "lotes.ctl"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-FS-LOTESCTL.
000810
000820     SELECT VENCCTL
000830         ASSIGN TO "vencpuntos.ctl"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-FS-VENCCTL.
000860
000870     SELECT PROCFECHA
000880         ASSIGN TO "procesofecha.ctl"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-FS-PROCFECHA.
000910
000920     SELECT LOTESRPT
000930         ASSIGN TO "lotesverif.txt"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-FS-LOTESRPT.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  PUNTOSMOV
001000     RECORD CONTAINS 46 CHARACTERS.
001010 COPY PUNTMOV.
001020
001030 FD  CLIENTES.
001040 COPY CLIREC.
001050
001060 FD  LOTES.
001070 COPY LOTEPTS.
001080
001090 SD  SORTMOV.
001100 COPY PUNTMVSD.
001110
001120 FD  LOTESCTL
001130     RECORD CONTAINS 1 CHARACTERS.
001140 01  LC-MODO                    PIC X(01).
001150
001160 FD  VENCCTL
001170     RECORD CONTAINS 2 CHARACTERS.
001180 01  VC-MESES-VIGENCIA          PIC 9(02).
001190
001200 FD  PROCFECHA
001210     RECORD CONTAINS 8 CHARACTERS.
001220 01  PF-FECHA                   PIC 9(08).
001230
001240 FD  LOTESRPT
001250     RECORD CONTAINS 132 CHARACTERS.
001260 01  LR-LINEA                   PIC X(132).
001270
001280 WORKING-STORAGE SECTION.
001290 01  WS-FILE-STATUSES.
001300     05  WS-FS-PUNTOSMOV        PIC X(02).
001310     05  WS-FS-CLIENTES         PIC X(02).
001320     05  WS-FS-LOTES            PIC X(02).
001330     05  WS-FS-LOTESCTL         PIC X(02).
001340     05  WS-FS-VENCCTL          PIC X(02).
001350     05  WS-FS-PROCFECHA        PIC X(02).
001360     05  WS-FS-LOTESRPT         PIC X(02).
001370
001380 01  WS-SWITCHES.
001390     05  WS-SW-EOF-SORT         PIC X(01)   VALUE 'N'.
001400         88  EOF-SORT                       VALUE 'S'.
001410     05  WS-SW-EOF-MAESTRO      PIC X(01)   VALUE 'N'.
001420         88  EOF-MAESTRO                    VALUE 'S'.
001430     05  WS-SW-DIARIO-EXISTE    PIC X(01)   VALUE 'N'.
001440         88  DIARIO-EXISTE                  VALUE 'S'.
001450         88  DIARIO-NO-EXISTE               VALUE 'N'.
001460     05  WS-SW-FIN-LOTES        PIC X(01)   VALUE 'N'.
001470         88  FIN-LOTES-CLIENTE              VALUE 'S'.
001480     05  WS-SW-SIN-CONSUMIDOS   PIC X(01)   VALUE 'N'.
001490         88  SIN-LOTES-CONSUMIDOS           VALUE 'S'.
001500     05  WS-SW-MODO-CARGA       PIC X(01)   VALUE 'P'.
001510         88  CARGA-TOTAL                    VALUE 'T'.
001520         88  CARGA-PARCIAL                  VALUE 'P'.
001530
001540 77  WS-MESES-VIGENCIA          PIC 9(02)   VALUE 24.
001550
001560 01  WS-FECHA-SISTEMA           PIC 9(08).
001570 01  WS-FECHA-CORTE.
001580     05  WS-CO-ANIO             PIC 9(04).
001590     05  WS-CO-MES              PIC 9(02).
001600     05  WS-CO-DIA              PIC 9(02).
001610 01  WS-FECHA-CORTE-NUM REDEFINES WS-FECHA-CORTE PIC 9(08).
001620
001630 01  WS-CALCULO-MESES.
001640     05  WS-CM-TOTAL            PIC S9(07)  COMP.
001650     05  WS-CM-ANIO             PIC 9(04).
001660     05  WS-CM-RESTO            PIC 9(02).
001670
001680 01  WS-NOMBRE-DIARIO           PIC X(30)
001690     VALUE 'puntosmovimientos.dat'.
001700 01  WS-DETALLE-ARCHIVO         PIC X(34).
001710 77  WS-RC-EXISTE               PIC S9(09) COMP-5.
001720
001730*    CLAVES DEL APAREO MAESTRO / DIARIO ORDENADO; AL TERMINAR
001740*    CADA ARCHIVO SU CLAVE QUEDA EN 9999999999
001750 77  WS-ID-MAESTRO              PIC 9(10)   VALUE ZERO.
001760 77  WS-ID-DIARIO               PIC 9(10)   VALUE ZERO.
001770 01  WS-CONTROL-CLIENTE         PIC 9(10)   VALUE ZERO.
001780
001790*    LOTES RECONSTRUIDOS DEL CLIENTE EN PROCESO. SI LA TABLA SE
001800*    LLENA, EL EXCEDENTE SE ACUMULA EN EL LOTE MAS NUEVO
001810*    (CRITERIO CONSERVADOR: NUNCA VENCE DE MAS).
001820*    WS-LOTE-ORIGINAL ES LO ACREDITADO, TOPE DE LA REAPERTURA.
001830 01  WS-TABLA-LOTES.
001840     05  WS-LOTE-CANT           PIC 9(04)   COMP    VALUE ZERO.
001850     05  WS-LOTE-PRIMERO        PIC 9(04)   COMP    VALUE 1.
001860     05  WS-LOTE-MAXIMO         PIC 9(04)   COMP    VALUE 500.
001870     05  WS-LOTE                OCCURS 500 TIMES.
001880         10  WS-LOTE-FECHA      PIC 9(08).
001890         10  WS-LOTE-PUNTOS     PIC 9(09).
001900         10  WS-LOTE-ORIGINAL   PIC 9(09).
001910
001920*    LOTE DE APERTURA (FECHA CERO) RECONSTRUIDO
001930 77  WS-APERTURA-PUNTOS         PIC 9(09).
001940 77  WS-APERTURA-ORIGINAL       PIC 9(09).
001950
001960 77  WS-LOTE-IDX                PIC 9(04)   COMP.
001970 77  WS-PUNTOS-A-CONSUMIR       PIC 9(09).
001980 77  WS-PUNTOS-A-REABRIR        PIC 9(09).
001990 77  WS-LOTE-HUECO              PIC 9(09).
002000 77  WS-LOTE-TOMADO             PIC 9(09).
002010
002020*    SUMAS DEL CLIENTE EN PROCESO
002030 77  WS-SALDO-MAESTRO           PIC 9(09).
002040 77  WS-SUMA-MANTENIDA          PIC 9(11).
002050 77  WS-SUMA-RECONSTRUIDA       PIC 9(11).
002060 01  WS-ACCION                  PIC X(10).
002070
002080 77  WS-CONT-CLIENTES           PIC 9(07)   COMP    VALUE ZERO.
002090 77  WS-CONT-MOVIMIENTOS        PIC 9(09)   COMP    VALUE ZERO.
002100 77  WS-CONT-SIN-MAESTRO        PIC 9(07)   COMP    VALUE ZERO.
002110 77  WS-CONT-DIFERENCIAS        PIC 9(07)   COMP    VALUE ZERO.
002120 77  WS-CONT-CORREGIDOS         PIC 9(07)   COMP    VALUE ZERO.
002130 77  WS-CONT-A-REVISAR          PIC 9(07)   COMP    VALUE ZERO.
002140 77  WS-CONT-LOTES-GRABADOS     PIC 9(09)   COMP    VALUE ZERO.
002150
002160 01  WS-LINEA-BLANCO            PIC X(132)  VALUE SPACES.
002170
002180 01  WS-LINEA-TITULO.
002190     05  FILLER                 PIC X(44)   VALUE
002200         'VERIFICACION DE LOTES ABIERTOS - FECHA '.
002210     05  WS-TI-FECHA            PIC 9(08).
002220     05  FILLER                 PIC X(12)   VALUE
002230         '   CORTE AL '.
002240     05  WS-TI-CORTE            PIC 9(08).
002250     05  FILLER                 PIC X(10)   VALUE
002260         '   CARGA '.
002270     05  WS-TI-MODO             PIC X(07).
002280     05  FILLER                 PIC X(43)   VALUE SPACES.
002290
002300 01  WS-LINEA-ENCABEZADO.
002310     05  FILLER                 PIC X(10)   VALUE 'ID CLIENTE'.
002320     05  FILLER                 PIC X(02)   VALUE SPACES.
002330     05  FILLER                 PIC X(08)   VALUE 'SUCURSAL'.
002340     05  FILLER                 PIC X(02)   VALUE SPACES.
002350     05  FILLER                 PIC X(12)   VALUE
002360         '   CR-PUNTOS'.
002370     05  FILLER                 PIC X(02)   VALUE SPACES.
002380     05  FILLER                 PIC X(16)   VALUE
002390         'LOTES MANTENIDOS'.
002400     05  FILLER                 PIC X(02)   VALUE SPACES.
002410     05  FILLER                 PIC X(16)   VALUE
002420         '    LOTES DIARIO'.
002430     05  FILLER                 PIC X(02)   VALUE SPACES.
002440     05  FILLER                 PIC X(10)   VALUE 'ACCION'.
002450     05  FILLER                 PIC X(50)   VALUE SPACES.
002460
002470 01  WS-LINEA-DETALLE.
002480     05  WS-LD-ID               PIC 9(10).
002490     05  FILLER                 PIC X(05)   VALUE SPACES.
002500     05  WS-LD-SUCURSAL         PIC 9(05).
002510     05  FILLER                 PIC X(02)   VALUE SPACES.
002520     05  WS-LD-SALDO            PIC Z(11)9.
002530     05  FILLER                 PIC X(06)   VALUE SPACES.
002540     05  WS-LD-MANTENIDA        PIC Z(11)9.
002550     05  FILLER                 PIC X(06)   VALUE SPACES.
002560     05  WS-LD-RECONSTRUIDA     PIC Z(11)9.
002570     05  FILLER                 PIC X(02)   VALUE SPACES.
002580     05  WS-LD-ACCION           PIC X(10).
002590     05  FILLER                 PIC X(50)   VALUE SPACES.
002600
002610 01  WS-LINEA-TOTAL.
002620     05  FILLER                 PIC X(02)   VALUE SPACES.
002630     05  WS-LT-TEXTO            PIC X(40).
002640     05  WS-LT-VALOR            PIC Z(8)9.
002650     05  FILLER                 PIC X(81)   VALUE SPACES.
002660
002670 01  WS-LINEA-SIN-DIFERENCIAS   PIC X(132)  VALUE
002680     '  TODOS LOS CLIENTES TIENEN LOTES QUE SUMAN CR-PUNTOS'.
002690
002700 PROCEDURE DIVISION.
002710*----------------------------------------------------------------
002720*    0000-MAINLINE
002730*----------------------------------------------------------------
002740 0000-MAINLINE.
002750     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002760
002770     IF DIARIO-EXISTE
002780         SORT SORTMOV
002790             ON ASCENDING KEY SM-ID-CLIENTE SM-FECHA
002800             WITH DUPLICATES IN ORDER
002810             USING PUNTOSMOV
002820             OUTPUT PROCEDURE IS 3000-CONCILIAR-CLIENTES
002830                 THRU 3000-EXIT
002840     ELSE
002850         PERFORM 3000-CONCILIAR-CLIENTES THRU 3000-EXIT
002860     END-IF
002870
002880     PERFORM 8000-FINALIZAR THRU 8000-EXIT
002890
002900     STOP RUN.
002910
002920*----------------------------------------------------------------
002930*    1000-INICIALIZAR - FECHA DE NEGOCIO, CORTE DE VENCIMIENTO,
002940*    MODO DE CARGA Y APERTURA DE ARCHIVOS
002950*----------------------------------------------------------------
002960 1000-INICIALIZAR.
002970     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
002980     PERFORM 1500-TOMAR-FECHA-PROCESO THRU 1500-EXIT
002990
003000     PERFORM 1010-LEER-PARAMETRO THRU 1010-EXIT
003010     PERFORM 1020-CALCULAR-CORTE THRU 1020-EXIT
003020     PERFORM 1030-LEER-MODO THRU 1030-EXIT
003030
003040     CALL 'CBL_CHECK_FILE_EXIST' USING WS-NOMBRE-DIARIO
003050                                       WS-DETALLE-ARCHIVO
003060         RETURNING WS-RC-EXISTE
003070     IF WS-RC-EXISTE = 0
003080         MOVE 'S' TO WS-SW-DIARIO-EXISTE
003090     ELSE
003100         DISPLAY 'SIN DIARIO PUNTOSMOVIMIENTOS - TODO EL SALDO '
003110                 'VA AL LOTE DE APERTURA'
003120     END-IF
003130
003140     OPEN INPUT CLIENTES
003150     IF WS-FS-CLIENTES NOT = '00'
003160         DISPLAY 'SIN MAESTRO CLIENTES - STATUS '
003170                 WS-FS-CLIENTES ' - NADA QUE VERIFICAR'
003180         MOVE 8 TO RETURN-CODE
003190         STOP RUN
003200     END-IF
003210
003220     OPEN I-O LOTES
003230     IF WS-FS-LOTES = '35'
003240         OPEN OUTPUT LOTES
003250         CLOSE LOTES
003260         OPEN I-O LOTES
003270         MOVE 'T' TO WS-SW-MODO-CARGA
003280         DISPLAY 'ARCHIVO LOTESPUNTOS NUEVO - CARGA TOTAL'
003290     END-IF
003300     IF WS-FS-LOTES NOT = '00'
003310         DISPLAY 'ERROR AL ABRIR LOTESPUNTOS - STATUS '
003320                 WS-FS-LOTES
003330         CLOSE CLIENTES
003340         MOVE 8 TO RETURN-CODE
003350         STOP RUN
003360     END-IF
003370
003380     OPEN OUTPUT LOTESRPT
003390
003400     MOVE WS-FECHA-SISTEMA   TO WS-TI-FECHA
003410     MOVE WS-FECHA-CORTE-NUM TO WS-TI-CORTE
003420     IF CARGA-TOTAL
003430         MOVE 'TOTAL'   TO WS-TI-MODO
003440     ELSE
003450         MOVE 'PARCIAL' TO WS-TI-MODO
003460     END-IF
003470     MOVE WS-LINEA-TITULO TO LR-LINEA
003480     WRITE LR-LINEA
003490     MOVE WS-LINEA-BLANCO TO LR-LINEA
003500     WRITE LR-LINEA
003510     MOVE WS-LINEA-ENCABEZADO TO LR-LINEA
003520     WRITE LR-LINEA.
003530
003540 1000-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580*    1010-LEER-PARAMETRO - TOMA LA VIGENCIA EN MESES DE
003590*    VENCPUNTOS.CTL; SI NO EXISTE, QUEDA EL VALOR POR DEFECTO
003600*----------------------------------------------------------------
003610 1010-LEER-PARAMETRO.
003620     OPEN INPUT VENCCTL
003630     IF WS-FS-VENCCTL = '00'
003640         READ VENCCTL
003650             NOT AT END
003660                 MOVE VC-MESES-VIGENCIA TO WS-MESES-VIGENCIA
003670         END-READ
003680         CLOSE VENCCTL
003690     END-IF.
003700
003710 1010-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------------
003750*    1020-CALCULAR-CORTE - FECHA DE CORTE = FECHA DEL PROCESO
003760*    MENOS LA VIGENCIA EN MESES, IGUAL QUE CLIENTES-VENCPUNTOS
003770*----------------------------------------------------------------
003780 1020-CALCULAR-CORTE.
003790     MOVE WS-FECHA-SISTEMA TO WS-FECHA-CORTE-NUM
003800
003810     COMPUTE WS-CM-TOTAL =
003820         WS-CO-ANIO * 12 + WS-CO-MES - WS-MESES-VIGENCIA
003830     COMPUTE WS-CM-ANIO = (WS-CM-TOTAL - 1) / 12
003840     COMPUTE WS-CM-RESTO = WS-CM-TOTAL - WS-CM-ANIO * 12
003850     MOVE WS-CM-ANIO  TO WS-CO-ANIO
003860     MOVE WS-CM-RESTO TO WS-CO-MES.
003870
003880 1020-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------------
003920*    1030-LEER-MODO - 'T' EN LOTES.CTL PIDE RECARGAR LOS LOTES
003930*    DE TODOS LOS CLIENTES; SIN EL ARCHIVO SOLO SE CORRIGEN LOS
003940*    CLIENTES CON DIFERENCIAS
003950*----------------------------------------------------------------
003960 1030-LEER-MODO.
003970     OPEN INPUT LOTESCTL
003980     IF WS-FS-LOTESCTL = '00'
003990         READ LOTESCTL
004000             NOT AT END
004010                 IF LC-MODO = 'T'
004020                     MOVE 'T' TO WS-SW-MODO-CARGA
004030                 END-IF
004040         END-READ
004050         CLOSE LOTESCTL
004060     END-IF.
004070
004080 1030-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------
004120*    3000-CONCILIAR-CLIENTES - APAREA EL MAESTRO, LEIDO EN
004130*    ORDEN DE CLIENTE, CON EL DIARIO ORDENADO POR CLIENTE Y
004140*    FECHA. SIN DIARIO SE PROCESA EL MAESTRO SOLO.
004150*----------------------------------------------------------------
004160 3000-CONCILIAR-CLIENTES.
004170     PERFORM 3100-LEER-ORDENADO THRU 3100-EXIT
004180     PERFORM 3150-LEER-MAESTRO THRU 3150-EXIT
004190
004200     PERFORM 3200-APAREAR-CLIENTE THRU 3200-EXIT
004210         UNTIL EOF-SORT AND EOF-MAESTRO.
004220
004230 3000-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------
004270*    3100-LEER-ORDENADO - DEVUELVE EL SIGUIENTE MOVIMIENTO
004280*----------------------------------------------------------------
004290 3100-LEER-ORDENADO.
004300     IF DIARIO-NO-EXISTE
004310         MOVE 'S' TO WS-SW-EOF-SORT
004320         MOVE 9999999999 TO WS-ID-DIARIO
004330         GO TO 3100-EXIT
004340     END-IF
004350
004360     RETURN SORTMOV
004370         AT END
004380             MOVE 'S' TO WS-SW-EOF-SORT
004390             MOVE 9999999999 TO WS-ID-DIARIO
004400         NOT AT END
004410             ADD 1 TO WS-CONT-MOVIMIENTOS
004420             MOVE SM-ID-CLIENTE TO WS-ID-DIARIO
004430     END-RETURN.
004440
004450 3100-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------------
004490*    3150-LEER-MAESTRO - SIGUIENTE CLIENTE DEL MAESTRO
004500*----------------------------------------------------------------
004510 3150-LEER-MAESTRO.
004520     READ CLIENTES NEXT RECORD
004530         AT END
004540             MOVE 'S' TO WS-SW-EOF-MAESTRO
004550             MOVE 9999999999 TO WS-ID-MAESTRO
004560         NOT AT END
004570             MOVE CR-ID-CLIENTE TO WS-ID-MAESTRO
004580     END-READ.
004590
004600 3150-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------------
004640*    3200-APAREAR-CLIENTE - MOVIMIENTOS DE UN CLIENTE QUE NO
004650*    ESTA EN EL MAESTRO SE SALTEAN; UN CLIENTE SIN MOVIMIENTOS
004660*    TIENE TODO EL SALDO EN EL LOTE DE APERTURA; SI TIENE
004670*    MOVIMIENTOS SE RECONSTRUYEN SUS LOTES
004680*----------------------------------------------------------------
004690 3200-APAREAR-CLIENTE.
004700     EVALUATE TRUE
004710         WHEN WS-ID-DIARIO < WS-ID-MAESTRO
004720             ADD 1 TO WS-CONT-SIN-MAESTRO
004730             MOVE WS-ID-DIARIO TO WS-CONTROL-CLIENTE
004740             PERFORM 3100-LEER-ORDENADO THRU 3100-EXIT
004750                 UNTIL WS-ID-DIARIO NOT = WS-CONTROL-CLIENTE
004760         WHEN WS-ID-MAESTRO < WS-ID-DIARIO
004770             PERFORM 3300-INICIAR-CLIENTE THRU 3300-EXIT
004780             MOVE CR-PUNTOS TO WS-APERTURA-PUNTOS
004790             MOVE CR-PUNTOS TO WS-APERTURA-ORIGINAL
004800             PERFORM 3500-CERRAR-CLIENTE THRU 3500-EXIT
004810             PERFORM 3150-LEER-MAESTRO THRU 3150-EXIT
004820         WHEN OTHER
004830             PERFORM 3300-INICIAR-CLIENTE THRU 3300-EXIT
004840             PERFORM 3310-SALDO-APERTURA THRU 3310-EXIT
004850             PERFORM 3400-APLICAR-MOVIMIENTO THRU 3400-EXIT
004860                 UNTIL WS-ID-DIARIO NOT = WS-CONTROL-CLIENTE
004870             PERFORM 3500-CERRAR-CLIENTE THRU 3500-EXIT
004880             PERFORM 3150-LEER-MAESTRO THRU 3150-EXIT
004890     END-EVALUATE.
004900
004910 3200-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------------
004950*    3300-INICIAR-CLIENTE - VACIA LA TABLA DE LOTES PARA EL
004960*    CLIENTE DEL MAESTRO EN CURSO
004970*----------------------------------------------------------------
004980 3300-INICIAR-CLIENTE.
004990     MOVE WS-ID-MAESTRO TO WS-CONTROL-CLIENTE
005000     MOVE CR-PUNTOS     TO WS-SALDO-MAESTRO
005010     MOVE ZERO TO WS-LOTE-CANT
005020     MOVE 1    TO WS-LOTE-PRIMERO
005030     MOVE ZERO TO WS-APERTURA-PUNTOS
005040     MOVE ZERO TO WS-APERTURA-ORIGINAL
005050     ADD 1 TO WS-CONT-CLIENTES.
005060
005070 3300-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------
005110*    3310-SALDO-APERTURA - EL SALDO ANTERIOR AL PRIMER
005120*    MOVIMIENTO DEL DIARIO SE DEDUCE DE SM-SALDO: MENOS LOS
005130*    PUNTOS SI EL MOVIMIENTO ACREDITA, MAS LOS PUNTOS SI DEBITA
005140*----------------------------------------------------------------
005150 3310-SALDO-APERTURA.
005160     IF SM-ES-COMPRA OR SM-ES-BONIFICACION
005170        OR SM-ES-AJUSTE-CREDITO OR SM-ES-BONIF-REFERIDO
005180        OR SM-ES-ANULACION OR SM-ES-ARRASTRE
005190         IF SM-SALDO > SM-PUNTOS
005200             COMPUTE WS-APERTURA-PUNTOS = SM-SALDO - SM-PUNTOS
005210         END-IF
005220     ELSE
005230         COMPUTE WS-APERTURA-PUNTOS = SM-SALDO + SM-PUNTOS
005240     END-IF
005250
005260     MOVE WS-APERTURA-PUNTOS TO WS-APERTURA-ORIGINAL.
005270
005280 3310-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------------
005320*    3400-APLICAR-MOVIMIENTO - ACTUALIZA LOS LOTES DE LA TABLA
005330*    SEGUN EL TIPO DE MOVIMIENTO Y LEE EL SIGUIENTE
005340*----------------------------------------------------------------
005350 3400-APLICAR-MOVIMIENTO.
005360     EVALUATE TRUE
005370         WHEN SM-ES-ARRASTRE
005380             CONTINUE
005390         WHEN SM-ES-COMPRA OR SM-ES-BONIFICACION
005400            OR SM-ES-AJUSTE-CREDITO
005410            OR SM-ES-BONIF-REFERIDO
005420             PERFORM 3410-AGREGAR-LOTE THRU 3410-EXIT
005430         WHEN SM-ES-ANULACION
005440             MOVE SM-PUNTOS TO WS-PUNTOS-A-REABRIR
005450             PERFORM 3470-REABRIR-LOTES THRU 3470-EXIT
005460         WHEN SM-ES-DEVOLUCION OR SM-ES-EXTORNO-BONIF
005470             MOVE SM-PUNTOS TO WS-PUNTOS-A-CONSUMIR
005480             PERFORM 3460-CONSUMIR-LOTE-ORIGEN THRU 3460-EXIT
005490                 VARYING WS-LOTE-IDX FROM 1 BY 1
005500                 UNTIL WS-LOTE-IDX > WS-LOTE-CANT
005510                    OR WS-PUNTOS-A-CONSUMIR = ZERO
005520             PERFORM 3440-CONSUMIR-LOTES THRU 3440-EXIT
005530         WHEN OTHER
005540             MOVE SM-PUNTOS TO WS-PUNTOS-A-CONSUMIR
005550             PERFORM 3440-CONSUMIR-LOTES THRU 3440-EXIT
005560     END-EVALUATE
005570
005580     PERFORM 3100-LEER-ORDENADO THRU 3100-EXIT.
005590
005600 3400-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640*    3410-AGREGAR-LOTE - ABRE UN LOTE NUEVO CON LA ACREDITACION,
005650*    O LA SUMA AL LOTE DEL MISMO DIA
005660*----------------------------------------------------------------
005670 3410-AGREGAR-LOTE.
005680     IF WS-LOTE-CANT > ZERO
005690         IF WS-LOTE-FECHA (WS-LOTE-CANT) = SM-FECHA
005700             ADD SM-PUNTOS TO WS-LOTE-PUNTOS   (WS-LOTE-CANT)
005710             ADD SM-PUNTOS TO WS-LOTE-ORIGINAL (WS-LOTE-CANT)
005720             GO TO 3410-EXIT
005730         END-IF
005740     END-IF
005750
005760     IF WS-LOTE-CANT < WS-LOTE-MAXIMO
005770         ADD 1 TO WS-LOTE-CANT
005780         MOVE SM-FECHA  TO WS-LOTE-FECHA    (WS-LOTE-CANT)
005790         MOVE SM-PUNTOS TO WS-LOTE-PUNTOS   (WS-LOTE-CANT)
005800         MOVE SM-PUNTOS TO WS-LOTE-ORIGINAL (WS-LOTE-CANT)
005810     ELSE
005820         ADD SM-PUNTOS TO WS-LOTE-PUNTOS   (WS-LOTE-CANT)
005830         ADD SM-PUNTOS TO WS-LOTE-ORIGINAL (WS-LOTE-CANT)
005840         MOVE SM-FECHA TO WS-LOTE-FECHA    (WS-LOTE-CANT)
005850     END-IF.
005860
005870 3410-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------------
005910*    3440-CONSUMIR-LOTES - CONSUME WS-PUNTOS-A-CONSUMIR DE LOS
005920*    LOTES FECHADOS EMPEZANDO POR EL MAS ANTIGUO (SALTEANDO LOS
005930*    YA CONSUMIDOS); LO QUE ELLOS NO CUBRAN SALE DEL LOTE DE
005940*    APERTURA
005950*----------------------------------------------------------------
005960 3440-CONSUMIR-LOTES.
005970     MOVE 1 TO WS-LOTE-PRIMERO
005980     PERFORM 3450-CONSUMIR-LOTE THRU 3450-EXIT
005990         UNTIL WS-PUNTOS-A-CONSUMIR = ZERO
006000            OR WS-LOTE-PRIMERO > WS-LOTE-CANT
006010
006020     IF WS-PUNTOS-A-CONSUMIR = ZERO
006030         GO TO 3440-EXIT
006040     END-IF
006050
006060     IF WS-APERTURA-PUNTOS < WS-PUNTOS-A-CONSUMIR
006070         MOVE WS-APERTURA-PUNTOS TO WS-LOTE-TOMADO
006080     ELSE
006090         MOVE WS-PUNTOS-A-CONSUMIR TO WS-LOTE-TOMADO
006100     END-IF
006110
006120     SUBTRACT WS-LOTE-TOMADO FROM WS-APERTURA-PUNTOS
006130     SUBTRACT WS-LOTE-TOMADO FROM WS-PUNTOS-A-CONSUMIR.
006140
006150 3440-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------------
006190*    3450-CONSUMIR-LOTE - DESCUENTA DEL LOTE WS-LOTE-PRIMERO LO
006200*    QUE PUEDA CUBRIR Y AVANZA AL SIGUIENTE SI LO AGOTA
006210*----------------------------------------------------------------
006220 3450-CONSUMIR-LOTE.
006230     IF WS-LOTE-PUNTOS (WS-LOTE-PRIMERO) <= WS-PUNTOS-A-CONSUMIR
006240         SUBTRACT WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
006250             FROM WS-PUNTOS-A-CONSUMIR
006260         MOVE ZERO TO WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
006270         ADD 1 TO WS-LOTE-PRIMERO
006280     ELSE
006290         SUBTRACT WS-PUNTOS-A-CONSUMIR
006300             FROM WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
006310         MOVE ZERO TO WS-PUNTOS-A-CONSUMIR
006320     END-IF.
006330
006340 3450-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------
006380*    3460-CONSUMIR-LOTE-ORIGEN - UNA DEVOLUCION 'D' O EXTORNO
006390*    'E' CONSUME PRIMERO EL LOTE QUE ABRIO EL MOVIMIENTO
006400*    ORIGINAL (MISMA FECHA QUE SM-FECHA-ORIGEN)
006410*----------------------------------------------------------------
006420 3460-CONSUMIR-LOTE-ORIGEN.
006430     IF WS-LOTE-FECHA (WS-LOTE-IDX) NOT = SM-FECHA-ORIGEN
006440        OR WS-LOTE-PUNTOS (WS-LOTE-IDX) = ZERO
006450         GO TO 3460-EXIT
006460     END-IF
006470
006480     IF WS-LOTE-PUNTOS (WS-LOTE-IDX) < WS-PUNTOS-A-CONSUMIR
006490         MOVE WS-LOTE-PUNTOS (WS-LOTE-IDX) TO WS-LOTE-TOMADO
006500     ELSE
006510         MOVE WS-PUNTOS-A-CONSUMIR TO WS-LOTE-TOMADO
006520     END-IF
006530
006540     SUBTRACT WS-LOTE-TOMADO FROM WS-LOTE-PUNTOS (WS-LOTE-IDX)
006550     SUBTRACT WS-LOTE-TOMADO FROM WS-PUNTOS-A-CONSUMIR.
006560
006570 3460-EXIT.
006580     EXIT.
006590
006600*----------------------------------------------------------------
006610*    3470-REABRIR-LOTES - UNA ANULACION DE CANJE 'X' DEVUELVE
006620*    LOS PUNTOS A LOS LOTES CONSUMIDOS, DESDE EL PRIMER LOTE AUN
006630*    ABIERTO HACIA ATRAS Y SIN SUPERAR LO ACREDITADO EN CADA
006640*    UNO. LO QUE NO TENGA LOTE QUE LO RESPALDE VA AL LOTE DE
006650*    APERTURA
006660*----------------------------------------------------------------
006670 3470-REABRIR-LOTES.
006680     COMPUTE WS-LOTE-PRIMERO = WS-LOTE-CANT + 1
006690     PERFORM 3475-UBICAR-PRIMERO THRU 3475-EXIT
006700         VARYING WS-LOTE-IDX FROM WS-LOTE-CANT BY -1
006710         UNTIL WS-LOTE-IDX < 1
006720
006730     MOVE 'N' TO WS-SW-SIN-CONSUMIDOS
006740     IF WS-LOTE-CANT = ZERO
006750         MOVE 'S' TO WS-SW-SIN-CONSUMIDOS
006760     END-IF
006770
006780     PERFORM 3480-REABRIR-LOTE THRU 3480-EXIT
006790         UNTIL WS-PUNTOS-A-REABRIR = ZERO
006800            OR SIN-LOTES-CONSUMIDOS
006810
006820     ADD WS-PUNTOS-A-REABRIR TO WS-APERTURA-PUNTOS
006830     ADD WS-PUNTOS-A-REABRIR TO WS-APERTURA-ORIGINAL.
006840
006850 3470-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------------
006890*    3475-UBICAR-PRIMERO - RECORRIDA DE ATRAS HACIA ADELANTE:
006900*    DEJA EN WS-LOTE-PRIMERO EL PRIMER LOTE CON PUNTOS ABIERTOS
006910*----------------------------------------------------------------
006920 3475-UBICAR-PRIMERO.
006930     IF WS-LOTE-PUNTOS (WS-LOTE-IDX) > ZERO
006940         MOVE WS-LOTE-IDX TO WS-LOTE-PRIMERO
006950     END-IF.
006960
006970 3475-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------------
007010*    3480-REABRIR-LOTE - DEVUELVE AL LOTE WS-LOTE-PRIMERO HASTA LO
007020*    ACREDITADO Y RETROCEDE AL LOTE ANTERIOR
007030*----------------------------------------------------------------
007040 3480-REABRIR-LOTE.
007050     IF WS-LOTE-PRIMERO > WS-LOTE-CANT
007060         MOVE WS-LOTE-CANT TO WS-LOTE-PRIMERO
007070     END-IF
007080
007090     COMPUTE WS-LOTE-HUECO =
007100         WS-LOTE-ORIGINAL (WS-LOTE-PRIMERO)
007110         - WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
007120
007130     IF WS-LOTE-HUECO >= WS-PUNTOS-A-REABRIR
007140         ADD WS-PUNTOS-A-REABRIR
007150             TO WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
007160         MOVE ZERO TO WS-PUNTOS-A-REABRIR
007170         GO TO 3480-EXIT
007180     END-IF
007190
007200     ADD WS-LOTE-HUECO TO WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
007210     SUBTRACT WS-LOTE-HUECO FROM WS-PUNTOS-A-REABRIR
007220
007230     IF WS-LOTE-PRIMERO = 1
007240         MOVE 'S' TO WS-SW-SIN-CONSUMIDOS
007250     ELSE
007260         SUBTRACT 1 FROM WS-LOTE-PRIMERO
007270     END-IF.
007280
007290 3480-EXIT.
007300     EXIT.
007310
007320*----------------------------------------------------------------
007330*    3500-CERRAR-CLIENTE - COMPARA CR-PUNTOS CON LA SUMA DE LOS
007340*    LOTES MANTENIDOS Y CON LA DE LOS RECONSTRUIDOS, REEMPLAZA
007350*    LOS LOTES SI CORRESPONDE E INFORMA LAS DIFERENCIAS
007360*----------------------------------------------------------------
007370 3500-CERRAR-CLIENTE.
007380     MOVE WS-APERTURA-PUNTOS TO WS-SUMA-RECONSTRUIDA
007390     PERFORM 3510-SUMAR-LOTE THRU 3510-EXIT
007400         VARYING WS-LOTE-IDX FROM 1 BY 1
007410         UNTIL WS-LOTE-IDX > WS-LOTE-CANT
007420
007430     PERFORM 3600-SUMAR-MANTENIDOS THRU 3600-EXIT
007440
007450     MOVE SPACES TO WS-ACCION
007460     EVALUATE TRUE
007470         WHEN CARGA-TOTAL
007480             PERFORM 3700-REEMPLAZAR-LOTES THRU 3700-EXIT
007490             MOVE 'RECARGADO' TO WS-ACCION
007500             IF WS-SUMA-RECONSTRUIDA NOT = WS-SALDO-MAESTRO
007510                 MOVE 'REVISAR' TO WS-ACCION
007520                 ADD 1 TO WS-CONT-A-REVISAR
007530             END-IF
007540         WHEN WS-SUMA-MANTENIDA = WS-SALDO-MAESTRO
007550             MOVE 'SIN ACCION' TO WS-ACCION
007560         WHEN WS-SUMA-RECONSTRUIDA = WS-SALDO-MAESTRO
007570             PERFORM 3700-REEMPLAZAR-LOTES THRU 3700-EXIT
007580             MOVE 'CORREGIDO' TO WS-ACCION
007590             ADD 1 TO WS-CONT-CORREGIDOS
007600         WHEN OTHER
007610             MOVE 'REVISAR' TO WS-ACCION
007620             ADD 1 TO WS-CONT-A-REVISAR
007630     END-EVALUATE
007640
007650     IF WS-SUMA-MANTENIDA NOT = WS-SALDO-MAESTRO
007660        OR WS-SUMA-RECONSTRUIDA NOT = WS-SALDO-MAESTRO
007670         ADD 1 TO WS-CONT-DIFERENCIAS
007680         PERFORM 3800-IMPRIMIR-DIFERENCIA THRU 3800-EXIT
007690     END-IF.
007700
007710 3500-EXIT.
007720     EXIT.
007730
007740*----------------------------------------------------------------
007750*    3510-SUMAR-LOTE - ACUMULA UN LOTE RECONSTRUIDO
007760*----------------------------------------------------------------
007770 3510-SUMAR-LOTE.
007780     ADD WS-LOTE-PUNTOS (WS-LOTE-IDX) TO WS-SUMA-RECONSTRUIDA.
007790
007800 3510-EXIT.
007810     EXIT.
007820
007830*----------------------------------------------------------------
007840*    3600-SUMAR-MANTENIDOS - SUMA LOS LOTES DEL CLIENTE QUE HAY
007850*    HOY EN LOTESPUNTOS, INCLUIDO EL DE APERTURA
007860*----------------------------------------------------------------
007870 3600-SUMAR-MANTENIDOS.
007880     MOVE ZERO TO WS-SUMA-MANTENIDA
007890     MOVE WS-CONTROL-CLIENTE TO LT-ID-CLIENTE
007900     MOVE ZERO               TO LT-FECHA
007910     MOVE 'N' TO WS-SW-FIN-LOTES
007920     START LOTES
007930         KEY IS NOT LESS THAN LT-CLAVE
007940         INVALID KEY
007950             MOVE 'S' TO WS-SW-FIN-LOTES
007960     END-START
007970
007980     PERFORM 3610-SUMAR-MANTENIDO THRU 3610-EXIT
007990         UNTIL FIN-LOTES-CLIENTE.
008000
008010 3600-EXIT.
008020     EXIT.
008030
008040*----------------------------------------------------------------
008050*    3610-SUMAR-MANTENIDO - LEE EL SIGUIENTE LOTE DEL CLIENTE Y
008060*    LO ACUMULA
008070*----------------------------------------------------------------
008080 3610-SUMAR-MANTENIDO.
008090     READ LOTES NEXT RECORD
008100         AT END
008110             MOVE 'S' TO WS-SW-FIN-LOTES
008120     END-READ
008130
008140     IF FIN-LOTES-CLIENTE
008150         GO TO 3610-EXIT
008160     END-IF
008170
008180     IF LT-ID-CLIENTE NOT = WS-CONTROL-CLIENTE
008190         MOVE 'S' TO WS-SW-FIN-LOTES
008200         GO TO 3610-EXIT
008210     END-IF
008220
008230     ADD LT-PUNTOS TO WS-SUMA-MANTENIDA.
008240
008250 3610-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------------
008290*    3700-REEMPLAZAR-LOTES - BORRA LOS LOTES DEL CLIENTE Y GRABA
008300*    LOS RECONSTRUIDOS. LOS LOTES CONSUMIDOS ANTERIORES AL CORTE
008310*    DE VENCIMIENTO NO SE GRABAN
008320*----------------------------------------------------------------
008330 3700-REEMPLAZAR-LOTES.
008340     MOVE 'N' TO WS-SW-FIN-LOTES
008350     PERFORM 3710-BORRAR-LOTE THRU 3710-EXIT
008360         UNTIL FIN-LOTES-CLIENTE
008370
008380     IF WS-APERTURA-PUNTOS > ZERO
008390         MOVE WS-CONTROL-CLIENTE   TO LT-ID-CLIENTE
008400         MOVE ZERO                 TO LT-FECHA
008410         MOVE WS-APERTURA-PUNTOS   TO LT-PUNTOS
008420         MOVE WS-APERTURA-ORIGINAL TO LT-ORIGINAL
008430         PERFORM 3730-GRABAR-LOTE THRU 3730-EXIT
008440     END-IF
008450
008460     PERFORM 3720-GRABAR-LOTE-TABLA THRU 3720-EXIT
008470         VARYING WS-LOTE-IDX FROM 1 BY 1
008480         UNTIL WS-LOTE-IDX > WS-LOTE-CANT.
008490
008500 3700-EXIT.
008510     EXIT.
008520
008530*----------------------------------------------------------------
008540*    3710-BORRAR-LOTE - BORRA EL PRIMER LOTE QUE QUEDE DEL
008550*    CLIENTE
008560*----------------------------------------------------------------
008570 3710-BORRAR-LOTE.
008580     MOVE WS-CONTROL-CLIENTE TO LT-ID-CLIENTE
008590     MOVE ZERO               TO LT-FECHA
008600     START LOTES
008610         KEY IS NOT LESS THAN LT-CLAVE
008620         INVALID KEY
008630             MOVE 'S' TO WS-SW-FIN-LOTES
008640             GO TO 3710-EXIT
008650     END-START
008660
008670     READ LOTES NEXT RECORD
008680         AT END
008690             MOVE 'S' TO WS-SW-FIN-LOTES
008700             GO TO 3710-EXIT
008710     END-READ
008720
008730     IF LT-ID-CLIENTE NOT = WS-CONTROL-CLIENTE
008740         MOVE 'S' TO WS-SW-FIN-LOTES
008750         GO TO 3710-EXIT
008760     END-IF
008770
008780     DELETE LOTES RECORD
008790         INVALID KEY
008800             MOVE 'S' TO WS-SW-FIN-LOTES
008810     END-DELETE.
008820
008830 3710-EXIT.
008840     EXIT.
008850
008860*----------------------------------------------------------------
008870*    3720-GRABAR-LOTE-TABLA - GRABA UN LOTE RECONSTRUIDO SI
008880*    TIENE PUNTOS O TODAVIA NO SUPERO LA VIGENCIA
008890*----------------------------------------------------------------
008900 3720-GRABAR-LOTE-TABLA.
008910     IF WS-LOTE-PUNTOS (WS-LOTE-IDX) = ZERO
008920        AND WS-LOTE-FECHA (WS-LOTE-IDX) < WS-FECHA-CORTE-NUM
008930         GO TO 3720-EXIT
008940     END-IF
008950
008960     MOVE WS-CONTROL-CLIENTE            TO LT-ID-CLIENTE
008970     MOVE WS-LOTE-FECHA    (WS-LOTE-IDX) TO LT-FECHA
008980     MOVE WS-LOTE-PUNTOS   (WS-LOTE-IDX) TO LT-PUNTOS
008990     MOVE WS-LOTE-ORIGINAL (WS-LOTE-IDX) TO LT-ORIGINAL
009000     PERFORM 3730-GRABAR-LOTE THRU 3730-EXIT.
009010
009020 3720-EXIT.
009030     EXIT.
009040
009050*----------------------------------------------------------------
009060*    3730-GRABAR-LOTE - GRABA EL LOTE ARMADO EN LT-REC
009070*----------------------------------------------------------------
009080 3730-GRABAR-LOTE.
009090     MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
009100     WRITE LT-REC
009110         INVALID KEY
009120             DISPLAY 'LOTE DUPLICADO ' LT-ID-CLIENTE ' '
009130                     LT-FECHA ' - STATUS ' WS-FS-LOTES
009140             GO TO 3730-EXIT
009150     END-WRITE
009160
009170     ADD 1 TO WS-CONT-LOTES-GRABADOS.
009180
009190 3730-EXIT.
009200     EXIT.
009210
009220*----------------------------------------------------------------
009230*    3800-IMPRIMIR-DIFERENCIA - LINEA DEL CLIENTE CUYOS LOTES NO
009240*    SUMAN CR-PUNTOS
009250*----------------------------------------------------------------
009260 3800-IMPRIMIR-DIFERENCIA.
009270     MOVE WS-CONTROL-CLIENTE   TO WS-LD-ID
009280     MOVE CR-SUCURSAL          TO WS-LD-SUCURSAL
009290     MOVE WS-SALDO-MAESTRO     TO WS-LD-SALDO
009300     MOVE WS-SUMA-MANTENIDA    TO WS-LD-MANTENIDA
009310     MOVE WS-SUMA-RECONSTRUIDA TO WS-LD-RECONSTRUIDA
009320     MOVE WS-ACCION            TO WS-LD-ACCION
009330     MOVE WS-LINEA-DETALLE TO LR-LINEA
009340     WRITE LR-LINEA.
009350
009360 3800-EXIT.
009370     EXIT.
009380
009390*----------------------------------------------------------------
009400*    8000-FINALIZAR - TOTALES Y CIERRE DE ARCHIVOS
009410*----------------------------------------------------------------
009420 8000-FINALIZAR.
009430     IF WS-CONT-DIFERENCIAS = ZERO
009440         MOVE WS-LINEA-SIN-DIFERENCIAS TO LR-LINEA
009450         WRITE LR-LINEA
009460     END-IF
009470
009480     MOVE WS-LINEA-BLANCO TO LR-LINEA
009490     WRITE LR-LINEA
009500
009510     MOVE 'CLIENTES VERIFICADOS' TO WS-LT-TEXTO
009520     MOVE WS-CONT-CLIENTES       TO WS-LT-VALOR
009530     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-EXIT
009540     MOVE 'MOVIMIENTOS DEL DIARIO' TO WS-LT-TEXTO
009550     MOVE WS-CONT-MOVIMIENTOS      TO WS-LT-VALOR
009560     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-EXIT
009570     MOVE 'CLIENTES DEL DIARIO SIN MAESTRO' TO WS-LT-TEXTO
009580     MOVE WS-CONT-SIN-MAESTRO      TO WS-LT-VALOR
009590     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-EXIT
009600     MOVE 'CLIENTES CON DIFERENCIAS' TO WS-LT-TEXTO
009610     MOVE WS-CONT-DIFERENCIAS      TO WS-LT-VALOR
009620     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-EXIT
009630     MOVE 'CLIENTES CORREGIDOS'    TO WS-LT-TEXTO
009640     MOVE WS-CONT-CORREGIDOS       TO WS-LT-VALOR
009650     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-EXIT
009660     MOVE 'CLIENTES A REVISAR'     TO WS-LT-TEXTO
009670     MOVE WS-CONT-A-REVISAR        TO WS-LT-VALOR
009680     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-EXIT
009690     MOVE 'LOTES GRABADOS'         TO WS-LT-TEXTO
009700     MOVE WS-CONT-LOTES-GRABADOS   TO WS-LT-VALOR
009710     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-EXIT
009720
009730     CLOSE CLIENTES
009740     CLOSE LOTES
009750     CLOSE LOTESRPT
009760
009770     DISPLAY 'CLIENTES-LOTES: ' WS-CONT-CLIENTES
009780             ' CLIENTES, ' WS-CONT-DIFERENCIAS
009790             ' CON DIFERENCIAS, ' WS-CONT-A-REVISAR
009800             ' A REVISAR'
009810
009820     IF WS-CONT-A-REVISAR > ZERO
009830         MOVE 4 TO RETURN-CODE
009840     END-IF.
009850
009860 8000-EXIT.
009870     EXIT.
009880
009890*----------------------------------------------------------------
009900*    8100-IMPRIMIR-TOTAL - LINEA DE TOTAL ARMADA EN
009910*    WS-LINEA-TOTAL
009920*----------------------------------------------------------------
009930 8100-IMPRIMIR-TOTAL.
009940     MOVE WS-LINEA-TOTAL TO LR-LINEA
009950     WRITE LR-LINEA.
009960
009970 8100-EXIT.
009980     EXIT.
009990
010000*----------------------------------------------------------------
010010*    1500-TOMAR-FECHA-PROCESO - LA FECHA DE NEGOCIO SE TOMA DEL
010020*    CONTROL CENTRAL PROCESOFECHA.CTL (AVANZADO POR
010030*    CLIENTES-CIERRE); SI NO EXISTE SE SIGUE CON LA FECHA DEL
010040*    SISTEMA YA CARGADA
010050*----------------------------------------------------------------
010060 1500-TOMAR-FECHA-PROCESO.
010070     OPEN INPUT PROCFECHA
010080     IF WS-FS-PROCFECHA = '00'
010090         READ PROCFECHA
010100             NOT AT END
010110                 MOVE PF-FECHA TO WS-FECHA-SISTEMA
010120         END-READ
010130         CLOSE PROCFECHA
010140     ELSE
010150         DISPLAY 'SIN PROCESOFECHA.CTL - SE USA LA FECHA '
010160                 'DEL SISTEMA'
010170     END-IF.
010180
010190 1500-EXIT.
010200     EXIT.

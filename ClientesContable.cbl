000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CLIENTES-CONTABLE.
000030 AUTHOR.         EQUIPO DE SISTEMAS - CUENTAS.
000040 INSTALLATION.   BANCO - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*----------------------------------------------------------------
000080*    CLIENTES-CONTABLE ES LA INTERFAZ DIARIA CON LA CONTABILIDAD
000090*    GENERAL DEL PASIVO POR EL PROGRAMA DE PUNTOS. TOMA DEL
000100*    DIARIO PERMANENTE PUNTOSMOVIMIENTOS LOS MOVIMIENTOS DE LA
000110*    FECHA DE NEGOCIO, LOS AGRUPA POR SUCURSAL DEL CLIENTE Y
000120*    TIPO DE MOVIMIENTO ('C' ACREDITACION, 'B' BONIFICACION DE
000130*    CAMPANIA, 'R' REDENCION, 'V' VENCIMIENTO, Y LAS REVERSIONES
000132*    'D' DEVOLUCION, 'E' EXTORNO DE BONIFICACION Y 'X' ANULACION
000133*    DE CANJE, QUE INVIERTEN LAS CUENTAS DEL ORIGINAL, Y LOS
000134*    AJUSTES MANUALES 'J' A FAVOR Y 'K' EN CONTRA, Y LA
000135*    BONIFICACION POR REFERIDO 'F'), LOS
000136*    VALORIZA AL VALOR DEL PUNTO DEL PARAMETRO VALORPUNTO.CTL Y
000140*    EMITE EN
000150*    ASIENTOSGL.DAT UN ASIENTO BALANCEADO (DEBE Y HABER) POR
000160*    SUCURSAL, TIPO Y DIA, CON REGISTRO DE CONTROL AL FINAL.
000170*    IMPRIME ADEMAS EN PASIVOPUNTOS.TXT LA EVOLUCION DEL PASIVO
000180*    (APERTURA + ACREDITADO - REDIMIDO - VENCIDO = CIERRE) Y LA
000190*    PRUEBA DEL CIERRE CONTRA LA SUMA DE CR-PUNTOS DEL MAESTRO.
000200*    EL PASIVO DE APERTURA ES EL CIERRE DEJADO POR LA CORRIDA
000210*    ANTERIOR EN PASIVOPUNTOS.CTL; EN LA PRIMERA CORRIDA SE
000220*    DERIVA DEL MAESTRO Y SE INFORMA COMO TAL.
000230*    VALORPUNTO.CTL LLEVA EL IMPORTE POR PUNTO EN 9(3)V9(6); SI
000240*    EL ARCHIVO NO EXISTE SE USA EL VALOR POR DEFECTO.
000250*    DEBE CORRER AL FINAL DEL CICLO, DESPUES DE CLIENTES-PURGA
000260*    Y ANTES DE CLIENTES-CIERRE: LOS SALDOS QUE LA PURGA LLEVA
000270*    AL HISTORICO SIN MOVIMIENTO SE INFORMAN COMO PARTIDA DE
000280*    CONCILIACION.
000290*
000300*    HISTORIAL DE MODIFICACIONES
000310*    FECHA       INIC.  DESCRIPCION
000320*    ----------  -----  ---------------------------------------
000330*    2026-10-15  DLF    VERSION ORIGINAL.
000333*    2026-10-15  DLF    CUENTAS PARA DEVOLUCIONES, EXTORNOS Y
000336*                       ANULACIONES DE CANJE
000338*    2026-10-15  DLF    CUENTAS PARA AJUSTES MANUALES J Y K
000339*    2026-10-15  DLF    CONTABILIZA LA BONIFICACION POR
000340*                       REFERIDO 'F' (TABLA DE TIPOS A 10
000341*                       ENTRADAS).
000342*----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PUNTOSMOV
000400         ASSIGN TO "puntosmovimientos.dat"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-PUNTOSMOV.
000430
000440     SELECT CLIENTES
000450         ASSIGN TO "clientes.dat"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CR-ID-CLIENTE
000490         ALTERNATE RECORD KEY IS CR-NOMBRE
000500             WITH DUPLICATES
000510         ALTERNATE RECORD KEY IS CR-SUCURSAL
000520             WITH DUPLICATES
000530         FILE STATUS IS WS-FS-CLIENTES.
000540
000550     SELECT CLIENTESHIST
000560         ASSIGN TO "clienteshist.dat"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CH-ID-CLIENTE
000600         FILE STATUS IS WS-FS-CLIENTESHIST.
000610
000620     SELECT ASIENTOSGL
000630         ASSIGN TO "asientosgl.dat"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FS-ASIENTOSGL.
000660
000670     SELECT PASIVORPT
000680         ASSIGN TO "pasivopuntos.txt"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-FS-PASIVORPT.
000710
000720     SELECT PASIVOCTL
000730         ASSIGN TO "pasivopuntos.ctl"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-FS-PASIVOCTL.
000760
000770     SELECT VALORCTL
000780         ASSIGN TO "valorpunto.ctl"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-FS-VALORCTL.
000810
000820     SELECT PROCFECHA
000830         ASSIGN TO "procesofecha.ctl"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-FS-PROCFECHA.
000860
000870     SELECT ULTCORRIDA
000880         ASSIGN TO "clientescontable.ult"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-FS-ULTCORRIDA.
000910
000920     SELECT RERUNOK
000930         ASSIGN TO "rerunok.ctl"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-FS-RERUNOK.
000960
000970     SELECT CICLOSTATUS
000980         ASSIGN TO "ciclostatus.dat"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-FS-CICLOSTATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  PUNTOSMOV
001050     RECORD CONTAINS 46 CHARACTERS.
001060 COPY PUNTMOV.
001070
001080 FD  CLIENTES.
001090 COPY CLIREC.
001100
001110 FD  CLIENTESHIST.
001120 COPY CLIHIST.
001130
001140 FD  ASIENTOSGL
001150     RECORD CONTAINS 80 CHARACTERS.
001160 COPY ASIENTGL.
001170
001180 FD  PASIVORPT
001190     RECORD CONTAINS 100 CHARACTERS.
001200 01  PR-LINEA                   PIC X(100).
001210
001220 FD  PASIVOCTL
001230     RECORD CONTAINS 32 CHARACTERS.
001240 01  PC-REC.
001250     05  PC-FECHA               PIC 9(08).
001260     05  PC-APERTURA            PIC 9(12).
001270     05  PC-CIERRE              PIC 9(12).
001280
001290 FD  VALORCTL
001300     RECORD CONTAINS 9 CHARACTERS.
001310 01  VP-VALOR-PUNTO             PIC 9(03)V9(06).
001320
001330 FD  PROCFECHA
001340     RECORD CONTAINS 8 CHARACTERS.
001350 01  PF-FECHA                   PIC 9(08).
001360
001370 FD  ULTCORRIDA
001380     RECORD CONTAINS 8 CHARACTERS.
001390 01  UC-FECHA                   PIC 9(08).
001400
001410 FD  RERUNOK
001420     RECORD CONTAINS 8 CHARACTERS.
001430 01  RK-FECHA                   PIC 9(08).
001440
001450 FD  CICLOSTATUS
001460     RECORD CONTAINS 62 CHARACTERS.
001470 COPY CICLOST.
001480
001490 WORKING-STORAGE SECTION.
001500 01  WS-FILE-STATUSES.
001510     05  WS-FS-PUNTOSMOV        PIC X(02).
001520     05  WS-FS-CLIENTES         PIC X(02).
001530     05  WS-FS-CLIENTESHIST     PIC X(02).
001540     05  WS-FS-ASIENTOSGL       PIC X(02).
001550     05  WS-FS-PASIVORPT        PIC X(02).
001560     05  WS-FS-PASIVOCTL        PIC X(02).
001570     05  WS-FS-VALORCTL         PIC X(02).
001580     05  WS-FS-PROCFECHA        PIC X(02).
001590     05  WS-FS-ULTCORRIDA       PIC X(02).
001600     05  WS-FS-RERUNOK          PIC X(02).
001610     05  WS-FS-CICLOSTATUS      PIC X(02).
001620
001630 01  WS-SWITCHES.
001640     05  WS-SW-EOF-ENTRADA      PIC X(01)   VALUE 'N'.
001650         88  EOF-ENTRADA                    VALUE 'S'.
001660         88  NOT-EOF-ENTRADA                VALUE 'N'.
001670     05  WS-SW-HAY-CIERRE-ANT   PIC X(01)   VALUE 'N'.
001680         88  HAY-CIERRE-ANTERIOR            VALUE 'S'.
001690         88  SIN-CIERRE-ANTERIOR            VALUE 'N'.
001700     05  WS-SW-TIPO-OK          PIC X(01)   VALUE 'N'.
001710         88  TIPO-CONTABLE                  VALUE 'S'.
001720         88  TIPO-NO-CONTABLE               VALUE 'N'.
001730     05  WS-SW-SUC-UBICADA      PIC X(01)   VALUE 'N'.
001740         88  SUC-UBICADA                    VALUE 'S'.
001750         88  SUC-NO-UBICADA                 VALUE 'N'.
001760     05  WS-SW-POS-HALLADA      PIC X(01)   VALUE 'N'.
001770         88  POS-HALLADA                    VALUE 'S'.
001780         88  POS-NO-HALLADA                 VALUE 'N'.
001790
001800 01  WS-FECHA-SISTEMA           PIC 9(08).
001810 01  WS-ULT-FECHA               PIC 9(08)   VALUE ZERO.
001820 01  WS-RERUN-FECHA             PIC 9(08)   VALUE ZERO.
001830 01  WS-HORA-CICLO              PIC 9(08).
001840
001850 77  WS-VALOR-PUNTO             PIC 9(03)V9(06) VALUE 0.010000.
001860 77  WS-CONT-LEIDOS             PIC 9(07)   COMP    VALUE ZERO.
001870 77  WS-CONT-CONTABILIZADOS     PIC 9(07)   COMP    VALUE ZERO.
001880 77  WS-CONT-SIN-CLIENTE        PIC 9(07)   COMP    VALUE ZERO.
001890 77  WS-CONT-ASIENTOS           PIC 9(06)   COMP    VALUE ZERO.
001900 77  WS-CONT-LINEAS             PIC 9(07)   COMP    VALUE ZERO.
001910 77  WS-SUCURSAL-MOV            PIC 9(05)   VALUE ZERO.
001920
001930*    TIPOS DE MOVIMIENTO CONTABILIZADOS: SIGNO SOBRE EL PASIVO
001940*    ('+' LO AUMENTA, '-' LO DISMINUYE), CUENTA DEBE, CUENTA
001950*    HABER Y CONCEPTO. EL ARRASTRE 'A' NO ES ACTIVIDAD Y NO SE
001960*    CONTABILIZA.
001970 01  WS-TABLA-TIPOS-VALUES.
001980     05  FILLER                 PIC X(50)   VALUE
001990         'C+52310000012151000001ACREDITADO POR COMPRAS      '.
002000     05  FILLER                 PIC X(50)   VALUE
002010         'B+52310000022151000001BONIFICACION DE CAMPANIA    '.
002020     05  FILLER                 PIC X(50)   VALUE
002030         'R-21510000012152000001REDIMIDO                    '.
002040     05  FILLER                 PIC X(50)   VALUE
002041         'V-21510000014391000001VENCIDO                     '.
002042     05  FILLER                 PIC X(50)   VALUE
002043         'D-21510000015231000001DEVOLUCION DE COMPRAS       '.
002044     05  FILLER                 PIC X(50)   VALUE
002045         'E-21510000015231000002EXTORNO DE BONIFICACION     '.
002046     05  FILLER                 PIC X(50)   VALUE
002047         'X+21520000012151000001ANULACION DE CANJES         '.
002048     05  FILLER                 PIC X(50)   VALUE
002049         'J+52330000012151000001AJUSTE MANUAL A FAVOR       '.
002050     05  FILLER                 PIC X(50)   VALUE
002051         'K-21510000015233000001AJUSTE MANUAL EN CONTRA     '.
002054     05  FILLER                 PIC X(50)   VALUE
002057         'F+52310000032151000001BONIFICACION POR REFERIDO   '.
002060 01  WS-TABLA-TIPOS REDEFINES WS-TABLA-TIPOS-VALUES.
002070     05  WS-TM-ENT              OCCURS 10 TIMES.
002080         10  WS-TM-TIPO         PIC X(01).
002090         10  WS-TM-SIGNO        PIC X(01).
002100             88  WS-TM-AUMENTA              VALUE '+'.
002110             88  WS-TM-DISMINUYE            VALUE '-'.
002120         10  WS-TM-CTA-DEBE     PIC X(10).
002130         10  WS-TM-CTA-HABER    PIC X(10).
002140         10  WS-TM-CONCEPTO     PIC X(28).
002150
002160 77  WS-TM-IDX                  PIC 9(04)   COMP.
002170 77  WS-TM-MAXIMO               PIC 9(04)   COMP    VALUE 10.
002180 77  WS-TM-AUX                  PIC 9(04)   COMP.
002190
002200*    TOTALES DEL DIA POR TIPO (PUNTOS Y SUMA DE LOS IMPORTES
002210*    ASENTADOS POR SUCURSAL)
002220 01  WS-TOTALES-TIPO.
002230     05  WS-TT-ENT              OCCURS 10 TIMES.
002240         10  WS-TT-PUNTOS       PIC 9(12).
002250         10  WS-TT-IMPORTE      PIC 9(13)V9(02).
002260
002270*    ACUMULADO DEL DIA POR SUCURSAL Y TIPO, EN ORDEN DE
002280*    SUCURSAL
002290 01  WS-TABLA-SUCURSALES.
002300     05  WS-SUC-CANT            PIC 9(04)   COMP    VALUE ZERO.
002310     05  WS-SUC-MAXIMO          PIC 9(04)   COMP    VALUE 300.
002320     05  WS-SUC-ENT             OCCURS 300 TIMES.
002330         10  WS-SUC-NUMERO      PIC 9(05).
002340         10  WS-SUC-PUNTOS      PIC 9(11)   OCCURS 10 TIMES.
002350
002360 77  WS-SUC-IDX                 PIC 9(04)   COMP.
002370 77  WS-SUC-POS                 PIC 9(04)   COMP.
002380 77  WS-SUC-DESDE               PIC 9(04)   COMP.
002390
002400*    EVOLUCION DEL PASIVO EN PUNTOS
002410 01  WS-PASIVO.
002420     05  WS-PS-APERTURA         PIC 9(12)   VALUE ZERO.
002430     05  WS-PS-MAESTRO          PIC 9(12)   VALUE ZERO.
002440     05  WS-PS-PURGADOS         PIC 9(12)   VALUE ZERO.
002450     05  WS-PS-NETO-DIA         PIC S9(12)  VALUE ZERO.
002460     05  WS-PS-CIERRE-CALC      PIC S9(12)  VALUE ZERO.
002470     05  WS-PS-DIFERENCIA       PIC S9(12)  VALUE ZERO.
002480
002490 77  WS-PUNTOS-LINEA            PIC S9(12)  VALUE ZERO.
002500
002510 01  WS-IMPORTES.
002520     05  WS-IM-ASIENTO          PIC 9(13)V9(02).
002530     05  WS-IM-TOTAL-DEBE       PIC 9(15)V9(02) VALUE ZERO.
002540     05  WS-IM-TOTAL-HABER      PIC 9(15)V9(02) VALUE ZERO.
002550
002560 01  WS-LINEA-TITULO.
002570     05  FILLER                 PIC X(46)
002580         VALUE 'PASIVO DEL PROGRAMA DE PUNTOS - FECHA NEGOCIO '.
002590     05  WS-TI-FECHA            PIC 9(08).
002600     05  FILLER                 PIC X(15)
002610         VALUE '   VALOR PUNTO '.
002620     05  WS-TI-VALOR            PIC ZZ9.999999.
002630     05  FILLER                 PIC X(21)   VALUE SPACES.
002640
002650 01  WS-LINEA-SUBTITULO         PIC X(100).
002660
002670 01  WS-LINEA-ENCAB-ASIENTOS.
002680     05  FILLER                 PIC X(06)   VALUE 'ASIENT'.
002690     05  FILLER                 PIC X(03)   VALUE SPACES.
002700     05  FILLER                 PIC X(05)   VALUE ' SUC.'.
002710     05  FILLER                 PIC X(02)   VALUE SPACES.
002720     05  FILLER                 PIC X(01)   VALUE 'T'.
002730     05  FILLER                 PIC X(02)   VALUE SPACES.
002740     05  FILLER                 PIC X(28)   VALUE 'CONCEPTO'.
002750     05  FILLER                 PIC X(01)   VALUE SPACE.
002760     05  FILLER                 PIC X(11)   VALUE '     PUNTOS'.
002770     05  FILLER                 PIC X(01)   VALUE SPACE.
002780     05  FILLER                 PIC X(16)
002790         VALUE '         IMPORTE'.
002800     05  FILLER                 PIC X(02)   VALUE SPACES.
002810     05  FILLER                 PIC X(10)   VALUE 'CTA DEBE'.
002820     05  FILLER                 PIC X(01)   VALUE SPACE.
002830     05  FILLER                 PIC X(10)   VALUE 'CTA HABER'.
002840     05  FILLER                 PIC X(01)   VALUE SPACE.
002850
002860 01  WS-LINEA-ASIENTO.
002870     05  WS-LA-ASIENTO          PIC Z(5)9.
002880     05  FILLER                 PIC X(03)   VALUE SPACES.
002890     05  WS-LA-SUCURSAL         PIC Z(4)9.
002900     05  FILLER                 PIC X(02)   VALUE SPACES.
002910     05  WS-LA-TIPO             PIC X(01).
002920     05  FILLER                 PIC X(02)   VALUE SPACES.
002930     05  WS-LA-CONCEPTO         PIC X(28).
002940     05  FILLER                 PIC X(01)   VALUE SPACE.
002950     05  WS-LA-PUNTOS           PIC Z(10)9.
002960     05  FILLER                 PIC X(01)   VALUE SPACE.
002970     05  WS-LA-IMPORTE          PIC Z(12)9.99.
002980     05  FILLER                 PIC X(02)   VALUE SPACES.
002990     05  WS-LA-CTA-DEBE         PIC X(10).
003000     05  FILLER                 PIC X(01)   VALUE SPACE.
003010     05  WS-LA-CTA-HABER        PIC X(10).
003020     05  FILLER                 PIC X(01)   VALUE SPACE.
003030
003040 01  WS-LINEA-EVOLUCION.
003050     05  WS-LE-CONCEPTO         PIC X(44).
003060     05  FILLER                 PIC X(02)   VALUE SPACES.
003070     05  WS-LE-PUNTOS           PIC -(12)9.
003080     05  FILLER                 PIC X(03)   VALUE SPACES.
003090     05  WS-LE-IMPORTE          PIC -(13)9.99.
003100     05  FILLER                 PIC X(21)   VALUE SPACES.
003110
003120 01  WS-LINEA-CONTROL.
003130     05  FILLER                 PIC X(10)   VALUE 'CONTROL:  '.
003140     05  WS-LC-RESULTADO        PIC X(60).
003150     05  FILLER                 PIC X(30)   VALUE SPACES.
003160
003170 01  WS-LINEA-TOTAL-GL.
003180     05  FILLER                 PIC X(20)
003190         VALUE 'ASIENTOS EMITIDOS:  '.
003200     05  WS-TG-ASIENTOS         PIC Z(5)9.
003210     05  FILLER                 PIC X(14)
003220         VALUE '   TOTAL DEBE '.
003230     05  WS-TG-DEBE             PIC Z(14)9.99.
003240     05  FILLER                 PIC X(15)
003250         VALUE '   TOTAL HABER '.
003260     05  WS-TG-HABER            PIC Z(14)9.99.
003270     05  FILLER                 PIC X(09)   VALUE SPACES.
003280
003290 01  WS-LINEA-BLANCO            PIC X(100)  VALUE SPACES.
003300
003310 PROCEDURE DIVISION.
003320*----------------------------------------------------------------
003330*    0000-MAINLINE
003340*----------------------------------------------------------------
003350 0000-MAINLINE.
003360     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003370
003380     PERFORM 2000-SUMAR-MAESTRO THRU 2000-EXIT
003390
003400     PERFORM 2500-SUMAR-PURGADOS THRU 2500-EXIT
003410
003420     PERFORM 3000-ACUMULAR-DIARIO THRU 3000-EXIT
003430
003440     PERFORM 4000-EMITIR-ASIENTOS THRU 4000-EXIT
003450
003460     PERFORM 5000-EMITIR-EVOLUCION THRU 5000-EXIT
003470
003480     PERFORM 8000-FINALIZAR THRU 8000-EXIT
003490
003500     STOP RUN.
003510
003520*----------------------------------------------------------------
003530*    1000-INICIALIZAR - FECHA DE NEGOCIO, PARAMETROS, CIERRE
003540*    ANTERIOR Y APERTURA DE ARCHIVOS
003550*----------------------------------------------------------------
003560 1000-INICIALIZAR.
003570     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
003580     PERFORM 1500-TOMAR-FECHA-PROCESO THRU 1500-EXIT
003590     PERFORM 1600-CONTROL-REPROCESO THRU 1600-EXIT
003600     PERFORM 9100-MARCAR-INICIO THRU 9100-EXIT
003610
003620     PERFORM 1010-LEER-VALOR-PUNTO THRU 1010-EXIT
003630     PERFORM 1020-LEER-CIERRE-ANTERIOR THRU 1020-EXIT
003640
003650     PERFORM 1030-LIMPIAR-TOTAL-TIPO THRU 1030-EXIT
003660         VARYING WS-TM-IDX FROM 1 BY 1
003670         UNTIL WS-TM-IDX > WS-TM-MAXIMO
003680
003690     OPEN INPUT  CLIENTES
003700     OPEN OUTPUT ASIENTOSGL
003710     OPEN OUTPUT PASIVORPT
003720
003730     MOVE WS-FECHA-SISTEMA TO WS-TI-FECHA
003740     MOVE WS-VALOR-PUNTO   TO WS-TI-VALOR
003750     MOVE WS-LINEA-TITULO  TO PR-LINEA
003760     WRITE PR-LINEA
003770     MOVE WS-LINEA-BLANCO  TO PR-LINEA
003780     WRITE PR-LINEA.
003790
003800 1000-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------------
003840*    1010-LEER-VALOR-PUNTO - IMPORTE POR PUNTO DEL PARAMETRO
003850*    VALORPUNTO.CTL; SIN EL ARCHIVO QUEDA EL VALOR POR DEFECTO
003860*----------------------------------------------------------------
003870 1010-LEER-VALOR-PUNTO.
003880     OPEN INPUT VALORCTL
003890     IF WS-FS-VALORCTL = '00'
003900         READ VALORCTL
003910             NOT AT END
003920                 MOVE VP-VALOR-PUNTO TO WS-VALOR-PUNTO
003930         END-READ
003940         CLOSE VALORCTL
003950     ELSE
003960         DISPLAY 'SIN VALORPUNTO.CTL - SE USA EL VALOR POR '
003970                 'DEFECTO ' WS-VALOR-PUNTO
003980     END-IF.
003990
004000 1010-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------------
004040*    1020-LEER-CIERRE-ANTERIOR - EL PASIVO DE APERTURA ES EL
004050*    CIERRE DE LA CORRIDA ANTERIOR; EN UN REPROCESO DE LA MISMA
004060*    FECHA SE REUTILIZA LA APERTURA YA REGISTRADA
004070*----------------------------------------------------------------
004080 1020-LEER-CIERRE-ANTERIOR.
004090     OPEN INPUT PASIVOCTL
004100     IF WS-FS-PASIVOCTL NOT = '00'
004110         GO TO 1020-EXIT
004120     END-IF
004130
004140     READ PASIVOCTL
004150         NOT AT END
004160             MOVE 'S' TO WS-SW-HAY-CIERRE-ANT
004170             IF PC-FECHA = WS-FECHA-SISTEMA
004180                 MOVE PC-APERTURA TO WS-PS-APERTURA
004190             ELSE
004200                 MOVE PC-CIERRE   TO WS-PS-APERTURA
004210             END-IF
004220     END-READ
004230     CLOSE PASIVOCTL.
004240
004250 1020-EXIT.
004260     EXIT.
004270
004280 1030-LIMPIAR-TOTAL-TIPO.
004290     MOVE ZERO TO WS-TT-PUNTOS  (WS-TM-IDX)
004300     MOVE ZERO TO WS-TT-IMPORTE (WS-TM-IDX).
004310
004320 1030-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------
004360*    2000-SUMAR-MAESTRO - PASIVO SEGUN EL MAESTRO: SUMA DE
004370*    CR-PUNTOS DE TODOS LOS CLIENTES
004380*----------------------------------------------------------------
004390 2000-SUMAR-MAESTRO.
004400     IF WS-FS-CLIENTES NOT = '00'
004410         GO TO 2000-EXIT
004420     END-IF
004430
004440     MOVE 'N' TO WS-SW-EOF-ENTRADA
004450     PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
004460     PERFORM 2150-ACUMULAR-CLIENTE THRU 2150-EXIT
004470         UNTIL EOF-ENTRADA.
004480
004490 2000-EXIT.
004500     EXIT.
004510
004520 2100-LEER-CLIENTE.
004530     READ CLIENTES NEXT RECORD
004540         AT END
004550             MOVE 'S' TO WS-SW-EOF-ENTRADA
004560     END-READ.
004570
004580 2100-EXIT.
004590     EXIT.
004600
004610 2150-ACUMULAR-CLIENTE.
004620     ADD CR-PUNTOS TO WS-PS-MAESTRO
004630
004640     PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT.
004650
004660 2150-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------
004700*    2500-SUMAR-PURGADOS - SALDOS QUE CLIENTES-PURGA LLEVO HOY
004710*    AL HISTORICO: SALEN DEL MAESTRO SIN MOVIMIENTO EN EL
004720*    DIARIO Y SE INFORMAN COMO PARTIDA DE CONCILIACION
004730*----------------------------------------------------------------
004740 2500-SUMAR-PURGADOS.
004750     OPEN INPUT CLIENTESHIST
004760     IF WS-FS-CLIENTESHIST NOT = '00'
004770         GO TO 2500-EXIT
004780     END-IF
004790
004800     MOVE 'N' TO WS-SW-EOF-ENTRADA
004810     PERFORM 2510-LEER-HISTORICO THRU 2510-EXIT
004820     PERFORM 2550-ACUMULAR-PURGADO THRU 2550-EXIT
004830         UNTIL EOF-ENTRADA
004840
004850     CLOSE CLIENTESHIST.
004860
004870 2500-EXIT.
004880     EXIT.
004890
004900 2510-LEER-HISTORICO.
004910     READ CLIENTESHIST NEXT RECORD
004920         AT END
004930             MOVE 'S' TO WS-SW-EOF-ENTRADA
004940     END-READ.
004950
004960 2510-EXIT.
004970     EXIT.
004980
004990 2550-ACUMULAR-PURGADO.
005000     IF CH-FECHA-PURGA = WS-FECHA-SISTEMA
005010         ADD CH-PUNTOS TO WS-PS-PURGADOS
005020     END-IF
005030
005040     PERFORM 2510-LEER-HISTORICO THRU 2510-EXIT.
005050
005060 2550-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------------
005100*    3000-ACUMULAR-DIARIO - RECORRE EL DIARIO PERMANENTE Y
005110*    ACUMULA LOS MOVIMIENTOS DE LA FECHA DE NEGOCIO POR
005120*    SUCURSAL Y TIPO
005130*----------------------------------------------------------------
005140 3000-ACUMULAR-DIARIO.
005150     OPEN INPUT PUNTOSMOV
005160     IF WS-FS-PUNTOSMOV NOT = '00'
005170         DISPLAY 'SIN DIARIO PUNTOSMOVIMIENTOS - SIN '
005180                 'MOVIMIENTOS A CONTABILIZAR'
005190         GO TO 3000-EXIT
005200     END-IF
005210
005220     MOVE 'N' TO WS-SW-EOF-ENTRADA
005230     PERFORM 3100-LEER-MOVIMIENTO THRU 3100-EXIT
005240     PERFORM 3200-TRATAR-MOVIMIENTO THRU 3200-EXIT
005250         UNTIL EOF-ENTRADA
005260
005270     CLOSE PUNTOSMOV.
005280
005290 3000-EXIT.
005300     EXIT.
005310
005320 3100-LEER-MOVIMIENTO.
005330     READ PUNTOSMOV
005340         AT END
005350             MOVE 'S' TO WS-SW-EOF-ENTRADA
005360     END-READ.
005370
005380 3100-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------------
005420*    3200-TRATAR-MOVIMIENTO - UBICA TIPO Y SUCURSAL DEL
005430*    MOVIMIENTO Y LO SUMA A LA CELDA CORRESPONDIENTE
005440*----------------------------------------------------------------
005450 3200-TRATAR-MOVIMIENTO.
005460     IF PM-FECHA NOT = WS-FECHA-SISTEMA
005470         GO TO 3200-SIGUE
005480     END-IF
005490
005500     ADD 1 TO WS-CONT-LEIDOS
005510
005520     PERFORM 3210-BUSCAR-TIPO THRU 3210-EXIT
005530     IF TIPO-NO-CONTABLE
005540         GO TO 3200-SIGUE
005550     END-IF
005560
005570     PERFORM 3220-SUCURSAL-CLIENTE THRU 3220-EXIT
005580     PERFORM 3300-UBICAR-SUCURSAL THRU 3300-EXIT
005590     IF SUC-NO-UBICADA
005600         DISPLAY 'TABLA DE SUCURSALES LLENA - MOVIMIENTO '
005610                 'NO CONTABILIZADO ' PM-ID-CLIENTE
005620         GO TO 3200-SIGUE
005630     END-IF
005640
005650     ADD PM-PUNTOS TO WS-SUC-PUNTOS (WS-SUC-POS, WS-TM-IDX)
005660     ADD PM-PUNTOS TO WS-TT-PUNTOS  (WS-TM-IDX)
005670     ADD 1         TO WS-CONT-CONTABILIZADOS
005680     .
005690
005700 3200-SIGUE.
005710     PERFORM 3100-LEER-MOVIMIENTO THRU 3100-EXIT.
005720
005730 3200-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------------
005770*    3210-BUSCAR-TIPO - POSICION DEL TIPO EN LA TABLA DE TIPOS
005780*    CONTABILIZADOS; UN TIPO FUERA DE LA TABLA SE IGNORA
005790*----------------------------------------------------------------
005800 3210-BUSCAR-TIPO.
005810     MOVE 'N' TO WS-SW-TIPO-OK
005820     MOVE 1   TO WS-TM-IDX
005830
005840     PERFORM 3215-COMPARAR-TIPO THRU 3215-EXIT
005850         UNTIL TIPO-CONTABLE
005860            OR WS-TM-IDX > WS-TM-MAXIMO.
005870
005880 3210-EXIT.
005890     EXIT.
005900
005910 3215-COMPARAR-TIPO.
005920     IF WS-TM-TIPO (WS-TM-IDX) = PM-TIPO
005930         MOVE 'S' TO WS-SW-TIPO-OK
005940     ELSE
005950         ADD 1 TO WS-TM-IDX
005960     END-IF.
005970
005980 3215-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------
006020*    3220-SUCURSAL-CLIENTE - SUCURSAL ACTUAL DEL CLIENTE EN EL
006030*    MAESTRO; UN CLIENTE YA PURGADO SE BUSCA EN EL HISTORICO Y,
006040*    SI TAMPOCO ESTA, SE ASIENTA EN LA SUCURSAL CERO
006050*----------------------------------------------------------------
006060 3220-SUCURSAL-CLIENTE.
006070     MOVE ZERO          TO WS-SUCURSAL-MOV
006080     MOVE PM-ID-CLIENTE TO CR-ID-CLIENTE
006090
006100     READ CLIENTES
006110         INVALID KEY
006120             PERFORM 3225-SUCURSAL-HISTORICO THRU 3225-EXIT
006130         NOT INVALID KEY
006140             MOVE CR-SUCURSAL TO WS-SUCURSAL-MOV
006150     END-READ.
006160
006170 3220-EXIT.
006180     EXIT.
006190
006200 3225-SUCURSAL-HISTORICO.
006210     OPEN INPUT CLIENTESHIST
006220     IF WS-FS-CLIENTESHIST NOT = '00'
006230         ADD 1 TO WS-CONT-SIN-CLIENTE
006240         GO TO 3225-EXIT
006250     END-IF
006260
006270     MOVE PM-ID-CLIENTE TO CH-ID-CLIENTE
006280     READ CLIENTESHIST
006290         INVALID KEY
006300             ADD 1 TO WS-CONT-SIN-CLIENTE
006310         NOT INVALID KEY
006320             MOVE CH-SUCURSAL TO WS-SUCURSAL-MOV
006330     END-READ
006340
006350     CLOSE CLIENTESHIST.
006360
006370 3225-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------------
006410*    3300-UBICAR-SUCURSAL - POSICION DE LA SUCURSAL EN LA TABLA;
006420*    UNA SUCURSAL NUEVA SE INSERTA EN SU LUGAR PARA QUE LOS
006430*    ASIENTOS SALGAN EN ORDEN DE SUCURSAL
006440*----------------------------------------------------------------
006450 3300-UBICAR-SUCURSAL.
006460     MOVE 'N' TO WS-SW-SUC-UBICADA
006470     MOVE 'N' TO WS-SW-POS-HALLADA
006480     MOVE 1   TO WS-SUC-POS
006490
006500     PERFORM 3310-AVANZAR-SUCURSAL THRU 3310-EXIT
006510         UNTIL POS-HALLADA
006520            OR WS-SUC-POS > WS-SUC-CANT
006530
006540     IF POS-HALLADA
006550         IF WS-SUC-NUMERO (WS-SUC-POS) = WS-SUCURSAL-MOV
006560             MOVE 'S' TO WS-SW-SUC-UBICADA
006570             GO TO 3300-EXIT
006580         END-IF
006590     END-IF
006600
006610     IF WS-SUC-CANT NOT < WS-SUC-MAXIMO
006620         GO TO 3300-EXIT
006630     END-IF
006640
006650     MOVE WS-SUC-CANT TO WS-SUC-DESDE
006660     PERFORM 3320-CORRER-SUCURSAL THRU 3320-EXIT
006670         UNTIL WS-SUC-DESDE < WS-SUC-POS
006680     ADD 1 TO WS-SUC-CANT
006690
006700     MOVE WS-SUCURSAL-MOV TO WS-SUC-NUMERO (WS-SUC-POS)
006710     PERFORM 3330-LIMPIAR-CELDA THRU 3330-EXIT
006720         VARYING WS-TM-AUX FROM 1 BY 1
006730         UNTIL WS-TM-AUX > WS-TM-MAXIMO
006740     MOVE 'S' TO WS-SW-SUC-UBICADA.
006750
006760 3300-EXIT.
006770     EXIT.
006780
006790 3310-AVANZAR-SUCURSAL.
006800     IF WS-SUC-NUMERO (WS-SUC-POS) NOT < WS-SUCURSAL-MOV
006810         MOVE 'S' TO WS-SW-POS-HALLADA
006820     ELSE
006830         ADD 1 TO WS-SUC-POS
006840     END-IF.
006850
006860 3310-EXIT.
006870     EXIT.
006880
006890 3320-CORRER-SUCURSAL.
006900     MOVE WS-SUC-ENT (WS-SUC-DESDE)
006910       TO WS-SUC-ENT (WS-SUC-DESDE + 1)
006920     SUBTRACT 1 FROM WS-SUC-DESDE.
006930
006940 3320-EXIT.
006950     EXIT.
006960
006970 3330-LIMPIAR-CELDA.
006980     MOVE ZERO TO WS-SUC-PUNTOS (WS-SUC-POS, WS-TM-AUX).
006990
007000 3330-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------------
007040*    4000-EMITIR-ASIENTOS - UN ASIENTO BALANCEADO POR SUCURSAL Y
007050*    TIPO CON PUNTOS EN EL DIA, MAS EL CONTROL DE ARCHIVO
007060*----------------------------------------------------------------
007070 4000-EMITIR-ASIENTOS.
007080     MOVE 'ASIENTOS CONTABLES DEL DIA' TO WS-LINEA-SUBTITULO
007090     MOVE WS-LINEA-SUBTITULO       TO PR-LINEA
007100     WRITE PR-LINEA
007110     MOVE WS-LINEA-ENCAB-ASIENTOS  TO PR-LINEA
007120     WRITE PR-LINEA
007130
007140     PERFORM 4100-ASIENTOS-SUCURSAL THRU 4100-EXIT
007150         VARYING WS-SUC-IDX FROM 1 BY 1
007160         UNTIL WS-SUC-IDX > WS-SUC-CANT
007170
007180     PERFORM 4300-GRABAR-CONTROL THRU 4300-EXIT
007190
007200     MOVE WS-CONT-ASIENTOS  TO WS-TG-ASIENTOS
007210     MOVE WS-IM-TOTAL-DEBE  TO WS-TG-DEBE
007220     MOVE WS-IM-TOTAL-HABER TO WS-TG-HABER
007230     MOVE WS-LINEA-BLANCO   TO PR-LINEA
007240     WRITE PR-LINEA
007250     MOVE WS-LINEA-TOTAL-GL TO PR-LINEA
007260     WRITE PR-LINEA
007270     MOVE WS-LINEA-BLANCO   TO PR-LINEA
007280     WRITE PR-LINEA.
007290
007300 4000-EXIT.
007310     EXIT.
007320
007330 4100-ASIENTOS-SUCURSAL.
007340     PERFORM 4200-GRABAR-ASIENTO THRU 4200-EXIT
007350         VARYING WS-TM-IDX FROM 1 BY 1
007360         UNTIL WS-TM-IDX > WS-TM-MAXIMO.
007370
007380 4100-EXIT.
007390     EXIT.
007400
007410*----------------------------------------------------------------
007420*    4200-GRABAR-ASIENTO - VALORIZA LA CELDA Y GRABA LA LINEA
007430*    DEBE Y LA LINEA HABER POR EL MISMO IMPORTE
007440*----------------------------------------------------------------
007450 4200-GRABAR-ASIENTO.
007460     IF WS-SUC-PUNTOS (WS-SUC-IDX, WS-TM-IDX) = ZERO
007470         GO TO 4200-EXIT
007480     END-IF
007490
007500     ADD 1 TO WS-CONT-ASIENTOS
007510     COMPUTE WS-IM-ASIENTO ROUNDED =
007520         WS-SUC-PUNTOS (WS-SUC-IDX, WS-TM-IDX) * WS-VALOR-PUNTO
007530     ADD WS-IM-ASIENTO TO WS-TT-IMPORTE (WS-TM-IDX)
007540
007550     MOVE SPACES                       TO AG-DATOS
007560     MOVE '1'                          TO AG-TIPO-REG
007570     MOVE WS-FECHA-SISTEMA             TO AG-FECHA
007580     MOVE WS-CONT-ASIENTOS             TO AG-NRO-ASIENTO
007590     MOVE WS-SUC-NUMERO (WS-SUC-IDX)   TO AG-SUCURSAL
007600     MOVE WS-TM-TIPO (WS-TM-IDX)       TO AG-TIPO-MOV
007610     MOVE WS-IM-ASIENTO                TO AG-IMPORTE
007620     MOVE WS-SUC-PUNTOS (WS-SUC-IDX, WS-TM-IDX) TO AG-PUNTOS
007630     MOVE WS-TM-CONCEPTO (WS-TM-IDX)   TO AG-CONCEPTO
007640
007650     MOVE WS-TM-CTA-DEBE (WS-TM-IDX)   TO AG-CUENTA
007660     MOVE 'D'                          TO AG-DEBE-HABER
007670     WRITE AG-REC
007680     ADD WS-IM-ASIENTO TO WS-IM-TOTAL-DEBE
007690
007700     MOVE WS-TM-CTA-HABER (WS-TM-IDX)  TO AG-CUENTA
007710     MOVE 'H'                          TO AG-DEBE-HABER
007720     WRITE AG-REC
007730     ADD WS-IM-ASIENTO TO WS-IM-TOTAL-HABER
007740     ADD 2 TO WS-CONT-LINEAS
007750
007760     MOVE WS-CONT-ASIENTOS             TO WS-LA-ASIENTO
007770     MOVE WS-SUC-NUMERO (WS-SUC-IDX)   TO WS-LA-SUCURSAL
007780     MOVE WS-TM-TIPO (WS-TM-IDX)       TO WS-LA-TIPO
007790     MOVE WS-TM-CONCEPTO (WS-TM-IDX)   TO WS-LA-CONCEPTO
007800     MOVE WS-SUC-PUNTOS (WS-SUC-IDX, WS-TM-IDX) TO WS-LA-PUNTOS
007810     MOVE WS-IM-ASIENTO                TO WS-LA-IMPORTE
007820     MOVE WS-TM-CTA-DEBE (WS-TM-IDX)   TO WS-LA-CTA-DEBE
007830     MOVE WS-TM-CTA-HABER (WS-TM-IDX)  TO WS-LA-CTA-HABER
007840     MOVE WS-LINEA-ASIENTO             TO PR-LINEA
007850     WRITE PR-LINEA.
007860
007870 4200-EXIT.
007880     EXIT.
007890
007900*----------------------------------------------------------------
007910*    4300-GRABAR-CONTROL - REGISTRO DE CONTROL AL FINAL DE LA
007920*    INTERFAZ CONTABLE
007930*----------------------------------------------------------------
007940 4300-GRABAR-CONTROL.
007950     MOVE SPACES            TO AG-DATOS
007960     MOVE '9'               TO AG-TIPO-REG
007970     MOVE WS-FECHA-SISTEMA  TO AG-CT-FECHA
007980     MOVE WS-CONT-ASIENTOS  TO AG-CT-ASIENTOS
007990     MOVE WS-CONT-LINEAS    TO AG-CT-LINEAS
008000     MOVE WS-IM-TOTAL-DEBE  TO AG-CT-DEBE
008010     MOVE WS-IM-TOTAL-HABER TO AG-CT-HABER
008020     WRITE AG-REC.
008030
008040 4300-EXIT.
008050     EXIT.
008060
008070*----------------------------------------------------------------
008080*    5000-EMITIR-EVOLUCION - APERTURA + AUMENTOS - DISMINUCIONES
008090*    = CIERRE CALCULADO, PROBADO CONTRA LA SUMA DE CR-PUNTOS
008100*----------------------------------------------------------------
008110 5000-EMITIR-EVOLUCION.
008120     MOVE ZERO TO WS-PS-NETO-DIA
008130     PERFORM 5100-NETO-TIPO THRU 5100-EXIT
008140         VARYING WS-TM-IDX FROM 1 BY 1
008150         UNTIL WS-TM-IDX > WS-TM-MAXIMO
008160
008170     IF SIN-CIERRE-ANTERIOR
008180         COMPUTE WS-PS-APERTURA =
008190             WS-PS-MAESTRO + WS-PS-PURGADOS - WS-PS-NETO-DIA
008200     END-IF
008210
008220     COMPUTE WS-PS-CIERRE-CALC =
008230         WS-PS-APERTURA + WS-PS-NETO-DIA - WS-PS-PURGADOS
008240     COMPUTE WS-PS-DIFERENCIA =
008250         WS-PS-MAESTRO - WS-PS-CIERRE-CALC
008260
008270     MOVE 'EVOLUCION DEL PASIVO' TO WS-LINEA-SUBTITULO
008280     MOVE WS-LINEA-SUBTITULO TO PR-LINEA
008290     WRITE PR-LINEA
008300
008310     MOVE 'PASIVO DE APERTURA (CIERRE ANTERIOR)'
008320       TO WS-LE-CONCEPTO
008330     MOVE WS-PS-APERTURA TO WS-PUNTOS-LINEA
008340     PERFORM 5300-LINEA-EVOLUCION THRU 5300-EXIT
008350
008360     PERFORM 5200-LINEA-TIPO THRU 5200-EXIT
008370         VARYING WS-TM-IDX FROM 1 BY 1
008380         UNTIL WS-TM-IDX > WS-TM-MAXIMO
008390
008400     MOVE '(-) SALDOS PURGADOS AL HISTORICO'
008410       TO WS-LE-CONCEPTO
008420     MOVE WS-PS-PURGADOS TO WS-PUNTOS-LINEA
008430     PERFORM 5300-LINEA-EVOLUCION THRU 5300-EXIT
008440
008450     MOVE 'PASIVO DE CIERRE CALCULADO' TO WS-LE-CONCEPTO
008460     MOVE WS-PS-CIERRE-CALC TO WS-PUNTOS-LINEA
008470     PERFORM 5300-LINEA-EVOLUCION THRU 5300-EXIT
008480
008490     MOVE 'PASIVO SEGUN MAESTRO (SUMA CR-PUNTOS)'
008500       TO WS-LE-CONCEPTO
008510     MOVE WS-PS-MAESTRO TO WS-PUNTOS-LINEA
008520     PERFORM 5300-LINEA-EVOLUCION THRU 5300-EXIT
008530
008540     MOVE 'DIFERENCIA' TO WS-LE-CONCEPTO
008550     MOVE WS-PS-DIFERENCIA TO WS-PUNTOS-LINEA
008560     PERFORM 5300-LINEA-EVOLUCION THRU 5300-EXIT
008570
008580     MOVE WS-LINEA-BLANCO TO PR-LINEA
008590     WRITE PR-LINEA
008600
008610     EVALUATE TRUE
008620         WHEN WS-PS-DIFERENCIA NOT = ZERO
008630             MOVE 'CIERRE CON DIFERENCIA CONTRA EL MAESTRO'
008640               TO WS-LC-RESULTADO
008650             MOVE 8 TO RETURN-CODE
008660         WHEN SIN-CIERRE-ANTERIOR
008670             MOVE
008680              'SIN CIERRE PREVIO: APERTURA DERIVADA DEL MAESTRO'
008690               TO WS-LC-RESULTADO
008700         WHEN OTHER
008710             MOVE 'PASIVO CUADRADO CONTRA EL MAESTRO'
008720               TO WS-LC-RESULTADO
008730     END-EVALUATE
008740     MOVE WS-LINEA-CONTROL TO PR-LINEA
008750     WRITE PR-LINEA.
008760
008770 5000-EXIT.
008780     EXIT.
008790
008800 5100-NETO-TIPO.
008810     IF WS-TM-AUMENTA (WS-TM-IDX)
008820         ADD WS-TT-PUNTOS (WS-TM-IDX) TO WS-PS-NETO-DIA
008830     ELSE
008840         SUBTRACT WS-TT-PUNTOS (WS-TM-IDX) FROM WS-PS-NETO-DIA
008850     END-IF.
008860
008870 5100-EXIT.
008880     EXIT.
008890
008900*----------------------------------------------------------------
008910*    5200-LINEA-TIPO - UNA LINEA DE LA EVOLUCION POR TIPO DE
008920*    MOVIMIENTO, CON EL IMPORTE EFECTIVAMENTE ASENTADO
008930*----------------------------------------------------------------
008940 5200-LINEA-TIPO.
008950     MOVE SPACES TO WS-LE-CONCEPTO
008960     IF WS-TM-AUMENTA (WS-TM-IDX)
008970         MOVE '(+)' TO WS-LE-CONCEPTO (1:3)
008980     ELSE
008990         MOVE '(-)' TO WS-LE-CONCEPTO (1:3)
009000     END-IF
009010     MOVE WS-TM-CONCEPTO (WS-TM-IDX) TO WS-LE-CONCEPTO (5:28)
009020
009030     MOVE WS-TT-PUNTOS  (WS-TM-IDX) TO WS-LE-PUNTOS
009040     MOVE WS-TT-IMPORTE (WS-TM-IDX) TO WS-LE-IMPORTE
009050     MOVE WS-LINEA-EVOLUCION TO PR-LINEA
009060     WRITE PR-LINEA.
009070
009080 5200-EXIT.
009090     EXIT.
009100
009110*----------------------------------------------------------------
009120*    5300-LINEA-EVOLUCION - IMPRIME UNA LINEA DE PUNTOS CON SU
009130*    IMPORTE AL VALOR DEL PUNTO
009140*----------------------------------------------------------------
009150 5300-LINEA-EVOLUCION.
009160     MOVE WS-PUNTOS-LINEA TO WS-LE-PUNTOS
009170     COMPUTE WS-LE-IMPORTE ROUNDED =
009180         WS-PUNTOS-LINEA * WS-VALOR-PUNTO
009190     MOVE WS-LINEA-EVOLUCION TO PR-LINEA
009200     WRITE PR-LINEA.
009210
009220 5300-EXIT.
009230     EXIT.
009240
009250*----------------------------------------------------------------
009260*    6000-GRABAR-CIERRE - DEJA APERTURA Y CIERRE DEL DIA PARA LA
009270*    CORRIDA SIGUIENTE (EL CIERRE ES EL SALDO DEL MAESTRO)
009280*----------------------------------------------------------------
009290 6000-GRABAR-CIERRE.
009300     OPEN OUTPUT PASIVOCTL
009310     MOVE WS-FECHA-SISTEMA TO PC-FECHA
009320     MOVE WS-PS-APERTURA   TO PC-APERTURA
009330     MOVE WS-PS-MAESTRO    TO PC-CIERRE
009340     WRITE PC-REC
009350     CLOSE PASIVOCTL.
009360
009370 6000-EXIT.
009380     EXIT.
009390
009400*----------------------------------------------------------------
009410*    8000-FINALIZAR - CIERRA ARCHIVOS Y REGISTRA LA CORRIDA
009420*----------------------------------------------------------------
009430 8000-FINALIZAR.
009440     PERFORM 6000-GRABAR-CIERRE THRU 6000-EXIT
009450
009460     IF WS-CONT-SIN-CLIENTE > ZERO
009470         DISPLAY 'MOVIMIENTOS SIN CLIENTE ASENTADOS EN '
009480                 'SUCURSAL CERO: ' WS-CONT-SIN-CLIENTE
009490     END-IF
009500
009510     CLOSE CLIENTES
009520     CLOSE ASIENTOSGL
009530     CLOSE PASIVORPT
009540
009550     PERFORM 9000-GRABAR-ULT-CORRIDA THRU 9000-EXIT.
009560     PERFORM 9200-MARCAR-FIN THRU 9200-EXIT.
009570
009580 8000-EXIT.
009590     EXIT.
009600
009610*----------------------------------------------------------------
009620*    1500-TOMAR-FECHA-PROCESO - LA FECHA DE NEGOCIO SE TOMA DEL
009630*    CONTROL CENTRAL PROCESOFECHA.CTL (AVANZADO POR
009640*    CLIENTES-CIERRE); SI NO EXISTE SE SIGUE CON LA FECHA DEL
009650*    SISTEMA YA CARGADA
009660*----------------------------------------------------------------
009670 1500-TOMAR-FECHA-PROCESO.
009680     OPEN INPUT PROCFECHA
009690     IF WS-FS-PROCFECHA = '00'
009700         READ PROCFECHA
009710             NOT AT END
009720                 MOVE PF-FECHA TO WS-FECHA-SISTEMA
009730         END-READ
009740         CLOSE PROCFECHA
009750     ELSE
009760         DISPLAY 'SIN PROCESOFECHA.CTL - SE USA LA FECHA '
009770                 'DEL SISTEMA'
009780     END-IF.
009790
009800 1500-EXIT.
009810     EXIT.
009820
009830*----------------------------------------------------------------
009840*    1600-CONTROL-REPROCESO - RECHAZA UNA SEGUNDA CORRIDA PARA
009850*    UNA FECHA DE NEGOCIO YA COMPLETADA, SALVO AUTORIZACION
009860*    EXPLICITA DEL OPERADOR (RERUNOK.CTL CON LA MISMA FECHA)
009870*----------------------------------------------------------------
009880 1600-CONTROL-REPROCESO.
009890     OPEN INPUT ULTCORRIDA
009900     IF WS-FS-ULTCORRIDA = '00'
009910         READ ULTCORRIDA
009920             NOT AT END
009930                 MOVE UC-FECHA TO WS-ULT-FECHA
009940         END-READ
009950         CLOSE ULTCORRIDA
009960     END-IF
009970
009980     IF WS-ULT-FECHA NOT = WS-FECHA-SISTEMA
009990         GO TO 1600-EXIT
010000     END-IF
010010
010020     OPEN INPUT RERUNOK
010030     IF WS-FS-RERUNOK = '00'
010040         READ RERUNOK
010050             NOT AT END
010060                 MOVE RK-FECHA TO WS-RERUN-FECHA
010070         END-READ
010080         CLOSE RERUNOK
010090     END-IF
010100
010110     IF WS-RERUN-FECHA = WS-FECHA-SISTEMA
010120         DISPLAY 'CLIENTES-CONTABLE - REPROCESO AUTORIZADO '
010130                 'PARA ' WS-FECHA-SISTEMA
010140     ELSE
010150         DISPLAY 'CLIENTES-CONTABLE YA CORRIO PARA LA FECHA '
010160                 WS-FECHA-SISTEMA
010170         DISPLAY 'EL REPROCESO REQUIERE RERUNOK.CTL CON LA '
010180                 'MISMA FECHA DE NEGOCIO'
010190         MOVE 8 TO RETURN-CODE
010200         STOP RUN
010210     END-IF.
010220
010230 1600-EXIT.
010240     EXIT.
010250
010260*----------------------------------------------------------------
010270*    9000-GRABAR-ULT-CORRIDA - DEJA ASENTADA LA FECHA DE NEGOCIO
010280*    COMPLETADA POR ESTA CORRIDA
010290*----------------------------------------------------------------
010300 9000-GRABAR-ULT-CORRIDA.
010310     OPEN OUTPUT ULTCORRIDA
010320     MOVE WS-FECHA-SISTEMA TO UC-FECHA
010330     WRITE UC-FECHA
010340     CLOSE ULTCORRIDA.
010350
010360 9000-EXIT.
010370     EXIT.
010380
010390*----------------------------------------------------------------
010400*    9100-MARCAR-INICIO - ESTAMPA EL ARRANQUE DEL PASO EN EL
010410*    CONTROL DE ESTADO DEL CICLO NOCTURNO (CICLOSTATUS)
010420*----------------------------------------------------------------
010430 9100-MARCAR-INICIO.
010440     MOVE 'I'  TO CS-EVENTO
010450     MOVE ZERO TO CS-RETORNO
010460     MOVE ZERO TO CS-LEIDOS
010470     MOVE ZERO TO CS-GRABADOS
010480     MOVE ZERO TO CS-RECHAZADOS
010490     PERFORM 9300-GRABAR-CICLOSTATUS THRU 9300-EXIT.
010500
010510 9100-EXIT.
010520     EXIT.
010530
010540*----------------------------------------------------------------
010550*    9200-MARCAR-FIN - ESTAMPA EL FIN DEL PASO CON SU CODIGO DE
010560*    RETORNO Y SUS CONTADORES EN CICLOSTATUS
010570*----------------------------------------------------------------
010580 9200-MARCAR-FIN.
010590     MOVE 'F'         TO CS-EVENTO
010600     MOVE RETURN-CODE TO CS-RETORNO
010610     MOVE WS-CONT-LEIDOS         TO CS-LEIDOS
010620     MOVE WS-CONT-CONTABILIZADOS TO CS-GRABADOS
010630     MOVE WS-CONT-SIN-CLIENTE    TO CS-RECHAZADOS
010640     PERFORM 9300-GRABAR-CICLOSTATUS THRU 9300-EXIT.
010650
010660 9200-EXIT.
010670     EXIT.
010680
010690*----------------------------------------------------------------
010700*    9300-GRABAR-CICLOSTATUS - COMPLETA LOS DATOS COMUNES Y
010710*    AGREGA LA FILA AL CONTROL COMPARTIDO DEL CICLO
010720*----------------------------------------------------------------
010730 9300-GRABAR-CICLOSTATUS.
010740     ACCEPT WS-HORA-CICLO FROM TIME
010750     MOVE WS-FECHA-SISTEMA TO CS-FECHA
010760     MOVE 'CLIENTES-CONTABLE' TO CS-PROGRAMA
010770     MOVE WS-HORA-CICLO TO CS-HORA
010780
010790     OPEN EXTEND CICLOSTATUS
010800     IF WS-FS-CICLOSTATUS NOT = '00'
010810         OPEN OUTPUT CICLOSTATUS
010820     END-IF
010830
010840     WRITE CS-REC
010850
010860     CLOSE CICLOSTATUS.
010870
010880 9300-EXIT.
010890     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CLIENTES-ACCESODATOS.
000030 AUTHOR.         EQUIPO DE SISTEMAS - CUENTAS.
000040 INSTALLATION.   BANCO - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*----------------------------------------------------------------
000080*    CLIENTES-ACCESODATOS RESPONDE LOS PEDIDOS DE ACCESO A DATOS
000090*    PERSONALES ("TODO LO QUE EL BANCO TIENE SOBRE MI"). PARA
000100*    CADA CR-ID-CLIENTE DE ACCESODATOS.DAT (UNO POR FILA) DEJA
000110*    EN ACCESODATOS.TXT UN UNICO DOCUMENTO CON -
000120*        LOS DATOS DEL MAESTRO VIVO CLIENTES,
000130*        LOS DATOS DEL HISTORICO DE PURGADOS CLIENTESHIST,
000140*        LOS HOGARES A LOS QUE PERTENECE (HOGARES),
000150*        SUS MOVIMIENTOS DEL DIARIO DE PUNTOS VIVO Y DE LOS
000160*        ARCHIVOS ANUALES puntosmov.A<AAAA>,
000170*        SUS EVENTOS DEL DIARIO CENTRAL VIVO Y DE LOS ARCHIVOS
000180*        ANUALES eventoscli.A<AAAA>.
000190*    LOS ANIOS ARCHIVADOS A INCLUIR SE TOMAN DE
000200*    ACCESOARCHIVO.CTL (UN ANIO AAAA POR FILA), COMO EN
000210*    CLIENTES-HISTORIAL. DE LOS HOGARES SOLO SE INFORMA EL
000220*    NUMERO DE HOGAR, NO LOS DEMAS MIEMBROS. SE CORRE A PEDIDO.
000230*
000240*    HISTORIAL DE MODIFICACIONES
000250*    FECHA       INIC.  DESCRIPCION
000260*    ----------  -----  ---------------------------------------
000270*    2026-10-15  DLF    VERSION ORIGINAL.
000280*----------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ACCESOSOL
000340         ASSIGN TO "accesodatos.dat"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-FS-ACCESOSOL.
000370
000380     SELECT ACCESOARCHCTL
000390         ASSIGN TO "accesoarchivo.ctl"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-ACCESOARCHCTL.
000420
000430     SELECT CLIENTES
000440         ASSIGN TO "clientes.dat"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CR-ID-CLIENTE
000480         ALTERNATE RECORD KEY IS CR-NOMBRE
000490             WITH DUPLICATES
000500         ALTERNATE RECORD KEY IS CR-SUCURSAL
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-FS-CLIENTES.
000530
000540     SELECT CLIENTESHIST
000550         ASSIGN TO "clienteshist.dat"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CH-ID-CLIENTE
000590         FILE STATUS IS WS-FS-CLIENTESHIST.
000600
000610     SELECT SUCURSALES
000620         ASSIGN TO "sucursales.dat"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS SU-NUMERO
000660         FILE STATUS IS WS-FS-SUCURSALES.
000670
000680     SELECT HOGARES
000690         ASSIGN TO "hogares.dat"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FS-HOGARES.
000720
000730     SELECT PUNTOSMOV
000740         ASSIGN TO "puntosmovimientos.dat"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-FS-PUNTOSMOV.
000770
000780     SELECT ARCHMOV
000790         ASSIGN TO WS-NOMBRE-ARCH-MOV
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-FS-ARCHMOV.
000820
000830     SELECT EVENTLOG
000840         ASSIGN TO "eventosclientes.dat"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-FS-EVENTLOG.
000870
000880     SELECT ARCHEVENTOS
000890         ASSIGN TO WS-NOMBRE-ARCH-EV
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-FS-ARCHEVENTOS.
000920
000930     SELECT ACCESORPT
000940         ASSIGN TO "accesodatos.txt"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-FS-ACCESORPT.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  ACCESOSOL
001010     RECORD CONTAINS 10 CHARACTERS.
001020 01  AS-ID-CLIENTE              PIC 9(10).
001030
001040 FD  ACCESOARCHCTL
001050     RECORD CONTAINS 4 CHARACTERS.
001060 01  AA-ANIO                    PIC 9(04).
001070
001080 FD  CLIENTES.
001090 COPY CLIREC.
001100
001110 FD  CLIENTESHIST.
001120 COPY CLIHIST.
001130
001140 FD  SUCURSALES.
001150 COPY SUCREC.
001160
001170 FD  HOGARES
001180     RECORD CONTAINS 18 CHARACTERS.
001190 COPY HOGARCLI.
001200
001210 FD  PUNTOSMOV
001220     RECORD CONTAINS 46 CHARACTERS.
001230 COPY PUNTMOV.
001240
001250 FD  ARCHMOV
001260     RECORD CONTAINS 46 CHARACTERS.
001270 01  AM-LINEA                   PIC X(46).
001280
001290 FD  EVENTLOG
001300     RECORD CONTAINS 110 CHARACTERS.
001310 COPY EVENTCLI.
001320
001330 FD  ARCHEVENTOS
001340     RECORD CONTAINS 110 CHARACTERS.
001350 01  AE-LINEA                   PIC X(110).
001360
001370 FD  ACCESORPT
001380     RECORD CONTAINS 120 CHARACTERS.
001390 01  AR-LINEA                   PIC X(120).
001400
001410 WORKING-STORAGE SECTION.
001420 01  WS-FILE-STATUSES.
001430     05  WS-FS-ACCESOSOL        PIC X(02).
001440     05  WS-FS-ACCESOARCHCTL    PIC X(02).
001450     05  WS-FS-CLIENTES         PIC X(02).
001460     05  WS-FS-CLIENTESHIST     PIC X(02).
001470     05  WS-FS-SUCURSALES       PIC X(02).
001480     05  WS-FS-HOGARES          PIC X(02).
001490     05  WS-FS-PUNTOSMOV        PIC X(02).
001500     05  WS-FS-ARCHMOV          PIC X(02).
001510     05  WS-FS-EVENTLOG         PIC X(02).
001520     05  WS-FS-ARCHEVENTOS      PIC X(02).
001530     05  WS-FS-ACCESORPT        PIC X(02).
001540
001550 01  WS-SWITCHES.
001560     05  WS-SW-EOF-SOLICITUD    PIC X(01)   VALUE 'N'.
001570         88  EOF-SOLICITUD                  VALUE 'S'.
001580     05  WS-SW-EOF-ARCHCTL      PIC X(01)   VALUE 'N'.
001590         88  EOF-ARCHCTL                    VALUE 'S'.
001600     05  WS-SW-EOF-ENTRADA      PIC X(01)   VALUE 'N'.
001610         88  EOF-ENTRADA                    VALUE 'S'.
001620         88  NOT-EOF-ENTRADA                VALUE 'N'.
001630     05  WS-SW-CLI-DISPONIBLE   PIC X(01)   VALUE 'N'.
001640         88  CLIENTES-DISPONIBLE            VALUE 'S'.
001650     05  WS-SW-HIST-DISPONIBLE  PIC X(01)   VALUE 'N'.
001660         88  HISTORICO-DISPONIBLE           VALUE 'S'.
001670     05  WS-SW-SUC-DISPONIBLE   PIC X(01)   VALUE 'N'.
001680         88  SUCURSALES-DISPONIBLE          VALUE 'S'.
001690         88  SUCURSALES-NO-DISPONIBLE       VALUE 'N'.
001700     05  WS-SW-SOL-ABIERTA      PIC X(01)   VALUE 'N'.
001710         88  SOLICITUDES-ABIERTAS           VALUE 'S'.
001720
001730*    AREA DE TRABAJO DEL CLIENTE PEDIDO, CARGADA DESDE EL
001740*    MAESTRO O DESDE EL HISTORICO PARA IMPRIMIR AMBOS IGUAL
001750 01  WS-DATOS-CLIENTE.
001760     05  WS-DC-SUCURSAL         PIC 9(05).
001770     05  WS-DC-NOMBRE           PIC X(30).
001780     05  WS-DC-FECHA-ALTA       PIC 9(08).
001790     05  WS-DC-ESTADO           PIC X(01).
001800     05  WS-DC-SALARIO          PIC S9(09)V9(02).
001810     05  WS-DC-CATEGORIA        PIC 9(01).
001820     05  WS-DC-PUNTOS           PIC 9(09).
001830     05  WS-DC-ULT-ACTIVIDAD    PIC 9(08).
001840     05  WS-DC-FECHA-PURGA      PIC 9(08).
001850
001860 01  WS-ID-PEDIDO               PIC 9(10)   VALUE ZERO.
001870 01  WS-FECHA-EMISION           PIC 9(08).
001880
001890 01  WS-NOMBRE-ARCH-MOV         PIC X(30).
001900 01  WS-NOMBRE-ARCH-EV          PIC X(30).
001910 01  WS-NOMBRE-SUCURSAL         PIC X(30).
001920
001930*    ANIOS ARCHIVADOS PEDIDOS EN ACCESOARCHIVO.CTL
001940 01  WS-TABLA-ANIOS.
001950     05  WS-ANI-CANT            PIC 9(04)   COMP    VALUE ZERO.
001960     05  WS-ANI-MAXIMO          PIC 9(04)   COMP    VALUE 20.
001970     05  WS-ANI-ANIO            PIC 9(04)   OCCURS 20 TIMES.
001980
001990 77  WS-ANI-IDX                 PIC 9(04)   COMP.
002000
002010 77  WS-CONT-SOLICITUDES        PIC 9(07)   COMP    VALUE ZERO.
002020 77  WS-CONT-HOGARES            PIC 9(07)   COMP    VALUE ZERO.
002030 77  WS-CONT-MOVIMIENTOS        PIC 9(07)   COMP    VALUE ZERO.
002040 77  WS-CONT-EVENTOS            PIC 9(07)   COMP    VALUE ZERO.
002050 77  WS-CONT-FUENTE             PIC 9(07)   COMP    VALUE ZERO.
002060
002070*    CAMPOS EDITADOS PARA LAS LINEAS DE DATOS
002080 01  WS-ED-SUCURSAL             PIC Z(4)9.
002090 01  WS-ED-SALARIO              PIC -(9)9.99.
002100 01  WS-ED-PUNTOS               PIC Z(8)9.
002110 01  WS-ED-CANT                 PIC Z(6)9.
002120
002130 01  WS-LINEA-BLANCO            PIC X(120)  VALUE SPACES.
002140
002150 01  WS-LINEA-TITULO.
002160     05  FILLER                 PIC X(40)   VALUE
002170         'PEDIDO DE ACCESO A DATOS PERSONALES - '.
002180     05  FILLER                 PIC X(08)   VALUE 'CLIENTE '.
002190     05  WS-TI-ID               PIC 9(10).
002200     05  FILLER                 PIC X(12)   VALUE
002210         '  EMITIDO: '.
002220     05  WS-TI-FECHA            PIC 9(08).
002230     05  FILLER                 PIC X(42)   VALUE SPACES.
002240
002250 01  WS-LINEA-SECCION.
002260     05  WS-SE-TITULO           PIC X(40).
002270     05  WS-SE-ORIGEN           PIC X(30).
002280     05  FILLER                 PIC X(50)   VALUE SPACES.
002290
002300 01  WS-LINEA-DATO.
002310     05  FILLER                 PIC X(04)   VALUE SPACES.
002320     05  WS-LD-ETIQUETA         PIC X(20).
002330     05  WS-LD-VALOR            PIC X(50).
002340     05  FILLER                 PIC X(46)   VALUE SPACES.
002350
002360 01  WS-LINEA-NINGUNO.
002370     05  FILLER                 PIC X(04)   VALUE SPACES.
002380     05  WS-LN-TEXTO            PIC X(60).
002390     05  FILLER                 PIC X(56)   VALUE SPACES.
002400
002410 01  WS-LINEA-HOGAR.
002420     05  FILLER                 PIC X(04)   VALUE SPACES.
002430     05  FILLER                 PIC X(20)   VALUE 'HOGAR'.
002440     05  WS-LH-HOGAR            PIC 9(08).
002450     05  FILLER                 PIC X(88)   VALUE SPACES.
002460
002470 01  WS-LINEA-MOVIMIENTO.
002480     05  FILLER                 PIC X(04)   VALUE SPACES.
002490     05  WS-LM-FECHA            PIC 9(08).
002500     05  FILLER                 PIC X(02)   VALUE SPACES.
002510     05  WS-LM-TIPO             PIC X(01).
002520     05  FILLER                 PIC X(02)   VALUE SPACES.
002530     05  WS-LM-PUNTOS           PIC Z(8)9.
002540     05  FILLER                 PIC X(08)   VALUE '  SALDO '.
002550     05  WS-LM-SALDO            PIC Z(8)9.
002560     05  FILLER                 PIC X(07)   VALUE '  REF. '.
002570     05  WS-LM-REFERENCIA       PIC X(09).
002580     05  FILLER                 PIC X(61)   VALUE SPACES.
002590
002600 01  WS-LINEA-EVENTO.
002610     05  FILLER                 PIC X(04)   VALUE SPACES.
002620     05  WS-LE-FECHA            PIC 9(08).
002630     05  FILLER                 PIC X(01)   VALUE SPACE.
002640     05  WS-LE-HORA             PIC X(06).
002650     05  FILLER                 PIC X(02)   VALUE SPACES.
002660     05  WS-LE-PROGRAMA         PIC X(20).
002670     05  FILLER                 PIC X(02)   VALUE SPACES.
002680     05  WS-LE-TIPO             PIC X(04).
002690     05  FILLER                 PIC X(02)   VALUE SPACES.
002700     05  WS-LE-ANT              PIC X(30).
002710     05  FILLER                 PIC X(04)   VALUE ' -> '.
002720     05  WS-LE-NVO              PIC X(30).
002730     05  FILLER                 PIC X(07)   VALUE SPACES.
002740
002750 01  WS-LINEA-TOTAL.
002760     05  FILLER                 PIC X(04)   VALUE SPACES.
002770     05  WS-LT-CONCEPTO         PIC X(40).
002780     05  WS-LT-CANT             PIC Z(6)9.
002790     05  FILLER                 PIC X(69)   VALUE SPACES.
002800
002810 01  WS-LINEA-FIN.
002820     05  FILLER                 PIC X(30)   VALUE
002830         'FIN DEL DOCUMENTO DEL CLIENTE '.
002840     05  WS-LF-ID               PIC 9(10).
002850     05  FILLER                 PIC X(80)   VALUE SPACES.
002860
002870 01  WS-LINEA-SIN-PEDIDOS       PIC X(120)
002880     VALUE 'SIN CLIENTES SOLICITADOS EN ACCESODATOS'.
002890
002900 PROCEDURE DIVISION.
002910*----------------------------------------------------------------
002920*    0000-MAINLINE
002930*----------------------------------------------------------------
002940 0000-MAINLINE.
002950     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002960
002970     PERFORM 2000-ATENDER-PEDIDO THRU 2000-EXIT
002980         UNTIL EOF-SOLICITUD
002990
003000     PERFORM 8000-FINALIZAR THRU 8000-EXIT
003010
003020     STOP RUN.
003030
003040*----------------------------------------------------------------
003050*    1000-INICIALIZAR - ANIOS ARCHIVADOS, MAESTROS Y PRIMER
003060*    PEDIDO
003070*----------------------------------------------------------------
003080 1000-INICIALIZAR.
003090     ACCEPT WS-FECHA-EMISION FROM DATE YYYYMMDD
003100
003110     PERFORM 1200-TOMAR-ANIOS THRU 1200-EXIT
003120
003130     OPEN OUTPUT ACCESORPT
003140
003150     OPEN INPUT CLIENTES
003160     IF WS-FS-CLIENTES = '00'
003170         MOVE 'S' TO WS-SW-CLI-DISPONIBLE
003180     ELSE
003190         DISPLAY 'SIN MAESTRO CLIENTES - STATUS '
003200                 WS-FS-CLIENTES
003210     END-IF
003220
003230     OPEN INPUT CLIENTESHIST
003240     IF WS-FS-CLIENTESHIST = '00'
003250         MOVE 'S' TO WS-SW-HIST-DISPONIBLE
003260     END-IF
003270
003280     OPEN INPUT SUCURSALES
003290     IF WS-FS-SUCURSALES = '00'
003300         MOVE 'S' TO WS-SW-SUC-DISPONIBLE
003310     END-IF
003320
003330     OPEN INPUT ACCESOSOL
003340     IF WS-FS-ACCESOSOL NOT = '00'
003350         MOVE 'S' TO WS-SW-EOF-SOLICITUD
003360     ELSE
003370         MOVE 'S' TO WS-SW-SOL-ABIERTA
003380         PERFORM 1100-LEER-PEDIDO THRU 1100-EXIT
003390     END-IF
003400
003410     IF EOF-SOLICITUD
003420         MOVE WS-LINEA-SIN-PEDIDOS TO AR-LINEA
003430         WRITE AR-LINEA
003440     END-IF.
003450
003460 1000-EXIT.
003470     EXIT.
003480
003490 1100-LEER-PEDIDO.
003500     READ ACCESOSOL
003510         AT END
003520             MOVE 'S' TO WS-SW-EOF-SOLICITUD
003530         NOT AT END
003540             MOVE AS-ID-CLIENTE TO WS-ID-PEDIDO
003550     END-READ.
003560
003570 1100-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------------
003610*    1200-TOMAR-ANIOS - CARGA LOS ANIOS DE ACCESOARCHIVO.CTL
003620*----------------------------------------------------------------
003630 1200-TOMAR-ANIOS.
003640     OPEN INPUT ACCESOARCHCTL
003650     IF WS-FS-ACCESOARCHCTL NOT = '00'
003660         GO TO 1200-EXIT
003670     END-IF
003680
003690     PERFORM 1210-LEER-ANIO THRU 1210-EXIT
003700     PERFORM 1220-GUARDAR-ANIO THRU 1220-EXIT
003710         UNTIL EOF-ARCHCTL
003720
003730     CLOSE ACCESOARCHCTL.
003740
003750 1200-EXIT.
003760     EXIT.
003770
003780 1210-LEER-ANIO.
003790     READ ACCESOARCHCTL
003800         AT END
003810             MOVE 'S' TO WS-SW-EOF-ARCHCTL
003820     END-READ.
003830
003840 1210-EXIT.
003850     EXIT.
003860
003870 1220-GUARDAR-ANIO.
003880     IF AA-ANIO = ZERO
003890         GO TO 1220-SIGUE
003900     END-IF
003910
003920     IF WS-ANI-CANT >= WS-ANI-MAXIMO
003930         DISPLAY 'TABLA DE ANIOS ARCHIVADOS LLENA - SE '
003940                 'IGNORA ' AA-ANIO
003950         GO TO 1220-SIGUE
003960     END-IF
003970
003980     ADD 1 TO WS-ANI-CANT
003990     MOVE AA-ANIO TO WS-ANI-ANIO (WS-ANI-CANT).
004000
004010 1220-SIGUE.
004020     PERFORM 1210-LEER-ANIO THRU 1210-EXIT.
004030
004040 1220-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------
004080*    2000-ATENDER-PEDIDO - DOCUMENTO COMPLETO DE UN CLIENTE
004090*----------------------------------------------------------------
004100 2000-ATENDER-PEDIDO.
004110     ADD 1 TO WS-CONT-SOLICITUDES
004120     MOVE ZERO TO WS-CONT-HOGARES
004130     MOVE ZERO TO WS-CONT-MOVIMIENTOS
004140     MOVE ZERO TO WS-CONT-EVENTOS
004150
004160     MOVE WS-ID-PEDIDO     TO WS-TI-ID
004170     MOVE WS-FECHA-EMISION TO WS-TI-FECHA
004180     MOVE WS-LINEA-TITULO TO AR-LINEA
004190     WRITE AR-LINEA
004200
004210     PERFORM 2100-DATOS-MAESTRO THRU 2100-EXIT
004220     PERFORM 2200-DATOS-HISTORICO THRU 2200-EXIT
004230     PERFORM 2300-HOGARES THRU 2300-EXIT
004240     PERFORM 2400-MOVIMIENTOS THRU 2400-EXIT
004250     PERFORM 2500-EVENTOS THRU 2500-EXIT
004260     PERFORM 2600-CIERRE-DOCUMENTO THRU 2600-EXIT
004270
004280     PERFORM 1100-LEER-PEDIDO THRU 1100-EXIT.
004290
004300 2000-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------------
004340*    2100-DATOS-MAESTRO - EL CLIENTE EN EL MAESTRO VIVO
004350*----------------------------------------------------------------
004360 2100-DATOS-MAESTRO.
004370     MOVE 'MAESTRO DE CLIENTES'  TO WS-SE-TITULO
004380     MOVE 'clientes.dat'         TO WS-SE-ORIGEN
004390     PERFORM 7000-IMPRIMIR-SECCION THRU 7000-EXIT
004400
004410     IF NOT CLIENTES-DISPONIBLE
004420         MOVE 'MAESTRO NO DISPONIBLE' TO WS-LN-TEXTO
004430         PERFORM 7010-IMPRIMIR-NINGUNO THRU 7010-EXIT
004440         GO TO 2100-EXIT
004450     END-IF
004460
004470     MOVE WS-ID-PEDIDO TO CR-ID-CLIENTE
004480     READ CLIENTES
004490         INVALID KEY
004500             MOVE 'NO FIGURA EN EL MAESTRO VIVO' TO WS-LN-TEXTO
004510             PERFORM 7010-IMPRIMIR-NINGUNO THRU 7010-EXIT
004520             GO TO 2100-EXIT
004530     END-READ
004540
004550     MOVE CR-SUCURSAL      TO WS-DC-SUCURSAL
004560     MOVE CR-NOMBRE        TO WS-DC-NOMBRE
004570     MOVE CR-FECHA-ALTA    TO WS-DC-FECHA-ALTA
004580     MOVE CR-ESTADO        TO WS-DC-ESTADO
004590     MOVE CR-SALARIO       TO WS-DC-SALARIO
004600     MOVE CR-CATEGORIA     TO WS-DC-CATEGORIA
004610     MOVE CR-PUNTOS        TO WS-DC-PUNTOS
004620     MOVE CR-ULT-ACTIVIDAD TO WS-DC-ULT-ACTIVIDAD
004630     PERFORM 2150-IMPRIMIR-DATOS THRU 2150-EXIT.
004640
004650 2100-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------
004690*    2150-IMPRIMIR-DATOS - UNA LINEA POR DATO DE WS-DATOS-CLIENTE
004700*----------------------------------------------------------------
004710 2150-IMPRIMIR-DATOS.
004720     MOVE 'NOMBRE'       TO WS-LD-ETIQUETA
004730     MOVE WS-DC-NOMBRE   TO WS-LD-VALOR
004740     PERFORM 7020-IMPRIMIR-DATO THRU 7020-EXIT
004750
004760     PERFORM 2160-BUSCAR-SUCURSAL THRU 2160-EXIT
004770     MOVE WS-DC-SUCURSAL TO WS-ED-SUCURSAL
004780     MOVE 'SUCURSAL'     TO WS-LD-ETIQUETA
004790     MOVE SPACES         TO WS-LD-VALOR
004800     STRING WS-ED-SUCURSAL     DELIMITED BY SIZE
004810            ' '                DELIMITED BY SIZE
004820            WS-NOMBRE-SUCURSAL DELIMITED BY SIZE
004830         INTO WS-LD-VALOR
004840     END-STRING
004850     PERFORM 7020-IMPRIMIR-DATO THRU 7020-EXIT
004860
004870     MOVE 'FECHA DE ALTA'  TO WS-LD-ETIQUETA
004880     MOVE WS-DC-FECHA-ALTA TO WS-LD-VALOR
004890     PERFORM 7020-IMPRIMIR-DATO THRU 7020-EXIT
004900
004910     MOVE 'ESTADO'       TO WS-LD-ETIQUETA
004920     MOVE WS-DC-ESTADO   TO WS-LD-VALOR
004930     PERFORM 7020-IMPRIMIR-DATO THRU 7020-EXIT
004940
004950     MOVE WS-DC-SALARIO  TO WS-ED-SALARIO
004960     MOVE 'SALARIO'      TO WS-LD-ETIQUETA
004970     MOVE WS-ED-SALARIO  TO WS-LD-VALOR
004980     PERFORM 7020-IMPRIMIR-DATO THRU 7020-EXIT
004990
005000     MOVE 'CATEGORIA'     TO WS-LD-ETIQUETA
005010     MOVE WS-DC-CATEGORIA TO WS-LD-VALOR
005020     PERFORM 7020-IMPRIMIR-DATO THRU 7020-EXIT
005030
005040     MOVE WS-DC-PUNTOS   TO WS-ED-PUNTOS
005050     MOVE 'PUNTOS'       TO WS-LD-ETIQUETA
005060     MOVE WS-ED-PUNTOS   TO WS-LD-VALOR
005070     PERFORM 7020-IMPRIMIR-DATO THRU 7020-EXIT
005080
005090     MOVE 'ULTIMA ACTIVIDAD'  TO WS-LD-ETIQUETA
005100     MOVE WS-DC-ULT-ACTIVIDAD TO WS-LD-VALOR
005110     PERFORM 7020-IMPRIMIR-DATO THRU 7020-EXIT.
005120
005130 2150-EXIT.
005140     EXIT.
005150
005160 2160-BUSCAR-SUCURSAL.
005170     MOVE 'SUCURSAL NO REGISTRADA' TO WS-NOMBRE-SUCURSAL
005180
005190     IF SUCURSALES-NO-DISPONIBLE
005200         GO TO 2160-EXIT
005210     END-IF
005220
005230     MOVE WS-DC-SUCURSAL TO SU-NUMERO
005240     READ SUCURSALES
005250         INVALID KEY
005260             CONTINUE
005270         NOT INVALID KEY
005280             MOVE SU-NOMBRE TO WS-NOMBRE-SUCURSAL
005290     END-READ.
005300
005310 2160-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------------
005350*    2200-DATOS-HISTORICO - EL CLIENTE EN EL HISTORICO DE
005360*    PURGADOS, CON SU FECHA DE PURGA
005370*----------------------------------------------------------------
005380 2200-DATOS-HISTORICO.
005390     MOVE 'HISTORICO DE CLIENTES PURGADOS' TO WS-SE-TITULO
005400     MOVE 'clienteshist.dat'               TO WS-SE-ORIGEN
005410     PERFORM 7000-IMPRIMIR-SECCION THRU 7000-EXIT
005420
005430     IF NOT HISTORICO-DISPONIBLE
005440         MOVE 'NO FIGURA EN EL HISTORICO' TO WS-LN-TEXTO
005450         PERFORM 7010-IMPRIMIR-NINGUNO THRU 7010-EXIT
005460         GO TO 2200-EXIT
005470     END-IF
005480
005490     MOVE WS-ID-PEDIDO TO CH-ID-CLIENTE
005500     READ CLIENTESHIST
005510         INVALID KEY
005520             MOVE 'NO FIGURA EN EL HISTORICO' TO WS-LN-TEXTO
005530             PERFORM 7010-IMPRIMIR-NINGUNO THRU 7010-EXIT
005540             GO TO 2200-EXIT
005550     END-READ
005560
005570     MOVE CH-SUCURSAL      TO WS-DC-SUCURSAL
005580     MOVE CH-NOMBRE        TO WS-DC-NOMBRE
005590     MOVE CH-FECHA-ALTA    TO WS-DC-FECHA-ALTA
005600     MOVE CH-ESTADO        TO WS-DC-ESTADO
005610     MOVE CH-SALARIO       TO WS-DC-SALARIO
005620     MOVE CH-CATEGORIA     TO WS-DC-CATEGORIA
005630     MOVE CH-PUNTOS        TO WS-DC-PUNTOS
005640     MOVE CH-ULT-ACTIVIDAD TO WS-DC-ULT-ACTIVIDAD
005650     PERFORM 2150-IMPRIMIR-DATOS THRU 2150-EXIT
005660
005670     MOVE 'FECHA DE PURGA'  TO WS-LD-ETIQUETA
005680     MOVE CH-FECHA-PURGA    TO WS-DC-FECHA-PURGA
005690     MOVE WS-DC-FECHA-PURGA TO WS-LD-VALOR
005700     PERFORM 7020-IMPRIMIR-DATO THRU 7020-EXIT.
005710
005720 2200-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------
005760*    2300-HOGARES - HOGARES DE LOS QUE EL CLIENTE ES MIEMBRO
005770*----------------------------------------------------------------
005780 2300-HOGARES.
005790     MOVE 'HOGARES'     TO WS-SE-TITULO
005800     MOVE 'hogares.dat' TO WS-SE-ORIGEN
005810     PERFORM 7000-IMPRIMIR-SECCION THRU 7000-EXIT
005820
005830     OPEN INPUT HOGARES
005840     IF WS-FS-HOGARES = '00'
005850         MOVE 'N' TO WS-SW-EOF-ENTRADA
005860         PERFORM 2310-LEER-HOGAR THRU 2310-EXIT
005870             UNTIL EOF-ENTRADA
005880         CLOSE HOGARES
005890     END-IF
005900
005910     IF WS-CONT-HOGARES = ZERO
005920         MOVE 'NO INTEGRA NINGUN HOGAR' TO WS-LN-TEXTO
005930         PERFORM 7010-IMPRIMIR-NINGUNO THRU 7010-EXIT
005940     END-IF.
005950
005960 2300-EXIT.
005970     EXIT.
005980
005990 2310-LEER-HOGAR.
006000     READ HOGARES
006010         AT END
006020             MOVE 'S' TO WS-SW-EOF-ENTRADA
006030         NOT AT END
006040             IF HG-ID-CLIENTE = WS-ID-PEDIDO
006050                 ADD 1 TO WS-CONT-HOGARES
006060                 MOVE HG-ID-HOGAR TO WS-LH-HOGAR
006070                 MOVE WS-LINEA-HOGAR TO AR-LINEA
006080                 WRITE AR-LINEA
006090             END-IF
006100     END-READ.
006110
006120 2310-EXIT.
006130     EXIT.
006140
006150*----------------------------------------------------------------
006160*    2400-MOVIMIENTOS - DIARIO DE PUNTOS VIVO Y ARCHIVOS ANUALES
006170*----------------------------------------------------------------
006180 2400-MOVIMIENTOS.
006190     MOVE 'MOVIMIENTOS DE PUNTOS'   TO WS-SE-TITULO
006200     MOVE 'puntosmovimientos.dat'   TO WS-SE-ORIGEN
006210     PERFORM 7000-IMPRIMIR-SECCION THRU 7000-EXIT
006220
006230     MOVE ZERO TO WS-CONT-FUENTE
006240     OPEN INPUT PUNTOSMOV
006250     IF WS-FS-PUNTOSMOV = '00'
006260         MOVE 'N' TO WS-SW-EOF-ENTRADA
006270         PERFORM 2410-LEER-MOVIMIENTO THRU 2410-EXIT
006280             UNTIL EOF-ENTRADA
006290         CLOSE PUNTOSMOV
006300     END-IF
006310     PERFORM 2490-SIN-FILAS THRU 2490-EXIT
006320
006330     PERFORM 2420-ARCHIVO-MOVIMIENTOS THRU 2420-EXIT
006340         VARYING WS-ANI-IDX FROM 1 BY 1
006350         UNTIL WS-ANI-IDX > WS-ANI-CANT.
006360
006370 2400-EXIT.
006380     EXIT.
006390
006400 2410-LEER-MOVIMIENTO.
006410     READ PUNTOSMOV
006420         AT END
006430             MOVE 'S' TO WS-SW-EOF-ENTRADA
006440         NOT AT END
006450             IF PM-ID-CLIENTE = WS-ID-PEDIDO
006460                 PERFORM 2450-IMPRIMIR-MOVIMIENTO THRU 2450-EXIT
006470             END-IF
006480     END-READ.
006490
006500 2410-EXIT.
006510     EXIT.
006520
006530 2420-ARCHIVO-MOVIMIENTOS.
006540     MOVE SPACES TO WS-NOMBRE-ARCH-MOV
006550     STRING 'puntosmov.A' WS-ANI-ANIO (WS-ANI-IDX)
006560         DELIMITED BY SIZE INTO WS-NOMBRE-ARCH-MOV
006570     END-STRING
006580
006590     MOVE 'MOVIMIENTOS ARCHIVADOS'  TO WS-SE-TITULO
006600     MOVE WS-NOMBRE-ARCH-MOV        TO WS-SE-ORIGEN
006610     PERFORM 7000-IMPRIMIR-SECCION THRU 7000-EXIT
006620
006630     OPEN INPUT ARCHMOV
006640     IF WS-FS-ARCHMOV NOT = '00'
006650         MOVE 'ARCHIVO ANUAL NO DISPONIBLE' TO WS-LN-TEXTO
006660         PERFORM 7010-IMPRIMIR-NINGUNO THRU 7010-EXIT
006670         GO TO 2420-EXIT
006680     END-IF
006690
006700     MOVE ZERO TO WS-CONT-FUENTE
006710     MOVE 'N' TO WS-SW-EOF-ENTRADA
006720     PERFORM 2430-LEER-ARCH-MOV THRU 2430-EXIT
006730         UNTIL EOF-ENTRADA
006740     CLOSE ARCHMOV
006750     PERFORM 2490-SIN-FILAS THRU 2490-EXIT.
006760
006770 2420-EXIT.
006780     EXIT.
006790
006800 2430-LEER-ARCH-MOV.
006810     READ ARCHMOV INTO PM-REC
006820         AT END
006830             MOVE 'S' TO WS-SW-EOF-ENTRADA
006840         NOT AT END
006850             IF PM-ID-CLIENTE = WS-ID-PEDIDO
006860                 PERFORM 2450-IMPRIMIR-MOVIMIENTO THRU 2450-EXIT
006870             END-IF
006880     END-READ.
006890
006900 2430-EXIT.
006910     EXIT.
006920
006930 2450-IMPRIMIR-MOVIMIENTO.
006940     MOVE PM-FECHA      TO WS-LM-FECHA
006950     MOVE PM-TIPO       TO WS-LM-TIPO
006960     MOVE PM-PUNTOS     TO WS-LM-PUNTOS
006970     MOVE PM-SALDO      TO WS-LM-SALDO
006980     MOVE PM-REFERENCIA TO WS-LM-REFERENCIA
006990     MOVE WS-LINEA-MOVIMIENTO TO AR-LINEA
007000     WRITE AR-LINEA
007010
007020     ADD 1 TO WS-CONT-FUENTE
007030     ADD 1 TO WS-CONT-MOVIMIENTOS.
007040
007050 2450-EXIT.
007060     EXIT.
007070
007080 2490-SIN-FILAS.
007090     IF WS-CONT-FUENTE = ZERO
007100         MOVE 'SIN FILAS DEL CLIENTE' TO WS-LN-TEXTO
007110         PERFORM 7010-IMPRIMIR-NINGUNO THRU 7010-EXIT
007120     END-IF.
007130
007140 2490-EXIT.
007150     EXIT.
007160
007170*----------------------------------------------------------------
007180*    2500-EVENTOS - DIARIO CENTRAL VIVO Y ARCHIVOS ANUALES
007190*----------------------------------------------------------------
007200 2500-EVENTOS.
007210     MOVE 'EVENTOS DEL CLIENTE'     TO WS-SE-TITULO
007220     MOVE 'eventosclientes.dat'     TO WS-SE-ORIGEN
007230     PERFORM 7000-IMPRIMIR-SECCION THRU 7000-EXIT
007240
007250     MOVE ZERO TO WS-CONT-FUENTE
007260     OPEN INPUT EVENTLOG
007270     IF WS-FS-EVENTLOG = '00'
007280         MOVE 'N' TO WS-SW-EOF-ENTRADA
007290         PERFORM 2510-LEER-EVENTO THRU 2510-EXIT
007300             UNTIL EOF-ENTRADA
007310         CLOSE EVENTLOG
007320     END-IF
007330     PERFORM 2490-SIN-FILAS THRU 2490-EXIT
007340
007350     PERFORM 2520-ARCHIVO-EVENTOS THRU 2520-EXIT
007360         VARYING WS-ANI-IDX FROM 1 BY 1
007370         UNTIL WS-ANI-IDX > WS-ANI-CANT.
007380
007390 2500-EXIT.
007400     EXIT.
007410
007420 2510-LEER-EVENTO.
007430     READ EVENTLOG
007440         AT END
007450             MOVE 'S' TO WS-SW-EOF-ENTRADA
007460         NOT AT END
007470             IF EV-ID-CLIENTE = WS-ID-PEDIDO
007480                 PERFORM 2550-IMPRIMIR-EVENTO THRU 2550-EXIT
007490             END-IF
007500     END-READ.
007510
007520 2510-EXIT.
007530     EXIT.
007540
007550 2520-ARCHIVO-EVENTOS.
007560     MOVE SPACES TO WS-NOMBRE-ARCH-EV
007570     STRING 'eventoscli.A' WS-ANI-ANIO (WS-ANI-IDX)
007580         DELIMITED BY SIZE INTO WS-NOMBRE-ARCH-EV
007590     END-STRING
007600
007610     MOVE 'EVENTOS ARCHIVADOS'      TO WS-SE-TITULO
007620     MOVE WS-NOMBRE-ARCH-EV         TO WS-SE-ORIGEN
007630     PERFORM 7000-IMPRIMIR-SECCION THRU 7000-EXIT
007640
007650     OPEN INPUT ARCHEVENTOS
007660     IF WS-FS-ARCHEVENTOS NOT = '00'
007670         MOVE 'ARCHIVO ANUAL NO DISPONIBLE' TO WS-LN-TEXTO
007680         PERFORM 7010-IMPRIMIR-NINGUNO THRU 7010-EXIT
007690         GO TO 2520-EXIT
007700     END-IF
007710
007720     MOVE ZERO TO WS-CONT-FUENTE
007730     MOVE 'N' TO WS-SW-EOF-ENTRADA
007740     PERFORM 2530-LEER-ARCH-EV THRU 2530-EXIT
007750         UNTIL EOF-ENTRADA
007760     CLOSE ARCHEVENTOS
007770     PERFORM 2490-SIN-FILAS THRU 2490-EXIT.
007780
007790 2520-EXIT.
007800     EXIT.
007810
007820 2530-LEER-ARCH-EV.
007830     READ ARCHEVENTOS INTO EV-REC
007840         AT END
007850             MOVE 'S' TO WS-SW-EOF-ENTRADA
007860         NOT AT END
007870             IF EV-ID-CLIENTE = WS-ID-PEDIDO
007880                 PERFORM 2550-IMPRIMIR-EVENTO THRU 2550-EXIT
007890             END-IF
007900     END-READ.
007910
007920 2530-EXIT.
007930     EXIT.
007940
007950 2550-IMPRIMIR-EVENTO.
007960     MOVE EV-FECHA          TO WS-LE-FECHA
007970     MOVE EV-HORA (1:6)     TO WS-LE-HORA
007980     MOVE EV-PROGRAMA       TO WS-LE-PROGRAMA
007990     MOVE EV-TIPO           TO WS-LE-TIPO
008000     MOVE EV-VALOR-ANT      TO WS-LE-ANT
008010     MOVE EV-VALOR-NVO      TO WS-LE-NVO
008020     MOVE WS-LINEA-EVENTO TO AR-LINEA
008030     WRITE AR-LINEA
008040
008050     ADD 1 TO WS-CONT-FUENTE
008060     ADD 1 TO WS-CONT-EVENTOS.
008070
008080 2550-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------------
008120*    2600-CIERRE-DOCUMENTO - TOTALES DEL CLIENTE
008130*----------------------------------------------------------------
008140 2600-CIERRE-DOCUMENTO.
008150     MOVE WS-LINEA-BLANCO TO AR-LINEA
008160     WRITE AR-LINEA
008170
008180     MOVE 'HOGARES INFORMADOS:'      TO WS-LT-CONCEPTO
008190     MOVE WS-CONT-HOGARES            TO WS-LT-CANT
008200     MOVE WS-LINEA-TOTAL TO AR-LINEA
008210     WRITE AR-LINEA
008220
008230     MOVE 'MOVIMIENTOS DE PUNTOS INFORMADOS:' TO WS-LT-CONCEPTO
008240     MOVE WS-CONT-MOVIMIENTOS        TO WS-LT-CANT
008250     MOVE WS-LINEA-TOTAL TO AR-LINEA
008260     WRITE AR-LINEA
008270
008280     MOVE 'EVENTOS INFORMADOS:'      TO WS-LT-CONCEPTO
008290     MOVE WS-CONT-EVENTOS            TO WS-LT-CANT
008300     MOVE WS-LINEA-TOTAL TO AR-LINEA
008310     WRITE AR-LINEA
008320
008330     MOVE WS-ID-PEDIDO TO WS-LF-ID
008340     MOVE WS-LINEA-FIN TO AR-LINEA
008350     WRITE AR-LINEA
008360     MOVE WS-LINEA-BLANCO TO AR-LINEA
008370     WRITE AR-LINEA.
008380
008390 2600-EXIT.
008400     EXIT.
008410
008420*----------------------------------------------------------------
008430*    7000-IMPRIMIR-SECCION - TITULO DE SECCION CON SU ORIGEN
008440*----------------------------------------------------------------
008450 7000-IMPRIMIR-SECCION.
008460     MOVE WS-LINEA-BLANCO TO AR-LINEA
008470     WRITE AR-LINEA
008480     MOVE WS-LINEA-SECCION TO AR-LINEA
008490     WRITE AR-LINEA.
008500
008510 7000-EXIT.
008520     EXIT.
008530
008540 7010-IMPRIMIR-NINGUNO.
008550     MOVE WS-LINEA-NINGUNO TO AR-LINEA
008560     WRITE AR-LINEA.
008570
008580 7010-EXIT.
008590     EXIT.
008600
008610 7020-IMPRIMIR-DATO.
008620     MOVE WS-LINEA-DATO TO AR-LINEA
008630     WRITE AR-LINEA.
008640
008650 7020-EXIT.
008660     EXIT.
008670
008680*----------------------------------------------------------------
008690*    8000-FINALIZAR - RESUMEN Y CIERRE
008700*----------------------------------------------------------------
008710 8000-FINALIZAR.
008720     MOVE WS-CONT-SOLICITUDES TO WS-ED-CANT
008730     DISPLAY 'PEDIDOS DE ACCESO ATENDIDOS: ' WS-ED-CANT
008740
008750     IF SOLICITUDES-ABIERTAS
008760         CLOSE ACCESOSOL
008770     END-IF
008780     IF CLIENTES-DISPONIBLE
008790         CLOSE CLIENTES
008800     END-IF
008810     IF HISTORICO-DISPONIBLE
008820         CLOSE CLIENTESHIST
008830     END-IF
008840     IF SUCURSALES-DISPONIBLE
008850         CLOSE SUCURSALES
008860     END-IF
008870     CLOSE ACCESORPT.
008880
008890 8000-EXIT.
008900     EXIT.

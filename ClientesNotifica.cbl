000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CLIENTES-NOTIFICA.
000030 AUTHOR.         EQUIPO DE SISTEMAS - CUENTAS.
000040 INSTALLATION.   BANCO - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*----------------------------------------------------------------
000080*    CLIENTES-NOTIFICA ARMA CADA NOCHE EL ARCHIVO DE AVISOS A
000090*    CLIENTES PARA EL PROVEEDOR DE SMS / CORREO
000100*    (NOTIFICACIONES.DAT, TRAZADO NOTIFCLI). CORRE AL FINAL DE
000110*    LA CADENA, DESPUES DE CLIENTES-KPIMES Y ANTES DE
000120*    CLIENTES-CIERRE, PARA TOMAR TODO LO OCURRIDO EN LA FECHA DE
000130*    NEGOCIO. LOS AVISOS SALEN DE -
000140*      - LOS EVENTOS DE EVENTOSCLIENTES DE LA FECHA DE NEGOCIO:
000150*        RCAT (SUBA O BAJA DE CATEGORIA), DORM, REAC, TRAS Y
000160*        VENC;
000170*      - VENCPROXIMOS.DAT DE CLIENTES-VENCPUNTOS (PUNTOS QUE
000180*        VENCEN EL MES PROXIMO), SOLO EL DIA DEL MES DEL
000190*        PARAMETRO PARA NO REPETIR EL AVISO TODAS LAS NOCHES.
000200*    EL NOMBRE Y LA SUCURSAL SE TOMAN DEL MAESTRO AL EMITIR. NO
000210*    SE AVISA A CLIENTES CERRADOS ('C') NI A LOS QUE YA NO ESTAN
000220*    EN EL MAESTRO, Y CADA CLIENTE RECIBE A LO SUMO EL TOPE
000230*    DIARIO DE AVISOS, ELEGIDOS POR PRIORIDAD DE PLANTILLA -
000240*        1 PTSVEN  2 PTSXVE  3 CATBAJ  4 DORMID  5 CATSUB
000250*        6 REACTI  7 TRASLA
000260*    (A IGUAL PRIORIDAD, EN EL ORDEN DEL DIARIO). EL ARCHIVO
000270*    CIERRA SIEMPRE CON EL REGISTRO DE CONTROL '9'.
000280*    NOTIFICA.CTL LLEVA EL TOPE DIARIO POR CLIENTE (2 DIGITOS,
000290*    POR DEFECTO 3) Y EL DIA DEL MES DEL AVISO DE VENCIMIENTO
000300*    PROXIMO (2 DIGITOS, POR DEFECTO 01); SIN EL ARCHIVO QUEDAN
000310*    LOS VALORES POR DEFECTO. EL ARCHIVO SE REGRABA EN CADA
000320*    CORRIDA, ASI UN REPROCESO AUTORIZADO NO DUPLICA AVISOS.
000330*
000340*    HISTORIAL DE MODIFICACIONES
000350*    FECHA       INIC.  DESCRIPCION
000360*    ----------  -----  ---------------------------------------
000370*    2026-10-15  DLF    VERSION ORIGINAL.
000380*----------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT EVENTLOG
000440         ASSIGN TO "eventosclientes.dat"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-EVENTLOG.
000470
000480     SELECT VENCPROX
000490         ASSIGN TO "vencproximos.dat"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-VENCPROX.
000520
000530     SELECT CLIENTES
000540         ASSIGN TO "clientes.dat"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CR-ID-CLIENTE
000580         ALTERNATE RECORD KEY IS CR-NOMBRE
000590             WITH DUPLICATES
000600         ALTERNATE RECORD KEY IS CR-SUCURSAL
000610             WITH DUPLICATES
000620         FILE STATUS IS WS-FS-CLIENTES.
000630
000640     SELECT NOTIFICA
000650         ASSIGN TO "notificaciones.dat"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-FS-NOTIFICA.
000680
000690     SELECT NOTIFCTL
000700         ASSIGN TO "notifica.ctl"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-FS-NOTIFCTL.
000730
000740     SELECT SORTNOT
000750         ASSIGN TO "notifica.srt".
000760
000770     SELECT PROCFECHA
000780         ASSIGN TO "procesofecha.ctl"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-FS-PROCFECHA.
000810
000820     SELECT ULTCORRIDA
000830         ASSIGN TO "clientesnotifica.ult"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-FS-ULTCORRIDA.
000860
000870     SELECT RERUNOK
000880         ASSIGN TO "rerunok.ctl"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-FS-RERUNOK.
000910
000920     SELECT CICLOSTATUS
000930         ASSIGN TO "ciclostatus.dat"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-FS-CICLOSTATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  EVENTLOG
001000     RECORD CONTAINS 110 CHARACTERS.
001010 COPY EVENTCLI.
001020
001030 FD  VENCPROX
001040     RECORD CONTAINS 36 CHARACTERS.
001050 COPY VENCPROX.
001060
001070 FD  CLIENTES.
001080 COPY CLIREC.
001090
001100 FD  NOTIFICA
001110     RECORD CONTAINS 150 CHARACTERS.
001120 COPY NOTIFCLI.
001130
001140 FD  NOTIFCTL
001150     RECORD CONTAINS 4 CHARACTERS.
001160 01  NC-REC.
001170     05  NC-TOPE-DIARIO         PIC 9(02).
001180     05  NC-DIA-AVISO-VENC      PIC 9(02).
001190
001200 SD  SORTNOT.
001210 01  SN-REC.
001220     05  SN-ID-CLIENTE          PIC 9(10).
001230     05  SN-PRIORIDAD           PIC 9(01).
001240     05  SN-HORA                PIC 9(08).
001250     05  SN-PLANTILLA           PIC X(06).
001260     05  SN-VALOR-1             PIC X(30).
001270     05  SN-VALOR-2             PIC X(30).
001280
001290 FD  PROCFECHA
001300     RECORD CONTAINS 8 CHARACTERS.
001310 01  PF-FECHA                   PIC 9(08).
001320
001330 FD  ULTCORRIDA
001340     RECORD CONTAINS 8 CHARACTERS.
001350 01  UC-FECHA                   PIC 9(08).
001360
001370 FD  RERUNOK
001380     RECORD CONTAINS 8 CHARACTERS.
001390 01  RK-FECHA                   PIC 9(08).
001400
001410 FD  CICLOSTATUS
001420     RECORD CONTAINS 62 CHARACTERS.
001430 COPY CICLOST.
001440
001450 WORKING-STORAGE SECTION.
001460 01  WS-FILE-STATUSES.
001470     05  WS-FS-EVENTLOG         PIC X(02).
001480     05  WS-FS-VENCPROX         PIC X(02).
001490     05  WS-FS-CLIENTES         PIC X(02).
001500     05  WS-FS-NOTIFICA         PIC X(02).
001510     05  WS-FS-NOTIFCTL         PIC X(02).
001520     05  WS-FS-PROCFECHA        PIC X(02).
001530     05  WS-FS-ULTCORRIDA       PIC X(02).
001540     05  WS-FS-RERUNOK          PIC X(02).
001550     05  WS-FS-CICLOSTATUS      PIC X(02).
001560
001570 01  WS-SWITCHES.
001580     05  WS-SW-EOF-EVENTOS      PIC X(01)   VALUE 'N'.
001590         88  EOF-EVENTOS                    VALUE 'S'.
001600     05  WS-SW-EOF-VENCPROX     PIC X(01)   VALUE 'N'.
001610         88  EOF-VENCPROX                   VALUE 'S'.
001620     05  WS-SW-EOF-SORT         PIC X(01)   VALUE 'N'.
001630         88  EOF-SORT                       VALUE 'S'.
001640     05  WS-SW-AVISO-VENC       PIC X(01)   VALUE 'N'.
001650         88  HAY-AVISO-VENC                 VALUE 'S'.
001660         88  SIN-AVISO-VENC                 VALUE 'N'.
001670     05  WS-SW-CLIENTE          PIC X(01)   VALUE 'N'.
001680         88  CLIENTE-NOTIFICABLE            VALUE 'S'.
001690         88  CLIENTE-CERRADO                VALUE 'C'.
001700         88  CLIENTE-SIN-MAESTRO            VALUE 'N'.
001710
001720*    PARAMETROS DE NOTIFICA.CTL
001730 01  WS-PARAMETROS-NOTIFICA.
001740     05  WS-TOPE-DIARIO         PIC 9(02)   VALUE 3.
001750     05  WS-DIA-AVISO-VENC      PIC 9(02)   VALUE 01.
001760
001770 01  WS-FECHA-SISTEMA           PIC 9(08).
001780 01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
001790     05  WS-FP-ANIO-MES         PIC 9(06).
001800     05  WS-FP-DIA              PIC 9(02).
001810
001820 01  WS-ULT-FECHA               PIC 9(08)   VALUE ZERO.
001830 01  WS-RERUN-FECHA             PIC 9(08)   VALUE ZERO.
001840 01  WS-HORA-CICLO              PIC 9(08).
001850
001860*    LOS PUNTOS DE LOS EVENTOS VENC VIENEN EDITADOS; SE PASAN
001870*    POR WS-PUNTOS-EDITADO PARA VOLVERLOS A NUMERICO
001880 01  WS-PUNTOS-EDITADO          PIC Z(8)9.
001890 77  WS-SALDO-ANTERIOR          PIC 9(09).
001900 77  WS-SALDO-NUEVO             PIC 9(09).
001910 77  WS-PUNTOS-VENCIDOS         PIC 9(09).
001920
001930 77  WS-CONTROL-CLIENTE         PIC 9(10)   VALUE ZERO.
001940 77  WS-AVISOS-CLIENTE          PIC 9(04)   COMP    VALUE ZERO.
001950
001960 77  WS-CONT-EVENTOS            PIC 9(07)   COMP    VALUE ZERO.
001970 77  WS-CONT-CANDIDATOS         PIC 9(07)   COMP    VALUE ZERO.
001980 77  WS-CONT-EMITIDOS           PIC 9(09)   VALUE ZERO.
001990 77  WS-CONT-CLIENTES           PIC 9(07)   VALUE ZERO.
002000 77  WS-SUMA-IDS                PIC 9(15)   VALUE ZERO.
002010 77  WS-CONT-CERRADOS           PIC 9(07)   COMP    VALUE ZERO.
002020 77  WS-CONT-SIN-MAESTRO        PIC 9(07)   COMP    VALUE ZERO.
002030 77  WS-CONT-TOPE               PIC 9(07)   COMP    VALUE ZERO.
002040 77  WS-CONT-SUPRIMIDOS         PIC 9(07)   COMP    VALUE ZERO.
002050
002060 PROCEDURE DIVISION.
002070*----------------------------------------------------------------
002080*    0000-MAINLINE
002090*----------------------------------------------------------------
002100 0000-MAINLINE.
002110     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002120
002130     SORT SORTNOT
002140         ON ASCENDING KEY SN-ID-CLIENTE SN-PRIORIDAD SN-HORA
002150         WITH DUPLICATES IN ORDER
002160         INPUT PROCEDURE IS 2000-SELECCIONAR-AVISOS
002170             THRU 2000-EXIT
002180         OUTPUT PROCEDURE IS 3000-EMITIR-AVISOS
002190             THRU 3000-EXIT
002200
002210     PERFORM 4000-GRABAR-CONTROL THRU 4000-EXIT
002220
002230     PERFORM 8000-FINALIZAR THRU 8000-EXIT
002240
002250     STOP RUN.
002260
002270*----------------------------------------------------------------
002280*    1000-INICIALIZAR - PARAMETROS, FECHA DE NEGOCIO, CONTROL DE
002290*    REPROCESO Y APERTURA DE ARCHIVOS
002300*----------------------------------------------------------------
002310 1000-INICIALIZAR.
002320     PERFORM 1010-LEER-PARAMETRO THRU 1010-EXIT
002330
002340     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
002350     PERFORM 1500-TOMAR-FECHA-PROCESO THRU 1500-EXIT
002360     PERFORM 1600-CONTROL-REPROCESO THRU 1600-EXIT
002370     PERFORM 9100-MARCAR-INICIO THRU 9100-EXIT
002380
002390     IF WS-FP-DIA = WS-DIA-AVISO-VENC
002400         MOVE 'S' TO WS-SW-AVISO-VENC
002410     END-IF
002420
002430     OPEN INPUT CLIENTES
002440     IF WS-FS-CLIENTES NOT = '00'
002450         DISPLAY 'SIN MAESTRO CLIENTES - STATUS '
002460                 WS-FS-CLIENTES ' - NO SE EMITEN AVISOS'
002470         MOVE 8 TO RETURN-CODE
002480         PERFORM 9200-MARCAR-FIN THRU 9200-EXIT
002490         STOP RUN
002500     END-IF
002510
002520     OPEN OUTPUT NOTIFICA.
002530
002540 1000-EXIT.
002550     EXIT.
002560
002570*----------------------------------------------------------------
002580*    1010-LEER-PARAMETRO - TOPE DIARIO Y DIA DEL AVISO DE
002590*    VENCIMIENTO DE NOTIFICA.CTL; SIN EL ARCHIVO QUEDAN LOS
002600*    VALORES POR DEFECTO
002610*----------------------------------------------------------------
002620 1010-LEER-PARAMETRO.
002630     OPEN INPUT NOTIFCTL
002640     IF WS-FS-NOTIFCTL = '00'
002650         READ NOTIFCTL
002660             NOT AT END
002670                 MOVE NC-TOPE-DIARIO    TO WS-TOPE-DIARIO
002680                 MOVE NC-DIA-AVISO-VENC TO WS-DIA-AVISO-VENC
002690         END-READ
002700         CLOSE NOTIFCTL
002710     END-IF.
002720
002730 1010-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------------
002770*    2000-SELECCIONAR-AVISOS - PASA AL SORT UN AVISO CANDIDATO
002780*    POR CADA EVENTO DEL DIA QUE SE NOTIFICA Y, EL DIA DEL
002790*    AVISO, POR CADA CLIENTE DE VENCPROXIMOS.DAT
002800*----------------------------------------------------------------
002810 2000-SELECCIONAR-AVISOS.
002820     OPEN INPUT EVENTLOG
002830     IF WS-FS-EVENTLOG = '00'
002840         PERFORM 2100-LEER-EVENTO THRU 2100-EXIT
002850         PERFORM 2200-TRATAR-EVENTO THRU 2200-EXIT
002860             UNTIL EOF-EVENTOS
002870         CLOSE EVENTLOG
002880     ELSE
002890         DISPLAY 'SIN DIARIO EVENTOSCLIENTES - STATUS '
002900                 WS-FS-EVENTLOG
002910     END-IF
002920
002930     IF HAY-AVISO-VENC
002940         PERFORM 2500-SELECCIONAR-VENCPROX THRU 2500-EXIT
002950     END-IF.
002960
002970 2000-EXIT.
002980     EXIT.
002990
003000 2100-LEER-EVENTO.
003010     READ EVENTLOG
003020         AT END
003030             MOVE 'S' TO WS-SW-EOF-EVENTOS
003040         NOT AT END
003050             ADD 1 TO WS-CONT-EVENTOS
003060     END-READ.
003070
003080 2100-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------------
003120*    2200-TRATAR-EVENTO - ELIGE PLANTILLA, PRIORIDAD Y VALORES
003130*    DEL EVENTO; LOS TIPOS QUE NO SE AVISAN SE SALTEAN
003140*----------------------------------------------------------------
003150 2200-TRATAR-EVENTO.
003160     IF EV-FECHA NOT = WS-FECHA-SISTEMA
003170         GO TO 2200-SIGUE
003180     END-IF
003190
003200     MOVE SPACES        TO SN-REC
003210     MOVE EV-ID-CLIENTE TO SN-ID-CLIENTE
003220     MOVE EV-HORA       TO SN-HORA
003230
003240     EVALUATE EV-TIPO
003250         WHEN 'RCAT'
003260             IF EV-VALOR-NVO (1:1) > EV-VALOR-ANT (1:1)
003270                 MOVE 'CATSUB' TO SN-PLANTILLA
003280                 MOVE 5        TO SN-PRIORIDAD
003290             ELSE
003300                 MOVE 'CATBAJ' TO SN-PLANTILLA
003310                 MOVE 3        TO SN-PRIORIDAD
003320             END-IF
003330             MOVE EV-VALOR-ANT (1:1) TO SN-VALOR-1
003340             MOVE EV-VALOR-NVO (1:1) TO SN-VALOR-2
003350         WHEN 'DORM'
003360             MOVE 'DORMID' TO SN-PLANTILLA
003370             MOVE 4        TO SN-PRIORIDAD
003380         WHEN 'REAC'
003390             MOVE 'REACTI' TO SN-PLANTILLA
003400             MOVE 6        TO SN-PRIORIDAD
003410         WHEN 'TRAS'
003420             MOVE 'TRASLA'     TO SN-PLANTILLA
003430             MOVE 7            TO SN-PRIORIDAD
003440             MOVE EV-VALOR-ANT TO SN-VALOR-1
003450             MOVE EV-VALOR-NVO TO SN-VALOR-2
003460         WHEN 'VENC'
003470             MOVE 'PTSVEN' TO SN-PLANTILLA
003480             MOVE 1        TO SN-PRIORIDAD
003490             PERFORM 2300-VALORES-VENCIMIENTO THRU 2300-EXIT
003500         WHEN OTHER
003510             GO TO 2200-SIGUE
003520     END-EVALUATE
003530
003540     RELEASE SN-REC
003550     ADD 1 TO WS-CONT-CANDIDATOS
003560     .
003570
003580 2200-SIGUE.
003590     PERFORM 2100-LEER-EVENTO THRU 2100-EXIT.
003600
003610 2200-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------------
003650*    2300-VALORES-VENCIMIENTO - EL EVENTO VENC TRAE EL SALDO
003660*    ANTERIOR Y EL NUEVO; EL AVISO LLEVA LOS PUNTOS VENCIDOS Y
003670*    EL SALDO QUE QUEDA
003680*----------------------------------------------------------------
003690 2300-VALORES-VENCIMIENTO.
003700     MOVE EV-VALOR-ANT (1:9) TO WS-PUNTOS-EDITADO
003710     MOVE WS-PUNTOS-EDITADO  TO WS-SALDO-ANTERIOR
003720     MOVE EV-VALOR-NVO (1:9) TO WS-PUNTOS-EDITADO
003730     MOVE WS-PUNTOS-EDITADO  TO WS-SALDO-NUEVO
003740
003750     IF WS-SALDO-ANTERIOR > WS-SALDO-NUEVO
003760         COMPUTE WS-PUNTOS-VENCIDOS =
003770             WS-SALDO-ANTERIOR - WS-SALDO-NUEVO
003780     ELSE
003790         MOVE ZERO TO WS-PUNTOS-VENCIDOS
003800     END-IF
003810
003820     MOVE WS-PUNTOS-VENCIDOS TO WS-PUNTOS-EDITADO
003830     MOVE WS-PUNTOS-EDITADO  TO SN-VALOR-1
003840     MOVE EV-VALOR-NVO       TO SN-VALOR-2.
003850
003860 2300-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------------
003900*    2500-SELECCIONAR-VENCPROX - UN AVISO POR CLIENTE CON PUNTOS
003910*    QUE VENCEN EL MES PROXIMO, SOLO SI VENCPROXIMOS.DAT ES DE
003920*    LA FECHA DE NEGOCIO (CLIENTES-VENCPUNTOS YA CORRIO HOY)
003930*----------------------------------------------------------------
003940 2500-SELECCIONAR-VENCPROX.
003950     OPEN INPUT VENCPROX
003960     IF WS-FS-VENCPROX NOT = '00'
003970         DISPLAY 'SIN VENCPROXIMOS.DAT - STATUS '
003980                 WS-FS-VENCPROX ' - NO HAY AVISO DE '
003990                 'VENCIMIENTO PROXIMO'
004000         GO TO 2500-EXIT
004010     END-IF
004020
004030     PERFORM 2510-LEER-VENCPROX THRU 2510-EXIT
004040     PERFORM 2520-TRATAR-VENCPROX THRU 2520-EXIT
004050         UNTIL EOF-VENCPROX
004060
004070     CLOSE VENCPROX.
004080
004090 2500-EXIT.
004100     EXIT.
004110
004120 2510-LEER-VENCPROX.
004130     READ VENCPROX
004140         AT END
004150             MOVE 'S' TO WS-SW-EOF-VENCPROX
004160     END-READ.
004170
004180 2510-EXIT.
004190     EXIT.
004200
004210 2520-TRATAR-VENCPROX.
004220     IF VX-FECHA NOT = WS-FECHA-SISTEMA
004230         GO TO 2520-SIGUE
004240     END-IF
004250
004260     MOVE SPACES        TO SN-REC
004270     MOVE VX-ID-CLIENTE TO SN-ID-CLIENTE
004280     MOVE ZERO          TO SN-HORA
004290     MOVE 'PTSXVE'      TO SN-PLANTILLA
004300     MOVE 2             TO SN-PRIORIDAD
004310     MOVE VX-PUNTOS         TO WS-PUNTOS-EDITADO
004320     MOVE WS-PUNTOS-EDITADO TO SN-VALOR-1
004330     MOVE VX-SALDO          TO WS-PUNTOS-EDITADO
004340     MOVE WS-PUNTOS-EDITADO TO SN-VALOR-2
004350
004360     RELEASE SN-REC
004370     ADD 1 TO WS-CONT-CANDIDATOS
004380     .
004390
004400 2520-SIGUE.
004410     PERFORM 2510-LEER-VENCPROX THRU 2510-EXIT.
004420
004430 2520-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------
004470*    3000-EMITIR-AVISOS - RECORRE LOS CANDIDATOS POR CLIENTE Y
004480*    PRIORIDAD; EN CADA QUIEBRE VALIDA AL CLIENTE CONTRA EL
004490*    MAESTRO Y REINICIA SU TOPE DIARIO
004500*----------------------------------------------------------------
004510 3000-EMITIR-AVISOS.
004520     PERFORM 3100-LEER-ORDENADO THRU 3100-EXIT
004530     PERFORM 3200-TRATAR-AVISO THRU 3200-EXIT
004540         UNTIL EOF-SORT.
004550
004560 3000-EXIT.
004570     EXIT.
004580
004590 3100-LEER-ORDENADO.
004600     RETURN SORTNOT
004610         AT END
004620             MOVE 'S' TO WS-SW-EOF-SORT
004630     END-RETURN.
004640
004650 3100-EXIT.
004660     EXIT.
004670
004680 3200-TRATAR-AVISO.
004690     IF SN-ID-CLIENTE NOT = WS-CONTROL-CLIENTE
004700         MOVE SN-ID-CLIENTE TO WS-CONTROL-CLIENTE
004710         MOVE ZERO          TO WS-AVISOS-CLIENTE
004720         PERFORM 3300-VALIDAR-CLIENTE THRU 3300-EXIT
004730     END-IF
004740
004750     IF CLIENTE-SIN-MAESTRO
004760         ADD 1 TO WS-CONT-SIN-MAESTRO
004770         ADD 1 TO WS-CONT-SUPRIMIDOS
004780         GO TO 3200-SIGUE
004790     END-IF
004800
004810     IF CLIENTE-CERRADO
004820         ADD 1 TO WS-CONT-CERRADOS
004830         ADD 1 TO WS-CONT-SUPRIMIDOS
004840         GO TO 3200-SIGUE
004850     END-IF
004860
004870     IF WS-AVISOS-CLIENTE NOT < WS-TOPE-DIARIO
004880         ADD 1 TO WS-CONT-TOPE
004890         ADD 1 TO WS-CONT-SUPRIMIDOS
004900         GO TO 3200-SIGUE
004910     END-IF
004920
004930     PERFORM 3400-GRABAR-AVISO THRU 3400-EXIT
004940     .
004950
004960 3200-SIGUE.
004970     PERFORM 3100-LEER-ORDENADO THRU 3100-EXIT.
004980
004990 3200-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------------
005030*    3300-VALIDAR-CLIENTE - LEE EL MAESTRO DEL CLIENTE DEL
005040*    QUIEBRE; UN CERRADO O INEXISTENTE NO RECIBE AVISOS
005050*----------------------------------------------------------------
005060 3300-VALIDAR-CLIENTE.
005070     MOVE WS-CONTROL-CLIENTE TO CR-ID-CLIENTE
005080     READ CLIENTES
005090         INVALID KEY
005100             MOVE 'N' TO WS-SW-CLIENTE
005110         NOT INVALID KEY
005120             IF CR-ESTADO = 'C'
005130                 MOVE 'C' TO WS-SW-CLIENTE
005140             ELSE
005150                 MOVE 'S' TO WS-SW-CLIENTE
005160             END-IF
005170     END-READ.
005180
005190 3300-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------------
005230*    3400-GRABAR-AVISO - GRABA EL AVISO CON LOS DATOS ACTUALES
005240*    DEL MAESTRO Y ACUMULA LOS TOTALES DEL CONTROL
005250*----------------------------------------------------------------
005260 3400-GRABAR-AVISO.
005270     MOVE SPACES           TO NF-REC
005280     MOVE '2'              TO NF-TIPO-REG
005290     MOVE WS-FECHA-SISTEMA TO NF-DT-FECHA
005300     MOVE SN-ID-CLIENTE    TO NF-DT-ID-CLIENTE
005310     MOVE CR-SUCURSAL      TO NF-DT-SUCURSAL
005320     MOVE CR-NOMBRE        TO NF-DT-NOMBRE
005330     MOVE SN-PLANTILLA     TO NF-DT-PLANTILLA
005340     MOVE SN-VALOR-1       TO NF-DT-VALOR-1
005350     MOVE SN-VALOR-2       TO NF-DT-VALOR-2
005360
005370     IF SN-PLANTILLA = 'DORMID' OR SN-PLANTILLA = 'REACTI'
005380         MOVE CR-PUNTOS         TO WS-PUNTOS-EDITADO
005390         MOVE WS-PUNTOS-EDITADO TO NF-DT-VALOR-1
005400     END-IF
005410
005420     WRITE NF-REC
005430
005440     IF WS-AVISOS-CLIENTE = ZERO
005450         ADD 1             TO WS-CONT-CLIENTES
005460         ADD SN-ID-CLIENTE TO WS-SUMA-IDS
005470     END-IF
005480     ADD 1 TO WS-AVISOS-CLIENTE
005490     ADD 1 TO WS-CONT-EMITIDOS.
005500
005510 3400-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------------
005550*    4000-GRABAR-CONTROL - REGISTRO DE CONTROL '9' AL FINAL DEL
005560*    ARCHIVO, AUN SIN AVISOS, PARA QUE EL PROVEEDOR CUADRE
005570*----------------------------------------------------------------
005580 4000-GRABAR-CONTROL.
005590     MOVE SPACES           TO NF-REC
005600     MOVE '9'              TO NF-TIPO-REG
005610     MOVE WS-FECHA-SISTEMA TO NF-CT-FECHA
005620     MOVE WS-CONT-EMITIDOS TO NF-CT-NOTIFICACIONES
005630     MOVE WS-CONT-CLIENTES TO NF-CT-CLIENTES
005640     MOVE WS-SUMA-IDS      TO NF-CT-SUMA-IDS
005650
005660     WRITE NF-REC.
005670
005680 4000-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------------
005720*    8000-FINALIZAR - RESUMEN Y CIERRE
005730*----------------------------------------------------------------
005740 8000-FINALIZAR.
005750     DISPLAY 'EVENTOS LEIDOS:              ' WS-CONT-EVENTOS
005760     DISPLAY 'AVISOS CANDIDATOS:           ' WS-CONT-CANDIDATOS
005770     DISPLAY 'AVISOS EMITIDOS:             ' WS-CONT-EMITIDOS
005780     DISPLAY 'CLIENTES AVISADOS:           ' WS-CONT-CLIENTES
005790     DISPLAY 'SUPRIMIDOS CLIENTE CERRADO:  ' WS-CONT-CERRADOS
005800     DISPLAY 'SUPRIMIDOS SIN MAESTRO:      ' WS-CONT-SIN-MAESTRO
005810     DISPLAY 'SUPRIMIDOS POR TOPE DIARIO:  ' WS-CONT-TOPE
005820
005830     CLOSE CLIENTES
005840     CLOSE NOTIFICA
005850
005860     PERFORM 9000-GRABAR-ULT-CORRIDA THRU 9000-EXIT
005870     PERFORM 9200-MARCAR-FIN THRU 9200-EXIT.
005880
005890 8000-EXIT.
005900     EXIT.
005910
005920*----------------------------------------------------------------
005930*    1500-TOMAR-FECHA-PROCESO - LA FECHA DE NEGOCIO SE TOMA DEL
005940*    CONTROL CENTRAL PROCESOFECHA.CTL (AVANZADO POR
005950*    CLIENTES-CIERRE); SI NO EXISTE SE SIGUE CON LA FECHA DEL
005960*    SISTEMA YA CARGADA
005970*----------------------------------------------------------------
005980 1500-TOMAR-FECHA-PROCESO.
005990     OPEN INPUT PROCFECHA
006000     IF WS-FS-PROCFECHA = '00'
006010         READ PROCFECHA
006020             NOT AT END
006030                 MOVE PF-FECHA TO WS-FECHA-SISTEMA
006040         END-READ
006050         CLOSE PROCFECHA
006060     ELSE
006070         DISPLAY 'SIN PROCESOFECHA.CTL - SE USA LA FECHA '
006080                 'DEL SISTEMA'
006090     END-IF.
006100
006110 1500-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------------
006150*    1600-CONTROL-REPROCESO - RECHAZA UNA SEGUNDA CORRIDA PARA
006160*    UNA FECHA DE NEGOCIO YA COMPLETADA, SALVO AUTORIZACION
006170*    EXPLICITA DEL OPERADOR (RERUNOK.CTL CON LA MISMA FECHA)
006180*----------------------------------------------------------------
006190 1600-CONTROL-REPROCESO.
006200     OPEN INPUT ULTCORRIDA
006210     IF WS-FS-ULTCORRIDA = '00'
006220         READ ULTCORRIDA
006230             NOT AT END
006240                 MOVE UC-FECHA TO WS-ULT-FECHA
006250         END-READ
006260         CLOSE ULTCORRIDA
006270     END-IF
006280
006290     IF WS-ULT-FECHA NOT = WS-FECHA-SISTEMA
006300         GO TO 1600-EXIT
006310     END-IF
006320
006330     OPEN INPUT RERUNOK
006340     IF WS-FS-RERUNOK = '00'
006350         READ RERUNOK
006360             NOT AT END
006370                 MOVE RK-FECHA TO WS-RERUN-FECHA
006380         END-READ
006390         CLOSE RERUNOK
006400     END-IF
006410
006420     IF WS-RERUN-FECHA = WS-FECHA-SISTEMA
006430         DISPLAY 'CLIENTES-NOTIFICA - REPROCESO AUTORIZADO '
006440                 'PARA ' WS-FECHA-SISTEMA
006450     ELSE
006460         DISPLAY 'CLIENTES-NOTIFICA YA CORRIO PARA LA FECHA '
006470                 WS-FECHA-SISTEMA
006480         DISPLAY 'EL REPROCESO REQUIERE RERUNOK.CTL CON LA '
006490                 'MISMA FECHA DE NEGOCIO'
006500         MOVE 8 TO RETURN-CODE
006510         STOP RUN
006520     END-IF.
006530
006540 1600-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------
006580*    9000-GRABAR-ULT-CORRIDA - DEJA ASENTADA LA FECHA DE NEGOCIO
006590*    COMPLETADA POR ESTA CORRIDA
006600*----------------------------------------------------------------
006610 9000-GRABAR-ULT-CORRIDA.
006620     OPEN OUTPUT ULTCORRIDA
006630     MOVE WS-FECHA-SISTEMA TO UC-FECHA
006640     WRITE UC-FECHA
006650     CLOSE ULTCORRIDA.
006660
006670 9000-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------------
006710*    9100-MARCAR-INICIO - ESTAMPA EL ARRANQUE DEL PASO EN EL
006720*    CONTROL DE ESTADO DEL CICLO NOCTURNO (CICLOSTATUS)
006730*----------------------------------------------------------------
006740 9100-MARCAR-INICIO.
006750     MOVE 'I'  TO CS-EVENTO
006760     MOVE ZERO TO CS-RETORNO
006770     MOVE ZERO TO CS-LEIDOS
006780     MOVE ZERO TO CS-GRABADOS
006790     MOVE ZERO TO CS-RECHAZADOS
006800     PERFORM 9300-GRABAR-CICLOSTATUS THRU 9300-EXIT.
006810
006820 9100-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------------
006860*    9200-MARCAR-FIN - ESTAMPA EL FIN DEL PASO CON SU CODIGO DE
006870*    RETORNO Y SUS CONTADORES EN CICLOSTATUS
006880*----------------------------------------------------------------
006890 9200-MARCAR-FIN.
006900     MOVE 'F'                TO CS-EVENTO
006910     MOVE RETURN-CODE        TO CS-RETORNO
006920     MOVE WS-CONT-CANDIDATOS TO CS-LEIDOS
006930     MOVE WS-CONT-EMITIDOS   TO CS-GRABADOS
006940     MOVE WS-CONT-SUPRIMIDOS TO CS-RECHAZADOS
006950     PERFORM 9300-GRABAR-CICLOSTATUS THRU 9300-EXIT.
006960
006970 9200-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------------
007010*    9300-GRABAR-CICLOSTATUS - COMPLETA LOS DATOS COMUNES Y
007020*    AGREGA LA FILA AL CONTROL COMPARTIDO DEL CICLO
007030*----------------------------------------------------------------
007040 9300-GRABAR-CICLOSTATUS.
007050     ACCEPT WS-HORA-CICLO FROM TIME
007060     MOVE WS-FECHA-SISTEMA TO CS-FECHA
007070     MOVE 'CLIENTES-NOTIFICA' TO CS-PROGRAMA
007080     MOVE WS-HORA-CICLO TO CS-HORA
007090
007100     OPEN EXTEND CICLOSTATUS
007110     IF WS-FS-CICLOSTATUS NOT = '00'
007120         OPEN OUTPUT CICLOSTATUS
007130     END-IF
007140
007150     WRITE CS-REC
007160
007170     CLOSE CICLOSTATUS.
007180
007190 9300-EXIT.
007200     EXIT.

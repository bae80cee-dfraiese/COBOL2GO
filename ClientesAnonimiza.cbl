000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CLIENTES-ANONIMIZA.
000030 AUTHOR.         EQUIPO DE SISTEMAS - CUENTAS.
000040 INSTALLATION.   BANCO - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*----------------------------------------------------------------
000080*    CLIENTES-ANONIMIZA BORRA LOS DATOS PERSONALES DE LOS
000090*    CLIENTES PURGADOS HACE MAS DE WS-ANIOS-RETENCION ANIOS
000100*    (CH-FECHA-PURGA ANTERIOR AL CORTE):
000110*        EN CLIENTESHIST, CH-NOMBRE PASA A 'DATO ANONIMIZADO' Y
000120*        CH-SALARIO A CERO;
000130*        EN EL DIARIO CENTRAL VIVO Y EN LOS ARCHIVOS ANUALES
000140*        eventoscli.A<AAAA> PEDIDOS, LOS NOMBRES QUE GUARDAN
000150*        EV-VALOR-ANT Y EV-VALOR-NVO DE LOS EVENTOS 'MNOM'.
000160*    LOS IDS, LOS PUNTOS Y LOS DEMAS DATOS NO SE TOCAN, PARA QUE
000170*    LAS CONCILIACIONES SIGAN CERRANDO. UN CLIENTE QUE VOLVIO A
000180*    FIGURAR EN EL MAESTRO VIVO NO SE ANONIMIZA. CADA DATO
000190*    BORRADO QUEDA EN EL REGISTRO ANONIMIZADOS (SIN EL VALOR) Y
000200*    LOS TOTALES EN ANONIMIZACION.TXT.
000210*    LOS ANIOS DE RETENCION SE TOMAN DE ANONIMIZA.CTL (2
000220*    DIGITOS, POR DEFECTO 5) Y LOS ARCHIVOS ANUALES A REVISAR
000230*    DE ANONARCHIVO.CTL (UN ANIO AAAA POR FILA). LOS DIARIOS SE
000240*    REESCRIBEN EN UN .new Y SE REEMPLAZAN COMO EN
000250*    CLIENTES-ARCHIVADOR, POR LO QUE SE CORRE A PEDIDO FUERA DE
000260*    LA CADENA NOCTURNA. VOLVER A CORRERLO NO CAMBIA NADA YA
000270*    ANONIMIZADO.
000280*
000290*    HISTORIAL DE MODIFICACIONES
000300*    FECHA       INIC.  DESCRIPCION
000310*    ----------  -----  ---------------------------------------
000320*    2026-10-15  DLF    VERSION ORIGINAL.
000330*----------------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ANONCTL
000390         ASSIGN TO "anonimiza.ctl"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-ANONCTL.
000420
000430     SELECT ANONARCHCTL
000440         ASSIGN TO "anonarchivo.ctl"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-ANONARCHCTL.
000470
000480     SELECT CLIENTES
000490         ASSIGN TO "clientes.dat"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CR-ID-CLIENTE
000530         ALTERNATE RECORD KEY IS CR-NOMBRE
000540             WITH DUPLICATES
000550         ALTERNATE RECORD KEY IS CR-SUCURSAL
000560             WITH DUPLICATES
000570         FILE STATUS IS WS-FS-CLIENTES.
000580
000590     SELECT CLIENTESHIST
000600         ASSIGN TO "clienteshist.dat"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS CH-ID-CLIENTE
000640         FILE STATUS IS WS-FS-CLIENTESHIST.
000650
000660     SELECT EVENTOSENT
000670         ASSIGN TO WS-NOMBRE-ENTRADA
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-FS-EVENTOSENT.
000700
000710     SELECT EVENTOSNVO
000720         ASSIGN TO WS-NOMBRE-NUEVO
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-FS-EVENTOSNVO.
000750
000760     SELECT ANONLOG
000770         ASSIGN TO "anonimizados.dat"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-FS-ANONLOG.
000800
000810     SELECT ANONRPT
000820         ASSIGN TO "anonimizacion.txt"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-FS-ANONRPT.
000850
000860     SELECT PROCFECHA
000870         ASSIGN TO "procesofecha.ctl"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-FS-PROCFECHA.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  ANONCTL
000940     RECORD CONTAINS 2 CHARACTERS.
000950 01  AC-ANIOS-RETENCION         PIC 9(02).
000960
000970 FD  ANONARCHCTL
000980     RECORD CONTAINS 4 CHARACTERS.
000990 01  AA-ANIO                    PIC 9(04).
001000
001010 FD  CLIENTES.
001020 COPY CLIREC.
001030
001040 FD  CLIENTESHIST.
001050 COPY CLIHIST.
001060
001070 FD  EVENTOSENT
001080     RECORD CONTAINS 110 CHARACTERS.
001090 01  EE-LINEA                   PIC X(110).
001100
001110 FD  EVENTOSNVO
001120     RECORD CONTAINS 110 CHARACTERS.
001130 01  EN-LINEA                   PIC X(110).
001140
001150 FD  ANONLOG
001160     RECORD CONTAINS 92 CHARACTERS.
001170 COPY ANONLOG.
001180
001190 FD  ANONRPT
001200     RECORD CONTAINS 80 CHARACTERS.
001210 01  AR-LINEA                   PIC X(80).
001220
001230 FD  PROCFECHA
001240     RECORD CONTAINS 8 CHARACTERS.
001250 01  PF-FECHA                   PIC 9(08).
001260
001270 WORKING-STORAGE SECTION.
001280 01  WS-FILE-STATUSES.
001290     05  WS-FS-ANONCTL          PIC X(02).
001300     05  WS-FS-ANONARCHCTL      PIC X(02).
001310     05  WS-FS-CLIENTES         PIC X(02).
001320     05  WS-FS-CLIENTESHIST     PIC X(02).
001330     05  WS-FS-EVENTOSENT       PIC X(02).
001340     05  WS-FS-EVENTOSNVO       PIC X(02).
001350     05  WS-FS-ANONLOG          PIC X(02).
001360     05  WS-FS-ANONRPT          PIC X(02).
001370     05  WS-FS-PROCFECHA        PIC X(02).
001380
001390 01  WS-SWITCHES.
001400     05  WS-SW-EOF-HIST         PIC X(01)   VALUE 'N'.
001410         88  EOF-HIST                       VALUE 'S'.
001420     05  WS-SW-EOF-ARCHCTL      PIC X(01)   VALUE 'N'.
001430         88  EOF-ARCHCTL                    VALUE 'S'.
001440     05  WS-SW-EOF-EVENTOS      PIC X(01)   VALUE 'N'.
001450         88  EOF-EVENTOS                    VALUE 'S'.
001460     05  WS-SW-CLI-DISPONIBLE   PIC X(01)   VALUE 'N'.
001470         88  CLIENTES-DISPONIBLE            VALUE 'S'.
001480     05  WS-SW-HIST-DISPONIBLE  PIC X(01)   VALUE 'N'.
001490         88  HISTORICO-DISPONIBLE           VALUE 'S'.
001500     05  WS-SW-ANONIMIZABLE     PIC X(01)   VALUE 'N'.
001510         88  ES-ANONIMIZABLE                VALUE 'S'.
001520         88  NO-ES-ANONIMIZABLE             VALUE 'N'.
001530
001540 77  WS-ANIOS-RETENCION         PIC 9(02)   VALUE 5.
001550 01  WS-FECHA-SISTEMA           PIC 9(08).
001560 01  WS-FECHA-CORTE.
001570     05  WS-FC-ANIO             PIC 9(04).
001580     05  WS-FC-MES              PIC 9(02).
001590     05  WS-FC-DIA              PIC 9(02).
001600 01  WS-FECHA-CORTE-NUM REDEFINES WS-FECHA-CORTE PIC 9(08).
001610
001620 01  WS-TEXTO-ANONIMO           PIC X(30)
001630     VALUE 'DATO ANONIMIZADO'.
001640
001650*    ULTIMO CLIENTE EVALUADO EN LOS DIARIOS, CON SU RESULTADO
001660 77  WS-ULT-CLIENTE             PIC 9(10)   VALUE ZERO.
001670 77  WS-ULT-FECHA-PURGA         PIC 9(08)   VALUE ZERO.
001680
001690*    EVENTO EN PROCESO (MISMO LAYOUT QUE EVENTCLI)
001700 COPY EVENTCLI.
001710
001720 01  WS-NOMBRE-ENTRADA          PIC X(30).
001730 01  WS-NOMBRE-NUEVO            PIC X(30).
001740 01  WS-NOMBRE-EV-VIVO          PIC X(30)
001750     VALUE 'eventosclientes.dat'.
001760 01  WS-NOMBRE-EV-NUEVO         PIC X(30)
001770     VALUE 'eventosclientes.new'.
001780 01  WS-NOMBRE-ARCH-NUEVO       PIC X(30)
001790     VALUE 'eventoscli.new'.
001800 01  WS-DETALLE-ARCHIVO         PIC X(34).
001810 77  WS-RC-EXISTE               PIC S9(09) COMP-5.
001820 77  WS-RC-COPIA                PIC S9(09) COMP-5.
001830
001840*    ANIOS ARCHIVADOS PEDIDOS EN ANONARCHIVO.CTL
001850 01  WS-TABLA-ANIOS.
001860     05  WS-ANI-CANT            PIC 9(04)   COMP    VALUE ZERO.
001870     05  WS-ANI-MAXIMO          PIC 9(04)   COMP    VALUE 20.
001880     05  WS-ANI-ANIO            PIC 9(04)   OCCURS 20 TIMES.
001890
001900 77  WS-ANI-IDX                 PIC 9(04)   COMP.
001910
001920 77  WS-CONT-HIST-LEIDOS        PIC 9(07)   COMP    VALUE ZERO.
001930 77  WS-CONT-HIST-ANONIMOS      PIC 9(07)   COMP    VALUE ZERO.
001940 77  WS-CONT-HIST-VIVOS         PIC 9(07)   COMP    VALUE ZERO.
001950 77  WS-CONT-ERRORES            PIC 9(07)   COMP    VALUE ZERO.
001960 77  WS-CONT-EV-LEIDOS          PIC 9(07)   COMP    VALUE ZERO.
001970 77  WS-CONT-EV-ANONIMOS        PIC 9(07)   COMP    VALUE ZERO.
001980 77  WS-TOTAL-EV-ANONIMOS       PIC 9(07)   COMP    VALUE ZERO.
001990
002000 01  WS-LINEA-TITULO.
002010     05  FILLER                 PIC X(36)
002020         VALUE 'ANONIMIZACION DE DATOS - PROCESO '.
002030     05  WS-TI-FECHA            PIC 9(08).
002040     05  FILLER                 PIC X(16)   VALUE
002050         '  PURGADOS ANT. '.
002060     05  WS-TI-CORTE            PIC 9(08).
002070     05  FILLER                 PIC X(12)   VALUE SPACES.
002080
002090 01  WS-LINEA-RESUMEN.
002100     05  WS-RS-CONCEPTO         PIC X(40).
002110     05  WS-RS-CANT             PIC Z(6)9.
002120     05  FILLER                 PIC X(33)   VALUE SPACES.
002130
002140 01  WS-LINEA-ARCHIVO.
002150     05  FILLER                 PIC X(10)   VALUE 'ARCHIVO: '.
002160     05  WS-LA-NOMBRE           PIC X(30).
002170     05  FILLER                 PIC X(06)   VALUE ' LEI: '.
002180     05  WS-LA-LEIDOS           PIC Z(6)9.
002190     05  FILLER                 PIC X(13)   VALUE
002200         '  ANONIMIZ.: '.
002210     05  WS-LA-ANONIMOS         PIC Z(6)9.
002220     05  FILLER                 PIC X(07)   VALUE SPACES.
002230
002240 PROCEDURE DIVISION.
002250*----------------------------------------------------------------
002260*    0000-MAINLINE
002270*----------------------------------------------------------------
002280 0000-MAINLINE.
002290     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002300
002310     IF HISTORICO-DISPONIBLE
002320         PERFORM 2000-ANONIMIZAR-HISTORICO THRU 2000-EXIT
002330             UNTIL EOF-HIST
002340
002350         MOVE WS-NOMBRE-EV-VIVO  TO WS-NOMBRE-ENTRADA
002360         MOVE WS-NOMBRE-EV-NUEVO TO WS-NOMBRE-NUEVO
002370         PERFORM 3000-ANONIMIZAR-DIARIO THRU 3000-EXIT
002380
002390         PERFORM 4000-ANONIMIZAR-ARCHIVO THRU 4000-EXIT
002400             VARYING WS-ANI-IDX FROM 1 BY 1
002410             UNTIL WS-ANI-IDX > WS-ANI-CANT
002420     END-IF
002430
002440     PERFORM 8000-FINALIZAR THRU 8000-EXIT
002450
002460     STOP RUN.
002470
002480*----------------------------------------------------------------
002490*    1000-INICIALIZAR - PARAMETROS, FECHA DE CORTE Y APERTURAS
002500*----------------------------------------------------------------
002510 1000-INICIALIZAR.
002520     PERFORM 1010-LEER-PARAMETRO THRU 1010-EXIT
002530     PERFORM 1200-TOMAR-ANIOS THRU 1200-EXIT
002540
002550     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
002560     PERFORM 1500-TOMAR-FECHA-PROCESO THRU 1500-EXIT
002570
002580     MOVE WS-FECHA-SISTEMA TO WS-FECHA-CORTE
002590     SUBTRACT WS-ANIOS-RETENCION FROM WS-FC-ANIO
002600
002610     OPEN OUTPUT ANONRPT
002620     MOVE WS-FECHA-SISTEMA   TO WS-TI-FECHA
002630     MOVE WS-FECHA-CORTE-NUM TO WS-TI-CORTE
002640     MOVE WS-LINEA-TITULO TO AR-LINEA
002650     WRITE AR-LINEA
002660
002670     OPEN EXTEND ANONLOG
002680     IF WS-FS-ANONLOG NOT = '00'
002690         OPEN OUTPUT ANONLOG
002700     END-IF
002710
002720     OPEN INPUT CLIENTES
002730     IF WS-FS-CLIENTES = '00'
002740         MOVE 'S' TO WS-SW-CLI-DISPONIBLE
002750     ELSE
002760         DISPLAY 'SIN MAESTRO CLIENTES - NO SE PUEDE VERIFICAR '
002770                 'QUE LOS PURGADOS NO HAYAN VUELTO'
002780         MOVE 8 TO RETURN-CODE
002790         STOP RUN
002800     END-IF
002810
002820     OPEN I-O CLIENTESHIST
002830     IF WS-FS-CLIENTESHIST = '00'
002840         MOVE 'S' TO WS-SW-HIST-DISPONIBLE
002850         PERFORM 2100-LEER-HISTORICO THRU 2100-EXIT
002860     ELSE
002870         DISPLAY 'SIN HISTORICO CLIENTESHIST - STATUS '
002880                 WS-FS-CLIENTESHIST ' - NADA QUE ANONIMIZAR'
002890     END-IF.
002900
002910 1000-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------------
002950*    1010-LEER-PARAMETRO - TOMA LOS ANIOS DE RETENCION DE
002960*    ANONIMIZA.CTL; SI NO EXISTE, QUEDA EL VALOR POR DEFECTO
002970*----------------------------------------------------------------
002980 1010-LEER-PARAMETRO.
002990     OPEN INPUT ANONCTL
003000     IF WS-FS-ANONCTL = '00'
003010         READ ANONCTL
003020             NOT AT END
003030                 MOVE AC-ANIOS-RETENCION TO WS-ANIOS-RETENCION
003040         END-READ
003050         CLOSE ANONCTL
003060     END-IF.
003070
003080 1010-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------------
003120*    1200-TOMAR-ANIOS - CARGA LOS ANIOS DE ANONARCHIVO.CTL
003130*----------------------------------------------------------------
003140 1200-TOMAR-ANIOS.
003150     OPEN INPUT ANONARCHCTL
003160     IF WS-FS-ANONARCHCTL NOT = '00'
003170         GO TO 1200-EXIT
003180     END-IF
003190
003200     PERFORM 1210-LEER-ANIO THRU 1210-EXIT
003210     PERFORM 1220-GUARDAR-ANIO THRU 1220-EXIT
003220         UNTIL EOF-ARCHCTL
003230
003240     CLOSE ANONARCHCTL.
003250
003260 1200-EXIT.
003270     EXIT.
003280
003290 1210-LEER-ANIO.
003300     READ ANONARCHCTL
003310         AT END
003320             MOVE 'S' TO WS-SW-EOF-ARCHCTL
003330     END-READ.
003340
003350 1210-EXIT.
003360     EXIT.
003370
003380 1220-GUARDAR-ANIO.
003390     IF AA-ANIO = ZERO
003400         GO TO 1220-SIGUE
003410     END-IF
003420
003430     IF WS-ANI-CANT >= WS-ANI-MAXIMO
003440         DISPLAY 'TABLA DE ANIOS ARCHIVADOS LLENA - '
003450                 'AUMENTAR WS-ANI-MAXIMO'
003460         MOVE 8 TO RETURN-CODE
003470         STOP RUN
003480     END-IF
003490
003500     ADD 1 TO WS-ANI-CANT
003510     MOVE AA-ANIO TO WS-ANI-ANIO (WS-ANI-CANT).
003520
003530 1220-SIGUE.
003540     PERFORM 1210-LEER-ANIO THRU 1210-EXIT.
003550
003560 1220-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------------
003600*    1500-TOMAR-FECHA-PROCESO - LA FECHA DE NEGOCIO SE TOMA DEL
003610*    CONTROL CENTRAL PROCESOFECHA.CTL (AVANZADO POR
003620*    CLIENTES-CIERRE); SI NO EXISTE SE SIGUE CON LA FECHA DEL
003630*    SISTEMA YA CARGADA
003640*----------------------------------------------------------------
003650 1500-TOMAR-FECHA-PROCESO.
003660     OPEN INPUT PROCFECHA
003670     IF WS-FS-PROCFECHA = '00'
003680         READ PROCFECHA
003690             NOT AT END
003700                 MOVE PF-FECHA TO WS-FECHA-SISTEMA
003710         END-READ
003720         CLOSE PROCFECHA
003730     ELSE
003740         DISPLAY 'SIN PROCESOFECHA.CTL - SE USA LA FECHA '
003750                 'DEL SISTEMA'
003760     END-IF.
003770
003780 1500-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------------
003820*    2000-ANONIMIZAR-HISTORICO - BORRA NOMBRE Y SALARIO DEL
003830*    PURGADO VENCIDO QUE TODAVIA LOS CONSERVA
003840*----------------------------------------------------------------
003850 2000-ANONIMIZAR-HISTORICO.
003860     IF CH-FECHA-PURGA NOT < WS-FECHA-CORTE-NUM
003870         GO TO 2000-SIGUE
003880     END-IF
003890
003900     IF CH-NOMBRE = WS-TEXTO-ANONIMO AND CH-SALARIO = ZERO
003910         GO TO 2000-SIGUE
003920     END-IF
003930
003940     MOVE CH-ID-CLIENTE TO CR-ID-CLIENTE
003950     READ CLIENTES
003960         INVALID KEY
003970             CONTINUE
003980         NOT INVALID KEY
003990             ADD 1 TO WS-CONT-HIST-VIVOS
004000             GO TO 2000-SIGUE
004010     END-READ
004020
004030     MOVE WS-TEXTO-ANONIMO TO CH-NOMBRE
004040     MOVE ZERO             TO CH-SALARIO
004050     REWRITE CH-REC
004060         INVALID KEY
004070             ADD 1 TO WS-CONT-ERRORES
004080             DISPLAY 'NO SE PUDO REGRABAR CLIENTESHIST '
004090                     CH-ID-CLIENTE
004100             GO TO 2000-SIGUE
004110     END-REWRITE
004120
004130     ADD 1 TO WS-CONT-HIST-ANONIMOS
004140     MOVE CH-ID-CLIENTE          TO AL-ID-CLIENTE
004150     MOVE CH-FECHA-PURGA         TO AL-FECHA-PURGA
004160     MOVE 'clienteshist.dat'     TO AL-ARCHIVO
004170     MOVE 'CH-NOMBRE CH-SALARIO' TO AL-DATOS
004180     MOVE ZERO                   TO AL-EV-FECHA
004190     MOVE ZERO                   TO AL-EV-HORA
004200     PERFORM 7000-GRABAR-LOG THRU 7000-EXIT.
004210
004220 2000-SIGUE.
004230     PERFORM 2100-LEER-HISTORICO THRU 2100-EXIT.
004240
004250 2000-EXIT.
004260     EXIT.
004270
004280 2100-LEER-HISTORICO.
004290     READ CLIENTESHIST NEXT RECORD
004300         AT END
004310             MOVE 'S' TO WS-SW-EOF-HIST
004320         NOT AT END
004330             ADD 1 TO WS-CONT-HIST-LEIDOS
004340     END-READ.
004350
004360 2100-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------------
004400*    3000-ANONIMIZAR-DIARIO - COPIA WS-NOMBRE-ENTRADA A
004410*    WS-NOMBRE-NUEVO BORRANDO LOS NOMBRES DE LOS 'MNOM' DE
004420*    PURGADOS VENCIDOS; SI HUBO CAMBIOS, EL NUEVO REEMPLAZA AL
004430*    ORIGINAL
004440*----------------------------------------------------------------
004450 3000-ANONIMIZAR-DIARIO.
004460     MOVE ZERO TO WS-CONT-EV-LEIDOS
004470     MOVE ZERO TO WS-CONT-EV-ANONIMOS
004480
004490     CALL 'CBL_CHECK_FILE_EXIST' USING WS-NOMBRE-ENTRADA
004500                                       WS-DETALLE-ARCHIVO
004510         RETURNING WS-RC-EXISTE
004520     IF WS-RC-EXISTE NOT = 0
004530         DISPLAY 'SIN ARCHIVO ' WS-NOMBRE-ENTRADA
004540                 ' - NO SE REVISA'
004550         GO TO 3000-EXIT
004560     END-IF
004570
004580     OPEN INPUT  EVENTOSENT
004590     OPEN OUTPUT EVENTOSNVO
004600     MOVE 'N' TO WS-SW-EOF-EVENTOS
004610
004620     PERFORM 3100-LEER-EVENTO THRU 3100-EXIT
004630     PERFORM 3200-TRATAR-EVENTO THRU 3200-EXIT
004640         UNTIL EOF-EVENTOS
004650
004660     CLOSE EVENTOSENT
004670     CLOSE EVENTOSNVO
004680
004690     IF WS-CONT-EV-ANONIMOS > ZERO
004700         CALL 'CBL_COPY_FILE' USING WS-NOMBRE-NUEVO
004710                                    WS-NOMBRE-ENTRADA
004720             RETURNING WS-RC-COPIA
004730         IF WS-RC-COPIA NOT = 0
004740             DISPLAY 'NO SE PUDO REEMPLAZAR ' WS-NOMBRE-ENTRADA
004750                     ' - REVISAR ' WS-NOMBRE-NUEVO
004760             MOVE 8 TO RETURN-CODE
004770         END-IF
004780     END-IF
004790
004800     ADD WS-CONT-EV-ANONIMOS TO WS-TOTAL-EV-ANONIMOS
004810     MOVE WS-NOMBRE-ENTRADA   TO WS-LA-NOMBRE
004820     MOVE WS-CONT-EV-LEIDOS   TO WS-LA-LEIDOS
004830     MOVE WS-CONT-EV-ANONIMOS TO WS-LA-ANONIMOS
004840     MOVE WS-LINEA-ARCHIVO TO AR-LINEA
004850     WRITE AR-LINEA.
004860
004870 3000-EXIT.
004880     EXIT.
004890
004900 3100-LEER-EVENTO.
004910     READ EVENTOSENT INTO EV-REC
004920         AT END
004930             MOVE 'S' TO WS-SW-EOF-EVENTOS
004940         NOT AT END
004950             ADD 1 TO WS-CONT-EV-LEIDOS
004960     END-READ.
004970
004980 3100-EXIT.
004990     EXIT.
005000
005010 3200-TRATAR-EVENTO.
005020     IF EV-TIPO NOT = 'MNOM'
005030         GO TO 3200-GRABAR
005040     END-IF
005050
005060     IF EV-VALOR-ANT = WS-TEXTO-ANONIMO
005070        AND EV-VALOR-NVO = WS-TEXTO-ANONIMO
005080         GO TO 3200-GRABAR
005090     END-IF
005100
005110     PERFORM 3300-EVALUAR-CLIENTE THRU 3300-EXIT
005120     IF NO-ES-ANONIMIZABLE
005130         GO TO 3200-GRABAR
005140     END-IF
005150
005160     MOVE WS-TEXTO-ANONIMO TO EV-VALOR-ANT
005170     MOVE WS-TEXTO-ANONIMO TO EV-VALOR-NVO
005180     ADD 1 TO WS-CONT-EV-ANONIMOS
005190
005200     MOVE EV-ID-CLIENTE      TO AL-ID-CLIENTE
005210     MOVE WS-ULT-FECHA-PURGA TO AL-FECHA-PURGA
005220     MOVE WS-NOMBRE-ENTRADA  TO AL-ARCHIVO
005230     MOVE 'EV-VALOR-ANT/NVO' TO AL-DATOS
005240     MOVE EV-FECHA           TO AL-EV-FECHA
005250     MOVE EV-HORA            TO AL-EV-HORA
005260     PERFORM 7000-GRABAR-LOG THRU 7000-EXIT.
005270
005280 3200-GRABAR.
005290     WRITE EN-LINEA FROM EV-REC
005300     PERFORM 3100-LEER-EVENTO THRU 3100-EXIT.
005310
005320 3200-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------------
005360*    3300-EVALUAR-CLIENTE - EL CLIENTE DEL EVENTO ES
005370*    ANONIMIZABLE SI ESTA EN EL HISTORICO CON PURGA ANTERIOR AL
005380*    CORTE Y NO FIGURA EN EL MAESTRO VIVO (SE GUARDA EL ULTIMO)
005390*----------------------------------------------------------------
005400 3300-EVALUAR-CLIENTE.
005410     IF EV-ID-CLIENTE = WS-ULT-CLIENTE
005420         GO TO 3300-EXIT
005430     END-IF
005440
005450     MOVE EV-ID-CLIENTE TO WS-ULT-CLIENTE
005460     MOVE ZERO          TO WS-ULT-FECHA-PURGA
005470     MOVE 'N'           TO WS-SW-ANONIMIZABLE
005480
005490     MOVE EV-ID-CLIENTE TO CH-ID-CLIENTE
005500     READ CLIENTESHIST
005510         INVALID KEY
005520             GO TO 3300-EXIT
005530     END-READ
005540
005550     IF CH-FECHA-PURGA NOT < WS-FECHA-CORTE-NUM
005560         GO TO 3300-EXIT
005570     END-IF
005580
005590     MOVE EV-ID-CLIENTE TO CR-ID-CLIENTE
005600     READ CLIENTES
005610         INVALID KEY
005620             MOVE 'S'            TO WS-SW-ANONIMIZABLE
005630             MOVE CH-FECHA-PURGA TO WS-ULT-FECHA-PURGA
005640     END-READ.
005650
005660 3300-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------
005700*    4000-ANONIMIZAR-ARCHIVO - MISMO TRATAMIENTO PARA UN ARCHIVO
005710*    ANUAL DE EVENTOS DEL ARCHIVADOR
005720*----------------------------------------------------------------
005730 4000-ANONIMIZAR-ARCHIVO.
005740     MOVE SPACES TO WS-NOMBRE-ENTRADA
005750     STRING 'eventoscli.A' WS-ANI-ANIO (WS-ANI-IDX)
005760         DELIMITED BY SIZE INTO WS-NOMBRE-ENTRADA
005770     END-STRING
005780     MOVE WS-NOMBRE-ARCH-NUEVO TO WS-NOMBRE-NUEVO
005790
005800     PERFORM 3000-ANONIMIZAR-DIARIO THRU 3000-EXIT.
005810
005820 4000-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------------
005860*    7000-GRABAR-LOG - FILA DEL REGISTRO DE ANONIMIZADOS
005870*----------------------------------------------------------------
005880 7000-GRABAR-LOG.
005890     MOVE WS-FECHA-SISTEMA TO AL-FECHA-PROCESO
005900     WRITE AL-REC.
005910
005920 7000-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------
005960*    8000-FINALIZAR - TOTALES Y CIERRE
005970*----------------------------------------------------------------
005980 8000-FINALIZAR.
005990     MOVE 'HISTORICOS LEIDOS:'               TO WS-RS-CONCEPTO
006000     MOVE WS-CONT-HIST-LEIDOS                TO WS-RS-CANT
006010     MOVE WS-LINEA-RESUMEN TO AR-LINEA
006020     WRITE AR-LINEA
006030
006040     MOVE 'HISTORICOS ANONIMIZADOS:'         TO WS-RS-CONCEPTO
006050     MOVE WS-CONT-HIST-ANONIMOS              TO WS-RS-CANT
006060     MOVE WS-LINEA-RESUMEN TO AR-LINEA
006070     WRITE AR-LINEA
006080
006090     MOVE 'VENCIDOS NO TOCADOS (EN EL MAESTRO):' TO WS-RS-CONCEPTO
006100     MOVE WS-CONT-HIST-VIVOS                 TO WS-RS-CANT
006110     MOVE WS-LINEA-RESUMEN TO AR-LINEA
006120     WRITE AR-LINEA
006130
006140     MOVE 'EVENTOS MNOM ANONIMIZADOS:'       TO WS-RS-CONCEPTO
006150     MOVE WS-TOTAL-EV-ANONIMOS               TO WS-RS-CANT
006160     MOVE WS-LINEA-RESUMEN TO AR-LINEA
006170     WRITE AR-LINEA
006180
006190     MOVE 'ERRORES DE ARCHIVO:'              TO WS-RS-CONCEPTO
006200     MOVE WS-CONT-ERRORES                    TO WS-RS-CANT
006210     MOVE WS-LINEA-RESUMEN TO AR-LINEA
006220     WRITE AR-LINEA
006230
006240     IF HISTORICO-DISPONIBLE
006250         CLOSE CLIENTESHIST
006260     END-IF
006270     CLOSE CLIENTES
006280     CLOSE ANONLOG
006290     CLOSE ANONRPT.
006300
006310 8000-EXIT.
006320     EXIT.

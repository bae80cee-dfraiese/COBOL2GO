000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CREARCATALOGO.
000030 AUTHOR.         EQUIPO DE SISTEMAS - CUENTAS.
000040 INSTALLATION.   BANCO - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*----------------------------------------------------------------
000080*    CREARCATALOGO CARGA Y ACTUALIZA EL MAESTRO DEL CATALOGO DE
000090*    PREMIOS (CATALOGO) A PARTIR DEL EXTRACTO QUE ENTREGA EL
000100*    AREA DE FIDELIZACION (CATALOGOEXT). CADA FILA TRAE CODIGO,
000110*    DESCRIPCION, COSTO EN PUNTOS, UNIDADES INGRESADAS AL STOCK,
000120*    CATEGORIA MINIMA Y VIGENCIA DESDE / HASTA. UN ARTICULO
000130*    DESCONOCIDO SE AGREGA CON LAS UNIDADES INGRESADAS COMO
000140*    STOCK INICIAL; UNO YA EXISTENTE SE REESCRIBE CON LOS DATOS
000150*    NUEVOS Y LAS UNIDADES INGRESADAS SE SUMAN AL STOCK QUE
000160*    DEJARON LOS CANJES (CLIENTES-CANJES), QUE NO SE PISA.
000170*
000180*    HISTORIAL DE MODIFICACIONES
000190*    FECHA       INIC.  DESCRIPCION
000200*    ----------  -----  ---------------------------------------
000210*    2026-10-15  DLF    VERSION ORIGINAL.
000220*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CATALOGOEXT
000280         ASSIGN TO "catalogoext.dat"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-FS-CATALOGOEXT.
000310
000320     SELECT CATALOGO
000330         ASSIGN TO "catalogo.dat"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS AT-CODIGO
000370         FILE STATUS IS WS-FS-CATALOGO.
000380
000390     SELECT CARGARPT
000400         ASSIGN TO "catalogocarga.txt"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-CARGARPT.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CATALOGOEXT
000470     RECORD CONTAINS 71 CHARACTERS.
000480 01  CX-REC.
000490     05  CX-CODIGO              PIC X(08).
000500     05  CX-DESCRIPCION         PIC X(30).
000510     05  CX-PUNTOS              PIC 9(09).
000520     05  CX-INGRESO             PIC 9(07).
000530     05  CX-CATEGORIA-MIN       PIC 9(01).
000540     05  CX-FECHA-DESDE         PIC 9(08).
000550     05  CX-FECHA-HASTA         PIC 9(08).
000560
000570 FD  CATALOGO.
000580 COPY CATALOGO.
000590
000600 FD  CARGARPT
000610     RECORD CONTAINS 80 CHARACTERS.
000620 01  CG-LINEA                   PIC X(80).
000630
000640 WORKING-STORAGE SECTION.
000650 01  WS-FILE-STATUSES.
000660     05  WS-FS-CATALOGOEXT      PIC X(02).
000670     05  WS-FS-CATALOGO         PIC X(02).
000680     05  WS-FS-CARGARPT         PIC X(02).
000690
000700 01  WS-SWITCHES.
000710     05  WS-SW-EOF-EXTRACTO     PIC X(01)   VALUE 'N'.
000720         88  EOF-EXTRACTO                   VALUE 'S'.
000730         88  NOT-EOF-EXTRACTO               VALUE 'N'.
000740
000750 77  WS-CONT-LEIDAS             PIC 9(07)   COMP    VALUE ZERO.
000760 77  WS-CONT-AGREGADAS          PIC 9(07)   COMP    VALUE ZERO.
000770 77  WS-CONT-ACTUALIZADAS       PIC 9(07)   COMP    VALUE ZERO.
000780 77  WS-CONT-RECHAZADAS         PIC 9(07)   COMP    VALUE ZERO.
000790 77  WS-STOCK-NUEVO             PIC 9(08)   VALUE ZERO.
000800
000810 01  WS-LINEA-CONTROL-1.
000820     05  FILLER             PIC X(17) VALUE 'REGISTROS LEIDOS:'.
000830     05  WS-LC1-LEIDAS          PIC Z(6)9.
000840     05  FILLER                 PIC X(56)   VALUE SPACES.
000850
000860 01  WS-LINEA-CONTROL-2.
000870     05  FILLER           PIC X(20) VALUE 'ARTICULOS AGREGADOS:'.
000880     05  WS-LC2-AGREGADAS       PIC Z(6)9.
000890     05  FILLER                 PIC X(53)   VALUE SPACES.
000900
000910 01  WS-LINEA-CONTROL-3.
000920     05  FILLER         PIC X(22) VALUE 'ARTICULOS ACTUALIZADOS'.
000930     05  FILLER                 PIC X(01)   VALUE ':'.
000940     05  WS-LC3-ACTUALIZADAS    PIC Z(6)9.
000950     05  FILLER                 PIC X(50)   VALUE SPACES.
000960
000970 01  WS-LINEA-CONTROL-4.
000980     05  FILLER             PIC X(16) VALUE 'REG. RECHAZADOS:'.
000990     05  WS-LC4-RECHAZADAS      PIC Z(6)9.
001000     05  FILLER                 PIC X(57)   VALUE SPACES.
001010
001020 PROCEDURE DIVISION.
001030*----------------------------------------------------------------
001040*    0000-MAINLINE
001050*----------------------------------------------------------------
001060 0000-MAINLINE.
001070     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001080
001090     PERFORM 2000-PROCESAR-ARTICULO THRU 2000-EXIT
001100         UNTIL EOF-EXTRACTO
001110
001120     PERFORM 8000-FINALIZAR THRU 8000-EXIT
001130
001140     STOP RUN.
001150
001160*----------------------------------------------------------------
001170*    1000-INICIALIZAR - ABRE ARCHIVOS Y LEE LA PRIMERA FILA.
001180*    EL OUTPUT SOLO CORRESPONDE CUANDO EL MAESTRO TODAVIA NO
001190*    EXISTE (STATUS 35); CUALQUIER OTRA FALLA DETIENE LA CARGA
001200*----------------------------------------------------------------
001210 1000-INICIALIZAR.
001220     OPEN INPUT CATALOGOEXT
001230
001240     OPEN I-O CATALOGO
001250     IF WS-FS-CATALOGO = '35'
001260         OPEN OUTPUT CATALOGO
001270     END-IF
001280     IF WS-FS-CATALOGO NOT = '00'
001290         DISPLAY 'NO SE PUDO ABRIR CATALOGO - STATUS '
001300                 WS-FS-CATALOGO
001310         MOVE 8 TO RETURN-CODE
001320         STOP RUN
001330     END-IF
001340
001350     OPEN OUTPUT CARGARPT
001360
001370     PERFORM 2100-LEER-EXTRACTO THRU 2100-EXIT.
001380
001390 1000-EXIT.
001400     EXIT.
001410
001420*----------------------------------------------------------------
001430*    2000-PROCESAR-ARTICULO - CARGA UNA FILA Y AVANZA. SE
001440*    RECHAZAN LOS ARTICULOS SIN COSTO EN PUNTOS O CON LA
001450*    VIGENCIA INVERTIDA
001460*----------------------------------------------------------------
001470 2000-PROCESAR-ARTICULO.
001480     IF CX-PUNTOS > ZERO
001490        AND CX-FECHA-DESDE NOT > CX-FECHA-HASTA
001500         PERFORM 2200-GRABAR-ARTICULO THRU 2200-EXIT
001510     ELSE
001520         DISPLAY 'ARTICULO ' CX-CODIGO ' CON COSTO O VIGENCIA '
001530                 'INVALIDOS - RECHAZADO'
001540         ADD 1 TO WS-CONT-RECHAZADAS
001550     END-IF
001560
001570     PERFORM 2100-LEER-EXTRACTO THRU 2100-EXIT.
001580
001590 2000-EXIT.
001600     EXIT.
001610
001620*----------------------------------------------------------------
001630*    2100-LEER-EXTRACTO - LEE UNA FILA DEL EXTRACTO
001640*----------------------------------------------------------------
001650 2100-LEER-EXTRACTO.
001660     READ CATALOGOEXT
001670         AT END
001680             MOVE 'S' TO WS-SW-EOF-EXTRACTO
001690         NOT AT END
001700             ADD 1 TO WS-CONT-LEIDAS
001710     END-READ.
001720
001730 2100-EXIT.
001740     EXIT.
001750
001760*----------------------------------------------------------------
001770*    2200-GRABAR-ARTICULO - AGREGA EL ARTICULO NUEVO O REESCRIBE
001780*    EL YA EXISTENTE SUMANDO LAS UNIDADES INGRESADAS AL STOCK
001790*----------------------------------------------------------------
001800 2200-GRABAR-ARTICULO.
001810     MOVE CX-CODIGO TO AT-CODIGO
001820
001830     READ CATALOGO
001840         INVALID KEY
001850             PERFORM 2300-AGREGAR-ARTICULO THRU 2300-EXIT
001860             GO TO 2200-EXIT
001870     END-READ
001880
001890     COMPUTE WS-STOCK-NUEVO = AT-STOCK + CX-INGRESO
001900     IF WS-STOCK-NUEVO > 9999999
001910         DISPLAY 'ARTICULO ' CX-CODIGO ' SUPERA EL STOCK '
001920                 'MAXIMO - RECHAZADO'
001930         ADD 1 TO WS-CONT-RECHAZADAS
001940         GO TO 2200-EXIT
001950     END-IF
001960
001970     MOVE CX-DESCRIPCION   TO AT-DESCRIPCION
001980     MOVE CX-PUNTOS        TO AT-PUNTOS
001990     MOVE WS-STOCK-NUEVO   TO AT-STOCK
002000     MOVE CX-CATEGORIA-MIN TO AT-CATEGORIA-MIN
002010     MOVE CX-FECHA-DESDE   TO AT-FECHA-DESDE
002020     MOVE CX-FECHA-HASTA   TO AT-FECHA-HASTA
002030
002040     REWRITE ARTICULO-REC
002050         INVALID KEY
002060             ADD 1 TO WS-CONT-RECHAZADAS
002070         NOT INVALID KEY
002080             ADD 1 TO WS-CONT-ACTUALIZADAS
002090     END-REWRITE.
002100
002110 2200-EXIT.
002120     EXIT.
002130
002140*----------------------------------------------------------------
002150*    2300-AGREGAR-ARTICULO - ALTA DEL ARTICULO CON LAS UNIDADES
002160*    INGRESADAS COMO STOCK INICIAL
002170*----------------------------------------------------------------
002180 2300-AGREGAR-ARTICULO.
002190     MOVE CX-CODIGO        TO AT-CODIGO
002200     MOVE CX-DESCRIPCION   TO AT-DESCRIPCION
002210     MOVE CX-PUNTOS        TO AT-PUNTOS
002220     MOVE CX-INGRESO       TO AT-STOCK
002230     MOVE CX-CATEGORIA-MIN TO AT-CATEGORIA-MIN
002240     MOVE CX-FECHA-DESDE   TO AT-FECHA-DESDE
002250     MOVE CX-FECHA-HASTA   TO AT-FECHA-HASTA
002260
002270     WRITE ARTICULO-REC
002280         INVALID KEY
002290             ADD 1 TO WS-CONT-RECHAZADAS
002300         NOT INVALID KEY
002310             ADD 1 TO WS-CONT-AGREGADAS
002320     END-WRITE.
002330
002340 2300-EXIT.
002350     EXIT.
002360
002370*----------------------------------------------------------------
002380*    8000-FINALIZAR - TOTALES DE CONTROL Y CIERRE DE ARCHIVOS
002390*----------------------------------------------------------------
002400 8000-FINALIZAR.
002410     MOVE WS-CONT-LEIDAS       TO WS-LC1-LEIDAS
002420     MOVE WS-CONT-AGREGADAS    TO WS-LC2-AGREGADAS
002430     MOVE WS-CONT-ACTUALIZADAS TO WS-LC3-ACTUALIZADAS
002440     MOVE WS-CONT-RECHAZADAS   TO WS-LC4-RECHAZADAS
002450
002460     MOVE WS-LINEA-CONTROL-1 TO CG-LINEA
002470     WRITE CG-LINEA
002480     MOVE WS-LINEA-CONTROL-2 TO CG-LINEA
002490     WRITE CG-LINEA
002500     MOVE WS-LINEA-CONTROL-3 TO CG-LINEA
002510     WRITE CG-LINEA
002520     MOVE WS-LINEA-CONTROL-4 TO CG-LINEA
002530     WRITE CG-LINEA
002540
002550     CLOSE CATALOGOEXT
002560     CLOSE CATALOGO
002570     CLOSE CARGARPT.
002580
002590 8000-EXIT.
002600     EXIT.

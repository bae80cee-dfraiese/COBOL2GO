000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CLIENTES-PANTALLA.
000030 AUTHOR.         EQUIPO DE SISTEMAS - CUENTAS.
000040 INSTALLATION.   BANCO - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*----------------------------------------------------------------
000080*    CLIENTES-PANTALLA ES LA PANTALLA DE MOSTRADOR DE LAS
000090*    SUCURSALES. EL EMPLEADO TECLEA UN CR-ID-CLIENTE O EL
000100*    PRINCIPIO DE UN CR-NOMBRE (CLAVE ALTERNADA, COINCIDENCIA
000110*    POR PREFIJO COMO EN CLIENTES-CONSULTA) Y VE EL CLIENTE CON
000120*    EL NOMBRE DE SU SUCURSAL (MAESTRO SUCURSALES), ESTADO,
000130*    CATEGORIA, PUNTOS Y ULTIMA ACTIVIDAD. SOBRE ESE CLIENTE
000140*    PUEDE CARGAR -
000150*        UN MANTENIMIENTO (NOMBRE, ESTADO, SALARIO, SUCURSAL)
000160*        QUE SE AGREGA A MANTCLIENTES.DAT, O
000170*        UN TRASLADO INDIVIDUAL QUE SE AGREGA A TRASLADOS.DAT,
000180*    VALIDADOS EN EL MOMENTO CON LAS MISMAS REGLAS DE
000190*    CLIENTES-MANT (ESTADO A/I/C/D, SUCURSAL EXISTENTE Y
000200*    ABIERTA) Y DE CLIENTES-TRASLADO (DESTINO EXISTENTE,
000210*    ABIERTO Y DISTINTO DEL ORIGEN). NADA SE APLICA AL MAESTRO:
000220*    LAS TRANSACCIONES QUEDAN PARA EL CICLO NOCTURNO,
000230*    ESTAMPADAS CON EL USUARIO DEL EMPLEADO (MC-USUARIO,
000240*    TL-USUARIO). EL USUARIO SE TOMA DEL ENTORNO (USER) O SE
000250*    PIDE AL INGRESAR. SE TECLEA FIN PARA TERMINAR LA SESION.
000260*
000270*    HISTORIAL DE MODIFICACIONES
000280*    FECHA       INIC.  DESCRIPCION
000290*    ----------  -----  ---------------------------------------
000300*    2026-10-15  DLF    VERSION ORIGINAL.
000310*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CLIENTES
000370         ASSIGN TO "clientes.dat"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CR-ID-CLIENTE
000410         ALTERNATE RECORD KEY IS CR-NOMBRE
000420             WITH DUPLICATES
000430         ALTERNATE RECORD KEY IS CR-SUCURSAL
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-FS-CLIENTES.
000460
000470     SELECT SUCURSALES
000480         ASSIGN TO "sucursales.dat"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SU-NUMERO
000520         FILE STATUS IS WS-FS-SUCURSALES.
000530
000540     SELECT MANTCLIENTES
000550         ASSIGN TO "mantclientes.dat"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FS-MANTCLIENTES.
000580
000590     SELECT TRASLADOS
000600         ASSIGN TO "traslados.dat"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-TRASLADOS.
000630
000640     SELECT PROCFECHA
000650         ASSIGN TO "procesofecha.ctl"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-FS-PROCFECHA.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CLIENTES.
000720 COPY CLIREC.
000730
000740 FD  SUCURSALES.
000750 COPY SUCREC.
000760
000770 FD  MANTCLIENTES
000780     RECORD CONTAINS 77 CHARACTERS.
000790 01  MT-LINEA                   PIC X(77).
000800
000810 FD  TRASLADOS
000820     RECORD CONTAINS 37 CHARACTERS.
000830 01  TS-LINEA                   PIC X(37).
000840
000850 FD  PROCFECHA
000860     RECORD CONTAINS 8 CHARACTERS.
000870 01  PF-FECHA                   PIC 9(08).
000880
000890 WORKING-STORAGE SECTION.
000900 01  WS-FILE-STATUSES.
000910     05  WS-FS-CLIENTES         PIC X(02).
000920     05  WS-FS-SUCURSALES       PIC X(02).
000930     05  WS-FS-MANTCLIENTES     PIC X(02).
000940     05  WS-FS-TRASLADOS        PIC X(02).
000950     05  WS-FS-PROCFECHA        PIC X(02).
000960
000970 01  WS-SWITCHES.
000980     05  WS-SW-FIN-SESION       PIC X(01)   VALUE 'N'.
000990         88  FIN-SESION                     VALUE 'S'.
001000         88  NO-FIN-SESION                  VALUE 'N'.
001010     05  WS-SW-CLIENTE-OK       PIC X(01)   VALUE 'N'.
001020         88  CLIENTE-ENCONTRADO             VALUE 'S'.
001030         88  CLIENTE-NO-ENCONTRADO          VALUE 'N'.
001040     05  WS-SW-SUC-DISPONIBLE   PIC X(01)   VALUE 'N'.
001050         88  SUCURSALES-DISPONIBLE          VALUE 'S'.
001060         88  SUCURSALES-NO-DISPONIBLE       VALUE 'N'.
001070     05  WS-SW-SUC-OK           PIC X(01)   VALUE 'N'.
001080         88  SUCURSAL-VALIDA                VALUE 'S'.
001090         88  SUCURSAL-INVALIDA              VALUE 'N'.
001100     05  WS-SW-FIN-BUSQUEDA     PIC X(01)   VALUE 'N'.
001110         88  FIN-BUSQUEDA                   VALUE 'S'.
001120         88  NO-FIN-BUSQUEDA                VALUE 'N'.
001130     05  WS-SW-LARGO-OK         PIC X(01)   VALUE 'N'.
001140         88  LARGO-HALLADO                  VALUE 'S'.
001150         88  LARGO-NO-HALLADO               VALUE 'N'.
001160     05  WS-SW-DATO-OK          PIC X(01)   VALUE 'N'.
001170         88  DATO-ACEPTADO                  VALUE 'S'.
001180         88  DATO-NO-ACEPTADO               VALUE 'N'.
001190     05  WS-SW-CONFIRMA         PIC X(01)   VALUE 'N'.
001200         88  CONFIRMADO                     VALUE 'S'.
001210         88  NO-CONFIRMADO                  VALUE 'N'.
001220     05  WS-SW-ACCION-OK        PIC X(01)   VALUE 'N'.
001230         88  ACCION-ELEGIDA                 VALUE 'S'.
001240     05  WS-SW-HAY-MAS          PIC X(01)   VALUE 'N'.
001250         88  HAY-MAS-COINCIDENCIAS          VALUE 'S'.
001260
001270 01  WS-FECHA-PROCESO           PIC 9(08).
001280 01  WS-USUARIO                 PIC X(08)   VALUE SPACES.
001290
001300*    ENTRADA DEL EMPLEADO: TODO SE ACEPTA AQUI Y SE MIDE HASTA
001310*    EL ULTIMO CARACTER NO BLANCO ANTES DE INTERPRETARSE
001320 01  WS-ENTRADA                 PIC X(30).
001330 77  WS-LARGO-ENTRADA           PIC 9(02)   COMP.
001340
001350 01  WS-MINUSCULAS              PIC X(26)
001360     VALUE 'abcdefghijklmnopqrstuvwxyz'.
001370 01  WS-MAYUSCULAS              PIC X(26)
001380     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001390
001400 01  WS-ID-BUSCADO              PIC 9(10).
001410 01  WS-NUMERO-ENTRADA          PIC 9(10).
001420 01  WS-SUC-ENTRADA             PIC 9(05).
001430
001440 01  WS-ESTADO-NUEVO            PIC X(01).
001450     88  ESTADO-NUEVO-VALIDO            VALUES 'A' 'I' 'C' 'D'.
001460
001470 01  WS-SALARIO-ENTRADA.
001480     05  WS-SAL-ENTERO          PIC X(30).
001490     05  WS-SAL-DECIMAL         PIC X(30).
001500     05  WS-SAL-DEC-X           PIC X(02).
001510     05  WS-SAL-DEC-N REDEFINES WS-SAL-DEC-X
001520                                PIC 9(02).
001530     05  WS-SAL-ENTERO-N        PIC 9(09).
001540 77  WS-LARGO-ENTERO            PIC 9(02)   COMP.
001550 77  WS-LARGO-DECIMAL           PIC 9(02)   COMP.
001560 01  WS-SALARIO-NUEVO           PIC S9(9)V9(2).
001570
001580 01  WS-FECHA-ENTRADA           PIC 9(08).
001590 01  WS-FECHA-ENTRADA-R REDEFINES WS-FECHA-ENTRADA.
001600     05  WS-FE-ANIO             PIC 9(04).
001610     05  WS-FE-MES              PIC 9(02).
001620     05  WS-FE-DIA              PIC 9(02).
001630
001640*    COINCIDENCIAS DE UNA BUSQUEDA POR NOMBRE
001650 01  WS-LISTA-COINCIDENCIAS.
001660     05  WS-LS-CANT             PIC 9(02)   COMP    VALUE ZERO.
001670     05  WS-LS-MAXIMO           PIC 9(02)   COMP    VALUE 15.
001680     05  WS-LS-FILA OCCURS 15 TIMES.
001690         10  WS-LS-ID           PIC 9(10).
001700         10  WS-LS-NOMBRE       PIC X(30).
001710         10  WS-LS-SUCURSAL     PIC 9(05).
001720         10  WS-LS-ESTADO       PIC X(01).
001730 77  WS-LS-IDX                  PIC 9(02)   COMP.
001740
001750 01  WS-NOMBRE-SUCURSAL         PIC X(30).
001760 01  WS-DESC-ESTADO             PIC X(10).
001770
001780 01  WS-LINEA-COINCIDENCIA.
001790     05  WS-LC-NRO              PIC Z9.
001800     05  FILLER                 PIC X(02)   VALUE SPACES.
001810     05  WS-LC-ID               PIC 9(10).
001820     05  FILLER                 PIC X(02)   VALUE SPACES.
001830     05  WS-LC-NOMBRE           PIC X(30).
001840     05  FILLER                 PIC X(06)   VALUE '  SUC '.
001850     05  WS-LC-SUCURSAL         PIC Z(4)9.
001860     05  FILLER                 PIC X(02)   VALUE SPACES.
001870     05  WS-LC-ESTADO           PIC X(01).
001880
001890 01  WS-DATOS-CLIENTE.
001900     05  WS-DC-ID               PIC 9(10).
001910     05  WS-DC-SUCURSAL         PIC Z(4)9.
001920     05  WS-DC-CATEGORIA        PIC 9(01).
001930     05  WS-DC-PUNTOS           PIC Z(8)9.
001940     05  WS-DC-SALARIO          PIC -(9)9.99.
001950     05  WS-DC-FECHA-ALTA       PIC 9(08).
001960     05  WS-DC-ULT-ACTIVIDAD    PIC 9(08).
001970
001980 01  WS-ED-SALARIO              PIC -(9)9.99.
001990 01  WS-ED-SUCURSAL             PIC Z(4)9.
002000
002010 77  WS-CONT-CONSULTAS          PIC 9(05)   COMP    VALUE ZERO.
002020 77  WS-CONT-MANT               PIC 9(05)   COMP    VALUE ZERO.
002030 77  WS-CONT-TRASLADOS          PIC 9(05)   COMP    VALUE ZERO.
002040 01  WS-ED-CONT                 PIC ZZZZ9.
002050
002060*    TRANSACCIONES EN ARMADO (SE GRABAN TAL CUAL LAS LEEN
002070*    CLIENTES-MANT Y CLIENTES-TRASLADO)
002080 COPY MANTCLI.
002090 COPY TRASLCLI.
002100
002110 PROCEDURE DIVISION.
002120*----------------------------------------------------------------
002130*    0000-MAINLINE
002140*----------------------------------------------------------------
002150 0000-MAINLINE.
002160     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002170
002180     PERFORM 2000-ATENDER-CONSULTA THRU 2000-EXIT
002190         UNTIL FIN-SESION
002200
002210     PERFORM 8000-FINALIZAR THRU 8000-EXIT
002220
002230     STOP RUN.
002240
002250*----------------------------------------------------------------
002260*    1000-INICIALIZAR - FECHA DE NEGOCIO, USUARIO DEL EMPLEADO Y
002270*    APERTURA DE LOS MAESTROS DE CONSULTA
002280*----------------------------------------------------------------
002290 1000-INICIALIZAR.
002300     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
002310     PERFORM 1500-TOMAR-FECHA-PROCESO THRU 1500-EXIT
002320
002330     PERFORM 1100-TOMAR-USUARIO THRU 1100-EXIT
002340
002350     OPEN INPUT CLIENTES
002360     IF WS-FS-CLIENTES NOT = '00'
002370         DISPLAY 'NO SE PUDO ABRIR CLIENTES.DAT - STATUS '
002380                 WS-FS-CLIENTES
002390         MOVE 8 TO RETURN-CODE
002400         STOP RUN
002410     END-IF
002420
002430     OPEN INPUT SUCURSALES
002440     IF WS-FS-SUCURSALES = '00'
002450         MOVE 'S' TO WS-SW-SUC-DISPONIBLE
002460     ELSE
002470         DISPLAY 'SIN MAESTRO SUCURSALES - NO SE VALIDA LA '
002480                 'SUCURSAL'
002490     END-IF
002500
002510     DISPLAY ' '
002520     DISPLAY 'CLIENTES - PANTALLA DE SUCURSAL    FECHA '
002530             WS-FECHA-PROCESO '    USUARIO ' WS-USUARIO.
002540
002550 1000-EXIT.
002560     EXIT.
002570
002580*----------------------------------------------------------------
002590*    1100-TOMAR-USUARIO - EL USUARIO DE LA SESION SE TOMA DEL
002600*    ENTORNO; SI NO ESTA DEFINIDO SE PIDE AL EMPLEADO. SIN
002610*    USUARIO NO SE ABRE LA SESION
002620*----------------------------------------------------------------
002630 1100-TOMAR-USUARIO.
002640     ACCEPT WS-USUARIO FROM ENVIRONMENT 'USER'
002650
002660     IF WS-USUARIO = SPACES
002670         DISPLAY 'USUARIO: ' WITH NO ADVANCING
002680         ACCEPT WS-USUARIO
002690     END-IF
002700
002710     IF WS-USUARIO = SPACES
002720         DISPLAY 'SIN USUARIO NO SE PUEDEN CARGAR TRANSACCIONES'
002730         MOVE 8 TO RETURN-CODE
002740         STOP RUN
002750     END-IF
002760
002770     INSPECT WS-USUARIO
002780         CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
002790
002800 1100-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------------
002840*    2000-ATENDER-CONSULTA - PIDE UN ID O UN NOMBRE, MUESTRA EL
002850*    CLIENTE Y OFRECE CARGAR UNA TRANSACCION SOBRE EL
002860*----------------------------------------------------------------
002870 2000-ATENDER-CONSULTA.
002880     DISPLAY ' '
002890     DISPLAY 'ID DE CLIENTE O NOMBRE (FIN = TERMINAR): '
002900             WITH NO ADVANCING
002910     PERFORM 7000-ACEPTAR-ENTRADA THRU 7000-EXIT
002920
002930     IF WS-LARGO-ENTRADA = ZERO
002940         GO TO 2000-EXIT
002950     END-IF
002960
002970     IF WS-ENTRADA = 'FIN'
002980         MOVE 'S' TO WS-SW-FIN-SESION
002990         GO TO 2000-EXIT
003000     END-IF
003010
003020     ADD 1 TO WS-CONT-CONSULTAS
003030     MOVE 'N' TO WS-SW-CLIENTE-OK
003040
003050     IF WS-LARGO-ENTRADA NOT > 10
003060        AND WS-ENTRADA (1:WS-LARGO-ENTRADA) IS NUMERIC
003070         MOVE WS-ENTRADA (1:WS-LARGO-ENTRADA) TO WS-ID-BUSCADO
003080         PERFORM 2200-BUSCAR-POR-ID THRU 2200-EXIT
003090     ELSE
003100         PERFORM 2300-BUSCAR-POR-NOMBRE THRU 2300-EXIT
003110     END-IF
003120
003130     IF CLIENTE-NO-ENCONTRADO
003140         GO TO 2000-EXIT
003150     END-IF
003160
003170     PERFORM 3000-MOSTRAR-CLIENTE THRU 3000-EXIT
003180
003190     MOVE 'N' TO WS-SW-ACCION-OK
003200     PERFORM 4000-ELEGIR-ACCION THRU 4000-EXIT
003210         UNTIL ACCION-ELEGIDA.
003220
003230 2000-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------------
003270*    2200-BUSCAR-POR-ID - LECTURA DIRECTA POR CR-ID-CLIENTE
003280*----------------------------------------------------------------
003290 2200-BUSCAR-POR-ID.
003300     MOVE WS-ID-BUSCADO TO CR-ID-CLIENTE
003310     READ CLIENTES
003320         INVALID KEY
003330             MOVE 'N' TO WS-SW-CLIENTE-OK
003340             DISPLAY 'NO EXISTE EL CLIENTE ' WS-ID-BUSCADO
003350         NOT INVALID KEY
003360             MOVE 'S' TO WS-SW-CLIENTE-OK
003370     END-READ.
003380
003390 2200-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------------
003430*    2300-BUSCAR-POR-NOMBRE - COINCIDENCIA POR PREFIJO SOBRE LA
003440*    CLAVE ALTERNADA CR-NOMBRE. CON UNA SOLA COINCIDENCIA SE
003450*    TOMA DIRECTAMENTE; CON VARIAS SE LISTAN Y EL EMPLEADO
003460*    ELIGE EL NUMERO DE LINEA
003470*----------------------------------------------------------------
003480 2300-BUSCAR-POR-NOMBRE.
003490     MOVE ZERO TO WS-LS-CANT
003500     MOVE 'N'  TO WS-SW-HAY-MAS
003510     MOVE 'N'  TO WS-SW-FIN-BUSQUEDA
003520
003530     MOVE WS-ENTRADA TO CR-NOMBRE
003540     START CLIENTES
003550         KEY IS NOT LESS THAN CR-NOMBRE
003560         INVALID KEY
003570             MOVE 'S' TO WS-SW-FIN-BUSQUEDA
003580     END-START
003590
003600     IF NO-FIN-BUSQUEDA
003610         PERFORM 2310-LEER-POR-NOMBRE THRU 2310-EXIT
003620     END-IF
003630
003640     PERFORM 2320-ANOTAR-COINCIDENCIA THRU 2320-EXIT
003650         UNTIL FIN-BUSQUEDA
003660
003670     IF WS-LS-CANT = ZERO
003680         DISPLAY 'NINGUN CLIENTE COMIENZA CON '
003690                 WS-ENTRADA (1:WS-LARGO-ENTRADA)
003700         GO TO 2300-EXIT
003710     END-IF
003720
003730     IF WS-LS-CANT = 1
003740         MOVE WS-LS-ID (1) TO WS-ID-BUSCADO
003750         PERFORM 2200-BUSCAR-POR-ID THRU 2200-EXIT
003760         GO TO 2300-EXIT
003770     END-IF
003780
003790     DISPLAY ' '
003800     PERFORM 2330-MOSTRAR-COINCIDENCIA THRU 2330-EXIT
003810         VARYING WS-LS-IDX FROM 1 BY 1
003820         UNTIL WS-LS-IDX > WS-LS-CANT
003830
003840     IF HAY-MAS-COINCIDENCIAS
003850         DISPLAY 'HAY MAS COINCIDENCIAS - AFINAR EL NOMBRE SI '
003860                 'NO FIGURA EN LA LISTA'
003870     END-IF
003880
003890     MOVE 'N' TO WS-SW-DATO-OK
003900     PERFORM 2340-ELEGIR-COINCIDENCIA THRU 2340-EXIT
003910         UNTIL DATO-ACEPTADO.
003920
003930 2300-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------
003970*    2310-LEER-POR-NOMBRE - SIGUIENTE CLIENTE EN ORDEN DE NOMBRE
003980*----------------------------------------------------------------
003990 2310-LEER-POR-NOMBRE.
004000     READ CLIENTES NEXT RECORD
004010         AT END
004020             MOVE 'S' TO WS-SW-FIN-BUSQUEDA
004030     END-READ.
004040
004050 2310-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------------
004090*    2320-ANOTAR-COINCIDENCIA - GUARDA EL CLIENTE SI SU NOMBRE
004100*    CONSERVA EL PREFIJO; CORTA AL SUPERARLO O CON LA LISTA
004110*    LLENA
004120*----------------------------------------------------------------
004130 2320-ANOTAR-COINCIDENCIA.
004140     IF CR-NOMBRE (1:WS-LARGO-ENTRADA)
004150        NOT = WS-ENTRADA (1:WS-LARGO-ENTRADA)
004160         MOVE 'S' TO WS-SW-FIN-BUSQUEDA
004170         GO TO 2320-EXIT
004180     END-IF
004190
004200     IF WS-LS-CANT = WS-LS-MAXIMO
004210         MOVE 'S' TO WS-SW-HAY-MAS
004220         MOVE 'S' TO WS-SW-FIN-BUSQUEDA
004230         GO TO 2320-EXIT
004240     END-IF
004250
004260     ADD 1 TO WS-LS-CANT
004270     MOVE CR-ID-CLIENTE TO WS-LS-ID       (WS-LS-CANT)
004280     MOVE CR-NOMBRE     TO WS-LS-NOMBRE   (WS-LS-CANT)
004290     MOVE CR-SUCURSAL   TO WS-LS-SUCURSAL (WS-LS-CANT)
004300     MOVE CR-ESTADO     TO WS-LS-ESTADO   (WS-LS-CANT)
004310
004320     PERFORM 2310-LEER-POR-NOMBRE THRU 2310-EXIT.
004330
004340 2320-EXIT.
004350     EXIT.
004360
004370 2330-MOSTRAR-COINCIDENCIA.
004380     MOVE WS-LS-IDX                  TO WS-LC-NRO
004390     MOVE WS-LS-ID       (WS-LS-IDX) TO WS-LC-ID
004400     MOVE WS-LS-NOMBRE   (WS-LS-IDX) TO WS-LC-NOMBRE
004410     MOVE WS-LS-SUCURSAL (WS-LS-IDX) TO WS-LC-SUCURSAL
004420     MOVE WS-LS-ESTADO   (WS-LS-IDX) TO WS-LC-ESTADO
004430     DISPLAY WS-LINEA-COINCIDENCIA.
004440
004450 2330-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------------
004490*    2340-ELEGIR-COINCIDENCIA - NUMERO DE LINEA DE LA LISTA;
004500*    EN BLANCO VUELVE A LA CONSULTA SIN ELEGIR
004510*----------------------------------------------------------------
004520 2340-ELEGIR-COINCIDENCIA.
004530     DISPLAY 'NUMERO DE LINEA (EN BLANCO = OTRA CONSULTA): '
004540             WITH NO ADVANCING
004550     PERFORM 7000-ACEPTAR-ENTRADA THRU 7000-EXIT
004560
004570     IF WS-LARGO-ENTRADA = ZERO
004580         MOVE 'S' TO WS-SW-DATO-OK
004590         MOVE 'N' TO WS-SW-CLIENTE-OK
004600         GO TO 2340-EXIT
004610     END-IF
004620
004630     IF WS-LARGO-ENTRADA > 2
004640        OR WS-ENTRADA (1:WS-LARGO-ENTRADA) IS NOT NUMERIC
004650         DISPLAY 'LINEA INVALIDA'
004660         GO TO 2340-EXIT
004670     END-IF
004680
004690     MOVE WS-ENTRADA (1:WS-LARGO-ENTRADA) TO WS-NUMERO-ENTRADA
004700     IF WS-NUMERO-ENTRADA = ZERO
004710        OR WS-NUMERO-ENTRADA > WS-LS-CANT
004720         DISPLAY 'LINEA INVALIDA'
004730         GO TO 2340-EXIT
004740     END-IF
004750
004760     MOVE 'S' TO WS-SW-DATO-OK
004770     MOVE WS-LS-ID (WS-NUMERO-ENTRADA) TO WS-ID-BUSCADO
004780     PERFORM 2200-BUSCAR-POR-ID THRU 2200-EXIT.
004790
004800 2340-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------------
004840*    3000-MOSTRAR-CLIENTE - FICHA DEL CLIENTE LEIDO
004850*----------------------------------------------------------------
004860 3000-MOSTRAR-CLIENTE.
004870     MOVE CR-SUCURSAL TO SU-NUMERO
004880     PERFORM 3100-BUSCAR-SUCURSAL THRU 3100-EXIT
004890     PERFORM 3200-DESCRIBIR-ESTADO THRU 3200-EXIT
004900
004910     MOVE CR-ID-CLIENTE    TO WS-DC-ID
004920     MOVE CR-SUCURSAL      TO WS-DC-SUCURSAL
004930     MOVE CR-CATEGORIA     TO WS-DC-CATEGORIA
004940     MOVE CR-PUNTOS        TO WS-DC-PUNTOS
004950     MOVE CR-SALARIO       TO WS-DC-SALARIO
004960     MOVE CR-FECHA-ALTA    TO WS-DC-FECHA-ALTA
004970     MOVE CR-ULT-ACTIVIDAD TO WS-DC-ULT-ACTIVIDAD
004980
004990     DISPLAY ' '
005000     DISPLAY '  CLIENTE ......... ' WS-DC-ID
005010     DISPLAY '  NOMBRE .......... ' CR-NOMBRE
005020     DISPLAY '  SUCURSAL ........ ' WS-DC-SUCURSAL '  '
005030             WS-NOMBRE-SUCURSAL
005040     DISPLAY '  ESTADO .......... ' CR-ESTADO '  '
005050             WS-DESC-ESTADO
005060     DISPLAY '  CATEGORIA ....... ' WS-DC-CATEGORIA
005070     DISPLAY '  PUNTOS .......... ' WS-DC-PUNTOS
005080     DISPLAY '  SALARIO ......... ' WS-DC-SALARIO
005090     DISPLAY '  FECHA DE ALTA ... ' WS-DC-FECHA-ALTA
005100     DISPLAY '  ULT. ACTIVIDAD .. ' WS-DC-ULT-ACTIVIDAD.
005110
005120 3000-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------------
005160*    3100-BUSCAR-SUCURSAL - LEE SU-NUMERO EN EL MAESTRO
005170*    SUCURSALES; DEJA EL NOMBRE Y SI ESTA ABIERTA. SIN EL
005180*    MAESTRO DISPONIBLE LA SUCURSAL SE DA POR VALIDA, COMO EN
005190*    CLIENTES-MANT Y CLIENTES-TRASLADO
005200*----------------------------------------------------------------
005210 3100-BUSCAR-SUCURSAL.
005220     MOVE 'S' TO WS-SW-SUC-OK
005230     MOVE 'SUCURSAL NO REGISTRADA' TO WS-NOMBRE-SUCURSAL
005240
005250     IF SUCURSALES-NO-DISPONIBLE
005260         GO TO 3100-EXIT
005270     END-IF
005280
005290     READ SUCURSALES
005300         INVALID KEY
005310             MOVE 'N' TO WS-SW-SUC-OK
005320         NOT INVALID KEY
005330             MOVE SU-NOMBRE TO WS-NOMBRE-SUCURSAL
005340             IF NOT SU-ABIERTA
005350                 MOVE 'N' TO WS-SW-SUC-OK
005360             END-IF
005370     END-READ.
005380
005390 3100-EXIT.
005400     EXIT.
005410
005420 3200-DESCRIBIR-ESTADO.
005430     EVALUATE CR-ESTADO
005440         WHEN 'A'
005450             MOVE 'ACTIVO    ' TO WS-DESC-ESTADO
005460         WHEN 'I'
005470             MOVE 'INACTIVO  ' TO WS-DESC-ESTADO
005480         WHEN 'C'
005490             MOVE 'CERRADO   ' TO WS-DESC-ESTADO
005500         WHEN 'D'
005510             MOVE 'DORMIDO   ' TO WS-DESC-ESTADO
005520         WHEN OTHER
005530             MOVE 'DESCONOC. ' TO WS-DESC-ESTADO
005540     END-EVALUATE.
005550
005560 3200-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------------
005600*    4000-ELEGIR-ACCION - MANTENIMIENTO, TRASLADO U OTRA
005610*    CONSULTA SOBRE EL CLIENTE MOSTRADO
005620*----------------------------------------------------------------
005630 4000-ELEGIR-ACCION.
005640     DISPLAY ' '
005650     DISPLAY 'M = MANTENIMIENTO  T = TRASLADO  '
005660             'EN BLANCO = OTRA CONSULTA: ' WITH NO ADVANCING
005670     PERFORM 7000-ACEPTAR-ENTRADA THRU 7000-EXIT
005680
005690     EVALUATE WS-ENTRADA
005700         WHEN SPACES
005710             MOVE 'S' TO WS-SW-ACCION-OK
005720         WHEN 'M'
005730             MOVE 'S' TO WS-SW-ACCION-OK
005740             PERFORM 5000-CARGAR-MANTENIMIENTO THRU 5000-EXIT
005750         WHEN 'T'
005760             MOVE 'S' TO WS-SW-ACCION-OK
005770             PERFORM 6000-CARGAR-TRASLADO THRU 6000-EXIT
005780         WHEN OTHER
005790             DISPLAY 'OPCION INVALIDA'
005800     END-EVALUATE.
005810
005820 4000-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------------
005860*    5000-CARGAR-MANTENIMIENTO - PIDE CADA CAMPO (EN BLANCO =
005870*    SIN CAMBIO), VALIDA COMO CLIENTES-MANT Y AGREGA LA
005880*    TRANSACCION A MANTCLIENTES
005890*----------------------------------------------------------------
005900 5000-CARGAR-MANTENIMIENTO.
005910     MOVE SPACES        TO MC-REC
005920     MOVE CR-ID-CLIENTE TO MC-ID-CLIENTE
005930     MOVE 'N'           TO MC-IND-NOMBRE
005940     MOVE 'N'           TO MC-IND-ESTADO
005950     MOVE 'N'           TO MC-IND-SALARIO
005960     MOVE 'N'           TO MC-IND-SUCURSAL
005970     MOVE ZERO          TO MC-SALARIO
005980     MOVE ZERO          TO MC-SUCURSAL
005990     MOVE ZERO          TO MC-FECHA-EFECTIVA
006000
006010     DISPLAY ' '
006020     DISPLAY 'MANTENIMIENTO - EN BLANCO DEJA EL DATO SIN CAMBIO'
006030
006040     PERFORM 5100-PEDIR-NOMBRE THRU 5100-EXIT
006050
006060     MOVE 'N' TO WS-SW-DATO-OK
006070     PERFORM 5200-PEDIR-ESTADO THRU 5200-EXIT
006080         UNTIL DATO-ACEPTADO
006090
006100     MOVE 'N' TO WS-SW-DATO-OK
006110     PERFORM 5300-PEDIR-SALARIO THRU 5300-EXIT
006120         UNTIL DATO-ACEPTADO
006130
006140     MOVE 'N' TO WS-SW-DATO-OK
006150     PERFORM 5400-PEDIR-SUCURSAL THRU 5400-EXIT
006160         UNTIL DATO-ACEPTADO
006170
006180     IF NOT MC-CAMBIA-NOMBRE
006190        AND NOT MC-CAMBIA-ESTADO
006200        AND NOT MC-CAMBIA-SALARIO
006210        AND NOT MC-CAMBIA-SUCURSAL
006220         DISPLAY 'SIN CAMBIOS - NO SE GRABA NADA'
006230         GO TO 5000-EXIT
006240     END-IF
006250
006260     MOVE 'N' TO WS-SW-DATO-OK
006270     PERFORM 7200-PEDIR-FECHA-EFECTIVA THRU 7200-EXIT
006280         UNTIL DATO-ACEPTADO
006290     MOVE WS-FECHA-ENTRADA TO MC-FECHA-EFECTIVA
006300
006310     PERFORM 5500-RESUMIR-MANTENIMIENTO THRU 5500-EXIT
006320
006330     MOVE 'N' TO WS-SW-DATO-OK
006340     PERFORM 7300-CONFIRMAR THRU 7300-EXIT
006350         UNTIL DATO-ACEPTADO
006360
006370     IF NO-CONFIRMADO
006380         DISPLAY 'MANTENIMIENTO DESCARTADO'
006390         GO TO 5000-EXIT
006400     END-IF
006410
006420     PERFORM 5900-GRABAR-MANTENIMIENTO THRU 5900-EXIT.
006430
006440 5000-EXIT.
006450     EXIT.
006460
006470 5100-PEDIR-NOMBRE.
006480     DISPLAY 'NOMBRE ........... ' WITH NO ADVANCING
006490     PERFORM 7000-ACEPTAR-ENTRADA THRU 7000-EXIT
006500
006510     IF WS-LARGO-ENTRADA > ZERO
006520         MOVE 'S'        TO MC-IND-NOMBRE
006530         MOVE WS-ENTRADA TO MC-NOMBRE
006540     END-IF.
006550
006560 5100-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------------
006600*    5200-PEDIR-ESTADO - MISMOS VALORES QUE ACEPTA CLIENTES-MANT
006610*    (CR-ESTADO-VALIDO)
006620*----------------------------------------------------------------
006630 5200-PEDIR-ESTADO.
006640     DISPLAY 'ESTADO (A/I/C/D) . ' WITH NO ADVANCING
006650     PERFORM 7000-ACEPTAR-ENTRADA THRU 7000-EXIT
006660
006670     IF WS-LARGO-ENTRADA = ZERO
006680         MOVE 'S' TO WS-SW-DATO-OK
006690         GO TO 5200-EXIT
006700     END-IF
006710
006720     MOVE WS-ENTRADA (1:1) TO WS-ESTADO-NUEVO
006730     IF WS-LARGO-ENTRADA > 1
006740        OR NOT ESTADO-NUEVO-VALIDO
006750         DISPLAY 'ESTADO INVALIDO - DEBE SER A, I, C O D'
006760         GO TO 5200-EXIT
006770     END-IF
006780
006790     MOVE 'S'             TO WS-SW-DATO-OK
006800     MOVE 'S'             TO MC-IND-ESTADO
006810     MOVE WS-ESTADO-NUEVO TO MC-ESTADO.
006820
006830 5200-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------------
006870*    5300-PEDIR-SALARIO - IMPORTE CON HASTA 9 ENTEROS Y 2
006880*    DECIMALES, SEPARADOS POR PUNTO O COMA
006890*----------------------------------------------------------------
006900 5300-PEDIR-SALARIO.
006910     DISPLAY 'SALARIO .......... ' WITH NO ADVANCING
006920     PERFORM 7000-ACEPTAR-ENTRADA THRU 7000-EXIT
006930
006940     IF WS-LARGO-ENTRADA = ZERO
006950         MOVE 'S' TO WS-SW-DATO-OK
006960         GO TO 5300-EXIT
006970     END-IF
006980
006990     MOVE SPACES TO WS-SAL-ENTERO
007000     MOVE SPACES TO WS-SAL-DECIMAL
007010     MOVE ZERO   TO WS-LARGO-ENTERO
007020     MOVE ZERO   TO WS-LARGO-DECIMAL
007030     UNSTRING WS-ENTRADA (1:WS-LARGO-ENTRADA)
007040         DELIMITED BY '.' OR ','
007050         INTO WS-SAL-ENTERO  COUNT IN WS-LARGO-ENTERO
007060              WS-SAL-DECIMAL COUNT IN WS-LARGO-DECIMAL
007070     END-UNSTRING
007080
007090     IF WS-LARGO-ENTERO = ZERO
007100        OR WS-LARGO-ENTERO > 9
007110        OR WS-LARGO-DECIMAL > 2
007120         DISPLAY 'SALARIO INVALIDO - HASTA 9 ENTEROS Y 2 '
007130                 'DECIMALES'
007140         GO TO 5300-EXIT
007150     END-IF
007160
007170     IF WS-SAL-ENTERO (1:WS-LARGO-ENTERO) IS NOT NUMERIC
007180         DISPLAY 'SALARIO INVALIDO - SOLO DIGITOS'
007190         GO TO 5300-EXIT
007200     END-IF
007210
007220     MOVE '00' TO WS-SAL-DEC-X
007230     IF WS-LARGO-DECIMAL > ZERO
007240         MOVE WS-SAL-DECIMAL (1:WS-LARGO-DECIMAL)
007250             TO WS-SAL-DEC-X (1:WS-LARGO-DECIMAL)
007260     END-IF
007270
007280     IF WS-SAL-DEC-X IS NOT NUMERIC
007290         DISPLAY 'SALARIO INVALIDO - SOLO DIGITOS'
007300         GO TO 5300-EXIT
007310     END-IF
007320
007330     MOVE WS-SAL-ENTERO (1:WS-LARGO-ENTERO) TO WS-SAL-ENTERO-N
007340     COMPUTE WS-SALARIO-NUEVO =
007350         WS-SAL-ENTERO-N + WS-SAL-DEC-N / 100
007360
007370     MOVE 'S'              TO WS-SW-DATO-OK
007380     MOVE 'S'              TO MC-IND-SALARIO
007390     MOVE WS-SALARIO-NUEVO TO MC-SALARIO.
007400
007410 5300-EXIT.
007420     EXIT.
007430
007440*----------------------------------------------------------------
007450*    5400-PEDIR-SUCURSAL - DEBE EXISTIR EN SUCURSALES Y ESTAR
007460*    ABIERTA, COMO EXIGE CLIENTES-MANT
007470*----------------------------------------------------------------
007480 5400-PEDIR-SUCURSAL.
007490     DISPLAY 'SUCURSAL ......... ' WITH NO ADVANCING
007500     PERFORM 7100-ACEPTAR-SUCURSAL THRU 7100-EXIT
007510
007520     IF WS-LARGO-ENTRADA = ZERO
007530         MOVE 'S' TO WS-SW-DATO-OK
007540         GO TO 5400-EXIT
007550     END-IF
007560
007570     IF DATO-NO-ACEPTADO
007580         GO TO 5400-EXIT
007590     END-IF
007600
007610     MOVE 'S'            TO MC-IND-SUCURSAL
007620     MOVE WS-SUC-ENTRADA TO MC-SUCURSAL.
007630
007640 5400-EXIT.
007650     EXIT.
007660
007670 5500-RESUMIR-MANTENIMIENTO.
007680     DISPLAY ' '
007690     DISPLAY 'SE CARGARA PARA EL CLIENTE ' MC-ID-CLIENTE ' -'
007700     IF MC-CAMBIA-NOMBRE
007710         DISPLAY '  NOMBRE   ' CR-NOMBRE ' -> ' MC-NOMBRE
007720     END-IF
007730     IF MC-CAMBIA-ESTADO
007740         DISPLAY '  ESTADO   ' CR-ESTADO ' -> ' MC-ESTADO
007750     END-IF
007760     IF MC-CAMBIA-SALARIO
007770         MOVE MC-SALARIO TO WS-ED-SALARIO
007780         DISPLAY '  SALARIO  ' WS-DC-SALARIO ' -> '
007790                 WS-ED-SALARIO
007800     END-IF
007810     IF MC-CAMBIA-SUCURSAL
007820         MOVE MC-SUCURSAL TO WS-ED-SUCURSAL
007830         DISPLAY '  SUCURSAL ' WS-DC-SUCURSAL ' -> '
007840                 WS-ED-SUCURSAL '  ' WS-NOMBRE-SUCURSAL
007850     END-IF
007860     PERFORM 7400-INFORMAR-FECHA THRU 7400-EXIT.
007870
007880 5500-EXIT.
007890     EXIT.
007900
007910*----------------------------------------------------------------
007920*    5900-GRABAR-MANTENIMIENTO - AGREGA LA TRANSACCION AL
007930*    ARCHIVO DE ENTRADA DE CLIENTES-MANT. SE ABRE Y CIERRA EN
007940*    CADA GRABACION PARA NO RETENERLO ENTRE CONSULTAS
007950*----------------------------------------------------------------
007960 5900-GRABAR-MANTENIMIENTO.
007970     MOVE WS-USUARIO TO MC-USUARIO
007980
007990     OPEN EXTEND MANTCLIENTES
008000     IF WS-FS-MANTCLIENTES NOT = '00'
008010         OPEN OUTPUT MANTCLIENTES
008020     END-IF
008030     IF WS-FS-MANTCLIENTES NOT = '00'
008040         DISPLAY 'NO SE PUDO ABRIR MANTCLIENTES.DAT - STATUS '
008050                 WS-FS-MANTCLIENTES ' - NO SE GRABO'
008060         GO TO 5900-EXIT
008070     END-IF
008080
008090     MOVE MC-REC TO MT-LINEA
008100     WRITE MT-LINEA
008110     CLOSE MANTCLIENTES
008120
008130     ADD 1 TO WS-CONT-MANT
008140     DISPLAY 'MANTENIMIENTO CARGADO - SE APLICA EN EL CICLO '
008150             'NOCTURNO'.
008160
008170 5900-EXIT.
008180     EXIT.
008190
008200*----------------------------------------------------------------
008210*    6000-CARGAR-TRASLADO - TRASLADO INDIVIDUAL DESDE LA
008220*    SUCURSAL ACTUAL DEL CLIENTE, VALIDADO COMO
008230*    CLIENTES-TRASLADO, AGREGADO A TRASLADOS
008240*----------------------------------------------------------------
008250 6000-CARGAR-TRASLADO.
008260     MOVE SPACES        TO TL-REC
008270     MOVE 'I'           TO TL-TIPO
008280     MOVE CR-ID-CLIENTE TO TL-ID-CLIENTE
008290     MOVE CR-SUCURSAL   TO TL-SUC-ORIGEN
008300     MOVE ZERO          TO TL-SUC-DESTINO
008310     MOVE ZERO          TO TL-FECHA-EFECTIVA
008320
008330     DISPLAY ' '
008340     DISPLAY 'TRASLADO DESDE LA SUCURSAL ' WS-DC-SUCURSAL
008350             ' - EN BLANCO CANCELA'
008360
008370     MOVE 'N' TO WS-SW-DATO-OK
008380     PERFORM 6100-PEDIR-DESTINO THRU 6100-EXIT
008390         UNTIL DATO-ACEPTADO
008400
008410     IF TL-SUC-DESTINO = ZERO
008420         DISPLAY 'TRASLADO CANCELADO'
008430         GO TO 6000-EXIT
008440     END-IF
008450
008460     MOVE 'N' TO WS-SW-DATO-OK
008470     PERFORM 7200-PEDIR-FECHA-EFECTIVA THRU 7200-EXIT
008480         UNTIL DATO-ACEPTADO
008490     MOVE WS-FECHA-ENTRADA TO TL-FECHA-EFECTIVA
008500
008510     DISPLAY ' '
008520     MOVE TL-SUC-DESTINO TO WS-ED-SUCURSAL
008530     DISPLAY 'SE CARGARA EL TRASLADO DEL CLIENTE ' TL-ID-CLIENTE
008540     DISPLAY '  SUCURSAL ' WS-DC-SUCURSAL ' -> ' WS-ED-SUCURSAL
008550             '  ' WS-NOMBRE-SUCURSAL
008560     PERFORM 7400-INFORMAR-FECHA THRU 7400-EXIT
008570
008580     MOVE 'N' TO WS-SW-DATO-OK
008590     PERFORM 7300-CONFIRMAR THRU 7300-EXIT
008600         UNTIL DATO-ACEPTADO
008610
008620     IF NO-CONFIRMADO
008630         DISPLAY 'TRASLADO DESCARTADO'
008640         GO TO 6000-EXIT
008650     END-IF
008660
008670     PERFORM 6900-GRABAR-TRASLADO THRU 6900-EXIT.
008680
008690 6000-EXIT.
008700     EXIT.
008710
008720*----------------------------------------------------------------
008730*    6100-PEDIR-DESTINO - DISTINTA DE LA SUCURSAL DE ORIGEN,
008740*    EXISTENTE Y ABIERTA
008750*----------------------------------------------------------------
008760 6100-PEDIR-DESTINO.
008770     DISPLAY 'SUCURSAL DESTINO . ' WITH NO ADVANCING
008780     PERFORM 7100-ACEPTAR-SUCURSAL THRU 7100-EXIT
008790
008800     IF WS-LARGO-ENTRADA = ZERO
008810         MOVE 'S' TO WS-SW-DATO-OK
008820         GO TO 6100-EXIT
008830     END-IF
008840
008850     IF DATO-NO-ACEPTADO
008860         GO TO 6100-EXIT
008870     END-IF
008880
008890     IF WS-SUC-ENTRADA = TL-SUC-ORIGEN
008900         DISPLAY 'EL CLIENTE YA PERTENECE A ESA SUCURSAL'
008910         MOVE 'N' TO WS-SW-DATO-OK
008920         GO TO 6100-EXIT
008930     END-IF
008940
008950     MOVE WS-SUC-ENTRADA TO TL-SUC-DESTINO.
008960
008970 6100-EXIT.
008980     EXIT.
008990
009000*----------------------------------------------------------------
009010*    6900-GRABAR-TRASLADO - AGREGA LA TRANSACCION AL ARCHIVO DE
009020*    ENTRADA DE CLIENTES-TRASLADO
009030*----------------------------------------------------------------
009040 6900-GRABAR-TRASLADO.
009050     MOVE WS-USUARIO TO TL-USUARIO
009060
009070     OPEN EXTEND TRASLADOS
009080     IF WS-FS-TRASLADOS NOT = '00'
009090         OPEN OUTPUT TRASLADOS
009100     END-IF
009110     IF WS-FS-TRASLADOS NOT = '00'
009120         DISPLAY 'NO SE PUDO ABRIR TRASLADOS.DAT - STATUS '
009130                 WS-FS-TRASLADOS ' - NO SE GRABO'
009140         GO TO 6900-EXIT
009150     END-IF
009160
009170     MOVE TL-REC TO TS-LINEA
009180     WRITE TS-LINEA
009190     CLOSE TRASLADOS
009200
009210     ADD 1 TO WS-CONT-TRASLADOS
009220     DISPLAY 'TRASLADO CARGADO - SE APLICA EN EL CICLO NOCTURNO'.
009230
009240 6900-EXIT.
009250     EXIT.
009260
009270*----------------------------------------------------------------
009280*    7000-ACEPTAR-ENTRADA - LEE UNA RESPUESTA DEL EMPLEADO, LA
009290*    PASA A MAYUSCULAS Y MIDE SU LARGO (ULTIMO CARACTER NO
009300*    BLANCO)
009310*----------------------------------------------------------------
009320 7000-ACEPTAR-ENTRADA.
009330     MOVE SPACES TO WS-ENTRADA
009340     ACCEPT WS-ENTRADA
009350     INSPECT WS-ENTRADA
009360         CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
009370
009380     MOVE 30  TO WS-LARGO-ENTRADA
009390     MOVE 'N' TO WS-SW-LARGO-OK
009400     PERFORM 7010-PROBAR-LARGO THRU 7010-EXIT
009410         UNTIL LARGO-HALLADO
009420            OR WS-LARGO-ENTRADA = ZERO.
009430
009440 7000-EXIT.
009450     EXIT.
009460
009470 7010-PROBAR-LARGO.
009480     IF WS-ENTRADA (WS-LARGO-ENTRADA:1) NOT = SPACE
009490         MOVE 'S' TO WS-SW-LARGO-OK
009500     ELSE
009510         SUBTRACT 1 FROM WS-LARGO-ENTRADA
009520     END-IF.
009530
009540 7010-EXIT.
009550     EXIT.
009560
009570*----------------------------------------------------------------
009580*    7100-ACEPTAR-SUCURSAL - LEE UN NUMERO DE SUCURSAL Y LO
009590*    VALIDA CONTRA EL MAESTRO (EXISTENTE Y ABIERTA). EN BLANCO
009600*    DEJA WS-LARGO-ENTRADA EN CERO PARA QUE DECIDA QUIEN LLAMA
009610*----------------------------------------------------------------
009620 7100-ACEPTAR-SUCURSAL.
009630     MOVE 'N' TO WS-SW-DATO-OK
009640     PERFORM 7000-ACEPTAR-ENTRADA THRU 7000-EXIT
009650
009660     IF WS-LARGO-ENTRADA = ZERO
009670         GO TO 7100-EXIT
009680     END-IF
009690
009700     IF WS-LARGO-ENTRADA > 5
009710        OR WS-ENTRADA (1:WS-LARGO-ENTRADA) IS NOT NUMERIC
009720         DISPLAY 'SUCURSAL INVALIDA - HASTA 5 DIGITOS'
009730         GO TO 7100-EXIT
009740     END-IF
009750
009760     MOVE WS-ENTRADA (1:WS-LARGO-ENTRADA) TO WS-SUC-ENTRADA
009770     IF WS-SUC-ENTRADA = ZERO
009780         DISPLAY 'SUCURSAL INVALIDA'
009790         GO TO 7100-EXIT
009800     END-IF
009810
009820     MOVE WS-SUC-ENTRADA TO SU-NUMERO
009830     PERFORM 3100-BUSCAR-SUCURSAL THRU 3100-EXIT
009840
009850     IF SUCURSAL-INVALIDA
009860         DISPLAY 'SUCURSAL ' WS-SUC-ENTRADA
009870                 ' INEXISTENTE O CERRADA'
009880         GO TO 7100-EXIT
009890     END-IF
009900
009910     DISPLAY '                   ' WS-NOMBRE-SUCURSAL
009920     MOVE 'S' TO WS-SW-DATO-OK.
009930
009940 7100-EXIT.
009950     EXIT.
009960
009970*----------------------------------------------------------------
009980*    7200-PEDIR-FECHA-EFECTIVA - AAAAMMDD; EN BLANCO = CERO
009990*    (SE APLICA EN LA PROXIMA CORRIDA). UNA FECHA POSTERIOR A
010000*    LA DE NEGOCIO QUEDA RETENIDA POR EL CICLO HASTA MADURAR
010010*----------------------------------------------------------------
010020 7200-PEDIR-FECHA-EFECTIVA.
010030     DISPLAY 'FECHA EFECTIVA AAAAMMDD (EN BLANCO = PROXIMO '
010040             'CICLO): ' WITH NO ADVANCING
010050     PERFORM 7000-ACEPTAR-ENTRADA THRU 7000-EXIT
010060
010070     MOVE ZERO TO WS-FECHA-ENTRADA
010080     IF WS-LARGO-ENTRADA = ZERO
010090         MOVE 'S' TO WS-SW-DATO-OK
010100         GO TO 7200-EXIT
010110     END-IF
010120
010130     IF WS-LARGO-ENTRADA NOT = 8
010140        OR WS-ENTRADA (1:8) IS NOT NUMERIC
010150         DISPLAY 'FECHA INVALIDA - FORMATO AAAAMMDD'
010160         GO TO 7200-EXIT
010170     END-IF
010180
010190     MOVE WS-ENTRADA (1:8) TO WS-FECHA-ENTRADA
010200     IF WS-FE-MES < 1 OR WS-FE-MES > 12
010210        OR WS-FE-DIA < 1 OR WS-FE-DIA > 31
010220         DISPLAY 'FECHA INVALIDA - MES O DIA FUERA DE RANGO'
010230         MOVE ZERO TO WS-FECHA-ENTRADA
010240         GO TO 7200-EXIT
010250     END-IF
010260
010270     MOVE 'S' TO WS-SW-DATO-OK.
010280
010290 7200-EXIT.
010300     EXIT.
010310
010320 7300-CONFIRMAR.
010330     DISPLAY 'CONFIRMA LA CARGA (S/N): ' WITH NO ADVANCING
010340     PERFORM 7000-ACEPTAR-ENTRADA THRU 7000-EXIT
010350
010360     IF WS-ENTRADA = 'S' OR WS-ENTRADA = 'N'
010370         MOVE 'S'              TO WS-SW-DATO-OK
010380         MOVE WS-ENTRADA (1:1) TO WS-SW-CONFIRMA
010390     END-IF.
010400
010410 7300-EXIT.
010420     EXIT.
010430
010440 7400-INFORMAR-FECHA.
010450     IF WS-FECHA-ENTRADA > WS-FECHA-PROCESO
010460         DISPLAY '  VIGENCIA ' WS-FECHA-ENTRADA
010470                 ' - QUEDA RETENIDA HASTA ESA FECHA'
010480     ELSE
010490         DISPLAY '  VIGENCIA PROXIMO CICLO NOCTURNO'
010500     END-IF.
010510
010520 7400-EXIT.
010530     EXIT.
010540
010550*----------------------------------------------------------------
010560*    8000-FINALIZAR - CIERRA LOS MAESTROS E INFORMA LO CARGADO
010570*    EN LA SESION
010580*----------------------------------------------------------------
010590 8000-FINALIZAR.
010600     CLOSE CLIENTES
010610     IF SUCURSALES-DISPONIBLE
010620         CLOSE SUCURSALES
010630     END-IF
010640
010650     DISPLAY ' '
010660     MOVE WS-CONT-CONSULTAS TO WS-ED-CONT
010670     DISPLAY 'CONSULTAS ................ ' WS-ED-CONT
010680     MOVE WS-CONT-MANT      TO WS-ED-CONT
010690     DISPLAY 'MANTENIMIENTOS CARGADOS .. ' WS-ED-CONT
010700     MOVE WS-CONT-TRASLADOS TO WS-ED-CONT
010710     DISPLAY 'TRASLADOS CARGADOS ....... ' WS-ED-CONT.
010720
010730 8000-EXIT.
010740     EXIT.
010750
010760*----------------------------------------------------------------
010770*    1500-TOMAR-FECHA-PROCESO - LA FECHA DE NEGOCIO SE TOMA DEL
010780*    CONTROL CENTRAL PROCESOFECHA.CTL (AVANZADO POR
010790*    CLIENTES-CIERRE); SI NO EXISTE SE SIGUE CON LA FECHA DEL
010800*    SISTEMA YA CARGADA
010810*----------------------------------------------------------------
010820 1500-TOMAR-FECHA-PROCESO.
010830     OPEN INPUT PROCFECHA
010840     IF WS-FS-PROCFECHA = '00'
010850         READ PROCFECHA
010860             NOT AT END
010870                 MOVE PF-FECHA TO WS-FECHA-PROCESO
010880         END-READ
010890         CLOSE PROCFECHA
010900     ELSE
010910         DISPLAY 'SIN PROCESOFECHA.CTL - SE USA LA FECHA '
010920                 'DEL SISTEMA'
010930     END-IF.
010940
010950 1500-EXIT.
010960     EXIT.

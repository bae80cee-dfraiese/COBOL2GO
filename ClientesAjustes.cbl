000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CLIENTES-AJUSTES.
000030 AUTHOR.         EQUIPO DE SISTEMAS - CUENTAS.
000040 INSTALLATION.   BANCO - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*----------------------------------------------------------------
000080*    CLIENTES-AJUSTES APLICA LOS AJUSTES MANUALES DE PUNTOS CON
000090*    DOBLE CONTROL (QUIEN INGRESA NO APRUEBA). ATENCION AL
000100*    CLIENTE CARGA EN AJUSTES CADA AJUSTE CON IMPORTE CON
000110*    SIGNO, MOTIVO, JUSTIFICACION Y OPERADOR; EL PROCESO LO
000120*    VALIDA, LE ASIGNA UN IDENTIFICADOR (FECHA DE NEGOCIO Y
000130*    SECUENCIA) Y LO DEJA EN AJUSTESPENDIENTES. UN SEGUNDO
000140*    OPERADOR LO APRUEBA O LO RECHAZA EN AJUSTESAPROBACIONES
000150*    (VER AJUAPRO); LA APROBACION ES INVALIDA SI LA DA EL MISMO
000160*    OPERADOR QUE LO INGRESO (MIS) O SI EL IMPORTE SUPERA EL
000170*    UMBRAL DE AJUSTES.CTL Y EL APROBADOR NO FIGURA EN
000180*    AJUSTESSUPERVISORES (SUP): EL AJUSTE SIGUE PENDIENTE.
000190*    EL AJUSTE APROBADO SE APLICA A CR-PUNTOS CON MOVIMIENTO
000200*    'J' (A FAVOR) O 'K' (EN CONTRA) EN PUNTOSMOVIMIENTOS Y
000210*    EVENTOS PUNT Y AJUS EN EL DIARIO CENTRAL; NO TOCA
000220*    CR-ULT-ACTIVIDAD PORQUE NO ES ACTIVIDAD DEL CLIENTE. EL
000230*    RECHAZADO, EL QUE NO PUEDE APLICARSE Y EL QUE SUPERA LOS
000240*    DIAS DE VIGENCIA SIN APROBACION VALIDA VAN A
000250*    AJUSTESRECHAZADOS CON SU MOTIVO (VER AJURECH); LOS
000260*    VENCIDOS SE LISTAN ADEMAS EN AJUSTESVENCIDOS.TXT.
000270*    LOS AJUSTES INGRESADOS EN EL DIA RECIEN PUEDEN APROBARSE
000280*    DESDE LA CORRIDA SIGUIENTE. UN REPROCESO AUTORIZADO DE LA
000290*    MISMA FECHA DESCARTA LOS PENDIENTES INGRESADOS ESA FECHA Y
000300*    LOS VUELVE A TOMAR DE AJUSTES CON LOS MISMOS
000310*    IDENTIFICADORES.
000320*    LOS DIAS SE CUENTAN CON MESES DE 30 DIAS, COMO EN
000330*    CLIENTES-FRAUDE. EL ALMACEN DE PENDIENTES SE REEMPLAZA AL
000340*    FINAL DESDE SU .NEW, COMO EN CLIENTES-FRAUDE.
000350*    CORRE EN LA CADENA NOCTURNA DESPUES DE CLIENTES-CANJES:
000360*    SUS MOVIMIENTOS QUEDAN CUBIERTOS POR LA GENERACION DEL DIA
000370*    SIGUIENTE Y LOS TOMA CLIENTES-CONTABLE DEL DIARIO.
000380*
000390*    HISTORIAL DE MODIFICACIONES
000400*    FECHA       INIC.  DESCRIPCION
000410*    ----------  -----  ---------------------------------------
000420*    2026-10-15  DLF    VERSION ORIGINAL.
000422*    2026-10-15  DLF    CADA MOVIMIENTO GRABADO EN EL DIARIO
000424*                       ACTUALIZA EL ARCHIVO DE LOTES ABIERTOS
000426*                       LOTESPUNTOS (ABRE, CONSUME O REABRE
000428*                       LOTES).
000430*----------------------------------------------------------------
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT AJUSTES
000490         ASSIGN TO "ajustes.dat"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-AJUSTES.
000520
000530     SELECT PENDIENTES
000540         ASSIGN TO "ajustespendientes.dat"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-PENDIENTES.
000570
000580     SELECT PENDIENTESNVO
000590         ASSIGN TO "ajustespendientes.new"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-FS-PENDIENTESNVO.
000620
000630     SELECT APROBACIONES
000640         ASSIGN TO "ajustesaprobaciones.dat"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-FS-APROBACIONES.
000670
000680     SELECT SUPERVISORES
000690         ASSIGN TO "ajustessupervisores.dat"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FS-SUPERVISORES.
000720
000730     SELECT AJUSTESCTL
000740         ASSIGN TO "ajustes.ctl"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-FS-AJUSTESCTL.
000770
000780     SELECT RECHAZADOS
000790         ASSIGN TO "ajustesrechazados.dat"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-FS-RECHAZADOS.
000820
000830     SELECT AJUSTESRPT
000840         ASSIGN TO "ajustesrpt.txt"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-FS-AJUSTESRPT.
000870
000880     SELECT VENCIDOSRPT
000890         ASSIGN TO "ajustesvencidos.txt"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-FS-VENCIDOSRPT.
000920
000930     SELECT CLIENTES
000940         ASSIGN TO "clientes.dat"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS CR-ID-CLIENTE
000980         ALTERNATE RECORD KEY IS CR-NOMBRE
000990             WITH DUPLICATES
001000         ALTERNATE RECORD KEY IS CR-SUCURSAL
001010             WITH DUPLICATES
001020         FILE STATUS IS WS-FS-CLIENTES.
001030
001040     SELECT PUNTOSMOV
001050         ASSIGN TO "puntosmovimientos.dat"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-FS-PUNTOSMOV.
001080
001081     SELECT LOTES
001082         ASSIGN TO "lotespuntos.dat"
001083         ORGANIZATION IS INDEXED
001084         ACCESS MODE IS DYNAMIC
001085         RECORD KEY IS LT-CLAVE
001086         ALTERNATE RECORD KEY IS LT-FECHA
001087             WITH DUPLICATES
001088         FILE STATUS IS WS-FS-LOTES.
001089
001090     SELECT EVENTLOG
001100         ASSIGN TO "eventosclientes.dat"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-FS-EVENTLOG.
001130
001140     SELECT PROCFECHA
001150         ASSIGN TO "procesofecha.ctl"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-FS-PROCFECHA.
001180
001190     SELECT ULTCORRIDA
001200         ASSIGN TO "clientesajustes.ult"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-FS-ULTCORRIDA.
001230
001240     SELECT RERUNOK
001250         ASSIGN TO "rerunok.ctl"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WS-FS-RERUNOK.
001280
001290     SELECT CICLOSTATUS
001300         ASSIGN TO "ciclostatus.dat"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-FS-CICLOSTATUS.
001330
001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD  AJUSTES
001370     RECORD CONTAINS 98 CHARACTERS.
001380 COPY AJUSTE.
001390
001400 FD  PENDIENTES
001410     RECORD CONTAINS 113 CHARACTERS.
001420 01  PE-LINEA                   PIC X(113).
001430
001440 FD  PENDIENTESNVO
001450     RECORD CONTAINS 113 CHARACTERS.
001460 01  PN-LINEA                   PIC X(113).
001470
001480 FD  APROBACIONES
001490     RECORD CONTAINS 24 CHARACTERS.
001500 COPY AJUAPRO.
001510
001520*    UN OPERADOR POR FILA CON NIVEL DE SUPERVISOR PARA APROBAR
001530*    AJUSTES POR ENCIMA DEL UMBRAL
001540 FD  SUPERVISORES
001550     RECORD CONTAINS 8 CHARACTERS.
001560 01  SV-OPERADOR                PIC X(08).
001570
001580*    PARAMETROS: IMPORTE (EN PUNTOS, SIN SIGNO) POR ENCIMA DEL
001590*    CUAL LA APROBACION REQUIERE UN SUPERVISOR, Y DIAS QUE UN
001600*    AJUSTE PUEDE ESPERAR APROBACION ANTES DE VENCER
001610 FD  AJUSTESCTL
001620     RECORD CONTAINS 12 CHARACTERS.
001630 01  JC-REC.
001640     05  JC-UMBRAL-SUPERVISOR   PIC 9(09).
001650     05  JC-DIAS-VIGENCIA       PIC 9(03).
001660
001670 FD  RECHAZADOS
001680     RECORD CONTAINS 132 CHARACTERS.
001690 COPY AJURECH.
001700
001710 FD  AJUSTESRPT
001720     RECORD CONTAINS 80 CHARACTERS.
001730 01  JT-LINEA                   PIC X(80).
001740
001750 FD  VENCIDOSRPT
001760     RECORD CONTAINS 80 CHARACTERS.
001770 01  VE-LINEA                   PIC X(80).
001780
001790 FD  CLIENTES.
001800 COPY CLIREC.
001810
001820 FD  PUNTOSMOV
001830     RECORD CONTAINS 46 CHARACTERS.
001840 COPY PUNTMOV.
001850
001852 FD  LOTES.
001854 COPY LOTEPTS.
001856
001860 FD  EVENTLOG
001870     RECORD CONTAINS 110 CHARACTERS.
001880 COPY EVENTCLI.
001890
001900 FD  PROCFECHA
001910     RECORD CONTAINS 8 CHARACTERS.
001920 01  PF-FECHA                   PIC 9(08).
001930
001940 FD  ULTCORRIDA
001950     RECORD CONTAINS 8 CHARACTERS.
001960 01  UC-FECHA                   PIC 9(08).
001970
001980 FD  RERUNOK
001990     RECORD CONTAINS 8 CHARACTERS.
002000 01  RK-FECHA                   PIC 9(08).
002010
002020 FD  CICLOSTATUS
002030     RECORD CONTAINS 62 CHARACTERS.
002040 COPY CICLOST.
002050
002060 WORKING-STORAGE SECTION.
002070 01  WS-FILE-STATUSES.
002080     05  WS-FS-AJUSTES          PIC X(02).
002090     05  WS-FS-PENDIENTES       PIC X(02).
002100     05  WS-FS-PENDIENTESNVO    PIC X(02).
002110     05  WS-FS-APROBACIONES     PIC X(02).
002120     05  WS-FS-SUPERVISORES     PIC X(02).
002130     05  WS-FS-AJUSTESCTL       PIC X(02).
002140     05  WS-FS-RECHAZADOS       PIC X(02).
002150     05  WS-FS-AJUSTESRPT       PIC X(02).
002160     05  WS-FS-VENCIDOSRPT      PIC X(02).
002170     05  WS-FS-CLIENTES         PIC X(02).
002180     05  WS-FS-PUNTOSMOV        PIC X(02).
002185     05  WS-FS-LOTES            PIC X(02).
002190     05  WS-FS-EVENTLOG         PIC X(02).
002200     05  WS-FS-PROCFECHA        PIC X(02).
002210     05  WS-FS-ULTCORRIDA       PIC X(02).
002220     05  WS-FS-RERUNOK          PIC X(02).
002230     05  WS-FS-CICLOSTATUS      PIC X(02).
002240
002250 01  WS-SWITCHES.
002260     05  WS-SW-EOF-AJUSTES      PIC X(01)   VALUE 'N'.
002270         88  EOF-AJUSTES                    VALUE 'S'.
002280     05  WS-SW-EOF-PENDIENTES   PIC X(01)   VALUE 'N'.
002290         88  EOF-PENDIENTES                 VALUE 'S'.
002300     05  WS-SW-EOF-APROBACIONES PIC X(01)   VALUE 'N'.
002310         88  EOF-APROBACIONES               VALUE 'S'.
002320     05  WS-SW-EOF-SUPERVISORES PIC X(01)   VALUE 'N'.
002330         88  EOF-SUPERVISORES               VALUE 'S'.
002340     05  WS-SW-CLIENTE-OK       PIC X(01)   VALUE 'N'.
002350         88  CLIENTE-ENCONTRADO             VALUE 'S'.
002360         88  CLIENTE-NO-ENCONTRADO          VALUE 'N'.
002370     05  WS-SW-APROB-VALIDA     PIC X(01)   VALUE 'N'.
002380         88  APROBACION-VALIDA              VALUE 'S'.
002390         88  APROBACION-NO-VALIDA           VALUE 'N'.
002400     05  WS-SW-SUPERVISOR       PIC X(01)   VALUE 'N'.
002410         88  ES-SUPERVISOR                  VALUE 'S'.
002420         88  NO-ES-SUPERVISOR               VALUE 'N'.
002430     05  WS-SW-MOTIVO-OK        PIC X(01)   VALUE 'N'.
002440         88  MOTIVO-AJUSTE-VALIDO           VALUE 'S'.
002450         88  MOTIVO-AJUSTE-INVALIDO         VALUE 'N'.
002451     05  WS-SW-HAY-LOTES        PIC X(01)   VALUE 'N'.
002452         88  HAY-LOTES                      VALUE 'S'.
002453     05  WS-SW-FIN-LOTES        PIC X(01)   VALUE 'N'.
002454         88  FIN-LOTES-CLIENTE              VALUE 'S'.
002455     05  WS-SW-SIN-CONSUMIDOS   PIC X(01)   VALUE 'N'.
002456         88  SIN-LOTES-CONSUMIDOS           VALUE 'S'.
002460
002470*    VALORES POR DEFECTO SI NO HAY AJUSTES.CTL
002480 01  WS-PARAMETROS.
002490     05  WS-UMBRAL-SUPERVISOR   PIC 9(09)   VALUE 10000.
002500     05  WS-DIAS-VIGENCIA       PIC 9(03)   VALUE 30.
002510
002520*    MOTIVOS DE AJUSTE ADMITIDOS (VER AJUSTE)
002530 01  WS-TABLA-MOT-AJUSTE-VALUES.
002540     05  FILLER                 PIC X(03)   VALUE 'GEN'.
002550     05  FILLER                 PIC X(03)   VALUE 'COR'.
002560     05  FILLER                 PIC X(03)   VALUE 'REC'.
002570     05  FILLER                 PIC X(03)   VALUE 'PRO'.
002580     05  FILLER                 PIC X(03)   VALUE 'OTR'.
002590 01  WS-TABLA-MOT-AJUSTE REDEFINES WS-TABLA-MOT-AJUSTE-VALUES.
002600     05  WS-MA-CODIGO           PIC X(03)   OCCURS 5 TIMES.
002610
002620 77  WS-MA-MAXIMO               PIC 9(04)   COMP    VALUE 5.
002630 77  WS-MA-IDX                  PIC 9(04)   COMP.
002640
002650*    MOTIVOS DE RECHAZO DE AJURECH, EN EL ORDEN EN QUE SE
002660*    VALIDAN, CON SU CONTADOR PARA EL REPORTE DEL DIA
002670 01  WS-TABLA-MOTIVOS-VALUES.
002680     05  FILLER                 PIC X(03)   VALUE 'FEC'.
002690     05  FILLER                 PIC X(03)   VALUE 'NOF'.
002700     05  FILLER                 PIC X(03)   VALUE 'EST'.
002710     05  FILLER                 PIC X(03)   VALUE 'CER'.
002720     05  FILLER                 PIC X(03)   VALUE 'MOT'.
002730     05  FILLER                 PIC X(03)   VALUE 'OPE'.
002740     05  FILLER                 PIC X(03)   VALUE 'JUS'.
002750     05  FILLER                 PIC X(03)   VALUE 'RCH'.
002760     05  FILLER                 PIC X(03)   VALUE 'NEG'.
002770     05  FILLER                 PIC X(03)   VALUE 'MAX'.
002780     05  FILLER                 PIC X(03)   VALUE 'VEN'.
002790 01  WS-TABLA-MOTIVOS REDEFINES WS-TABLA-MOTIVOS-VALUES.
002800     05  WS-MOT-CODIGO          PIC X(03)   OCCURS 11 TIMES.
002810
002820 01  WS-CONTADORES-MOTIVO.
002830     05  WS-MOT-CANT            PIC 9(07)   COMP
002840                                OCCURS 11 TIMES.
002850
002860 77  WS-MOT-MAXIMO              PIC 9(04)   COMP    VALUE 11.
002870 77  WS-MOT-IDX                 PIC 9(04)   COMP.
002880 77  WS-MOTIVO-RECHAZO          PIC X(03).
002890 77  WS-OPERADOR-RESUELVE       PIC X(08).
002900
002910*    APROBACIONES CARGADAS AL ARRANQUE, MARCADAS A MEDIDA QUE
002920*    ENCUENTRAN SU AJUSTE
002930 01  WS-TABLA-APROBACIONES.
002940     05  WS-APR-CANT            PIC 9(04)   COMP    VALUE ZERO.
002950     05  WS-APR-MAXIMO          PIC 9(04)   COMP    VALUE 2000.
002960     05  WS-APR-ENT             OCCURS 2000 TIMES.
002970         10  WS-APR-ID          PIC X(15).
002980         10  WS-APR-DECISION    PIC X(01).
002990         10  WS-APR-OPERADOR    PIC X(08).
003000         10  WS-APR-USADA       PIC X(01).
003010
003020 77  WS-APR-IDX                 PIC 9(04)   COMP.
003030 77  WS-APR-HALLADA             PIC 9(04)   COMP.
003040
003050*    OPERADORES CON NIVEL DE SUPERVISOR
003060 01  WS-TABLA-SUPERVISORES.
003070     05  WS-SUP-CANT            PIC 9(04)   COMP    VALUE ZERO.
003080     05  WS-SUP-MAXIMO          PIC 9(04)   COMP    VALUE 200.
003090     05  WS-SUP-OPERADOR        PIC X(08)   OCCURS 200 TIMES.
003100
003110 77  WS-SUP-IDX                 PIC 9(04)   COMP.
003120
003130*    AJUSTE EN PROCESO (MISMO TRAZADO QUE EL ALMACEN)
003140 COPY AJUPEND.
003150
003160 01  WS-PUNTOS-CALCULO.
003170     05  WS-PUNTOS-NUEVO        PIC S9(13).
003180     05  WS-PUNTOS-ANTERIOR     PIC 9(09).
003190
003200 77  WS-IMPORTE-AJUSTE          PIC 9(09)   VALUE ZERO.
003210
003220 01  WS-FECHA-DESDE.
003230     05  WS-FD-ANIO             PIC 9(04).
003240     05  WS-FD-MES              PIC 9(02).
003250     05  WS-FD-DIA              PIC 9(02).
003260 01  WS-FECHA-DESDE-NUM REDEFINES WS-FECHA-DESDE PIC 9(08).
003270
003280 01  WS-FECHA-HASTA.
003290     05  WS-FH-ANIO             PIC 9(04).
003300     05  WS-FH-MES              PIC 9(02).
003310     05  WS-FH-DIA              PIC 9(02).
003320 01  WS-FECHA-HASTA-NUM REDEFINES WS-FECHA-HASTA PIC 9(08).
003330
003340 77  WS-DIAS-TRANSCURRIDOS      PIC S9(07)  COMP.
003350
003360 77  WS-SECUENCIA               PIC 9(07)   VALUE ZERO.
003370
003380 77  WS-CONT-LEIDOS             PIC 9(07)   COMP    VALUE ZERO.
003390 77  WS-CONT-INGRESADOS         PIC 9(07)   COMP    VALUE ZERO.
003400 77  WS-CONT-RECH-INGRESO       PIC 9(07)   COMP    VALUE ZERO.
003410 77  WS-CONT-PEND-LEIDOS        PIC 9(07)   COMP    VALUE ZERO.
003420 77  WS-CONT-APLICADOS          PIC 9(07)   COMP    VALUE ZERO.
003430 77  WS-CONT-RECHAZADOS         PIC 9(07)   COMP    VALUE ZERO.
003440 77  WS-CONT-VENCIDOS           PIC 9(07)   COMP    VALUE ZERO.
003450 77  WS-CONT-PENDIENTES         PIC 9(07)   COMP    VALUE ZERO.
003460 77  WS-CONT-REINGRESO          PIC 9(07)   COMP    VALUE ZERO.
003470 77  WS-CONT-INVALIDAS          PIC 9(07)   COMP    VALUE ZERO.
003480 77  WS-CONT-SIN-AJUSTE         PIC 9(07)   COMP    VALUE ZERO.
003490 77  WS-TOTAL-ACREDITADO        PIC 9(12)   COMP    VALUE ZERO.
003500 77  WS-TOTAL-DEBITADO          PIC 9(12)   COMP    VALUE ZERO.
003510
003520 01  WS-FECHA-SISTEMA           PIC 9(08).
003530
003540 01  WS-NOMBRE-PEND-NVO         PIC X(30)
003550     VALUE 'ajustespendientes.new'.
003560 01  WS-NOMBRE-PEND             PIC X(30)
003570     VALUE 'ajustespendientes.dat'.
003580 77  WS-RC-COPIA                PIC S9(09) COMP-5.
003590
003600 01  WS-HORA-EVENTO             PIC 9(08).
003610 01  WS-EV-PUNTOS               PIC Z(8)9.
003620
003630 01  WS-EV-AJUSTE.
003640     05  FILLER                 PIC X(07)   VALUE 'AJUSTE '.
003650     05  WS-EV-AJ-FECHA         PIC 9(08).
003660     05  FILLER                 PIC X(01)   VALUE '-'.
003670     05  WS-EV-AJ-SECUENCIA     PIC 9(07).
003680     05  FILLER                 PIC X(07)   VALUE SPACES.
003690
003700 01  WS-EV-OPERADORES.
003710     05  WS-EV-OP-MOTIVO        PIC X(03).
003720     05  FILLER                 PIC X(01)   VALUE SPACE.
003730     05  WS-EV-OP-INGRESO       PIC X(08).
003740     05  FILLER                 PIC X(01)   VALUE '/'.
003750     05  WS-EV-OP-APROBO        PIC X(08).
003760     05  FILLER                 PIC X(09)   VALUE SPACES.
003770
003780 01  WS-LINEA-TITULO.
003790     05  WS-LT-TEXTO            PIC X(48).
003800     05  WS-LT-FECHA            PIC 9(08).
003810     05  FILLER                 PIC X(24)   VALUE SPACES.
003820
003830 01  WS-LINEA-SECCION.
003840     05  WS-LS-TEXTO            PIC X(50).
003850     05  FILLER                 PIC X(30)   VALUE SPACES.
003860
003870 01  WS-LINEA-COLUMNAS.
003880     05  FILLER                 PIC X(10)   VALUE 'ACCION'.
003890     05  FILLER                 PIC X(17)   VALUE 'AJUSTE'.
003900     05  FILLER                 PIC X(11)   VALUE 'CLIENTE'.
003910     05  FILLER                 PIC X(11)   VALUE '    PUNTOS'.
003920     05  FILLER                 PIC X(04)   VALUE 'MOT'.
003930     05  FILLER                 PIC X(09)   VALUE 'INGRESO'.
003940     05  FILLER                 PIC X(09)   VALUE 'APROBO'.
003950     05  FILLER                 PIC X(09)   VALUE 'RES'.
003960
003970 01  WS-LINEA-DETALLE.
003980     05  WS-LD-ACCION           PIC X(10).
003990     05  WS-LD-FECHA-INGRESO    PIC 9(08).
004000     05  FILLER                 PIC X(01)   VALUE '-'.
004010     05  WS-LD-SECUENCIA        PIC 9(07).
004020     05  FILLER                 PIC X(01)   VALUE SPACE.
004030     05  WS-LD-CLIENTE          PIC 9(10).
004040     05  FILLER                 PIC X(01)   VALUE SPACE.
004050     05  WS-LD-PUNTOS           PIC -(9)9.
004060     05  FILLER                 PIC X(01)   VALUE SPACE.
004070     05  WS-LD-MOTIVO-AJUSTE    PIC X(03).
004080     05  FILLER                 PIC X(01)   VALUE SPACE.
004090     05  WS-LD-INGRESO          PIC X(08).
004100     05  FILLER                 PIC X(01)   VALUE SPACE.
004110     05  WS-LD-APROBO           PIC X(08).
004120     05  FILLER                 PIC X(01)   VALUE SPACE.
004130     05  WS-LD-RESULTADO        PIC X(03).
004140     05  FILLER                 PIC X(06)   VALUE SPACES.
004150
004160 01  WS-LINEA-TOTAL.
004170     05  WS-LN-ROTULO           PIC X(30).
004180     05  WS-LN-VALOR            PIC Z(11)9.
004190     05  FILLER                 PIC X(38)   VALUE SPACES.
004200
004210 01  WS-ROTULO-MOTIVO.
004220     05  FILLER                 PIC X(20)
004230         VALUE '  RECHAZOS MOTIVO   '.
004240     05  WS-RM-CODIGO           PIC X(03).
004241     05  FILLER                 PIC X(07)   VALUE ':'.
004242
004243*    LOTES FECHADOS DEL CLIENTE QUE REABRE UNA ANULACION DE
004244*    CANJE. SI EL CLIENTE TIENE MAS, LOS MAS NUEVOS NO SE CARGAN
004245*    (LA REAPERTURA EMPIEZA POR LOS MAS ANTIGUOS ABIERTOS).
004246 01  WS-TABLA-LOTES.
004247     05  WS-LOTE-CANT           PIC 9(04)   COMP    VALUE ZERO.
004248     05  WS-LOTE-PRIMERO        PIC 9(04)   COMP    VALUE 1.
004249     05  WS-LOTE-MAXIMO         PIC 9(04)   COMP    VALUE 500.
004250     05  WS-LOTE                OCCURS 500 TIMES.
004251         10  WS-LOTE-FECHA      PIC 9(08).
004252         10  WS-LOTE-PUNTOS     PIC 9(09).
004253         10  WS-LOTE-ORIGINAL   PIC 9(09).
004254         10  WS-LOTE-CAMBIO     PIC X(01).
004255
004256 77  WS-LOTE-IDX                PIC 9(04)   COMP.
004257 77  WS-PUNTOS-A-CONSUMIR       PIC 9(09).
004258 77  WS-PUNTOS-A-REABRIR        PIC 9(09).
004259 77  WS-LOTE-HUECO              PIC 9(09).
004260 77  WS-LOTE-TOMADO             PIC 9(09).
004261
004270 01  WS-ULT-FECHA               PIC 9(08)   VALUE ZERO.
004280 01  WS-RERUN-FECHA             PIC 9(08)   VALUE ZERO.
004290 01  WS-HORA-CICLO              PIC 9(08).
004300
004310 PROCEDURE DIVISION.
004320*----------------------------------------------------------------
004330*    0000-MAINLINE - PRIMERO SE RESUELVEN LOS AJUSTES QUE YA
004340*    ESPERABAN APROBACION; DESPUES SE INGRESAN LOS DEL DIA
004350*----------------------------------------------------------------
004360 0000-MAINLINE.
004370     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
004380
004390     PERFORM 2000-TRATAR-PENDIENTES THRU 2000-EXIT
004400
004410     PERFORM 3000-INGRESAR-AJUSTES THRU 3000-EXIT
004420
004430     PERFORM 8000-FINALIZAR THRU 8000-EXIT
004440
004450     STOP RUN.
004460
004470*----------------------------------------------------------------
004480*    1000-INICIALIZAR - FECHA DE NEGOCIO, CONTROL DE REPROCESO,
004490*    PARAMETROS, TABLAS DE APROBACIONES Y SUPERVISORES Y
004500*    APERTURA DE ARCHIVOS
004510*----------------------------------------------------------------
004520 1000-INICIALIZAR.
004530     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
004540     PERFORM 1500-TOMAR-FECHA-PROCESO THRU 1500-EXIT
004550     PERFORM 1600-CONTROL-REPROCESO THRU 1600-EXIT
004560     PERFORM 9100-MARCAR-INICIO THRU 9100-EXIT
004570
004580     INITIALIZE WS-CONTADORES-MOTIVO
004590     PERFORM 1010-LEER-PARAMETRO THRU 1010-EXIT
004600
004610     OPEN I-O CLIENTES
004620     IF WS-FS-CLIENTES NOT = '00'
004630         DISPLAY 'NO SE PUDO ABRIR CLIENTES - STATUS '
004640                 WS-FS-CLIENTES
004650         MOVE 8 TO RETURN-CODE
004660         STOP RUN
004670     END-IF
004680
004690     OPEN OUTPUT PENDIENTESNVO
004700     OPEN OUTPUT AJUSTESRPT
004710     OPEN OUTPUT VENCIDOSRPT
004720
004730     OPEN EXTEND RECHAZADOS
004740     IF WS-FS-RECHAZADOS NOT = '00'
004750         OPEN OUTPUT RECHAZADOS
004760     END-IF
004770
004780     OPEN EXTEND PUNTOSMOV
004790     IF WS-FS-PUNTOSMOV NOT = '00'
004800         OPEN OUTPUT PUNTOSMOV
004810     END-IF
004813
004816     PERFORM 6800-ABRIR-LOTES THRU 6800-EXIT
004820
004830     OPEN EXTEND EVENTLOG
004840     IF WS-FS-EVENTLOG NOT = '00'
004850         OPEN OUTPUT EVENTLOG
004860     END-IF
004870
004880     MOVE 'AJUSTES MANUALES DE PUNTOS - FECHA NEGOCIO '
004890         TO WS-LT-TEXTO
004900     MOVE WS-FECHA-SISTEMA TO WS-LT-FECHA
004910     MOVE WS-LINEA-TITULO TO JT-LINEA
004920     WRITE JT-LINEA
004930
004940     MOVE 'AJUSTES VENCIDOS SIN APROBACION - FECHA NEGOCIO '
004950         TO WS-LT-TEXTO
004960     MOVE WS-LINEA-TITULO TO VE-LINEA
004970     WRITE VE-LINEA
004980     MOVE WS-LINEA-COLUMNAS TO VE-LINEA
004990     WRITE VE-LINEA
005000
005010     PERFORM 1100-CARGAR-APROBACIONES THRU 1100-EXIT
005020     PERFORM 1200-CARGAR-SUPERVISORES THRU 1200-EXIT.
005030
005040 1000-EXIT.
005050     EXIT.
005060
005070*----------------------------------------------------------------
005080*    1010-LEER-PARAMETRO - TOMA EL UMBRAL DE SUPERVISOR Y LOS
005090*    DIAS DE VIGENCIA DE AJUSTES.CTL; SI NO EXISTE, QUEDAN LOS
005100*    VALORES POR DEFECTO
005110*----------------------------------------------------------------
005120 1010-LEER-PARAMETRO.
005130     OPEN INPUT AJUSTESCTL
005140     IF WS-FS-AJUSTESCTL = '00'
005150         READ AJUSTESCTL
005160             NOT AT END
005170                 MOVE JC-UMBRAL-SUPERVISOR
005180                     TO WS-UMBRAL-SUPERVISOR
005190                 MOVE JC-DIAS-VIGENCIA
005200                     TO WS-DIAS-VIGENCIA
005210         END-READ
005220         CLOSE AJUSTESCTL
005230     END-IF.
005240
005250 1010-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------------
005290*    1100-CARGAR-APROBACIONES - CARGA LAS DECISIONES DE LOS
005300*    APROBADORES; SIN ARCHIVO NADA SE APLICA NI SE RECHAZA
005310*----------------------------------------------------------------
005320 1100-CARGAR-APROBACIONES.
005330     OPEN INPUT APROBACIONES
005340     IF WS-FS-APROBACIONES NOT = '00'
005350         GO TO 1100-EXIT
005360     END-IF
005370
005380     PERFORM 1110-LEER-APROBACION THRU 1110-EXIT
005390     PERFORM 1120-GUARDAR-APROBACION THRU 1120-EXIT
005400         UNTIL EOF-APROBACIONES
005410
005420     CLOSE APROBACIONES.
005430
005440 1100-EXIT.
005450     EXIT.
005460
005470 1110-LEER-APROBACION.
005480     READ APROBACIONES
005490         AT END
005500             MOVE 'S' TO WS-SW-EOF-APROBACIONES
005510     END-READ.
005520
005530 1110-EXIT.
005540     EXIT.
005550
005560 1120-GUARDAR-APROBACION.
005570     IF NOT JA-APROBAR AND NOT JA-RECHAZAR
005580         DISPLAY 'DECISION INVALIDA PARA EL AJUSTE '
005590                 JA-ID-AJUSTE ' - SE IGNORA'
005600         GO TO 1120-SIGUE
005610     END-IF
005620
005630     IF JA-OPERADOR = SPACES
005640         DISPLAY 'DECISION SIN OPERADOR PARA EL AJUSTE '
005650                 JA-ID-AJUSTE ' - SE IGNORA'
005660         GO TO 1120-SIGUE
005670     END-IF
005680
005690     IF WS-APR-CANT >= WS-APR-MAXIMO
005700         DISPLAY 'TABLA DE APROBACIONES LLENA - '
005710                 'AUMENTAR WS-APR-MAXIMO'
005720         MOVE 8 TO RETURN-CODE
005730         STOP RUN
005740     END-IF
005750
005760     ADD 1 TO WS-APR-CANT
005770     MOVE JA-ID-AJUSTE TO WS-APR-ID       (WS-APR-CANT)
005780     MOVE JA-DECISION  TO WS-APR-DECISION (WS-APR-CANT)
005790     MOVE JA-OPERADOR  TO WS-APR-OPERADOR (WS-APR-CANT)
005800     MOVE 'N'          TO WS-APR-USADA    (WS-APR-CANT)
005810     .
005820
005830 1120-SIGUE.
005840     PERFORM 1110-LEER-APROBACION THRU 1110-EXIT.
005850
005860 1120-EXIT.
005870     EXIT.
005880
005890*----------------------------------------------------------------
005900*    1200-CARGAR-SUPERVISORES - CARGA LOS OPERADORES CON NIVEL
005910*    DE SUPERVISOR; SIN ARCHIVO NINGUN AJUSTE POR ENCIMA DEL
005920*    UMBRAL PUEDE APROBARSE
005930*----------------------------------------------------------------
005940 1200-CARGAR-SUPERVISORES.
005950     OPEN INPUT SUPERVISORES
005960     IF WS-FS-SUPERVISORES NOT = '00'
005970         DISPLAY 'SIN AJUSTESSUPERVISORES - LOS AJUSTES SOBRE '
005980                 'EL UMBRAL NO PUEDEN APROBARSE'
005990         GO TO 1200-EXIT
006000     END-IF
006010
006020     PERFORM 1210-LEER-SUPERVISOR THRU 1210-EXIT
006030     PERFORM 1220-GUARDAR-SUPERVISOR THRU 1220-EXIT
006040         UNTIL EOF-SUPERVISORES
006050
006060     CLOSE SUPERVISORES.
006070
006080 1200-EXIT.
006090     EXIT.
006100
006110 1210-LEER-SUPERVISOR.
006120     READ SUPERVISORES
006130         AT END
006140             MOVE 'S' TO WS-SW-EOF-SUPERVISORES
006150     END-READ.
006160
006170 1210-EXIT.
006180     EXIT.
006190
006200 1220-GUARDAR-SUPERVISOR.
006210     IF SV-OPERADOR = SPACES
006220         GO TO 1220-SIGUE
006230     END-IF
006240
006250     IF WS-SUP-CANT >= WS-SUP-MAXIMO
006260         DISPLAY 'TABLA DE SUPERVISORES LLENA - '
006270                 'AUMENTAR WS-SUP-MAXIMO'
006280         MOVE 8 TO RETURN-CODE
006290         STOP RUN
006300     END-IF
006310
006320     ADD 1 TO WS-SUP-CANT
006330     MOVE SV-OPERADOR TO WS-SUP-OPERADOR (WS-SUP-CANT)
006340     .
006350
006360 1220-SIGUE.
006370     PERFORM 1210-LEER-SUPERVISOR THRU 1210-EXIT.
006380
006390 1220-EXIT.
006400     EXIT.
006410
006420*----------------------------------------------------------------
006430*    2000-TRATAR-PENDIENTES - RECORRE EL ALMACEN: EL AJUSTE CON
006440*    APROBACION VALIDA SE APLICA O SE RECHAZA SEGUN LA
006450*    DECISION, EL QUE SUPERO LOS DIAS DE VIGENCIA VENCE Y EL
006460*    RESTO VUELVE AL ALMACEN
006470*----------------------------------------------------------------
006480 2000-TRATAR-PENDIENTES.
006490     MOVE 'AJUSTES PENDIENTES - DECISIONES' TO WS-LS-TEXTO
006500     MOVE WS-LINEA-SECCION TO JT-LINEA
006510     WRITE JT-LINEA
006520     MOVE WS-LINEA-COLUMNAS TO JT-LINEA
006530     WRITE JT-LINEA
006540
006550     OPEN INPUT PENDIENTES
006560     IF WS-FS-PENDIENTES = '00'
006570         PERFORM 2100-LEER-PENDIENTE THRU 2100-EXIT
006580         PERFORM 2200-TRATAR-PENDIENTE THRU 2200-EXIT
006590             UNTIL EOF-PENDIENTES
006600         CLOSE PENDIENTES
006610     END-IF
006620
006630     PERFORM 2800-APROBACION-SIN-AJUSTE THRU 2800-EXIT
006640         VARYING WS-APR-IDX FROM 1 BY 1
006650         UNTIL WS-APR-IDX > WS-APR-CANT.
006660
006670 2000-EXIT.
006680     EXIT.
006690
006700 2100-LEER-PENDIENTE.
006710     READ PENDIENTES INTO JP-REC
006720         AT END
006730             MOVE 'S' TO WS-SW-EOF-PENDIENTES
006740     END-READ.
006750
006760 2100-EXIT.
006770     EXIT.
006780
006790*----------------------------------------------------------------
006800*    2200-TRATAR-PENDIENTE - RESUELVE UN AJUSTE DEL ALMACEN. LOS
006810*    INGRESADOS EN LA MISMA FECHA DE NEGOCIO SOLO PUEDEN ESTAR
006820*    SI ESTA CORRIDA SE REPITE: SE DESCARTAN PORQUE SE VUELVEN
006830*    A TOMAR DE AJUSTES.
006840*----------------------------------------------------------------
006850 2200-TRATAR-PENDIENTE.
006860     IF JP-FECHA-INGRESO = WS-FECHA-SISTEMA
006870         ADD 1 TO WS-CONT-REINGRESO
006880         GO TO 2200-SIGUE
006890     END-IF
006900
006910     ADD 1 TO WS-CONT-PEND-LEIDOS
006920
006930     IF JP-PUNTOS < ZERO
006940         COMPUTE WS-IMPORTE-AJUSTE = ZERO - JP-PUNTOS
006950     ELSE
006960         MOVE JP-PUNTOS TO WS-IMPORTE-AJUSTE
006970     END-IF
006980
006990     MOVE 'N' TO WS-SW-APROB-VALIDA
007000     PERFORM 2250-BUSCAR-APROBACION THRU 2250-EXIT
007010     PERFORM 2300-VALIDAR-APROBACION THRU 2300-EXIT
007020         UNTIL WS-APR-HALLADA = ZERO
007030            OR APROBACION-VALIDA
007040
007050     IF APROBACION-NO-VALIDA
007060         PERFORM 2700-CONTROLAR-VIGENCIA THRU 2700-EXIT
007070         GO TO 2200-SIGUE
007080     END-IF
007090
007100     MOVE WS-APR-OPERADOR (WS-APR-HALLADA)
007110         TO WS-OPERADOR-RESUELVE
007120
007130     IF WS-APR-DECISION (WS-APR-HALLADA) = 'R'
007140         MOVE 'RCH' TO WS-MOTIVO-RECHAZO
007150         PERFORM 2600-RECHAZAR-PENDIENTE THRU 2600-EXIT
007160     ELSE
007170         PERFORM 2400-APLICAR-AJUSTE THRU 2400-EXIT
007180     END-IF
007190     .
007200
007210 2200-SIGUE.
007220     PERFORM 2100-LEER-PENDIENTE THRU 2100-EXIT.
007230
007240 2200-EXIT.
007250     EXIT.
007260
007270*----------------------------------------------------------------
007280*    2250-BUSCAR-APROBACION - DECISION PENDIENTE DE USO PARA EL
007290*    AJUSTE EN JP-REC (CERO SI NADIE LO REVISO)
007300*----------------------------------------------------------------
007310 2250-BUSCAR-APROBACION.
007320     MOVE ZERO TO WS-APR-HALLADA
007330
007340     PERFORM 2260-PROBAR-APROBACION THRU 2260-EXIT
007350         VARYING WS-APR-IDX FROM 1 BY 1
007360         UNTIL WS-APR-IDX > WS-APR-CANT
007370            OR WS-APR-HALLADA > ZERO.
007380
007390 2250-EXIT.
007400     EXIT.
007410
007420 2260-PROBAR-APROBACION.
007430     IF WS-APR-ID (WS-APR-IDX) = JP-ID-AJUSTE
007440        AND WS-APR-USADA (WS-APR-IDX) = 'N'
007450         MOVE WS-APR-IDX TO WS-APR-HALLADA
007460     END-IF.
007470
007480 2260-EXIT.
007490     EXIT.
007500
007510*----------------------------------------------------------------
007520*    2300-VALIDAR-APROBACION - LA DECISION HALLADA VALE SI LA
007530*    DA OTRO OPERADOR Y, SOBRE EL UMBRAL, UN SUPERVISOR. LA
007540*    INVALIDA SE INFORMA Y SE BUSCA LA SIGUIENTE DEL AJUSTE.
007550*----------------------------------------------------------------
007560 2300-VALIDAR-APROBACION.
007570     MOVE 'S' TO WS-APR-USADA (WS-APR-HALLADA)
007580
007590     IF WS-APR-OPERADOR (WS-APR-HALLADA) = JP-OPERADOR
007600         MOVE 'MIS' TO WS-LD-RESULTADO
007610         GO TO 2300-INVALIDA
007620     END-IF
007630
007640     IF WS-IMPORTE-AJUSTE > WS-UMBRAL-SUPERVISOR
007650         PERFORM 2350-BUSCAR-SUPERVISOR THRU 2350-EXIT
007660         IF NO-ES-SUPERVISOR
007670             MOVE 'SUP' TO WS-LD-RESULTADO
007680             GO TO 2300-INVALIDA
007690         END-IF
007700     END-IF
007710
007720     MOVE 'S' TO WS-SW-APROB-VALIDA
007730     GO TO 2300-EXIT.
007740
007750 2300-INVALIDA.
007760     ADD 1 TO WS-CONT-INVALIDAS
007770     MOVE 'INVALIDA  ' TO WS-LD-ACCION
007780     MOVE WS-APR-OPERADOR (WS-APR-HALLADA) TO WS-LD-APROBO
007790     PERFORM 6100-ARMAR-DETALLE THRU 6100-EXIT
007800     MOVE WS-LINEA-DETALLE TO JT-LINEA
007810     WRITE JT-LINEA
007820
007830     PERFORM 2250-BUSCAR-APROBACION THRU 2250-EXIT.
007840
007850 2300-EXIT.
007860     EXIT.
007870
007880*----------------------------------------------------------------
007890*    2350-BUSCAR-SUPERVISOR - INDICA SI EL APROBADOR HALLADO
007900*    FIGURA EN LA TABLA DE SUPERVISORES
007910*----------------------------------------------------------------
007920 2350-BUSCAR-SUPERVISOR.
007930     MOVE 'N' TO WS-SW-SUPERVISOR
007940
007950     PERFORM 2360-PROBAR-SUPERVISOR THRU 2360-EXIT
007960         VARYING WS-SUP-IDX FROM 1 BY 1
007970         UNTIL WS-SUP-IDX > WS-SUP-CANT
007980            OR ES-SUPERVISOR.
007990
008000 2350-EXIT.
008010     EXIT.
008020
008030 2360-PROBAR-SUPERVISOR.
008040     IF WS-SUP-OPERADOR (WS-SUP-IDX)
008050            = WS-APR-OPERADOR (WS-APR-HALLADA)
008060         MOVE 'S' TO WS-SW-SUPERVISOR
008070     END-IF.
008080
008090 2360-EXIT.
008100     EXIT.
008110
008120*----------------------------------------------------------------
008130*    2400-APLICAR-AJUSTE - APLICA EL AJUSTE APROBADO A
008140*    CR-PUNTOS. UN DEBITO MAYOR AL SALDO O UN CREDITO QUE
008150*    DESBORDA CR-PUNTOS NO SE APLICA Y EL AJUSTE SE RECHAZA.
008160*----------------------------------------------------------------
008170 2400-APLICAR-AJUSTE.
008180     MOVE JP-ID-CLIENTE TO CR-ID-CLIENTE
008190     PERFORM 7000-LEER-CLIENTE THRU 7000-EXIT
008200     IF CLIENTE-NO-ENCONTRADO
008210         MOVE 'NOF' TO WS-MOTIVO-RECHAZO
008220         PERFORM 2600-RECHAZAR-PENDIENTE THRU 2600-EXIT
008230         GO TO 2400-EXIT
008240     END-IF
008250
008260     IF CR-ESTADO = 'C'
008270         MOVE 'EST' TO WS-MOTIVO-RECHAZO
008280         PERFORM 2600-RECHAZAR-PENDIENTE THRU 2600-EXIT
008290         GO TO 2400-EXIT
008300     END-IF
008310
008320     MOVE CR-PUNTOS TO WS-PUNTOS-ANTERIOR
008330     COMPUTE WS-PUNTOS-NUEVO = CR-PUNTOS + JP-PUNTOS
008340
008350     IF WS-PUNTOS-NUEVO < 0
008360         MOVE 'NEG' TO WS-MOTIVO-RECHAZO
008370         PERFORM 2600-RECHAZAR-PENDIENTE THRU 2600-EXIT
008380         GO TO 2400-EXIT
008390     END-IF
008400
008410     IF WS-PUNTOS-NUEVO > 999999999
008420         MOVE 'MAX' TO WS-MOTIVO-RECHAZO
008430         PERFORM 2600-RECHAZAR-PENDIENTE THRU 2600-EXIT
008440         GO TO 2400-EXIT
008450     END-IF
008460
008470     MOVE WS-PUNTOS-NUEVO TO CR-PUNTOS
008480     REWRITE CLIENTE-REC
008490         INVALID KEY
008500             MOVE 'NOF' TO WS-MOTIVO-RECHAZO
008510             PERFORM 2600-RECHAZAR-PENDIENTE THRU 2600-EXIT
008520             GO TO 2400-EXIT
008530     END-REWRITE
008540
008550     PERFORM 2450-GRABAR-MOVIMIENTO THRU 2450-EXIT
008560     PERFORM 7200-GRABAR-EVENTO-PUNTOS THRU 7200-EXIT
008570     PERFORM 7300-GRABAR-EVENTO-AJUSTE THRU 7300-EXIT
008580
008590     ADD 1 TO WS-CONT-APLICADOS
008600     IF JP-PUNTOS > ZERO
008610         ADD WS-IMPORTE-AJUSTE TO WS-TOTAL-ACREDITADO
008620     ELSE
008630         ADD WS-IMPORTE-AJUSTE TO WS-TOTAL-DEBITADO
008640     END-IF
008650
008660     MOVE 'APLICADO  '         TO WS-LD-ACCION
008670     MOVE WS-OPERADOR-RESUELVE TO WS-LD-APROBO
008680     MOVE SPACES               TO WS-LD-RESULTADO
008690     PERFORM 6100-ARMAR-DETALLE THRU 6100-EXIT
008700     MOVE WS-LINEA-DETALLE TO JT-LINEA
008710     WRITE JT-LINEA.
008720
008730 2400-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------------
008770*    2450-GRABAR-MOVIMIENTO - AGREGA AL DIARIO PERMANENTE EL
008780*    AJUSTE APLICADO ('J' A FAVOR, 'K' EN CONTRA) CON EL SALDO
008790*    RESULTANTE, FECHADO EN LA FECHA DE NEGOCIO
008800*----------------------------------------------------------------
008810 2450-GRABAR-MOVIMIENTO.
008820     MOVE JP-ID-CLIENTE     TO PM-ID-CLIENTE
008830     MOVE WS-FECHA-SISTEMA  TO PM-FECHA
008840     IF JP-PUNTOS > ZERO
008850         MOVE 'J'           TO PM-TIPO
008860     ELSE
008870         MOVE 'K'           TO PM-TIPO
008880     END-IF
008890     MOVE WS-IMPORTE-AJUSTE TO PM-PUNTOS
008900     MOVE CR-PUNTOS         TO PM-SALDO
008910     MOVE SPACES            TO PM-REFERENCIA
008920
008930     WRITE PM-REC
008935     PERFORM 6810-ACTUALIZAR-LOTES THRU 6810-EXIT.
008940
008950 2450-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------------
008990*    2600-RECHAZAR-PENDIENTE - EL AJUSTE RECHAZADO POR EL
009000*    APROBADOR O QUE NO PUDO APLICARSE SALE DEL ALMACEN A
009010*    AJUSTESRECHAZADOS
009020*----------------------------------------------------------------
009030 2600-RECHAZAR-PENDIENTE.
009040     PERFORM 6000-GRABAR-RECHAZO THRU 6000-EXIT
009050     ADD 1 TO WS-CONT-RECHAZADOS
009060
009070     MOVE 'RECHAZADO '         TO WS-LD-ACCION
009080     MOVE WS-OPERADOR-RESUELVE TO WS-LD-APROBO
009090     MOVE WS-MOTIVO-RECHAZO    TO WS-LD-RESULTADO
009100     PERFORM 6100-ARMAR-DETALLE THRU 6100-EXIT
009110     MOVE WS-LINEA-DETALLE TO JT-LINEA
009120     WRITE JT-LINEA.
009130
009140 2600-EXIT.
009150     EXIT.
009160
009170*----------------------------------------------------------------
009180*    2700-CONTROLAR-VIGENCIA - EL AJUSTE SIN APROBACION VALIDA
009190*    VENCE SI LLEVA MAS DE LOS DIAS DE VIGENCIA EN EL ALMACEN;
009200*    SI NO, VUELVE AL ALMACEN
009210*----------------------------------------------------------------
009220 2700-CONTROLAR-VIGENCIA.
009230     MOVE JP-FECHA-INGRESO TO WS-FECHA-DESDE-NUM
009240     MOVE WS-FECHA-SISTEMA TO WS-FECHA-HASTA-NUM
009250     PERFORM 7400-CALCULAR-DIAS THRU 7400-EXIT
009260
009270     IF WS-DIAS-TRANSCURRIDOS NOT > WS-DIAS-VIGENCIA
009280         WRITE PN-LINEA FROM JP-REC
009290         ADD 1 TO WS-CONT-PENDIENTES
009300         GO TO 2700-EXIT
009310     END-IF
009320
009330     MOVE 'VEN'  TO WS-MOTIVO-RECHAZO
009340     MOVE SPACES TO WS-OPERADOR-RESUELVE
009350     PERFORM 6000-GRABAR-RECHAZO THRU 6000-EXIT
009360     ADD 1 TO WS-CONT-VENCIDOS
009370
009380     MOVE 'VENCIDO   ' TO WS-LD-ACCION
009390     MOVE SPACES       TO WS-LD-APROBO
009400     MOVE 'VEN'        TO WS-LD-RESULTADO
009410     PERFORM 6100-ARMAR-DETALLE THRU 6100-EXIT
009420     MOVE WS-LINEA-DETALLE TO VE-LINEA
009430     WRITE VE-LINEA.
009440
009450 2700-EXIT.
009460     EXIT.
009470
009480*----------------------------------------------------------------
009490*    2800-APROBACION-SIN-AJUSTE - INFORMA LA DECISION QUE NO
009500*    ENCONTRO AJUSTE PENDIENTE (YA RESUELTO, VENCIDO O MAL
009510*    IDENTIFICADO)
009520*----------------------------------------------------------------
009530 2800-APROBACION-SIN-AJUSTE.
009540     IF WS-APR-USADA (WS-APR-IDX) = 'S'
009550         GO TO 2800-EXIT
009560     END-IF
009570
009580     ADD 1 TO WS-CONT-SIN-AJUSTE
009590     MOVE WS-APR-ID (WS-APR-IDX) TO JA-ID-AJUSTE
009600     MOVE 'SIN AJUSTE'           TO WS-LD-ACCION
009610     MOVE JA-FECHA-INGRESO       TO WS-LD-FECHA-INGRESO
009620     MOVE JA-SECUENCIA           TO WS-LD-SECUENCIA
009630     MOVE ZERO                   TO WS-LD-CLIENTE
009640     MOVE ZERO                   TO WS-LD-PUNTOS
009650     MOVE SPACES                 TO WS-LD-MOTIVO-AJUSTE
009660     MOVE SPACES                 TO WS-LD-INGRESO
009670     MOVE WS-APR-OPERADOR (WS-APR-IDX) TO WS-LD-APROBO
009680     MOVE WS-APR-DECISION (WS-APR-IDX) TO WS-LD-RESULTADO
009690     MOVE WS-LINEA-DETALLE TO JT-LINEA
009700     WRITE JT-LINEA.
009710
009720 2800-EXIT.
009730     EXIT.
009740
009750*----------------------------------------------------------------
009760*    3000-INGRESAR-AJUSTES - VALIDA LOS AJUSTES CARGADOS EN EL
009770*    DIA Y PASA AL ALMACEN LOS ACEPTADOS CON SU IDENTIFICADOR
009780*----------------------------------------------------------------
009790 3000-INGRESAR-AJUSTES.
009800     MOVE SPACES TO JT-LINEA
009810     WRITE JT-LINEA
009820     MOVE 'AJUSTES INGRESADOS EN EL DIA' TO WS-LS-TEXTO
009830     MOVE WS-LINEA-SECCION TO JT-LINEA
009840     WRITE JT-LINEA
009850     MOVE WS-LINEA-COLUMNAS TO JT-LINEA
009860     WRITE JT-LINEA
009870
009880     OPEN INPUT AJUSTES
009890     IF WS-FS-AJUSTES NOT = '00'
009900         DISPLAY 'SIN AJUSTES.DAT - NO HAY AJUSTES NUEVOS'
009910         GO TO 3000-EXIT
009920     END-IF
009930
009940     PERFORM 3100-LEER-AJUSTE THRU 3100-EXIT
009950     PERFORM 3200-VALIDAR-AJUSTE THRU 3200-EXIT
009960         UNTIL EOF-AJUSTES
009970
009980     CLOSE AJUSTES.
009990
010000 3000-EXIT.
010010     EXIT.
010020
010030 3100-LEER-AJUSTE.
010040     READ AJUSTES
010050         AT END
010060             MOVE 'S' TO WS-SW-EOF-AJUSTES
010070         NOT AT END
010080             ADD 1 TO WS-CONT-LEIDOS
010090     END-READ.
010100
010110 3100-EXIT.
010120     EXIT.
010130
010140*----------------------------------------------------------------
010150*    3200-VALIDAR-AJUSTE - VALIDA EN ORDEN (FECHA, CLIENTE,
010160*    ESTADO, IMPORTE, MOTIVO, OPERADOR, JUSTIFICACION); EL
010170*    PRIMER MOTIVO QUE FALLA LO RECHAZA. EL ACEPTADO RECIBE LA
010180*    SIGUIENTE SECUENCIA DEL DIA Y QUEDA PENDIENTE.
010190*----------------------------------------------------------------
010200 3200-VALIDAR-AJUSTE.
010210     MOVE ZERO   TO JP-ID-AJUSTE
010220     MOVE AJ-REC TO JP-AJUSTE
010230     MOVE SPACES TO WS-OPERADOR-RESUELVE
010240
010250     IF AJ-FECHA > WS-FECHA-SISTEMA
010260         MOVE 'FEC' TO WS-MOTIVO-RECHAZO
010270         PERFORM 3300-RECHAZAR-INGRESO THRU 3300-EXIT
010280         GO TO 3200-SIGUE
010290     END-IF
010300
010310     MOVE AJ-ID-CLIENTE TO CR-ID-CLIENTE
010320     PERFORM 7000-LEER-CLIENTE THRU 7000-EXIT
010330     IF CLIENTE-NO-ENCONTRADO
010340         MOVE 'NOF' TO WS-MOTIVO-RECHAZO
010350         PERFORM 3300-RECHAZAR-INGRESO THRU 3300-EXIT
010360         GO TO 3200-SIGUE
010370     END-IF
010380
010390     IF CR-ESTADO = 'C'
010400         MOVE 'EST' TO WS-MOTIVO-RECHAZO
010410         PERFORM 3300-RECHAZAR-INGRESO THRU 3300-EXIT
010420         GO TO 3200-SIGUE
010430     END-IF
010440
010450     IF AJ-PUNTOS NOT NUMERIC
010460         MOVE ZERO TO JP-PUNTOS
010470     END-IF
010480
010490     IF AJ-PUNTOS NOT NUMERIC OR AJ-PUNTOS = ZERO
010500         MOVE 'CER' TO WS-MOTIVO-RECHAZO
010510         PERFORM 3300-RECHAZAR-INGRESO THRU 3300-EXIT
010520         GO TO 3200-SIGUE
010530     END-IF
010540
010550     PERFORM 3250-BUSCAR-MOTIVO-AJUSTE THRU 3250-EXIT
010560     IF MOTIVO-AJUSTE-INVALIDO
010570         MOVE 'MOT' TO WS-MOTIVO-RECHAZO
010580         PERFORM 3300-RECHAZAR-INGRESO THRU 3300-EXIT
010590         GO TO 3200-SIGUE
010600     END-IF
010610
010620     IF AJ-OPERADOR = SPACES
010630         MOVE 'OPE' TO WS-MOTIVO-RECHAZO
010640         PERFORM 3300-RECHAZAR-INGRESO THRU 3300-EXIT
010650         GO TO 3200-SIGUE
010660     END-IF
010670
010680     IF AJ-JUSTIFICACION = SPACES
010690         MOVE 'JUS' TO WS-MOTIVO-RECHAZO
010700         PERFORM 3300-RECHAZAR-INGRESO THRU 3300-EXIT
010710         GO TO 3200-SIGUE
010720     END-IF
010730
010740     ADD 1 TO WS-SECUENCIA
010750     MOVE WS-FECHA-SISTEMA TO JP-FECHA-INGRESO
010760     MOVE WS-SECUENCIA     TO JP-SECUENCIA
010770     WRITE PN-LINEA FROM JP-REC
010780     ADD 1 TO WS-CONT-INGRESADOS
010790
010800*    EL AVISO SUP ANTICIPA QUE LA APROBACION SERA DE SUPERVISOR
010810     IF AJ-PUNTOS < ZERO
010820         COMPUTE WS-IMPORTE-AJUSTE = ZERO - AJ-PUNTOS
010830     ELSE
010840         MOVE AJ-PUNTOS TO WS-IMPORTE-AJUSTE
010850     END-IF
010860
010870     MOVE 'INGRESADO ' TO WS-LD-ACCION
010880     MOVE SPACES       TO WS-LD-APROBO
010890     IF WS-IMPORTE-AJUSTE > WS-UMBRAL-SUPERVISOR
010900         MOVE 'SUP'    TO WS-LD-RESULTADO
010910     ELSE
010920         MOVE SPACES   TO WS-LD-RESULTADO
010930     END-IF
010940     PERFORM 6100-ARMAR-DETALLE THRU 6100-EXIT
010950     MOVE WS-LINEA-DETALLE TO JT-LINEA
010960     WRITE JT-LINEA
010970     .
010980
010990 3200-SIGUE.
011000     PERFORM 3100-LEER-AJUSTE THRU 3100-EXIT.
011010
011020 3200-EXIT.
011030     EXIT.
011040
011050 3250-BUSCAR-MOTIVO-AJUSTE.
011060     MOVE 'N' TO WS-SW-MOTIVO-OK
011070
011080     PERFORM 3260-PROBAR-MOTIVO-AJUSTE THRU 3260-EXIT
011090         VARYING WS-MA-IDX FROM 1 BY 1
011100         UNTIL WS-MA-IDX > WS-MA-MAXIMO
011110            OR MOTIVO-AJUSTE-VALIDO.
011120
011130 3250-EXIT.
011140     EXIT.
011150
011160 3260-PROBAR-MOTIVO-AJUSTE.
011170     IF WS-MA-CODIGO (WS-MA-IDX) = AJ-MOTIVO
011180         MOVE 'S' TO WS-SW-MOTIVO-OK
011190     END-IF.
011200
011210 3260-EXIT.
011220     EXIT.
011230
011240*----------------------------------------------------------------
011250*    3300-RECHAZAR-INGRESO - EL AJUSTE QUE NO PASA LA VALIDACION
011260*    VA A AJUSTESRECHAZADOS SIN IDENTIFICADOR
011270*----------------------------------------------------------------
011280 3300-RECHAZAR-INGRESO.
011290     PERFORM 6000-GRABAR-RECHAZO THRU 6000-EXIT
011300     ADD 1 TO WS-CONT-RECH-INGRESO
011310
011320     MOVE 'RECHAZADO '      TO WS-LD-ACCION
011330     MOVE SPACES            TO WS-LD-APROBO
011340     MOVE WS-MOTIVO-RECHAZO TO WS-LD-RESULTADO
011350     PERFORM 6100-ARMAR-DETALLE THRU 6100-EXIT
011360     MOVE WS-LINEA-DETALLE TO JT-LINEA
011370     WRITE JT-LINEA.
011380
011390 3300-EXIT.
011400     EXIT.
011410
011420*----------------------------------------------------------------
011430*    6000-GRABAR-RECHAZO - GRABA EL AJUSTE EN JP-REC CON SU
011440*    MOTIVO Y LO CUENTA EN LA TABLA DE MOTIVOS
011450*----------------------------------------------------------------
011460 6000-GRABAR-RECHAZO.
011470     MOVE JP-ID-AJUSTE         TO JR-ID-AJUSTE
011480     MOVE JP-AJUSTE            TO JR-AJUSTE
011490     MOVE WS-MOTIVO-RECHAZO    TO JR-MOTIVO
011500     MOVE WS-OPERADOR-RESUELVE TO JR-OPERADOR-RESUELVE
011510     MOVE WS-FECHA-SISTEMA     TO JR-FECHA-PROCESO
011520
011530     WRITE JR-REC
011540
011550     PERFORM 6010-CONTAR-MOTIVO THRU 6010-EXIT
011560         VARYING WS-MOT-IDX FROM 1 BY 1
011570         UNTIL WS-MOT-IDX > WS-MOT-MAXIMO.
011580
011590 6000-EXIT.
011600     EXIT.
011610
011620 6010-CONTAR-MOTIVO.
011630     IF WS-MOT-CODIGO (WS-MOT-IDX) = WS-MOTIVO-RECHAZO
011640         ADD 1 TO WS-MOT-CANT (WS-MOT-IDX)
011650     END-IF.
011660
011670 6010-EXIT.
011680     EXIT.
011690
011700*----------------------------------------------------------------
011710*    6100-ARMAR-DETALLE - COMPLETA LA LINEA DE DETALLE CON LOS
011720*    DATOS DEL AJUSTE EN JP-REC (ACCION, APROBADOR Y RESULTADO
011730*    LOS CARGA EL LLAMADOR)
011740*----------------------------------------------------------------
011750 6100-ARMAR-DETALLE.
011760     MOVE JP-FECHA-INGRESO TO WS-LD-FECHA-INGRESO
011770     MOVE JP-SECUENCIA     TO WS-LD-SECUENCIA
011780     MOVE JP-ID-CLIENTE    TO WS-LD-CLIENTE
011790     MOVE JP-PUNTOS        TO WS-LD-PUNTOS
011800     MOVE JP-MOTIVO        TO WS-LD-MOTIVO-AJUSTE
011810     MOVE JP-OPERADOR      TO WS-LD-INGRESO.
011820
011830 6100-EXIT.
011840     EXIT.
011850
011860*----------------------------------------------------------------
011870*    7000-LEER-CLIENTE - LOCALIZA EL CLIENTE POR ID DIRECTO
011880*    (CR-ID-CLIENTE CARGADO POR EL LLAMADOR)
011890*----------------------------------------------------------------
011900 7000-LEER-CLIENTE.
011910     READ CLIENTES
011920         INVALID KEY
011930             MOVE 'N' TO WS-SW-CLIENTE-OK
011940         NOT INVALID KEY
011950             MOVE 'S' TO WS-SW-CLIENTE-OK
011960     END-READ.
011970
011980 7000-EXIT.
011990     EXIT.
012000
012010*----------------------------------------------------------------
012020*    7100-GRABAR-EVENTO - COMPLETA LOS DATOS COMUNES Y AGREGA
012030*    EL EVENTO AL DIARIO CENTRAL
012040*----------------------------------------------------------------
012050 7100-GRABAR-EVENTO.
012060     ACCEPT WS-HORA-EVENTO FROM TIME
012070     MOVE CR-ID-CLIENTE      TO EV-ID-CLIENTE
012080     MOVE WS-FECHA-SISTEMA   TO EV-FECHA
012090     MOVE WS-HORA-EVENTO     TO EV-HORA
012100     MOVE 'CLIENTES-AJUSTES' TO EV-PROGRAMA
012110
012120     WRITE EV-REC.
012130
012140 7100-EXIT.
012150     EXIT.
012160
012170*----------------------------------------------------------------
012180*    7200-GRABAR-EVENTO-PUNTOS - REGISTRA EN EL DIARIO CENTRAL
012190*    EL SALDO ANTERIOR Y NUEVO DEL CLIENTE AJUSTADO
012200*----------------------------------------------------------------
012210 7200-GRABAR-EVENTO-PUNTOS.
012220     MOVE 'PUNT'             TO EV-TIPO
012230     MOVE WS-PUNTOS-ANTERIOR TO WS-EV-PUNTOS
012240     MOVE WS-EV-PUNTOS       TO EV-VALOR-ANT
012250     MOVE CR-PUNTOS          TO WS-EV-PUNTOS
012260     MOVE WS-EV-PUNTOS       TO EV-VALOR-NVO
012270     PERFORM 7100-GRABAR-EVENTO THRU 7100-EXIT.
012280
012290 7200-EXIT.
012300     EXIT.
012310
012320*----------------------------------------------------------------
012330*    7300-GRABAR-EVENTO-AJUSTE - DEJA EN EL DIARIO CENTRAL EL
012340*    IDENTIFICADOR DEL AJUSTE Y EL MOTIVO CON QUIEN LO INGRESO
012350*    Y QUIEN LO APROBO
012360*----------------------------------------------------------------
012370 7300-GRABAR-EVENTO-AJUSTE.
012380     MOVE 'AJUS'               TO EV-TIPO
012390     MOVE JP-FECHA-INGRESO     TO WS-EV-AJ-FECHA
012400     MOVE JP-SECUENCIA         TO WS-EV-AJ-SECUENCIA
012410     MOVE WS-EV-AJUSTE         TO EV-VALOR-ANT
012420     MOVE JP-MOTIVO            TO WS-EV-OP-MOTIVO
012430     MOVE JP-OPERADOR          TO WS-EV-OP-INGRESO
012440     MOVE WS-OPERADOR-RESUELVE TO WS-EV-OP-APROBO
012450     MOVE WS-EV-OPERADORES     TO EV-VALOR-NVO
012460     PERFORM 7100-GRABAR-EVENTO THRU 7100-EXIT.
012470
012480 7300-EXIT.
012490     EXIT.
012500
012510*----------------------------------------------------------------
012520*    7400-CALCULAR-DIAS - DIAS ENTRE WS-FECHA-DESDE Y
012530*    WS-FECHA-HASTA CON MESES DE 30 DIAS
012540*----------------------------------------------------------------
012550 7400-CALCULAR-DIAS.
012560     COMPUTE WS-DIAS-TRANSCURRIDOS =
012570         (WS-FH-ANIO - WS-FD-ANIO) * 360
012580       + (WS-FH-MES  - WS-FD-MES)  * 30
012590       + (WS-FH-DIA  - WS-FD-DIA).
012600
012610 7400-EXIT.
012620     EXIT.
012630
012640*----------------------------------------------------------------
012650*    8000-FINALIZAR - TOTALES, CIERRE Y REEMPLAZO DEL ALMACEN
012660*    DE PENDIENTES POR LO GENERADO EN LA CORRIDA
012670*----------------------------------------------------------------
012680 8000-FINALIZAR.
012690     PERFORM 8200-EMITIR-TOTALES THRU 8200-EXIT
012700
012710     MOVE SPACES TO VE-LINEA
012720     WRITE VE-LINEA
012730     MOVE 'AJUSTES VENCIDOS:'     TO WS-LN-ROTULO
012740     MOVE WS-CONT-VENCIDOS        TO WS-LN-VALOR
012750     MOVE WS-LINEA-TOTAL TO VE-LINEA
012760     WRITE VE-LINEA
012770     MOVE 'DIAS DE VIGENCIA:'     TO WS-LN-ROTULO
012780     MOVE WS-DIAS-VIGENCIA        TO WS-LN-VALOR
012790     MOVE WS-LINEA-TOTAL TO VE-LINEA
012800     WRITE VE-LINEA
012810
012820     CLOSE CLIENTES
012830     CLOSE PENDIENTESNVO
012840     CLOSE RECHAZADOS
012850     CLOSE AJUSTESRPT
012860     CLOSE VENCIDOSRPT
012870     CLOSE PUNTOSMOV
012872     IF HAY-LOTES
012874         CLOSE LOTES
012876     END-IF
012880     CLOSE EVENTLOG
012890
012900     CALL 'CBL_COPY_FILE' USING WS-NOMBRE-PEND-NVO
012910                                WS-NOMBRE-PEND
012920         RETURNING WS-RC-COPIA
012930     IF WS-RC-COPIA NOT = 0
012940         DISPLAY 'NO SE PUDO REEMPLAZAR AJUSTESPENDIENTES.DAT - '
012950                 'REVISAR ajustespendientes.new'
012960         MOVE 8 TO RETURN-CODE
012970     END-IF
012980
012990     PERFORM 9000-GRABAR-ULT-CORRIDA THRU 9000-EXIT
013000     PERFORM 9200-MARCAR-FIN THRU 9200-EXIT.
013010
013020 8000-EXIT.
013030     EXIT.
013040
013050*----------------------------------------------------------------
013060*    8200-EMITIR-TOTALES - TOTALES DEL DIA Y RECHAZOS POR MOTIVO
013070*----------------------------------------------------------------
013080 8200-EMITIR-TOTALES.
013090     MOVE SPACES TO JT-LINEA
013100     WRITE JT-LINEA
013110
013120     MOVE 'PENDIENTES REVISADOS:'   TO WS-LN-ROTULO
013130     MOVE WS-CONT-PEND-LEIDOS       TO WS-LN-VALOR
013140     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
013150     MOVE 'AJUSTES APLICADOS:'      TO WS-LN-ROTULO
013160     MOVE WS-CONT-APLICADOS         TO WS-LN-VALOR
013170     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
013180     MOVE '  PUNTOS ACREDITADOS:'   TO WS-LN-ROTULO
013190     MOVE WS-TOTAL-ACREDITADO       TO WS-LN-VALOR
013200     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
013210     MOVE '  PUNTOS DEBITADOS:'     TO WS-LN-ROTULO
013220     MOVE WS-TOTAL-DEBITADO         TO WS-LN-VALOR
013230     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
013240     MOVE 'AJUSTES RECHAZADOS:'     TO WS-LN-ROTULO
013250     MOVE WS-CONT-RECHAZADOS        TO WS-LN-VALOR
013260     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
013270     MOVE 'AJUSTES VENCIDOS:'       TO WS-LN-ROTULO
013280     MOVE WS-CONT-VENCIDOS          TO WS-LN-VALOR
013290     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
013300     MOVE 'SIGUEN PENDIENTES:'      TO WS-LN-ROTULO
013310     MOVE WS-CONT-PENDIENTES        TO WS-LN-VALOR
013320     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
013330     MOVE 'APROBACIONES INVALIDAS:' TO WS-LN-ROTULO
013340     MOVE WS-CONT-INVALIDAS         TO WS-LN-VALOR
013350     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
013360     MOVE 'DECISIONES SIN AJUSTE:'  TO WS-LN-ROTULO
013370     MOVE WS-CONT-SIN-AJUSTE        TO WS-LN-VALOR
013380     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
013390     MOVE 'AJUSTES NUEVOS LEIDOS:'  TO WS-LN-ROTULO
013400     MOVE WS-CONT-LEIDOS            TO WS-LN-VALOR
013410     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
013420     MOVE '  INGRESADOS:'           TO WS-LN-ROTULO
013430     MOVE WS-CONT-INGRESADOS        TO WS-LN-VALOR
013440     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
013450     MOVE '  RECHAZADOS AL INGRESAR:' TO WS-LN-ROTULO
013460     MOVE WS-CONT-RECH-INGRESO      TO WS-LN-VALOR
013470     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
013480
013490     IF WS-CONT-REINGRESO > ZERO
013500         MOVE 'REPROCESO - PEND. DESCARTADOS:' TO WS-LN-ROTULO
013510         MOVE WS-CONT-REINGRESO     TO WS-LN-VALOR
013520         PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT
013530     END-IF
013540
013550     PERFORM 8210-LINEA-MOTIVO THRU 8210-EXIT
013560         VARYING WS-MOT-IDX FROM 1 BY 1
013570         UNTIL WS-MOT-IDX > WS-MOT-MAXIMO.
013580
013590 8200-EXIT.
013600     EXIT.
013610
013620 8210-LINEA-MOTIVO.
013630     IF WS-MOT-CANT (WS-MOT-IDX) = ZERO
013640         GO TO 8210-EXIT
013650     END-IF
013660
013670     MOVE WS-MOT-CODIGO (WS-MOT-IDX) TO WS-RM-CODIGO
013680     MOVE WS-ROTULO-MOTIVO           TO WS-LN-ROTULO
013690     MOVE WS-MOT-CANT (WS-MOT-IDX)   TO WS-LN-VALOR
013700     PERFORM 8250-GRABAR-TOTAL THRU 8250-EXIT.
013710
013720 8210-EXIT.
013730     EXIT.
013740
013750 8250-GRABAR-TOTAL.
013760     MOVE WS-LINEA-TOTAL TO JT-LINEA
013770     WRITE JT-LINEA.
013780
013790 8250-EXIT.
013800     EXIT.
013810
013820*----------------------------------------------------------------
013830*    1500-TOMAR-FECHA-PROCESO - LA FECHA DE NEGOCIO SE TOMA DEL
013840*    CONTROL CENTRAL PROCESOFECHA.CTL (AVANZADO POR
013850*    CLIENTES-CIERRE); SI NO EXISTE SE SIGUE CON LA FECHA DEL
013860*    SISTEMA YA CARGADA
013870*----------------------------------------------------------------
013880 1500-TOMAR-FECHA-PROCESO.
013890     OPEN INPUT PROCFECHA
013900     IF WS-FS-PROCFECHA = '00'
013910         READ PROCFECHA
013920             NOT AT END
013930                 MOVE PF-FECHA TO WS-FECHA-SISTEMA
013940         END-READ
013950         CLOSE PROCFECHA
013960     ELSE
013970         DISPLAY 'SIN PROCESOFECHA.CTL - SE USA LA FECHA '
013980                 'DEL SISTEMA'
013990     END-IF.
014000
014010 1500-EXIT.
014020     EXIT.
014030
014040*----------------------------------------------------------------
014050*    1600-CONTROL-REPROCESO - RECHAZA UNA SEGUNDA CORRIDA PARA
014060*    UNA FECHA DE NEGOCIO YA COMPLETADA, SALVO AUTORIZACION
014070*    EXPLICITA DEL OPERADOR (RERUNOK.CTL CON LA MISMA FECHA)
014080*----------------------------------------------------------------
014090 1600-CONTROL-REPROCESO.
014100     OPEN INPUT ULTCORRIDA
014110     IF WS-FS-ULTCORRIDA = '00'
014120         READ ULTCORRIDA
014130             NOT AT END
014140                 MOVE UC-FECHA TO WS-ULT-FECHA
014150         END-READ
014160         CLOSE ULTCORRIDA
014170     END-IF
014180
014190     IF WS-ULT-FECHA NOT = WS-FECHA-SISTEMA
014200         GO TO 1600-EXIT
014210     END-IF
014220
014230     OPEN INPUT RERUNOK
014240     IF WS-FS-RERUNOK = '00'
014250         READ RERUNOK
014260             NOT AT END
014270                 MOVE RK-FECHA TO WS-RERUN-FECHA
014280         END-READ
014290         CLOSE RERUNOK
014300     END-IF
014310
014320     IF WS-RERUN-FECHA = WS-FECHA-SISTEMA
014330         DISPLAY 'CLIENTES-AJUSTES - REPROCESO AUTORIZADO '
014340                 'PARA ' WS-FECHA-SISTEMA
014350     ELSE
014360         DISPLAY 'CLIENTES-AJUSTES YA CORRIO PARA LA FECHA '
014370                 WS-FECHA-SISTEMA
014380         DISPLAY 'EL REPROCESO REQUIERE RERUNOK.CTL CON LA '
014390                 'MISMA FECHA DE NEGOCIO'
014400         MOVE 8 TO RETURN-CODE
014410         STOP RUN
014420     END-IF.
014430
014440 1600-EXIT.
014450     EXIT.
014460
014470*----------------------------------------------------------------
014480*    9000-GRABAR-ULT-CORRIDA - DEJA ASENTADA LA FECHA DE NEGOCIO
014490*    COMPLETADA POR ESTA CORRIDA
014500*----------------------------------------------------------------
014510 9000-GRABAR-ULT-CORRIDA.
014520     OPEN OUTPUT ULTCORRIDA
014530     MOVE WS-FECHA-SISTEMA TO UC-FECHA
014540     WRITE UC-FECHA
014550     CLOSE ULTCORRIDA.
014560
014570 9000-EXIT.
014580     EXIT.
014590
014600*----------------------------------------------------------------
014610*    9100-MARCAR-INICIO - ESTAMPA EL ARRANQUE DEL PASO EN EL
014620*    CONTROL DE ESTADO DEL CICLO NOCTURNO (CICLOSTATUS)
014630*----------------------------------------------------------------
014640 9100-MARCAR-INICIO.
014650     MOVE 'I'  TO CS-EVENTO
014660     MOVE ZERO TO CS-RETORNO
014670     MOVE ZERO TO CS-LEIDOS
014680     MOVE ZERO TO CS-GRABADOS
014690     MOVE ZERO TO CS-RECHAZADOS
014700     PERFORM 9300-GRABAR-CICLOSTATUS THRU 9300-EXIT.
014710
014720 9100-EXIT.
014730     EXIT.
014740
014750*----------------------------------------------------------------
014760*    9200-MARCAR-FIN - ESTAMPA EL FIN DEL PASO CON SU CODIGO DE
014770*    RETORNO Y SUS CONTADORES EN CICLOSTATUS
014780*----------------------------------------------------------------
014790 9200-MARCAR-FIN.
014800     MOVE 'F'         TO CS-EVENTO
014810     MOVE RETURN-CODE TO CS-RETORNO
014820     COMPUTE CS-LEIDOS = WS-CONT-LEIDOS + WS-CONT-PEND-LEIDOS
014830     MOVE WS-CONT-APLICADOS TO CS-GRABADOS
014840     COMPUTE CS-RECHAZADOS = WS-CONT-RECHAZADOS
014850                           + WS-CONT-VENCIDOS
014860                           + WS-CONT-RECH-INGRESO
014870     PERFORM 9300-GRABAR-CICLOSTATUS THRU 9300-EXIT.
014880
014890 9200-EXIT.
014900     EXIT.
014910
014920*----------------------------------------------------------------
014930*    9300-GRABAR-CICLOSTATUS - COMPLETA LOS DATOS COMUNES Y
014940*    AGREGA LA FILA AL CONTROL COMPARTIDO DEL CICLO
014950*----------------------------------------------------------------
014960 9300-GRABAR-CICLOSTATUS.
014970     ACCEPT WS-HORA-CICLO FROM TIME
014980     MOVE WS-FECHA-SISTEMA TO CS-FECHA
014990     MOVE 'CLIENTES-AJUSTES' TO CS-PROGRAMA
015000     MOVE WS-HORA-CICLO TO CS-HORA
015010
015020     OPEN EXTEND CICLOSTATUS
015030     IF WS-FS-CICLOSTATUS NOT = '00'
015040         OPEN OUTPUT CICLOSTATUS
015050     END-IF
015060
015070     WRITE CS-REC
015080
015090     CLOSE CICLOSTATUS.
015100
015110 9300-EXIT.
015120     EXIT.
015130
015140*----------------------------------------------------------------
015150*    6800-ABRIR-LOTES - ABRE EL ARCHIVO DE LOTES ABIERTOS; SI NO
015160*    EXISTE LOS LOTES NO SE MANTIENEN EN ESTA CORRIDA Y LOS
015170*    REPONE LA VERIFICACION SEMANAL (CLIENTES-LOTES)
015180*----------------------------------------------------------------
015190 6800-ABRIR-LOTES.
015200     OPEN I-O LOTES
015210     IF WS-FS-LOTES = '00'
015220         MOVE 'S' TO WS-SW-HAY-LOTES
015230     ELSE
015240         DISPLAY 'SIN ARCHIVO LOTESPUNTOS - STATUS ' WS-FS-LOTES
015250         DISPLAY 'LOS LOTES LOS REPONE CLIENTES-LOTES'
015260     END-IF.
015270
015280 6800-EXIT.
015290     EXIT.
015300
015310*----------------------------------------------------------------
015320*    6810-ACTUALIZAR-LOTES - APLICA A LOS LOTES ABIERTOS EL
015330*    MOVIMIENTO RECIEN GRABADO EN PM-REC, CON LAS MISMAS REGLAS
015340*    QUE USA CLIENTES-LOTES PARA RECONSTRUIRLOS DEL DIARIO:
015350*    LAS ACREDITACIONES ABREN (O SUMAN AL) LOTE DE SU FECHA, LA
015360*    DEVOLUCION Y EL EXTORNO CONSUMEN ANTES EL LOTE DEL ORIGINAL,
015370*    LA ANULACION DE CANJE REABRE Y LOS DEMAS DEBITOS CONSUMEN
015380*    DEL LOTE MAS ANTIGUO
015390*----------------------------------------------------------------
015400 6810-ACTUALIZAR-LOTES.
015410     IF NOT HAY-LOTES
015420        OR PM-PUNTOS = ZERO
015430         GO TO 6810-EXIT
015440     END-IF
015450
015460     EVALUATE TRUE
015470         WHEN PM-ES-ARRASTRE
015480             CONTINUE
015490         WHEN PM-ES-COMPRA OR PM-ES-BONIFICACION
015500            OR PM-ES-AJUSTE-CREDITO
015510            OR PM-ES-BONIF-REFERIDO
015520             PERFORM 6820-ACREDITAR-LOTE THRU 6820-EXIT
015530         WHEN PM-ES-ANULACION
015540             MOVE PM-PUNTOS TO WS-PUNTOS-A-REABRIR
015550             PERFORM 6870-REABRIR-LOTES THRU 6870-EXIT
015560         WHEN PM-ES-DEVOLUCION OR PM-ES-EXTORNO-BONIF
015570             MOVE PM-PUNTOS TO WS-PUNTOS-A-CONSUMIR
015580             PERFORM 6850-CONSUMIR-LOTE-ORIGEN THRU 6850-EXIT
015590             PERFORM 6830-CONSUMIR-LOTES THRU 6830-EXIT
015600         WHEN OTHER
015610             MOVE PM-PUNTOS TO WS-PUNTOS-A-CONSUMIR
015620             PERFORM 6830-CONSUMIR-LOTES THRU 6830-EXIT
015630     END-EVALUATE.
015640
015650 6810-EXIT.
015660     EXIT.
015670
015680*----------------------------------------------------------------
015690*    6820-ACREDITAR-LOTE - ABRE EL LOTE DE LA FECHA DEL
015700*    MOVIMIENTO O LE SUMA LA ACREDITACION SI YA EXISTE
015710*----------------------------------------------------------------
015720 6820-ACREDITAR-LOTE.
015730     MOVE PM-ID-CLIENTE    TO LT-ID-CLIENTE
015740     MOVE PM-FECHA         TO LT-FECHA
015750
015760     READ LOTES
015770         INVALID KEY
015780             MOVE PM-PUNTOS        TO LT-PUNTOS
015790             MOVE PM-PUNTOS        TO LT-ORIGINAL
015800             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
015810             WRITE LT-REC
015820         NOT INVALID KEY
015830             ADD PM-PUNTOS         TO LT-PUNTOS
015840             ADD PM-PUNTOS         TO LT-ORIGINAL
015850             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
015860             REWRITE LT-REC
015870     END-READ.
015880
015890 6820-EXIT.
015900     EXIT.
015910
015920*----------------------------------------------------------------
015930*    6830-CONSUMIR-LOTES - CONSUME WS-PUNTOS-A-CONSUMIR DE LOS
015940*    LOTES FECHADOS DEL CLIENTE EMPEZANDO POR EL MAS ANTIGUO; LO
015950*    QUE ELLOS NO CUBRAN SALE DEL LOTE DE APERTURA
015960*----------------------------------------------------------------
015970 6830-CONSUMIR-LOTES.
015980     IF WS-PUNTOS-A-CONSUMIR = ZERO
015990         GO TO 6830-EXIT
016000     END-IF
016010
016020     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
016030     MOVE 1             TO LT-FECHA
016040     MOVE 'N' TO WS-SW-FIN-LOTES
016050     START LOTES
016060         KEY IS NOT LESS THAN LT-CLAVE
016070         INVALID KEY
016080             MOVE 'S' TO WS-SW-FIN-LOTES
016090     END-START
016100
016110     PERFORM 6840-CONSUMIR-LOTE THRU 6840-EXIT
016120         UNTIL FIN-LOTES-CLIENTE
016130            OR WS-PUNTOS-A-CONSUMIR = ZERO
016140
016150     IF WS-PUNTOS-A-CONSUMIR > ZERO
016160         PERFORM 6860-CONSUMIR-APERTURA THRU 6860-EXIT
016170     END-IF.
016180
016190 6830-EXIT.
016200     EXIT.
016210
016220*----------------------------------------------------------------
016230*    6840-CONSUMIR-LOTE - LEE EL SIGUIENTE LOTE DEL CLIENTE Y
016240*    LE DESCUENTA LO QUE PUEDA CUBRIR
016250*----------------------------------------------------------------
016260 6840-CONSUMIR-LOTE.
016270     READ LOTES NEXT RECORD
016280         AT END
016290             MOVE 'S' TO WS-SW-FIN-LOTES
016300     END-READ
016310
016320     IF FIN-LOTES-CLIENTE
016330         GO TO 6840-EXIT
016340     END-IF
016350
016360     IF LT-ID-CLIENTE NOT = PM-ID-CLIENTE
016370         MOVE 'S' TO WS-SW-FIN-LOTES
016380         GO TO 6840-EXIT
016390     END-IF
016400
016410     IF LT-PUNTOS = ZERO
016420         GO TO 6840-EXIT
016430     END-IF
016440
016450     PERFORM 6845-TOMAR-DEL-LOTE THRU 6845-EXIT
016460     REWRITE LT-REC.
016470
016480 6840-EXIT.
016490     EXIT.
016500
016510*----------------------------------------------------------------
016520*    6845-TOMAR-DEL-LOTE - DESCUENTA DEL LOTE EN LT-REC LO QUE
016530*    CUBRA DE WS-PUNTOS-A-CONSUMIR
016540*----------------------------------------------------------------
016550 6845-TOMAR-DEL-LOTE.
016560     IF LT-PUNTOS < WS-PUNTOS-A-CONSUMIR
016570         MOVE LT-PUNTOS TO WS-LOTE-TOMADO
016580     ELSE
016590         MOVE WS-PUNTOS-A-CONSUMIR TO WS-LOTE-TOMADO
016600     END-IF
016610
016620     SUBTRACT WS-LOTE-TOMADO FROM LT-PUNTOS
016630     SUBTRACT WS-LOTE-TOMADO FROM WS-PUNTOS-A-CONSUMIR
016640     MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT.
016650
016660 6845-EXIT.
016670     EXIT.
016680
016690*----------------------------------------------------------------
016700*    6850-CONSUMIR-LOTE-ORIGEN - UNA DEVOLUCION 'D' O EXTORNO
016710*    'E' CONSUME PRIMERO EL LOTE QUE ABRIO EL MOVIMIENTO
016720*    ORIGINAL (LA FECHA DE PM-FECHA-ORIGEN)
016730*----------------------------------------------------------------
016740 6850-CONSUMIR-LOTE-ORIGEN.
016750     IF PM-FECHA-ORIGEN = ZERO
016760         GO TO 6850-EXIT
016770     END-IF
016780
016790     MOVE PM-ID-CLIENTE   TO LT-ID-CLIENTE
016800     MOVE PM-FECHA-ORIGEN TO LT-FECHA
016810
016820     READ LOTES
016830         INVALID KEY
016840             GO TO 6850-EXIT
016850     END-READ
016860
016870     IF LT-PUNTOS = ZERO
016880         GO TO 6850-EXIT
016890     END-IF
016900
016910     PERFORM 6845-TOMAR-DEL-LOTE THRU 6845-EXIT
016920     REWRITE LT-REC.
016930
016940 6850-EXIT.
016950     EXIT.
016960
016970*----------------------------------------------------------------
016980*    6860-CONSUMIR-APERTURA - LO QUE LOS LOTES FECHADOS NO
016990*    CUBREN SALE DEL LOTE DE APERTURA (FECHA CERO). SI TAMPOCO
017000*    ALCANZA, LA DIFERENCIA LA INFORMA CLIENTES-LOTES
017010*----------------------------------------------------------------
017020 6860-CONSUMIR-APERTURA.
017030     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
017040     MOVE ZERO          TO LT-FECHA
017050
017060     READ LOTES
017070         INVALID KEY
017080             GO TO 6860-EXIT
017090     END-READ
017100
017110     PERFORM 6845-TOMAR-DEL-LOTE THRU 6845-EXIT
017120     REWRITE LT-REC.
017130
017140 6860-EXIT.
017150     EXIT.
017160
017170*----------------------------------------------------------------
017180*    6870-REABRIR-LOTES - UNA ANULACION DE CANJE 'X' DEVUELVE
017190*    LOS PUNTOS A LOS LOTES CONSUMIDOS, DESDE EL PRIMER LOTE AUN
017200*    ABIERTO HACIA ATRAS Y SIN SUPERAR LO ACREDITADO EN CADA
017210*    UNO. LO QUE NO TENGA LOTE QUE LO RESPALDE VA AL LOTE DE
017220*    APERTURA
017230*----------------------------------------------------------------
017240 6870-REABRIR-LOTES.
017250     MOVE ZERO TO WS-LOTE-CANT
017260     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
017270     MOVE 1             TO LT-FECHA
017280     MOVE 'N' TO WS-SW-FIN-LOTES
017290     START LOTES
017300         KEY IS NOT LESS THAN LT-CLAVE
017310         INVALID KEY
017320             MOVE 'S' TO WS-SW-FIN-LOTES
017330     END-START
017340
017350     PERFORM 6875-CARGAR-LOTE THRU 6875-EXIT
017360         UNTIL FIN-LOTES-CLIENTE
017370
017380     COMPUTE WS-LOTE-PRIMERO = WS-LOTE-CANT + 1
017390     PERFORM 6877-UBICAR-PRIMERO THRU 6877-EXIT
017400         VARYING WS-LOTE-IDX FROM WS-LOTE-CANT BY -1
017410         UNTIL WS-LOTE-IDX < 1
017420
017430     MOVE 'N' TO WS-SW-SIN-CONSUMIDOS
017440     IF WS-LOTE-CANT = ZERO
017450         MOVE 'S' TO WS-SW-SIN-CONSUMIDOS
017460     END-IF
017470
017480     PERFORM 6880-REABRIR-LOTE THRU 6880-EXIT
017490         UNTIL WS-PUNTOS-A-REABRIR = ZERO
017500            OR SIN-LOTES-CONSUMIDOS
017510
017520     PERFORM 6885-REGRABAR-LOTE THRU 6885-EXIT
017530         VARYING WS-LOTE-IDX FROM 1 BY 1
017540         UNTIL WS-LOTE-IDX > WS-LOTE-CANT
017550
017560     IF WS-PUNTOS-A-REABRIR > ZERO
017570         PERFORM 6890-ACREDITAR-APERTURA THRU 6890-EXIT
017580     END-IF.
017590
017600 6870-EXIT.
017610     EXIT.
017620
017630*----------------------------------------------------------------
017640*    6875-CARGAR-LOTE - PASA A LA TABLA EL SIGUIENTE LOTE
017650*    FECHADO DEL CLIENTE
017660*----------------------------------------------------------------
017670 6875-CARGAR-LOTE.
017680     READ LOTES NEXT RECORD
017690         AT END
017700             MOVE 'S' TO WS-SW-FIN-LOTES
017710     END-READ
017720
017730     IF FIN-LOTES-CLIENTE
017740         GO TO 6875-EXIT
017750     END-IF
017760
017770     IF LT-ID-CLIENTE NOT = PM-ID-CLIENTE
017780        OR WS-LOTE-CANT NOT < WS-LOTE-MAXIMO
017790         MOVE 'S' TO WS-SW-FIN-LOTES
017800         GO TO 6875-EXIT
017810     END-IF
017820
017830     ADD 1 TO WS-LOTE-CANT
017840     MOVE LT-FECHA    TO WS-LOTE-FECHA    (WS-LOTE-CANT)
017850     MOVE LT-PUNTOS   TO WS-LOTE-PUNTOS   (WS-LOTE-CANT)
017860     MOVE LT-ORIGINAL TO WS-LOTE-ORIGINAL (WS-LOTE-CANT)
017870     MOVE 'N'         TO WS-LOTE-CAMBIO   (WS-LOTE-CANT).
017880
017890 6875-EXIT.
017900     EXIT.
017910
017920*----------------------------------------------------------------
017930*    6877-UBICAR-PRIMERO - RECORRIDA DE ATRAS HACIA ADELANTE:
017940*    DEJA EN WS-LOTE-PRIMERO EL PRIMER LOTE CON PUNTOS ABIERTOS
017950*----------------------------------------------------------------
017960 6877-UBICAR-PRIMERO.
017970     IF WS-LOTE-PUNTOS (WS-LOTE-IDX) > ZERO
017980         MOVE WS-LOTE-IDX TO WS-LOTE-PRIMERO
017990     END-IF.
018000
018010 6877-EXIT.
018020     EXIT.
018030
018040*----------------------------------------------------------------
018050*    6880-REABRIR-LOTE - DEVUELVE AL LOTE WS-LOTE-PRIMERO HASTA LO
018060*    ACREDITADO Y RETROCEDE AL LOTE ANTERIOR
018070*----------------------------------------------------------------
018080 6880-REABRIR-LOTE.
018090     IF WS-LOTE-PRIMERO > WS-LOTE-CANT
018100         MOVE WS-LOTE-CANT TO WS-LOTE-PRIMERO
018110     END-IF
018120
018130     COMPUTE WS-LOTE-HUECO =
018140         WS-LOTE-ORIGINAL (WS-LOTE-PRIMERO)
018150         - WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
018160
018170     IF WS-LOTE-HUECO >= WS-PUNTOS-A-REABRIR
018180         ADD WS-PUNTOS-A-REABRIR
018190             TO WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
018200         MOVE 'S' TO WS-LOTE-CAMBIO (WS-LOTE-PRIMERO)
018210         MOVE ZERO TO WS-PUNTOS-A-REABRIR
018220         GO TO 6880-EXIT
018230     END-IF
018240
018250     IF WS-LOTE-HUECO > ZERO
018260         ADD WS-LOTE-HUECO TO WS-LOTE-PUNTOS (WS-LOTE-PRIMERO)
018270         SUBTRACT WS-LOTE-HUECO FROM WS-PUNTOS-A-REABRIR
018280         MOVE 'S' TO WS-LOTE-CAMBIO (WS-LOTE-PRIMERO)
018290     END-IF
018300
018310     IF WS-LOTE-PRIMERO = 1
018320         MOVE 'S' TO WS-SW-SIN-CONSUMIDOS
018330     ELSE
018340         SUBTRACT 1 FROM WS-LOTE-PRIMERO
018350     END-IF.
018360
018370 6880-EXIT.
018380     EXIT.
018390
018400*----------------------------------------------------------------
018410*    6885-REGRABAR-LOTE - REGRABA EN EL ARCHIVO UN LOTE DE LA
018420*    TABLA QUE LA ANULACION REABRIO
018430*----------------------------------------------------------------
018440 6885-REGRABAR-LOTE.
018450     IF WS-LOTE-CAMBIO (WS-LOTE-IDX) NOT = 'S'
018460         GO TO 6885-EXIT
018470     END-IF
018480
018490     MOVE PM-ID-CLIENTE            TO LT-ID-CLIENTE
018500     MOVE WS-LOTE-FECHA (WS-LOTE-IDX)  TO LT-FECHA
018510
018520     READ LOTES
018530         INVALID KEY
018540             GO TO 6885-EXIT
018550     END-READ
018560
018570     MOVE WS-LOTE-PUNTOS (WS-LOTE-IDX) TO LT-PUNTOS
018580     MOVE WS-FECHA-SISTEMA         TO LT-FECHA-ACT
018590     REWRITE LT-REC.
018600
018610 6885-EXIT.
018620     EXIT.
018630
018640*----------------------------------------------------------------
018650*    6890-ACREDITAR-APERTURA - LO REABIERTO SIN LOTE QUE LO
018660*    RESPALDE SE SUMA AL LOTE DE APERTURA (FECHA CERO)
018670*----------------------------------------------------------------
018680 6890-ACREDITAR-APERTURA.
018690     MOVE PM-ID-CLIENTE TO LT-ID-CLIENTE
018700     MOVE ZERO          TO LT-FECHA
018710
018720     READ LOTES
018730         INVALID KEY
018740             MOVE WS-PUNTOS-A-REABRIR  TO LT-PUNTOS
018750             MOVE WS-PUNTOS-A-REABRIR  TO LT-ORIGINAL
018760             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
018770             WRITE LT-REC
018780         NOT INVALID KEY
018790             ADD WS-PUNTOS-A-REABRIR   TO LT-PUNTOS
018800             ADD WS-PUNTOS-A-REABRIR   TO LT-ORIGINAL
018810             MOVE WS-FECHA-SISTEMA TO LT-FECHA-ACT
018820             REWRITE LT-REC
018830     END-READ.
018840
018850 6890-EXIT.
018860     EXIT.

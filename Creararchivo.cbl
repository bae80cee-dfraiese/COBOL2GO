000160*    ACTUALIZACION (I-O) PARA AGREGARLE LAS ALTAS DEL DIA; SOLO
000170*    SE ABRE EN SALIDA CUANDO EL MAESTRO TODAVIA NO EXISTE, Y SI
000180*    EL RESPALDO NO SE PUDO TOMAR EL JOB CONTINUA POR EXTEND.
000181*    LAS ALTAS QUE TRAEN UN REFERENTE (AC-ID-REFERENTE) LO
000182*    VALIDAN CONTRA EL MAESTRO -- DEBE EXISTIR, ESTAR EN 'A' Y
000183*    NO SER EL MISMO CLIENTE -- Y REGISTRAN EL PAR EN REFERIDOS
000184*    CON LA FECHA LIMITE DE LA VENTANA DE REFERIDOS.CTL PARA QUE
000185*    CLIENTES-PUNTOS PAGUE LA BONIFICACION AL REFERENTE. UN
000186*    REFERENTE INVALIDO NO RECHAZA EL ALTA: SE INFORMA Y SE
000187*    CUENTA EN LOS TOTALES DE CONTROL.
000190
000200*    HISTORIAL DE MODIFICACIONES
000210*    FECHA       INIC.  DESCRIPCION
000444*    2026-09-03  DLF    ESTAMPA INICIO Y FIN DE CORRIDA CON SUS
000451*                       CONTADORES EN EL CONTROL DE ESTADO DEL
000458*                       CICLO NOCTURNO (CICLOSTATUS).
000459*    2026-10-15  DLF    PROGRAMA DE REFERIDOS: EL ALTA ADMITE
000460*                       UN REFERENTE OPCIONAL (ALTACLI PASA A
000461*                       76 POSICIONES) QUE SE VALIDA CONTRA EL
000462*                       MAESTRO Y SE REGISTRA EN REFERIDOS CON
000463*                       SU FECHA LIMITE; TOTALES DE CONTROL DE
000464*                       REFERIDOS.
000465*----------------------------------------------------------------
000500
000510 ENVIRONMENT DIVISION.
001000     SELECT RERUNOK
001010         ASSIGN TO "rerunok.ctl"
001020         ORGANIZATION IS LINE SEQUENTIAL
001021         FILE STATUS IS WS-FS-RERUNOK.
001022
001023     SELECT CICLOSTATUS
001024         ASSIGN TO "ciclostatus.dat"
001025         ORGANIZATION IS LINE SEQUENTIAL
001026         FILE STATUS IS WS-FS-CICLOSTATUS.
001027
001028     SELECT REFERIDOS
001029         ASSIGN TO "referidos.dat"
001030         ORGANIZATION IS INDEXED
001031         ACCESS MODE IS DYNAMIC
001032         RECORD KEY IS RD-ID-REFERIDO
001033         FILE STATUS IS WS-FS-REFERIDOS.
001034
001035     SELECT REFERIDOSCTL
001036         ASSIGN TO "referidos.ctl"
001037         ORGANIZATION IS LINE SEQUENTIAL
001038         FILE STATUS IS WS-FS-REFERIDOSCTL.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  ALTACLIENTES
001080     RECORD CONTAINS 76 CHARACTERS.
001090 COPY ALTACLI.
001100
001110 FD  CLIENTES.
001390
001400 FD  RERUNOK
001410     RECORD CONTAINS 8 CHARACTERS.
001411 01  RK-FECHA                   PIC 9(08).
001412
001413 FD  CICLOSTATUS
001414     RECORD CONTAINS 62 CHARACTERS.
001415 COPY CICLOST.
001416
001417 FD  REFERIDOS.
001418 COPY REFERIDO.
001419
001420*    PARAMETROS DEL PROGRAMA DE REFERIDOS: DIAS DE VENTANA DESDE
001421*    EL ALTA DEL REFERIDO, PUNTOS DE LA BONIFICACION Y PUNTOS
001422*    MINIMOS DE LA COMPRA QUE CALIFICA (ESTOS DOS LOS USA
001423*    CLIENTES-PUNTOS)
001424 FD  REFERIDOSCTL
001425     RECORD CONTAINS 21 CHARACTERS.
001426 01  RP-REC.
001427     05  RP-DIAS-VENTANA        PIC 9(03).
001428     05  RP-PUNTOS-BONO         PIC 9(09).
001429     05  RP-COMPRA-MINIMA       PIC 9(09).
001430
001440 WORKING-STORAGE SECTION.
001450 01  WS-FILE-STATUSES.
001530     05  WS-FS-ULTCORRIDA       PIC X(02).
001540     05  WS-FS-RERUNOK          PIC X(02).
001541     05  WS-FS-CICLOSTATUS      PIC X(02).
001544     05  WS-FS-REFERIDOS        PIC X(02).
001547     05  WS-FS-REFERIDOSCTL     PIC X(02).
001550
001560 01  WS-SWITCHES.
001570     05  WS-SW-EOF-ALTAS        PIC X(01)   VALUE 'N'.
001730 77  WS-CONT-LEIDOS             PIC 9(07)   COMP    VALUE ZERO.
001740 77  WS-CONT-RECHAZADOS         PIC 9(07)   COMP    VALUE ZERO.
001750 77  WS-MOTIVO-RECHAZO          PIC X(03).
001751 77  WS-MOTIVO-REFERIDO        PIC X(03).
001752 77  WS-CONT-REFERIDOS          PIC 9(07)   COMP    VALUE ZERO.
001753 77  WS-CONT-REFER-INVALIDOS    PIC 9(07)   COMP    VALUE ZERO.
001754
001755*    VALOR POR DEFECTO SI NO HAY REFERIDOS.CTL
001756 01  WS-PARAMETROS-REFERIDOS.
001757     05  WS-DIAS-VENTANA        PIC 9(03)   VALUE 90.
001760
001770 01  WS-FECHA-VALIDACION.
001780     05  WS-FV-ANIO             PIC 9(04).
002530 01  WS-LINEA-CONTROL-5.
002540     05  FILLER                 PIC X(13) VALUE 'TOTAL PUNTOS:'.
002550     05  WS-LC5-PUNTOS          PIC Z(11)9.
002551     05  FILLER                 PIC X(55)   VALUE SPACES.
002552
002553 01  WS-LINEA-CONTROL-6.
002554     05  FILLER                 PIC X(22)
002555         VALUE 'REFERIDOS REGISTRADOS:'.
002556     05  WS-LC6-REFERIDOS       PIC Z(6)9.
002557     05  FILLER                 PIC X(51)   VALUE SPACES.
002558
002559 01  WS-LINEA-CONTROL-7.
002560     05  FILLER                 PIC X(21)
002561         VALUE 'REFERENTES INVALIDOS:'.
002562     05  WS-LC7-INVALIDOS       PIC Z(6)9.
002563     05  FILLER                 PIC X(52)   VALUE SPACES.
002570
002580 01  WS-ULT-FECHA               PIC 9(08)   VALUE ZERO.
002590 01  WS-RERUN-FECHA             PIC 9(08)   VALUE ZERO.
002980     END-IF
002990
003000     OPEN OUTPUT ALTARECHAZOS
003001     OPEN OUTPUT CTLTOTRPT
003002
003003     OPEN INPUT SUCURSALES
003004     IF WS-FS-SUCURSALES = '00'
003005         MOVE 'S' TO WS-SW-SUC-DISPONIBLE
003006     ELSE
003007         DISPLAY 'SIN MAESTRO SUCURSALES - NO SE VALIDA LA '
003008                 'SUCURSAL DE LAS ALTAS'
003009     END-IF
003010
003011     PERFORM 1010-LEER-PARAMETRO THRU 1010-EXIT
003012
003013     OPEN I-O REFERIDOS
003014     IF WS-FS-REFERIDOS = '35'
003015         OPEN OUTPUT REFERIDOS
003016     END-IF
003017     IF WS-FS-REFERIDOS NOT = '00'
003018         DISPLAY 'NO SE PUDO ABRIR REFERIDOS - STATUS '
003019                 WS-FS-REFERIDOS
003020         MOVE 8 TO RETURN-CODE
003021         STOP RUN
003022     END-IF
003023
003030     OPEN EXTEND EVENTLOG
003040     IF WS-FS-EVENTLOG NOT = '00'
003050         OPEN OUTPUT EVENTLOG
004510                 ADD CR-SALARIO TO WS-CT-TOT-SALARIO
004520                 ADD CR-PUNTOS  TO WS-CT-TOT-PUNTOS
004530                 PERFORM 2500-GRABAR-EVENTO-ALTA THRU 2500-EXIT
004535                 PERFORM 2700-REGISTRAR-REFERIDO THRU 2700-EXIT
004540         END-WRITE
004550     ELSE
004560         PERFORM 2400-RECHAZAR-ALTA THRU 2400-EXIT
005866         CLOSE SUCURSALES
005867     END-IF
005870     CLOSE ALTARECHAZOS
005875     CLOSE REFERIDOS
005880     CLOSE EVENTLOG
005890     CLOSE CTLTOTRPT.
005891     PERFORM 9200-MARCAR-FIN THRU 9200-EXIT.
006010     MOVE WS-CONT-RECHAZADOS  TO WS-LC3-RECHAZADOS
006020     MOVE WS-CT-TOT-SALARIO   TO WS-LC4-SALARIO
006030     MOVE WS-CT-TOT-PUNTOS    TO WS-LC5-PUNTOS
006033     MOVE WS-CONT-REFERIDOS   TO WS-LC6-REFERIDOS
006036     MOVE WS-CONT-REFER-INVALIDOS TO WS-LC7-INVALIDOS
006040
006050     MOVE WS-LINEA-CONTROL-1 TO CT-LINEA
006060     WRITE CT-LINEA
006110     MOVE WS-LINEA-CONTROL-4 TO CT-LINEA
006120     WRITE CT-LINEA
006130     MOVE WS-LINEA-CONTROL-5 TO CT-LINEA
006140     WRITE CT-LINEA
006142     MOVE WS-LINEA-CONTROL-6 TO CT-LINEA
006144     WRITE CT-LINEA
006146     MOVE WS-LINEA-CONTROL-7 TO CT-LINEA
006148     WRITE CT-LINEA.
006150
006160 8100-EXIT.
006170     EXIT.
007760
007770 9300-EXIT.
007780     EXIT.
007790
007800*----------------------------------------------------------------
007810*    1010-LEER-PARAMETRO - TOMA LOS DIAS DE VENTANA DE
007820*    REFERIDOS.CTL; SI NO EXISTE, QUEDA EL VALOR POR DEFECTO
007830*----------------------------------------------------------------
007840 1010-LEER-PARAMETRO.
007850     OPEN INPUT REFERIDOSCTL
007860     IF WS-FS-REFERIDOSCTL = '00'
007870         READ REFERIDOSCTL
007880             NOT AT END
007890                 MOVE RP-DIAS-VENTANA TO WS-DIAS-VENTANA
007900         END-READ
007910         CLOSE REFERIDOSCTL
007920     END-IF.
007930
007940 1010-EXIT.
007950     EXIT.
007960
007970*----------------------------------------------------------------
007980*    2700-REGISTRAR-REFERIDO - SI EL ALTA GRABADA TRAE UN
007990*    REFERENTE, LO VALIDA Y GRABA EL PAR EN REFERIDOS. MOTIVOS
008000*    DE REFERENTE INVALIDO: MIS = ES EL MISMO CLIENTE, NOE = NO
008010*    EXISTE EN EL MAESTRO, NOA = NO ESTA EN 'A', NVL = EL
008020*    MAESTRO NO SE ABRIO EN ACTUALIZACION Y NO PUEDE LEERSE
008030*----------------------------------------------------------------
008040 2700-REGISTRAR-REFERIDO.
008050     IF AC-ID-REFERENTE NOT NUMERIC
008060         GO TO 2700-EXIT
008070     END-IF
008080     IF AC-ID-REFERENTE = ZERO
008090         GO TO 2700-EXIT
008100     END-IF
008110
008120     MOVE SPACES TO WS-MOTIVO-REFERIDO
008130     EVALUATE TRUE
008140         WHEN AC-ID-REFERENTE = AC-ID-CLIENTE
008150             MOVE 'MIS' TO WS-MOTIVO-REFERIDO
008160         WHEN BACKUP-NO-OK OR MAESTRO-NO-EXISTE
008170             MOVE 'NVL' TO WS-MOTIVO-REFERIDO
008180         WHEN OTHER
008190             PERFORM 2710-VALIDAR-REFERENTE THRU 2710-EXIT
008200     END-EVALUATE
008210
008220     IF WS-MOTIVO-REFERIDO NOT = SPACES
008230         ADD 1 TO WS-CONT-REFER-INVALIDOS
008240         DISPLAY 'ALTA ' AC-ID-CLIENTE ' REFERENTE '
008250                 AC-ID-REFERENTE ' INVALIDO - MOTIVO '
008260                 WS-MOTIVO-REFERIDO
008270         GO TO 2700-EXIT
008280     END-IF
008290
008300     MOVE AC-ID-CLIENTE    TO RD-ID-REFERIDO
008310     MOVE AC-ID-REFERENTE  TO RD-ID-REFERENTE
008320     MOVE AC-SUCURSAL      TO RD-SUCURSAL
008330     MOVE AC-FECHA-ALTA    TO RD-FECHA-ALTA
008340     MOVE WS-FECHA-SISTEMA TO RD-FECHA-REGISTRO
008350     PERFORM 2720-CALCULAR-LIMITE THRU 2720-EXIT
008360     MOVE 'P'              TO RD-ESTADO
008370     MOVE SPACES           TO RD-MOTIVO
008380     MOVE ZERO             TO RD-FECHA-PAGO
008390     MOVE ZERO             TO RD-PUNTOS
008400
008410     WRITE RD-REC
008420         INVALID KEY
008430             DISPLAY 'ALTA ' AC-ID-CLIENTE ' YA REGISTRADA EN '
008440                     'REFERIDOS - SE CONSERVA LA EXISTENTE'
008450         NOT INVALID KEY
008460             ADD 1 TO WS-CONT-REFERIDOS
008470     END-WRITE.
008480
008490 2700-EXIT.
008500     EXIT.
008510
008520*----------------------------------------------------------------
008530*    2710-VALIDAR-REFERENTE - EL REFERENTE DEBE EXISTIR EN EL
008540*    MAESTRO Y ESTAR ACTIVO ('A')
008550*----------------------------------------------------------------
008560 2710-VALIDAR-REFERENTE.
008570     MOVE AC-ID-REFERENTE TO CR-ID-CLIENTE
008580     READ CLIENTES
008590         INVALID KEY
008600             MOVE 'NOE' TO WS-MOTIVO-REFERIDO
008610         NOT INVALID KEY
008620             IF CR-ESTADO NOT = 'A'
008630                 MOVE 'NOA' TO WS-MOTIVO-REFERIDO
008640             END-IF
008650     END-READ.
008660
008670 2710-EXIT.
008680     EXIT.
008690
008700*----------------------------------------------------------------
008710*    2720-CALCULAR-LIMITE - FECHA LIMITE DE LA PRIMERA COMPRA:
008720*    LA FECHA DE ALTA MAS LOS DIAS DE VENTANA, DIA POR DIA SOBRE
008730*    EL CALENDARIO (MESES Y BISIESTOS COMO EN 2160)
008740*----------------------------------------------------------------
008750 2720-CALCULAR-LIMITE.
008760     MOVE AC-FECHA-ALTA TO WS-FECHA-ALTA-R
008770     PERFORM 2730-SUMAR-DIA THRU 2730-EXIT
008780         WS-DIAS-VENTANA TIMES
008790     MOVE WS-FECHA-ALTA-R TO RD-FECHA-LIMITE.
008800
008810 2720-EXIT.
008820     EXIT.
008830
008840 2730-SUMAR-DIA.
008850     ADD 1 TO WS-FV-DIA
008860     PERFORM 2170-DETERMINAR-BISIESTO THRU 2170-EXIT
008870     MOVE WS-DIAS-DEL-MES (WS-FV-MES) TO WS-DIAS-EN-EL-MES
008880     IF WS-FV-MES = 02 AND ANIO-BISIESTO
008890         MOVE 29 TO WS-DIAS-EN-EL-MES
008900     END-IF
008910
008920     IF WS-FV-DIA > WS-DIAS-EN-EL-MES
008930         MOVE 01 TO WS-FV-DIA
008940         ADD 1 TO WS-FV-MES
008950         IF WS-FV-MES > 12
008960             MOVE 01 TO WS-FV-MES
008970             ADD 1 TO WS-FV-ANIO
008980         END-IF
008990     END-IF.
009000
009010 2730-EXIT.
009020     EXIT.

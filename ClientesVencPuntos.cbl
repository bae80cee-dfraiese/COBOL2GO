000080*    CLIENTES-VENCPUNTOS ES EL PROCESO NOCTURNO QUE APLICA LA
000090*    POLITICA DE EXPIRACION DE PUNTOS: LOS PUNTOS ACREDITADOS QUE
000100*    NO FUERON USADOS DENTRO DE WS-MESES-VIGENCIA MESES CADUCAN.
000106*    LEE POR LA CLAVE ALTERNATIVA DE FECHA DEL ARCHIVO DE LOTES
000112*    ABIERTOS LOTESPUNTOS (LO MANTIENEN AL DIA LOS PROGRAMAS QUE
000118*    GRABAN EN EL DIARIO PUNTOSMOVIMIENTOS Y LO VERIFICA CADA
000124*    SEMANA CLIENTES-LOTES) SOLO LOS LOTES ANTERIORES A LA FECHA
000130*    DE AVISO, DEBITA DE CR-PUNTOS LOS ANTERIORES A LA FECHA DE
000136*    CORTE Y LOS RETIRA DEL ARCHIVO DE LOTES, GRABA EL
000150*    MOVIMIENTO 'V' EN EL DIARIO Y DEJA
000160*    UN LISTADO POR CLIENTE CON LO VENCIDO HOY Y LO QUE VENCE EL
000170*    MES PROXIMO PARA QUE LAS SUCURSALES AVISEN AL CLIENTE.
000173*    LO QUE VENCE EL MES PROXIMO QUEDA TAMBIEN EN
000176*    VENCPROXIMOS.DAT PARA EL AVISO DE CLIENTES-NOTIFICA.
000180*    LA VIGENCIA EN MESES SE TOMA DEL PARAMETRO VENCPUNTOS.CTL
000190*    (UN REGISTRO DE 2 DIGITOS); SI EL ARCHIVO NO EXISTE SE USA
000200*    EL VALOR POR DEFECTO DE 24 MESES.
000210*    SOLO EXPIRAN LOS LOTES FECHADOS; EL LOTE DE APERTURA (SALDO
000220*    PREVIO AL DIARIO) NO VENCE.
000230*
000240*    HISTORIAL DE MODIFICACIONES
000250*    FECHA       INIC.  DESCRIPCION
000278*    2026-09-03  DLF    ESTAMPA INICIO Y FIN DE CORRIDA CON SUS
000280*                       CONTADORES EN EL CONTROL DE ESTADO DEL
000282*                       CICLO NOCTURNO (CICLOSTATUS).
000283*    2026-10-15  DLF    D/E CONSUMEN EL LOTE DEL ORIGINAL; X
000284*                       REABRE LOTES CONSUMIDOS
000285*    2026-10-15  DLF    EL AJUSTE MANUAL A FAVOR J ABRE LOTE
000286*    2026-10-15  DLF    LA BONIFICACION POR REFERIDO 'F' ABRE
000287*                       LOTE COMO UNA COMPRA.
000288*    2026-10-15  DLF    DEJA LO QUE VENCE EL MES PROXIMO EN
000289*                       VENCPROXIMOS.DAT PARA EL AVISO DE
000290*                       CLIENTES-NOTIFICA.
000291*    2026-10-15  DLF    YA NO ORDENA EL DIARIO COMPLETO: LEE
000292*                       POR FECHA SOLO LOS LOTES DEL ARCHIVO
000293*                       LOTESPUNTOS ANTERIORES A LA FECHA DE
000294*                       AVISO Y RETIRA LOS VENCIDOS. LA
000295*                       REAPERTURA DE CANJES ANULADOS SIN LOTE
000296*                       QUE LA RESPALDE QUEDA EN EL LOTE DE
000297*                       APERTURA.
000298*----------------------------------------------------------------
000299
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-FS-CLIENTES.
000480
000482     SELECT SORTLOT
000484         ASSIGN TO "venclot.tmp".
000486
000488     SELECT LOTES
000490         ASSIGN TO "lotespuntos.dat"
000492         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS DYNAMIC
000496         RECORD KEY IS LT-CLAVE
000498         ALTERNATE RECORD KEY IS LT-FECHA
000500             WITH DUPLICATES
000502         FILE STATUS IS WS-FS-LOTES.
000510
000520     SELECT LISTADOVENC
000530         ASSIGN TO "vencimientos.txt"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-LISTADOVENC.
000560
000561     SELECT VENCPROX
000562         ASSIGN TO "vencproximos.dat"
000563         ORGANIZATION IS LINE SEQUENTIAL
000564         FILE STATUS IS WS-FS-VENCPROX.
000565
000570     SELECT VENCCTL
000580         ASSIGN TO "vencpuntos.ctl"
000590         ORGANIZATION IS LINE SEQUENTIAL
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  PUNTOSMOV
000850     RECORD CONTAINS 46 CHARACTERS.
000860 COPY PUNTMOV.
000870
000880 FD  CLIENTES.
000890 COPY CLIREC.
000900
000903 SD  SORTLOT.
000906 01  SL-REC.
000909     05  SL-ID-CLIENTE          PIC 9(10).
000912     05  SL-FECHA               PIC 9(08).
000915     05  SL-PUNTOS              PIC 9(09).
000918
000921 FD  LOTES.
000924 COPY LOTEPTS.
000930
000940 FD  LISTADOVENC
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  LV-LINEA                   PIC X(80).
000970
000972 FD  VENCPROX
000974     RECORD CONTAINS 36 CHARACTERS.
000976 COPY VENCPROX.
000978
000980 FD  VENCCTL
000990     RECORD CONTAINS 2 CHARACTERS.
001000 01  VC-MESES-VIGENCIA          PIC 9(02).
001260     05  WS-FS-ULTCORRIDA       PIC X(02).
001270     05  WS-FS-RERUNOK          PIC X(02).
001271     05  WS-FS-CICLOSTATUS      PIC X(02).
001275     05  WS-FS-VENCPROX         PIC X(02).
001277     05  WS-FS-LOTES            PIC X(02).
001280
001290 01  WS-SWITCHES.
001300     05  WS-SW-EOF-SORT         PIC X(01)   VALUE 'N'.
001310         88  EOF-SORT                       VALUE 'S'.
001320         88  NOT-EOF-SORT                   VALUE 'N'.
001330     05  WS-SW-HAY-LOTES        PIC X(01)   VALUE 'N'.
001340         88  HAY-LOTES                      VALUE 'S'.
001350     05  WS-SW-FIN-LOTES        PIC X(01)   VALUE 'N'.
001355         88  FIN-LOTES                      VALUE 'S'.
001360     05  WS-SW-CLIENTE-OK       PIC X(01)   VALUE 'N'.
001370         88  CLIENTE-ENCONTRADO             VALUE 'S'.
001380         88  CLIENTE-NO-ENCONTRADO          VALUE 'N'.
001400 77  WS-MESES-VIGENCIA          PIC 9(02)   VALUE 24.
001410 77  WS-CONT-LEIDOS             PIC 9(07)   COMP    VALUE ZERO.
001420 77  WS-CONT-VENCIDOS           PIC 9(07)   COMP    VALUE ZERO.
001425 77  WS-CONT-RETIRADOS          PIC 9(07)   COMP    VALUE ZERO.
001430
001440 01  WS-FECHA-SISTEMA           PIC 9(08).
001450 01  WS-FECHA-CORTE.
001590     05  WS-CM-ANIO             PIC 9(04).
001600     05  WS-CM-RESTO            PIC 9(02).
001610
001620 77  WS-PUNTOS-VENCIDOS         PIC 9(09).
001630 77  WS-PUNTOS-POR-VENCER       PIC 9(09).
001640 77  WS-SALDO-ANTERIOR          PIC 9(09).
001650
001840 01  WS-HORA-EVENTO             PIC 9(08).
001850 01  WS-EV-PUNTOS               PIC Z(8)9.
001860
002080 0000-MAINLINE.
002090     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002100
002108     IF HAY-LOTES
002116         SORT SORTLOT
002124             ON ASCENDING KEY SL-ID-CLIENTE SL-FECHA
002132             INPUT PROCEDURE IS 2000-SELECCIONAR-LOTES
002140                 THRU 2000-EXIT
002148             OUTPUT PROCEDURE IS 3000-PROCESAR-LOTES
002156                 THRU 3000-EXIT
002164     END-IF
002180
002190     PERFORM 8000-FINALIZAR THRU 8000-EXIT
002200
002330
002340     PERFORM 1020-CALCULAR-CORTES THRU 1020-EXIT
002350
002430     OPEN I-O    CLIENTES
002431     OPEN OUTPUT LISTADOVENC
002432     OPEN OUTPUT VENCPROX
002433
002434     OPEN EXTEND PUNTOSMOV
002435     IF WS-FS-PUNTOSMOV NOT = '00'
002436         OPEN OUTPUT PUNTOSMOV
002437     END-IF
002438
002439     OPEN I-O LOTES
002440     IF WS-FS-LOTES = '00'
002441         MOVE 'S' TO WS-SW-HAY-LOTES
002442     ELSE
002443         DISPLAY 'SIN ARCHIVO LOTESPUNTOS - STATUS ' WS-FS-LOTES
002444         DISPLAY 'NO SE APLICAN VENCIMIENTOS; LOS LOTES LOS '
002445                 'REPONE CLIENTES-LOTES'
002446     END-IF
002450
002460     OPEN EXTEND EVENTLOG
002470     IF WS-FS-EVENTLOG NOT = '00'
002940     EXIT.
002950
002960*----------------------------------------------------------------
002970*    2000-SELECCIONAR-LOTES - LEE POR LA CLAVE ALTERNATIVA DE
002980*    FECHA SOLO LOS LOTES ANTERIORES A LA FECHA DE AVISO (LOS
002990*    VENCIDOS Y LOS QUE VENCEN EL MES PROXIMO) Y LOS PASA AL
003000*    SORT PARA AGRUPARLOS POR CLIENTE. EL LOTE DE APERTURA
003010*    (FECHA CERO) NO SE LEE: NUNCA VENCE.
003020*----------------------------------------------------------------
003030 2000-SELECCIONAR-LOTES.
003040     MOVE 1 TO LT-FECHA
003050     START LOTES
003060         KEY IS NOT LESS THAN LT-FECHA
003070         INVALID KEY
003080             MOVE 'S' TO WS-SW-FIN-LOTES
003090     END-START
003100
003110     PERFORM 2100-LIBERAR-LOTE THRU 2100-EXIT
003120         UNTIL FIN-LOTES.
003130
003140 2000-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------------
003180*    2100-LIBERAR-LOTE - LEE EL SIGUIENTE LOTE POR FECHA; AL
003190*    LLEGAR A LA FECHA DE AVISO TERMINA LA SELECCION
003200*----------------------------------------------------------------
003210 2100-LIBERAR-LOTE.
003220     READ LOTES NEXT RECORD
003230         AT END
003240             MOVE 'S' TO WS-SW-FIN-LOTES
003250     END-READ
003260
003270     IF FIN-LOTES
003280         GO TO 2100-EXIT
003290     END-IF
003300
003310     IF LT-FECHA NOT < WS-FECHA-AVISO-NUM
003320         MOVE 'S' TO WS-SW-FIN-LOTES
003330         GO TO 2100-EXIT
003340     END-IF
003350
003360     ADD 1 TO WS-CONT-LEIDOS
003370     MOVE LT-ID-CLIENTE TO SL-ID-CLIENTE
003380     MOVE LT-FECHA      TO SL-FECHA
003390     MOVE LT-PUNTOS     TO SL-PUNTOS
003400
003410     RELEASE SL-REC.
003420
003430 2100-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------
003470*    3000-PROCESAR-LOTES - RECORRE LOS LOTES SELECCIONADOS,
003480*    ORDENADOS POR CLIENTE Y FECHA, Y CONTROLA EL QUIEBRE POR
003490*    CLIENTE
003500*----------------------------------------------------------------
003510 3000-PROCESAR-LOTES.
003520     PERFORM 3100-LEER-ORDENADO THRU 3100-EXIT
003530
003540     PERFORM 3200-TRATAR-LOTE THRU 3200-EXIT
003550         UNTIL EOF-SORT
003560
003570     IF WS-CONTROL-CLIENTE NOT = ZERO
003580         PERFORM 3500-CERRAR-CLIENTE THRU 3500-EXIT
003590     END-IF.
003600
003610 3000-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------------
003650*    3100-LEER-ORDENADO - DEVUELVE EL SIGUIENTE LOTE
003660*----------------------------------------------------------------
003670 3100-LEER-ORDENADO.
003680     RETURN SORTLOT
003690         AT END
003700             MOVE 'S' TO WS-SW-EOF-SORT
003710     END-RETURN.
003720
003730 3100-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------------
003770*    3200-TRATAR-LOTE - DETECTA EL QUIEBRE DE CLIENTE Y CLASIFICA
003780*    EL LOTE CONTRA LAS FECHAS DE CORTE Y DE AVISO. EL LOTE
003790*    VENCIDO SE RETIRA DEL ARCHIVO (TAMBIEN EL YA CONSUMIDO, QUE
003800*    QUEDABA EN CERO SOLO PARA UNA POSIBLE REAPERTURA)
003810*----------------------------------------------------------------
003820 3200-TRATAR-LOTE.
003830     IF SL-ID-CLIENTE NOT = WS-CONTROL-CLIENTE
003840         IF WS-CONTROL-CLIENTE NOT = ZERO
003850             PERFORM 3500-CERRAR-CLIENTE THRU 3500-EXIT
003860         END-IF
003870         MOVE SL-ID-CLIENTE TO WS-CONTROL-CLIENTE
003880         MOVE ZERO TO WS-PUNTOS-VENCIDOS
003890         MOVE ZERO TO WS-PUNTOS-POR-VENCER
003900     END-IF
003910
003920     IF SL-FECHA < WS-FECHA-CORTE-NUM
003930         ADD SL-PUNTOS TO WS-PUNTOS-VENCIDOS
003940         PERFORM 3600-RETIRAR-LOTE THRU 3600-EXIT
003950     ELSE
003960         ADD SL-PUNTOS TO WS-PUNTOS-POR-VENCER
003970     END-IF
003980
003990     PERFORM 3100-LEER-ORDENADO THRU 3100-EXIT.
004000
004010 3200-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------------
004050*    3500-CERRAR-CLIENTE - CON LO VENCIDO Y LO QUE VENCE EL MES
004060*    PROXIMO YA ACUMULADO, DEBITA EL MAESTRO Y DEJA EL
004070*    MOVIMIENTO Y EL LISTADO
004080*----------------------------------------------------------------
004090 3500-CERRAR-CLIENTE.
004100     IF WS-PUNTOS-VENCIDOS > ZERO
004110        OR WS-PUNTOS-POR-VENCER > ZERO
004120         PERFORM 3520-APLICAR-VENCIMIENTO THRU 3520-EXIT
004130     END-IF.
004140
004150 3500-EXIT.
004160     EXIT.
004170
004360*----------------------------------------------------------------
004370*    3520-APLICAR-VENCIMIENTO - DEBITA CR-PUNTOS (ACOTADO AL
004380*    SALDO REAL DEL MAESTRO), GRABA EL MOVIMIENTO 'V' EN EL
004760     MOVE CR-PUNTOS           TO WS-LV-SALDO
004770
004780     MOVE WS-LINEA-VENC TO LV-LINEA
004790     WRITE LV-LINEA
004792
004794     IF WS-PUNTOS-POR-VENCER > ZERO
004796         PERFORM 3550-GRABAR-VENCPROX THRU 3550-EXIT
004798     END-IF.
004800
004810 3520-EXIT.
004820     EXIT.
004910     MOVE 'V'                TO PM-TIPO
004920     MOVE WS-PUNTOS-VENCIDOS TO PM-PUNTOS
004930     MOVE CR-PUNTOS          TO PM-SALDO
004935     MOVE SPACES             TO PM-REFERENCIA
004940
004950     WRITE PM-REC.
004960
005250     CLOSE CLIENTES
005260     CLOSE EVENTLOG
005270     CLOSE LISTADOVENC
005275     CLOSE VENCPROX
005276     CLOSE PUNTOSMOV
005277     IF HAY-LOTES
005278         CLOSE LOTES
005279     END-IF
005280
005290     PERFORM 9000-GRABAR-ULT-CORRIDA THRU 9000-EXIT.
005291     PERFORM 9200-MARCAR-FIN THRU 9200-EXIT.
006590
006600 9300-EXIT.
006610     EXIT.
006620
007290*----------------------------------------------------------------
007300*    3550-GRABAR-VENCPROX - DEJA LO QUE VENCE EL MES PROXIMO EN
007310*    VENCPROXIMOS.DAT PARA EL AVISO AL CLIENTE
007320*----------------------------------------------------------------
007330 3550-GRABAR-VENCPROX.
007340     MOVE WS-CONTROL-CLIENTE   TO VX-ID-CLIENTE
007350     MOVE WS-FECHA-SISTEMA     TO VX-FECHA
007360     MOVE WS-PUNTOS-POR-VENCER TO VX-PUNTOS
007370     MOVE CR-PUNTOS            TO VX-SALDO
007380
007390     WRITE VX-REC.
007400
007410 3550-EXIT.
007420     EXIT.
007430
007440*----------------------------------------------------------------
007450*    3600-RETIRAR-LOTE - BORRA DEL ARCHIVO DE LOTES ABIERTOS EL
007460*    LOTE QUE SUPERO LA VIGENCIA
007470*----------------------------------------------------------------
007480 3600-RETIRAR-LOTE.
007490     MOVE SL-ID-CLIENTE TO LT-ID-CLIENTE
007500     MOVE SL-FECHA      TO LT-FECHA
007510
007520     DELETE LOTES RECORD
007530         INVALID KEY
007540             CONTINUE
007550         NOT INVALID KEY
007560             ADD 1 TO WS-CONT-RETIRADOS
007570     END-DELETE.
007580
007590 3600-EXIT.
007600     EXIT.

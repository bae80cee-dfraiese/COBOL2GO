000010******************************************************************
000020*    PUNTRECU - POINTS CLAWBACK QUEUE RECORD LAYOUT
000030*    (PUNTOSRECUPERO). APPEND-ONLY: UNA FILA POR DEVOLUCION 'D'
000040*    CUYOS PUNTOS (O LA BONIFICACION DE CAMPANIA ASOCIADA) EL
000050*    CLIENTE YA HABIA USADO. CLIENTES-PUNTOS DEBITA SOLO LO QUE
000060*    EL SALDO PERMITE, SIN LLEVAR CR-PUNTOS A NEGATIVO, Y DEJA
000070*    AQUI LO QUE QUEDA POR RECUPERAR PARA LA GESTION DE LA
000080*    SUCURSAL. LA REFERENCIA IDENTIFICA LA COMPRA DEVUELTA.
000090*        RU-FECHA          = FECHA DE NEGOCIO DE LA DEVOLUCION
000100*        RU-PUNTOS         = PUNTOS DE LA COMPRA NO DEBITADOS
000110*        RU-PUNTOS-BONIF   = BONIFICACION 'B' NO EXTORNADA
000120******************************************************************
000130 01  RU-REC.
000140     05  RU-ID-CLIENTE          PIC 9(10).
000150     05  RU-FECHA               PIC 9(08).
000160     05  RU-FECHA-ORIGEN        PIC 9(08).
000170     05  RU-TIPO-ORIGEN         PIC X(01).
000180     05  RU-PUNTOS              PIC 9(09).
000190     05  RU-PUNTOS-BONIF        PIC 9(09).
000200     05  RU-SUCURSAL            PIC 9(05).

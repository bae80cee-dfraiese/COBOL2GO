000010******************************************************************
000020*    REFERIDO - CLIENT REFERRAL RECORD LAYOUT (REFERIDOS)
000030*    ARCHIVO INDEXADO POR RD-ID-REFERIDO: UNA FILA POR CLIENTE
000040*    DADO DE ALTA CON UN REFERENTE VALIDO. LA GRABA CREARCLIENTES
000050*    CON RD-FECHA-LIMITE = CR-FECHA-ALTA DEL REFERIDO MAS LOS
000060*    DIAS DE VENTANA DE REFERIDOS.CTL, Y LA ACTUALIZA
000070*    CLIENTES-PUNTOS CON LA PRIMERA COMPRA QUE CALIFICA -
000080*        RD-SUCURSAL = SUCURSAL DE ALTA DEL REFERIDO
000090*        RD-ESTADO   = 'P' PENDIENTE, 'G' BONIFICACION PAGADA AL
000100*                      REFERENTE, 'N' NO PAGABLE (RD-MOTIVO NOF
000110*                      REFERENTE INEXISTENTE, EST REFERENTE
000120*                      CERRADO O INACTIVO, CAP SALDO AL TOPE)
000130*        RD-FECHA-PAGO / RD-PUNTOS = FECHA DE NEGOCIO Y PUNTOS
000140*                      DE LA BONIFICACION PAGADA ('G'); EN UNA
000145*                      'N' FECHA DE LA DECISION Y PUNTOS CERO
000150*    UNA 'P' CON RD-FECHA-LIMITE YA PASADA ES UN REFERIDO VENCIDO.
000160******************************************************************
000170 01  RD-REC.
000180     05  RD-ID-REFERIDO         PIC 9(10).
000190     05  RD-ID-REFERENTE        PIC 9(10).
000200     05  RD-SUCURSAL            PIC 9(05).
000210     05  RD-FECHA-ALTA          PIC 9(08).
000220     05  RD-FECHA-REGISTRO      PIC 9(08).
000230     05  RD-FECHA-LIMITE        PIC 9(08).
000240     05  RD-ESTADO              PIC X(01).
000250         88  RD-PENDIENTE                   VALUE 'P'.
000260         88  RD-PAGADO                      VALUE 'G'.
000270         88  RD-NO-PAGABLE                  VALUE 'N'.
000280     05  RD-MOTIVO              PIC X(03).
000290     05  RD-FECHA-PAGO          PIC 9(08).
000300     05  RD-PUNTOS              PIC 9(09).

000050*    RESULTING BALANCE, SO THE HISTORY OF A CLIENT'S BALANCE CAN
000060*    BE RECONSTRUCTED AFTER THE DAILY ACTIVITY FILE IS RECYCLED.
000070*    PM-TIPO 'C' = COMPRA (ACREDITACION), 'R' = REDENCION,
000080*    'V' = VENCIMIENTO (BAJA POR EXPIRACION DE PUNTOS),
000090*    'A' = ARRASTRE (SALDO DE APERTURA DEJADO POR EL ARCHIVADO
000100*    ANUAL AL CORTE; PM-PUNTOS CERO, PM-SALDO = SALDO AL CORTE.
000110*    NO ES ACTIVIDAD: NO ABRE LOTES NI CONSUME EN VENCIMIENTOS),
000120*    'B' = BONIFICACION DE CAMPANIA PROMOCIONAL (ACREDITACION
000130*    ADICIONAL; ABRE LOTE Y VENCE COMO UNA COMPRA),
000140*    'D' = DEVOLUCION (REVERSA UNA COMPRA 'C'; DEBITO),
000150*    'E' = EXTORNO DE LA BONIFICACION 'B' DE LA COMPRA DEVUELTA
000160*    (DEBITO), 'X' = ANULACION DE CANJE (REVERSA UNA REDENCION
000170*    'R'; ACREDITACION). D, E Y X LLEVAN EN PM-REFERENCIA LA
000180*    FECHA Y EL TIPO DEL MOVIMIENTO ORIGINAL DEL MISMO CLIENTE;
000190*    LA 'B' LLEVA LA COMPRA 'C' QUE LA ORIGINO. EN LOS DEMAS
000200*    TIPOS (Y EN LAS FILAS ANTERIORES AL DIARIO DE 46 BYTES)
000210*    PM-REFERENCIA VA EN BLANCO.
000220*    'J' = AJUSTE MANUAL A FAVOR (ACREDITACION; ABRE LOTE Y
000230*    VENCE COMO UNA COMPRA) Y 'K' = AJUSTE MANUAL EN CONTRA
000240*    (DEBITO), AMBOS APROBADOS POR UN SEGUNDO OPERADOR EN
000250*    CLIENTES-AJUSTES.
000252*    'F' = BONIFICACION POR REFERIDO AL CLIENTE REFERENTE CUANDO
000254*    SU REFERIDO HACE LA PRIMERA COMPRA QUE CALIFICA
000256*    (ACREDITACION; ABRE LOTE Y VENCE COMO UNA COMPRA).
000260******************************************************************
000270 01  PM-REC.
000280     05  PM-ID-CLIENTE          PIC 9(10).
000290     05  PM-FECHA               PIC 9(08).
000300     05  PM-TIPO                PIC X(01).
000310         88  PM-ES-COMPRA                   VALUE 'C'.
000320         88  PM-ES-REDENCION                VALUE 'R'.
000330         88  PM-ES-VENCIMIENTO              VALUE 'V'.
000340         88  PM-ES-ARRASTRE                 VALUE 'A'.
000350         88  PM-ES-BONIFICACION             VALUE 'B'.
000360         88  PM-ES-DEVOLUCION               VALUE 'D'.
000370         88  PM-ES-EXTORNO-BONIF            VALUE 'E'.
000380         88  PM-ES-ANULACION                VALUE 'X'.
000390         88  PM-ES-REVERSION                VALUES 'D' 'E' 'X'.
000400         88  PM-ES-AJUSTE-CREDITO           VALUE 'J'.
000410         88  PM-ES-AJUSTE-DEBITO            VALUE 'K'.
000420         88  PM-ES-AJUSTE                   VALUES 'J' 'K'.
000425         88  PM-ES-BONIF-REFERIDO           VALUE 'F'.
000430     05  PM-PUNTOS              PIC 9(09).
000440     05  PM-SALDO               PIC 9(09).
000450     05  PM-REFERENCIA.
000460         10  PM-FECHA-ORIGEN    PIC 9(08).
000470         10  PM-TIPO-ORIGEN     PIC X(01).

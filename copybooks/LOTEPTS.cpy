000010******************************************************************
000020*    LOTEPTS - OPEN ACCRUAL-LOT RECORD LAYOUT (LOTESPUNTOS).
000030*    INDEXED BY CLIENT + ACCRUAL DATE, WITH AN ALTERNATE KEY ON
000040*    THE ACCRUAL DATE (WITH DUPLICATES) SO THE EXPIRATION RUN
000050*    READS ONLY THE LOTS PAST THE CUTOFF. KEPT UP TO DATE BY
000060*    EVERY PROGRAM THAT POSTS TO PUNTOSMOVIMIENTOS, RETIRED BY
000070*    CLIENTES-VENCPUNTOS AND VERIFIED / REBUILT FROM THE JOURNAL
000080*    BY CLIENTES-LOTES.
000090*    LT-FECHA     = FECHA DE ACREDITACION DEL LOTE (PM-FECHA DE
000100*                   LA ACREDITACION; LAS DEL MISMO DIA SE SUMAN
000110*                   EN UN SOLO LOTE). CERO = LOTE DE APERTURA:
000120*                   SALDO PREVIO AL DIARIO Y ANULACIONES SIN LOTE
000130*                   QUE LAS RESPALDE. NUNCA VENCE Y SE CONSUME
000140*                   EN ULTIMO TERMINO.
000150*    LT-PUNTOS    = PUNTOS AUN ABIERTOS DEL LOTE. UN LOTE
000160*                   CONSUMIDO QUEDA EN CERO (PUEDE REABRIRLO UNA
000170*                   ANULACION DE CANJE) HASTA QUE SUPERA LA
000180*                   VIGENCIA Y CLIENTES-VENCPUNTOS LO RETIRA.
000190*    LT-ORIGINAL  = PUNTOS ACREDITADOS, TOPE DE LA REAPERTURA.
000200*    LT-FECHA-ACT = FECHA DE NEGOCIO DE LA ULTIMA ACTUALIZACION.
000210*    LA SUMA DE LT-PUNTOS DE UN CLIENTE DEBE SER IGUAL A
000220*    CR-PUNTOS.
000230******************************************************************
000240 01  LT-REC.
000250     05  LT-CLAVE.
000260         10  LT-ID-CLIENTE      PIC 9(10).
000270         10  LT-FECHA           PIC 9(08).
000280     05  LT-PUNTOS              PIC 9(09).
000290     05  LT-ORIGINAL            PIC 9(09).
000300     05  LT-FECHA-ACT           PIC 9(08).

000010******************************************************************
000020*    CANJRECH - REJECTED REDEMPTION ORDER RECORD LAYOUT
000030*    (CANJESRECHAZOS). EL PEDIDO ORIGINAL COMPLETO, EL COSTO
000040*    TOTAL EN PUNTOS (CERO SI NO SE LLEGO A CALCULAR) Y EL MOTIVO.
000050*    CJ-MOTIVO VALUES -
000060*        FEC = PEDIDO FECHADO A FUTURO
000070*        NOF = CLIENTE NO ENCONTRADO EN CLIENTES
000080*        EST = CR-ESTADO DEL CLIENTE NO ADMITE ACTIVIDAD
000090*              (CUENTA CERRADA 'C' O INACTIVA 'I')
000100*        ART = ARTICULO INEXISTENTE EN EL CATALOGO
000110*        VIG = ARTICULO FUERA DE VIGENCIA A LA FECHA DEL PEDIDO
000120*        CNT = CANTIDAD PEDIDA EN CERO
000130*        CAT = CR-CATEGORIA MENOR A LA MINIMA DEL ARTICULO
000140*        STK = STOCK INSUFICIENTE PARA LA CANTIDAD PEDIDA
000150*        NEG = PUNTOS INSUFICIENTES AUN CON EL POOL DEL HOGAR
000160******************************************************************
000170 01  CJ-REC.
000180     05  CJ-NRO-PEDIDO          PIC 9(10).
000190     05  CJ-ID-CLIENTE          PIC 9(10).
000200     05  CJ-CODIGO              PIC X(08).
000210     05  CJ-CANTIDAD            PIC 9(03).
000220     05  CJ-FECHA               PIC 9(08).
000230     05  CJ-PUNTOS              PIC 9(12).
000240     05  CJ-MOTIVO              PIC X(03).

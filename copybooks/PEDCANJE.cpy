000010******************************************************************
000020*    PEDCANJE - REDEMPTION ORDER TRANSACTION RECORD LAYOUT
000030*    (PEDIDOSCANJE). UNA FILA POR PEDIDO DE CANJE DE UN ARTICULO
000040*    DEL CATALOGO: CLIENTES-CANJES VALIDA EL PEDIDO, DEBITA LOS
000050*    PUNTOS (AT-PUNTOS * OC-CANTIDAD) COMO UNA REDENCION 'R' Y LO
000060*    PASA AL PROVEEDOR EN EL ARCHIVO DE ENTREGAS.
000070******************************************************************
000080 01  OC-REC.
000090     05  OC-NRO-PEDIDO          PIC 9(10).
000100     05  OC-ID-CLIENTE          PIC 9(10).
000110     05  OC-CODIGO              PIC X(08).
000120     05  OC-CANTIDAD            PIC 9(03).
000130     05  OC-FECHA               PIC 9(08).

000010******************************************************************
000020*    CATALOGO - REWARDS CATALOG MASTER RECORD LAYOUT (CATALOGO)
000030*    MAESTRO INDEXADO DE ARTICULOS CANJEABLES POR PUNTOS: CODIGO,
000040*    DESCRIPCION, COSTO EN PUNTOS POR UNIDAD, STOCK DISPONIBLE,
000050*    CATEGORIA MINIMA DEL CLIENTE (CR-CATEGORIA; CERO = TODAS) Y
000060*    VIGENCIA DESDE / HASTA. LO CARGA CREARCATALOGO Y LO
000070*    CONSUME CLIENTES-CANJES, QUE DESCUENTA EL STOCK DE CADA
000080*    PEDIDO ENTREGADO.
000090******************************************************************
000100 01  ARTICULO-REC.
000110     05  AT-CODIGO              PIC X(08).
000120     05  AT-DESCRIPCION         PIC X(30).
000130     05  AT-PUNTOS              PIC 9(9)  COMP-3.
000140     05  AT-STOCK               PIC 9(7)  COMP-3.
000150     05  AT-CATEGORIA-MIN       PIC 9(1)  COMP-3.
000160     05  AT-FECHA-DESDE         PIC 9(8)  COMP-3.
000170     05  AT-FECHA-HASTA         PIC 9(8)  COMP-3.

000010******************************************************************
000020*    ENTRCANJ - SUPPLIER FULFILLMENT FILE RECORD LAYOUT
000030*    (CANJESENTREGAS). ARCHIVO DIARIO QUE CLIENTES-CANJES
000040*    ENTREGA AL PROVEEDOR DE PREMIOS: UN REGISTRO '1' POR PEDIDO
000050*    APROBADO (ARTICULO, CANTIDAD Y SUCURSAL DE ENTREGA) Y UN
000060*    REGISTRO '9' DE CONTROL AL FINAL CON LA CANTIDAD DE PEDIDOS
000070*    Y EL TOTAL DE UNIDADES.
000080******************************************************************
000090 01  EN-REC.
000100     05  EN-TIPO-REG            PIC X(01).
000110         88  EN-ES-DETALLE                  VALUE '1'.
000120         88  EN-ES-CONTROL                  VALUE '9'.
000130     05  EN-DATOS               PIC X(109).
000140     05  EN-DETALLE REDEFINES EN-DATOS.
000150         10  EN-NRO-PEDIDO      PIC 9(10).
000160         10  EN-FECHA           PIC 9(08).
000170         10  EN-CODIGO          PIC X(08).
000180         10  EN-DESCRIPCION     PIC X(30).
000190         10  EN-CANTIDAD        PIC 9(03).
000200         10  EN-ID-CLIENTE      PIC 9(10).
000210         10  EN-NOMBRE          PIC X(30).
000220         10  EN-SUCURSAL        PIC 9(05).
000230         10  FILLER             PIC X(05).
000240     05  EN-CONTROL REDEFINES EN-DATOS.
000250         10  EN-CT-FECHA        PIC 9(08).
000260         10  EN-CT-PEDIDOS      PIC 9(07).
000270         10  EN-CT-UNIDADES     PIC 9(09).
000280         10  FILLER             PIC X(85).

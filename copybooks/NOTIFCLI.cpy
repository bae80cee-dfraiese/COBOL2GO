000010******************************************************************
000020*    NOTIFCLI - OUTBOUND CLIENT NOTIFICATION RECORD LAYOUT
000030*    (NOTIFICACIONES). LO EMITE CLIENTES-NOTIFICA CADA NOCHE EN
000040*    FORMATO FIJO PARA EL PROVEEDOR DE SMS / CORREO (SIN
000050*    ENCABEZADOS NI TEXTO LIBRE: EL TEXTO LO ARMA EL PROVEEDOR
000060*    CON LA PLANTILLA Y LOS VALORES VARIABLES).
000070*    NF-TIPO-REG '2' = UNA NOTIFICACION A UN CLIENTE, '9' =
000080*    CONTROL DE ARCHIVO (CANTIDAD DE NOTIFICACIONES, DE CLIENTES
000090*    Y SUMA DE IDS, SIEMPRE AL FINAL, TAMBIEN SIN DETALLE).
000100*    NF-DT-PLANTILLA Y SUS VALORES -
000110*        CATSUB / CATBAJ = SUBA / BAJA DE CATEGORIA: CATEGORIA
000120*                          ANTERIOR / NUEVA
000130*        DORMID = PASE A DORMIDO: SALDO DE PUNTOS
000140*        REACTI = REACTIVACION POR COMPRA: SALDO DE PUNTOS
000150*        TRASLA = TRASLADO: SUCURSAL ORIGEN / DESTINO
000160*        PTSVEN = PUNTOS VENCIDOS HOY: PUNTOS / SALDO
000170*        PTSXVE = PUNTOS QUE VENCEN EL MES PROXIMO: PUNTOS /
000180*                 SALDO
000190******************************************************************
000200 01  NF-REC.
000210     05  NF-TIPO-REG            PIC X(01).
000220         88  NF-ES-DETALLE                  VALUE '2'.
000230         88  NF-ES-CONTROL                  VALUE '9'.
000240     05  NF-DATOS               PIC X(149).
000250     05  NF-DETALLE REDEFINES NF-DATOS.
000260         10  NF-DT-FECHA        PIC 9(08).
000270         10  NF-DT-ID-CLIENTE   PIC 9(10).
000280         10  NF-DT-SUCURSAL     PIC 9(05).
000290         10  NF-DT-NOMBRE       PIC X(30).
000300         10  NF-DT-PLANTILLA    PIC X(06).
000310         10  NF-DT-VALOR-1      PIC X(30).
000320         10  NF-DT-VALOR-2      PIC X(30).
000330         10  FILLER             PIC X(30).
000340     05  NF-CONTROL REDEFINES NF-DATOS.
000350         10  NF-CT-FECHA        PIC 9(08).
000360         10  NF-CT-NOTIFICACIONES
000370                                PIC 9(09).
000380         10  NF-CT-CLIENTES     PIC 9(07).
000390         10  NF-CT-SUMA-IDS     PIC 9(15).
000400         10  FILLER             PIC X(110).

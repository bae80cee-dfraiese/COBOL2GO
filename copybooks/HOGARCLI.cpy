000010******************************************************************
000020*    HOGARCLI - HOUSEHOLD LINK RECORD LAYOUT (HOGARES)
000030*    UNA FILA POR CLIENTE AGRUPADO: VARIOS CR-ID-CLIENTE BAJO UN
000040*    MISMO HG-ID-HOGAR. CLIENTES-PUNTOS Y CLIENTES-CANJES LA
000050*    USAN PARA LA REDENCION MANCOMUNADA (SI EL SALDO PROPIO NO
000060*    ALCANZA, EL FALTANTE SE DEBITA DE LOS DEMAS MIEMBROS
000070*    ACTIVOS DEL HOGAR) Y CLIENTES-EXTRACTO PARA EL SALDO
000080*    COMBINADO DEL HOGAR EN EL EXTRACTO MENSUAL.
000090******************************************************************
000100 01  HG-REC.
000110     05  HG-ID-HOGAR            PIC 9(08).

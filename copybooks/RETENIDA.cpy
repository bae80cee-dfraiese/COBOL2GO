000060*    CLIENTES-LIBERACION (PRIMER PASO DEL CICLO NOCTURNO) VUELCA
000070*    LO MADURADO AL ARCHIVO DE ENTRADA DEL DIA QUE CORRESPONDA.
000080*    RT-DATOS LLEVA LA TRANSACCION ORIGINAL COMPLETA SEGUN LA
000090*    CLASE: 'T' = TL-REC (37), 'M' = MC-REC (77), 'P' = PT-REC
000100*    (37), ALINEADA A LA IZQUIERDA Y RELLENADA CON ESPACIOS.
000110******************************************************************
000120 01  RT-REC.
000130     05  RT-CLASE               PIC X(01).
000150         88  RT-ES-MANT                     VALUE 'M'.
000160         88  RT-ES-PUNTOS                   VALUE 'P'.
000170     05  RT-FECHA-EFECTIVA      PIC 9(08).
000180     05  RT-DATOS               PIC X(77).

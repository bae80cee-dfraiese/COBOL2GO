000010******************************************************************
000020*    KPIMES - MONTHLY BRANCH KPI SNAPSHOT RECORD LAYOUT
000030*    (KPIMENSUAL). HISTORIA PERMANENTE: UNA FILA POR SUCURSAL Y
000040*    MES, GRABADA POR CLIENTES-KPIMES AL CIERRE DE CADA MES Y
000050*    LEIDA POR CLIENTES-KPITEND PARA LA TENDENCIA DE 12 MESES.
000060*    LOS CLIENTES POR CR-ESTADO Y EL SALARIO PROMEDIO (DE LOS
000070*    ACTIVOS) SON LA FOTO DEL MAESTRO AL CIERRE; LO DEMAS ES LO
000080*    OCURRIDO EN EL MES -
000090*        ALTAS, PASES A DORMIDO = EVENTOS ALTA Y DORM
000100*        TRASLADOS ENTRA / SALE = EVENTOS TRAS HACIA / DESDE LA
000110*                                 SUCURSAL
000120*        PUNTOS ACREDITADOS = MOVIMIENTOS 'C', 'B' Y 'F'
000130*        PUNTOS REVERTIDOS  = MOVIMIENTOS 'D' Y 'E'
000140*        PUNTOS CANJEADOS   = MOVIMIENTOS 'R'
000150*        PUNTOS ANULADOS    = MOVIMIENTOS 'X'
000160*        PUNTOS VENCIDOS    = MOVIMIENTOS 'V'
000170*    KM-REGION ES LA SU-REGION DE LA SUCURSAL AL MOMENTO DE LA
000180*    FOTO, PARA QUE LA HISTORIA POR REGION NO CAMBIE SI LA
000190*    SUCURSAL SE REASIGNA.
000200******************************************************************
000210 01  KM-REC.
000220     05  KM-PERIODO.
000230         10  KM-ANIO            PIC 9(04).
000240         10  KM-MES             PIC 9(02).
000250     05  KM-PERIODO-NUM REDEFINES KM-PERIODO
000260                                PIC 9(06).
000270     05  KM-SUCURSAL            PIC 9(05).
000280     05  KM-REGION              PIC X(15).
000290     05  KM-CLIENTES.
000300         10  KM-CLI-ACTIVOS     PIC 9(07).
000310         10  KM-CLI-INACTIVOS   PIC 9(07).
000320         10  KM-CLI-CERRADOS    PIC 9(07).
000330         10  KM-CLI-DORMIDOS    PIC 9(07).
000340     05  KM-EVENTOS.
000350         10  KM-ALTAS           PIC 9(07).
000360         10  KM-PASES-DORMIDO   PIC 9(07).
000370         10  KM-TRASLADOS-ENTRA PIC 9(07).
000380         10  KM-TRASLADOS-SALE  PIC 9(07).
000390     05  KM-PUNTOS.
000400         10  KM-PUNTOS-ACREDITADOS
000410                                PIC 9(11).
000420         10  KM-PUNTOS-REVERTIDOS
000430                                PIC 9(11).
000440         10  KM-PUNTOS-CANJEADOS
000450                                PIC 9(11).
000460         10  KM-PUNTOS-ANULADOS PIC 9(11).
000470         10  KM-PUNTOS-VENCIDOS PIC 9(11).
000480     05  KM-SALARIO-PROMEDIO    PIC 9(09)V9(02).
000490     05  KM-FECHA-FOTO          PIC 9(08).
000500     05  FILLER                 PIC X(04).

000010******************************************************************
000020*    ASIENTGL - GENERAL-LEDGER POSTING INTERFACE RECORD LAYOUT
000030*    (ASIENTOSGL). LO EMITE CLIENTES-CONTABLE CADA DIA PARA LA
000040*    CONTABILIDAD GENERAL, EN FORMATO FIJO: UN ASIENTO
000050*    BALANCEADO (UNA LINEA DEBE 'D' Y UNA LINEA HABER 'H' POR EL
000060*    MISMO IMPORTE) POR TIPO DE MOVIMIENTO DE PUNTOS, SUCURSAL Y
000070*    FECHA DE NEGOCIO, VALORIZADO AL VALOR DEL PUNTO VIGENTE.
000080*    AG-TIPO-REG '1' = LINEA DE ASIENTO, '9' = CONTROL DE
000090*    ARCHIVO (CANTIDAD DE ASIENTOS Y LINEAS, TOTAL DEBE Y TOTAL
000100*    HABER, SIEMPRE AL FINAL).
000110******************************************************************
000120 01  AG-REC.
000130     05  AG-TIPO-REG            PIC X(01).
000140         88  AG-ES-LINEA                    VALUE '1'.
000150         88  AG-ES-CONTROL                  VALUE '9'.
000160     05  AG-DATOS               PIC X(79).
000170     05  AG-LINEA REDEFINES AG-DATOS.
000180         10  AG-FECHA           PIC 9(08).
000190         10  AG-NRO-ASIENTO     PIC 9(06).
000200         10  AG-SUCURSAL        PIC 9(05).
000210         10  AG-TIPO-MOV        PIC X(01).
000220         10  AG-CUENTA          PIC X(10).
000230         10  AG-DEBE-HABER      PIC X(01).
000240             88  AG-ES-DEBE                 VALUE 'D'.
000250             88  AG-ES-HABER                VALUE 'H'.
000260         10  AG-IMPORTE         PIC 9(13)V9(02).
000270         10  AG-PUNTOS          PIC 9(11).
000280         10  AG-CONCEPTO        PIC X(20).
000290         10  FILLER             PIC X(02).
000300     05  AG-CONTROL REDEFINES AG-DATOS.
000310         10  AG-CT-FECHA        PIC 9(08).
000320         10  AG-CT-ASIENTOS     PIC 9(06).
000330         10  AG-CT-LINEAS       PIC 9(07).
000340         10  AG-CT-DEBE         PIC 9(15)V9(02).
000350         10  AG-CT-HABER        PIC 9(15)V9(02).
000360         10  FILLER             PIC X(24).

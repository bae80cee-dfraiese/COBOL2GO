000010******************************************************************
000020*    ANONLOG - PERSONAL-DATA SCRUB LOG RECORD LAYOUT
000030*    (ANONIMIZADOS). APPEND-ONLY: UNA FILA POR DATO ANONIMIZADO
000040*    POR CLIENTES-ANONIMIZA, SIN EL VALOR BORRADO -
000050*        AL-ARCHIVO = ARCHIVO TOCADO (clienteshist.dat, EL
000060*                     DIARIO VIVO O UN ARCHIVO ANUAL eventoscli.A)
000070*        AL-DATOS   = CAMPOS BORRADOS
000080*        AL-EV-FECHA / AL-EV-HORA = EVENTO TOCADO (CERO EN LAS
000090*                     FILAS DEL HISTORICO)
000100******************************************************************
000110 01  AL-REC.
000120     05  AL-FECHA-PROCESO       PIC 9(08).
000130     05  AL-ID-CLIENTE          PIC 9(10).
000140     05  AL-FECHA-PURGA         PIC 9(08).
000150     05  AL-ARCHIVO             PIC X(30).
000160     05  AL-DATOS               PIC X(20).
000170     05  AL-EV-FECHA            PIC 9(08).
000180     05  AL-EV-HORA             PIC 9(08).

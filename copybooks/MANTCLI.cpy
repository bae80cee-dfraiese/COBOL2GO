000040*    THE MC-IND-xxx SWITCHES TELL CLIENTES-MANT WHICH FIELDS ON
000050*    THE TRANSACTION ARE ACTUALLY TO BE APPLIED ('S') VERSUS
000060*    LEFT AS-IS ON THE MASTER ('N').
000062*    MC-USUARIO = USUARIO QUE CARGO LA TRANSACCION (CLIENTES-
000064*    PANTALLA); ESPACIOS EN LAS CARGADAS POR OPERACIONES.
000070******************************************************************
000080 01  MC-REC.
000090     05  MC-ID-CLIENTE          PIC 9(10).
000200         88  MC-CAMBIA-SUCURSAL             VALUE 'S'.
000210     05  MC-SUCURSAL            PIC 9(05).
000220     05  MC-FECHA-EFECTIVA      PIC 9(08).
000230     05  MC-USUARIO             PIC X(08).

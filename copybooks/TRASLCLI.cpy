000040*    CLIENT (TL-ID-CLIENTE); 'M' = MASS TRANSFER OF EVERY CLIENT
000050*    OF TL-SUC-ORIGEN TO TL-SUC-DESTINO (BRANCH CLOSURE,
000060*    TL-ID-CLIENTE IS IGNORED AND SHOULD BE ZEROS).
000062*    TL-USUARIO = USUARIO QUE CARGO LA TRANSACCION (CLIENTES-
000064*    PANTALLA); ESPACIOS EN LAS CARGADAS POR OPERACIONES.
000070******************************************************************
000080 01  TL-REC.
000090     05  TL-TIPO                PIC X(01).
000130     05  TL-SUC-ORIGEN          PIC 9(05).
000140     05  TL-SUC-DESTINO         PIC 9(05).
000150     05  TL-FECHA-EFECTIVA      PIC 9(08).
000160     05  TL-USUARIO             PIC X(08).

000010******************************************************************
000020*    AJUSTE - MANUAL POINTS ADJUSTMENT REQUEST RECORD LAYOUT
000030*    (AJUSTES). ATENCION AL CLIENTE CARGA UNA FILA POR AJUSTE
000040*    MANUAL DE SALDO: IMPORTE CON SIGNO (POSITIVO ACREDITA,
000050*    NEGATIVO DEBITA), MOTIVO, JUSTIFICACION LIBRE Y OPERADOR
000060*    QUE LO INGRESA. CLIENTES-AJUSTES LO PASA A
000070*    AJUSTESPENDIENTES Y NO SE APLICA HASTA QUE OTRO OPERADOR
000080*    LO APRUEBA EN AJUSTESAPROBACIONES.
000090*    AJ-MOTIVO VALUES -
000100*        GEN = GESTO COMERCIAL (PUNTOS DE CORTESIA)
000110*        COR = CORRECCION DE SALDO MAL APLICADO
000120*        REC = RECLAMO DEL CLIENTE RESUELTO A FAVOR
000130*        PRO = PROMOCION NO ACREDITADA POR EL SISTEMA
000140*        OTR = OTRO (DETALLAR EN LA JUSTIFICACION)
000150******************************************************************
000160 01  AJ-REC.
000170     05  AJ-ID-CLIENTE          PIC 9(10).
000180     05  AJ-FECHA               PIC 9(08).
000190     05  AJ-PUNTOS              PIC S9(09).
000200     05  AJ-MOTIVO              PIC X(03).
000210     05  AJ-OPERADOR            PIC X(08).
000220     05  AJ-JUSTIFICACION       PIC X(60).

000010******************************************************************
000020*    REVRECH - REJECTED POINTS REVERSAL RECORD LAYOUT
000030*    (REVERSIONESRECHAZOS). LA DEVOLUCION 'D' O ANULACION 'X'
000040*    ORIGINAL COMPLETA, CON SU REFERENCIA, MAS EL MOTIVO. VA
000050*    APARTE DE PUNTOSRECHAZOS PORQUE UNA REVERSION NO SE
000060*    RECICLA: LA SUCURSAL LA CORRIGE Y LA VUELVE A INGRESAR.
000070*    RV-MOTIVO VALUES -
000080*        NOF = CLIENTE NO ENCONTRADO EN CLIENTES
000090*        EST = CR-ESTADO DEL CLIENTE NO ADMITE ACTIVIDAD
000100*              (CUENTA CERRADA 'C' O INACTIVA 'I')
000110*        ORI = NO EXISTE EN EL DIARIO EL MOVIMIENTO ORIGINAL
000120*              REFERENCIADO, O SU TIPO NO CORRESPONDE A LA
000130*              REVERSION ('D' SOBRE 'C', 'X' SOBRE 'R')
000140*        REV = EL ORIGINAL YA FUE REVERTIDO (LO ACUMULADO MAS
000150*              ESTA REVERSION SUPERA LOS PUNTOS DEL ORIGINAL)
000160*        CAP = LA ANULACION SUPERA LA CAPACIDAD PIC 9(9)
000170******************************************************************
000180 01  RV-REC.
000190     05  RV-ID-CLIENTE          PIC 9(10).
000200     05  RV-TIPO                PIC X(01).
000210     05  RV-PUNTOS              PIC 9(09).
000220     05  RV-FECHA               PIC 9(08).
000230     05  RV-FECHA-ORIGEN        PIC 9(08).
000240     05  RV-TIPO-ORIGEN         PIC X(01).
000250     05  RV-MOTIVO              PIC X(03).

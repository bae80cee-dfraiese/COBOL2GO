000010******************************************************************
000020*    FRAUDRET - POINTS ACTIVITY HELD BY FRAUD SCREENING RECORD
000030*    LAYOUT (FRAUDERETENIDAS, FRAUDEDECLINADAS). UNA FILA POR
000040*    TRANSACCION DE PUNTOSACTIVIDAD QUE CLIENTES-FRAUDE NO DEJO
000050*    PASAR A CLIENTES-PUNTOS, CON LA REGLA QUE LA DETUVO. LA
000060*    RETENCION SE IDENTIFICA POR FECHA DE NEGOCIO Y SECUENCIA,
000070*    QUE ES LO QUE CUMPLIMIENTO INFORMA EN FRAUDEDECISIONES.
000080*    FR-ACTIVIDAD ES LA TRANSACCION ORIGINAL (MISMO TRAZADO QUE
000090*    PUNTACT) Y VUELVE TAL CUAL A PUNTOSACTIVIDAD SI SE LIBERA.
000100*    FR-REGLA VALUES -
000110*        LIM = PUNTOS ACREDITADOS EN EL DIA SOBRE EL LIMITE DE
000120*              LA CATEGORIA DEL CLIENTE
000130*        TXN = DEMASIADAS TRANSACCIONES DEL CLIENTE EN EL DIA
000140*        MOV = CANJE DENTRO DE LOS N DIAS DE UN TRASLADO, UNA
000150*              FUSION O UNA REACTIVACION (TRAS/FUS/REAC)
000160*        NVA = ACREDITACION GRANDE EN UNA CUENTA RECIEN ABIERTA
000170******************************************************************
000180 01  FR-REC.
000190     05  FR-ID-RETENCION.
000200         10  FR-FECHA-RETENCION PIC 9(08).
000210         10  FR-SECUENCIA       PIC 9(07).
000220     05  FR-REGLA               PIC X(03).
000230     05  FR-SUCURSAL            PIC 9(05).
000240     05  FR-ACTIVIDAD.
000250         10  FR-ID-CLIENTE      PIC 9(10).
000260         10  FR-TIPO            PIC X(01).
000270         10  FR-PUNTOS          PIC 9(09).
000280         10  FR-FECHA           PIC 9(08).
000290         10  FR-REFERENCIA      PIC X(09).

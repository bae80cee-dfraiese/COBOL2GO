000010******************************************************************
000020*    AJURECH - REJECTED OR EXPIRED POINTS ADJUSTMENT RECORD
000030*    LAYOUT (AJUSTESRECHAZADOS). APPEND-ONLY: EL AJUSTE COMPLETO
000040*    (IDENTIFICADOR EN CERO SI SE RECHAZO AL INGRESAR), EL
000050*    MOTIVO, EL OPERADOR QUE LO RESOLVIO (EN BLANCO SI LO
000060*    RECHAZO EL PROCESO) Y LA FECHA DE NEGOCIO.
000070*    JR-MOTIVO VALUES -
000080*        FEC = SOLICITUD FECHADA A FUTURO
000090*        NOF = CLIENTE NO ENCONTRADO EN CLIENTES
000100*        EST = CUENTA CERRADA ('C')
000110*        CER = IMPORTE EN CERO O NO NUMERICO
000120*        MOT = MOTIVO INEXISTENTE
000130*        OPE = SIN OPERADOR QUE INGRESA
000140*        JUS = SIN JUSTIFICACION
000150*        RCH = RECHAZADO POR EL APROBADOR
000160*        NEG = EL DEBITO DEJARIA CR-PUNTOS NEGATIVO
000170*        MAX = EL CREDITO EXCEDE LA CAPACIDAD DE CR-PUNTOS
000180*        VEN = VENCIDO SIN APROBACION VALIDA EN EL PLAZO
000190******************************************************************
000200 01  JR-REC.
000210     05  JR-ID-AJUSTE.
000220         10  JR-FECHA-INGRESO   PIC 9(08).
000230         10  JR-SECUENCIA       PIC 9(07).
000240     05  JR-AJUSTE.
000250         10  JR-ID-CLIENTE      PIC 9(10).
000260         10  JR-FECHA           PIC 9(08).
000270         10  JR-PUNTOS          PIC S9(09).
000280         10  JR-MOTIVO-AJUSTE   PIC X(03).
000290         10  JR-OPERADOR        PIC X(08).
000300         10  JR-JUSTIFICACION   PIC X(60).
000310     05  JR-MOTIVO              PIC X(03).
000320     05  JR-OPERADOR-RESUELVE   PIC X(08).
000330     05  JR-FECHA-PROCESO       PIC 9(08).

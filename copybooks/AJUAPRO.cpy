000010******************************************************************
000020*    AJUAPRO - APPROVAL DECISION ON A PENDING POINTS ADJUSTMENT
000030*    RECORD LAYOUT (AJUSTESAPROBACIONES). EL SEGUNDO OPERADOR
000040*    INFORMA POR CADA AJUSTE REVISADO (FECHA Y SECUENCIA DE
000050*    AJUPEND) SI LO APRUEBA O LO RECHAZA. NO PUEDE SER EL MISMO
000060*    OPERADOR QUE LO INGRESO, Y POR ENCIMA DEL UMBRAL DE
000070*    AJUSTES.CTL DEBE FIGURAR EN AJUSTESSUPERVISORES.
000080*    JA-DECISION VALUES -
000090*        A = APROBAR: EL AJUSTE SE APLICA A CR-PUNTOS ESA NOCHE
000100*        R = RECHAZAR: EL AJUSTE NO SE APLICA Y QUEDA EN
000110*            AJUSTESRECHAZADOS
000120******************************************************************
000130 01  JA-REC.
000140     05  JA-ID-AJUSTE.
000150         10  JA-FECHA-INGRESO   PIC 9(08).
000160         10  JA-SECUENCIA       PIC 9(07).
000170     05  JA-DECISION            PIC X(01).
000180         88  JA-APROBAR                     VALUE 'A'.
000190         88  JA-RECHAZAR                    VALUE 'R'.
000200     05  JA-OPERADOR            PIC X(08).

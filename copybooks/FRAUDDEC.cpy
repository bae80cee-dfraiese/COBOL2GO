000010******************************************************************
000020*    FRAUDDEC - COMPLIANCE DECISION ON A HELD POINTS ACTIVITY
000030*    RECORD LAYOUT (FRAUDEDECISIONES). CUMPLIMIENTO INFORMA POR
000040*    CADA RETENCION REVISADA (FECHA Y SECUENCIA DE FRAUDRET) SI
000050*    SE LIBERA O SE DECLINA, Y QUIEN LO DECIDIO.
000060*    DF-DECISION VALUES -
000070*        L = LIBERAR: LA TRANSACCION VUELVE A PUNTOSACTIVIDAD
000080*            Y SE APLICA EN LA CORRIDA DE ESA NOCHE
000090*        D = DECLINAR: LA TRANSACCION NO SE APLICA Y QUEDA EN
000100*            FRAUDEDECLINADAS
000110******************************************************************
000120 01  DF-REC.
000130     05  DF-ID-RETENCION.
000140         10  DF-FECHA-RETENCION PIC 9(08).
000150         10  DF-SECUENCIA       PIC 9(07).
000160     05  DF-DECISION            PIC X(01).
000170         88  DF-LIBERAR                     VALUE 'L'.
000180         88  DF-DECLINAR                    VALUE 'D'.
000190     05  DF-OPERADOR            PIC X(08).

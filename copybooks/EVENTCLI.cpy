000070*        ALTA = ALTA DE CLIENTE (CREARCLIENTES)
000080*        MNOM / MEST / MSAL = MANTENIMIENTO DE NOMBRE / ESTADO
000090*                             / SALARIO (CLIENTES-MANT)
000091*               (EN LOS MNOM DE PURGADOS CON LA RETENCION
000092*               VENCIDA CLIENTES-ANONIMIZA REEMPLAZA LOS
000093*               NOMBRES POR 'DATO ANONIMIZADO')
000094*        MSUC = MANTENIMIENTO DE SUCURSAL (CLIENTES-MANT)
000100*        PUNT = MOVIMIENTO DE PUNTOS APLICADO (CLIENTES-PUNTOS)
000110*        REAC = REACTIVACION DE DORMIDO POR COMPRA
000120*        RCAT = RECATEGORIZACION (CLIENTES-RECAT)
000150*        PURG = PURGA AL HISTORICO (CLIENTES-PURGA)
000160*        TRAS = TRASLADO DE SUCURSAL (CLIENTES-TRASLADO)
000170*        RALT / RPUN = REINGRESO DE ALTA / DE PUNTOS POR EL
000171*                      RECICLADOR (CLIENTES-RECICLAJE)
000172*        ARCH = EVENTOS ANTERIORES AL CORTE MOVIDOS AL ARCHIVO
000173*               ANUAL (CLIENTES-ARCHIVADOR)
000174*        PROM = BONIFICACION DE CAMPANIA PROMOCIONAL
000175*               (CLIENTES-PUNTOS)
000176*        FUS  = FUSION DE CLIENTES DUPLICADOS (CLIENTES-FUSION)
000177*        HOGR = DEBITO A UN MIEMBRO DEL HOGAR POR REDENCION
000178*               MANCOMUNADA (CLIENTES-PUNTOS, CLIENTES-CANJES)
000179*        CANJ = CANJE DE UN ARTICULO DEL CATALOGO: ARTICULO Y
000180*               CANTIDAD / NUMERO DE PEDIDO (CLIENTES-CANJES)
000181*        REVE = REVERSION APLICADA: TIPO Y REFERENCIA DEL
000182*               ORIGINAL / PUNTOS QUE QUEDAN A RECUPERAR
000183*               (CLIENTES-PUNTOS)
000184*        AJUS = AJUSTE MANUAL DE PUNTOS APROBADO: IDENTIFICADOR
000185*               DEL AJUSTE / MOTIVO, OPERADOR QUE LO INGRESO Y
000186*               OPERADOR QUE LO APROBO (CLIENTES-AJUSTES)
000188*        REFE = BONIFICACION POR REFERIDO PAGADA AL REFERENTE:
000190*               ID DEL CLIENTE REFERIDO / PUNTOS ACREDITADOS
000192*               (CLIENTES-PUNTOS)
000194******************************************************************
000200 01  EV-REC.
000210     05  EV-ID-CLIENTE          PIC 9(10).
000220     05  EV-FECHA               PIC 9(08).

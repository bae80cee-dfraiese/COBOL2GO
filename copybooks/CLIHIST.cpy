000020*    CLIHIST - ARCHIVED (PURGED) CLIENT RECORD LAYOUT
000030*    (CLIENTESHIST). SAME FIELDS AS CLIREC PLUS THE DATE THE
000040*    CLIENT WAS PURGED FROM THE LIVE MASTER. RETAINED FOR
000050*    COMPLIANCE; THE NIGHTLY CYCLE ONLY READS IT IN
000055*    CLIENTES-CONTABLE (SALDOS PURGADOS EN LA FECHA DE NEGOCIO)
000056*    Y CLIENTES-KPIMES (SUCURSAL DE UN CLIENTE YA PURGADO).
000057*    VENCIDA LA RETENCION, CLIENTES-ANONIMIZA BORRA CH-NOMBRE
000058*    ('DATO ANONIMIZADO') Y CH-SALARIO (CERO).
000060******************************************************************
000070 01  CH-REC.
000080     05  CH-TIPO-REG            PIC X(01).

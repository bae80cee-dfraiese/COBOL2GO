000010******************************************************************
000020*    VENCPROX - POINTS EXPIRING NEXT MONTH RECORD LAYOUT
000030*    (VENCPROXIMOS). LO REGRABA CADA NOCHE CLIENTES-VENCPUNTOS
000040*    CON UNA FILA POR CLIENTE QUE TIENE PUNTOS QUE VENCEN EL
000050*    MES PROXIMO (LA MISMA CIFRA DE VENCIMIENTOS.TXT) Y LO LEE
000060*    CLIENTES-NOTIFICA PARA EL AVISO AL CLIENTE.
000070******************************************************************
000080 01  VX-REC.
000090     05  VX-ID-CLIENTE          PIC 9(10).
000100     05  VX-FECHA               PIC 9(08).
000110     05  VX-PUNTOS              PIC 9(09).
000120     05  VX-SALDO               PIC 9(09).

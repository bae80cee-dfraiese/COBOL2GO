000010******************************************************************
000020*    PUNTACT - DAILY LOYALTY-POINTS ACTIVITY RECORD LAYOUT
000030*    PT-TIPO 'C' = COMPRA (ACCRUAL), 'R' = REDENCION (DEDUCTION),
000032*    'D' = DEVOLUCION (REVERSES A PURCHASE 'C' AND ITS CAMPAIGN
000034*    BONUS), 'X' = ANULACION DE CANJE (GIVES BACK A REDEMPTION
000036*    'R'). A REVERSAL NAMES THE ORIGINAL MOVEMENT BY CLIENT
000037*    (PT-ID-CLIENTE), DATE (PT-FECHA-ORIGEN) AND TYPE
000038*    (PT-TIPO-ORIGEN); PT-REFERENCIA IS BLANK FOR 'C' AND 'R'.
000040******************************************************************
000050 01  PT-REC.
000060     05  PT-ID-CLIENTE          PIC 9(10).
000070     05  PT-TIPO                PIC X(01).
000080         88  PT-ES-COMPRA                   VALUE 'C'.
000090         88  PT-ES-REDENCION                VALUE 'R'.
000092         88  PT-ES-DEVOLUCION               VALUE 'D'.
000094         88  PT-ES-ANULACION                VALUE 'X'.
000096         88  PT-ES-REVERSION                VALUES 'D' 'X'.
000100     05  PT-PUNTOS              PIC 9(09).
000110     05  PT-FECHA               PIC 9(08).
000120     05  PT-REFERENCIA.
000130         10  PT-FECHA-ORIGEN    PIC 9(08).
000140         10  PT-TIPO-ORIGEN     PIC X(01).

000100     05  SM-TIPO                PIC X(01).
000110         88  SM-ES-COMPRA                   VALUE 'C'.
000120         88  SM-ES-REDENCION                VALUE 'R'.
000130         88  SM-ES-VENCIMIENTO              VALUE 'V'.
000140         88  SM-ES-ARRASTRE                 VALUE 'A'.
000150         88  SM-ES-BONIFICACION             VALUE 'B'.
000160         88  SM-ES-DEVOLUCION               VALUE 'D'.
000170         88  SM-ES-EXTORNO-BONIF            VALUE 'E'.
000180         88  SM-ES-ANULACION                VALUE 'X'.
000190         88  SM-ES-REVERSION                VALUES 'D' 'E' 'X'.
000200         88  SM-ES-AJUSTE-CREDITO           VALUE 'J'.
000210         88  SM-ES-AJUSTE-DEBITO            VALUE 'K'.
000220         88  SM-ES-AJUSTE                   VALUES 'J' 'K'.
000225         88  SM-ES-BONIF-REFERIDO           VALUE 'F'.
000230     05  SM-PUNTOS              PIC 9(09).
000240     05  SM-SALDO               PIC 9(09).
000250     05  SM-REFERENCIA.
000260         10  SM-FECHA-ORIGEN    PIC 9(08).
000270         10  SM-TIPO-ORIGEN     PIC X(01).

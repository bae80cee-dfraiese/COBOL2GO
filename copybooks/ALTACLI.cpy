000010******************************************************************
000020*    ALTACLI - NEW-ACCOUNT EXTRACT RECORD LAYOUT (ALTACLIENTES)
000030*    ONE ROW PER CLIENT TO BE ONBOARDED BY CREARCLIENTES.
000032*    AC-ID-REFERENTE ES OPCIONAL: CR-ID-CLIENTE DEL CLIENTE QUE
000034*    REFIRIO AL NUEVO (CERO O EN BLANCO = SIN REFERENTE; LAS
000036*    FILAS ANTERIORES DE 66 POSICIONES SE LEEN SIN REFERENTE).
000040******************************************************************
000050 01  AC-REC.
000060     05  AC-ID-CLIENTE          PIC 9(10).
000095     05  AC-ESTADO              PIC X(01).
000100     05  AC-SALARIO             PIC 9(9)V9(2).
000110     05  AC-CATEGORIA           PIC 9(1).
000120     05  AC-ID-REFERENTE        PIC 9(10).

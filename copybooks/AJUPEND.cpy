000010******************************************************************
000020*    AJUPEND - PENDING MANUAL POINTS ADJUSTMENT RECORD LAYOUT
000030*    (AJUSTESPENDIENTES). UNA
000040*    FILA POR AJUSTE QUE ESPERA LA APROBACION DE UN SEGUNDO
000050*    OPERADOR. EL AJUSTE SE IDENTIFICA POR LA FECHA DE NEGOCIO
000060*    EN QUE SE INGRESO Y SU SECUENCIA, QUE ES LO QUE EL
000070*    APROBADOR INFORMA EN AJUSTESAPROBACIONES. JP-AJUSTE ES LA
000080*    SOLICITUD ORIGINAL (MISMO TRAZADO QUE AJUSTE).
000090******************************************************************
000100 01  JP-REC.
000110     05  JP-ID-AJUSTE.
000120         10  JP-FECHA-INGRESO   PIC 9(08).
000130         10  JP-SECUENCIA       PIC 9(07).
000140     05  JP-AJUSTE.
000150         10  JP-ID-CLIENTE      PIC 9(10).
000160         10  JP-FECHA           PIC 9(08).
000170         10  JP-PUNTOS          PIC S9(09).
000180         10  JP-MOTIVO          PIC X(03).
000190         10  JP-OPERADOR        PIC X(08).
000200         10  JP-JUSTIFICACION   PIC X(60).

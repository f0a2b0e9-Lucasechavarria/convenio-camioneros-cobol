000010*****************************************************************
000020* RECHBCO.CPY
000030* RECHAZOS BANCARIOS DE LA ACREDITACION DE HABERES: UN
000040* REGISTRO POR LEGAJO Y PERIODO (AAAAMM) RECHAZADO POR EL
000050* BANCO, CON EL IMPORTE, EL CBU Y EL MOTIVO DEL RECHAZO. LO
000060* CARGA RECHAZOS-BANCO DESDE LA RESPUESTA DEL BANCO Y LLEVA SU
000070* SEGUIMIENTO: QUEDA PENDIENTE HASTA QUE SE CORRIJA EL CBU EN
000080* MANT-LEGAJOS Y SALGA EN EL ARCHIVO COMPLEMENTARIO DE
000090* REACREDITACION, O SE PASA A PAGO POR CAJA O CHEQUE HASTA QUE
000100* SE CONFIRME EL PAGO. MIENTRAS HAYA RECHAZOS PENDIENTES EL
000110* PERIODO QUEDA CON NETO PENDIENTE EN PERESTAD.
000120*-----------------------------------------------------------------
000130* MOD-HIST:
000140*   2026-10-08 JCM  CREACION - RECHAZOS BANCARIOS.
000150*****************************************************************
000160 01  RECHAZO-BANCO-REG.
000170     05  RZ-CLAVE.
000180         10  RZ-LEGAJO            PIC 9(06).
000190         10  RZ-PERIODO           PIC 9(06).
000200     05  RZ-IMPORTE               PIC 9(9)V99.
000210     05  RZ-CBU-RECHAZADO         PIC X(22).
000220     05  RZ-CODIGO-RECHAZO        PIC X(03).
000230     05  RZ-FECHA-RECHAZO         PIC 9(08).
000240     05  RZ-CANT-RECHAZOS         PIC 9(02).
000250     05  RZ-ESTADO                PIC X(01).
000260         88  RZ-PENDIENTE-CBU         VALUE "P".
000270         88  RZ-A-PAGAR-CAJA          VALUE "C".
000280         88  RZ-REACREDITADO          VALUE "R".
000290         88  RZ-PAGADO-CAJA           VALUE "E".
000300         88  RZ-NETO-PENDIENTE        VALUE "P" "C".
000310     05  RZ-FECHA-RESOLUCION      PIC 9(08).
000320     05  RZ-CBU-REACREDITADO      PIC X(22).
000330     05  FILLER                   PIC X(20).

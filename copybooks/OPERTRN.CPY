000010*****************************************************************
000020* OPERTRN.CPY
000030* LAYOUT DE LA TRANSACCION DE MANTENIMIENTO DE OPERADORES, LEIDA
000040* POR MANT-OPERADORES PARA ACTUALIZAR OPERADOR-MASTER. EN LA
000050* MODIFICACION, UN NOMBRE EN BLANCO O UN ROL EN CERO DEJAN EL
000060* VALOR ANTERIOR.
000070*-----------------------------------------------------------------
000080* MOD-HIST:
000090*   2026-10-11 JCM  CREACION - TRANSACCION DE OPERADORES.
000100*****************************************************************
000110 01  OPERADOR-TRANS-REG.
000120     05  OT-ACCION                 PIC X(01).
000130         88  OT-ALTA                   VALUE "A".
000140         88  OT-MODIFICACION           VALUE "M".
000150         88  OT-BAJA                   VALUE "B".
000160     05  OT-OPERADOR               PIC X(10).
000170     05  OT-NOMBRE                 PIC X(30).
000180     05  OT-ROL                    PIC 9(01).
000190     05  FILLER                    PIC X(18).

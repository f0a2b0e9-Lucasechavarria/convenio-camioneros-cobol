000010*****************************************************************
000020* PARMERR.CPY
000030* LAYOUT DEL ARCHIVO DE TRANSACCIONES DE PARAMETROS LEGALES
000040* RECHAZADAS POR MANT-PARAMETROS. CONSERVA LA IMAGEN EXACTA DE
000050* LA TRANSACCION (PARMTRN.CPY) PARA PODER CORREGIRLA Y
000060* REPRESENTARLA EN UNA NUEVA CORRIDA; EL MOTIVO DEL RECHAZO
000070* SALE EN EL REPORTE.
000080*-----------------------------------------------------------------
000090* MOD-HIST:
000100*   2026-10-07 JCM  CREACION - RECHAZOS DE PARAMETROS LEGALES.
000110*****************************************************************
000120 01  PARAMETRO-ERROR-REG          PIC X(336).

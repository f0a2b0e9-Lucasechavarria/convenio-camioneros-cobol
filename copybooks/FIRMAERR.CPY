000010*****************************************************************
000020* FIRMAERR.CPY
000030* LAYOUT DEL ARCHIVO DE TRANSACCIONES DE FIRMA DE RECIBOS
000040* RECHAZADAS POR MANT-FIRMAS. CONSERVA LA IMAGEN EXACTA DE LA
000050* TRANSACCION (FIRMATRN.CPY) PARA PODER CORREGIRLA Y
000060* REPRESENTARLA EN UNA NUEVA CORRIDA; EL MOTIVO DEL RECHAZO
000070* SALE EN EL REPORTE.
000080*-----------------------------------------------------------------
000090* MOD-HIST:
000100*   2026-10-15 JCM  CREACION - RECHAZOS DE FIRMA DE RECIBOS.
000110*****************************************************************
000120 01  FIRMA-ERROR-REG              PIC X(80).

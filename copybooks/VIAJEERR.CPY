000010*****************************************************************
000020* VIAJEERR.CPY
000030* LAYOUT DEL ARCHIVO DE TRANSACCIONES DE HOJAS DE RUTA
000040* RECHAZADAS POR MANT-VIAJES. CONSERVA LA IMAGEN EXACTA DE LA
000050* TRANSACCION (VIAJETRN.CPY) PARA PODER CORREGIRLA Y
000060* REPRESENTARLA EN UNA NUEVA CORRIDA; EL MOTIVO DEL RECHAZO
000070* SALE EN EL REPORTE.
000080*-----------------------------------------------------------------
000090* MOD-HIST:
000100*   2026-10-05 JCM  CREACION - RECHAZOS DE HOJAS DE RUTA.
000110*****************************************************************
000120 01  VIAJE-ERROR-REG              PIC X(83).

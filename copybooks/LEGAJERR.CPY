000090*   2026-08-22 JCM  CREACION - RECHAZOS DE MANTENIMIENTO.
000092*   2026-08-22 JCM  AMPLIADO A 92 BYTES POR EL CUIL EN LA
000094*                   TRANSACCION (LEGAJTRN.CPY).
000096*   2026-10-12 JCM  AMPLIADO A 100 BYTES POR LA FECHA DE
000098*                   VIGENCIA EN LA TRANSACCION.
000100*****************************************************************
000110 01  LEGAJO-ERROR-REG             PIC X(100).

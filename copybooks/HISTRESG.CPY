000090*-----------------------------------------------------------------
000100* MOD-HIST:
000110*   2026-09-02 JCM  CREACION - RESGUARDO DEL HISTORICO.
000112*   2026-10-05 JCM  HR-DATOS AMPLIADO A 271 POSICIONES POR LOS
000114*                   VIATICOS POR VIAJE AGREGADOS A LIQHIST.
000120*****************************************************************
000130 01  HIST-RESGUARDO-REG.
000140     05  HR-CLAVE.
000150         10  HR-LEGAJO            PIC 9(06).
000160         10  HR-PERIODO           PIC 9(06).
000170     05  HR-DATOS                 PIC X(271).

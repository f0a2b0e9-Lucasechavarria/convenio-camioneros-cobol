000010*****************************************************************
000020* F1357RPT.CPY
000030* LAYOUT DE LINEA DE IMPRESION DE LA COPIA DEL F.1357 QUE SE
000040* ENTREGA A CADA EMPLEADO (LIQUIDACION ANUAL O FINAL DEL
000050* IMPUESTO A LAS GANANCIAS) EMITIDA POR EXPORTA-F1357.
000060*-----------------------------------------------------------------
000070* MOD-HIST:
000080*   2026-10-13 JCM  CREACION - COPIA DEL F.1357 PARA EL EMPLEADO.
000090*****************************************************************
000100 01  LINEA-F1357                  PIC X(80).

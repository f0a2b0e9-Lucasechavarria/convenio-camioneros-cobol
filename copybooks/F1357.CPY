000010*****************************************************************
000020* F1357.CPY
000030* LAYOUT DEL ARCHIVO DE IMPORTACION DEL F.1357 DE AFIP
000040* (LIQUIDACION ANUAL Y FINAL DEL IMPUESTO A LAS GANANCIAS DE
000050* CUARTA CATEGORIA): REGISTRO DE CABECERA "01" CON PERIODO
000060* FISCAL Y TIPO DE PRESENTACION, UN REGISTRO "02" POR
000070* EMPLEADO LIQUIDADO Y REGISTRO DE COLA "09" CON CANTIDAD E
000080* IMPORTES TOTALES. LOS TRES FORMATOS SE ARMAN EN EXPORTA-F1357.
000090*-----------------------------------------------------------------
000100* MOD-HIST:
000110*   2026-10-13 JCM  CREACION - EXPORTACION F.1357 GANANCIAS.
000120*****************************************************************
000130 01  F1357-EXPORT-REG             PIC X(150).

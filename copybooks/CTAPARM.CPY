000010*****************************************************************
000020* CTAPARM.CPY
000030* PARAMETROS DE CUENTAS CONTABLES DEL ASIENTO DE SUELDOS: UN
000040* REGISTRO POR CONCEPTO (SUELDOS, VIANDAS, VIAJES, EXTRAS,
000050* PRESENTISMO, JUBILACION, OBRA-SOCIAL, SINDICAL, SEPELIO,
000060* ART, GANANCIAS, EMBARGOS, PRESTAMOS, ADELANTOS,
000062* NETO-A-PAGAR) CON SU CUENTA CONTABLE. EL ASIENTO DE
000064* PROVISION Y SUS REVERSOS USAN ADEMAS SAC, PROV-SAC,
000065* CONTRIB-SAC, PROV-CON-SAC, VACACIONES, PROV-VAC,
000066* CONTRIB-VAC Y PROV-CON-VAC.
000070*-----------------------------------------------------------------
000080* MOD-HIST:
000090*   2026-08-22 JCM  CREACION - CUENTAS DEL ASIENTO DE SUELDOS.
000092*   2026-09-02 JCM  AGREGADOS LOS CONCEPTOS DE DEDUCCIONES
000094*                   VARIABLES (EMBARGOS, PRESTAMOS, ADELANTOS).
000096*   2026-10-05 JCM  AGREGADO EL CONCEPTO VIAJES (VIATICOS POR
000097*                   VIAJE DE LAS HOJAS DE RUTA).
000098*   2026-10-09 JCM  AGREGADOS LOS CONCEPTOS DE LA PROVISION DE
000099*                   SAC, VACACIONES Y SUS CONTRIBUCIONES.
000100*****************************************************************
000110 01  CUENTA-PARAM-REG.
000120     05  CP-CONCEPTO              PIC X(12).

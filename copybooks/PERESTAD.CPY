000130*-----------------------------------------------------------------
000140* MOD-HIST:
000150*   2026-09-02 JCM  CREACION - ESTADO DEL PERIODO.
000151*   2026-10-08 JCM  AGREGADO EL NETO PENDIENTE DE PAGO POR
000152*                   RECHAZOS BANCARIOS (RECHAZOS-BANCO): EL
000153*                   PERIODO NO SE CIERRA MIENTRAS QUEDE NETO
000154*                   SIN PAGAR.
000155*   2026-10-09 JCM  AGREGADA LA PROVISION MENSUAL DE SAC,
000156*                   VACACIONES Y CONTRIBUCIONES (PROVISION-
000157*                   CARGAS): LIQUIDA-SAC EXIGE LA PROVISION DEL
000158*                   MES DE CIERRE DEL SEMESTRE ANTES DE PAGAR.
000159*   2026-10-14 JCM  AGREGADO EL RESULTADO DEL CONTROL DE
000160*                   INTEGRIDAD ENTRE ARCHIVOS (CONTROL-
000161*                   INTEGRIDAD): CONVENIO-CAMIONEROS EXIGE EL
000162*                   CONTROL SIN ERRORES BLOQUEANTES ANTES DE LA
000163*                   LIQUIDACION DEFINITIVA; MANT-NOVEDADES LO
000164*                   VUELVE A "N" AL CARGAR NOVEDADES.
000165*   2026-10-15 JCM  MANT-LEGAJOS TAMBIEN LO VUELVE A "N" EN LOS
000166*                   PERIODOS NO CERRADOS CUANDO ALTA, MODIFICA O
000167*                   DA DE BAJA UN LEGAJO.
000168*****************************************************************
000170 01  PERIODO-ESTADO-REG.
000180     05  PE-PERIODO               PIC 9(06).
000190     05  PE-NOVEDADES-CARGADAS    PIC X(01).
000280         88  PE-CONCILIACION-SI       VALUE "S".
000290     05  PE-PERIODO-CERRADO       PIC X(01).
000300         88  PE-CERRADO-SI            VALUE "S".
000301     05  PE-NETO-PENDIENTE        PIC X(01).
000302         88  PE-NETO-PENDIENTE-SI     VALUE "S".
000303     05  PE-PROVISION-HECHA       PIC X(01).
000304         88  PE-PROVISION-SI          VALUE "S".
000305     05  PE-CONTROL-INTEGRIDAD    PIC X(01).
000306         88  PE-CONTROL-LIMPIO        VALUE "S" "A".
000307         88  PE-CONTROL-BLOQUEANTE    VALUE "B".
000310     05  FILLER                   PIC X(05).

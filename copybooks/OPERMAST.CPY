000010*****************************************************************
000020* OPERMAST.CPY
000030* MAESTRO DE OPERADORES DEL SISTEMA DE LIQUIDACION, CON EL ROL
000040* QUE DEFINE QUE OPERACIONES PUEDE HACER CADA UNO. LOS ROLES SON
000050* ESCALONADOS: CADA UNO PUEDE TODO LO DE LOS ROLES MENORES.
000060*   1 = CARGA DE NOVEDADES (NOVEDADES Y HOJAS DE RUTA)
000070*   2 = LIQUIDADOR (LIQUIDACIONES, LEGAJOS, BANCO, EXPORTACIONES)
000080*   3 = SUPERVISOR (RELIQUIDACION, CIERRE DE PERIODO, TARIFAS,
000090*       PARAMETROS LEGALES Y REPORTE DE LA BITACORA)
000100*   4 = ADMINISTRADOR DEL SISTEMA (OPERADORES Y CORTE DEL
000110*       HISTORICO)
000120* LO MANTIENE MANT-OPERADORES.
000130*-----------------------------------------------------------------
000140* MOD-HIST:
000150*   2026-10-11 JCM  CREACION - OPERADORES Y ROLES.
000160*****************************************************************
000170 01  OPERADOR-MASTER-REG.
000180     05  OP-OPERADOR               PIC X(10).
000190     05  OP-NOMBRE                 PIC X(30).
000200     05  OP-ROL                    PIC 9(01).
000210         88  OP-ROL-CARGA-NOVEDADES    VALUE 1.
000220         88  OP-ROL-LIQUIDADOR         VALUE 2.
000230         88  OP-ROL-SUPERVISOR         VALUE 3.
000240         88  OP-ROL-ADMINISTRADOR      VALUE 4.
000250         88  OP-ROL-VALIDO             VALUE 1 THRU 4.
000260     05  OP-ESTADO                 PIC X(01).
000270         88  OP-HABILITADO             VALUE "A".
000280         88  OP-DADO-DE-BAJA           VALUE "B".
000290     05  OP-FECHA-ALTA             PIC 9(08).
000300     05  OP-FECHA-ULT-MODIF        PIC 9(08).
000310     05  FILLER                    PIC X(20).

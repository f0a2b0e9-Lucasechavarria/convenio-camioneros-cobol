000070*-----------------------------------------------------------------
000080* MOD-HIST:
000090*   2026-08-22 JCM  CREACION - TRANSACCION DE MANTENIMIENTO.
000100*   2026-08-22 JCM  LA BAJA INFORMA TAMBIEN EL MOTIVO DE
000110*                   EGRESO (R/D/C) PARA LA LIQUIDACION FINAL.
000120*   2026-08-22 JCM  ALTA Y MODIFICACION INFORMAN EL CUIL DEL
000130*                   EMPLEADO PARA LA EXPORTACION F.931.
000140*   2026-08-22 JCM  ALTA Y MODIFICACION INFORMAN EL CENTRO DE
000150*                   COSTOS, VALIDADO CONTRA CENMAST.
000160*   2026-10-12 JCM  AGREGADA LA FECHA DE VIGENCIA DEL CAMBIO
000170*                   DE CATEGORIA, CENTRO O CBU (CEROS = FECHA
000180*                   DE PROCESO) Y EL TIPO "H" QUE IMPRIME LA
000190*                   HISTORIA CONTRACTUAL DEL LEGAJO.
000200*****************************************************************
000210 01  LEGAJO-TRANS-REG.
000220     05  LT-TIPO                  PIC X(01).
000230         88  LT-TIPO-ALTA             VALUE "A".
000240         88  LT-TIPO-MODIFICACION     VALUE "M".
000250         88  LT-TIPO-BAJA             VALUE "B".
000260         88  LT-TIPO-HISTORIA         VALUE "H".
000270     05  LT-LEGAJO                PIC 9(06).
000280     05  LT-NOMBRE                PIC X(30).
000290     05  LT-CATEGORIA             PIC 9(02).
000300     05  LT-ANTIGUEDAD-ANOS       PIC 9(02).
000310     05  LT-CBU                   PIC X(22).
000320     05  LT-CBU-DIGITOS REDEFINES LT-CBU.
000330         10  LT-CBU-DIG           PIC 9(01) OCCURS 22 TIMES.
000340     05  LT-FECHA-EGRESO          PIC 9(08).
000350     05  LT-MOTIVO-EGRESO         PIC X(01).
000360         88  LT-EGRESO-RENUNCIA       VALUE "R".
000370         88  LT-EGRESO-DESPIDO-SC     VALUE "D".
000380         88  LT-EGRESO-DESPIDO-CC     VALUE "C".
000390     05  LT-CUIL                  PIC X(11).
000400     05  LT-CUIL-DIGITOS REDEFINES LT-CUIL.
000410         10  LT-CUIL-DIG          PIC 9(01) OCCURS 11 TIMES.
000420     05  LT-CENTRO-COSTOS         PIC 9(02).
000430     05  LT-FECHA-VIGENCIA        PIC 9(08).
000440     05  FILLER                   PIC X(07).

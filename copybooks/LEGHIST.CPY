000010*****************************************************************
000020* LEGHIST.CPY
000030* HISTORIA CONTRACTUAL DEL LEGAJO: UN REGISTRO POR CADA CAMBIO
000040* DE CATEGORIA, CENTRO DE COSTOS O CBU, CON LA FECHA DESDE LA
000050* QUE RIGE. CADA REGISTRO GUARDA LOS TRES DATOS COMPLETOS
000060* VIGENTES DESDE ESA FECHA Y LOS QUE REEMPLAZA, CON MARCAS DE
000070* CUAL DE ELLOS CAMBIO. LO GRABA MANT-LEGAJOS EN EL ALTA
000080* (ORIGEN "A") Y EN CADA MODIFICACION QUE TOQUE ALGUNO DE LOS
000090* TRES DATOS (ORIGEN "M"); EL PRIMER CAMBIO DE UN LEGAJO SIN
000100* HISTORIA GRABA ANTES LOS DATOS PREVIOS CON VIGENCIA 00000000
000110* (ORIGEN "I"). LA LIQUIDACION MENSUAL PRORRATEA POR LOS DIAS
000120* BAJO CADA CATEGORIA, CONCILIA-BANCO AVISA LOS CBU CAMBIADOS
000130* POCO ANTES DEL PAGO Y CERTIFICA-SERVICIOS LISTA LOS CAMBIOS.
000140*-----------------------------------------------------------------
000150* MOD-HIST:
000160*   2026-10-12 JCM  CREACION - HISTORIA CONTRACTUAL DEL LEGAJO.
000170*****************************************************************
000180 01  HISTORIA-LEGAJO-REG.
000190     05  LH-CLAVE.
000200         10  LH-LEGAJO            PIC 9(06).
000210         10  LH-FECHA-VIGENCIA    PIC 9(08).
000220     05  LH-ORIGEN                PIC X(01).
000230         88  LH-ORIGEN-INICIAL        VALUE "I".
000240         88  LH-ORIGEN-ALTA           VALUE "A".
000250         88  LH-ORIGEN-MODIFICACION   VALUE "M".
000260*> Datos vigentes desde LH-FECHA-VIGENCIA
000270     05  LH-CATEGORIA             PIC 9(02).
000280     05  LH-CENTRO-COSTOS         PIC 9(02).
000290     05  LH-CBU                   PIC X(22).
000300*> Datos que reemplaza (ceros y blancos en el alta)
000310     05  LH-CATEGORIA-ANT         PIC 9(02).
000320     05  LH-CENTRO-ANT            PIC 9(02).
000330     05  LH-CBU-ANT               PIC X(22).
000340     05  LH-CAMBIO-CATEGORIA      PIC X(01).
000350         88  LH-CAMBIA-CATEGORIA      VALUE "S".
000360     05  LH-CAMBIO-CENTRO         PIC X(01).
000370         88  LH-CAMBIA-CENTRO         VALUE "S".
000380     05  LH-CAMBIO-CBU            PIC X(01).
000390         88  LH-CAMBIA-CBU            VALUE "S".
000400*> Fecha en que se registro el cambio y operador que lo cargo
000410     05  LH-FECHA-REGISTRO        PIC 9(08).
000420     05  LH-OPERADOR              PIC X(10).
000430     05  FILLER                   PIC X(20).

000010*****************************************************************
000020* RECFIRMA.CPY
000030* REGISTRO DE RECIBOS EMITIDOS Y DE SU FIRMA POR EL EMPLEADO
000040* (ARTS. 138 A 140 LCT): UN REGISTRO POR RECIBO, GRABADO POR LA
000050* CORRIDA QUE LO IMPRIME (MENSUAL, EGRESO, SAC O VACACIONES).
000060* LA CLAVE LEGAJO + PERIODO + TIPO DE LIQUIDACION ES EL NUMERO
000070* DE CONTROL QUE SALE IMPRESO AL PIE DEL RECIBO. EL PERIODO ES
000080* EL AAAAMM DEL MES LIQUIDADO; EN EL SAC EL MES DE CIERRE DEL
000090* SEMESTRE (AAAA06 / AAAA12) Y EN VACACIONES EL MES DE INICIO DE
000100* LA LICENCIA. EL RECIBO NACE PENDIENTE DE FIRMA; MANT-FIRMAS
000110* REGISTRA LA FIRMA, LA FIRMA EN DISCONFORMIDAD (CON EL CONCEPTO
000120* Y EL MOTIVO) O LA ACEPTACION ELECTRONICA. UNA REEMISION DEL
000130* MISMO RECIBO (RELIQUIDACION) LO DEJA OTRA VEZ PENDIENTE.
000140*-----------------------------------------------------------------
000150* MOD-HIST:
000160*   2026-10-15 JCM  CREACION - REGISTRO DE FIRMA DE RECIBOS.
000170*****************************************************************
000180 01  RECIBO-FIRMA-REG.
000190     05  RF-CLAVE.
000200         10  RF-LEGAJO            PIC 9(06).
000210         10  RF-PERIODO           PIC 9(06).
000220         10  RF-TIPO-LIQ          PIC X(01).
000230             88  RF-TIPO-MENSUAL      VALUE "M".
000240             88  RF-TIPO-EGRESO       VALUE "E".
000250             88  RF-TIPO-SAC          VALUE "S".
000260             88  RF-TIPO-VACACIONES   VALUE "V".
000270             88  RF-TIPO-VALIDO       VALUE "M" "E" "S" "V".
000280     05  RF-CENTRO-COSTOS         PIC 9(02).
000290     05  RF-NETO                  PIC 9(9)V99.
000300     05  RF-FECHA-EMISION         PIC 9(08).
000310     05  RF-CANT-EMISIONES        PIC 9(02).
000320     05  RF-ESTADO                PIC X(01).
000330         88  RF-PENDIENTE             VALUE "P".
000340         88  RF-FIRMADO               VALUE "F".
000350         88  RF-DISCONFORME           VALUE "D".
000360         88  RF-ACEPTADO-ELECTRONICO  VALUE "E".
000370         88  RF-CON-FIRMA             VALUE "F" "D" "E".
000380     05  RF-FECHA-FIRMA           PIC 9(08).
000390     05  RF-DISC-CONCEPTO         PIC X(02).
000400         88  RF-CONCEPTO-VALIDO       VALUE "BA" "HE" "VI" "PR"
000410                                            "DL" "GA" "DV" "SA"
000420                                            "VA" "IN" "OT".
000430     05  RF-DISC-MOTIVO           PIC X(40).
000440     05  RF-OPERADOR              PIC X(10).
000450     05  RF-FECHA-REGISTRO        PIC 9(08).
000460     05  FILLER                   PIC X(20).

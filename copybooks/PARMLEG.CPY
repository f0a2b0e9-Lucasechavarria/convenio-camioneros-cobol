000010*****************************************************************
000020* PARMLEG.CPY
000030* PARAMETROS LEGALES CON VIGENCIA POR RANGO DE FECHAS: TASAS DE
000040* APORTES DEL EMPLEADO, SEGURO DE SEPELIO, TOPE DE REMUNERACION
000050* IMPONIBLE Y CONTRIBUCIONES PATRONALES DEL F.931, Y DEDUCCIONES
000060* Y ESCALA DEL IMPUESTO A LAS GANANCIAS. LO MANTIENE
000070* MANT-PARAMETROS Y LO LEEN LAS LIQUIDACIONES, QUE TOMAN LA
000080* VIGENCIA QUE CUBRE LA FECHA LIQUIDADA: UNA RELIQUIDACION DE UN
000090* MES ANTERIOR USA LOS VALORES QUE REGIAN EN ESE MES.
000100*-----------------------------------------------------------------
000110* MOD-HIST:
000120*   2026-10-07 JCM  CREACION - PARAMETROS LEGALES CON VIGENCIA.
000130*****************************************************************
000140 01  PARAMETRO-LEGAL-REG.
000150     05  PL-CLAVE.
000160         10  PL-FECHA-DESDE         PIC 9(08).
000170     05  PL-FECHA-HASTA             PIC 9(08).
000180*> Aportes y retenciones del empleado
000190     05  PL-JUBILACION-RATE         PIC V999.
000200     05  PL-OBRA-SOCIAL-RATE        PIC V999.
000210     05  PL-SINDICAL-RATE           PIC V999.
000220     05  PL-ART-RATE                PIC V9999.
000230     05  PL-SEGURO-SEPELIO          PIC 9(5)V99.
000240*> Exportacion F.931: tope y contribuciones patronales
000250     05  PL-TOPE-REMUNERACION       PIC 9(9)V99.
000260     05  PL-CONTRIB-JUBILACION-RATE PIC V9999.
000270     05  PL-CONTRIB-OBRA-SOC-RATE   PIC V9999.
000280*> Ganancias: deducciones personales anuales y escala
000290     05  PL-GAN-MINIMO              PIC 9(9)V99.
000300     05  PL-GAN-DED-ESPECIAL        PIC 9(9)V99.
000310     05  PL-GAN-DED-CONYUGE         PIC 9(9)V99.
000320     05  PL-GAN-DED-HIJO            PIC 9(9)V99.
000330     05  PL-GAN-ESCALA.
000340         10  PL-GAN-TRAMO OCCURS 9 TIMES.
000350             15  PL-GE-DESDE        PIC 9(11).
000360             15  PL-GE-FIJO         PIC 9(11).
000370             15  PL-GE-PCT          PIC 9(02).
000380     05  FILLER                     PIC X(20).

000010*****************************************************************
000020* PROVIS.CPY
000030* SALDO DE PROVISION POR LEGAJO Y CONCEPTO (SAC O VACACIONES):
000040* LO DEVENGADO MES A MES POR PROVISION-CARGAS (IMPORTE Y
000050* CONTRIBUCIONES PATRONALES) Y LO PAGADO Y REVERSADO CUANDO
000060* LIQUIDA-SAC O LIQUIDA-VACACIONES PAGAN, O CUANDO EL LEGAJO
000070* EGRESA. EL SALDO ES LO PROVISIONADO AUN NO REVERSADO. LA
000080* ULTIMA PROVISION Y EL ULTIMO PAGO APLICADOS SE GUARDAN PARA
000090* QUE EL REPROCESO DEL MISMO MES O DEL MISMO PAGO LOS PISE EN
000100* LUGAR DE SUMARLOS DOS VECES, COMO EN VACGOZ.CPY.
000110*-----------------------------------------------------------------
000120* MOD-HIST:
000130*   2026-10-09 JCM  CREACION - SALDOS DE PROVISION DE CARGAS.
000140*****************************************************************
000150 01  PROVISION-SALDO-REG.
000160     05  PV-CLAVE.
000170         10  PV-LEGAJO            PIC 9(06).
000180         10  PV-CONCEPTO          PIC X(01).
000190             88  PV-SAC               VALUE "S".
000200             88  PV-VACACIONES        VALUE "V".
000210     05  PV-CENTRO                PIC 9(02).
000220*> Saldo provisionado aun no reversado
000230     05  PV-SALDO-PROVISION       PIC 9(9)V99.
000240     05  PV-SALDO-CONTRIB         PIC 9(9)V99.
000250*> Acumulados historicos: devengado (importe mas contribuciones)
000260*> y bruto efectivamente pagado
000270     05  PV-DEVENGADO-ACUM        PIC 9(11)V99.
000280     05  PV-PAGADO-ACUM           PIC 9(11)V99.
000290*> Ultima provision mensual aplicada (periodo AAAAMM)
000300     05  PV-ULT-PERIODO           PIC 9(06).
000310     05  PV-ULT-PROVISION         PIC 9(9)V99.
000320     05  PV-ULT-CONTRIB           PIC 9(9)V99.
000330*> Ultimo pago aplicado: periodo del SAC, inicio de la licencia
000340*> o fecha de egreso, con lo pagado y lo reversado
000350     05  PV-ULT-PAGO-CLAVE        PIC 9(08).
000360     05  PV-ULT-PAGADO            PIC 9(9)V99.
000370     05  PV-ULT-REV-PROVISION     PIC 9(9)V99.
000380     05  PV-ULT-REV-CONTRIB       PIC 9(9)V99.
000390     05  FILLER                   PIC X(20).

000010*****************************************************************
000020* PARMTRN.CPY
000030* LAYOUT DE LA TRANSACCION DE MANTENIMIENTO DE PARAMETROS
000040* LEGALES, LEIDA POR MANT-PARAMETROS. EL ALTA ("A") ABRE UNA
000050* VIGENCIA NUEVA Y CIERRA LA ANTERIOR EL DIA PREVIO; LA
000060* MODIFICACION ("M") CORRIGE UNA VIGENCIA YA CARGADA (MISMA
000070* FECHA DESDE). UN VALOR EN BLANCO CONSERVA EL DE LA VIGENCIA
000080* ANTERIOR (ALTA) O EL YA GRABADO (MODIFICACION), DE MODO QUE
000090* UN CAMBIO DEL TOPE O DE LA ESCALA INFORMA SOLO ESE DATO. UNA
000100* FECHA HASTA EN BLANCO O EN CERO DEJA LA VIGENCIA ABIERTA.
000110*-----------------------------------------------------------------
000120* MOD-HIST:
000130*   2026-10-07 JCM  CREACION - TRANSACCION DE PARAMETROS.
000140*****************************************************************
000150 01  PARAMETRO-TRANS-REG.
000160     05  PT-TIPO                    PIC X(01).
000170         88  PT-TIPO-ALTA               VALUE "A".
000180         88  PT-TIPO-MODIFICACION       VALUE "M".
000190     05  PT-FECHA-DESDE             PIC 9(08).
000200     05  PT-FECHA-DESDE-R REDEFINES PT-FECHA-DESDE.
000210         10  PT-DESDE-AAAA          PIC 9(04).
000220         10  PT-DESDE-MM            PIC 9(02).
000230         10  PT-DESDE-DD            PIC 9(02).
000240     05  PT-FECHA-HASTA             PIC 9(08).
000250     05  PT-FECHA-HASTA-R REDEFINES PT-FECHA-HASTA.
000260         10  PT-HASTA-AAAA          PIC 9(04).
000270         10  PT-HASTA-MM            PIC 9(02).
000280         10  PT-HASTA-DD            PIC 9(02).
000290     05  PT-JUBILACION-RATE         PIC V999.
000300     05  PT-OBRA-SOCIAL-RATE        PIC V999.
000310     05  PT-SINDICAL-RATE           PIC V999.
000320     05  PT-ART-RATE                PIC V9999.
000330     05  PT-SEGURO-SEPELIO          PIC 9(5)V99.
000340     05  PT-TOPE-REMUNERACION       PIC 9(9)V99.
000350     05  PT-CONTRIB-JUBILACION-RATE PIC V9999.
000360     05  PT-CONTRIB-OBRA-SOC-RATE   PIC V9999.
000370     05  PT-GAN-MINIMO              PIC 9(9)V99.
000380     05  PT-GAN-DED-ESPECIAL        PIC 9(9)V99.
000390     05  PT-GAN-DED-CONYUGE         PIC 9(9)V99.
000400     05  PT-GAN-DED-HIJO            PIC 9(9)V99.
000410*> Un tramo en blanco conserva el tramo vigente
000420     05  PT-GAN-TRAMO OCCURS 9 TIMES.
000430         10  PT-GE-DESDE            PIC 9(11).
000440         10  PT-GE-FIJO             PIC 9(11).
000450         10  PT-GE-PCT              PIC 9(02).
000460     05  FILLER                     PIC X(20).

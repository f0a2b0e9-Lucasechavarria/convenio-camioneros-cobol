000010*****************************************************************
000020* VIAJETRN.CPY
000030* LAYOUT DE LA TRANSACCION DE CARGA DE HOJAS DE RUTA, LEIDA
000040* POR MANT-VIAJES PARA CRITICAR Y GRABAR EL ARCHIVO VIAJES
000050* ANTES DE LA CORRIDA DE LIQUIDACION. EL ALTA ("A") RECHAZA EL
000060* VIAJE DUPLICADO (MISMO LEGAJO, PERIODO, FECHA Y SECUENCIA);
000070* LA MODIFICACION ("M") PISA EL VIAJE YA CARGADO Y LA BAJA
000080* ("B") LO ELIMINA.
000090*-----------------------------------------------------------------
000100* MOD-HIST:
000110*   2026-10-05 JCM  CREACION - TRANSACCION DE HOJAS DE RUTA.
000120*****************************************************************
000130 01  VIAJE-TRANS-REG.
000140     05  VT-TIPO                  PIC X(01).
000150         88  VT-TIPO-ALTA             VALUE "A".
000160         88  VT-TIPO-MODIFICACION     VALUE "M".
000170         88  VT-TIPO-BAJA             VALUE "B".
000180     05  VT-LEGAJO                PIC 9(06).
000190     05  VT-PERIODO               PIC 9(06).
000200     05  VT-PERIODO-R REDEFINES VT-PERIODO.
000210         10  VT-PERIODO-AAAA      PIC 9(04).
000220         10  VT-PERIODO-MM        PIC 9(02).
000230     05  VT-FECHA                 PIC 9(08).
000240     05  VT-FECHA-R REDEFINES VT-FECHA.
000250         10  VT-FECHA-AAAAMM      PIC 9(06).
000260         10  VT-FECHA-DD          PIC 9(02).
000270     05  VT-SECUENCIA             PIC 9(02).
000280     05  VT-ORIGEN                PIC X(20).
000290     05  VT-DESTINO               PIC X(20).
000300     05  VT-KILOMETROS            PIC 9(05).
000310     05  VT-PERNOCTADAS           PIC 9(02).
000320     05  VT-COMIDAS               PIC 9(02).
000330     05  VT-CRUCE-FRONTERA        PIC X(01).
000340         88  VT-CRUCE-VALIDO          VALUE "S" "N".
000350     05  FILLER                   PIC X(10).

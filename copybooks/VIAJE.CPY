000010*****************************************************************
000020* VIAJE.CPY
000030* HOJAS DE RUTA: UN REGISTRO POR VIAJE DEL LEGAJO EN EL
000040* PERIODO (AAAAMM), CON FECHA, ORIGEN Y DESTINO, KILOMETROS
000050* RECORRIDOS, PERNOCTADAS FUERA DE BASE, COMIDAS EN RUTA Y
000060* CRUCE DE FRONTERA. LO CARGA MANT-VIAJES DESDE LAS PLANILLAS
000070* DE TRAFICO Y LO VALORIZA CONVENIO-CAMIONEROS CON LOS VALORES
000080* DE WAGE-HISTORY VIGENTES A LA FECHA DE CADA VIAJE. EL
000090* LEGAJO CON VIAJES EN EL PERIODO COBRA LOS VIATICOS POR
000100* VIAJE EN LUGAR DE LAS VIANDAS Y VIATICOS POR DIA TRABAJADO.
000110*-----------------------------------------------------------------
000120* MOD-HIST:
000130*   2026-10-05 JCM  CREACION - HOJAS DE RUTA POR VIAJE.
000140*****************************************************************
000150 01  VIAJE-REG.
000160     05  VJ-CLAVE.
000170         10  VJ-LEGAJO            PIC 9(06).
000180         10  VJ-PERIODO           PIC 9(06).
000190         10  VJ-FECHA             PIC 9(08).
000200         10  VJ-SECUENCIA         PIC 9(02).
000210     05  VJ-ORIGEN                PIC X(20).
000220     05  VJ-DESTINO               PIC X(20).
000230     05  VJ-KILOMETROS            PIC 9(05).
000240     05  VJ-PERNOCTADAS           PIC 9(02).
000250     05  VJ-COMIDAS               PIC 9(02).
000260     05  VJ-CRUCE-FRONTERA        PIC X(01).
000270         88  VJ-CRUZA-FRONTERA        VALUE "S".
000280     05  FILLER                   PIC X(10).

000133*                   EL TOPE DEL MES NO DEJO DEVOLVER SE
000134*                   ARRASTRA AL MES SIGUIENTE EN LUGAR DE
000135*                   PERDERSE.
000136*   2026-10-05 JCM  AGREGADOS LOS VIATICOS POR VIAJE DE LAS
000137*                   HOJAS DE RUTA (KILOMETROS, PERNOCTADAS,
000138*                   COMIDAS EN RUTA Y CRUCE DE FRONTERA) Y
000139*                   LOS KILOMETROS RECORRIDOS EN EL PERIODO.
000140*****************************************************************
000141 01  LIQUIDACION-HIST-REG.
000142     05  LQ-CLAVE.
000143         10  LQ-LEGAJO            PIC 9(06).
000144         10  LQ-PERIODO           PIC 9(06).
000145     05  LQ-CATEGORIA             PIC 9(02).
000146     05  LQ-DIAS-TRABAJADOS       PIC 9(03).
000147     05  LQ-BASICO-CON-ANT        PIC 9(7)V99.
000148     05  LQ-VIANDAS               PIC 9(7)V99.
000149     05  LQ-VIAT-ESP              PIC 9(7)V99.
000150     05  LQ-EXTRAS-50             PIC 9(7)V99.
000151     05  LQ-EXTRAS-100            PIC 9(7)V99.
000152     05  LQ-PRESENTISMO           PIC 9(7)V99.
000153     05  LQ-DED-JUBILACION        PIC 9(7)V99.
000154     05  LQ-DED-OBRA-SOCIAL       PIC 9(7)V99.
000155     05  LQ-DED-SINDICAL          PIC 9(7)V99.
000156     05  LQ-DED-SEPELIO           PIC 9(7)V99.
000157     05  LQ-DED-ART               PIC 9(7)V99.
000158     05  LQ-DED-GANANCIAS         PIC 9(7)V99.
000159     05  LQ-TOTAL-BRUTO           PIC 9(9)V99.
000160     05  LQ-TOTAL-NETO            PIC 9(9)V99.
000161*> Campos agregados al final del registro: un registro viejo
000162*> extendido por la conversion trae blancos aqui
000163     05  LQ-DED-EMBARGO           PIC 9(7)V99.
000164     05  LQ-DED-PRESTAMO          PIC 9(7)V99.
000165     05  LQ-DED-ADELANTO          PIC 9(7)V99.
000166     05  LQ-GAN-BASE-ACUM         PIC 9(11)V99.
000167     05  LQ-GAN-IMPUESTO-ACUM     PIC 9(11)V99.
000168     05  LQ-GAN-DEVOLUCION        PIC 9(9)V99.
000169     05  LQ-GAN-AJUSTE            PIC 9(7)V99.
000170     05  LQ-GAN-DEV-PENDIENTE     PIC 9(9)V99.
000171     05  LQ-VIAJE-KM              PIC 9(7)V99.
000172     05  LQ-PERNOCTADAS           PIC 9(7)V99.
000173     05  LQ-COMIDAS-RUTA          PIC 9(7)V99.
000174     05  LQ-CRUCE-FRONTERA        PIC 9(7)V99.
000175     05  LQ-KM-RECORRIDOS         PIC 9(06).
000176     05  FILLER                   PIC X(10).

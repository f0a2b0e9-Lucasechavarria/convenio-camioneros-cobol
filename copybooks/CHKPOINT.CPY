000121*                   PARA QUE EL REARRANQUE LOS RESTAURE.
000123*   2026-09-02 JCM  AGREGADO EL TOTAL DEVUELTO DE GANANCIAS
000124*                   DEL AJUSTE ANUAL DE ABRIL.
000125*   2026-10-05 JCM  AGREGADOS LOS TOTALES DE VIATICOS POR
000126*                   VIAJE Y SU SUBTOTAL POR CENTRO DE COSTOS.
000127*****************************************************************
000130 01  CHECKPOINT-REG.
000140     05  CK-ESTADO                PIC X(01).
000150         88  CK-CORRIDA-EN-CURSO      VALUE "E".
000395     05  CK-TOTAL-PRESTAMO        PIC 9(9)V99.
000396     05  CK-TOTAL-ADELANTO        PIC 9(9)V99.
000397     05  CK-TOTAL-GAN-DEVUELTO    PIC 9(9)V99.
000398     05  CK-TOTAL-VIAJE-KM        PIC 9(9)V99.
000399     05  CK-TOTAL-PERNOCTADAS     PIC 9(9)V99.
000400     05  CK-TOTAL-COMIDAS-RUTA    PIC 9(9)V99.
000401     05  CK-TOTAL-CRUCE-FRONTERA  PIC 9(9)V99.
000402     05  CK-CEN-VIAJES            PIC 9(9)V99 OCCURS 20 TIMES.
000403     05  FILLER                   PIC X(05).

000084*                   MAESTRO DE CENTROS DE COSTOS (CENMAST):
000086*                   USA TT-CATEGORIA COMO CODIGO DE CENTRO Y
000088*                   TT-DESCRIPCION COMO SU DESCRIPCION.
000089*   2026-10-05 JCM  AGREGADOS LOS VALORES POR VIAJE DE LAS
000090*                   HOJAS DE RUTA PARA EL TIPO "W".
000095*****************************************************************
000100 01  TARIFA-TRANS-REG.
000110     05  TT-TIPO                  PIC X(01).
000120         88  TT-TIPO-CATEGORIA        VALUE "C".
000210     05  TT-VIANDA-DIARIA          PIC 9(7)V99.
000220     05  TT-VIAT-ESP               PIC 9(7)V99.
000230     05  FILLER                    PIC X(10).
000240     05  TT-VALOR-KM               PIC 9(3)V99.
000250     05  TT-PERNOCTADA             PIC 9(7)V99.
000260     05  TT-COMIDA-RUTA            PIC 9(7)V99.
000270     05  TT-CRUCE-FRONTERA         PIC 9(7)V99.
000280     05  FILLER                    PIC X(10).

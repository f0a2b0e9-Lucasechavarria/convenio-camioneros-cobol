000080*-----------------------------------------------------------------
000090* MOD-HIST:
000100*   2026-08-08 JCM  CREACION - HISTORICO DE VALORES POR CATEGORIA.
000102*   2026-10-05 JCM  AGREGADOS LOS VALORES POR VIAJE DE LAS
000104*                   HOJAS DE RUTA (KILOMETRO, PERNOCTADA,
000106*                   COMIDA EN RUTA Y CRUCE DE FRONTERA) AL
000108*                   FINAL DEL REGISTRO: UN TRAMO ANTERIOR
000109*                   EXTENDIDO EN LA CONVERSION TRAE BLANCOS.
000110*****************************************************************
000120 01  WAGE-HISTORY-REG.
000130     05  WH-CLAVE.
000200     05  WH-VIANDA-DIARIA           PIC 9(7)V99.
000210     05  WH-VIAT-ESP                PIC 9(7)V99.
000220     05  FILLER                     PIC X(10).
000230*> Valores por viaje agregados al final del registro
000240     05  WH-VALOR-KM                PIC 9(3)V99.
000250     05  WH-PERNOCTADA              PIC 9(7)V99.
000260     05  WH-COMIDA-RUTA             PIC 9(7)V99.
000270     05  WH-CRUCE-FRONTERA          PIC 9(7)V99.
000280     05  FILLER                     PIC X(10).

000010*****************************************************************
000020* FIRMATRN.CPY
000030* LAYOUT DE LA TRANSACCION DE FIRMA DE RECIBOS, LEIDA POR
000040* MANT-FIRMAS. IDENTIFICA EL RECIBO POR SU NUMERO DE CONTROL
000050* (LEGAJO, PERIODO Y TIPO DE LIQUIDACION) Y REGISTRA LA FIRMA
000060* ("F"), LA FIRMA EN DISCONFORMIDAD ("D", CON EL CONCEPTO
000070* OBJETADO Y EL MOTIVO) O LA ACEPTACION ELECTRONICA ("E"), CON
000080* SU FECHA. LA ANULACION ("A") DEJA EL RECIBO OTRA VEZ PENDIENTE
000090* PARA CORREGIR UNA FIRMA CARGADA POR ERROR.
000100*-----------------------------------------------------------------
000110* MOD-HIST:
000120*   2026-10-15 JCM  CREACION - TRANSACCION DE FIRMA DE RECIBOS.
000130*****************************************************************
000140 01  FIRMA-TRANS-REG.
000150     05  FT-TIPO                  PIC X(01).
000160         88  FT-TIPO-FIRMA            VALUE "F".
000170         88  FT-TIPO-DISCONFORMIDAD   VALUE "D".
000180         88  FT-TIPO-ELECTRONICA      VALUE "E".
000190         88  FT-TIPO-ANULACION        VALUE "A".
000200     05  FT-LEGAJO                PIC 9(06).
000210     05  FT-PERIODO               PIC 9(06).
000220     05  FT-PERIODO-R REDEFINES FT-PERIODO.
000230         10  FT-PERIODO-AAAA      PIC 9(04).
000240         10  FT-PERIODO-MM        PIC 9(02).
000250     05  FT-TIPO-LIQ              PIC X(01).
000260     05  FT-FECHA                 PIC 9(08).
000270     05  FT-FECHA-R REDEFINES FT-FECHA.
000280         10  FT-FECHA-AAAA        PIC 9(04).
000290         10  FT-FECHA-MM          PIC 9(02).
000300         10  FT-FECHA-DD          PIC 9(02).
000310     05  FT-CONCEPTO              PIC X(02).
000320     05  FT-MOTIVO                PIC X(40).
000330     05  FILLER                   PIC X(16).

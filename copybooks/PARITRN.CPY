000010*****************************************************************
000020* PARITRN.CPY
000030* PROPUESTA DE PARITARIA A SIMULAR, LEIDA POR SIMULA-PARITARIA.
000040* CADA REGISTRO ES UN RENGLON DE UN ESCENARIO: EL AUMENTO DE UNA
000050* CATEGORIA (O DE TODAS LAS QUE NO TIENEN RENGLON PROPIO, CON
000060* CATEGORIA 00) COMO PORCENTAJE SOBRE LO LIQUIDADO O COMO VALORES
000070* NUEVOS DE CONVENIO, CON SU MES DE INICIO Y SUS CUOTAS. UN VALOR
000080* NUEVO EN CERO DEJA ESE CONCEPTO COMO ESTA.
000090*-----------------------------------------------------------------
000100* MOD-HIST:
000110*   2026-10-10 JCM  CREACION - PROPUESTA DE PARITARIA.
000120*****************************************************************
000130 01  PARITARIA-TRANS-REG.
000140     05  PP-ESCENARIO              PIC X(02).
000150     05  PP-CATEGORIA              PIC 9(02).
000160     05  PP-TIPO                   PIC X(01).
000170         88  PP-TIPO-PORCENTAJE        VALUE "P".
000180         88  PP-TIPO-VALORES           VALUE "V".
000190     05  PP-PORCENTAJE             PIC 9(3)V99.
000200     05  PP-SUELDO-BASICO          PIC 9(7)V99.
000210     05  PP-HORA-EXTRA-50          PIC 9(5)V99.
000220     05  PP-HORA-EXTRA-100         PIC 9(5)V99.
000230     05  PP-VIANDA-DIARIA          PIC 9(7)V99.
000240     05  PP-VIAT-ESP               PIC 9(7)V99.
000250*> Mes de inicio (AAAAMM) y cantidad de cuotas mensuales iguales
000260*> en que se alcanza el aumento (00 o 01 = todo en el inicio)
000270     05  PP-MES-INICIO             PIC 9(06).
000280     05  PP-MES-INICIO-R REDEFINES PP-MES-INICIO.
000290         10  PP-INICIO-AAAA        PIC 9(04).
000300         10  PP-INICIO-MM          PIC 9(02).
000310     05  PP-CUOTAS                 PIC 9(02).
000320     05  FILLER                    PIC X(21).

000010*****************************************************************
000020* AUDITLOG.CPY
000030* LAYOUT DE LINEA DEL ARCHIVO DE AUDITORIA DE LIQUIDACIONES.
000032* ES LA BITACORA UNIFICADA DE TODOS LOS PROGRAMAS: CADA CORRIDA
000034* AGREGA UN RENGLON CON FECHA, HORA, OPERADOR, PROGRAMA,
000036* RESULTADO Y PARAMETROS, Y CONVENIO-CAMIONEROS UNO MAS POR
000038* LEGAJO LIQUIDADO. REPORTE-BITACORA LA FILTRA.
000040*-----------------------------------------------------------------
000050* MOD-HIST:
000060*   2026-08-08 JCM  CREACION - AUDITORIA DE CADA LIQUIDACION.
000062*   2026-10-11 JCM  AGREGADA LA VISTA BITACORA-REG CON CAMPOS
000064*                   FIJOS PARA FILTRAR POR FECHA, OPERADOR Y
000066*                   PROGRAMA.
000070*****************************************************************
000080 01  LINEA-AUDITORIA                  PIC X(120).
000090*> Renglon de la bitacora unificada (misma longitud)
000100 01  BITACORA-REG.
000110     05  BT-FECHA                     PIC 9(08).
000120     05  FILLER                       PIC X(01).
000130     05  BT-HORA                      PIC 9(06).
000140     05  FILLER                       PIC X(01).
000150     05  BT-OPERADOR                  PIC X(10).
000160     05  FILLER                       PIC X(01).
000170     05  BT-PROGRAMA                  PIC X(20).
000180     05  FILLER                       PIC X(01).
000190     05  BT-RESULTADO                 PIC X(09).
000200     05  FILLER                       PIC X(01).
000210     05  BT-DETALLE                   PIC X(62).

000010*****************************************************************
000020* BANKRSP.CPY
000030* LAYOUT DEL ARCHIVO DE RESPUESTA DEL BANCO A LA ACREDITACION
000040* DE HABERES: REGISTRO DE CABECERA "1" CON LA FECHA DE LA
000050* RESPUESTA Y EL PERIODO DEL ARCHIVO TRANSMITIDO (EL MISMO DE
000060* LA CABECERA DE BANKSAL), UN REGISTRO "2" POR CADA
000070* ACREDITACION RECHAZADA (LEGAJO, CBU E IMPORTE TAL CUAL SE
000080* TRANSMITIERON, MAS EL CODIGO DE RECHAZO DEL BANCO) Y
000090* REGISTRO DE COLA "9" CON CANTIDAD E IMPORTE RECHAZADOS.
000100*-----------------------------------------------------------------
000110* MOD-HIST:
000120*   2026-10-08 JCM  CREACION - RESPUESTA DEL BANCO.
000130*****************************************************************
000140 01  BANCO-RESPUESTA-REG.
000150     05  BR-TIPO-REGISTRO         PIC X(01).
000160         88  BR-CABECERA              VALUE "1".
000170         88  BR-RECHAZO               VALUE "2".
000180         88  BR-COLA                  VALUE "9".
000190     05  BR-DETALLE.
000200         10  BR-LEGAJO            PIC 9(06).
000210         10  BR-CBU               PIC X(22).
000220         10  BR-IMPORTE           PIC 9(9)V99.
000230         10  BR-CODIGO-RECHAZO    PIC X(03).
000240         10  FILLER               PIC X(37).
000250     05  BR-DATOS-CABECERA REDEFINES BR-DETALLE.
000260         10  BR-FECHA-RESPUESTA   PIC 9(08).
000270         10  BR-PERIODO           PIC 9(08).
000280         10  BR-PERIODO-R REDEFINES BR-PERIODO.
000290             15  BR-PERIODO-AAAAMM PIC 9(06).
000300             15  FILLER           PIC 9(02).
000310         10  FILLER               PIC X(63).
000320     05  BR-DATOS-COLA REDEFINES BR-DETALLE.
000330         10  BR-CANT-RECHAZOS     PIC 9(07).
000340         10  BR-IMPORTE-RECHAZADO PIC 9(13)V99.
000350         10  FILLER               PIC X(57).

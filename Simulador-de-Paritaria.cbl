000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SIMULA-PARITARIA.
000030 AUTHOR. J. C. MARTINEZ.
000040 INSTALLATION. GREMIO DE CAMIONEROS - LIQUIDACION DE HABERES.
000050 DATE-WRITTEN. 2026-10-10.
000060 DATE-COMPILED.
000070*****************************************************************
000080* SIMULACION DEL COSTO DE UNA PROPUESTA DE PARITARIA ANTES DE
000090* FIRMARLA. LEE LOS ESCENARIOS DE PROPUESTA-PARITARIA (AUMENTO
000100* POR PORCENTAJE O VALORES NUEVOS DE CONVENIO POR CATEGORIA, CON
000110* MES DE INICIO Y CUOTAS) Y LOS APLICA A LA ULTIMA LIQUIDACION
000120* DEFINITIVA DEL HISTORICO, SIN GRABAR NADA. POR ESCENARIO, POR
000130* CATEGORIA Y POR CENTRO DE COSTOS INFORMA EL COSTO ADICIONAL
000140* MENSUAL Y ANUAL:
000150*   AUMENTO     = BASICO SIN ANTIGUEDAD, PRESENTISMO, EXTRAS,
000160*                 VIANDAS Y VIATICOS
000170*   ANTIGUEDAD  = PARTE DEL AUMENTO DEL BASICO QUE CORRESPONDE
000180*                 AL ADICIONAL POR ANTIGUEDAD DEL LEGAJO
000190*   SAC         = AUMENTO REMUNERATIVO / 12
000200*   CONTRIB.    = CONTRIBUCIONES PATRONALES DEL F.931 SOBRE LO
000210*                 QUE EL AUMENTO AGREGA DEBAJO DEL TOPE, CON SAC
000220*   SINDICAL    = CUOTA SINDICAL SOBRE EL AUMENTO DEL BASICO CON
000230*                 ANTIGUEDAD, CON SAC
000240*   ANUAL       = DOCE MESES DESDE EL INICIO, CON LAS CUOTAS
000250* Y CIERRA CON UN COMPARATIVO DE LOS ESCENARIOS LADO A LADO.
000260*-----------------------------------------------------------------
000270* MOD-HIST:
000280*   2026-10-10 JCM  VERSION ORIGINAL.
000290*   2026-10-11 JCM  OPERADOR VALIDADO CONTRA OPERMAST SEGUN SU
000300*                   ROL Y RENGLON DE LA CORRIDA EN LA BITACORA
000310*                   UNIFICADA (AUDITLOG).
000320*****************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PROPUESTA-PARITARIA
000420         ASSIGN TO PARITRN
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-PARITRN-STATUS.
000450
000460     SELECT EMPLEADO-MASTER
000470         ASSIGN TO EMPMAST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS EMP-LEGAJO
000510         FILE STATUS IS WS-EMPMAST-STATUS.
000520
000530     SELECT LIQUIDACION-HIST
000540         ASSIGN TO LIQHIST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS LQ-CLAVE
000580         FILE STATUS IS WS-LIQHIST-STATUS.
000590
000600     SELECT WAGE-HISTORY
000610         ASSIGN TO WAGEHST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS WH-CLAVE
000650         FILE STATUS IS WS-WAGEHST-STATUS.
000660
000670     SELECT PARAMETRO-LEGAL
000680         ASSIGN TO PARMLEG
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS PL-CLAVE
000720         FILE STATUS IS WS-PARMLEG-STATUS.
000730
000740     SELECT PERIODO-ESTADO
000750         ASSIGN TO PERESTAD
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS PE-PERIODO
000790         FILE STATUS IS WS-PERESTAD-STATUS.
000800
000810     SELECT CONTROL-REPORT
000820         ASSIGN TO CTLRPT
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-CTLRPT-STATUS.
000850
000860     SELECT OPERADOR-MASTER
000870         ASSIGN TO OPERMAST
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS OP-OPERADOR
000910         FILE STATUS IS WS-OPERMAST-STATUS.
000920
000930     SELECT AUDIT-LOG
000940         ASSIGN TO AUDITLOG
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-AUDITLOG-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  PROPUESTA-PARITARIA
001010     LABEL RECORDS ARE STANDARD.
001020 COPY PARITRN.
001030
001040 FD  EMPLEADO-MASTER
001050     LABEL RECORDS ARE STANDARD.
001060 COPY EMPMAST.
001070
001080 FD  LIQUIDACION-HIST
001090     LABEL RECORDS ARE STANDARD.
001100 COPY LIQHIST.
001110
001120 FD  WAGE-HISTORY
001130     LABEL RECORDS ARE STANDARD.
001140 COPY WAGEHST.
001150
001160 FD  PARAMETRO-LEGAL
001170     LABEL RECORDS ARE STANDARD.
001180 COPY PARMLEG.
001190
001200 FD  PERIODO-ESTADO
001210     LABEL RECORDS ARE STANDARD.
001220 COPY PERESTAD.
001230
001240 FD  CONTROL-REPORT
001250     LABEL RECORDS ARE STANDARD.
001260 COPY CTLRPT.
001270
001280 FD  OPERADOR-MASTER
001290     LABEL RECORDS ARE STANDARD.
001300 COPY OPERMAST.
001310
001320 FD  AUDIT-LOG
001330     LABEL RECORDS ARE STANDARD.
001340 COPY AUDITLOG.
001350
001360 WORKING-STORAGE SECTION.
001370
001380*****************************************************************
001390* SWITCHES DE CONTROL DE PROCESO
001400*****************************************************************
001410 01  WS-PARITRN-STATUS         PIC X(02) VALUE ZEROS.
001420     88  WS-PARITRN-OK             VALUE "00".
001430
001440 01  WS-EMPMAST-STATUS         PIC X(02) VALUE ZEROS.
001450     88  WS-EMPMAST-OK             VALUE "00".
001460
001470 01  WS-LIQHIST-STATUS         PIC X(02) VALUE ZEROS.
001480     88  WS-LIQHIST-OK             VALUE "00".
001490
001500 01  WS-WAGEHST-STATUS         PIC X(02) VALUE ZEROS.
001510     88  WS-WAGEHST-OK             VALUE "00".
001520
001530 01  WS-PARMLEG-STATUS         PIC X(02) VALUE ZEROS.
001540     88  WS-PARMLEG-OK             VALUE "00".
001550
001560 01  WS-PERESTAD-STATUS        PIC X(02) VALUE ZEROS.
001570     88  WS-PERESTAD-OK            VALUE "00".
001580
001590 01  WS-CTLRPT-STATUS          PIC X(02) VALUE ZEROS.
001600     88  WS-CTLRPT-OK              VALUE "00".
001610
001620 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
001630     88  WS-OPERMAST-OK            VALUE "00".
001640
001650 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
001660     88  WS-AUDITLOG-OK            VALUE "00".
001670
001680 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
001690     88  FIN-DE-ARCHIVO            VALUE "S".
001700
001710 01  WS-BUSQUEDA-FIN-SW        PIC X(01) VALUE "N".
001720     88  BUSQUEDA-TERMINADA        VALUE "S".
001730
001740 01  WS-PARAMETROS-SW          PIC X(01) VALUE "N".
001750     88  PARAMETROS-HALLADOS       VALUE "S".
001760
001770 01  WS-PARITRN-EOF-SW         PIC X(01) VALUE "N".
001780     88  PARITRN-EOF               VALUE "S".
001790
001800 01  WS-PROPUESTA-SW           PIC X(01) VALUE "N".
001810     88  PROPUESTA-HALLADA         VALUE "S".
001820
001830 01  WS-TARIFA-SW              PIC X(01) VALUE "N".
001840     88  TARIFA-HALLADA            VALUE "S".
001850
001860*> La inicializacion arranca como abortada y recien se marca
001870*> completa al final de 1000: un error de apertura o la falta
001880*> de propuestas validas dejan el reporte sin emitir.
001890 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
001900     88  INICIO-ABORTADO           VALUE "S".
001910     88  INICIO-COMPLETO           VALUE "N".
001920
001930*****************************************************************
001940* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
001950* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
001960*****************************************************************
001970 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
001980 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
001990 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
002000 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 2.
002010 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
002020     88  OPERADOR-HABILITADO       VALUE "S".
002030 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
002040     "SIMULA-PARITARIA".
002050 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
002060 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
002070 01  WS-FECHA-BITACORA         PIC 9(08).
002080 01  WS-HORA-BITACORA          PIC 9(08).
002090 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
002100     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
002110     05  FILLER                PIC 9(02).
002120
002130 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
002140
002150*****************************************************************
002160* PERIODO BASE (ULTIMA LIQUIDACION DEFINITIVA, AAAAMM) Y FECHA
002170* DE VIGENCIA DE TASAS Y VALORES (PRIMER DIA DEL PERIODO)
002180*****************************************************************
002190 01  WS-PERIODO-BASE           PIC 9(06) VALUE ZEROS.
002200
002210 01  WS-FECHA-PARAMETROS       PIC 9(08).
002220 01  WS-FECHA-PARAMETROS-R REDEFINES WS-FECHA-PARAMETROS.
002230     05  WS-PARAM-AAAAMM       PIC 9(06).
002240     05  WS-PARAM-DD           PIC 9(02).
002250
002260*> Cuota sindical, tope imponible y tasas patronales del F.931
002270*> vigentes al periodo base
002280 01  SINDICAL-RATE             PIC V999.
002290 01  TOPE-REMUNERACION-IMPON   PIC 9(9)V99.
002300 01  CONTRIB-JUBILACION-RATE   PIC V9999.
002310 01  CONTRIB-OBRA-SOC-RATE     PIC V9999.
002320 01  WS-CONTRIB-RATE           PIC V9999.
002330
002340*****************************************************************
002350* ESCALA DE ANTIGUEDAD DEL CONVENIO, LA MISMA TABLA DE
002360* CONVENIO-CAMIONEROS
002370*****************************************************************
002380 01  ANTIGUEDAD-TABLA-VALORES.
002390     05  FILLER                PIC X(06) VALUE "051000".
002400     05  FILLER                PIC X(06) VALUE "101500".
002410     05  FILLER                PIC X(06) VALUE "152000".
002420     05  FILLER                PIC X(06) VALUE "202500".
002430     05  FILLER                PIC X(06) VALUE "253000".
002440     05  FILLER                PIC X(06) VALUE "993500".
002450
002460 01  ANTIGUEDAD-TABLA REDEFINES ANTIGUEDAD-TABLA-VALORES.
002470     05  ANT-TRAMO OCCURS 6 TIMES
002480                    ASCENDING KEY IS ANT-ANOS-HASTA
002490                    INDEXED BY ANT-IDX.
002500         10  ANT-ANOS-HASTA    PIC 9(02).
002510         10  ANT-PORCENTAJE    PIC 9(02)V99.
002520
002530 01  WS-ANT-PORCENTAJE         PIC 9(02)V99.
002540
002550*****************************************************************
002560* RENGLONES DE PROPUESTA ACEPTADOS, CON EL FACTOR ANUAL: SUMA
002570* DE LA FRACCION DEL AUMENTO VIGENTE EN CADA UNO DE LOS DOCE
002580* MESES DESDE EL INICIO (12 SI SE PAGA TODO JUNTO)
002590*****************************************************************
002600 01  WS-CANT-PROPUESTAS        PIC 9(03) VALUE ZERO.
002610 01  PROPUESTA-TABLA.
002620     05  PPT-ENTRY OCCURS 1 TO 200 TIMES
002630                    DEPENDING ON WS-CANT-PROPUESTAS
002640                    INDEXED BY PPT-IDX.
002650         10  PPT-ESCENARIO      PIC X(02).
002660         10  PPT-CATEGORIA      PIC 9(02).
002670         10  PPT-TIPO           PIC X(01).
002680             88  PPT-PORCENTAJE-SI  VALUE "P".
002690         10  PPT-PORCENTAJE     PIC 9(3)V99.
002700         10  PPT-SUELDO-BASICO  PIC 9(7)V99.
002710         10  PPT-HORA-EXTRA-50  PIC 9(5)V99.
002720         10  PPT-HORA-EXTRA-100 PIC 9(5)V99.
002730         10  PPT-VIANDA-DIARIA  PIC 9(7)V99.
002740         10  PPT-VIAT-ESP       PIC 9(7)V99.
002750         10  PPT-MES-INICIO     PIC 9(06).
002760         10  PPT-CUOTAS         PIC 9(02).
002770         10  PPT-FACTOR-ANUAL   PIC 9(02)V9(4).
002780
002790 01  WS-CANT-RECHAZADAS        PIC 9(05) VALUE ZERO.
002800 01  WS-MOTIVO-RECHAZO         PIC X(40).
002810 01  WS-CUOTAS-W               PIC 9(02).
002820 01  WS-MES-IX                 PIC 9(02).
002830 01  WS-FACTOR-W               PIC 9(02)V9(4).
002840
002850*****************************************************************
002860* COSTO ADICIONAL: LEGAJOS ALCANZADOS Y AUMENTO, ANTIGUEDAD,
002870* SAC, CONTRIBUCIONES, CUOTA SINDICAL, TOTAL MENSUAL Y ANUAL.
002880* LAS TABLAS POR ESCENARIO, POR CATEGORIA Y POR CENTRO TIENEN
002890* EL MISMO ORDEN DE CAMPOS QUE WS-COSTO-IMPRESION.
002900*****************************************************************
002910 01  WS-CANT-ESCENARIOS        PIC 9(02) VALUE ZERO.
002920 01  ESCENARIO-TABLA.
002930     05  ESC-ENTRY OCCURS 10 TIMES.
002940         10  ESC-CODIGO         PIC X(02).
002950         10  ESC-BRUTO-ACTUAL   PIC 9(11)V99.
002960         10  ESC-COSTO.
002970             15  ESC-LEGAJOS        PIC 9(05).
002980             15  ESC-AUMENTO        PIC 9(11)V99.
002990             15  ESC-ANTIGUEDAD     PIC 9(11)V99.
003000             15  ESC-SAC            PIC 9(11)V99.
003010             15  ESC-CONTRIB        PIC 9(11)V99.
003020             15  ESC-SINDICAL       PIC 9(11)V99.
003030             15  ESC-MENSUAL        PIC 9(11)V99.
003040             15  ESC-ANUAL          PIC 9(11)V99.
003050 01  WS-ESC-IX                 PIC 9(02).
003060 01  WS-ESC-BUS                PIC 9(02).
003070
003080 01  WS-CANT-CATEGORIAS        PIC 9(02) VALUE ZERO.
003090 01  SIMULACION-CATEGORIA-TABLA.
003100     05  SCT-ENTRY OCCURS 1 TO 30 TIMES
003110                    DEPENDING ON WS-CANT-CATEGORIAS
003120                    INDEXED BY CAT-IDX.
003130         10  SCT-CATEGORIA      PIC 9(02).
003140         10  SCT-COSTOS.
003150             15  SCT-ESCENARIO OCCURS 10 TIMES.
003160                 20  SCT-LEGAJOS    PIC 9(05).
003170                 20  SCT-AUMENTO    PIC 9(11)V99.
003180                 20  SCT-ANTIGUEDAD PIC 9(11)V99.
003190                 20  SCT-SAC        PIC 9(11)V99.
003200                 20  SCT-CONTRIB    PIC 9(11)V99.
003210                 20  SCT-SINDICAL   PIC 9(11)V99.
003220                 20  SCT-MENSUAL    PIC 9(11)V99.
003230                 20  SCT-ANUAL      PIC 9(11)V99.
003240
003250 01  WS-CANT-CENTROS           PIC 9(02) VALUE ZERO.
003260 01  SIMULACION-CENTRO-TABLA.
003270     05  SCC-ENTRY OCCURS 1 TO 20 TIMES
003280                    DEPENDING ON WS-CANT-CENTROS
003290                    INDEXED BY CEN-IDX.
003300         10  SCC-CENTRO         PIC 9(02).
003310         10  SCC-COSTOS.
003320             15  SCC-ESCENARIO OCCURS 10 TIMES.
003330                 20  SCC-LEGAJOS    PIC 9(05).
003340                 20  SCC-AUMENTO    PIC 9(11)V99.
003350                 20  SCC-ANTIGUEDAD PIC 9(11)V99.
003360                 20  SCC-SAC        PIC 9(11)V99.
003370                 20  SCC-CONTRIB    PIC 9(11)V99.
003380                 20  SCC-SINDICAL   PIC 9(11)V99.
003390                 20  SCC-MENSUAL    PIC 9(11)V99.
003400                 20  SCC-ANUAL      PIC 9(11)V99.
003410
003420 01  WS-CATEGORIA-W            PIC 9(02).
003430 01  WS-CENTRO-W               PIC 9(02).
003440
003450*****************************************************************
003460* CAMPOS DE TRABAJO DEL LEGAJO: VALORES DE CONVENIO VIGENTES,
003470* FACTOR DE AUMENTO DE CADA CONCEPTO Y COSTO DEL ESCENARIO
003480*****************************************************************
003490 01  WS-TAR-SUELDO-BASICO      PIC 9(7)V99.
003500 01  WS-TAR-HORA-EXTRA-50      PIC 9(5)V99.
003510 01  WS-TAR-HORA-EXTRA-100     PIC 9(5)V99.
003520 01  WS-TAR-VIANDA-DIARIA      PIC 9(7)V99.
003530 01  WS-TAR-VIAT-ESP           PIC 9(7)V99.
003540
003550 01  WS-FAC-BASICO             PIC 9(3)V9(6).
003560 01  WS-FAC-EXTRA-50           PIC 9(3)V9(6).
003570 01  WS-FAC-EXTRA-100          PIC 9(3)V9(6).
003580 01  WS-FAC-VIANDA             PIC 9(3)V9(6).
003590 01  WS-FAC-VIAT-ESP           PIC 9(3)V9(6).
003600 01  WS-FAC-VIAJE              PIC 9(3)V9(6).
003610
003620 01  WS-VIAJES-LEGAJO          PIC 9(9)V99.
003630 01  WS-DELTA-BASICO-ANT       PIC 9(9)V99.
003640 01  WS-DELTA-REMUN            PIC 9(9)V99.
003650 01  WS-IMPONIBLE-ANTES        PIC 9(9)V99.
003660 01  WS-IMPONIBLE-DESPUES      PIC 9(9)V99.
003670
003680 01  WS-COSTO-LEGAJO.
003690     05  WS-CL-AUMENTO         PIC 9(9)V99.
003700     05  WS-CL-ANTIGUEDAD      PIC 9(9)V99.
003710     05  WS-CL-SAC             PIC 9(9)V99.
003720     05  WS-CL-CONTRIB         PIC 9(9)V99.
003730     05  WS-CL-SINDICAL        PIC 9(9)V99.
003740     05  WS-CL-MENSUAL         PIC 9(9)V99.
003750     05  WS-CL-ANUAL           PIC 9(11)V99.
003760
003770*****************************************************************
003780* ACUMULADORES DEL REPORTE
003790*****************************************************************
003800 01  WS-CANT-SIMULADOS         PIC 9(05) VALUE ZERO.
003810 01  WS-CANT-SIN-LIQUIDACION   PIC 9(05) VALUE ZERO.
003820 01  WS-PORCENTAJE-W           PIC 9(3)V99.
003830
003840 01  WS-EDIT-CANTIDAD          PIC ZZ,ZZ9.
003850
003860*****************************************************************
003870* RENGLONES DEL REPORTE. LOS IMPORTES DE COSTO SE IMPRIMEN EN
003880* MILES DE PESOS PARA QUE LAS SIETE COLUMNAS ENTREN EN LA LINEA.
003890*****************************************************************
003900 01  WS-LINEA-PROPUESTA.
003910     05  WS-LP-ESCENARIO       PIC X(02).
003920     05  FILLER                PIC X(01) VALUE SPACES.
003930     05  WS-LP-CATEGORIA       PIC 9(02).
003940     05  FILLER                PIC X(01) VALUE SPACES.
003950     05  WS-LP-TIPO            PIC X(01).
003960     05  FILLER                PIC X(01) VALUE SPACES.
003970     05  WS-LP-PORCENTAJE      PIC ZZZ.ZZ.
003980     05  FILLER                PIC X(01) VALUE SPACES.
003990     05  WS-LP-SUELDO-BASICO   PIC ZZZZZZZ.ZZ.
004000     05  FILLER                PIC X(01) VALUE SPACES.
004010     05  WS-LP-HORA-EXTRA-50   PIC ZZZZZ.ZZ.
004020     05  FILLER                PIC X(01) VALUE SPACES.
004030     05  WS-LP-HORA-EXTRA-100  PIC ZZZZZ.ZZ.
004040     05  FILLER                PIC X(01) VALUE SPACES.
004050     05  WS-LP-VIANDA-DIARIA   PIC ZZZZZZZ.ZZ.
004060     05  FILLER                PIC X(01) VALUE SPACES.
004070     05  WS-LP-VIAT-ESP        PIC ZZZZZZZ.ZZ.
004080     05  FILLER                PIC X(01) VALUE SPACES.
004090     05  WS-LP-MES-INICIO      PIC 9(06).
004100     05  FILLER                PIC X(01) VALUE SPACES.
004110     05  WS-LP-CUOTAS          PIC Z9.
004120     05  FILLER                PIC X(05) VALUE SPACES.
004130
004140 01  WS-COSTO-IMPRESION.
004150     05  WS-CI-LEGAJOS         PIC 9(05).
004160     05  WS-CI-AUMENTO         PIC 9(11)V99.
004170     05  WS-CI-ANTIGUEDAD      PIC 9(11)V99.
004180     05  WS-CI-SAC             PIC 9(11)V99.
004190     05  WS-CI-CONTRIB         PIC 9(11)V99.
004200     05  WS-CI-SINDICAL        PIC 9(11)V99.
004210     05  WS-CI-MENSUAL         PIC 9(11)V99.
004220     05  WS-CI-ANUAL           PIC 9(11)V99.
004230
004240 01  WS-TITULO-CODIGO          PIC X(02).
004250
004260 01  WS-LINEA-COSTO.
004270     05  WS-LK-CODIGO          PIC X(02).
004280     05  FILLER                PIC X(01) VALUE SPACES.
004290     05  WS-LK-LEGAJOS         PIC ZZZZ9.
004300     05  FILLER                PIC X(01) VALUE SPACES.
004310     05  WS-LK-AUMENTO         PIC Z,ZZZ,ZZ9.
004320     05  FILLER                PIC X(01) VALUE SPACES.
004330     05  WS-LK-ANTIGUEDAD      PIC Z,ZZZ,ZZ9.
004340     05  FILLER                PIC X(01) VALUE SPACES.
004350     05  WS-LK-SAC             PIC Z,ZZZ,ZZ9.
004360     05  FILLER                PIC X(01) VALUE SPACES.
004370     05  WS-LK-CONTRIB         PIC Z,ZZZ,ZZ9.
004380     05  FILLER                PIC X(01) VALUE SPACES.
004390     05  WS-LK-SINDICAL        PIC Z,ZZZ,ZZ9.
004400     05  FILLER                PIC X(01) VALUE SPACES.
004410     05  WS-LK-MENSUAL         PIC Z,ZZZ,ZZ9.
004420     05  FILLER                PIC X(01) VALUE SPACES.
004430     05  WS-LK-ANUAL           PIC Z,ZZZ,ZZ9.
004440     05  FILLER                PIC X(02) VALUE SPACES.
004450
004460 01  WS-LINEA-RESUMEN.
004470     05  WS-LR-ESCENARIO       PIC X(02).
004480     05  FILLER                PIC X(01) VALUE SPACES.
004490     05  WS-LR-LEGAJOS         PIC ZZZZ9.
004500     05  FILLER                PIC X(01) VALUE SPACES.
004510     05  WS-LR-BRUTO-ACTUAL    PIC Z,ZZZ,ZZ9.
004520     05  FILLER                PIC X(01) VALUE SPACES.
004530     05  WS-LR-MENSUAL         PIC Z,ZZZ,ZZ9.
004540     05  FILLER                PIC X(01) VALUE SPACES.
004550     05  WS-LR-PORCENTAJE      PIC ZZ9.99.
004560     05  FILLER                PIC X(01) VALUE SPACES.
004570     05  WS-LR-ANUAL           PIC Z,ZZZ,ZZ9.
004580     05  FILLER                PIC X(35) VALUE SPACES.
004590
004600 PROCEDURE DIVISION.
004610
004620 0000-MAINLINE.
004630     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004640     PERFORM 2000-PROCESAR-EMPLEADOS THRU 2000-EXIT
004650         UNTIL FIN-DE-ARCHIVO.
004660     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
004670     STOP RUN.
004680
004690 1000-INICIALIZAR.
004700     DISPLAY WS-BANNER-1.
004710     DISPLAY "SIMULACION DE COSTO DE PARITARIA".
004720     DISPLAY WS-BANNER-1.
004730
004740     DISPLAY WS-OPERADOR-MENSAJE.
004750     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
004760     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
004770     IF NOT OPERADOR-HABILITADO
004780         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
004790         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004800         GO TO 1000-EXIT
004810     END-IF.
004820
004830     *> Periodo base: la ultima liquidacion definitiva
004840     OPEN INPUT PERIODO-ESTADO.
004850     IF NOT WS-PERESTAD-OK
004860         DISPLAY "ERROR AL ABRIR PERIODO-ESTADO, STATUS = "
004870             WS-PERESTAD-STATUS
004880         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004890         GO TO 1000-EXIT
004900     END-IF.
004910     PERFORM 1100-BUSCAR-PERIODO-BASE THRU 1100-EXIT.
004920     IF WS-PERIODO-BASE = ZERO
004930         DISPLAY "NO HAY PERIODOS CON LIQUIDACION DEFINITIVA: "
004940             "NO HAY BASE PARA SIMULAR"
004950         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004960         GO TO 1000-EXIT
004970     END-IF.
004980     DISPLAY "PERIODO BASE (ULTIMA LIQUIDACION DEFINITIVA): "
004990         WS-PERIODO-BASE.
005000
005010     OPEN INPUT EMPLEADO-MASTER.
005020     IF NOT WS-EMPMAST-OK
005030         DISPLAY "ERROR AL ABRIR EMPLEADO-MASTER, STATUS = "
005040             WS-EMPMAST-STATUS
005050         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005060         GO TO 1000-EXIT
005070     END-IF.
005080
005090     OPEN INPUT LIQUIDACION-HIST.
005100     IF NOT WS-LIQHIST-OK
005110         DISPLAY "ERROR AL ABRIR LIQUIDACION-HIST, STATUS = "
005120             WS-LIQHIST-STATUS
005130         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005140         GO TO 1000-EXIT
005150     END-IF.
005160
005170     OPEN INPUT WAGE-HISTORY.
005180     IF NOT WS-WAGEHST-OK
005190         DISPLAY "ERROR AL ABRIR WAGE-HISTORY, STATUS = "
005200             WS-WAGEHST-STATUS
005210         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005220         GO TO 1000-EXIT
005230     END-IF.
005240
005250     *> Tasas y tope vigentes al primer dia del periodo base
005260     MOVE WS-PERIODO-BASE TO WS-PARAM-AAAAMM.
005270     MOVE 01 TO WS-PARAM-DD.
005280     OPEN INPUT PARAMETRO-LEGAL.
005290     IF NOT WS-PARMLEG-OK
005300         DISPLAY "ERROR AL ABRIR PARAMETRO-LEGAL, STATUS = "
005310             WS-PARMLEG-STATUS
005320         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005330         GO TO 1000-EXIT
005340     END-IF.
005350     PERFORM 1200-CARGAR-PARAMETROS THRU 1200-EXIT.
005360     IF NOT PARAMETROS-HALLADOS
005370         DISPLAY "SIN PARAMETROS LEGALES VIGENTES AL "
005380             WS-FECHA-PARAMETROS
005390         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005400         GO TO 1000-EXIT
005410     END-IF.
005420     COMPUTE WS-CONTRIB-RATE =
005430         CONTRIB-JUBILACION-RATE + CONTRIB-OBRA-SOC-RATE.
005440
005450     OPEN OUTPUT CONTROL-REPORT.
005460     IF NOT WS-CTLRPT-OK
005470         DISPLAY "ERROR AL ABRIR CONTROL-REPORT, STATUS = "
005480             WS-CTLRPT-STATUS
005490         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005500         GO TO 1000-EXIT
005510     END-IF.
005520
005530     PERFORM 1300-CARGAR-PROPUESTAS THRU 1300-EXIT.
005540     IF WS-CANT-PROPUESTAS = ZERO
005550         DISPLAY "SIN PROPUESTAS VALIDAS PARA SIMULAR"
005560         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005570         GO TO 1000-EXIT
005580     END-IF.
005590
005600     MOVE "OK" TO WS-BIT-RESULTADO.
005610     SET INICIO-COMPLETO TO TRUE.
005620     PERFORM 2100-LEER-EMPLEADO THRU 2100-EXIT.
005630 1000-EXIT.
005640     EXIT.
005650
005660*****************************************************************
005670* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
005680* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
005690* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
005700* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
005710* LOS ROLES MENORES)
005720*****************************************************************
005730 1050-VALIDAR-OPERADOR.
005740     MOVE "N" TO WS-OPERADOR-SW.
005750     OPEN INPUT OPERADOR-MASTER.
005760     IF NOT WS-OPERMAST-OK
005770         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
005780             WS-OPERMAST-STATUS
005790         GO TO 1050-EXIT
005800     END-IF.
005810     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
005820     READ OPERADOR-MASTER
005830         INVALID KEY
005840             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
005850             CLOSE OPERADOR-MASTER
005860             GO TO 1050-EXIT
005870     END-READ.
005880     CLOSE OPERADOR-MASTER.
005890     MOVE OP-ROL TO WS-OPERADOR-ROL.
005900     IF NOT OP-HABILITADO
005910         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
005920         GO TO 1050-EXIT
005930     END-IF.
005940     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
005950         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
005960             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
005970             ", REQUIERE " WS-ROL-REQUERIDO ")"
005980         GO TO 1050-EXIT
005990     END-IF.
006000     SET OPERADOR-HABILITADO TO TRUE.
006010 1050-EXIT.
006020     EXIT.
006030
006040*****************************************************************
006050* RECORRE EL ESTADO DE LOS PERIODOS Y TOMA EL ULTIMO CON LA
006060* LIQUIDACION DEFINITIVA HECHA
006070*****************************************************************
006080 1100-BUSCAR-PERIODO-BASE.
006090     MOVE ZEROS TO WS-PERIODO-BASE.
006100     MOVE "N" TO WS-BUSQUEDA-FIN-SW.
006110     MOVE ZEROS TO PE-PERIODO.
006120     START PERIODO-ESTADO KEY IS NOT LESS THAN PE-PERIODO
006130         INVALID KEY
006140             SET BUSQUEDA-TERMINADA TO TRUE
006150     END-START.
006160     PERFORM 1110-EXAMINAR-PERIODO THRU 1110-EXIT
006170         UNTIL BUSQUEDA-TERMINADA.
006180 1100-EXIT.
006190     EXIT.
006200
006210 1110-EXAMINAR-PERIODO.
006220     READ PERIODO-ESTADO NEXT RECORD
006230         AT END
006240             SET BUSQUEDA-TERMINADA TO TRUE
006250             GO TO 1110-EXIT
006260     END-READ.
006270     IF PE-LIQUIDACION-SI
006280         MOVE PE-PERIODO TO WS-PERIODO-BASE
006290     END-IF.
006300 1110-EXIT.
006310     EXIT.
006320
006330*****************************************************************
006340* CARGA LA CUOTA SINDICAL, EL TOPE IMPONIBLE Y LAS TASAS
006350* PATRONALES DE LA VIGENCIA DE PARAMETRO-LEGAL QUE CUBRE EL
006360* PERIODO BASE
006370*****************************************************************
006380 1200-CARGAR-PARAMETROS.
006390     MOVE "N" TO WS-BUSQUEDA-FIN-SW.
006400     MOVE "N" TO WS-PARAMETROS-SW.
006410     MOVE ZEROS TO PL-FECHA-DESDE.
006420     START PARAMETRO-LEGAL KEY IS NOT LESS THAN PL-CLAVE
006430         INVALID KEY
006440             SET BUSQUEDA-TERMINADA TO TRUE
006450     END-START.
006460
006470     PERFORM 1210-EXAMINAR-PARAMETRO THRU 1210-EXIT
006480         UNTIL BUSQUEDA-TERMINADA.
006490 1200-EXIT.
006500     EXIT.
006510
006520 1210-EXAMINAR-PARAMETRO.
006530     READ PARAMETRO-LEGAL NEXT RECORD
006540         AT END
006550             SET BUSQUEDA-TERMINADA TO TRUE
006560             GO TO 1210-EXIT
006570     END-READ.
006580
006590     IF PL-FECHA-DESDE > WS-FECHA-PARAMETROS
006600         SET BUSQUEDA-TERMINADA TO TRUE
006610         GO TO 1210-EXIT
006620     END-IF.
006630
006640     IF WS-FECHA-PARAMETROS <= PL-FECHA-HASTA
006650         MOVE PL-SINDICAL-RATE TO SINDICAL-RATE
006660         MOVE PL-TOPE-REMUNERACION TO TOPE-REMUNERACION-IMPON
006670         MOVE PL-CONTRIB-JUBILACION-RATE
006680             TO CONTRIB-JUBILACION-RATE
006690         MOVE PL-CONTRIB-OBRA-SOC-RATE TO CONTRIB-OBRA-SOC-RATE
006700         SET PARAMETROS-HALLADOS TO TRUE
006710     END-IF.
006720 1210-EXIT.
006730     EXIT.
006740
006750*****************************************************************
006760* ENCABEZA EL REPORTE Y CARGA LOS RENGLONES DE PROPUESTA,
006770* LISTANDO CADA UNO COMO ACEPTADO O RECHAZADO CON SU MOTIVO
006780*****************************************************************
006790 1300-CARGAR-PROPUESTAS.
006800     MOVE SPACES TO LINEA-CONTROL.
006810     WRITE LINEA-CONTROL FROM WS-BANNER-1.
006820
006830     MOVE SPACES TO LINEA-CONTROL.
006840     STRING "SIMULACION DE COSTO DE PARITARIA - PERIODO BASE "
006850         WS-PERIODO-BASE
006860         DELIMITED SIZE INTO LINEA-CONTROL.
006870     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
006880
006890     MOVE SPACES TO LINEA-CONTROL.
006900     STRING "SIMULACION SIN GRABAR: NINGUN ARCHIVO SE MODIFICA"
006910         DELIMITED SIZE INTO LINEA-CONTROL.
006920     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
006930
006940     WRITE LINEA-CONTROL FROM WS-BANNER-1
006950         AFTER ADVANCING 1 LINE.
006960
006970     MOVE SPACES TO LINEA-CONTROL.
006980     STRING "PROPUESTAS (P = PORCENTAJE, V = VALORES NUEVOS; "
006990         "CATEGORIA 00 = LAS DEMAS)"
007000         DELIMITED SIZE INTO LINEA-CONTROL.
007010     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
007020
007030     MOVE SPACES TO LINEA-CONTROL.
007040     STRING "ES CA T   PORC     BASICO  EXTRA50 EXTRA100"
007050         "     VIANDA   VIATICOS INICIO CU"
007060         DELIMITED SIZE INTO LINEA-CONTROL.
007070     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
007080
007090     MOVE ZEROS TO WS-CANT-PROPUESTAS.
007100     OPEN INPUT PROPUESTA-PARITARIA.
007110     IF NOT WS-PARITRN-OK
007120         DISPLAY "ERROR AL ABRIR PROPUESTA-PARITARIA, STATUS = "
007130             WS-PARITRN-STATUS
007140         GO TO 1300-EXIT
007150     END-IF.
007160     MOVE "N" TO WS-PARITRN-EOF-SW.
007170     PERFORM 1310-LEER-PROPUESTA THRU 1310-EXIT
007180         UNTIL PARITRN-EOF.
007190     CLOSE PROPUESTA-PARITARIA.
007200 1300-EXIT.
007210     EXIT.
007220
007230 1310-LEER-PROPUESTA.
007240     READ PROPUESTA-PARITARIA
007250         AT END
007260             MOVE "S" TO WS-PARITRN-EOF-SW
007270             GO TO 1310-EXIT
007280     END-READ.
007290
007300     MOVE SPACES TO WS-MOTIVO-RECHAZO.
007310     PERFORM 1320-VALIDAR-PROPUESTA THRU 1320-EXIT.
007320     IF WS-MOTIVO-RECHAZO NOT = SPACES
007330         PERFORM 1350-RECHAZAR-PROPUESTA THRU 1350-EXIT
007340         GO TO 1310-EXIT
007350     END-IF.
007360
007370     PERFORM 1330-AGREGAR-PROPUESTA THRU 1330-EXIT.
007380     PERFORM 1360-LISTAR-PROPUESTA THRU 1360-EXIT.
007390 1310-EXIT.
007400     EXIT.
007410
007420*****************************************************************
007430* VALIDA EL RENGLON DE PROPUESTA. DEJA EL PRIMER MOTIVO DE
007440* RECHAZO EN WS-MOTIVO-RECHAZO Y EN WS-ESC-IX EL ESCENARIO YA
007450* CARGADO AL QUE PERTENECE (CERO SI ES NUEVO).
007460*****************************************************************
007470 1320-VALIDAR-PROPUESTA.
007480     IF PP-ESCENARIO = SPACES
007490         MOVE "ESCENARIO EN BLANCO" TO WS-MOTIVO-RECHAZO
007500         GO TO 1320-EXIT
007510     END-IF.
007520     IF PP-CATEGORIA NOT NUMERIC
007530         MOVE "CATEGORIA NO NUMERICA" TO WS-MOTIVO-RECHAZO
007540         GO TO 1320-EXIT
007550     END-IF.
007560     IF NOT PP-TIPO-PORCENTAJE AND NOT PP-TIPO-VALORES
007570         MOVE "TIPO DISTINTO DE P O V" TO WS-MOTIVO-RECHAZO
007580         GO TO 1320-EXIT
007590     END-IF.
007600
007610     IF PP-TIPO-PORCENTAJE
007620         IF PP-PORCENTAJE NOT NUMERIC OR PP-PORCENTAJE = ZERO
007630             MOVE "PORCENTAJE EN CERO O NO NUMERICO"
007640                 TO WS-MOTIVO-RECHAZO
007650             GO TO 1320-EXIT
007660         END-IF
007670     END-IF.
007680
007690     IF PP-TIPO-VALORES
007700         IF PP-SUELDO-BASICO NOT NUMERIC
007710             OR PP-HORA-EXTRA-50 NOT NUMERIC
007720             OR PP-HORA-EXTRA-100 NOT NUMERIC
007730             OR PP-VIANDA-DIARIA NOT NUMERIC
007740             OR PP-VIAT-ESP NOT NUMERIC
007750             MOVE "VALORES NO NUMERICOS" TO WS-MOTIVO-RECHAZO
007760             GO TO 1320-EXIT
007770         END-IF
007780         IF PP-SUELDO-BASICO = ZERO
007790             AND PP-HORA-EXTRA-50 = ZERO
007800             AND PP-HORA-EXTRA-100 = ZERO
007810             AND PP-VIANDA-DIARIA = ZERO
007820             AND PP-VIAT-ESP = ZERO
007830             MOVE "SIN VALORES NUEVOS" TO WS-MOTIVO-RECHAZO
007840             GO TO 1320-EXIT
007850         END-IF
007860     END-IF.
007870
007880     IF PP-MES-INICIO NOT NUMERIC
007890         MOVE "MES DE INICIO INVALIDO" TO WS-MOTIVO-RECHAZO
007900         GO TO 1320-EXIT
007910     END-IF.
007920     IF PP-INICIO-MM < 01 OR PP-INICIO-MM > 12
007930         MOVE "MES DE INICIO INVALIDO" TO WS-MOTIVO-RECHAZO
007940         GO TO 1320-EXIT
007950     END-IF.
007960     IF PP-CUOTAS NOT NUMERIC
007970         MOVE "CUOTAS NO NUMERICAS" TO WS-MOTIVO-RECHAZO
007980         GO TO 1320-EXIT
007990     END-IF.
008000     IF PP-CUOTAS > 12
008010         MOVE "MAS DE 12 CUOTAS" TO WS-MOTIVO-RECHAZO
008020         GO TO 1320-EXIT
008030     END-IF.
008040
008050     SET PPT-IDX TO 1.
008060     SEARCH PPT-ENTRY
008070         AT END
008080             CONTINUE
008090         WHEN PPT-ESCENARIO (PPT-IDX) = PP-ESCENARIO
008100          AND PPT-CATEGORIA (PPT-IDX) = PP-CATEGORIA
008110             MOVE "CATEGORIA REPETIDA EN EL ESCENARIO"
008120                 TO WS-MOTIVO-RECHAZO
008130             GO TO 1320-EXIT
008140     END-SEARCH.
008150
008160     IF WS-CANT-PROPUESTAS NOT < 200
008170         MOVE "TABLA DE PROPUESTAS LLENA" TO WS-MOTIVO-RECHAZO
008180         GO TO 1320-EXIT
008190     END-IF.
008200
008210     MOVE ZERO TO WS-ESC-IX.
008220     PERFORM 1340-COMPARAR-ESCENARIO THRU 1340-EXIT
008230         VARYING WS-ESC-BUS FROM 1 BY 1
008240         UNTIL WS-ESC-BUS > WS-CANT-ESCENARIOS.
008250     IF WS-ESC-IX = ZERO AND WS-CANT-ESCENARIOS NOT < 10
008260         MOVE "MAS DE 10 ESCENARIOS" TO WS-MOTIVO-RECHAZO
008270     END-IF.
008280 1320-EXIT.
008290     EXIT.
008300
008310*****************************************************************
008320* AGREGA EL RENGLON A LA TABLA DE PROPUESTAS (Y EL ESCENARIO SI
008330* ES NUEVO) Y CALCULA SU FACTOR ANUAL: CON N CUOTAS, EL MES K
008340* DESDE EL INICIO LLEVA K/N DEL AUMENTO HASTA COMPLETARLO
008350*****************************************************************
008360 1330-AGREGAR-PROPUESTA.
008370     IF WS-ESC-IX = ZERO
008380         ADD 1 TO WS-CANT-ESCENARIOS
008390         MOVE WS-CANT-ESCENARIOS TO WS-ESC-IX
008400         MOVE PP-ESCENARIO TO ESC-CODIGO (WS-ESC-IX)
008410         MOVE ZEROS TO ESC-BRUTO-ACTUAL (WS-ESC-IX)
008420         MOVE ZEROS TO ESC-COSTO (WS-ESC-IX)
008430     END-IF.
008440
008450     ADD 1 TO WS-CANT-PROPUESTAS.
008460     SET PPT-IDX TO WS-CANT-PROPUESTAS.
008470     MOVE PP-ESCENARIO TO PPT-ESCENARIO (PPT-IDX).
008480     MOVE PP-CATEGORIA TO PPT-CATEGORIA (PPT-IDX).
008490     MOVE PP-TIPO TO PPT-TIPO (PPT-IDX).
008500     MOVE ZEROS TO PPT-PORCENTAJE (PPT-IDX).
008510     MOVE ZEROS TO PPT-SUELDO-BASICO (PPT-IDX).
008520     MOVE ZEROS TO PPT-HORA-EXTRA-50 (PPT-IDX).
008530     MOVE ZEROS TO PPT-HORA-EXTRA-100 (PPT-IDX).
008540     MOVE ZEROS TO PPT-VIANDA-DIARIA (PPT-IDX).
008550     MOVE ZEROS TO PPT-VIAT-ESP (PPT-IDX).
008560     IF PP-TIPO-PORCENTAJE
008570         MOVE PP-PORCENTAJE TO PPT-PORCENTAJE (PPT-IDX)
008580     ELSE
008590         MOVE PP-SUELDO-BASICO TO PPT-SUELDO-BASICO (PPT-IDX)
008600         MOVE PP-HORA-EXTRA-50 TO PPT-HORA-EXTRA-50 (PPT-IDX)
008610         MOVE PP-HORA-EXTRA-100 TO PPT-HORA-EXTRA-100 (PPT-IDX)
008620         MOVE PP-VIANDA-DIARIA TO PPT-VIANDA-DIARIA (PPT-IDX)
008630         MOVE PP-VIAT-ESP TO PPT-VIAT-ESP (PPT-IDX)
008640     END-IF.
008650     MOVE PP-MES-INICIO TO PPT-MES-INICIO (PPT-IDX).
008660
008670     IF PP-CUOTAS < 2
008680         MOVE 1 TO WS-CUOTAS-W
008690     ELSE
008700         MOVE PP-CUOTAS TO WS-CUOTAS-W
008710     END-IF.
008720     MOVE WS-CUOTAS-W TO PPT-CUOTAS (PPT-IDX).
008730     MOVE ZEROS TO WS-FACTOR-W.
008740     PERFORM 1335-SUMAR-MES THRU 1335-EXIT
008750         VARYING WS-MES-IX FROM 1 BY 1 UNTIL WS-MES-IX > 12.
008760     MOVE WS-FACTOR-W TO PPT-FACTOR-ANUAL (PPT-IDX).
008770 1330-EXIT.
008780     EXIT.
008790
008800 1335-SUMAR-MES.
008810     IF WS-MES-IX < WS-CUOTAS-W
008820         COMPUTE WS-FACTOR-W ROUNDED =
008830             WS-FACTOR-W + WS-MES-IX / WS-CUOTAS-W
008840     ELSE
008850         ADD 1 TO WS-FACTOR-W
008860     END-IF.
008870 1335-EXIT.
008880     EXIT.
008890
008900 1340-COMPARAR-ESCENARIO.
008910     IF ESC-CODIGO (WS-ESC-BUS) = PP-ESCENARIO
008920         MOVE WS-ESC-BUS TO WS-ESC-IX
008930     END-IF.
008940 1340-EXIT.
008950     EXIT.
008960
008970 1350-RECHAZAR-PROPUESTA.
008980     ADD 1 TO WS-CANT-RECHAZADAS.
008990     MOVE SPACES TO LINEA-CONTROL.
009000     STRING PP-ESCENARIO " " PP-CATEGORIA " " PP-TIPO
009010         "  RECHAZADO: " WS-MOTIVO-RECHAZO
009020         DELIMITED SIZE INTO LINEA-CONTROL.
009030     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
009040 1350-EXIT.
009050     EXIT.
009060
009070 1360-LISTAR-PROPUESTA.
009080     MOVE PPT-ESCENARIO (PPT-IDX) TO WS-LP-ESCENARIO.
009090     MOVE PPT-CATEGORIA (PPT-IDX) TO WS-LP-CATEGORIA.
009100     MOVE PPT-TIPO (PPT-IDX) TO WS-LP-TIPO.
009110     MOVE PPT-PORCENTAJE (PPT-IDX) TO WS-LP-PORCENTAJE.
009120     MOVE PPT-SUELDO-BASICO (PPT-IDX) TO WS-LP-SUELDO-BASICO.
009130     MOVE PPT-HORA-EXTRA-50 (PPT-IDX) TO WS-LP-HORA-EXTRA-50.
009140     MOVE PPT-HORA-EXTRA-100 (PPT-IDX) TO WS-LP-HORA-EXTRA-100.
009150     MOVE PPT-VIANDA-DIARIA (PPT-IDX) TO WS-LP-VIANDA-DIARIA.
009160     MOVE PPT-VIAT-ESP (PPT-IDX) TO WS-LP-VIAT-ESP.
009170     MOVE PPT-MES-INICIO (PPT-IDX) TO WS-LP-MES-INICIO.
009180     MOVE PPT-CUOTAS (PPT-IDX) TO WS-LP-CUOTAS.
009190     WRITE LINEA-CONTROL FROM WS-LINEA-PROPUESTA
009200         AFTER ADVANCING 1 LINE.
009210 1360-EXIT.
009220     EXIT.
009230
009240*****************************************************************
009250* SIMULA EL LEGAJO LEIDO. EL EGRESADO NO RECIBE EL AUMENTO.
009260*****************************************************************
009270 2000-PROCESAR-EMPLEADOS.
009280     IF NOT EMP-ACTIVO
009290         GO TO 2000-SIGUIENTE
009300     END-IF.
009310
009320     PERFORM 3000-COSTEAR-LEGAJO THRU 3000-EXIT.
009330
009340 2000-SIGUIENTE.
009350     PERFORM 2100-LEER-EMPLEADO THRU 2100-EXIT.
009360 2000-EXIT.
009370     EXIT.
009380
009390 2100-LEER-EMPLEADO.
009400     READ EMPLEADO-MASTER
009410         AT END
009420             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
009430     END-READ.
009440 2100-EXIT.
009450     EXIT.
009460
009470*****************************************************************
009480* TOMA LA LIQUIDACION DEL LEGAJO EN EL PERIODO BASE Y LE APLICA
009490* CADA ESCENARIO QUE ALCANZA A SU CATEGORIA
009500*****************************************************************
009510 3000-COSTEAR-LEGAJO.
009520     MOVE EMP-LEGAJO TO LQ-LEGAJO.
009530     MOVE WS-PERIODO-BASE TO LQ-PERIODO.
009540     READ LIQUIDACION-HIST
009550         INVALID KEY
009560             ADD 1 TO WS-CANT-SIN-LIQUIDACION
009570             GO TO 3000-EXIT
009580     END-READ.
009590     ADD 1 TO WS-CANT-SIMULADOS.
009600
009610     SET ANT-IDX TO 1.
009620     SEARCH ANT-TRAMO
009630         AT END
009640             MOVE ANT-PORCENTAJE (6) TO WS-ANT-PORCENTAJE
009650         WHEN EMP-ANTIGUEDAD-ANOS <= ANT-ANOS-HASTA (ANT-IDX)
009660             MOVE ANT-PORCENTAJE (ANT-IDX) TO WS-ANT-PORCENTAJE
009670     END-SEARCH.
009680
009690     *> Viaticos por viaje de las hojas de ruta (un registro
009700     *> anterior a las hojas de ruta trae blancos)
009710     MOVE ZEROS TO WS-VIAJES-LEGAJO.
009720     IF LQ-VIAJE-KM IS NUMERIC
009730         ADD LQ-VIAJE-KM LQ-PERNOCTADAS LQ-COMIDAS-RUTA
009740             LQ-CRUCE-FRONTERA TO WS-VIAJES-LEGAJO
009750     END-IF.
009760
009770     PERFORM 3100-BUSCAR-TARIFA THRU 3100-EXIT.
009780
009790     MOVE LQ-CATEGORIA TO WS-CATEGORIA-W.
009800     PERFORM 3500-BUSCAR-CATEGORIA THRU 3500-EXIT.
009810     MOVE EMP-CENTRO-COSTOS TO WS-CENTRO-W.
009820     PERFORM 3600-BUSCAR-CENTRO THRU 3600-EXIT.
009830
009840     PERFORM 3200-COSTEAR-ESCENARIO THRU 3200-EXIT
009850         VARYING WS-ESC-IX FROM 1 BY 1
009860         UNTIL WS-ESC-IX > WS-CANT-ESCENARIOS.
009870 3000-EXIT.
009880     EXIT.
009890
009900*****************************************************************
009910* BUSCA EN WAGE-HISTORY LOS VALORES DE CONVENIO DE LA CATEGORIA
009920* LIQUIDADA VIGENTES AL PERIODO BASE, CONTRA LOS QUE SE MIDEN
009930* LOS VALORES NUEVOS DE LA PROPUESTA
009940*****************************************************************
009950 3100-BUSCAR-TARIFA.
009960     MOVE "N" TO WS-TARIFA-SW.
009970     MOVE "N" TO WS-BUSQUEDA-FIN-SW.
009980     MOVE LQ-CATEGORIA TO WH-CATEGORIA.
009990     MOVE ZEROS TO WH-FECHA-DESDE.
010000     START WAGE-HISTORY KEY IS NOT LESS THAN WH-CLAVE
010010         INVALID KEY
010020             SET BUSQUEDA-TERMINADA TO TRUE
010030     END-START.
010040     PERFORM 3110-EXAMINAR-TARIFA THRU 3110-EXIT
010050         UNTIL BUSQUEDA-TERMINADA.
010060 3100-EXIT.
010070     EXIT.
010080
010090 3110-EXAMINAR-TARIFA.
010100     READ WAGE-HISTORY NEXT RECORD
010110         AT END
010120             SET BUSQUEDA-TERMINADA TO TRUE
010130             GO TO 3110-EXIT
010140     END-READ.
010150
010160     IF WH-CATEGORIA NOT = LQ-CATEGORIA
010170         OR WH-FECHA-DESDE > WS-FECHA-PARAMETROS
010180         SET BUSQUEDA-TERMINADA TO TRUE
010190         GO TO 3110-EXIT
010200     END-IF.
010210
010220     IF WS-FECHA-PARAMETROS <= WH-FECHA-HASTA
010230         MOVE WH-SUELDO-BASICO TO WS-TAR-SUELDO-BASICO
010240         MOVE WH-HORA-EXTRA-50 TO WS-TAR-HORA-EXTRA-50
010250         MOVE WH-HORA-EXTRA-100 TO WS-TAR-HORA-EXTRA-100
010260         MOVE WH-VIANDA-DIARIA TO WS-TAR-VIANDA-DIARIA
010270         MOVE WH-VIAT-ESP TO WS-TAR-VIAT-ESP
010280         SET TARIFA-HALLADA TO TRUE
010290         SET BUSQUEDA-TERMINADA TO TRUE
010300     END-IF.
010310 3110-EXIT.
010320     EXIT.
010330
010340*****************************************************************
010350* APLICA AL LEGAJO EL ESCENARIO WS-ESC-IX: EL RENGLON DE SU
010360* CATEGORIA O, SI NO LO HAY, EL RENGLON 00 DEL ESCENARIO. SIN
010370* NINGUNO DE LOS DOS, EL ESCENARIO NO ALCANZA AL LEGAJO.
010380*****************************************************************
010390 3200-COSTEAR-ESCENARIO.
010400     MOVE "N" TO WS-PROPUESTA-SW.
010410     SET PPT-IDX TO 1.
010420     SEARCH PPT-ENTRY
010430         AT END
010440             CONTINUE
010450         WHEN PPT-ESCENARIO (PPT-IDX) = ESC-CODIGO (WS-ESC-IX)
010460          AND PPT-CATEGORIA (PPT-IDX) = LQ-CATEGORIA
010470             SET PROPUESTA-HALLADA TO TRUE
010480     END-SEARCH.
010490     IF NOT PROPUESTA-HALLADA
010500         SET PPT-IDX TO 1
010510         SEARCH PPT-ENTRY
010520             AT END
010530                 GO TO 3200-EXIT
010540             WHEN PPT-ESCENARIO (PPT-IDX) = ESC-CODIGO (WS-ESC-IX)
010550              AND PPT-CATEGORIA (PPT-IDX) = ZERO
010560                 SET PROPUESTA-HALLADA TO TRUE
010570         END-SEARCH
010580     END-IF.
010590
010600     PERFORM 3300-CALCULAR-FACTORES THRU 3300-EXIT.
010610     PERFORM 3400-CALCULAR-COSTO THRU 3400-EXIT.
010620     PERFORM 3700-ACUMULAR-COSTO THRU 3700-EXIT.
010630 3200-EXIT.
010640     EXIT.
010650
010660*****************************************************************
010670* FACTOR DE AUMENTO DE CADA CONCEPTO. POR PORCENTAJE, EL MISMO
010680* PARA TODOS (INCLUIDOS LOS VIATICOS POR VIAJE). POR VALORES,
010690* (NUEVO - VIGENTE) / VIGENTE DE CADA VALOR DE CONVENIO; UN
010700* VALOR EN CERO O NO MAYOR AL VIGENTE DEJA EL CONCEPTO IGUAL.
010710*****************************************************************
010720 3300-CALCULAR-FACTORES.
010730     MOVE ZEROS TO WS-FAC-BASICO.
010740     MOVE ZEROS TO WS-FAC-EXTRA-50.
010750     MOVE ZEROS TO WS-FAC-EXTRA-100.
010760     MOVE ZEROS TO WS-FAC-VIANDA.
010770     MOVE ZEROS TO WS-FAC-VIAT-ESP.
010780     MOVE ZEROS TO WS-FAC-VIAJE.
010790
010800     IF PPT-PORCENTAJE-SI (PPT-IDX)
010810         COMPUTE WS-FAC-BASICO = PPT-PORCENTAJE (PPT-IDX) / 100
010820         MOVE WS-FAC-BASICO TO WS-FAC-EXTRA-50
010830         MOVE WS-FAC-BASICO TO WS-FAC-EXTRA-100
010840         MOVE WS-FAC-BASICO TO WS-FAC-VIANDA
010850         MOVE WS-FAC-BASICO TO WS-FAC-VIAT-ESP
010860         MOVE WS-FAC-BASICO TO WS-FAC-VIAJE
010870         GO TO 3300-EXIT
010880     END-IF.
010890
010900     IF NOT TARIFA-HALLADA
010910         DISPLAY "LEGAJO " EMP-LEGAJO " CATEGORIA " LQ-CATEGORIA
010920             " SIN VALORES VIGENTES: SIN AUMENTO EN EL "
010930             "ESCENARIO " ESC-CODIGO (WS-ESC-IX)
010940         GO TO 3300-EXIT
010950     END-IF.
010960
010970     IF PPT-SUELDO-BASICO (PPT-IDX) > WS-TAR-SUELDO-BASICO
010980         AND WS-TAR-SUELDO-BASICO > ZERO
010990         COMPUTE WS-FAC-BASICO ROUNDED =
011000             (PPT-SUELDO-BASICO (PPT-IDX) - WS-TAR-SUELDO-BASICO)
011010             / WS-TAR-SUELDO-BASICO
011020     END-IF.
011030     IF PPT-HORA-EXTRA-50 (PPT-IDX) > WS-TAR-HORA-EXTRA-50
011040         AND WS-TAR-HORA-EXTRA-50 > ZERO
011050         COMPUTE WS-FAC-EXTRA-50 ROUNDED =
011060             (PPT-HORA-EXTRA-50 (PPT-IDX) - WS-TAR-HORA-EXTRA-50)
011070             / WS-TAR-HORA-EXTRA-50
011080     END-IF.
011090     IF PPT-HORA-EXTRA-100 (PPT-IDX) > WS-TAR-HORA-EXTRA-100
011100         AND WS-TAR-HORA-EXTRA-100 > ZERO
011110         COMPUTE WS-FAC-EXTRA-100 ROUNDED =
011120             (PPT-HORA-EXTRA-100 (PPT-IDX)
011130             - WS-TAR-HORA-EXTRA-100)
011140             / WS-TAR-HORA-EXTRA-100
011150     END-IF.
011160     IF PPT-VIANDA-DIARIA (PPT-IDX) > WS-TAR-VIANDA-DIARIA
011170         AND WS-TAR-VIANDA-DIARIA > ZERO
011180         COMPUTE WS-FAC-VIANDA ROUNDED =
011190             (PPT-VIANDA-DIARIA (PPT-IDX) - WS-TAR-VIANDA-DIARIA)
011200             / WS-TAR-VIANDA-DIARIA
011210     END-IF.
011220     IF PPT-VIAT-ESP (PPT-IDX) > WS-TAR-VIAT-ESP
011230         AND WS-TAR-VIAT-ESP > ZERO
011240         COMPUTE WS-FAC-VIAT-ESP ROUNDED =
011250             (PPT-VIAT-ESP (PPT-IDX) - WS-TAR-VIAT-ESP)
011260             / WS-TAR-VIAT-ESP
011270     END-IF.
011280 3300-EXIT.
011290     EXIT.
011300
011310*****************************************************************
011320* COSTO ADICIONAL DEL LEGAJO EN EL ESCENARIO. EL AUMENTO DEL
011330* BASICO CON ANTIGUEDAD SE ABRE EN BASICO Y ANTIGUEDAD CON EL
011340* PORCENTAJE DEL TRAMO; EL PRESENTISMO ACOMPANA AL BASICO. LAS
011350* CONTRIBUCIONES SOLO CORREN SOBRE LO QUE EL AUMENTO AGREGA
011360* DEBAJO DEL TOPE IMPONIBLE, COMO EN LA EXPORTACION F.931.
011370*****************************************************************
011380 3400-CALCULAR-COSTO.
011390     COMPUTE WS-DELTA-BASICO-ANT ROUNDED =
011400         LQ-BASICO-CON-ANT * WS-FAC-BASICO.
011410     COMPUTE WS-CL-ANTIGUEDAD ROUNDED =
011420         WS-DELTA-BASICO-ANT * WS-ANT-PORCENTAJE
011430         / (100 + WS-ANT-PORCENTAJE).
011440     COMPUTE WS-CL-AUMENTO ROUNDED =
011450         WS-DELTA-BASICO-ANT - WS-CL-ANTIGUEDAD
011460         + LQ-PRESENTISMO * WS-FAC-BASICO
011470         + LQ-EXTRAS-50 * WS-FAC-EXTRA-50
011480         + LQ-EXTRAS-100 * WS-FAC-EXTRA-100
011490         + LQ-VIANDAS * WS-FAC-VIANDA
011500         + LQ-VIAT-ESP * WS-FAC-VIAT-ESP
011510         + WS-VIAJES-LEGAJO * WS-FAC-VIAJE.
011520     COMPUTE WS-DELTA-REMUN = WS-CL-AUMENTO + WS-CL-ANTIGUEDAD.
011530     COMPUTE WS-CL-SAC ROUNDED = WS-DELTA-REMUN / 12.
011540
011550     IF LQ-TOTAL-BRUTO > TOPE-REMUNERACION-IMPON
011560         MOVE TOPE-REMUNERACION-IMPON TO WS-IMPONIBLE-ANTES
011570     ELSE
011580         MOVE LQ-TOTAL-BRUTO TO WS-IMPONIBLE-ANTES
011590     END-IF.
011600     COMPUTE WS-IMPONIBLE-DESPUES =
011610         LQ-TOTAL-BRUTO + WS-DELTA-REMUN.
011620     IF WS-IMPONIBLE-DESPUES > TOPE-REMUNERACION-IMPON
011630         MOVE TOPE-REMUNERACION-IMPON TO WS-IMPONIBLE-DESPUES
011640     END-IF.
011650     COMPUTE WS-CL-CONTRIB ROUNDED =
011660         (WS-IMPONIBLE-DESPUES - WS-IMPONIBLE-ANTES) * 13 / 12
011670         * WS-CONTRIB-RATE.
011680
011690     COMPUTE WS-CL-SINDICAL ROUNDED =
011700         WS-DELTA-BASICO-ANT * 13 / 12 * SINDICAL-RATE.
011710
011720     COMPUTE WS-CL-MENSUAL = WS-CL-AUMENTO + WS-CL-ANTIGUEDAD
011730         + WS-CL-SAC + WS-CL-CONTRIB + WS-CL-SINDICAL.
011740     COMPUTE WS-CL-ANUAL ROUNDED =
011750         WS-CL-MENSUAL * PPT-FACTOR-ANUAL (PPT-IDX).
011760 3400-EXIT.
011770     EXIT.
011780
011790*****************************************************************
011800* UBICA LA CATEGORIA WS-CATEGORIA-W EN LA TABLA DE COSTOS (LA
011810* AGREGA SI ES NUEVA) Y DEJA CAT-IDX APUNTANDO A ELLA
011820*****************************************************************
011830 3500-BUSCAR-CATEGORIA.
011840     SET CAT-IDX TO 1.
011850     SEARCH SCT-ENTRY
011860         AT END
011870             PERFORM 3510-AGREGAR-CATEGORIA THRU 3510-EXIT
011880         WHEN SCT-CATEGORIA (CAT-IDX) = WS-CATEGORIA-W
011890             CONTINUE
011900     END-SEARCH.
011910 3500-EXIT.
011920     EXIT.
011930
011940 3510-AGREGAR-CATEGORIA.
011950     IF WS-CANT-CATEGORIAS < 30
011960         ADD 1 TO WS-CANT-CATEGORIAS
011970         SET CAT-IDX TO WS-CANT-CATEGORIAS
011980         MOVE WS-CATEGORIA-W TO SCT-CATEGORIA (CAT-IDX)
011990         MOVE ZEROS TO SCT-COSTOS (CAT-IDX)
012000     ELSE
012010         DISPLAY "TABLA DE CATEGORIAS LLENA: LA CATEGORIA "
012020             WS-CATEGORIA-W " SE ACUMULA EN LA ULTIMA"
012030         SET CAT-IDX TO WS-CANT-CATEGORIAS
012040     END-IF.
012050 3510-EXIT.
012060     EXIT.
012070
012080*****************************************************************
012090* UBICA EL CENTRO WS-CENTRO-W EN LA TABLA DE COSTOS (LO AGREGA
012100* SI ES NUEVO) Y DEJA CEN-IDX APUNTANDO A EL
012110*****************************************************************
012120 3600-BUSCAR-CENTRO.
012130     SET CEN-IDX TO 1.
012140     SEARCH SCC-ENTRY
012150         AT END
012160             PERFORM 3610-AGREGAR-CENTRO THRU 3610-EXIT
012170         WHEN SCC-CENTRO (CEN-IDX) = WS-CENTRO-W
012180             CONTINUE
012190     END-SEARCH.
012200 3600-EXIT.
012210     EXIT.
012220
012230 3610-AGREGAR-CENTRO.
012240     IF WS-CANT-CENTROS < 20
012250         ADD 1 TO WS-CANT-CENTROS
012260         SET CEN-IDX TO WS-CANT-CENTROS
012270         MOVE WS-CENTRO-W TO SCC-CENTRO (CEN-IDX)
012280         MOVE ZEROS TO SCC-COSTOS (CEN-IDX)
012290     ELSE
012300         DISPLAY "TABLA DE CENTROS LLENA: EL CENTRO " WS-CENTRO-W
012310             " SE ACUMULA EN EL ULTIMO"
012320         SET CEN-IDX TO WS-CANT-CENTROS
012330     END-IF.
012340 3610-EXIT.
012350     EXIT.
012360
012370*****************************************************************
012380* SUMA EL COSTO DEL LEGAJO AL ESCENARIO, A SU CATEGORIA Y A SU
012390* CENTRO DE COSTOS
012400*****************************************************************
012410 3700-ACUMULAR-COSTO.
012420     ADD LQ-TOTAL-BRUTO TO ESC-BRUTO-ACTUAL (WS-ESC-IX).
012430     ADD 1 TO ESC-LEGAJOS (WS-ESC-IX).
012440     ADD WS-CL-AUMENTO TO ESC-AUMENTO (WS-ESC-IX).
012450     ADD WS-CL-ANTIGUEDAD TO ESC-ANTIGUEDAD (WS-ESC-IX).
012460     ADD WS-CL-SAC TO ESC-SAC (WS-ESC-IX).
012470     ADD WS-CL-CONTRIB TO ESC-CONTRIB (WS-ESC-IX).
012480     ADD WS-CL-SINDICAL TO ESC-SINDICAL (WS-ESC-IX).
012490     ADD WS-CL-MENSUAL TO ESC-MENSUAL (WS-ESC-IX).
012500     ADD WS-CL-ANUAL TO ESC-ANUAL (WS-ESC-IX).
012510
012520     ADD 1 TO SCT-LEGAJOS (CAT-IDX, WS-ESC-IX).
012530     ADD WS-CL-AUMENTO TO SCT-AUMENTO (CAT-IDX, WS-ESC-IX).
012540     ADD WS-CL-ANTIGUEDAD TO SCT-ANTIGUEDAD (CAT-IDX, WS-ESC-IX).
012550     ADD WS-CL-SAC TO SCT-SAC (CAT-IDX, WS-ESC-IX).
012560     ADD WS-CL-CONTRIB TO SCT-CONTRIB (CAT-IDX, WS-ESC-IX).
012570     ADD WS-CL-SINDICAL TO SCT-SINDICAL (CAT-IDX, WS-ESC-IX).
012580     ADD WS-CL-MENSUAL TO SCT-MENSUAL (CAT-IDX, WS-ESC-IX).
012590     ADD WS-CL-ANUAL TO SCT-ANUAL (CAT-IDX, WS-ESC-IX).
012600
012610     ADD 1 TO SCC-LEGAJOS (CEN-IDX, WS-ESC-IX).
012620     ADD WS-CL-AUMENTO TO SCC-AUMENTO (CEN-IDX, WS-ESC-IX).
012630     ADD WS-CL-ANTIGUEDAD TO SCC-ANTIGUEDAD (CEN-IDX, WS-ESC-IX).
012640     ADD WS-CL-SAC TO SCC-SAC (CEN-IDX, WS-ESC-IX).
012650     ADD WS-CL-CONTRIB TO SCC-CONTRIB (CEN-IDX, WS-ESC-IX).
012660     ADD WS-CL-SINDICAL TO SCC-SINDICAL (CEN-IDX, WS-ESC-IX).
012670     ADD WS-CL-MENSUAL TO SCC-MENSUAL (CEN-IDX, WS-ESC-IX).
012680     ADD WS-CL-ANUAL TO SCC-ANUAL (CEN-IDX, WS-ESC-IX).
012690 3700-EXIT.
012700     EXIT.
012710
012720*****************************************************************
012730* IMPRIME, POR ESCENARIO, EL COSTO ADICIONAL POR CATEGORIA Y POR
012740* CENTRO DE COSTOS, Y AL FINAL EL COMPARATIVO DE ESCENARIOS
012750*****************************************************************
012760 7000-EMITIR-REPORTE.
012770     PERFORM 7100-REPORTE-ESCENARIO THRU 7100-EXIT
012780         VARYING WS-ESC-IX FROM 1 BY 1
012790         UNTIL WS-ESC-IX > WS-CANT-ESCENARIOS.
012800
012810     PERFORM 7500-COMPARATIVO THRU 7500-EXIT.
012820
012830     MOVE SPACES TO LINEA-CONTROL.
012840     WRITE LINEA-CONTROL FROM WS-BANNER-1
012850         AFTER ADVANCING 1 LINE.
012860
012870     MOVE WS-CANT-SIMULADOS TO WS-EDIT-CANTIDAD.
012880     MOVE SPACES TO LINEA-CONTROL.
012890     STRING "LEGAJOS SIMULADOS:        " WS-EDIT-CANTIDAD
012900         DELIMITED SIZE INTO LINEA-CONTROL.
012910     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
012920
012930     MOVE WS-CANT-SIN-LIQUIDACION TO WS-EDIT-CANTIDAD.
012940     MOVE SPACES TO LINEA-CONTROL.
012950     STRING "LEGAJOS SIN LIQUIDACION:  " WS-EDIT-CANTIDAD
012960         DELIMITED SIZE INTO LINEA-CONTROL.
012970     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
012980
012990     MOVE WS-CANT-RECHAZADAS TO WS-EDIT-CANTIDAD.
013000     MOVE SPACES TO LINEA-CONTROL.
013010     STRING "PROPUESTAS RECHAZADAS:    " WS-EDIT-CANTIDAD
013020         DELIMITED SIZE INTO LINEA-CONTROL.
013030     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
013040 7000-EXIT.
013050     EXIT.
013060
013070 7100-REPORTE-ESCENARIO.
013080     MOVE SPACES TO LINEA-CONTROL.
013090     WRITE LINEA-CONTROL FROM WS-BANNER-1
013100         AFTER ADVANCING 2 LINES.
013110
013120     MOVE SPACES TO LINEA-CONTROL.
013130     STRING "ESCENARIO " ESC-CODIGO (WS-ESC-IX)
013140         " - COSTO ADICIONAL EN MILES DE PESOS"
013150         DELIMITED SIZE INTO LINEA-CONTROL.
013160     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
013170
013180     MOVE "CA" TO WS-TITULO-CODIGO.
013190     PERFORM 7200-ENCABEZAR-COSTO THRU 7200-EXIT.
013200     PERFORM 7110-REPORTE-CATEGORIA THRU 7110-EXIT
013210         VARYING CAT-IDX FROM 1 BY 1
013220         UNTIL CAT-IDX > WS-CANT-CATEGORIAS.
013230     MOVE ESC-COSTO (WS-ESC-IX) TO WS-COSTO-IMPRESION.
013240     MOVE "TT" TO WS-LK-CODIGO.
013250     PERFORM 7300-IMPRIMIR-COSTO THRU 7300-EXIT.
013260
013270     MOVE "CC" TO WS-TITULO-CODIGO.
013280     PERFORM 7200-ENCABEZAR-COSTO THRU 7200-EXIT.
013290     PERFORM 7120-REPORTE-CENTRO THRU 7120-EXIT
013300         VARYING CEN-IDX FROM 1 BY 1
013310         UNTIL CEN-IDX > WS-CANT-CENTROS.
013320     MOVE ESC-COSTO (WS-ESC-IX) TO WS-COSTO-IMPRESION.
013330     MOVE "TT" TO WS-LK-CODIGO.
013340     PERFORM 7300-IMPRIMIR-COSTO THRU 7300-EXIT.
013350 7100-EXIT.
013360     EXIT.
013370
013380 7110-REPORTE-CATEGORIA.
013390     IF SCT-LEGAJOS (CAT-IDX, WS-ESC-IX) = ZERO
013400         GO TO 7110-EXIT
013410     END-IF.
013420     MOVE SCT-ESCENARIO (CAT-IDX, WS-ESC-IX)
013430         TO WS-COSTO-IMPRESION.
013440     MOVE SCT-CATEGORIA (CAT-IDX) TO WS-LK-CODIGO.
013450     PERFORM 7300-IMPRIMIR-COSTO THRU 7300-EXIT.
013460 7110-EXIT.
013470     EXIT.
013480
013490 7120-REPORTE-CENTRO.
013500     IF SCC-LEGAJOS (CEN-IDX, WS-ESC-IX) = ZERO
013510         GO TO 7120-EXIT
013520     END-IF.
013530     MOVE SCC-ESCENARIO (CEN-IDX, WS-ESC-IX)
013540         TO WS-COSTO-IMPRESION.
013550     MOVE SCC-CENTRO (CEN-IDX) TO WS-LK-CODIGO.
013560     PERFORM 7300-IMPRIMIR-COSTO THRU 7300-EXIT.
013570 7120-EXIT.
013580     EXIT.
013590
013600*****************************************************************
013610* ENCABEZADO DE LAS COLUMNAS DE COSTO; WS-TITULO-CODIGO NOMBRA
013620* LA PRIMERA (CA = CATEGORIA, CC = CENTRO, ES = ESCENARIO)
013630*****************************************************************
013640 7200-ENCABEZAR-COSTO.
013650     MOVE SPACES TO LINEA-CONTROL.
013660     STRING WS-TITULO-CODIGO " LEGAJ   AUMENTO    ANTIG."
013670         "       SAC  CONTRIB.  SINDICAL   MENSUAL     ANUAL"
013680         DELIMITED SIZE INTO LINEA-CONTROL.
013690     WRITE LINEA-CONTROL AFTER ADVANCING 2 LINES.
013700 7200-EXIT.
013710     EXIT.
013720
013730*****************************************************************
013740* IMPRIME WS-COSTO-IMPRESION EN MILES DE PESOS CON EL CODIGO
013750* YA CARGADO EN WS-LK-CODIGO
013760*****************************************************************
013770 7300-IMPRIMIR-COSTO.
013780     MOVE WS-CI-LEGAJOS TO WS-LK-LEGAJOS.
013790     COMPUTE WS-LK-AUMENTO ROUNDED = WS-CI-AUMENTO / 1000.
013800     COMPUTE WS-LK-ANTIGUEDAD ROUNDED = WS-CI-ANTIGUEDAD / 1000.
013810     COMPUTE WS-LK-SAC ROUNDED = WS-CI-SAC / 1000.
013820     COMPUTE WS-LK-CONTRIB ROUNDED = WS-CI-CONTRIB / 1000.
013830     COMPUTE WS-LK-SINDICAL ROUNDED = WS-CI-SINDICAL / 1000.
013840     COMPUTE WS-LK-MENSUAL ROUNDED = WS-CI-MENSUAL / 1000.
013850     COMPUTE WS-LK-ANUAL ROUNDED = WS-CI-ANUAL / 1000.
013860     WRITE LINEA-CONTROL FROM WS-LINEA-COSTO
013870         AFTER ADVANCING 1 LINE.
013880 7300-EXIT.
013890     EXIT.
013900
013910*****************************************************************
013920* COMPARATIVO DE ESCENARIOS LADO A LADO: EL COSTO POR CONCEPTO
013930* DE CADA UNO Y LO QUE EL ADICIONAL MENSUAL REPRESENTA SOBRE EL
013940* BRUTO ACTUAL DE LOS LEGAJOS QUE ALCANZA
013950*****************************************************************
013960 7500-COMPARATIVO.
013970     MOVE SPACES TO LINEA-CONTROL.
013980     WRITE LINEA-CONTROL FROM WS-BANNER-1
013990         AFTER ADVANCING 2 LINES.
014000
014010     MOVE SPACES TO LINEA-CONTROL.
014020     STRING "COMPARATIVO DE ESCENARIOS - EN MILES DE PESOS"
014030         DELIMITED SIZE INTO LINEA-CONTROL.
014040     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
014050
014060     MOVE "ES" TO WS-TITULO-CODIGO.
014070     PERFORM 7200-ENCABEZAR-COSTO THRU 7200-EXIT.
014080     PERFORM 7510-COMPARAR-COSTO THRU 7510-EXIT
014090         VARYING WS-ESC-IX FROM 1 BY 1
014100         UNTIL WS-ESC-IX > WS-CANT-ESCENARIOS.
014110
014120     MOVE SPACES TO LINEA-CONTROL.
014130     STRING "ES LEGAJ BRUTO ACT  ADIC.MES %BRUTO ADIC.ANIO"
014140         DELIMITED SIZE INTO LINEA-CONTROL.
014150     WRITE LINEA-CONTROL AFTER ADVANCING 2 LINES.
014160     PERFORM 7520-COMPARAR-BRUTO THRU 7520-EXIT
014170         VARYING WS-ESC-IX FROM 1 BY 1
014180         UNTIL WS-ESC-IX > WS-CANT-ESCENARIOS.
014190 7500-EXIT.
014200     EXIT.
014210
014220 7510-COMPARAR-COSTO.
014230     MOVE ESC-COSTO (WS-ESC-IX) TO WS-COSTO-IMPRESION.
014240     MOVE ESC-CODIGO (WS-ESC-IX) TO WS-LK-CODIGO.
014250     PERFORM 7300-IMPRIMIR-COSTO THRU 7300-EXIT.
014260 7510-EXIT.
014270     EXIT.
014280
014290 7520-COMPARAR-BRUTO.
014300     MOVE ZEROS TO WS-PORCENTAJE-W.
014310     IF ESC-BRUTO-ACTUAL (WS-ESC-IX) > ZERO
014320         COMPUTE WS-PORCENTAJE-W ROUNDED =
014330             ESC-MENSUAL (WS-ESC-IX) * 100
014340             / ESC-BRUTO-ACTUAL (WS-ESC-IX)
014350             ON SIZE ERROR
014360                 MOVE 999.99 TO WS-PORCENTAJE-W
014370         END-COMPUTE
014380     END-IF.
014390     MOVE ESC-CODIGO (WS-ESC-IX) TO WS-LR-ESCENARIO.
014400     MOVE ESC-LEGAJOS (WS-ESC-IX) TO WS-LR-LEGAJOS.
014410     COMPUTE WS-LR-BRUTO-ACTUAL ROUNDED =
014420         ESC-BRUTO-ACTUAL (WS-ESC-IX) / 1000.
014430     COMPUTE WS-LR-MENSUAL ROUNDED =
014440         ESC-MENSUAL (WS-ESC-IX) / 1000.
014450     MOVE WS-PORCENTAJE-W TO WS-LR-PORCENTAJE.
014460     COMPUTE WS-LR-ANUAL ROUNDED = ESC-ANUAL (WS-ESC-IX) / 1000.
014470     WRITE LINEA-CONTROL FROM WS-LINEA-RESUMEN
014480         AFTER ADVANCING 1 LINE.
014490 7520-EXIT.
014500     EXIT.
014510
014520 8000-FINALIZAR.
014530     *> Una corrida que no llego a inicializar no emite reporte
014540     IF INICIO-ABORTADO
014550         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: NO "
014560             "SE EMITE EL REPORTE"
014570         MOVE 8 TO RETURN-CODE
014580         GO TO 8000-CERRAR
014590     END-IF.
014600
014610     PERFORM 7000-EMITIR-REPORTE THRU 7000-EXIT.
014620
014630 8000-CERRAR.
014640     CLOSE EMPLEADO-MASTER.
014650     CLOSE LIQUIDACION-HIST.
014660     CLOSE WAGE-HISTORY.
014670     CLOSE PARAMETRO-LEGAL.
014680     CLOSE PERIODO-ESTADO.
014690     CLOSE CONTROL-REPORT.
014700     STRING "BASE=" WS-PERIODO-BASE " PROPUESTAS="
014710         WS-CANT-PROPUESTAS " ESCENARIOS=" WS-CANT-ESCENARIOS
014720         " LEGAJOS=" WS-CANT-SIMULADOS
014730         DELIMITED SIZE INTO WS-BIT-DETALLE.
014740     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
014750     DISPLAY "FIN DE LA SIMULACION DE PARITARIA.".
014760 8000-EXIT.
014770     EXIT.
014780
014790*****************************************************************
014800* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
014810* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
014820* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
014830*****************************************************************
014840 9900-REGISTRAR-BITACORA.
014850     IF WS-BIT-RESULTADO = SPACES
014860         MOVE "ABORTADO" TO WS-BIT-RESULTADO
014870     END-IF.
014880     OPEN EXTEND AUDIT-LOG.
014890     IF NOT WS-AUDITLOG-OK
014900         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
014910             WS-AUDITLOG-STATUS
014920         GO TO 9900-EXIT
014930     END-IF.
014940     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
014950     ACCEPT WS-HORA-BITACORA FROM TIME.
014960     MOVE SPACES TO BITACORA-REG.
014970     MOVE WS-FECHA-BITACORA TO BT-FECHA.
014980     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
014990     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
015000     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
015010     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
015020     MOVE WS-BIT-DETALLE TO BT-DETALLE.
015030     WRITE BITACORA-REG.
015040     CLOSE AUDIT-LOG.
015050 9900-EXIT.
015060     EXIT.

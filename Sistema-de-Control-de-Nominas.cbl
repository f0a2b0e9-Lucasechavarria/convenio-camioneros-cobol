001510*                   LQ-GAN-DEV-PENDIENTE Y SE ARRASTRA COMO
001520*                   DEVOLUCION A FAVOR DEL MES SIGUIENTE,
001530*                   SIEMPRE CON EL MISMO TOPE.
001540*   2026-10-05 JCM  AGREGADAS LAS HOJAS DE RUTA (VIAJES): EL
001550*                   LEGAJO CON VIAJES EN EL PERIODO COBRA
001560*                   VIATICOS POR KILOMETRO, PERNOCTADA, COMIDA
001570*                   EN RUTA Y CRUCE DE FRONTERA CON LOS VALORES
001580*                   DE SU CATEGORIA VIGENTES A LA FECHA DE CADA
001590*                   VIAJE, EN LUGAR DE VIANDAS Y VIATICOS
001600*                   ESPECIALES POR DIA TRABAJADO. CADA CONCEPTO
001610*                   SALE EN EL RECIBO, SE GUARDA EN EL
001620*                   HISTORICO Y SUMA AL CIERRE Y AL ASIENTO.
001630*   2026-10-07 JCM  LAS TASAS DE APORTES, EL SEGURO DE SEPELIO,
001640*                   EL TOPE IMPONIBLE, LAS CONTRIBUCIONES
001650*                   PATRONALES Y LAS DEDUCCIONES Y ESCALA DE
001660*                   GANANCIAS SE LEEN DE PARAMETRO-LEGAL CON LOS
001670*                   VALORES VIGENTES AL PERIODO A LIQUIDAR, PARA
001680*                   QUE UNA RELIQUIDACION DE UN MES VIEJO USE LAS
001690*                   TASAS DE ESE MES.
001700*   2026-10-08 JCM  EL PERIODO NUEVO DE PERESTAD ARRANCA TAMBIEN
001710*                   SIN NETO PENDIENTE POR RECHAZOS BANCARIOS.
001720*   2026-10-09 JCM  EL PERIODO NUEVO DE PERESTAD ARRANCA TAMBIEN
001730*                   SIN PROVISION DE CARGAS HECHA.
001740*                   LA TABLA DE CUENTAS CONTABLES PASA A 40
001750*                   CONCEPTOS PARA LOS DE LA PROVISION.
001760*   2026-10-11 JCM  EL OPERADOR SE VALIDA CONTRA OPERMAST (ROL
001770*                   LIQUIDADOR) Y CONFIRMAR LA RELIQUIDACION DE
001780*                   UN PERIODO YA LIQUIDADO EXIGE ROL
001790*                   SUPERVISOR. LA AUDITORIA POR LEGAJO PASA AL
001800*                   RENGLON DE LA BITACORA UNIFICADA Y LA CORRIDA
001810*                   AGREGA EL SUYO. LA FECHA DE LA CORRIDA SE
001820*                   TOMA CON EL ANIO EN CUATRO DIGITOS.
001830*   2026-10-12 JCM  LA CATEGORIA DEL MES SALE DE LA HISTORIA
001840*                   CONTRACTUAL (LEGHIST): UN CAMBIO DE
001850*                   CATEGORIA A MITAD DE MES PRORRATEA BASICO,
001860*                   VIANDAS Y VIATICOS ESPECIALES POR LOS DIAS
001870*                   DE CADA CATEGORIA, CADA VIAJE SE VALORIZA
001880*                   CON LA CATEGORIA DE SU FECHA Y EL RECIBO
001890*                   DETALLA LOS TRAMOS.
001900*   2026-10-14 JCM  LA LIQUIDACION DEFINITIVA MENSUAL EXIGE EL
001910*                   CONTROL DE INTEGRIDAD DEL PERIODO SIN
001920*                   ERRORES BLOQUEANTES (CONTROL-INTEGRIDAD);
001930*                   EL PERIODO NUEVO DE PERESTAD ARRANCA SIN
001940*                   CONTROL CORRIDO.
001950*   2026-10-15 JCM  CADA RECIBO EMITIDO (MENSUAL O DE EGRESO) SE
001960*                   REGISTRA EN RECFIRMA PENDIENTE DE FIRMA E
001970*                   IMPRIME AL PIE SU NUMERO DE CONTROL Y EL
001980*                   ESPACIO PARA LA FIRMA DEL EMPLEADO.
001990*****************************************************************
002000
002010 ENVIRONMENT DIVISION.
002020 CONFIGURATION SECTION.
002030 SOURCE-COMPUTER. IBM-370.
002040 OBJECT-COMPUTER. IBM-370.
002050 SPECIAL-NAMES.
002060     C01 IS NUEVA-PAGINA.
002070
002080 INPUT-OUTPUT SECTION.
002090 FILE-CONTROL.
002100     SELECT EMPLEADO-MASTER
002110         ASSIGN TO EMPMAST
002120         ORGANIZATION IS INDEXED
002130         ACCESS MODE IS SEQUENTIAL
002140         RECORD KEY IS EMP-LEGAJO
002150         FILE STATUS IS WS-EMPMAST-STATUS.
002160
002170     SELECT REPORTE-RECIBO
002180         ASSIGN TO RECIBO
002190         ORGANIZATION IS SEQUENTIAL
002200         FILE STATUS IS WS-RECIBO-STATUS.
002210
002220     SELECT CATEGORIA-MASTER
002230         ASSIGN TO CATMAST
002240         ORGANIZATION IS INDEXED
002250         ACCESS MODE IS RANDOM
002260         RECORD KEY IS CAT-CODIGO
002270         FILE STATUS IS WS-CATMAST-STATUS.
002280
002290     SELECT WAGE-HISTORY
002300         ASSIGN TO WAGEHST
002310         ORGANIZATION IS INDEXED
002320         ACCESS MODE IS DYNAMIC
002330         RECORD KEY IS WH-CLAVE
002340         FILE STATUS IS WS-WAGEHST-STATUS.
002350
002360     SELECT NOVEDADES
002370         ASSIGN TO NOVEDAD
002380         ORGANIZATION IS INDEXED
002390         ACCESS MODE IS RANDOM
002400         RECORD KEY IS NOV-CLAVE
002410         FILE STATUS IS WS-NOVEDAD-STATUS.
002420
002430     SELECT CONTROL-REPORT
002440         ASSIGN TO CTLRPT
002450         ORGANIZATION IS SEQUENTIAL
002460         FILE STATUS IS WS-CTLRPT-STATUS.
002470
002480     SELECT AUDIT-LOG
002490         ASSIGN TO AUDITLOG
002500         ORGANIZATION IS SEQUENTIAL
002510         FILE STATUS IS WS-AUDITLOG-STATUS.
002520
002530     SELECT BANCO-EXPORT
002540         ASSIGN TO BANKEXP
002550         ORGANIZATION IS SEQUENTIAL
002560         FILE STATUS IS WS-BANKEXP-STATUS.
002570
002580     SELECT LIQUIDACION-HIST
002590         ASSIGN TO LIQHIST
002600         ORGANIZATION IS INDEXED
002610         ACCESS MODE IS DYNAMIC
002620         RECORD KEY IS LQ-CLAVE
002630         FILE STATUS IS WS-LIQHIST-STATUS.
002640
002650     SELECT CHECKPOINT-FILE
002660         ASSIGN TO CHKPOINT
002670         ORGANIZATION IS SEQUENTIAL
002680         FILE STATUS IS WS-CHKPOINT-STATUS.
002690
002700     SELECT SICOSS-EXPORT
002710         ASSIGN TO SICOSS
002720         ORGANIZATION IS SEQUENTIAL
002730         FILE STATUS IS WS-SICOSS-STATUS.
002740
002750     SELECT BANCO-TEMP
002760         ASSIGN TO BANKTMP
002770         ORGANIZATION IS SEQUENTIAL
002780         FILE STATUS IS WS-BANKTMP-STATUS.
002790
002800     SELECT SICOSS-TEMP
002810         ASSIGN TO SICOTMP
002820         ORGANIZATION IS SEQUENTIAL
002830         FILE STATUS IS WS-SICOTMP-STATUS.
002840
002850     SELECT CUENTAS-PARAM
002860         ASSIGN TO CTAPARM
002870         ORGANIZATION IS SEQUENTIAL
002880         FILE STATUS IS WS-CTAPARM-STATUS.
002890
002900     SELECT ASIENTO-EXPORT
002910         ASSIGN TO ASIENTO
002920         ORGANIZATION IS SEQUENTIAL
002930         FILE STATUS IS WS-ASIENTO-STATUS.
002940
002950     SELECT DEDUCCION-VARIABLE
002960         ASSIGN TO DEDVAR
002970         ORGANIZATION IS INDEXED
002980         ACCESS MODE IS DYNAMIC
002990         RECORD KEY IS DV-CLAVE
003000         FILE STATUS IS WS-DEDVAR-STATUS.
003010
003020     SELECT VAC-GOZADAS
003030         ASSIGN TO VACGOZ
003040         ORGANIZATION IS INDEXED
003050         ACCESS MODE IS RANDOM
003060         RECORD KEY IS VG-CLAVE
003070         FILE STATUS IS WS-VACGOZ-STATUS.
003080
003090     SELECT GANANCIA-DECL
003100         ASSIGN TO GANDED
003110         ORGANIZATION IS INDEXED
003120         ACCESS MODE IS RANDOM
003130         RECORD KEY IS GD-LEGAJO
003140         FILE STATUS IS WS-GANDED-STATUS.
003150
003160     SELECT PERIODO-ESTADO
003170         ASSIGN TO PERESTAD
003180         ORGANIZATION IS INDEXED
003190         ACCESS MODE IS RANDOM
003200         RECORD KEY IS PE-PERIODO
003210         FILE STATUS IS WS-PERESTAD-STATUS.
003220
003230     SELECT VIAJES
003240         ASSIGN TO VIAJE
003250         ORGANIZATION IS INDEXED
003260         ACCESS MODE IS DYNAMIC
003270         RECORD KEY IS VJ-CLAVE
003280         FILE STATUS IS WS-VIAJES-STATUS.
003290     SELECT PARAMETRO-LEGAL
003300         ASSIGN TO PARMLEG
003310         ORGANIZATION IS INDEXED
003320         ACCESS MODE IS DYNAMIC
003330         RECORD KEY IS PL-CLAVE
003340         FILE STATUS IS WS-PARMLEG-STATUS.
003350
003360     SELECT HISTORIA-LEGAJO
003370         ASSIGN TO LEGHIST
003380         ORGANIZATION IS INDEXED
003390         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS LH-CLAVE
003410         FILE STATUS IS WS-LEGHIST-STATUS.
003420
003430     SELECT OPERADOR-MASTER
003440         ASSIGN TO OPERMAST
003450         ORGANIZATION IS INDEXED
003460         ACCESS MODE IS RANDOM
003470         RECORD KEY IS OP-OPERADOR
003480         FILE STATUS IS WS-OPERMAST-STATUS.
003490
003500     SELECT RECIBO-FIRMA
003510         ASSIGN TO RECFIRMA
003520         ORGANIZATION IS INDEXED
003530         ACCESS MODE IS RANDOM
003540         RECORD KEY IS RF-CLAVE
003550         FILE STATUS IS WS-RECFIRMA-STATUS.
003560
003570 DATA DIVISION.
003580 FILE SECTION.
003590 FD  EMPLEADO-MASTER
003600     LABEL RECORDS ARE STANDARD.
003610 COPY EMPMAST.
003620
003630 FD  REPORTE-RECIBO
003640     LABEL RECORDS ARE STANDARD.
003650 COPY RECIBO.
003660
003670 FD  CATEGORIA-MASTER
003680     LABEL RECORDS ARE STANDARD.
003690 COPY CATMAST.
003700
003710 FD  WAGE-HISTORY
003720     LABEL RECORDS ARE STANDARD.
003730 COPY WAGEHST.
003740
003750 FD  NOVEDADES
003760     LABEL RECORDS ARE STANDARD.
003770 COPY NOVEDAD.
003780
003790 FD  CONTROL-REPORT
003800     LABEL RECORDS ARE STANDARD.
003810 COPY CTLRPT.
003820
003830 FD  AUDIT-LOG
003840     LABEL RECORDS ARE STANDARD.
003850 COPY AUDITLOG.
003860
003870 FD  BANCO-EXPORT
003880     LABEL RECORDS ARE STANDARD.
003890 COPY BANKEXP.
003900
003910 FD  LIQUIDACION-HIST
003920     LABEL RECORDS ARE STANDARD.
003930 COPY LIQHIST.
003940
003950 FD  CHECKPOINT-FILE
003960     LABEL RECORDS ARE STANDARD.
003970 COPY CHKPOINT.
003980
003990 FD  SICOSS-EXPORT
004000     LABEL RECORDS ARE STANDARD.
004010 COPY SICOSS.
004020
004030*> ARCHIVOS DE TRABAJO DEL REARRANQUE: COPIA RECORTADA DE LAS
004040*> SALIDAS ACUMULATIVAS (MISMA LONGITUD QUE SUS ORIGINALES)
004050 FD  BANCO-TEMP
004060     LABEL RECORDS ARE STANDARD.
004070 01  BANCO-TEMP-REG               PIC X(80).
004080
004090 FD  SICOSS-TEMP
004100     LABEL RECORDS ARE STANDARD.
004110 01  SICOSS-TEMP-REG              PIC X(97).
004120
004130 FD  CUENTAS-PARAM
004140     LABEL RECORDS ARE STANDARD.
004150 COPY CTAPARM.
004160
004170 FD  ASIENTO-EXPORT
004180     LABEL RECORDS ARE STANDARD.
004190 COPY ASIENTO.
004200
004210 FD  DEDUCCION-VARIABLE
004220     LABEL RECORDS ARE STANDARD.
004230 COPY DEDVAR.
004240
004250 FD  VAC-GOZADAS
004260     LABEL RECORDS ARE STANDARD.
004270 COPY VACGOZ.
004280
004290 FD  GANANCIA-DECL
004300     LABEL RECORDS ARE STANDARD.
004310 COPY GANDED.
004320
004330 FD  PERIODO-ESTADO
004340     LABEL RECORDS ARE STANDARD.
004350 COPY PERESTAD.
004360
004370 FD  VIAJES
004380     LABEL RECORDS ARE STANDARD.
004390 COPY VIAJE.
004400 FD  PARAMETRO-LEGAL
004410     LABEL RECORDS ARE STANDARD.
004420 COPY PARMLEG.
004430
004440 FD  HISTORIA-LEGAJO
004450     LABEL RECORDS ARE STANDARD.
004460 COPY LEGHIST.
004470
004480 FD  OPERADOR-MASTER
004490     LABEL RECORDS ARE STANDARD.
004500 COPY OPERMAST.
004510
004520 FD  RECIBO-FIRMA
004530     LABEL RECORDS ARE STANDARD.
004540 COPY RECFIRMA.
004550
004560 WORKING-STORAGE SECTION.
004570
004580*****************************************************************
004590* MENSAJES DE PANTALLA Y DE PROCESO
004600*****************************************************************
004610*****************************************************************
004620* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
004630* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
004640*****************************************************************
004650 01  WS-OPERADOR-MENSAJE      PIC X(20) VALUE "Operador: ".
004660 01  WS-OPERADOR-ROL          PIC 9(01) VALUE ZERO.
004670 01  WS-ROL-REQUERIDO         PIC 9(01) VALUE 2.
004680 01  WS-OPERADOR-SW           PIC X(01) VALUE "N".
004690     88  OPERADOR-HABILITADO      VALUE "S".
004700 01  WS-BIT-PROGRAMA          PIC X(20) VALUE
004710     "CONVENIO-CAMIONEROS".
004720 01  WS-BIT-RESULTADO         PIC X(09) VALUE SPACES.
004730 01  WS-BIT-DETALLE           PIC X(62) VALUE SPACES.
004740 01  WS-FECHA-BITACORA        PIC 9(08).
004750 01  WS-HORA-BITACORA         PIC 9(08).
004760 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
004770     05  WS-HORA-BIT-HHMMSS   PIC 9(06).
004780     05  FILLER               PIC 9(02).
004790
004800 01  WS-BANNER-1              PIC X(50) VALUE ALL "=".
004810 01  WS-TITULO-PROGRAMA       PIC X(50) VALUE
004820     "CONVENIO CAMIONEROS - LIQUIDACION POR LOTE".
004830 01  DAYS-WORKED-MESSAGE      PIC X(30) VALUE "Dias trabajados: ".
004840 01  OVERTIME-50-MESSAGE      PIC X(30) VALUE "extras 50%: ".
004850 01  OVERTIME-100-MESSAGE     PIC X(30) VALUE "extras 100%: ".
004860 01  YEARS-OF-SERVICE-MESSAGE PIC X(30) VALUE "Antiguedad: ".
004870 01  VIANDAS-MESSAGE          PIC X(40) VALUE "Total viandas: $".
004880 01  VIAT-ESP-MESSAGE         PIC X(40) VALUE
004890     "Viaticos especiales: $".
004900 01  TOTAL-SALARY-MESSAGE     PIC X(40) VALUE "Sueldo total es: $".
004910
004920*****************************************************************
004930* SWITCHES DE CONTROL DE PROCESO
004940*****************************************************************
004950 01  WS-EMPMAST-STATUS        PIC X(02) VALUE ZEROS.
004960     88  WS-EMPMAST-OK             VALUE "00".
004970     88  WS-EMPMAST-EOF            VALUE "10".
004980
004990 01  WS-RECIBO-STATUS          PIC X(02) VALUE ZEROS.
005000     88  WS-RECIBO-OK              VALUE "00".
005010
005020 01  WS-CATMAST-STATUS         PIC X(02) VALUE ZEROS.
005030     88  WS-CATMAST-OK             VALUE "00".
005040
005050 01  WS-WAGEHST-STATUS         PIC X(02) VALUE ZEROS.
005060     88  WS-WAGEHST-OK             VALUE "00".
005070
005080 01  WS-CTLRPT-STATUS          PIC X(02) VALUE ZEROS.
005090     88  WS-CTLRPT-OK              VALUE "00".
005100
005110 01  WS-AUDITLOG-STATUS         PIC X(02) VALUE ZEROS.
005120     88  WS-AUDITLOG-OK             VALUE "00".
005130
005140 01  WS-BANKEXP-STATUS          PIC X(02) VALUE ZEROS.
005150     88  WS-BANKEXP-OK              VALUE "00".
005160
005170 01  WS-NOVEDAD-STATUS         PIC X(02) VALUE ZEROS.
005180     88  WS-NOVEDAD-OK             VALUE "00".
005190
005200 01  WS-CHKPOINT-STATUS        PIC X(02) VALUE ZEROS.
005210     88  WS-CHKPOINT-OK            VALUE "00".
005220
005230 01  WS-SICOSS-STATUS          PIC X(02) VALUE ZEROS.
005240     88  WS-SICOSS-OK              VALUE "00".
005250
005260 01  WS-BANKTMP-STATUS         PIC X(02) VALUE ZEROS.
005270     88  WS-BANKTMP-OK             VALUE "00".
005280
005290 01  WS-SICOTMP-STATUS         PIC X(02) VALUE ZEROS.
005300     88  WS-SICOTMP-OK             VALUE "00".
005310
005320 01  WS-CTAPARM-STATUS         PIC X(02) VALUE ZEROS.
005330     88  WS-CTAPARM-OK             VALUE "00".
005340
005350 01  WS-ASIENTO-STATUS         PIC X(02) VALUE ZEROS.
005360     88  WS-ASIENTO-OK             VALUE "00".
005370
005380 01  WS-LIQHIST-STATUS         PIC X(02) VALUE ZEROS.
005390     88  WS-LIQHIST-OK             VALUE "00".
005400
005410 01  WS-DEDVAR-STATUS          PIC X(02) VALUE ZEROS.
005420     88  WS-DEDVAR-OK              VALUE "00".
005430
005440 01  WS-GANDED-STATUS          PIC X(02) VALUE ZEROS.
005450     88  WS-GANDED-OK              VALUE "00".
005460
005470 01  WS-PERESTAD-STATUS        PIC X(02) VALUE ZEROS.
005480     88  WS-PERESTAD-OK            VALUE "00".
005490
005500 01  WS-VIAJES-STATUS          PIC X(02) VALUE ZEROS.
005510     88  WS-VIAJES-OK              VALUE "00".
005520 01  WS-PARMLEG-STATUS         PIC X(02) VALUE ZEROS.
005530     88  WS-PARMLEG-OK             VALUE "00".
005540
005550 01  WS-PARAMETROS-SW          PIC X(01) VALUE "N".
005560     88  PARAMETROS-HALLADOS       VALUE "S".
005570
005580 01  WS-ESTADO-HALLADO-SW      PIC X(01) VALUE "N".
005590     88  ESTADO-HALLADO            VALUE "S".
005600
005610 01  WS-CONFIRMA-RELIQ         PIC X(01) VALUE "N".
005620     88  RELIQ-CONFIRMADA          VALUE "S".
005630 01  WS-RELIQ-MENSAJE          PIC X(55) VALUE
005640     "Periodo ya liquidado. Confirma reliquidacion (S/N)? ".
005650
005660 01  WS-VACGOZ-STATUS          PIC X(02) VALUE ZEROS.
005670     88  WS-VACGOZ-OK              VALUE "00".
005680
005690 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
005700     88  WS-OPERMAST-OK            VALUE "00".
005710
005720 01  WS-LEGHIST-STATUS         PIC X(02) VALUE ZEROS.
005730     88  WS-LEGHIST-OK             VALUE "00".
005740
005750 01  WS-RECFIRMA-STATUS        PIC X(02) VALUE ZEROS.
005760     88  WS-RECFIRMA-OK            VALUE "00".
005770
005780 01  WS-RECIBO-FIRMA-SW        PIC X(01) VALUE "N".
005790     88  RECIBO-REGISTRADO         VALUE "S".
005800
005810*> Tipo de liquidacion del numero de control del recibo:
005820*> "M" mensual, "E" liquidacion final de egreso
005830 01  WS-TIPO-RECIBO            PIC X(01) VALUE "M".
005840
005850 01  WS-PERIODO-A-LIQUIDAR     PIC 9(08) VALUE ZEROS.
005860 01  WS-PERIODO-LIQ-R REDEFINES WS-PERIODO-A-LIQUIDAR.
005870     05  WS-PERIODO-AAAAMM     PIC 9(06).
005880     05  FILLER                PIC 9(02).
005890
005900 01  WS-BUSQUEDA-FIN-SW        PIC X(01) VALUE "N".
005910     88  BUSQUEDA-TERMINADA        VALUE "S".
005920
005930 01  WS-VIGENCIA-SW            PIC X(01) VALUE "N".
005940     88  VIGENCIA-ENCONTRADA       VALUE "S".
005950     88  VIGENCIA-NO-ENCONTRADA    VALUE "N".
005960
005970 01  WS-PERIODO-MENSAJE        PIC X(40) VALUE
005980     "Periodo a liquidar (AAAAMMDD): ".
005990
006000 01  WS-ANT-PORCENTAJE         PIC 9(02)V99.
006010
006020*****************************************************************
006030* TOPES PARA LA VALIDACION DE DATOS DE ENTRADA
006040*****************************************************************
006050 01  PERIODO-DIAS-MAXIMOS      PIC 9(02) VALUE 31.
006060 01  HORAS-EXTRA-50-MAXIMAS    PIC 9(02) VALUE 30.
006070 01  HORAS-EXTRA-100-MAXIMAS   PIC 9(02) VALUE 10.
006080
006090 01  WS-VALIDACION-SW          PIC X(01) VALUE "S".
006100     88  VALIDACION-OK             VALUE "S".
006110     88  VALIDACION-ERROR          VALUE "N".
006120
006130 01  WS-NOVEDAD-SW             PIC X(01) VALUE "N".
006140     88  NOVEDAD-ENCONTRADA        VALUE "S".
006150     88  SIN-NOVEDAD               VALUE "N".
006160
006170 01  WS-SIN-NOV-TITULO-SW      PIC X(01) VALUE "N".
006180     88  SIN-NOV-TITULO-IMPRESO    VALUE "S".
006190
006200*****************************************************************
006210* MODO DE CORRIDA: MENSUAL NORMAL O LIQUIDACION DE EGRESOS
006220*****************************************************************
006230 01  WS-MODO-CORRIDA           PIC X(01) VALUE "N".
006240     88  MODO-MENSUAL              VALUE "N".
006250     88  MODO-EGRESOS              VALUE "E".
006260     88  MODO-SIMULACION           VALUE "S".
006270
006280 01  WS-MODO-MENSAJE           PIC X(55) VALUE
006290     "Modo de corrida (N=MENSUAL,E=EGRESOS,S=SIMULACION): ".
006300
006310*****************************************************************
006320* SIMULACION: COMPARA CADA LEGAJO CONTRA SU LIQUIDACION DEL
006330* PERIODO ANTERIOR SIN GENERAR RECIBOS, AUDITORIA NI BANCO
006340*****************************************************************
006350 01  WS-VAR-TOLERANCIA         PIC 9(03) VALUE 10.
006360 01  WS-VAR-TOLERANCIA-MENSAJE PIC X(45) VALUE
006370     "Tolerancia de variacion del neto (%): ".
006380
006390 01  WS-PERIODO-ANTERIOR       PIC 9(06) VALUE ZEROS.
006400 01  WS-PERIODO-ANTERIOR-R REDEFINES WS-PERIODO-ANTERIOR.
006410     05  WS-PER-ANT-AAAA       PIC 9(04).
006420     05  WS-PER-ANT-MM         PIC 9(02).
006430 
006440 01  WS-VAR-PORCENTAJE         PIC S9(05)V99.
006450 01  WS-NETO-ANTERIOR          PIC 9(9)V99.
006460 01  WS-BRUTO-ANTERIOR         PIC 9(9)V99.
006470
006480 01  WS-TABLA-PROC-DESB-SW     PIC X(01) VALUE "N".
006490     88  TABLA-PROC-DESBORDADA     VALUE "S".
006500 01  WS-CANT-VARIACIONES       PIC 9(05) VALUE ZERO.
006510 01  WS-CANT-NUEVOS            PIC 9(05) VALUE ZERO.
006520 01  WS-CANT-AUSENTES          PIC 9(05) VALUE ZERO.
006530 
006540 01  WS-SIM-TITULO-SW          PIC X(01) VALUE "N".
006550     88  SIM-TITULO-IMPRESO        VALUE "S".
006560 
006570 01  WS-HIST-EOF-SW            PIC X(01) VALUE "N".
006580     88  HIST-EOF                  VALUE "S".
006590 
006600 01  WS-PROCESADO-SW           PIC X(01) VALUE "N".
006610     88  LEGAJO-PROCESADO          VALUE "S".
006620 
006630 01  WS-CANT-PROCESADOS        PIC 9(05) VALUE ZERO.
006640 01  PROCESADOS-TABLA.
006650     05  PROC-LEGAJO           PIC 9(06) OCCURS 5000 TIMES.
006660 01  WS-PROC-IX                PIC 9(05).
006670 
006680 01  WS-EDIT-VAR               PIC -ZZ,ZZ9.99.
006690 01  WS-EDIT-NETO-ANT          PIC ZZZ,ZZZ,ZZ9.99.
006700 01  WS-EDIT-NETO-NVO          PIC ZZZ,ZZZ,ZZ9.99.
006710
006720 01  WS-EGRESO-EN-CURSO-SW     PIC X(01) VALUE "N".
006730     88  EGRESO-EN-CURSO           VALUE "S".
006740
006750 01  WS-FECHA-EGRESO-W         PIC 9(08).
006760 01  WS-FECHA-EGRESO-W-R REDEFINES WS-FECHA-EGRESO-W.
006770     05  WS-EGRESO-AAAAMM.
006780         10  WS-EGRESO-AAAA    PIC 9(04).
006790         10  WS-EGRESO-MM      PIC 9(02).
006800     05  WS-EGRESO-DD          PIC 9(02).
006810
006820*****************************************************************
006830* CAMPOS DE TRABAJO DE LA LIQUIDACION FINAL DEL EGRESO
006840*****************************************************************
006850 01  WS-BASICO-TARIFA          PIC 9(7)V99.
006860 01  WS-MEJOR-BRUTO-12M        PIC 9(9)V99.
006870 01  WS-MEJOR-BRUTO-SEM        PIC 9(9)V99.
006880 01  WS-MESES-SEMESTRE         PIC 9(02).
006890 01  WS-SEM-DESDE-MM           PIC 9(02).
006900 01  WS-SCAN-AAAA              PIC 9(04).
006910 01  WS-SCAN-MM                PIC 9(02).
006920 01  WS-SCAN-IX                PIC 9(02).
006930 01  WS-SAC-PROPORCIONAL       PIC 9(9)V99.
006940 01  WS-VAC-DIAS               PIC 9(02).
006950 01  WS-VAC-DIAS-PROP          PIC 9(02)V99.
006960 01  WS-VAC-DIAS-GOZADOS       PIC 9(03).
006970 01  WS-VAC-DIAS-NETOS         PIC S9(03)V99.
006980 01  WS-BASICO-VACACIONES      PIC 9(9)V99.
006990 01  WS-VAC-IMPORTE            PIC 9(9)V99.
007000 01  WS-ANOS-INDEM             PIC 9(02).
007010 01  WS-INDEM-ANTIGUEDAD       PIC 9(9)V99.
007020 01  WS-PREAVISO               PIC 9(9)V99.
007030 01  WS-EGRESO-REMUNERATIVO    PIC 9(9)V99.
007040 01  WS-EGRESO-DED-JUB         PIC 9(9)V99.
007050 01  WS-EGRESO-DED-OS          PIC 9(9)V99.
007060 01  WS-EGRESO-DED-SIND        PIC 9(9)V99.
007070 01  WS-EGRESO-DED-ART         PIC 9(9)V99.
007080 01  WS-EGRESO-DED-TOTAL       PIC 9(9)V99.
007090
007100*****************************************************************
007110* EXPORTACION F.931 (SICOSS): TOPE DE REMUNERACION IMPONIBLE Y
007120* TASAS DE CONTRIBUCIONES PATRONALES VIGENTES AL PERIODO (SE
007130* CARGAN DE PARAMETRO-LEGAL EN LA INICIALIZACION)
007140*****************************************************************
007150 01  TOPE-REMUNERACION-IMPON   PIC 9(9)V99.
007160 01  CONTRIB-JUBILACION-RATE   PIC V9999.
007170 01  CONTRIB-OBRA-SOC-RATE     PIC V9999.
007180 01  WS-REMUN-SICOSS           PIC 9(9)V99.
007190
007200*****************************************************************
007210* DIAS DE VACACIONES POR TRAMO DE ANTIGUEDAD (LCT ART. 150)
007220*****************************************************************
007230 01  VACACIONES-TABLA-VALORES.
007240     05  FILLER                PIC X(04) VALUE "0414".
007250     05  FILLER                PIC X(04) VALUE "0921".
007260     05  FILLER                PIC X(04) VALUE "1928".
007270     05  FILLER                PIC X(04) VALUE "9935".
007280
007290 01  VACACIONES-TABLA REDEFINES VACACIONES-TABLA-VALORES.
007300     05  VAC-TRAMO OCCURS 4 TIMES
007310                    ASCENDING KEY IS VAC-ANOS-HASTA
007320                    INDEXED BY VAC-IDX.
007330         10  VAC-ANOS-HASTA    PIC 9(02).
007340         10  VAC-DIAS          PIC 9(02).
007350
007360*****************************************************************
007370* ACUMULADORES DEL CIERRE DE NOMINA (UN RENGLON POR CATEGORIA)
007380*****************************************************************
007390 01  WS-CANT-CATEGORIAS        PIC 9(02) VALUE ZERO.
007400 01  CONTROL-CATEGORIA-TABLA.
007410     05  CONTROL-CAT-ENTRY OCCURS 1 TO 20 TIMES
007420                            DEPENDING ON WS-CANT-CATEGORIAS
007430                            INDEXED BY CTL-IDX.
007440         10  CTL-CATEGORIA      PIC 9(02).
007450         10  CTL-CANTIDAD       PIC 9(05).
007460         10  CTL-TOTAL-BRUTO    PIC 9(9)V99.
007470         10  CTL-TOTAL-NETO     PIC 9(9)V99.
007480
007490*****************************************************************
007500* ACUMULADORES POR CENTRO DE COSTOS: SUBTOTALES DEL CIERRE Y
007510* CONCEPTOS REMUNERATIVOS DEL ASIENTO CONTABLE
007520*****************************************************************
007530 01  WS-CANT-CENTROS           PIC 9(02) VALUE ZERO.
007540 01  CONTROL-CENTRO-TABLA.
007550     05  CONTROL-CEN-ENTRY OCCURS 1 TO 20 TIMES
007560                            DEPENDING ON WS-CANT-CENTROS
007570                            INDEXED BY CEN-IDX.
007580         10  CTLC-CENTRO        PIC 9(02).
007590         10  CTLC-CANTIDAD      PIC 9(05).
007600         10  CTLC-TOTAL-BRUTO   PIC 9(9)V99.
007610         10  CTLC-TOTAL-NETO    PIC 9(9)V99.
007620         10  CTLC-SUELDOS       PIC 9(9)V99.
007630         10  CTLC-VIANDAS       PIC 9(9)V99.
007640         10  CTLC-EXTRAS        PIC 9(9)V99.
007650         10  CTLC-PRESENTISMO   PIC 9(9)V99.
007660         10  CTLC-VIAJES        PIC 9(9)V99.
007670
007680*****************************************************************
007690* TABLA DE CUENTAS CONTABLES CARGADA DESDE CUENTAS-PARAM
007700*****************************************************************
007710 01  WS-CANT-CUENTAS           PIC 9(02) VALUE ZERO.
007720 01  CUENTAS-TABLA.
007730     05  CTA-ENTRY OCCURS 40 TIMES.
007740         10  CTA-CONCEPTO       PIC X(12).
007750         10  CTA-CUENTA         PIC X(10).
007760 01  WS-CTA-IX                 PIC 9(02).
007770 01  WS-CONCEPTO-W             PIC X(12).
007780 01  WS-CUENTA-HALLADA         PIC X(10).
007790 01  WS-IMPORTE-W              PIC 9(11)V99.
007800 01  WS-SUELDOS-CENTRO         PIC 9(11)V99.
007810
007820 01  WS-CTAPARM-EOF-SW         PIC X(01) VALUE "N".
007830     88  CTAPARM-EOF               VALUE "S".
007840
007850 01  WS-TOTAL-LEGAJOS          PIC 9(05) VALUE ZERO.
007860 01  WS-CANT-SIN-NOVEDADES     PIC 9(05) VALUE ZERO.
007870 01  WS-CANT-EGRESADOS-OMITIDOS PIC 9(05) VALUE ZERO.
007880 01  WS-CANT-EGRESOS           PIC 9(05) VALUE ZERO.
007890 01  WS-TOTAL-EGRESOS-BRUTO    PIC 9(9)V99 VALUE ZERO.
007900 01  WS-TOTAL-EGRESOS-NETO     PIC 9(9)V99 VALUE ZERO.
007910
007920*****************************************************************
007930* CHECKPOINT Y REARRANQUE DE LA CORRIDA
007940*****************************************************************
007950*> La inicializacion arranca como abortada y recien se marca
007960*> completa al final de 1000: un error de apertura o de datos
007970*> de entrada deja el cierre y el checkpoint sin tocar.
007980 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
007990     88  INICIO-ABORTADO           VALUE "S".
008000     88  INICIO-COMPLETO           VALUE "N".
008010
008020 01  WS-REINICIO-SW            PIC X(01) VALUE "N".
008030     88  CORRIDA-REINICIADA        VALUE "S".
008040
008050 01  CHECKPOINT-INTERVALO      PIC 9(03) VALUE 50.
008060 01  WS-LEGAJOS-SIN-CHECKPOINT PIC 9(03) VALUE ZERO.
008070 01  WS-REINICIO-LEGAJO        PIC 9(06) VALUE ZEROS.
008080 01  WS-COPIA-CANT             PIC 9(05) VALUE ZERO.
008090 01  WS-COPIA-EOF-SW           PIC X(01) VALUE "N".
008100     88  COPIA-EOF                 VALUE "S".
008110 01  WS-CK-IX                  PIC 9(02).
008120 01  WS-TOTAL-BRUTO-GENERAL    PIC 9(9)V99 VALUE ZERO.
008130 01  WS-TOTAL-NETO-GENERAL     PIC 9(9)V99 VALUE ZERO.
008140 01  WS-TOTAL-JUBILACION       PIC 9(9)V99 VALUE ZERO.
008150 01  WS-TOTAL-OBRA-SOCIAL      PIC 9(9)V99 VALUE ZERO.
008160 01  WS-TOTAL-SINDICAL         PIC 9(9)V99 VALUE ZERO.
008170 01  WS-TOTAL-SEPELIO          PIC 9(9)V99 VALUE ZERO.
008180 01  WS-TOTAL-ART              PIC 9(9)V99 VALUE ZERO.
008190 01  WS-TOTAL-GANANCIAS        PIC 9(9)V99 VALUE ZERO.
008200 01  WS-TOTAL-EMBARGO          PIC 9(9)V99 VALUE ZERO.
008210 01  WS-TOTAL-PRESTAMO         PIC 9(9)V99 VALUE ZERO.
008220 01  WS-TOTAL-ADELANTO         PIC 9(9)V99 VALUE ZERO.
008230 01  WS-TOTAL-GAN-DEVUELTO     PIC 9(9)V99 VALUE ZERO.
008240 01  WS-TOTAL-VIAJE-KM         PIC 9(9)V99 VALUE ZERO.
008250 01  WS-TOTAL-PERNOCTADAS      PIC 9(9)V99 VALUE ZERO.
008260 01  WS-TOTAL-COMIDAS-RUTA     PIC 9(9)V99 VALUE ZERO.
008270 01  WS-TOTAL-CRUCE-FRONTERA   PIC 9(9)V99 VALUE ZERO.
008280
008290 01  WS-EDIT-CANTIDAD          PIC ZZ,ZZ9.
008300 01  WS-EDIT-IMPORTE-GRANDE    PIC Z,ZZZ,ZZZ,ZZ9.99.
008310
008320*****************************************************************
008330* DATOS DE AUDITORIA DE LA CORRIDA
008340*****************************************************************
008350 01  WS-OPERADOR-ID             PIC X(10) VALUE SPACES.
008360 01  WS-FECHA-CORRIDA.
008370     05  WS-FECHA-CORRIDA-AAAA  PIC 9(04).
008380     05  WS-FECHA-CORRIDA-MM    PIC 9(02).
008390     05  WS-FECHA-CORRIDA-DD    PIC 9(02).
008400 01  WS-HORA-CORRIDA.
008410     05  WS-HORA-CORRIDA-HH     PIC 9(02).
008420     05  WS-HORA-CORRIDA-MM     PIC 9(02).
008430     05  WS-HORA-CORRIDA-SS     PIC 9(02).
008440     05  FILLER                 PIC 9(02).
008450 01  WS-EDIT-DIAS               PIC ZZ9.
008460 01  WS-EDIT-HORAS-50           PIC ZZ9.
008470 01  WS-EDIT-HORAS-100          PIC ZZ9.
008480 01  WS-EDIT-CATEGORIA          PIC Z9.
008490 01  WS-EDIT-NETO-AUDIT         PIC Z(8)9.99.
008500
008510*****************************************************************
008520* ESCALA DE ANTIGUEDAD DEL CONVENIO, POR TRAMOS DE ANIOS, CON
008530* TOPE DEL 35% A PARTIR DE LOS 26 ANIOS.
008540*****************************************************************
008550 01  ANTIGUEDAD-TABLA-VALORES.
008560     05  FILLER                PIC X(06) VALUE "051000".
008570     05  FILLER                PIC X(06) VALUE "101500".
008580     05  FILLER                PIC X(06) VALUE "152000".
008590     05  FILLER                PIC X(06) VALUE "202500".
008600     05  FILLER                PIC X(06) VALUE "253000".
008610     05  FILLER                PIC X(06) VALUE "993500".
008620
008630 01  ANTIGUEDAD-TABLA REDEFINES ANTIGUEDAD-TABLA-VALORES.
008640     05  ANT-TRAMO OCCURS 6 TIMES
008650                    ASCENDING KEY IS ANT-ANOS-HASTA
008660                    INDEXED BY ANT-IDX.
008670         10  ANT-ANOS-HASTA    PIC 9(02).
008680         10  ANT-PORCENTAJE    PIC 9(02)V99.
008690
008700 01  WS-FIN-DE-ARCHIVO-SW     PIC X(01) VALUE "N".
008710     88  FIN-DE-ARCHIVO            VALUE "S".
008720     88  NO-FIN-DE-ARCHIVO         VALUE "N".
008730
008740*****************************************************************
008750* CAMPOS DE TRABAJO PARA LA LIQUIDACION DEL LEGAJO EN CURSO
008760*****************************************************************
008770 01  CATEGORY-SELECTION       PIC 9(02).
008780 01  BASIC-SALARY             PIC 9(7)V99.
008790 01  DAYS-WORKED              PIC 9(3).
008800 01  OVERTIME-HOURS-50        PIC 9(3).
008810 01  OVERTIME-HOURS-100       PIC 9(3).
008820 01  YEARS-OF-SERVICE         PIC 9(2).
008830 01  TOTAL-VIANDAS            PIC 9(7)V99.
008840 01  TOTAL-VIAT-ESP           PIC 9(7)V99.
008850 01  TOTAL-OVERTIME-50        PIC 9(7)V99.
008860 01  TOTAL-OVERTIME-100       PIC 9(7)V99.
008870 01  BONUS                    PIC 9(7)V99.
008880 01  TOTAL-SALARY             PIC 9(9)V99.
008890 01  DEDUCTIONS               PIC 9(9)V99.
008900 01  NET-SALARY               PIC 9(9)V99.
008910
008920*****************************************************************
008930* DIAS POR TIPO DE AUSENCIA DEL MES (DE LA NOVEDAD DEL LEGAJO):
008940* ENFERMEDAD Y ACCIDENTE ART SE PAGAN AL BASICO PERO NO SUMAN
008950* VIANDAS NI VIATICOS (SON POR DIA EFECTIVAMENTE TRABAJADO);
008960* LA LICENCIA SIN GOCE Y LA SUSPENSION DESCUENTAN EL BASICO
008970* PROPORCIONAL; LA LICENCIA ESPECIAL (EXAMEN, MATRIMONIO,
008980* NACIMIENTO) SE PAGA COMPLETA.
008990*****************************************************************
009000 01  WS-DIAS-ENFERMEDAD        PIC 9(02).
009010 01  WS-DIAS-ACCIDENTE         PIC 9(02).
009020 01  WS-DIAS-SIN-GOCE          PIC 9(02).
009030 01  WS-DIAS-SUSPENSION        PIC 9(02).
009040 01  WS-DIAS-LIC-ESPECIAL      PIC 9(02).
009050 01  WS-DIAS-AUSENCIA-TOTAL    PIC 9(03).
009060 01  WS-DESCUENTO-AUSENCIA     PIC 9(7)V99.
009070 01  WS-SITUACION-REVISTA      PIC 9(02).
009080 01  WS-MAX-DIAS-AUSENCIA      PIC 9(02).
009090
009100*****************************************************************
009110* DESGLOSE DE DEDUCCIONES LEGALES Y SINDICALES
009120*****************************************************************
009130 01  DEDUCTIONS-DETAIL.
009140     05  DED-JUBILACION        PIC 9(9)V99.
009150     05  DED-OBRA-SOCIAL       PIC 9(9)V99.
009160     05  DED-SINDICAL          PIC 9(9)V99.
009170     05  DED-SEGURO-SEPELIO    PIC 9(9)V99.
009180     05  DED-ART               PIC 9(9)V99.
009190     05  DED-GANANCIAS         PIC 9(9)V99.
009200
009210*> Tasas de aportes vigentes al periodo, de PARAMETRO-LEGAL
009220 01  JUBILACION-RATE           PIC V999.
009230 01  OBRA-SOCIAL-RATE          PIC V999.
009240 01  SINDICAL-RATE             PIC V999.
009250 01  SEGURO-SEPELIO-IMPORTE    PIC 9(5)V99.
009260 01  ART-RATE                  PIC V9999.
009270*****************************************************************
009280* IMPUESTO A LAS GANANCIAS - REGIMEN DE RETENCION: DEDUCCIONES
009290* PERSONALES ANUALES Y ESCALA PROGRESIVA POR TRAMOS (IMPORTES
009300* ANUALES EN PESOS). EL CALCULO ES ACUMULADO: BASE IMPONIBLE
009310* DEL ANIO MENOS DEDUCCIONES PROPORCIONALES AL MES, IMPUESTO
009320* SEGUN ESCALA, MENOS LO YA RETENIDO EN EL ANIO. LOS IMPORTES
009330* VIGENTES AL PERIODO SE CARGAN DE PARAMETRO-LEGAL.
009340*****************************************************************
009350 01  GAN-MINIMO-NO-IMPONIBLE   PIC 9(9)V99.
009360 01  GAN-DEDUCCION-ESPECIAL    PIC 9(9)V99.
009370 01  GAN-DEDUCCION-CONYUGE     PIC 9(9)V99.
009380 01  GAN-DEDUCCION-HIJO        PIC 9(9)V99.
009390
009400*> Cada tramo: DESDE (11), CUOTA FIJA (11) Y % SOBRE EL
009410*> EXCEDENTE (2). EL TRAMO 1 ARRANCA EN CERO.
009420 01  GAN-ESCALA.
009430     05  GAN-TRAMO OCCURS 9 TIMES.
009440         10  GE-DESDE          PIC 9(11).
009450         10  GE-FIJO           PIC 9(11).
009460         10  GE-PCT            PIC 9(02).
009470
009480*****************************************************************
009490* CAMPOS DE TRABAJO DEL CALCULO ACUMULADO DE GANANCIAS
009500*****************************************************************
009510 01  WS-GAN-PERIODO-W          PIC 9(06).
009520 01  WS-GAN-PERIODO-W-R REDEFINES WS-GAN-PERIODO-W.
009530     05  WS-GAN-AAAA           PIC 9(04).
009540     05  WS-GAN-MM             PIC 9(02).
009550 01  WS-GAN-SCAN-PERIODO       PIC 9(06).
009560 01  WS-GAN-SCAN-PERIODO-R REDEFINES WS-GAN-SCAN-PERIODO.
009570     05  WS-GAN-SCAN-AAAA      PIC 9(04).
009580     05  WS-GAN-SCAN-MM        PIC 9(02).
009590 01  WS-GAN-MM-IX              PIC 9(02).
009600 01  WS-GAN-REMUN-MES          PIC S9(11)V99.
009610 01  WS-GAN-REMUN-ACUM         PIC S9(11)V99.
009620 01  WS-GAN-RETENIDO-ACUM      PIC 9(11)V99.
009630 01  WS-GAN-DEDUC-PERS         PIC 9(11)V99.
009640 01  WS-GAN-BASE               PIC S9(11)V99.
009650 01  WS-GAN-IMPUESTO           PIC 9(11)V99.
009660 01  WS-GAN-RETENCION          PIC S9(11)V99.
009670 01  WS-GAN-DEVOLUCION         PIC 9(9)V99.
009680 01  WS-GAN-AJUSTE-RETENIDO    PIC 9(7)V99.
009690*> Devolucion que el tope del mes no dejo aplicar: se graba
009700*> en el historico y se arrastra al mes siguiente
009710 01  WS-GAN-DEV-PENDIENTE      PIC 9(9)V99.
009720 01  WS-GAN-PERIODO-ANT        PIC 9(06).
009730 01  WS-GAN-PERIODO-ANT-R REDEFINES WS-GAN-PERIODO-ANT.
009740     05  WS-GAN-ANT-AAAA       PIC 9(04).
009750     05  WS-GAN-ANT-MM         PIC 9(02).
009760 01  WS-GAN-AJUSTE             PIC S9(11)V99.
009770*> Copias del acumulado del anio en curso mientras el ajuste
009780*> anual reusa los mismos campos para el anio anterior
009790 01  WS-GAN-BASE-SAVE          PIC S9(11)V99.
009800 01  WS-GAN-IMPUESTO-SAVE      PIC 9(11)V99.
009810 01  WS-GAN-RETENIDO-SAVE      PIC 9(11)V99.
009820 01  WS-GAN-ESCALA-IX          PIC 9(02).
009830 01  WS-GAN-HALLADO-SW         PIC X(01) VALUE "N".
009840     88  GAN-TRAMO-HALLADO         VALUE "S".
009850
009860*> Datos declarados del legajo (SIRADIG); sin registro en
009870*> GANDED solo computan el minimo y la deduccion especial
009880 01  WS-GAN-CONYUGE-SW         PIC X(01) VALUE "N".
009890     88  GAN-DECL-CONYUGE          VALUE "S".
009900 01  WS-GAN-HIJOS              PIC 9(02).
009910 01  WS-GAN-OTRAS              PIC 9(9)V99.
009920
009930 01  WS-EDIT-GAN               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
009940
009950*****************************************************************
009960* DEDUCCIONES VARIABLES DEL LEGAJO EN CURSO: CUOTA DEL MES,
009970* TOPE DE EMBARGABILIDAD SOBRE EL NETO Y SALDO PENDIENTE
009980*****************************************************************
009990 01  WS-DED-EMBARGO            PIC 9(9)V99.
010000 01  WS-DED-PRESTAMO           PIC 9(9)V99.
010010 01  WS-DED-ADELANTO           PIC 9(9)V99.
010020 01  WS-DV-FIN-SW              PIC X(01) VALUE "N".
010030     88  DEDVAR-FIN                VALUE "S".
010040 01  WS-DV-CUOTA               PIC 9(9)V99.
010050 01  WS-DV-PRETENDIDO          PIC 9(9)V99.
010060 01  WS-DV-DISPONIBLE          PIC 9(9)V99.
010070 01  WS-DV-TOPE-IMPORTE        PIC 9(9)V99.
010080 01  WS-DV-RETENIDO            PIC 9(9)V99.
010090
010100 01  WS-EDIT-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99.
010110 01  WS-CATEGORIA-DESC         PIC X(30).
010120 01  WS-OVERTIME-RATE-50       PIC 9(5)V99.
010130 01  WS-OVERTIME-RATE-100      PIC 9(5)V99.
010140 01  WS-VIANDA-DIARIA          PIC 9(7)V99.
010150 01  WS-VIAT-ESP               PIC 9(7)V99.
010160
010170*****************************************************************
010180* TRAMOS DE CATEGORIA DEL LEGAJO EN EL MES, ARMADOS CON LA
010190* HISTORIA CONTRACTUAL SOBRE EL MES COMERCIAL DE 30 DIAS: DIA
010200* DESDE EL QUE RIGE CADA CATEGORIA Y DIAS QUE CUBRE. CON MAS DE
010210* UN TRAMO, BASICO, VIANDAS Y VIATICOS ESPECIALES SON EL
010220* PROMEDIO DE CADA CATEGORIA PONDERADO POR SUS DIAS.
010230*****************************************************************
010240 01  WS-CANT-TRAMOS            PIC 9(02).
010250 01  WS-TRAMOS-CATEGORIA.
010260     05  WS-TRAMO-CAT OCCURS 6 TIMES.
010270         10  WS-TRC-CATEGORIA  PIC 9(02).
010280         10  WS-TRC-DIA-DESDE  PIC 9(02).
010290         10  WS-TRC-DIAS       PIC 9(02).
010300 01  WS-TRC-IX                 PIC 9(02).
010310 01  WS-HISTORIA-FIN-SW        PIC X(01) VALUE "N".
010320     88  HISTORIA-FIN              VALUE "S".
010330 01  WS-FECHA-HISTORIA         PIC 9(08).
010340 01  WS-FECHA-HISTORIA-R REDEFINES WS-FECHA-HISTORIA.
010350     05  WS-HIST-AAAAMM        PIC 9(06).
010360     05  WS-HIST-DD            PIC 9(02).
010370 01  WS-FECHA-VIAJE            PIC 9(08).
010380 01  WS-FECHA-VIAJE-R REDEFINES WS-FECHA-VIAJE.
010390     05  FILLER                PIC 9(06).
010400     05  WS-VIAJE-DD           PIC 9(02).
010410 01  WS-PRO-BASICO             PIC 9(9)V9(4).
010420 01  WS-PRO-VIANDA             PIC 9(9)V9(4).
010430 01  WS-PRO-VIAT-ESP           PIC 9(9)V9(4).
010440
010450*****************************************************************
010460* HOJAS DE RUTA DEL LEGAJO EN CURSO: VIAJES DEL PERIODO
010470* VALORIZADOS CON LOS VALORES DE LA CATEGORIA VIGENTES A LA
010480* FECHA DE CADA VIAJE. EL LEGAJO CON VIAJES COBRA POR VIAJE Y
010490* NO POR DIA TRABAJADO (VIANDAS Y VIATICOS ESPECIALES EN CERO).
010500*****************************************************************
010510 01  TOTAL-VIAJE-KM            PIC 9(7)V99.
010520 01  TOTAL-PERNOCTADAS         PIC 9(7)V99.
010530 01  TOTAL-COMIDAS-RUTA        PIC 9(7)V99.
010540 01  TOTAL-CRUCE-FRONTERA      PIC 9(7)V99.
010550 01  TOTAL-VIAJES              PIC 9(7)V99.
010560 01  WS-CANT-VIAJES            PIC 9(03).
010570 01  WS-KM-RECORRIDOS          PIC 9(06).
010580 01  WS-VALOR-KM               PIC 9(3)V99.
010590 01  WS-VALOR-PERNOCTADA       PIC 9(7)V99.
010600 01  WS-VALOR-COMIDA-RUTA      PIC 9(7)V99.
010610 01  WS-VALOR-CRUCE-FRONTERA   PIC 9(7)V99.
010620 01  WS-VIAJES-FIN-SW          PIC X(01) VALUE "N".
010630     88  VIAJES-FIN                VALUE "S".
010640 01  WS-VIAJE-BUSQUEDA-SW      PIC X(01) VALUE "N".
010650     88  VIAJE-BUSQUEDA-TERMINADA  VALUE "S".
010660 01  WS-VIAJE-TARIFA-SW        PIC X(01) VALUE "N".
010670     88  VIAJE-TARIFA-HALLADA      VALUE "S".
010680 01  WS-EDIT-KM                PIC ZZZ,ZZ9.
010690
010700
010710 PROCEDURE DIVISION.
010720
010730 0000-MAINLINE.
010740     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
010750     PERFORM 2000-PROCESAR-EMPLEADOS THRU 2000-EXIT
010760         UNTIL FIN-DE-ARCHIVO.
010770     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
010780     STOP RUN.
010790
010800 1000-INICIALIZAR.
010810     DISPLAY WS-BANNER-1.
010820     DISPLAY WS-TITULO-PROGRAMA.
010830     DISPLAY WS-BANNER-1.
010840
010850     DISPLAY WS-OPERADOR-MENSAJE.
010860     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
010870     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
010880     ACCEPT WS-HORA-CORRIDA FROM TIME.
010890     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
010900     IF NOT OPERADOR-HABILITADO
010910         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
010920         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
010930         GO TO 1000-EXIT
010940     END-IF.
010950     DISPLAY WS-PERIODO-MENSAJE.
010960     ACCEPT WS-PERIODO-A-LIQUIDAR FROM CONSOLE.
010970
010980     DISPLAY WS-MODO-MENSAJE.
010990     ACCEPT WS-MODO-CORRIDA FROM CONSOLE.
011000     IF NOT MODO-MENSUAL AND NOT MODO-EGRESOS
011010             AND NOT MODO-SIMULACION
011020         DISPLAY "MODO DE CORRIDA INVALIDO: " WS-MODO-CORRIDA
011030         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
011040         GO TO 1000-EXIT
011050     END-IF.
011060
011070     *> Periodo anterior (AAAAMM) para la comparacion de la
011080     *> simulacion contra la ultima liquidacion real
011090     MOVE WS-PERIODO-AAAAMM TO WS-PERIODO-ANTERIOR.
011100     IF WS-PER-ANT-MM = 1
011110         MOVE 12 TO WS-PER-ANT-MM
011120         SUBTRACT 1 FROM WS-PER-ANT-AAAA
011130     ELSE
011140         SUBTRACT 1 FROM WS-PER-ANT-MM
011150     END-IF.
011160  
011170     IF MODO-SIMULACION
011180         DISPLAY WS-VAR-TOLERANCIA-MENSAJE
011190         ACCEPT WS-VAR-TOLERANCIA FROM CONSOLE
011200     END-IF.
011210
011220     *> Estado del periodo: bloquea las corridas fuera de orden
011230     OPEN I-O PERIODO-ESTADO.
011240     IF NOT WS-PERESTAD-OK
011250         DISPLAY "ERROR AL ABRIR PERIODO-ESTADO, STATUS = "
011260             WS-PERESTAD-STATUS
011270         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
011280         GO TO 1000-EXIT
011290     END-IF.
011300     PERFORM 1100-VALIDAR-ESTADO-PERIODO THRU 1100-EXIT.
011310     IF FIN-DE-ARCHIVO
011320         GO TO 1000-EXIT
011330     END-IF.
011340
011350     *> El programa detecta solo si la corrida es nueva o si es
011360     *> un rearranque de una corrida abendada del mismo periodo.
011370     *> La simulacion no toca el checkpoint de la corrida real.
011380     IF NOT MODO-SIMULACION
011390         PERFORM 1200-LEER-CHECKPOINT THRU 1200-EXIT
011400     END-IF.
011410
011420     OPEN INPUT EMPLEADO-MASTER.
011430     IF NOT WS-EMPMAST-OK
011440         DISPLAY "ERROR AL ABRIR EMPLEADO-MASTER, STATUS = "
011450             WS-EMPMAST-STATUS
011460         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
011470         GO TO 1000-EXIT
011480     END-IF.
011490
011500     IF CORRIDA-REINICIADA
011510         MOVE WS-REINICIO-LEGAJO TO EMP-LEGAJO
011520         START EMPLEADO-MASTER KEY GREATER THAN EMP-LEGAJO
011530             INVALID KEY
011540                 DISPLAY "SIN LEGAJOS PENDIENTES DESPUES DEL "
011550                     "LEGAJO " WS-REINICIO-LEGAJO
011560                 MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
011570         END-START
011580         PERFORM 1300-RECORTAR-SALIDAS THRU 1300-EXIT
011590     END-IF.
011600
011610     *> La simulacion no genera recibos, auditoria ni banco:
011620     *> esos archivos ni siquiera se abren en ese modo
011630     IF NOT MODO-SIMULACION
011640         IF CORRIDA-REINICIADA
011650             OPEN EXTEND REPORTE-RECIBO
011660         ELSE
011670             OPEN OUTPUT REPORTE-RECIBO
011680         END-IF
011690         IF NOT WS-RECIBO-OK
011700             DISPLAY "ERROR AL ABRIR REPORTE-RECIBO, STATUS = "
011710                 WS-RECIBO-STATUS
011720             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
011730             GO TO 1000-EXIT
011740         END-IF
011750         OPEN I-O RECIBO-FIRMA
011760         IF NOT WS-RECFIRMA-OK
011770             DISPLAY "ERROR AL ABRIR RECIBO-FIRMA, STATUS = "
011780                 WS-RECFIRMA-STATUS
011790             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
011800             GO TO 1000-EXIT
011810         END-IF
011820     END-IF.
011830
011840     OPEN INPUT CATEGORIA-MASTER.
011850     IF NOT WS-CATMAST-OK
011860         DISPLAY "ERROR AL ABRIR CATEGORIA-MASTER, STATUS = "
011870             WS-CATMAST-STATUS
011880         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
011890         GO TO 1000-EXIT
011900     END-IF.
011910
011920     OPEN INPUT WAGE-HISTORY.
011930     IF NOT WS-WAGEHST-OK
011940         DISPLAY "ERROR AL ABRIR WAGE-HISTORY, STATUS = "
011950             WS-WAGEHST-STATUS
011960         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
011970         GO TO 1000-EXIT
011980     END-IF.
011990
012000     OPEN INPUT NOVEDADES.
012010     IF NOT WS-NOVEDAD-OK
012020         DISPLAY "ERROR AL ABRIR NOVEDADES, STATUS = "
012030             WS-NOVEDAD-STATUS
012040         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
012050         GO TO 1000-EXIT
012060     END-IF.
012070
012080     OPEN INPUT VIAJES.
012090     IF NOT WS-VIAJES-OK
012100         DISPLAY "ERROR AL ABRIR VIAJES, STATUS = "
012110             WS-VIAJES-STATUS
012120         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
012130         GO TO 1000-EXIT
012140     END-IF.
012150
012160     OPEN INPUT PARAMETRO-LEGAL.
012170     IF NOT WS-PARMLEG-OK
012180         DISPLAY "ERROR AL ABRIR PARAMETRO-LEGAL, STATUS = "
012190             WS-PARMLEG-STATUS
012200         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
012210         GO TO 1000-EXIT
012220     END-IF.
012230
012240     OPEN INPUT HISTORIA-LEGAJO.
012250     IF NOT WS-LEGHIST-OK
012260         DISPLAY "ERROR AL ABRIR HISTORIA-LEGAJO, STATUS = "
012270             WS-LEGHIST-STATUS
012280         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
012290         GO TO 1000-EXIT
012300     END-IF.
012310     PERFORM 1400-CARGAR-PARAMETROS THRU 1400-EXIT.
012320     IF NOT PARAMETROS-HALLADOS
012330         DISPLAY "SIN PARAMETROS LEGALES VIGENTES AL PERIODO "
012340             WS-PERIODO-A-LIQUIDAR
012350         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
012360         GO TO 1000-EXIT
012370     END-IF.
012380     OPEN I-O LIQUIDACION-HIST.
012390     IF NOT WS-LIQHIST-OK
012400         DISPLAY "ERROR AL ABRIR LIQUIDACION-HIST, STATUS = "
012410             WS-LIQHIST-STATUS
012420         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
012430         GO TO 1000-EXIT
012440     END-IF.
012450     *> La simulacion aplica las deducciones variables pero no
012460     *> descuenta cuotas: el archivo se regraba solo en la real
012470     OPEN I-O DEDUCCION-VARIABLE.
012480     IF NOT WS-DEDVAR-OK
012490         DISPLAY "ERROR AL ABRIR DEDUCCION-VARIABLE, STATUS = "
012500             WS-DEDVAR-STATUS
012510         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
012520         GO TO 1000-EXIT
012530     END-IF.
012540
012550     OPEN INPUT GANANCIA-DECL.
012560     IF NOT WS-GANDED-OK
012570         DISPLAY "ERROR AL ABRIR GANANCIA-DECL, STATUS = "
012580             WS-GANDED-STATUS
012590         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
012600         GO TO 1000-EXIT
012610     END-IF.
012620
012630     OPEN INPUT VAC-GOZADAS.
012640     IF NOT WS-VACGOZ-OK
012650         DISPLAY "ERROR AL ABRIR VAC-GOZADAS, STATUS = "
012660             WS-VACGOZ-STATUS
012670         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
012680         GO TO 1000-EXIT
012690     END-IF.
012700
012710     IF CORRIDA-REINICIADA
012720         OPEN EXTEND CONTROL-REPORT
012730     ELSE
012740         OPEN OUTPUT CONTROL-REPORT
012750     END-IF.
012760     IF NOT WS-CTLRPT-OK
012770         DISPLAY "ERROR AL ABRIR CONTROL-REPORT, STATUS = "
012780             WS-CTLRPT-STATUS
012790         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
012800         GO TO 1000-EXIT
012810     END-IF.
012820
012830     IF NOT MODO-SIMULACION
012840         OPEN EXTEND AUDIT-LOG
012850         IF NOT WS-AUDITLOG-OK
012860             DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
012870                 WS-AUDITLOG-STATUS
012880             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
012890             GO TO 1000-EXIT
012900         END-IF
012910     END-IF.
012920
012930     IF NOT MODO-SIMULACION
012940         IF CORRIDA-REINICIADA
012950             OPEN EXTEND BANCO-EXPORT
012960         ELSE
012970             OPEN OUTPUT BANCO-EXPORT
012980         END-IF
012990         IF NOT WS-BANKEXP-OK
013000             DISPLAY "ERROR AL ABRIR BANCO-EXPORT, STATUS = "
013010                 WS-BANKEXP-STATUS
013020             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
013030             GO TO 1000-EXIT
013040         END-IF
013050     END-IF.
013060
013070     IF NOT MODO-SIMULACION
013080         IF CORRIDA-REINICIADA
013090             OPEN EXTEND SICOSS-EXPORT
013100         ELSE
013110             OPEN OUTPUT SICOSS-EXPORT
013120         END-IF
013130         IF NOT WS-SICOSS-OK
013140             DISPLAY "ERROR AL ABRIR SICOSS-EXPORT, STATUS = "
013150                 WS-SICOSS-STATUS
013160             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
013170             GO TO 1000-EXIT
013180         END-IF
013190     END-IF.
013200
013210     MOVE "OK" TO WS-BIT-RESULTADO.
013220     SET INICIO-COMPLETO TO TRUE.
013230
013240     IF NOT FIN-DE-ARCHIVO
013250         PERFORM 2100-LEER-EMPLEADO THRU 2100-EXIT
013260     END-IF.
013270 1000-EXIT.
013280     EXIT.
013290
013300*****************************************************************
013310* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
013320* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
013330* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
013340* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
013350* LOS ROLES MENORES)
013360*****************************************************************
013370 1050-VALIDAR-OPERADOR.
013380     MOVE "N" TO WS-OPERADOR-SW.
013390     OPEN INPUT OPERADOR-MASTER.
013400     IF NOT WS-OPERMAST-OK
013410         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
013420             WS-OPERMAST-STATUS
013430         GO TO 1050-EXIT
013440     END-IF.
013450     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
013460     READ OPERADOR-MASTER
013470         INVALID KEY
013480             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
013490             CLOSE OPERADOR-MASTER
013500             GO TO 1050-EXIT
013510     END-READ.
013520     CLOSE OPERADOR-MASTER.
013530     MOVE OP-ROL TO WS-OPERADOR-ROL.
013540     IF NOT OP-HABILITADO
013550         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
013560         GO TO 1050-EXIT
013570     END-IF.
013580     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
013590         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
013600             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
013610             ", REQUIERE " WS-ROL-REQUERIDO ")"
013620         GO TO 1050-EXIT
013630     END-IF.
013640     SET OPERADOR-HABILITADO TO TRUE.
013650 1050-EXIT.
013660     EXIT.
013670
013680*****************************************************************
013690* VALIDA EL ESTADO DEL PERIODO ANTES DE ARRANCAR: UN PERIODO
013700* CERRADO NO SE CORRE EN NINGUN MODO; LA LIQUIDACION
013710* DEFINITIVA EXIGE NOVEDADES CARGADAS Y, SI EL PERIODO YA
013720* ESTA LIQUIDADO, PIDE CONFIRMACION EXPLICITA DE
013730* RELIQUIDACION POR CONSOLA.
013740*****************************************************************
013750 1100-VALIDAR-ESTADO-PERIODO.
013760     PERFORM 1150-LEER-ESTADO THRU 1150-EXIT.
013770
013780     IF PE-CERRADO-SI
013790         DISPLAY "EL PERIODO " WS-PERIODO-AAAAMM
013800             " ESTA CERRADO: NO SE PUEDE LIQUIDAR"
013810         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
013820         GO TO 1100-EXIT
013830     END-IF.
013840
013850     IF MODO-MENSUAL
013860         IF NOT PE-NOVEDADES-SI
013870             DISPLAY "EL PERIODO " WS-PERIODO-AAAAMM
013880                 " NO TIENE NOVEDADES CARGADAS: NO SE "
013890                 "PUEDE LIQUIDAR"
013900             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
013910             GO TO 1100-EXIT
013920         END-IF
013930         IF NOT PE-CONTROL-LIMPIO
013940             DISPLAY "EL PERIODO " WS-PERIODO-AAAAMM
013950                 " NO TIENE EL CONTROL DE INTEGRIDAD SIN ERRORES "
013960                 "BLOQUEANTES: CORRER CONTROL-INTEGRIDAD"
013970             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
013980             GO TO 1100-EXIT
013990         END-IF
014000         IF PE-LIQUIDACION-SI
014010             *> Pisar una liquidacion definitiva es del supervisor
014020             IF WS-OPERADOR-ROL < 3
014030                 DISPLAY "RELIQUIDAR UN PERIODO YA LIQUIDADO "
014040                     "REQUIERE ROL SUPERVISOR: SE ABANDONA LA "
014050                     "CORRIDA"
014060                 MOVE "RECHAZADO" TO WS-BIT-RESULTADO
014070                 MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
014080                 GO TO 1100-EXIT
014090             END-IF
014100             DISPLAY WS-RELIQ-MENSAJE
014110             ACCEPT WS-CONFIRMA-RELIQ FROM CONSOLE
014120             IF NOT RELIQ-CONFIRMADA
014130                 DISPLAY "RELIQUIDACION NO CONFIRMADA: SE "
014140                     "ABANDONA LA CORRIDA"
014150                 MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
014160             END-IF
014170         END-IF
014180     END-IF.
014190 1100-EXIT.
014200     EXIT.
014210
014220*****************************************************************
014230* LEE EL ESTADO DEL PERIODO A LIQUIDAR. SIN REGISTRO, EL
014240* PERIODO ARRANCA CON TODOS SUS AVANCES EN "N".
014250*****************************************************************
014260 1150-LEER-ESTADO.
014270     MOVE "N" TO WS-ESTADO-HALLADO-SW.
014280     MOVE WS-PERIODO-AAAAMM TO PE-PERIODO.
014290     READ PERIODO-ESTADO
014300         INVALID KEY
014310             MOVE WS-PERIODO-AAAAMM TO PE-PERIODO
014320             MOVE "N" TO PE-NOVEDADES-CARGADAS
014330             MOVE "N" TO PE-SIMULACION-CORRIDA
014340             MOVE "N" TO PE-LIQUIDACION-DEFIN
014350             MOVE "N" TO PE-SAC-LIQUIDADO
014360             MOVE "N" TO PE-CONCILIACION-HECHA
014370             MOVE "N" TO PE-PERIODO-CERRADO
014380             MOVE "N" TO PE-NETO-PENDIENTE
014390             MOVE "N" TO PE-PROVISION-HECHA
014400             MOVE "N" TO PE-CONTROL-INTEGRIDAD
014410         NOT INVALID KEY
014420             SET ESTADO-HALLADO TO TRUE
014430     END-READ.
014440 1150-EXIT.
014450     EXIT.
014460
014470*****************************************************************
014480* LEE EL CHECKPOINT DE LA CORRIDA ANTERIOR. SI QUEDO UNA
014490* CORRIDA EN CURSO DEL MISMO PERIODO Y MODO, LA CORRIDA ACTUAL
014500* ES UN REARRANQUE: SE RESTAURAN LOS ACUMULADORES DEL CIERRE Y
014510* SE RETOMA DESDE EL LEGAJO SIGUIENTE AL ULTIMO CONFIRMADO.
014520*****************************************************************
014530 1200-LEER-CHECKPOINT.
014540     MOVE "N" TO WS-REINICIO-SW.
014550     OPEN INPUT CHECKPOINT-FILE.
014560     IF NOT WS-CHKPOINT-OK
014570         GO TO 1200-EXIT
014580     END-IF.
014590
014600     READ CHECKPOINT-FILE
014610         AT END
014620             CLOSE CHECKPOINT-FILE
014630             GO TO 1200-EXIT
014640     END-READ.
014650
014660     IF CK-CORRIDA-EN-CURSO
014670             AND CK-PERIODO = WS-PERIODO-A-LIQUIDAR
014680             AND CK-MODO = WS-MODO-CORRIDA
014690         SET CORRIDA-REINICIADA TO TRUE
014700         PERFORM 1210-RESTAURAR-ACUMULADORES THRU 1210-EXIT
014710         DISPLAY "REARRANQUE DETECTADO, SE RETOMA DESPUES DEL "
014720             "LEGAJO " WS-REINICIO-LEGAJO
014730     END-IF.
014740     CLOSE CHECKPOINT-FILE.
014750 1200-EXIT.
014760     EXIT.
014770
014780*****************************************************************
014790* RESTAURA LOS ACUMULADORES DEL CIERRE DESDE EL CHECKPOINT
014800*****************************************************************
014810 1210-RESTAURAR-ACUMULADORES.
014820     MOVE CK-ULTIMO-LEGAJO TO WS-REINICIO-LEGAJO.
014830     MOVE CK-TOTAL-LEGAJOS TO WS-TOTAL-LEGAJOS.
014840     MOVE CK-CANT-SIN-NOVEDADES TO WS-CANT-SIN-NOVEDADES.
014850     *> Un checkpoint grabado antes de que existiera este
014860     *> contador trae blancos en el campo
014870     IF CK-CANT-EGRESADOS-OMIT IS NUMERIC
014880         MOVE CK-CANT-EGRESADOS-OMIT
014890             TO WS-CANT-EGRESADOS-OMITIDOS
014900     ELSE
014910         MOVE ZEROS TO WS-CANT-EGRESADOS-OMITIDOS
014920     END-IF.
014930     MOVE CK-CANT-EGRESOS TO WS-CANT-EGRESOS.
014940     MOVE CK-TOTAL-BRUTO-GENERAL TO WS-TOTAL-BRUTO-GENERAL.
014950     MOVE CK-TOTAL-NETO-GENERAL TO WS-TOTAL-NETO-GENERAL.
014960     MOVE CK-TOTAL-JUBILACION TO WS-TOTAL-JUBILACION.
014970     MOVE CK-TOTAL-OBRA-SOCIAL TO WS-TOTAL-OBRA-SOCIAL.
014980     MOVE CK-TOTAL-SINDICAL TO WS-TOTAL-SINDICAL.
014990     MOVE CK-TOTAL-SEPELIO TO WS-TOTAL-SEPELIO.
015000     MOVE CK-TOTAL-ART TO WS-TOTAL-ART.
015010     MOVE CK-TOTAL-GANANCIAS TO WS-TOTAL-GANANCIAS.
015020     *> Un checkpoint anterior a las deducciones variables trae
015030     *> blancos en los tres totales nuevos
015040     IF CK-TOTAL-EMBARGO IS NUMERIC
015050         MOVE CK-TOTAL-EMBARGO TO WS-TOTAL-EMBARGO
015060         MOVE CK-TOTAL-PRESTAMO TO WS-TOTAL-PRESTAMO
015070         MOVE CK-TOTAL-ADELANTO TO WS-TOTAL-ADELANTO
015080     ELSE
015090         MOVE ZEROS TO WS-TOTAL-EMBARGO
015100         MOVE ZEROS TO WS-TOTAL-PRESTAMO
015110         MOVE ZEROS TO WS-TOTAL-ADELANTO
015120     END-IF.
015130     IF CK-TOTAL-GAN-DEVUELTO IS NUMERIC
015140         MOVE CK-TOTAL-GAN-DEVUELTO TO WS-TOTAL-GAN-DEVUELTO
015150     ELSE
015160         MOVE ZEROS TO WS-TOTAL-GAN-DEVUELTO
015170     END-IF.
015180     *> Un checkpoint anterior a las hojas de ruta trae blancos
015190     *> en los totales de viaticos por viaje
015200     IF CK-TOTAL-VIAJE-KM IS NUMERIC
015210         MOVE CK-TOTAL-VIAJE-KM TO WS-TOTAL-VIAJE-KM
015220         MOVE CK-TOTAL-PERNOCTADAS TO WS-TOTAL-PERNOCTADAS
015230         MOVE CK-TOTAL-COMIDAS-RUTA TO WS-TOTAL-COMIDAS-RUTA
015240         MOVE CK-TOTAL-CRUCE-FRONTERA TO WS-TOTAL-CRUCE-FRONTERA
015250     ELSE
015260         MOVE ZEROS TO WS-TOTAL-VIAJE-KM
015270         MOVE ZEROS TO WS-TOTAL-PERNOCTADAS
015280         MOVE ZEROS TO WS-TOTAL-COMIDAS-RUTA
015290         MOVE ZEROS TO WS-TOTAL-CRUCE-FRONTERA
015300     END-IF.
015310     MOVE CK-TOTAL-EGRESOS-BRUTO TO WS-TOTAL-EGRESOS-BRUTO.
015320     MOVE CK-TOTAL-EGRESOS-NETO TO WS-TOTAL-EGRESOS-NETO.
015330     MOVE CK-CANT-CATEGORIAS TO WS-CANT-CATEGORIAS.
015340     IF WS-CANT-SIN-NOVEDADES > ZERO
015350         SET SIN-NOV-TITULO-IMPRESO TO TRUE
015360     END-IF.
015370     PERFORM 1220-RESTAURAR-CATEGORIA THRU 1220-EXIT
015380         VARYING WS-CK-IX FROM 1 BY 1
015390         UNTIL WS-CK-IX > WS-CANT-CATEGORIAS.
015400     MOVE CK-CANT-CENTROS TO WS-CANT-CENTROS.
015410     PERFORM 1230-RESTAURAR-CENTRO THRU 1230-EXIT
015420         VARYING WS-CK-IX FROM 1 BY 1
015430         UNTIL WS-CK-IX > WS-CANT-CENTROS.
015440 1210-EXIT.
015450     EXIT.
015460
015470 1220-RESTAURAR-CATEGORIA.
015480     MOVE CK-CATEGORIA (WS-CK-IX) TO CTL-CATEGORIA (WS-CK-IX).
015490     MOVE CK-CANTIDAD (WS-CK-IX) TO CTL-CANTIDAD (WS-CK-IX).
015500     MOVE CK-TOTAL-BRUTO (WS-CK-IX)
015510         TO CTL-TOTAL-BRUTO (WS-CK-IX).
015520     MOVE CK-TOTAL-NETO (WS-CK-IX)
015530         TO CTL-TOTAL-NETO (WS-CK-IX).
015540 1220-EXIT.
015550     EXIT.
015560
015570 1230-RESTAURAR-CENTRO.
015580     MOVE CK-CEN-CENTRO (WS-CK-IX) TO CTLC-CENTRO (WS-CK-IX).
015590     MOVE CK-CEN-CANTIDAD (WS-CK-IX)
015600         TO CTLC-CANTIDAD (WS-CK-IX).
015610     MOVE CK-CEN-BRUTO (WS-CK-IX)
015620         TO CTLC-TOTAL-BRUTO (WS-CK-IX).
015630     MOVE CK-CEN-NETO (WS-CK-IX)
015640         TO CTLC-TOTAL-NETO (WS-CK-IX).
015650     MOVE CK-CEN-SUELDOS (WS-CK-IX)
015660         TO CTLC-SUELDOS (WS-CK-IX).
015670     MOVE CK-CEN-VIANDAS (WS-CK-IX)
015680         TO CTLC-VIANDAS (WS-CK-IX).
015690     MOVE CK-CEN-EXTRAS (WS-CK-IX)
015700         TO CTLC-EXTRAS (WS-CK-IX).
015710     MOVE CK-CEN-PRESENTISMO (WS-CK-IX)
015720         TO CTLC-PRESENTISMO (WS-CK-IX).
015730     IF CK-CEN-VIAJES (WS-CK-IX) IS NUMERIC
015740         MOVE CK-CEN-VIAJES (WS-CK-IX)
015750             TO CTLC-VIAJES (WS-CK-IX)
015760     ELSE
015770         MOVE ZEROS TO CTLC-VIAJES (WS-CK-IX)
015780     END-IF.
015790 1230-EXIT.
015800     EXIT.
015810
015820*****************************************************************
015830* RECORTA LAS SALIDAS ACUMULATIVAS ANTES DEL REARRANQUE: EN
015840* BANCO-EXPORT Y SICOSS-EXPORT QUEDAN SOLO LOS PRIMEROS
015850* CK-TOTAL-LEGAJOS REGISTROS (UNO POR LEGAJO CONFIRMADO AL
015860* MOMENTO DEL CHECKPOINT, EN EL ORDEN DE PROCESO). LOS
015870* REGISTROS GRABADOS DESPUES DEL ULTIMO CHECKPOINT SE
015880* DESCARTAN PORQUE ESOS LEGAJOS SE VUELVEN A LIQUIDAR: ASI EL
015890* REARRANQUE NO DEJA ACREDITACIONES DUPLICADAS EN EL BANCO.
015900*****************************************************************
015910 1300-RECORTAR-SALIDAS.
015920     MOVE ZEROS TO WS-COPIA-CANT.
015930     MOVE "N" TO WS-COPIA-EOF-SW.
015940     OPEN INPUT BANCO-EXPORT.
015950     IF NOT WS-BANKEXP-OK
015960         DISPLAY "ERROR AL RECORTAR BANCO-EXPORT, STATUS = "
015970             WS-BANKEXP-STATUS
015980         GO TO 1300-SICOSS
015990     END-IF.
016000     OPEN OUTPUT BANCO-TEMP.
016010     IF NOT WS-BANKTMP-OK
016020         DISPLAY "ERROR AL ABRIR BANCO-TEMP, STATUS = "
016030             WS-BANKTMP-STATUS
016040         DISPLAY "NO SE RECORTA BANCO-EXPORT: LA CONCILIACION "
016050             "DETECTARA LOS DUPLICADOS"
016060         CLOSE BANCO-EXPORT
016070         GO TO 1300-SICOSS
016080     END-IF.
016090     PERFORM 1310-COPIAR-BANCO-A-TEMP THRU 1310-EXIT
016100         UNTIL COPIA-EOF
016110             OR WS-COPIA-CANT NOT LESS WS-TOTAL-LEGAJOS.
016120     CLOSE BANCO-EXPORT.
016130     CLOSE BANCO-TEMP.
016140
016150     OPEN INPUT BANCO-TEMP.
016160     OPEN OUTPUT BANCO-EXPORT.
016170     MOVE "N" TO WS-COPIA-EOF-SW.
016180     PERFORM 1320-COPIAR-TEMP-A-BANCO THRU 1320-EXIT
016190         UNTIL COPIA-EOF.
016200     CLOSE BANCO-TEMP.
016210     CLOSE BANCO-EXPORT.
016220
016230 1300-SICOSS.
016240     MOVE ZEROS TO WS-COPIA-CANT.
016250     MOVE "N" TO WS-COPIA-EOF-SW.
016260     OPEN INPUT SICOSS-EXPORT.
016270     IF NOT WS-SICOSS-OK
016280         DISPLAY "ERROR AL RECORTAR SICOSS-EXPORT, STATUS = "
016290             WS-SICOSS-STATUS
016300         GO TO 1300-EXIT
016310     END-IF.
016320     OPEN OUTPUT SICOSS-TEMP.
016330     IF NOT WS-SICOTMP-OK
016340         DISPLAY "ERROR AL ABRIR SICOSS-TEMP, STATUS = "
016350             WS-SICOTMP-STATUS
016360         DISPLAY "NO SE RECORTA SICOSS-EXPORT"
016370         CLOSE SICOSS-EXPORT
016380         GO TO 1300-EXIT
016390     END-IF.
016400     PERFORM 1330-COPIAR-SICOSS-A-TEMP THRU 1330-EXIT
016410         UNTIL COPIA-EOF
016420             OR WS-COPIA-CANT NOT LESS WS-TOTAL-LEGAJOS.
016430     CLOSE SICOSS-EXPORT.
016440     CLOSE SICOSS-TEMP.
016450
016460     OPEN INPUT SICOSS-TEMP.
016470     OPEN OUTPUT SICOSS-EXPORT.
016480     MOVE "N" TO WS-COPIA-EOF-SW.
016490     PERFORM 1340-COPIAR-TEMP-A-SICOSS THRU 1340-EXIT
016500         UNTIL COPIA-EOF.
016510     CLOSE SICOSS-TEMP.
016520     CLOSE SICOSS-EXPORT.
016530 1300-EXIT.
016540     EXIT.
016550
016560 1310-COPIAR-BANCO-A-TEMP.
016570     READ BANCO-EXPORT
016580         AT END
016590             MOVE "S" TO WS-COPIA-EOF-SW
016600             GO TO 1310-EXIT
016610     END-READ.
016620     WRITE BANCO-TEMP-REG FROM BANCO-EXPORT-REG.
016630     ADD 1 TO WS-COPIA-CANT.
016640 1310-EXIT.
016650     EXIT.
016660
016670 1320-COPIAR-TEMP-A-BANCO.
016680     READ BANCO-TEMP
016690         AT END
016700             MOVE "S" TO WS-COPIA-EOF-SW
016710             GO TO 1320-EXIT
016720     END-READ.
016730     WRITE BANCO-EXPORT-REG FROM BANCO-TEMP-REG.
016740 1320-EXIT.
016750     EXIT.
016760
016770 1330-COPIAR-SICOSS-A-TEMP.
016780     READ SICOSS-EXPORT
016790         AT END
016800             MOVE "S" TO WS-COPIA-EOF-SW
016810             GO TO 1330-EXIT
016820     END-READ.
016830     WRITE SICOSS-TEMP-REG FROM SICOSS-REG.
016840     ADD 1 TO WS-COPIA-CANT.
016850 1330-EXIT.
016860     EXIT.
016870
016880 1340-COPIAR-TEMP-A-SICOSS.
016890     READ SICOSS-TEMP
016900         AT END
016910             MOVE "S" TO WS-COPIA-EOF-SW
016920             GO TO 1340-EXIT
016930     END-READ.
016940     WRITE SICOSS-REG FROM SICOSS-TEMP-REG.
016950 1340-EXIT.
016960     EXIT.
016970
016980*****************************************************************
016990* CARGA LOS PARAMETROS LEGALES (TASAS, TOPE, CONTRIBUCIONES Y
017000* GANANCIAS) DE LA VIGENCIA QUE CUBRE EL PERIODO A LIQUIDAR
017010*****************************************************************
017020 1400-CARGAR-PARAMETROS.
017030     MOVE "N" TO WS-BUSQUEDA-FIN-SW.
017040     MOVE "N" TO WS-PARAMETROS-SW.
017050     MOVE ZEROS TO PL-FECHA-DESDE.
017060     START PARAMETRO-LEGAL KEY IS NOT LESS THAN PL-CLAVE
017070         INVALID KEY
017080             SET BUSQUEDA-TERMINADA TO TRUE
017090     END-START.
017100
017110     PERFORM 1410-EXAMINAR-PARAMETRO THRU 1410-EXIT
017120         UNTIL BUSQUEDA-TERMINADA.
017130 1400-EXIT.
017140     EXIT.
017150
017160 1410-EXAMINAR-PARAMETRO.
017170     READ PARAMETRO-LEGAL NEXT RECORD
017180         AT END
017190             SET BUSQUEDA-TERMINADA TO TRUE
017200             GO TO 1410-EXIT
017210     END-READ.
017220
017230     IF PL-FECHA-DESDE > WS-PERIODO-A-LIQUIDAR
017240         SET BUSQUEDA-TERMINADA TO TRUE
017250         GO TO 1410-EXIT
017260     END-IF.
017270
017280     IF WS-PERIODO-A-LIQUIDAR <= PL-FECHA-HASTA
017290         MOVE PL-JUBILACION-RATE TO JUBILACION-RATE
017300         MOVE PL-OBRA-SOCIAL-RATE TO OBRA-SOCIAL-RATE
017310         MOVE PL-SINDICAL-RATE TO SINDICAL-RATE
017320         MOVE PL-ART-RATE TO ART-RATE
017330         MOVE PL-SEGURO-SEPELIO TO SEGURO-SEPELIO-IMPORTE
017340         MOVE PL-TOPE-REMUNERACION TO TOPE-REMUNERACION-IMPON
017350         MOVE PL-CONTRIB-JUBILACION-RATE
017360             TO CONTRIB-JUBILACION-RATE
017370         MOVE PL-CONTRIB-OBRA-SOC-RATE TO CONTRIB-OBRA-SOC-RATE
017380         MOVE PL-GAN-MINIMO TO GAN-MINIMO-NO-IMPONIBLE
017390         MOVE PL-GAN-DED-ESPECIAL TO GAN-DEDUCCION-ESPECIAL
017400         MOVE PL-GAN-DED-CONYUGE TO GAN-DEDUCCION-CONYUGE
017410         MOVE PL-GAN-DED-HIJO TO GAN-DEDUCCION-HIJO
017420         MOVE PL-GAN-ESCALA TO GAN-ESCALA
017430         SET PARAMETROS-HALLADOS TO TRUE
017440     END-IF.
017450 1410-EXIT.
017460     EXIT.
017470
017480 2000-PROCESAR-EMPLEADOS.
017490     MOVE "N" TO WS-EGRESO-EN-CURSO-SW.
017500     *> Un egreso ya alcanzado por el periodo se omite de la
017510     *> corrida mensual (lo cubre la corrida de egresos); una
017520     *> baja cargada por adelantado sigue liquidando hasta que
017530     *> llegue su periodo de egreso
017540     IF NOT MODO-EGRESOS AND NOT EMP-ACTIVO
017550         MOVE EMP-FECHA-EGRESO TO WS-FECHA-EGRESO-W
017560         IF WS-EGRESO-AAAAMM NOT GREATER WS-PERIODO-AAAAMM
017570             ADD 1 TO WS-CANT-EGRESADOS-OMITIDOS
017580             GO TO 2000-SIGUIENTE
017590         END-IF
017600     END-IF.
017610     IF MODO-EGRESOS
017620         IF EMP-ACTIVO
017630             GO TO 2000-SIGUIENTE
017640         END-IF
017650         MOVE EMP-FECHA-EGRESO TO WS-FECHA-EGRESO-W
017660         IF WS-EGRESO-AAAAMM NOT EQUAL WS-PERIODO-AAAAMM
017670             GO TO 2000-SIGUIENTE
017680         END-IF
017690         SET EGRESO-EN-CURSO TO TRUE
017700     END-IF.
017710
017720     *> La categoria del mes (y sus tramos si cambio en el mes)
017730     *> sale de la historia contractual del legajo
017740     PERFORM 2400-ARMAR-TRAMOS-CATEGORIA THRU 2400-EXIT.
017750     MOVE EMP-ANTIGUEDAD-ANOS TO YEARS-OF-SERVICE.
017760
017770     PERFORM 2200-BUSCAR-NOVEDAD THRU 2200-EXIT.
017780     MOVE ZEROS TO WS-DIAS-ENFERMEDAD.
017790     MOVE ZEROS TO WS-DIAS-ACCIDENTE.
017800     MOVE ZEROS TO WS-DIAS-SIN-GOCE.
017810     MOVE ZEROS TO WS-DIAS-SUSPENSION.
017820     MOVE ZEROS TO WS-DIAS-LIC-ESPECIAL.
017830     IF SIN-NOVEDAD
017840         IF EGRESO-EN-CURSO
017850             MOVE WS-EGRESO-DD TO DAYS-WORKED
017860             MOVE ZEROS TO OVERTIME-HOURS-50
017870             MOVE ZEROS TO OVERTIME-HOURS-100
017880         ELSE
017890             PERFORM 2300-INFORMAR-SIN-NOVEDAD THRU 2300-EXIT
017900             GO TO 2000-SIGUIENTE
017910         END-IF
017920     ELSE
017930         MOVE NOV-DIAS-TRABAJADOS TO DAYS-WORKED
017940         MOVE NOV-HORAS-EXTRA-50 TO OVERTIME-HOURS-50
017950         MOVE NOV-HORAS-EXTRA-100 TO OVERTIME-HOURS-100
017960         *> Una novedad grabada antes de los tipos de ausencia
017970         *> trae blancos en los dias nuevos
017980         IF NOV-DIAS-ENFERMEDAD IS NUMERIC
017990             MOVE NOV-DIAS-ENFERMEDAD TO WS-DIAS-ENFERMEDAD
018000             MOVE NOV-DIAS-ACCIDENTE TO WS-DIAS-ACCIDENTE
018010             MOVE NOV-DIAS-SIN-GOCE TO WS-DIAS-SIN-GOCE
018020             MOVE NOV-DIAS-SUSPENSION TO WS-DIAS-SUSPENSION
018030             MOVE NOV-DIAS-LIC-ESPECIAL TO WS-DIAS-LIC-ESPECIAL
018040         END-IF
018050     END-IF.
018060
018070     PERFORM 3100-VALIDATE-INPUT THRU 3100-EXIT.
018080     IF VALIDACION-ERROR
018090         DISPLAY "DATOS FUERA DE RANGO, LEGAJO "
018100             EMP-LEGAJO ", SE OMITE."
018110         GO TO 2000-SIGUIENTE
018120     END-IF.
018130
018140     IF WS-CANT-TRAMOS > 1
018150         PERFORM 3230-PRORRATEAR-CATEGORIAS THRU 3230-EXIT
018160     ELSE
018170         PERFORM 3200-LOOKUP-WAGE-RATES THRU 3200-EXIT
018180     END-IF.
018190     IF NOT WS-CATMAST-OK
018200         DISPLAY "CATEGORIA DESCONOCIDA, LEGAJO "
018210             EMP-LEGAJO ", SE OMITE."
018220         GO TO 2000-SIGUIENTE
018230     END-IF.
018240     IF VIGENCIA-NO-ENCONTRADA
018250         DISPLAY "SIN TARIFA VIGENTE PARA EL PERIODO, LEGAJO "
018260             EMP-LEGAJO ", SE OMITE."
018270         GO TO 2000-SIGUIENTE
018280     END-IF.
018290
018300     PERFORM 3000-CALCULATE-SALARY THRU 3000-EXIT.
018310
018320 2000-SIGUIENTE.
018330     PERFORM 2100-LEER-EMPLEADO THRU 2100-EXIT.
018340 2000-EXIT.
018350     EXIT.
018360
018370 2100-LEER-EMPLEADO.
018380     READ EMPLEADO-MASTER
018390         AT END
018400             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
018410     END-READ.
018420 2100-EXIT.
018430     EXIT.
018440
018450*****************************************************************
018460* BUSCA LA NOVEDAD DE ASISTENCIA DEL LEGAJO PARA EL PERIODO
018470* (AAAAMM) QUE SE ESTA LIQUIDANDO
018480*****************************************************************
018490 2200-BUSCAR-NOVEDAD.
018500     MOVE "N" TO WS-NOVEDAD-SW.
018510     MOVE EMP-LEGAJO TO NOV-LEGAJO.
018520     MOVE WS-PERIODO-AAAAMM TO NOV-PERIODO.
018530     READ NOVEDADES
018540         INVALID KEY
018550             CONTINUE
018560         NOT INVALID KEY
018570             SET NOVEDAD-ENCONTRADA TO TRUE
018580     END-READ.
018590 2200-EXIT.
018600     EXIT.
018610
018620*****************************************************************
018630* INFORMA EN EL CIERRE EL LEGAJO QUE NO TIENE NOVEDAD CARGADA
018640* PARA EL PERIODO: NO SE LIQUIDA CON DATOS VIEJOS
018650*****************************************************************
018660 2300-INFORMAR-SIN-NOVEDAD.
018670     ADD 1 TO WS-CANT-SIN-NOVEDADES.
018680     IF NOT SIN-NOV-TITULO-IMPRESO
018690         MOVE SPACES TO LINEA-CONTROL
018700         STRING "LEGAJOS SIN NOVEDADES EN EL PERIODO:"
018710             DELIMITED SIZE INTO LINEA-CONTROL
018720         WRITE LINEA-CONTROL
018730         SET SIN-NOV-TITULO-IMPRESO TO TRUE
018740     END-IF.
018750     MOVE SPACES TO LINEA-CONTROL.
018760     STRING "  LEGAJO " EMP-LEGAJO "  " EMP-NOMBRE
018770         "  SIN NOVEDADES"
018780         DELIMITED SIZE INTO LINEA-CONTROL.
018790     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
018800 2300-EXIT.
018810     EXIT.
018820
018830*****************************************************************
018840* ARMA LOS TRAMOS DE CATEGORIA DEL LEGAJO EN EL PERIODO CON SU
018850* HISTORIA CONTRACTUAL: EL PRIMER TRAMO ES LA CATEGORIA VIGENTE
018860* AL INICIO DEL MES Y CADA CAMBIO DE CATEGORIA CON VIGENCIA
018870* DENTRO DEL MES ABRE UN TRAMO DESDE ESE DIA. UN CAMBIO DEL DIA
018880* 31 O POSTERIOR AL MES NO CUENTA PARA ESTE PERIODO. SIN
018890* HISTORIA, RIGE TODO EL MES LA CATEGORIA DEL MAESTRO. DEJA EN
018900* CATEGORY-SELECTION LA CATEGORIA DEL ULTIMO TRAMO.
018910*****************************************************************
018920 2400-ARMAR-TRAMOS-CATEGORIA.
018930     MOVE 1 TO WS-CANT-TRAMOS.
018940     MOVE EMP-CATEGORIA TO WS-TRC-CATEGORIA (1).
018950     MOVE 1 TO WS-TRC-DIA-DESDE (1).
018960
018970     MOVE "N" TO WS-HISTORIA-FIN-SW.
018980     MOVE EMP-LEGAJO TO LH-LEGAJO.
018990     MOVE ZEROS TO LH-FECHA-VIGENCIA.
019000     START HISTORIA-LEGAJO KEY NOT LESS THAN LH-CLAVE
019010         INVALID KEY
019020             SET HISTORIA-FIN TO TRUE
019030     END-START.
019040     PERFORM 2410-EXAMINAR-HISTORIA THRU 2410-EXIT
019050         UNTIL HISTORIA-FIN.
019060
019070     PERFORM 2420-CONTAR-DIAS-TRAMO THRU 2420-EXIT
019080         VARYING WS-TRC-IX FROM 1 BY 1
019090         UNTIL WS-TRC-IX > WS-CANT-TRAMOS.
019100     MOVE WS-TRC-CATEGORIA (WS-CANT-TRAMOS) TO CATEGORY-SELECTION.
019110 2400-EXIT.
019120     EXIT.
019130
019140 2410-EXAMINAR-HISTORIA.
019150     READ HISTORIA-LEGAJO NEXT RECORD
019160         AT END
019170             SET HISTORIA-FIN TO TRUE
019180             GO TO 2410-EXIT
019190     END-READ.
019200     IF LH-LEGAJO NOT EQUAL EMP-LEGAJO
019210         SET HISTORIA-FIN TO TRUE
019220         GO TO 2410-EXIT
019230     END-IF.
019240
019250     MOVE LH-FECHA-VIGENCIA TO WS-FECHA-HISTORIA.
019260     IF WS-HIST-AAAAMM > WS-PERIODO-AAAAMM
019270         SET HISTORIA-FIN TO TRUE
019280         GO TO 2410-EXIT
019290     END-IF.
019300     *> Vigente desde antes del mes o desde el dia 1: es la
019310     *> categoria del primer tramo
019320     IF WS-HIST-AAAAMM < WS-PERIODO-AAAAMM OR WS-HIST-DD NOT > 1
019330         MOVE LH-CATEGORIA TO WS-TRC-CATEGORIA (1)
019340         GO TO 2410-EXIT
019350     END-IF.
019360     *> Un cambio de centro o de CBU no abre tramo
019370     IF WS-HIST-DD > 30 OR
019380             LH-CATEGORIA = WS-TRC-CATEGORIA (WS-CANT-TRAMOS)
019390         GO TO 2410-EXIT
019400     END-IF.
019410     IF WS-CANT-TRAMOS = 6
019420         DISPLAY "MAS DE 6 CAMBIOS DE CATEGORIA EN EL MES, "
019430             "LEGAJO " EMP-LEGAJO ", SE IGNORA EL DEL "
019440             LH-FECHA-VIGENCIA
019450         GO TO 2410-EXIT
019460     END-IF.
019470     ADD 1 TO WS-CANT-TRAMOS.
019480     MOVE LH-CATEGORIA TO WS-TRC-CATEGORIA (WS-CANT-TRAMOS).
019490     MOVE WS-HIST-DD TO WS-TRC-DIA-DESDE (WS-CANT-TRAMOS).
019500 2410-EXIT.
019510     EXIT.
019520
019530 2420-CONTAR-DIAS-TRAMO.
019540     IF WS-TRC-IX = WS-CANT-TRAMOS
019550         COMPUTE WS-TRC-DIAS (WS-TRC-IX) =
019560             31 - WS-TRC-DIA-DESDE (WS-TRC-IX)
019570     ELSE
019580         COMPUTE WS-TRC-DIAS (WS-TRC-IX) =
019590             WS-TRC-DIA-DESDE (WS-TRC-IX + 1) -
019600             WS-TRC-DIA-DESDE (WS-TRC-IX)
019610     END-IF.
019620 2420-EXIT.
019630     EXIT.
019640
019650*****************************************************************
019660* VALIDA LOS DATOS VARIABLES DEL LEGAJO ANTES DE LIQUIDARLO
019670*****************************************************************
019680 3100-VALIDATE-INPUT.
019690     SET VALIDACION-OK TO TRUE.
019700
019710     IF DAYS-WORKED > PERIODO-DIAS-MAXIMOS
019720         SET VALIDACION-ERROR TO TRUE
019730         DISPLAY "DIAS TRABAJADOS FUERA DE RANGO: " DAYS-WORKED
019740     END-IF.
019750
019760     IF OVERTIME-HOURS-50 > HORAS-EXTRA-50-MAXIMAS
019770         SET VALIDACION-ERROR TO TRUE
019780         DISPLAY "HORAS EXTRA 50% FUERA DE RANGO: "
019790             OVERTIME-HOURS-50
019800     END-IF.
019810
019820     IF OVERTIME-HOURS-100 > HORAS-EXTRA-100-MAXIMAS
019830         SET VALIDACION-ERROR TO TRUE
019840         DISPLAY "HORAS EXTRA 100% FUERA DE RANGO: "
019850             OVERTIME-HOURS-100
019860     END-IF.
019870
019880     *> Dias trabajados mas ausencias no pueden superar el mes
019890     COMPUTE WS-DIAS-AUSENCIA-TOTAL = WS-DIAS-ENFERMEDAD +
019900         WS-DIAS-ACCIDENTE + WS-DIAS-SIN-GOCE +
019910         WS-DIAS-SUSPENSION + WS-DIAS-LIC-ESPECIAL.
019920     IF DAYS-WORKED + WS-DIAS-AUSENCIA-TOTAL
019930             > PERIODO-DIAS-MAXIMOS
019940         SET VALIDACION-ERROR TO TRUE
019950         DISPLAY "DIAS TRABAJADOS MAS AUSENCIAS FUERA DE "
019960             "RANGO, LEGAJO " EMP-LEGAJO
019970     END-IF.
019980 3100-EXIT.
019990     EXIT.
020000
020010*****************************************************************
020020* BUSCA LA DESCRIPCION Y LOS VALORES VIGENTES DE LA CATEGORIA
020030*****************************************************************
020040 3200-LOOKUP-WAGE-RATES.
020050     MOVE CATEGORY-SELECTION TO CAT-CODIGO.
020060     READ CATEGORIA-MASTER
020070         INVALID KEY
020080             MOVE SPACES TO WS-CATEGORIA-DESC
020090     NOT INVALID KEY
020100         MOVE CAT-DESCRIPCION TO WS-CATEGORIA-DESC
020110     END-READ.
020120
020130     MOVE "N" TO WS-BUSQUEDA-FIN-SW.
020140     MOVE "N" TO WS-VIGENCIA-SW.
020150     MOVE CATEGORY-SELECTION TO WH-CATEGORIA.
020160     MOVE ZEROS TO WH-FECHA-DESDE.
020170     START WAGE-HISTORY KEY IS NOT LESS THAN WH-CLAVE
020180         INVALID KEY
020190             SET BUSQUEDA-TERMINADA TO TRUE
020200     END-START.
020210
020220     PERFORM 3210-BUSCAR-VIGENCIA THRU 3210-EXIT
020230         UNTIL BUSQUEDA-TERMINADA.
020240 3200-EXIT.
020250     EXIT.
020260
020270*****************************************************************
020280* RECORRE LOS TRAMOS DE VIGENCIA DE LA CATEGORIA HASTA
020290* ENCONTRAR EL QUE CUBRE EL PERIODO A LIQUIDAR
020300*****************************************************************
020310 3210-BUSCAR-VIGENCIA.
020320     READ WAGE-HISTORY NEXT RECORD
020330         AT END
020340             SET BUSQUEDA-TERMINADA TO TRUE
020350             GO TO 3210-EXIT
020360     END-READ.
020370
020380     IF WH-CATEGORIA NOT EQUAL CATEGORY-SELECTION
020390         SET BUSQUEDA-TERMINADA TO TRUE
020400         GO TO 3210-EXIT
020410     END-IF.
020420
020430     IF WS-PERIODO-A-LIQUIDAR >= WH-FECHA-DESDE
020440             AND WS-PERIODO-A-LIQUIDAR <= WH-FECHA-HASTA
020450         MOVE WH-SUELDO-BASICO TO BASIC-SALARY
020460         MOVE WH-HORA-EXTRA-50 TO WS-OVERTIME-RATE-50
020470         MOVE WH-HORA-EXTRA-100 TO WS-OVERTIME-RATE-100
020480         MOVE WH-VIANDA-DIARIA TO WS-VIANDA-DIARIA
020490         MOVE WH-VIAT-ESP TO WS-VIAT-ESP
020500         SET VIGENCIA-ENCONTRADA TO TRUE
020510         SET BUSQUEDA-TERMINADA TO TRUE
020520     END-IF.
020530 3210-EXIT.
020540     EXIT.
020550
020560*****************************************************************
020570* LEGAJO CON CAMBIO DE CATEGORIA EN EL MES: BUSCA LOS VALORES
020580* VIGENTES DE CADA TRAMO Y DEJA BASICO, VIANDA DIARIA Y VIATICO
020590* ESPECIAL PONDERADOS POR LOS DIAS DE CADA CATEGORIA. LA
020600* DESCRIPCION Y LAS TARIFAS DE HORAS EXTRA QUEDAN LAS DE LA
020610* ULTIMA CATEGORIA. SI UN TRAMO NO TIENE CATEGORIA O TARIFA
020620* VIGENTE, SE CORTA CON ESE ERROR PARA QUE EL LEGAJO SE OMITA.
020630*****************************************************************
020640 3230-PRORRATEAR-CATEGORIAS.
020650     MOVE ZEROS TO WS-PRO-BASICO.
020660     MOVE ZEROS TO WS-PRO-VIANDA.
020670     MOVE ZEROS TO WS-PRO-VIAT-ESP.
020680     PERFORM 3235-VALORIZAR-TRAMO THRU 3235-EXIT
020690         VARYING WS-TRC-IX FROM 1 BY 1
020700         UNTIL WS-TRC-IX > WS-CANT-TRAMOS.
020710     IF NOT WS-CATMAST-OK OR VIGENCIA-NO-ENCONTRADA
020720         GO TO 3230-EXIT
020730     END-IF.
020740     COMPUTE BASIC-SALARY ROUNDED = WS-PRO-BASICO.
020750     COMPUTE WS-VIANDA-DIARIA ROUNDED = WS-PRO-VIANDA.
020760     COMPUTE WS-VIAT-ESP ROUNDED = WS-PRO-VIAT-ESP.
020770 3230-EXIT.
020780     EXIT.
020790
020800 3235-VALORIZAR-TRAMO.
020810     MOVE WS-TRC-CATEGORIA (WS-TRC-IX) TO CATEGORY-SELECTION.
020820     PERFORM 3200-LOOKUP-WAGE-RATES THRU 3200-EXIT.
020830     IF NOT WS-CATMAST-OK OR VIGENCIA-NO-ENCONTRADA
020840         MOVE WS-CANT-TRAMOS TO WS-TRC-IX
020850         GO TO 3235-EXIT
020860     END-IF.
020870     COMPUTE WS-PRO-BASICO = WS-PRO-BASICO +
020880         BASIC-SALARY * WS-TRC-DIAS (WS-TRC-IX) / 30.
020890     COMPUTE WS-PRO-VIANDA = WS-PRO-VIANDA +
020900         WS-VIANDA-DIARIA * WS-TRC-DIAS (WS-TRC-IX) / 30.
020910     COMPUTE WS-PRO-VIAT-ESP = WS-PRO-VIAT-ESP +
020920         WS-VIAT-ESP * WS-TRC-DIAS (WS-TRC-IX) / 30.
020930 3235-EXIT.
020940     EXIT.
020950
020960*****************************************************************
020970* VALORIZA LAS HOJAS DE RUTA DEL LEGAJO EN EL PERIODO: RECORRE
020980* EL ARCHIVO DE VIAJES POR CLAVE DE LEGAJO Y PERIODO Y SUMA LOS
020990* VIATICOS DE CADA VIAJE (KILOMETROS, PERNOCTADAS, COMIDAS EN
021000* RUTA Y CRUCE DE FRONTERA)
021010*****************************************************************
021020 3250-VALORIZAR-VIAJES.
021030     MOVE ZEROS TO TOTAL-VIAJE-KM.
021040     MOVE ZEROS TO TOTAL-PERNOCTADAS.
021050     MOVE ZEROS TO TOTAL-COMIDAS-RUTA.
021060     MOVE ZEROS TO TOTAL-CRUCE-FRONTERA.
021070     MOVE ZEROS TO TOTAL-VIAJES.
021080     MOVE ZEROS TO WS-CANT-VIAJES.
021090     MOVE ZEROS TO WS-KM-RECORRIDOS.
021100     MOVE "N" TO WS-VIAJES-FIN-SW.
021110     MOVE EMP-LEGAJO TO VJ-LEGAJO.
021120     MOVE WS-PERIODO-AAAAMM TO VJ-PERIODO.
021130     MOVE ZEROS TO VJ-FECHA.
021140     MOVE ZEROS TO VJ-SECUENCIA.
021150     START VIAJES KEY NOT LESS THAN VJ-CLAVE
021160         INVALID KEY
021170             MOVE "S" TO WS-VIAJES-FIN-SW
021180     END-START.
021190     PERFORM 3260-VALORIZAR-UN-VIAJE THRU 3260-EXIT
021200         UNTIL VIAJES-FIN.
021210     COMPUTE TOTAL-VIAJES = TOTAL-VIAJE-KM + TOTAL-PERNOCTADAS +
021220         TOTAL-COMIDAS-RUTA + TOTAL-CRUCE-FRONTERA.
021230 3250-EXIT.
021240     EXIT.
021250
021260*****************************************************************
021270* VALORIZA UN VIAJE CON LOS VALORES DE LA CATEGORIA VIGENTES A
021280* LA FECHA DEL VIAJE Y NO A LA DEL PERIODO: UNA PARITARIA QUE
021290* ENTRA A MITAD DE MES PAGA CADA VIAJE CON SU PROPIA TARIFA. UN
021300* VIAJE SIN TARIFA VIGENTE A SU FECHA SE INFORMA Y NO SE PAGA.
021310*****************************************************************
021320 3260-VALORIZAR-UN-VIAJE.
021330     READ VIAJES NEXT RECORD
021340         AT END
021350             MOVE "S" TO WS-VIAJES-FIN-SW
021360             GO TO 3260-EXIT
021370     END-READ.
021380
021390     IF VJ-LEGAJO NOT EQUAL EMP-LEGAJO
021400             OR VJ-PERIODO NOT EQUAL WS-PERIODO-AAAAMM
021410         MOVE "S" TO WS-VIAJES-FIN-SW
021420         GO TO 3260-EXIT
021430     END-IF.
021440
021450     ADD 1 TO WS-CANT-VIAJES.
021460     ADD VJ-KILOMETROS TO WS-KM-RECORRIDOS.
021470     *> El viaje se valoriza con la categoria vigente en su fecha
021480     MOVE VJ-FECHA TO WS-FECHA-VIAJE.
021490     PERFORM 3265-CATEGORIA-DEL-VIAJE THRU 3265-EXIT
021500         VARYING WS-TRC-IX FROM 1 BY 1
021510         UNTIL WS-TRC-IX > WS-CANT-TRAMOS.
021520     PERFORM 3270-BUSCAR-TARIFA-VIAJE THRU 3270-EXIT.
021530     MOVE WS-TRC-CATEGORIA (WS-CANT-TRAMOS) TO CATEGORY-SELECTION.
021540     IF NOT VIAJE-TARIFA-HALLADA
021550         DISPLAY "VIAJE SIN TARIFA VIGENTE, LEGAJO " EMP-LEGAJO
021560             " FECHA " VJ-FECHA ", NO SE VALORIZA."
021570         GO TO 3260-EXIT
021580     END-IF.
021590
021600     COMPUTE TOTAL-VIAJE-KM = TOTAL-VIAJE-KM +
021610         VJ-KILOMETROS * WS-VALOR-KM.
021620     COMPUTE TOTAL-PERNOCTADAS = TOTAL-PERNOCTADAS +
021630         VJ-PERNOCTADAS * WS-VALOR-PERNOCTADA.
021640     COMPUTE TOTAL-COMIDAS-RUTA = TOTAL-COMIDAS-RUTA +
021650         VJ-COMIDAS * WS-VALOR-COMIDA-RUTA.
021660     IF VJ-CRUZA-FRONTERA
021670         ADD WS-VALOR-CRUCE-FRONTERA TO TOTAL-CRUCE-FRONTERA
021680     END-IF.
021690 3260-EXIT.
021700     EXIT.
021710
021720 3265-CATEGORIA-DEL-VIAJE.
021730     IF WS-TRC-DIA-DESDE (WS-TRC-IX) NOT > WS-VIAJE-DD
021740         MOVE WS-TRC-CATEGORIA (WS-TRC-IX) TO CATEGORY-SELECTION
021750     END-IF.
021760 3265-EXIT.
021770     EXIT.
021780
021790*****************************************************************
021800* BUSCA EN WAGE-HISTORY EL TRAMO DE LA CATEGORIA QUE CUBRE LA
021810* FECHA DEL VIAJE. NO TOCA LOS VALORES DEL PERIODO YA CARGADOS
021820* POR 3200 (BASICO, EXTRAS, VIANDAS Y VIATICOS).
021830*****************************************************************
021840 3270-BUSCAR-TARIFA-VIAJE.
021850     MOVE "N" TO WS-VIAJE-TARIFA-SW.
021860     MOVE "N" TO WS-VIAJE-BUSQUEDA-SW.
021870     MOVE CATEGORY-SELECTION TO WH-CATEGORIA.
021880     MOVE ZEROS TO WH-FECHA-DESDE.
021890     START WAGE-HISTORY KEY IS NOT LESS THAN WH-CLAVE
021900         INVALID KEY
021910             SET VIAJE-BUSQUEDA-TERMINADA TO TRUE
021920     END-START.
021930
021940     PERFORM 3275-EXAMINAR-TARIFA-VIAJE THRU 3275-EXIT
021950         UNTIL VIAJE-BUSQUEDA-TERMINADA.
021960 3270-EXIT.
021970     EXIT.
021980
021990 3275-EXAMINAR-TARIFA-VIAJE.
022000     READ WAGE-HISTORY NEXT RECORD
022010         AT END
022020             SET VIAJE-BUSQUEDA-TERMINADA TO TRUE
022030             GO TO 3275-EXIT
022040     END-READ.
022050
022060     IF WH-CATEGORIA NOT EQUAL CATEGORY-SELECTION
022070         SET VIAJE-BUSQUEDA-TERMINADA TO TRUE
022080         GO TO 3275-EXIT
022090     END-IF.
022100
022110     IF VJ-FECHA >= WH-FECHA-DESDE
022120             AND VJ-FECHA <= WH-FECHA-HASTA
022130         *> Un tramo cargado antes de los valores por viaje
022140         *> trae blancos: el viaje no suma viaticos
022150         IF WH-VALOR-KM IS NUMERIC
022160             MOVE WH-VALOR-KM TO WS-VALOR-KM
022170             MOVE WH-PERNOCTADA TO WS-VALOR-PERNOCTADA
022180             MOVE WH-COMIDA-RUTA TO WS-VALOR-COMIDA-RUTA
022190             MOVE WH-CRUCE-FRONTERA TO WS-VALOR-CRUCE-FRONTERA
022200         ELSE
022210             MOVE ZEROS TO WS-VALOR-KM
022220             MOVE ZEROS TO WS-VALOR-PERNOCTADA
022230             MOVE ZEROS TO WS-VALOR-COMIDA-RUTA
022240             MOVE ZEROS TO WS-VALOR-CRUCE-FRONTERA
022250         END-IF
022260         SET VIAJE-TARIFA-HALLADA TO TRUE
022270         SET VIAJE-BUSQUEDA-TERMINADA TO TRUE
022280     END-IF.
022290 3275-EXIT.
022300     EXIT.
022310
022320*****************************************************************
022330* BUSCA EL PORCENTAJE DE ANTIGUEDAD SEGUN LA ESCALA POR TRAMOS
022340*****************************************************************
022350 3300-LOOKUP-ANTIQUITY.
022360     SET ANT-IDX TO 1.
022370     SEARCH ANT-TRAMO
022380         AT END
022390             MOVE ANT-PORCENTAJE (6) TO WS-ANT-PORCENTAJE
022400         WHEN YEARS-OF-SERVICE <= ANT-ANOS-HASTA (ANT-IDX)
022410             MOVE ANT-PORCENTAJE (ANT-IDX) TO WS-ANT-PORCENTAJE
022420     END-SEARCH.
022430 3300-EXIT.
022440     EXIT.
022450
022460*****************************************************************
022470* CALCULA CADA LINEA DE DEDUCCION Y EL TOTAL DE DEDUCCIONES
022480*****************************************************************
022490 3400-COMPUTE-DEDUCTIONS.
022500     COMPUTE DED-JUBILACION = BASIC-SALARY * JUBILACION-RATE.
022510     COMPUTE DED-OBRA-SOCIAL = BASIC-SALARY * OBRA-SOCIAL-RATE.
022520     COMPUTE DED-SINDICAL = BASIC-SALARY * SINDICAL-RATE.
022530     MOVE SEGURO-SEPELIO-IMPORTE TO DED-SEGURO-SEPELIO.
022540     COMPUTE DED-ART = BASIC-SALARY * ART-RATE.
022550
022560     PERFORM 3420-CALCULAR-GANANCIAS THRU 3420-EXIT.
022570
022580     COMPUTE DEDUCTIONS = DED-JUBILACION + DED-OBRA-SOCIAL +
022590         DED-SINDICAL + DED-SEGURO-SEPELIO + DED-ART +
022600         DED-GANANCIAS.
022610
022620     *> La devolucion a favor (ajuste anual mas lo pendiente
022630     *> de meses anteriores) reduce el total a retener del
022640     *> mes, nunca mas alla de cero: lo que el tope no deja
022650     *> aplicar queda pendiente para el mes siguiente
022660     IF WS-GAN-DEVOLUCION > ZERO
022670         IF WS-GAN-DEVOLUCION > DEDUCTIONS
022680             COMPUTE WS-GAN-DEV-PENDIENTE =
022690                 WS-GAN-DEVOLUCION - DEDUCTIONS
022700             MOVE DEDUCTIONS TO WS-GAN-DEVOLUCION
022710         END-IF
022720         SUBTRACT WS-GAN-DEVOLUCION FROM DEDUCTIONS
022730     END-IF.
022740 3400-EXIT.
022750     EXIT.
022760
022770*****************************************************************
022780* CALCULO ACUMULADO ANUAL DEL IMPUESTO A LAS GANANCIAS:
022790* 1. ACUMULA LA REMUNERACION IMPONIBLE (BRUTO MENOS APORTES
022800*    DE JUBILACION, OBRA SOCIAL Y SINDICATO) Y LO RETENIDO DE
022810*    LOS MESES ANTERIORES DEL ANIO DESDE EL HISTORICO, MAS
022820*    LAS VACACIONES ANTICIPADAS (PERIODOS AAAA41-AAAA52).
022830* 2. RESTA LAS DEDUCCIONES PERSONALES (MINIMO NO IMPONIBLE,
022840*    DEDUCCION ESPECIAL, CONYUGE, HIJOS Y OTRAS DECLARADAS
022850*    POR SIRADIG) PROPORCIONALES AL MES.
022860* 3. APLICA LA ESCALA PROGRESIVA Y RETIENE LA DIFERENCIA
022870*    ENTRE EL IMPUESTO ACUMULADO Y LO YA RETENIDO.
022880* 4. EN ABRIL CORRE EL AJUSTE ANUAL DEL ANIO ANTERIOR:
022890*    RETENCION ADICIONAL O DEVOLUCION POR LA DIFERENCIA.
022900*****************************************************************
022910 3420-CALCULAR-GANANCIAS.
022920     MOVE ZEROS TO DED-GANANCIAS.
022930     MOVE ZEROS TO WS-GAN-DEVOLUCION.
022940     MOVE ZEROS TO WS-GAN-AJUSTE-RETENIDO.
022950     MOVE ZEROS TO WS-GAN-DEV-PENDIENTE.
022960     MOVE WS-PERIODO-AAAAMM TO WS-GAN-PERIODO-W.
022970
022980     *> Arrastra la devolucion que el mes anterior no pudo
022990     *> aplicar por el tope
023000     PERFORM 3428-LEER-DEV-PENDIENTE THRU 3428-EXIT.
023010
023020     COMPUTE WS-GAN-REMUN-MES = TOTAL-SALARY -
023030         DED-JUBILACION - DED-OBRA-SOCIAL - DED-SINDICAL.
023040
023050     MOVE ZEROS TO WS-GAN-REMUN-ACUM.
023060     MOVE ZEROS TO WS-GAN-RETENIDO-ACUM.
023070     MOVE WS-GAN-AAAA TO WS-GAN-SCAN-AAAA.
023080     PERFORM 3425-ACUMULAR-MES THRU 3425-EXIT
023090         VARYING WS-GAN-MM-IX FROM 1 BY 1
023100         UNTIL WS-GAN-MM-IX NOT LESS WS-GAN-MM.
023110     PERFORM 3425-ACUMULAR-MES THRU 3425-EXIT
023120         VARYING WS-GAN-MM-IX FROM 41 BY 1
023130         UNTIL WS-GAN-MM-IX > 52.
023140     ADD WS-GAN-REMUN-MES TO WS-GAN-REMUN-ACUM.
023150
023160     PERFORM 3427-LEER-DECLARADAS THRU 3427-EXIT.
023170     COMPUTE WS-GAN-DEDUC-PERS ROUNDED =
023180         (GAN-MINIMO-NO-IMPONIBLE + GAN-DEDUCCION-ESPECIAL
023190         + WS-GAN-OTRAS) * WS-GAN-MM / 12.
023200     IF GAN-DECL-CONYUGE
023210         COMPUTE WS-GAN-DEDUC-PERS ROUNDED = WS-GAN-DEDUC-PERS
023220             + GAN-DEDUCCION-CONYUGE * WS-GAN-MM / 12
023230     END-IF.
023240     IF WS-GAN-HIJOS > ZERO
023250         COMPUTE WS-GAN-DEDUC-PERS ROUNDED = WS-GAN-DEDUC-PERS
023260             + GAN-DEDUCCION-HIJO * WS-GAN-HIJOS
023270             * WS-GAN-MM / 12
023280     END-IF.
023290
023300     COMPUTE WS-GAN-BASE =
023310         WS-GAN-REMUN-ACUM - WS-GAN-DEDUC-PERS.
023320     IF WS-GAN-BASE > ZERO
023330         PERFORM 3440-APLICAR-ESCALA THRU 3440-EXIT
023340     ELSE
023350         MOVE ZEROS TO WS-GAN-IMPUESTO
023360     END-IF.
023370
023380     COMPUTE WS-GAN-RETENCION =
023390         WS-GAN-IMPUESTO - WS-GAN-RETENIDO-ACUM.
023400     IF WS-GAN-RETENCION > ZERO
023410         MOVE WS-GAN-RETENCION TO DED-GANANCIAS
023420     END-IF.
023430
023440     IF WS-GAN-MM = 04
023450         PERFORM 3430-AJUSTE-ANUAL THRU 3430-EXIT
023460     END-IF.
023470 3420-EXIT.
023480     EXIT.
023490
023500*****************************************************************
023510* ACUMULA UN MES DEL HISTORICO DEL ANIO EN CURSO DEL CALCULO
023520* (WS-GAN-SCAN-AAAA): REMUNERACION IMPONIBLE Y RETENCION
023530*****************************************************************
023540 3425-ACUMULAR-MES.
023550     MOVE WS-GAN-MM-IX TO WS-GAN-SCAN-MM.
023560     MOVE EMP-LEGAJO TO LQ-LEGAJO.
023570     MOVE WS-GAN-SCAN-PERIODO TO LQ-PERIODO.
023580     READ LIQUIDACION-HIST
023590         INVALID KEY
023600             GO TO 3425-EXIT
023610     END-READ.
023620     COMPUTE WS-GAN-REMUN-ACUM = WS-GAN-REMUN-ACUM +
023630         LQ-TOTAL-BRUTO - LQ-DED-JUBILACION -
023640         LQ-DED-OBRA-SOCIAL - LQ-DED-SINDICAL.
023650     ADD LQ-DED-GANANCIAS TO WS-GAN-RETENIDO-ACUM.
023660     *> La retencion adicional del ajuste anual de abril
023670     *> corresponde al anio anterior: no cuenta como retencion
023680     *> del anio que se esta acumulando
023690     IF LQ-GAN-AJUSTE IS NUMERIC
023700         SUBTRACT LQ-GAN-AJUSTE FROM WS-GAN-RETENIDO-ACUM
023710     END-IF.
023720 3425-EXIT.
023730     EXIT.
023740
023750*****************************************************************
023760* LEE LAS DEDUCCIONES DECLARADAS (SIRADIG) DEL LEGAJO. SIN
023770* REGISTRO QUEDAN SOLO EL MINIMO Y LA DEDUCCION ESPECIAL.
023780*****************************************************************
023790 3427-LEER-DECLARADAS.
023800     MOVE "N" TO WS-GAN-CONYUGE-SW.
023810     MOVE ZEROS TO WS-GAN-HIJOS.
023820     MOVE ZEROS TO WS-GAN-OTRAS.
023830     MOVE EMP-LEGAJO TO GD-LEGAJO.
023840     READ GANANCIA-DECL
023850         INVALID KEY
023860             CONTINUE
023870         NOT INVALID KEY
023880             IF GD-TIENE-CONYUGE
023890                 SET GAN-DECL-CONYUGE TO TRUE
023900             END-IF
023910             MOVE GD-CANT-HIJOS TO WS-GAN-HIJOS
023920             MOVE GD-OTRAS-DEDUCCIONES TO WS-GAN-OTRAS
023930     END-READ.
023940 3427-EXIT.
023950     EXIT.
023960
023970*****************************************************************
023980* LEE LA DEVOLUCION DE GANANCIAS QUE EL MES ANTERIOR DEJO
023990* PENDIENTE POR EL TOPE Y LA CARGA COMO DEVOLUCION A FAVOR
024000* DISPONIBLE DE ESTE MES
024010*****************************************************************
024020 3428-LEER-DEV-PENDIENTE.
024030     MOVE WS-GAN-PERIODO-W TO WS-GAN-PERIODO-ANT.
024040     IF WS-GAN-ANT-MM = 1
024050         MOVE 12 TO WS-GAN-ANT-MM
024060         SUBTRACT 1 FROM WS-GAN-ANT-AAAA
024070     ELSE
024080         SUBTRACT 1 FROM WS-GAN-ANT-MM
024090     END-IF.
024100     MOVE EMP-LEGAJO TO LQ-LEGAJO.
024110     MOVE WS-GAN-PERIODO-ANT TO LQ-PERIODO.
024120     READ LIQUIDACION-HIST
024130         INVALID KEY
024140             GO TO 3428-EXIT
024150     END-READ.
024160     IF LQ-GAN-DEV-PENDIENTE IS NUMERIC
024170         ADD LQ-GAN-DEV-PENDIENTE TO WS-GAN-DEVOLUCION
024180     END-IF.
024190 3428-EXIT.
024200     EXIT.
024210
024220*****************************************************************
024230* AJUSTE ANUAL DE ABRIL: RELIQUIDA EL ANIO ANTERIOR COMPLETO
024240* (MESES 01-12 MAS VACACIONES 41-52) CON LAS DEDUCCIONES
024250* PERSONALES ANUALES ENTERAS. LA DIFERENCIA CONTRA LO
024260* RETENIDO ES RETENCION ADICIONAL O DEVOLUCION DEL MES.
024270*****************************************************************
024280 3430-AJUSTE-ANUAL.
024290     MOVE WS-GAN-BASE TO WS-GAN-BASE-SAVE.
024300     MOVE WS-GAN-IMPUESTO TO WS-GAN-IMPUESTO-SAVE.
024310     MOVE WS-GAN-RETENIDO-ACUM TO WS-GAN-RETENIDO-SAVE.
024320     MOVE ZEROS TO WS-GAN-REMUN-ACUM.
024330     MOVE ZEROS TO WS-GAN-RETENIDO-ACUM.
024340     COMPUTE WS-GAN-SCAN-AAAA = WS-GAN-AAAA - 1.
024350     PERFORM 3425-ACUMULAR-MES THRU 3425-EXIT
024360         VARYING WS-GAN-MM-IX FROM 1 BY 1
024370         UNTIL WS-GAN-MM-IX > 12.
024380     PERFORM 3425-ACUMULAR-MES THRU 3425-EXIT
024390         VARYING WS-GAN-MM-IX FROM 41 BY 1
024400         UNTIL WS-GAN-MM-IX > 52.
024410
024420     *> Sin liquidaciones del anio anterior no hay ajuste
024430     IF WS-GAN-REMUN-ACUM = ZERO
024440             AND WS-GAN-RETENIDO-ACUM = ZERO
024450         GO TO 3430-EXIT
024460     END-IF.
024470
024480     COMPUTE WS-GAN-DEDUC-PERS ROUNDED =
024490         GAN-MINIMO-NO-IMPONIBLE + GAN-DEDUCCION-ESPECIAL
024500         + WS-GAN-OTRAS.
024510     IF GAN-DECL-CONYUGE
024520         ADD GAN-DEDUCCION-CONYUGE TO WS-GAN-DEDUC-PERS
024530     END-IF.
024540     IF WS-GAN-HIJOS > ZERO
024550         COMPUTE WS-GAN-DEDUC-PERS = WS-GAN-DEDUC-PERS +
024560             GAN-DEDUCCION-HIJO * WS-GAN-HIJOS
024570     END-IF.
024580
024590     COMPUTE WS-GAN-BASE =
024600         WS-GAN-REMUN-ACUM - WS-GAN-DEDUC-PERS.
024610     IF WS-GAN-BASE > ZERO
024620         PERFORM 3440-APLICAR-ESCALA THRU 3440-EXIT
024630     ELSE
024640         MOVE ZEROS TO WS-GAN-IMPUESTO
024650     END-IF.
024660
024670     COMPUTE WS-GAN-AJUSTE =
024680         WS-GAN-IMPUESTO - WS-GAN-RETENIDO-ACUM.
024690     IF WS-GAN-AJUSTE > ZERO
024700         ADD WS-GAN-AJUSTE TO DED-GANANCIAS
024710         MOVE WS-GAN-AJUSTE TO WS-GAN-AJUSTE-RETENIDO
024720     ELSE
024730         COMPUTE WS-GAN-DEVOLUCION =
024740             WS-GAN-DEVOLUCION - WS-GAN-AJUSTE
024750     END-IF.
024760     *> El detalle del recibo y del historico informa el anio
024770     *> en curso: se restauran sus acumulados
024780     MOVE WS-GAN-BASE-SAVE TO WS-GAN-BASE.
024790     MOVE WS-GAN-IMPUESTO-SAVE TO WS-GAN-IMPUESTO.
024800     MOVE WS-GAN-RETENIDO-SAVE TO WS-GAN-RETENIDO-ACUM.
024810 3430-EXIT.
024820     EXIT.
024830
024840*****************************************************************
024850* APLICA LA ESCALA PROGRESIVA SOBRE WS-GAN-BASE: CUOTA FIJA
024860* DEL TRAMO MAS EL PORCENTAJE SOBRE EL EXCEDENTE DEL DESDE
024870*****************************************************************
024880 3440-APLICAR-ESCALA.
024890     MOVE "N" TO WS-GAN-HALLADO-SW.
024900     PERFORM 3445-EXAMINAR-TRAMO THRU 3445-EXIT
024910         VARYING WS-GAN-ESCALA-IX FROM 9 BY -1
024920         UNTIL WS-GAN-ESCALA-IX < 1 OR GAN-TRAMO-HALLADO.
024930 3440-EXIT.
024940     EXIT.
024950
024960 3445-EXAMINAR-TRAMO.
024970     IF WS-GAN-BASE > GE-DESDE (WS-GAN-ESCALA-IX)
024980         COMPUTE WS-GAN-IMPUESTO ROUNDED =
024990             GE-FIJO (WS-GAN-ESCALA-IX) +
025000             (WS-GAN-BASE - GE-DESDE (WS-GAN-ESCALA-IX))
025010             * GE-PCT (WS-GAN-ESCALA-IX) / 100
025020         SET GAN-TRAMO-HALLADO TO TRUE
025030     END-IF.
025040 3445-EXIT.
025050     EXIT.
025060
025070*****************************************************************
025080* APLICA LAS DEDUCCIONES VARIABLES DEL LEGAJO (EMBARGOS,
025090* PRESTAMOS Y ADELANTOS): RECORRE EL ARCHIVO DEDVAR POR CLAVE
025100* DE LEGAJO, DESCUENTA LA CUOTA DEL MES DE CADA CONCEPTO Y
025110* ACTUALIZA CUOTAS RESTANTES Y SALDO PENDIENTE. EL NETO Y EL
025120* TOTAL DE DEDUCCIONES QUEDAN ACTUALIZADOS.
025130*****************************************************************
025140 3450-APLICAR-DEDUC-VARIABLES.
025150     MOVE ZEROS TO WS-DED-EMBARGO.
025160     MOVE ZEROS TO WS-DED-PRESTAMO.
025170     MOVE ZEROS TO WS-DED-ADELANTO.
025180     MOVE "N" TO WS-DV-FIN-SW.
025190     MOVE EMP-LEGAJO TO DV-LEGAJO.
025200     MOVE SPACES TO DV-TIPO.
025210     START DEDUCCION-VARIABLE KEY NOT LESS THAN DV-CLAVE
025220         INVALID KEY
025230             MOVE "S" TO WS-DV-FIN-SW
025240     END-START.
025250     PERFORM 3460-APLICAR-UNA-DEDUCCION THRU 3460-EXIT
025260         UNTIL DEDVAR-FIN.
025270 3450-EXIT.
025280     EXIT.
025290
025300*****************************************************************
025310* APLICA UNA DEDUCCION VARIABLE: LA CUOTA ES EL IMPORTE FIJO
025320* O EL PORCENTAJE SOBRE EL NETO, MAS EL SALDO PENDIENTE DE
025330* MESES ANTERIORES. EL EMBARGO RETIENE COMO MAXIMO EL TOPE DE
025340* EMBARGABILIDAD SOBRE EL NETO; NINGUN CONCEPTO DEJA EL NETO
025350* EN NEGATIVO. LO QUE NO SE PUDO RETENER QUEDA COMO SALDO
025360* PENDIENTE PARA EL MES SIGUIENTE.
025370*****************************************************************
025380 3460-APLICAR-UNA-DEDUCCION.
025390     READ DEDUCCION-VARIABLE NEXT RECORD
025400         AT END
025410             MOVE "S" TO WS-DV-FIN-SW
025420             GO TO 3460-EXIT
025430     END-READ.
025440
025450     IF DV-LEGAJO NOT EQUAL EMP-LEGAJO
025460         MOVE "S" TO WS-DV-FIN-SW
025470         GO TO 3460-EXIT
025480     END-IF.
025490
025500     *> Reproceso del mismo periodo (reliquidacion confirmada o
025510     *> rearranque): vuelve al estado previo a la aplicacion
025520     *> anterior y aplica la misma cuota otra vez, sin
025530     *> descontar dos veces. En la primera aplicacion del
025540     *> periodo se guarda el estado previo.
025550     IF DV-ULTIMO-PERIODO IS NUMERIC
025560             AND DV-ULTIMO-PERIODO = WS-PERIODO-AAAAMM
025570         MOVE DV-SALDO-ANTERIOR TO DV-SALDO-PENDIENTE
025580         MOVE DV-CUOTAS-ANTERIOR TO DV-CUOTAS-RESTANTES
025590     ELSE
025600         MOVE DV-SALDO-PENDIENTE TO DV-SALDO-ANTERIOR
025610         MOVE DV-CUOTAS-RESTANTES TO DV-CUOTAS-ANTERIOR
025620     END-IF.
025630
025640     IF DV-CUOTAS-RESTANTES = ZERO
025650             AND DV-SALDO-PENDIENTE = ZERO
025660         GO TO 3460-EXIT
025670     END-IF.
025680
025690     IF DV-CUOTAS-RESTANTES = ZERO
025700         MOVE ZEROS TO WS-DV-CUOTA
025710     ELSE
025720         IF DV-PORCENTAJE-CUOTA > ZERO
025730             COMPUTE WS-DV-CUOTA ROUNDED =
025740                 NET-SALARY * DV-PORCENTAJE-CUOTA / 100
025750         ELSE
025760             MOVE DV-IMPORTE-CUOTA TO WS-DV-CUOTA
025770         END-IF
025780     END-IF.
025790
025800     COMPUTE WS-DV-PRETENDIDO =
025810         WS-DV-CUOTA + DV-SALDO-PENDIENTE.
025820
025830     MOVE NET-SALARY TO WS-DV-DISPONIBLE.
025840     IF DV-TIPO-EMBARGO
025850         COMPUTE WS-DV-TOPE-IMPORTE ROUNDED =
025860             NET-SALARY * DV-TOPE-EMBARGO-PCT / 100
025870         IF WS-DV-TOPE-IMPORTE < WS-DV-DISPONIBLE
025880             MOVE WS-DV-TOPE-IMPORTE TO WS-DV-DISPONIBLE
025890         END-IF
025900     END-IF.
025910
025920     IF WS-DV-PRETENDIDO > WS-DV-DISPONIBLE
025930         MOVE WS-DV-DISPONIBLE TO WS-DV-RETENIDO
025940     ELSE
025950         MOVE WS-DV-PRETENDIDO TO WS-DV-RETENIDO
025960     END-IF.
025970
025980     IF DV-TIPO-EMBARGO
025990         ADD WS-DV-RETENIDO TO WS-DED-EMBARGO
026000     ELSE
026010         IF DV-TIPO-PRESTAMO
026020             ADD WS-DV-RETENIDO TO WS-DED-PRESTAMO
026030         ELSE
026040             ADD WS-DV-RETENIDO TO WS-DED-ADELANTO
026050         END-IF
026060     END-IF.
026070     ADD WS-DV-RETENIDO TO DEDUCTIONS.
026080     SUBTRACT WS-DV-RETENIDO FROM NET-SALARY.
026090
026100     COMPUTE DV-SALDO-PENDIENTE =
026110         WS-DV-PRETENDIDO - WS-DV-RETENIDO.
026120     IF DV-CUOTAS-RESTANTES > ZERO
026130         SUBTRACT 1 FROM DV-CUOTAS-RESTANTES
026140     END-IF.
026150     MOVE WS-PERIODO-AAAAMM TO DV-ULTIMO-PERIODO.
026160
026170     IF NOT MODO-SIMULACION
026180         REWRITE DEDUCCION-VAR-REG
026190             INVALID KEY
026200                 DISPLAY "ERROR AL REGRABAR DEDVAR, LEGAJO "
026210                     DV-LEGAJO " TIPO " DV-TIPO
026220         END-REWRITE
026230     END-IF.
026240 3460-EXIT.
026250     EXIT.
026260
026270*****************************************************************
026280* LIQUIDA EL LEGAJO CARGADO EN LOS CAMPOS DE TRABAJO ACTUALES
026290*****************************************************************
026300 3000-CALCULATE-SALARY.
026310     *> En el egreso el basico se paga proporcional a los dias
026320     *> del mes hasta la fecha de egreso
026330     IF EGRESO-EN-CURSO
026340         MOVE BASIC-SALARY TO WS-BASICO-TARIFA
026350         IF WS-EGRESO-DD < 30
026360             COMPUTE BASIC-SALARY ROUNDED =
026370                 BASIC-SALARY * WS-EGRESO-DD / 30
026380         END-IF
026390     END-IF.
026400     *> Hojas de ruta: el legajo con viajes en el periodo cobra
026410     *> viaticos por viaje en lugar de viandas y viaticos por dia
026420     PERFORM 3250-VALORIZAR-VIAJES THRU 3250-EXIT.
026430
026440     *> Calcular Viandas por dia trabajado
026450     COMPUTE TOTAL-VIANDAS = DAYS-WORKED * WS-VIANDA-DIARIA
026460
026470     *> Calcular Viaticos Especiales por dia trabajado
026480     COMPUTE TOTAL-VIAT-ESP = DAYS-WORKED * WS-VIAT-ESP
026490     IF WS-CANT-VIAJES > ZERO
026500         MOVE ZEROS TO TOTAL-VIANDAS
026510         MOVE ZEROS TO TOTAL-VIAT-ESP
026520     END-IF
026530
026540     *> Calcular Horas Extras al 50% y 100%
026550     COMPUTE TOTAL-OVERTIME-50 =
026560         OVERTIME-HOURS-50 * WS-OVERTIME-RATE-50
026570     COMPUTE TOTAL-OVERTIME-100 =
026580         OVERTIME-HOURS-100 * WS-OVERTIME-RATE-100
026590
026600     *> Calcular 20% adicional sobre el sueldo basico (presentismo)
026610     COMPUTE BONUS = BASIC-SALARY * 0.20
026620
026630     *> Calcular Sueldo con Antiguedad
026640     PERFORM 3300-LOOKUP-ANTIQUITY THRU 3300-EXIT.
026650     COMPUTE BASIC-SALARY = BASIC-SALARY +
026660         (BASIC-SALARY * WS-ANT-PORCENTAJE / 100)
026670
026680     *> Descuento por ausencias sin goce de haberes: licencia
026690     *> sin goce y suspension descuentan el basico (con
026700     *> antiguedad) proporcional a los dias. La enfermedad, el
026710     *> accidente ART y la licencia especial se pagan: quedan
026720     *> dentro del basico mensual completo.
026730     COMPUTE WS-DESCUENTO-AUSENCIA ROUNDED = BASIC-SALARY *
026740         (WS-DIAS-SIN-GOCE + WS-DIAS-SUSPENSION) / 30
026750
026760     *> Calcular Sueldo Total
026770     COMPUTE TOTAL-SALARY = BASIC-SALARY + TOTAL-VIANDAS +
026780         TOTAL-VIAT-ESP + TOTAL-OVERTIME-50 + TOTAL-OVERTIME-100 +
026790         BONUS + TOTAL-VIAJES - WS-DESCUENTO-AUSENCIA
026800
026810     *> Calcular Deducciones Legales y Sindicales
026820     PERFORM 3400-COMPUTE-DEDUCTIONS THRU 3400-EXIT.
026830
026840     *> Calcular Salario Neto (despues de deducciones)
026850     COMPUTE NET-SALARY = TOTAL-SALARY - DEDUCTIONS
026860
026870     *> Deducciones variables del legajo: embargos, prestamos
026880     *> y adelantos en cuotas, aplicadas sobre el neto
026890     PERFORM 3450-APLICAR-DEDUC-VARIABLES THRU 3450-EXIT.
026900
026910     IF NOT MODO-SIMULACION
026920         PERFORM 3500-EMITIR-RECIBO THRU 3500-EXIT
026930     END-IF.
026940
026950     *> En el egreso se agregan los conceptos de la liquidacion
026960     *> final antes de grabar historico, totales, audit y banco
026970     IF EGRESO-EN-CURSO
026980         PERFORM 5000-LIQUIDAR-EGRESO THRU 5000-EXIT
026990     END-IF.
027000
027010     IF NOT MODO-SIMULACION
027020         PERFORM 3550-EMITIR-PIE-RECIBO THRU 3550-EXIT
027030     END-IF.
027040
027050     *> La simulacion no graba nada: compara el resultado contra
027060     *> la liquidacion del periodo anterior y sigue
027070     IF MODO-SIMULACION
027080         PERFORM 3700-ACCUMULATE-CONTROL-TOTALS THRU 3700-EXIT
027090         PERFORM 6000-COMPARAR-CON-ANTERIOR THRU 6000-EXIT
027100         GO TO 3000-DESGLOSE
027110     END-IF.
027120
027130     PERFORM 3600-GRABAR-HISTORICO THRU 3600-EXIT.
027140
027150     PERFORM 3650-REGISTRAR-RECIBO THRU 3650-EXIT.
027160
027170     PERFORM 3700-ACCUMULATE-CONTROL-TOTALS THRU 3700-EXIT.
027180
027190     PERFORM 3800-EMITIR-AUDITORIA THRU 3800-EXIT.
027200
027210     PERFORM 3900-EMITIR-BANCO THRU 3900-EXIT.
027220
027230     PERFORM 3950-EMITIR-SICOSS THRU 3950-EXIT.
027240
027250     *> Checkpoint cada N legajos confirmados
027260     ADD 1 TO WS-LEGAJOS-SIN-CHECKPOINT.
027270     IF WS-LEGAJOS-SIN-CHECKPOINT NOT LESS CHECKPOINT-INTERVALO
027280         PERFORM 7000-GRABAR-CHECKPOINT THRU 7000-EXIT
027290         MOVE ZEROS TO WS-LEGAJOS-SIN-CHECKPOINT
027300     END-IF.
027310
027320 3000-DESGLOSE.
027330
027340     *> Mostrar Desglose del Sueldo
027350     DISPLAY WS-BANNER-1.
027360     DISPLAY "LEGAJO: " EMP-LEGAJO "  " EMP-NOMBRE.
027370     DISPLAY "Sueldo Basico (con antiguedad): $" BASIC-SALARY.
027380     DISPLAY "Desc. Jubilacion: $" DED-JUBILACION.
027390     DISPLAY "Desc. Obra Social: $" DED-OBRA-SOCIAL.
027400     DISPLAY "Desc. Cuota Sindical: $" DED-SINDICAL.
027410     DISPLAY "Desc. Seguro de Sepelio: $" DED-SEGURO-SEPELIO.
027420     DISPLAY "Desc. ART: $" DED-ART.
027430     DISPLAY "Desc. Impuesto a las Ganancias: $" DED-GANANCIAS.
027440     DISPLAY "Total Deducciones: $" DEDUCTIONS.
027450     DISPLAY VIANDAS-MESSAGE TOTAL-VIANDAS.
027460     DISPLAY VIAT-ESP-MESSAGE TOTAL-VIAT-ESP.
027470     DISPLAY "Viaticos por viaje: $" TOTAL-VIAJES.
027480     DISPLAY "Total Horas Extras 50%: $" TOTAL-OVERTIME-50.
027490     DISPLAY "Total Horas Extras 100%: $" TOTAL-OVERTIME-100.
027500     DISPLAY "Presentismo 20% del Sueldo Basico: $" BONUS.
027510     DISPLAY TOTAL-SALARY-MESSAGE NET-SALARY.
027520     DISPLAY WS-BANNER-1.
027530 3000-EXIT.
027540     EXIT.
027550
027560*****************************************************************
027570* EMITE EL RECIBO DE SUELDO IMPRESO DEL LEGAJO EN CURSO
027580*****************************************************************
027590 3500-EMITIR-RECIBO.
027600     MOVE SPACES TO LINEA-RECIBO.
027610     WRITE LINEA-RECIBO FROM WS-BANNER-1
027620         AFTER ADVANCING NUEVA-PAGINA.
027630
027640     STRING "RECIBO DE SUELDO - CONVENIO CAMIONEROS"
027650         DELIMITED SIZE INTO LINEA-RECIBO.
027660     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
027670
027680     STRING "LEGAJO: " EMP-LEGAJO "   NOMBRE: " EMP-NOMBRE
027690         DELIMITED SIZE INTO LINEA-RECIBO.
027700     WRITE LINEA-RECIBO AFTER ADVANCING 2 LINES.
027710
027720     STRING "CATEGORIA: " WS-CATEGORIA-DESC
027730         DELIMITED SIZE INTO LINEA-RECIBO.
027740     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
027750     IF WS-CANT-TRAMOS > 1
027760         PERFORM 3510-IMPRIMIR-TRAMO THRU 3510-EXIT
027770             VARYING WS-TRC-IX FROM 1 BY 1
027780             UNTIL WS-TRC-IX > WS-CANT-TRAMOS
027790     END-IF.
027800
027810     WRITE LINEA-RECIBO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
027820
027830     MOVE BASIC-SALARY TO WS-EDIT-IMPORTE.
027840     STRING "SUELDO BASICO (CON ANTIGUEDAD) ......... $"
027850         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
027860     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
027870
027880     MOVE TOTAL-VIANDAS TO WS-EDIT-IMPORTE.
027890     STRING "VIANDAS ................................ $"
027900         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
027910     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
027920
027930     MOVE TOTAL-VIAT-ESP TO WS-EDIT-IMPORTE.
027940     STRING "VIATICOS ESPECIALES ..................... $"
027950         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
027960     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
027970
027980     *> Hojas de ruta: cantidad de viajes y kilometros del mes y
027990     *> viaticos por viaje, solo para el legajo con viajes
028000     IF WS-CANT-VIAJES > ZERO
028010         MOVE SPACES TO LINEA-RECIBO
028020         MOVE WS-CANT-VIAJES TO WS-EDIT-DIAS
028030         MOVE WS-KM-RECORRIDOS TO WS-EDIT-KM
028040         STRING "VIAJES DEL MES: " WS-EDIT-DIAS
028050             "   KILOMETROS RECORRIDOS: " WS-EDIT-KM
028060             DELIMITED SIZE INTO LINEA-RECIBO
028070         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
028080         MOVE TOTAL-VIAJE-KM TO WS-EDIT-IMPORTE
028090         STRING "VIATICO POR KILOMETRO ................... $"
028100             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO
028110         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
028120         MOVE TOTAL-PERNOCTADAS TO WS-EDIT-IMPORTE
028130         STRING "PERNOCTADAS ............................. $"
028140             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO
028150         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
028160         MOVE TOTAL-COMIDAS-RUTA TO WS-EDIT-IMPORTE
028170         STRING "COMIDAS EN RUTA ......................... $"
028180             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO
028190         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
028200     END-IF.
028210     IF TOTAL-CRUCE-FRONTERA > ZERO
028220         MOVE TOTAL-CRUCE-FRONTERA TO WS-EDIT-IMPORTE
028230         STRING "CRUCE DE FRONTERA ....................... $"
028240             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO
028250         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
028260     END-IF.
028270
028280     MOVE TOTAL-OVERTIME-50 TO WS-EDIT-IMPORTE.
028290     STRING "HORAS EXTRAS 50% ........................ $"
028300         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
028310     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
028320
028330     MOVE TOTAL-OVERTIME-100 TO WS-EDIT-IMPORTE.
028340     STRING "HORAS EXTRAS 100% ....................... $"
028350         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
028360     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
028370
028380     MOVE BONUS TO WS-EDIT-IMPORTE.
028390     STRING "PRESENTISMO ............................. $"
028400         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
028410     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
028420
028430     *> Ausencias del mes: dias pagos informativos y descuento
028440     *> de los dias sin goce de haberes
028450     IF WS-DIAS-ENFERMEDAD > ZERO
028460         MOVE WS-DIAS-ENFERMEDAD TO WS-EDIT-DIAS
028470         STRING "DIAS DE ENFERMEDAD PAGOS ................ "
028480             WS-EDIT-DIAS DELIMITED SIZE INTO LINEA-RECIBO
028490         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
028500     END-IF.
028510     IF WS-DIAS-ACCIDENTE > ZERO
028520         MOVE WS-DIAS-ACCIDENTE TO WS-EDIT-DIAS
028530         STRING "DIAS DE ACCIDENTE ART PAGOS ............. "
028540             WS-EDIT-DIAS DELIMITED SIZE INTO LINEA-RECIBO
028550         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
028560     END-IF.
028570     IF WS-DIAS-LIC-ESPECIAL > ZERO
028580         MOVE WS-DIAS-LIC-ESPECIAL TO WS-EDIT-DIAS
028590         STRING "DIAS DE LICENCIA ESPECIAL PAGOS ......... "
028600             WS-EDIT-DIAS DELIMITED SIZE INTO LINEA-RECIBO
028610         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
028620     END-IF.
028630     IF WS-DESCUENTO-AUSENCIA > ZERO
028640         MOVE WS-DESCUENTO-AUSENCIA TO WS-EDIT-IMPORTE
028650         STRING "DESC. DIAS SIN GOCE / SUSPENSION ........ $"
028660             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO
028670         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
028680     END-IF.
028690
028700     WRITE LINEA-RECIBO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
028710
028720     MOVE DED-JUBILACION TO WS-EDIT-IMPORTE.
028730     STRING "DESC. JUBILACION ........................ $"
028740         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
028750     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
028760
028770     MOVE DED-OBRA-SOCIAL TO WS-EDIT-IMPORTE.
028780     STRING "DESC. OBRA SOCIAL ........................ $"
028790         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
028800     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
028810
028820     MOVE DED-SINDICAL TO WS-EDIT-IMPORTE.
028830     STRING "DESC. CUOTA SINDICAL ..................... $"
028840         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
028850     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
028860
028870     MOVE DED-SEGURO-SEPELIO TO WS-EDIT-IMPORTE.
028880     STRING "DESC. SEGURO DE SEPELIO .................. $"
028890         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
028900     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
028910
028920     MOVE DED-ART TO WS-EDIT-IMPORTE.
028930     STRING "DESC. ART ................................ $"
028940         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
028950     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
028960
028970     MOVE DED-GANANCIAS TO WS-EDIT-IMPORTE.
028980     STRING "DESC. IMPUESTO A LAS GANANCIAS ........... $"
028990         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
029000     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
029010
029020     *> Detalle del calculo acumulado de ganancias, para poder
029030     *> responder los reclamos sin rehacer la cuenta
029040     IF DED-GANANCIAS > ZERO OR WS-GAN-DEVOLUCION > ZERO
029050         MOVE WS-GAN-BASE TO WS-EDIT-GAN
029060         STRING "  GCIAS: BASE IMPONIBLE ACUMULADA ....... $"
029070             WS-EDIT-GAN DELIMITED SIZE INTO LINEA-RECIBO
029080         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
029090         MOVE WS-GAN-IMPUESTO TO WS-EDIT-GAN
029100         STRING "  GCIAS: IMPUESTO ACUMULADO DEL ANIO .... $"
029110             WS-EDIT-GAN DELIMITED SIZE INTO LINEA-RECIBO
029120         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
029130         MOVE WS-GAN-RETENIDO-ACUM TO WS-EDIT-GAN
029140         STRING "  GCIAS: RETENIDO MESES ANTERIORES ...... $"
029150             WS-EDIT-GAN DELIMITED SIZE INTO LINEA-RECIBO
029160         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
029170     END-IF.
029180     IF WS-GAN-DEVOLUCION > ZERO
029190         MOVE WS-GAN-DEVOLUCION TO WS-EDIT-IMPORTE
029200         STRING "DEVOLUCION GANANCIAS (AJUSTE ANUAL) ..... $"
029210             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO
029220         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
029230     END-IF.
029240     IF WS-GAN-DEV-PENDIENTE > ZERO
029250         MOVE WS-GAN-DEV-PENDIENTE TO WS-EDIT-IMPORTE
029260         STRING "DEVOLUCION GCIAS PENDIENTE PROX. MES .... $"
029270             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO
029280         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
029290     END-IF.
029300
029310     *> Deducciones variables: solo los conceptos con importe
029320     IF WS-DED-EMBARGO > ZERO
029330         MOVE WS-DED-EMBARGO TO WS-EDIT-IMPORTE
029340         STRING "DESC. EMBARGO JUDICIAL ................... $"
029350             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO
029360         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
029370     END-IF.
029380     IF WS-DED-PRESTAMO > ZERO
029390         MOVE WS-DED-PRESTAMO TO WS-EDIT-IMPORTE
029400         STRING "DESC. CUOTA PRESTAMO ..................... $"
029410             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO
029420         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
029430     END-IF.
029440     IF WS-DED-ADELANTO > ZERO
029450         MOVE WS-DED-ADELANTO TO WS-EDIT-IMPORTE
029460         STRING "DESC. ADELANTO DE HABERES ................ $"
029470             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO
029480         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
029490     END-IF.
029500
029510     MOVE DEDUCTIONS TO WS-EDIT-IMPORTE.
029520     STRING "TOTAL DEDUCCIONES ........................ $"
029530         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
029540     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
029550
029560     WRITE LINEA-RECIBO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
029570
029580     MOVE NET-SALARY TO WS-EDIT-IMPORTE.
029590     STRING "NETO A COBRAR ............................ $"
029600         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
029610     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
029620 3500-EXIT.
029630     EXIT.
029640
029650*****************************************************************
029660* RENGLON DEL RECIBO CON UN TRAMO DE CATEGORIA DEL MES
029670*****************************************************************
029680 3510-IMPRIMIR-TRAMO.
029690     MOVE WS-TRC-CATEGORIA (WS-TRC-IX) TO CAT-CODIGO.
029700     READ CATEGORIA-MASTER
029710         INVALID KEY
029720             MOVE SPACES TO CAT-DESCRIPCION
029730     END-READ.
029740     MOVE SPACES TO LINEA-RECIBO.
029750     MOVE WS-TRC-DIAS (WS-TRC-IX) TO WS-EDIT-DIAS.
029760     STRING "  DESDE EL DIA " WS-TRC-DIA-DESDE (WS-TRC-IX)
029770         " (" WS-EDIT-DIAS " DIAS): " CAT-DESCRIPCION
029780         DELIMITED SIZE INTO LINEA-RECIBO.
029790     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
029800 3510-EXIT.
029810     EXIT.
029820
029830*****************************************************************
029840* CIERRA EL RECIBO (MENSUAL O DE EGRESO) CON SU NUMERO DE
029850* CONTROL (LEGAJO-PERIODO-TIPO) Y EL ESPACIO PARA LA FIRMA DEL
029860* DUPLICADO (ARTS. 138 A 140 LCT)
029870*****************************************************************
029880 3550-EMITIR-PIE-RECIBO.
029890     IF EGRESO-EN-CURSO
029900         MOVE "E" TO WS-TIPO-RECIBO
029910     ELSE
029920         MOVE "M" TO WS-TIPO-RECIBO
029930     END-IF.
029940     MOVE SPACES TO LINEA-RECIBO.
029950     WRITE LINEA-RECIBO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
029960
029970     MOVE SPACES TO LINEA-RECIBO.
029980     STRING "NRO. DE CONTROL: " EMP-LEGAJO "-" WS-PERIODO-AAAAMM
029990         "-" WS-TIPO-RECIBO
030000         DELIMITED SIZE INTO LINEA-RECIBO.
030010     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
030020
030030     MOVE SPACES TO LINEA-RECIBO.
030040     STRING "FIRMA DEL EMPLEADO: ______________________   "
030050         "FECHA: ___/___/______"
030060         DELIMITED SIZE INTO LINEA-RECIBO.
030070     WRITE LINEA-RECIBO AFTER ADVANCING 3 LINES.
030080
030090     MOVE SPACES TO LINEA-RECIBO.
030100     STRING "(EN DISCONFORMIDAD, INDICAR EL CONCEPTO Y EL MOTIVO)"
030110         DELIMITED SIZE INTO LINEA-RECIBO.
030120     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
030130 3550-EXIT.
030140     EXIT.
030150
030160*****************************************************************
030170* GRABA EN EL HISTORICO DE LIQUIDACIONES EL DETALLE POR
030180* CONCEPTO DEL LEGAJO LIQUIDADO. SI EL PERIODO YA ESTABA
030190* LIQUIDADO (RELIQUIDACION) SE PISA EL REGISTRO ANTERIOR.
030200*****************************************************************
030210 3600-GRABAR-HISTORICO.
030220     MOVE EMP-LEGAJO TO LQ-LEGAJO.
030230     MOVE WS-PERIODO-AAAAMM TO LQ-PERIODO.
030240     MOVE CATEGORY-SELECTION TO LQ-CATEGORIA.
030250     MOVE DAYS-WORKED TO LQ-DIAS-TRABAJADOS.
030260     MOVE BASIC-SALARY TO LQ-BASICO-CON-ANT.
030270     MOVE TOTAL-VIANDAS TO LQ-VIANDAS.
030280     MOVE TOTAL-VIAT-ESP TO LQ-VIAT-ESP.
030290     MOVE TOTAL-OVERTIME-50 TO LQ-EXTRAS-50.
030300     MOVE TOTAL-OVERTIME-100 TO LQ-EXTRAS-100.
030310     MOVE BONUS TO LQ-PRESENTISMO.
030320     MOVE DED-JUBILACION TO LQ-DED-JUBILACION.
030330     MOVE DED-OBRA-SOCIAL TO LQ-DED-OBRA-SOCIAL.
030340     MOVE DED-SINDICAL TO LQ-DED-SINDICAL.
030350     MOVE DED-SEGURO-SEPELIO TO LQ-DED-SEPELIO.
030360     MOVE DED-ART TO LQ-DED-ART.
030370     MOVE DED-GANANCIAS TO LQ-DED-GANANCIAS.
030380     MOVE WS-DED-EMBARGO TO LQ-DED-EMBARGO.
030390     MOVE WS-DED-PRESTAMO TO LQ-DED-PRESTAMO.
030400     MOVE WS-DED-ADELANTO TO LQ-DED-ADELANTO.
030410     IF WS-GAN-BASE > ZERO
030420         MOVE WS-GAN-BASE TO LQ-GAN-BASE-ACUM
030430     ELSE
030440         MOVE ZEROS TO LQ-GAN-BASE-ACUM
030450     END-IF.
030460     MOVE WS-GAN-IMPUESTO TO LQ-GAN-IMPUESTO-ACUM.
030470     MOVE WS-GAN-DEVOLUCION TO LQ-GAN-DEVOLUCION.
030480     MOVE WS-GAN-AJUSTE-RETENIDO TO LQ-GAN-AJUSTE.
030490     MOVE WS-GAN-DEV-PENDIENTE TO LQ-GAN-DEV-PENDIENTE.
030500     MOVE TOTAL-VIAJE-KM TO LQ-VIAJE-KM.
030510     MOVE TOTAL-PERNOCTADAS TO LQ-PERNOCTADAS.
030520     MOVE TOTAL-COMIDAS-RUTA TO LQ-COMIDAS-RUTA.
030530     MOVE TOTAL-CRUCE-FRONTERA TO LQ-CRUCE-FRONTERA.
030540     MOVE WS-KM-RECORRIDOS TO LQ-KM-RECORRIDOS.
030550     MOVE TOTAL-SALARY TO LQ-TOTAL-BRUTO.
030560     MOVE NET-SALARY TO LQ-TOTAL-NETO.
030570
030580     WRITE LIQUIDACION-HIST-REG
030590         INVALID KEY
030600             REWRITE LIQUIDACION-HIST-REG
030610     END-WRITE.
030620 3600-EXIT.
030630     EXIT.
030640
030650*****************************************************************
030660* REGISTRA EL RECIBO EMITIDO EN RECFIRMA, PENDIENTE DE FIRMA.
030670* UNA RELIQUIDACION DEL PERIODO REEMITE EL RECIBO: EL REGISTRO
030680* SE PISA CON EL NETO NUEVO Y VUELVE A QUEDAR PENDIENTE.
030690*****************************************************************
030700 3650-REGISTRAR-RECIBO.
030710     MOVE "N" TO WS-RECIBO-FIRMA-SW.
030720     MOVE EMP-LEGAJO TO RF-LEGAJO.
030730     MOVE WS-PERIODO-AAAAMM TO RF-PERIODO.
030740     MOVE WS-TIPO-RECIBO TO RF-TIPO-LIQ.
030750     READ RECIBO-FIRMA
030760         INVALID KEY
030770             MOVE SPACES TO RECIBO-FIRMA-REG
030780             MOVE EMP-LEGAJO TO RF-LEGAJO
030790             MOVE WS-PERIODO-AAAAMM TO RF-PERIODO
030800             MOVE WS-TIPO-RECIBO TO RF-TIPO-LIQ
030810             MOVE ZEROS TO RF-CANT-EMISIONES
030820         NOT INVALID KEY
030830             SET RECIBO-REGISTRADO TO TRUE
030840     END-READ.
030850     IF RECIBO-REGISTRADO AND RF-CON-FIRMA
030860         DISPLAY "RECIBO " RF-LEGAJO "-" RF-PERIODO "-"
030870             RF-TIPO-LIQ " REEMITIDO: LA FIRMA ANTERIOR QUEDA "
030880             "SIN EFECTO"
030890     END-IF.
030900
030910     MOVE EMP-CENTRO-COSTOS TO RF-CENTRO-COSTOS.
030920     MOVE NET-SALARY TO RF-NETO.
030930     MOVE WS-FECHA-CORRIDA TO RF-FECHA-EMISION.
030940     ADD 1 TO RF-CANT-EMISIONES.
030950     MOVE "P" TO RF-ESTADO.
030960     MOVE ZEROS TO RF-FECHA-FIRMA.
030970     MOVE SPACES TO RF-DISC-CONCEPTO.
030980     MOVE SPACES TO RF-DISC-MOTIVO.
030990     MOVE WS-OPERADOR-ID TO RF-OPERADOR.
031000     MOVE WS-FECHA-CORRIDA TO RF-FECHA-REGISTRO.
031010     IF RECIBO-REGISTRADO
031020         REWRITE RECIBO-FIRMA-REG
031030             INVALID KEY
031040                 DISPLAY "ERROR AL REGRABAR RECIBO-FIRMA, LEGAJO "
031050                     RF-LEGAJO
031060         END-REWRITE
031070     ELSE
031080         WRITE RECIBO-FIRMA-REG
031090             INVALID KEY
031100                 DISPLAY "ERROR AL GRABAR RECIBO-FIRMA, LEGAJO "
031110                     RF-LEGAJO
031120         END-WRITE
031130     END-IF.
031140 3650-EXIT.
031150     EXIT.
031160
031170*****************************************************************
031180* ACUMULA LOS TOTALES DEL CIERRE DE NOMINA CON EL LEGAJO LIQUIDADO
031190*****************************************************************
031200 3700-ACCUMULATE-CONTROL-TOTALS.
031210     SET CTL-IDX TO 1.
031220     SEARCH CONTROL-CAT-ENTRY VARYING CTL-IDX
031230         AT END
031240             ADD 1 TO WS-CANT-CATEGORIAS
031250             SET CTL-IDX TO WS-CANT-CATEGORIAS
031260             MOVE CATEGORY-SELECTION TO CTL-CATEGORIA (CTL-IDX)
031270             MOVE ZERO TO CTL-CANTIDAD (CTL-IDX)
031280             MOVE ZERO TO CTL-TOTAL-BRUTO (CTL-IDX)
031290             MOVE ZERO TO CTL-TOTAL-NETO (CTL-IDX)
031300         WHEN CTL-CATEGORIA (CTL-IDX) = CATEGORY-SELECTION
031310             CONTINUE
031320     END-SEARCH.
031330
031340     ADD 1 TO CTL-CANTIDAD (CTL-IDX).
031350     ADD TOTAL-SALARY TO CTL-TOTAL-BRUTO (CTL-IDX).
031360     ADD NET-SALARY TO CTL-TOTAL-NETO (CTL-IDX).
031370
031380     ADD 1 TO WS-TOTAL-LEGAJOS.
031390     ADD TOTAL-SALARY TO WS-TOTAL-BRUTO-GENERAL.
031400     ADD NET-SALARY TO WS-TOTAL-NETO-GENERAL.
031410     ADD DED-JUBILACION TO WS-TOTAL-JUBILACION.
031420     ADD DED-OBRA-SOCIAL TO WS-TOTAL-OBRA-SOCIAL.
031430     ADD DED-SINDICAL TO WS-TOTAL-SINDICAL.
031440     ADD DED-SEGURO-SEPELIO TO WS-TOTAL-SEPELIO.
031450     ADD DED-ART TO WS-TOTAL-ART.
031460     ADD DED-GANANCIAS TO WS-TOTAL-GANANCIAS.
031470     ADD WS-DED-EMBARGO TO WS-TOTAL-EMBARGO.
031480     ADD WS-DED-PRESTAMO TO WS-TOTAL-PRESTAMO.
031490     ADD WS-DED-ADELANTO TO WS-TOTAL-ADELANTO.
031500     ADD WS-GAN-DEVOLUCION TO WS-TOTAL-GAN-DEVUELTO.
031510     ADD TOTAL-VIAJE-KM TO WS-TOTAL-VIAJE-KM.
031520     ADD TOTAL-PERNOCTADAS TO WS-TOTAL-PERNOCTADAS.
031530     ADD TOTAL-COMIDAS-RUTA TO WS-TOTAL-COMIDAS-RUTA.
031540     ADD TOTAL-CRUCE-FRONTERA TO WS-TOTAL-CRUCE-FRONTERA.
031550
031560     PERFORM 3710-ACUMULAR-CENTRO THRU 3710-EXIT.
031570 3700-EXIT.
031580     EXIT.
031590
031600*****************************************************************
031610* ACUMULA EL LEGAJO EN SU CENTRO DE COSTOS: SUBTOTALES DEL
031620* CIERRE Y CONCEPTOS REMUNERATIVOS PARA EL ASIENTO CONTABLE.
031630* EN EL EGRESO LOS CONCEPTOS DE LA LIQUIDACION FINAL SE SUMAN
031640* AL CONCEPTO SUELDOS PARA QUE EL DEBE IGUALE AL BRUTO.
031650*****************************************************************
031660 3710-ACUMULAR-CENTRO.
031670     SET CEN-IDX TO 1.
031680     SEARCH CONTROL-CEN-ENTRY VARYING CEN-IDX
031690         AT END
031700             ADD 1 TO WS-CANT-CENTROS
031710             SET CEN-IDX TO WS-CANT-CENTROS
031720             MOVE EMP-CENTRO-COSTOS TO CTLC-CENTRO (CEN-IDX)
031730             MOVE ZERO TO CTLC-CANTIDAD (CEN-IDX)
031740             MOVE ZERO TO CTLC-TOTAL-BRUTO (CEN-IDX)
031750             MOVE ZERO TO CTLC-TOTAL-NETO (CEN-IDX)
031760             MOVE ZERO TO CTLC-SUELDOS (CEN-IDX)
031770             MOVE ZERO TO CTLC-VIANDAS (CEN-IDX)
031780             MOVE ZERO TO CTLC-EXTRAS (CEN-IDX)
031790             MOVE ZERO TO CTLC-PRESENTISMO (CEN-IDX)
031800             MOVE ZERO TO CTLC-VIAJES (CEN-IDX)
031810         WHEN CTLC-CENTRO (CEN-IDX) = EMP-CENTRO-COSTOS
031820             CONTINUE
031830     END-SEARCH.
031840
031850     ADD 1 TO CTLC-CANTIDAD (CEN-IDX).
031860     ADD TOTAL-SALARY TO CTLC-TOTAL-BRUTO (CEN-IDX).
031870     ADD NET-SALARY TO CTLC-TOTAL-NETO (CEN-IDX).
031880
031890     MOVE BASIC-SALARY TO WS-SUELDOS-CENTRO.
031900     IF EGRESO-EN-CURSO
031910         COMPUTE WS-SUELDOS-CENTRO = BASIC-SALARY +
031920             WS-EGRESO-REMUNERATIVO + WS-INDEM-ANTIGUEDAD +
031930             WS-PREAVISO
031940     END-IF.
031950     ADD WS-SUELDOS-CENTRO TO CTLC-SUELDOS (CEN-IDX).
031960     ADD TOTAL-VIANDAS TO CTLC-VIANDAS (CEN-IDX).
031970     ADD TOTAL-VIAT-ESP TO CTLC-VIANDAS (CEN-IDX).
031980     ADD TOTAL-OVERTIME-50 TO CTLC-EXTRAS (CEN-IDX).
031990     ADD TOTAL-OVERTIME-100 TO CTLC-EXTRAS (CEN-IDX).
032000     ADD BONUS TO CTLC-PRESENTISMO (CEN-IDX).
032010     ADD TOTAL-VIAJES TO CTLC-VIAJES (CEN-IDX).
032020 3710-EXIT.
032030     EXIT.
032040
032050*****************************************************************
032060* AGREGA A LA BITACORA UNIFICADA UN RENGLON CON LOS DATOS Y EL
032070* RESULTADO DE LA LIQUIDACION DEL LEGAJO ACTUAL
032080*****************************************************************
032090 3800-EMITIR-AUDITORIA.
032100     MOVE SPACES TO BITACORA-REG.
032110     MOVE WS-FECHA-CORRIDA TO BT-FECHA.
032120     COMPUTE BT-HORA = WS-HORA-CORRIDA-HH * 10000
032130         + WS-HORA-CORRIDA-MM * 100 + WS-HORA-CORRIDA-SS.
032140     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
032150     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
032160     MOVE "LIQUIDADO" TO BT-RESULTADO.
032170     MOVE CATEGORY-SELECTION TO WS-EDIT-CATEGORIA.
032180     MOVE DAYS-WORKED TO WS-EDIT-DIAS.
032190     MOVE OVERTIME-HOURS-50 TO WS-EDIT-HORAS-50.
032200     MOVE OVERTIME-HOURS-100 TO WS-EDIT-HORAS-100.
032210     MOVE NET-SALARY TO WS-EDIT-NETO-AUDIT.
032220     STRING "LEG=" EMP-LEGAJO " CAT=" WS-EDIT-CATEGORIA " DIAS="
032230         WS-EDIT-DIAS " HE=" WS-EDIT-HORAS-50 "/"
032240         WS-EDIT-HORAS-100 " ANT=" YEARS-OF-SERVICE " NETO="
032250         WS-EDIT-NETO-AUDIT
032260         DELIMITED SIZE INTO BT-DETALLE.
032270     WRITE BITACORA-REG.
032280 3800-EXIT.
032290     EXIT.
032300
032310*****************************************************************
032320* AGREGA UN RENGLON AL ARCHIVO DE ACREDITACION BANCARIA CON EL
032330* LEGAJO, CBU Y NETO A ACREDITAR DEL LEGAJO ACTUAL
032340*****************************************************************
032350 3900-EMITIR-BANCO.
032360     MOVE EMP-LEGAJO TO BE-LEGAJO.
032370     MOVE EMP-CBU TO BE-CBU.
032380     MOVE NET-SALARY TO BE-IMPORTE-NETO.
032390     WRITE BANCO-EXPORT-REG.
032400 3900-EXIT.
032410     EXIT.
032420
032430*****************************************************************
032440* DETERMINA LA SITUACION DE REVISTA DEL LEGAJO PARA LA F.931
032450* SEGUN EL TIPO DE AUSENCIA PREDOMINANTE DEL MES: SI UN TIPO
032460* DE AUSENCIA SUPERA LOS DIAS TRABAJADOS Y A LOS DEMAS TIPOS,
032470* SU CODIGO REEMPLAZA AL 01 (ACTIVO).
032480*   01 ACTIVO                    03 ACCIDENTE DE TRABAJO (ART)
032490*   02 ENFERMEDAD INCULPABLE     10 LICENCIA SIN GOCE
032500*   11 SUSPENDIDO                12 LICENCIA LEGAL PAGA
032510*****************************************************************
032520 3940-DETERMINAR-REVISTA.
032530     MOVE 01 TO WS-SITUACION-REVISTA.
032540     MOVE ZEROS TO WS-MAX-DIAS-AUSENCIA.
032550     IF WS-DIAS-ENFERMEDAD > WS-MAX-DIAS-AUSENCIA
032560         MOVE WS-DIAS-ENFERMEDAD TO WS-MAX-DIAS-AUSENCIA
032570         MOVE 02 TO WS-SITUACION-REVISTA
032580     END-IF.
032590     IF WS-DIAS-ACCIDENTE > WS-MAX-DIAS-AUSENCIA
032600         MOVE WS-DIAS-ACCIDENTE TO WS-MAX-DIAS-AUSENCIA
032610         MOVE 03 TO WS-SITUACION-REVISTA
032620     END-IF.
032630     IF WS-DIAS-SIN-GOCE > WS-MAX-DIAS-AUSENCIA
032640         MOVE WS-DIAS-SIN-GOCE TO WS-MAX-DIAS-AUSENCIA
032650         MOVE 10 TO WS-SITUACION-REVISTA
032660     END-IF.
032670     IF WS-DIAS-SUSPENSION > WS-MAX-DIAS-AUSENCIA
032680         MOVE WS-DIAS-SUSPENSION TO WS-MAX-DIAS-AUSENCIA
032690         MOVE 11 TO WS-SITUACION-REVISTA
032700     END-IF.
032710     IF WS-DIAS-LIC-ESPECIAL > WS-MAX-DIAS-AUSENCIA
032720         MOVE WS-DIAS-LIC-ESPECIAL TO WS-MAX-DIAS-AUSENCIA
032730         MOVE 12 TO WS-SITUACION-REVISTA
032740     END-IF.
032750     *> El legajo que trabajo mas dias de los que estuvo
032760     *> ausente sigue declarandose activo
032770     IF WS-MAX-DIAS-AUSENCIA NOT GREATER DAYS-WORKED
032780         MOVE 01 TO WS-SITUACION-REVISTA
032790     END-IF.
032800 3940-EXIT.
032810     EXIT.
032820
032830*****************************************************************
032840* AGREGA EL REGISTRO DEL LEGAJO A LA EXPORTACION F.931
032850* (SICOSS): REMUNERACIONES, APORTES RETENIDOS Y CONTRIBUCIONES
032860* PATRONALES CALCULADAS SOBRE LA REMUNERACION IMPONIBLE CON
032870* TOPE. EN EL EGRESO LAS INDEMNIZACIONES NO SON REMUNERATIVAS
032880* Y QUEDAN FUERA DE LA DECLARACION.
032890*****************************************************************
032900 3950-EMITIR-SICOSS.
032910     MOVE EMP-CUIL TO SI-CUIL.
032920     MOVE WS-PERIODO-AAAAMM TO SI-PERIODO.
032930
032940     MOVE TOTAL-SALARY TO WS-REMUN-SICOSS.
032950     IF EGRESO-EN-CURSO
032960         COMPUTE WS-REMUN-SICOSS = TOTAL-SALARY -
032970             WS-INDEM-ANTIGUEDAD - WS-PREAVISO
032980     END-IF.
032990     MOVE WS-REMUN-SICOSS TO SI-REMUNERACION-TOTAL.
033000
033010     IF WS-REMUN-SICOSS > TOPE-REMUNERACION-IMPON
033020         MOVE TOPE-REMUNERACION-IMPON TO SI-REMUNERACION-IMPON
033030     ELSE
033040         MOVE WS-REMUN-SICOSS TO SI-REMUNERACION-IMPON
033050     END-IF.
033060
033070     MOVE DED-JUBILACION TO SI-APORTE-JUBILACION.
033080     MOVE DED-OBRA-SOCIAL TO SI-APORTE-OBRA-SOCIAL.
033090     COMPUTE SI-CONTRIB-JUBILACION =
033100         SI-REMUNERACION-IMPON * CONTRIB-JUBILACION-RATE.
033110     COMPUTE SI-CONTRIB-OBRA-SOCIAL =
033120         SI-REMUNERACION-IMPON * CONTRIB-OBRA-SOC-RATE.
033130
033140     IF DAYS-WORKED > 30
033150         MOVE 30 TO SI-DIAS-TRABAJADOS
033160     ELSE
033170         MOVE DAYS-WORKED TO SI-DIAS-TRABAJADOS
033180     END-IF.
033190     PERFORM 3940-DETERMINAR-REVISTA THRU 3940-EXIT.
033200     MOVE WS-SITUACION-REVISTA TO SI-SITUACION-REVISTA.
033210
033220     WRITE SICOSS-REG.
033230 3950-EXIT.
033240     EXIT.
033250
033260*****************************************************************
033270* LIQUIDACION FINAL DEL EGRESO: SAC PROPORCIONAL DEL SEMESTRE
033280* EN CURSO, VACACIONES NO GOZADAS AL DIVISOR DEL CONVENIO Y,
033290* PARA EL DESPIDO SIN CAUSA, INDEMNIZACION POR ANTIGUEDAD Y
033300* PREAVISO. LOS CONCEPTOS REMUNERATIVOS (SAC Y VACACIONES)
033310* LLEVAN LOS APORTES PORCENTUALES; LAS INDEMNIZACIONES NO.
033320* ACTUALIZA EL BRUTO, LAS DEDUCCIONES Y EL NETO DEL LEGAJO
033330* ANTES DE GRABAR HISTORICO, TOTALES, AUDITORIA Y BANCO.
033340*****************************************************************
033350 5000-LIQUIDAR-EGRESO.
033360     PERFORM 5100-BUSCAR-BASES-HISTORICO THRU 5100-EXIT.
033370
033380     *> La base es la mejor remuneracion mensual conocida; el
033390     *> propio mes del egreso cuenta si resulta el mejor
033400     IF TOTAL-SALARY > WS-MEJOR-BRUTO-12M
033410         MOVE TOTAL-SALARY TO WS-MEJOR-BRUTO-12M
033420     END-IF.
033430     IF TOTAL-SALARY > WS-MEJOR-BRUTO-SEM
033440         MOVE TOTAL-SALARY TO WS-MEJOR-BRUTO-SEM
033450     END-IF.
033460
033470     COMPUTE WS-SAC-PROPORCIONAL ROUNDED =
033480         WS-MEJOR-BRUTO-SEM * WS-MESES-SEMESTRE / 12.
033490
033500     PERFORM 5200-CALCULAR-VACACIONES THRU 5200-EXIT.
033510
033520     MOVE ZEROS TO WS-INDEM-ANTIGUEDAD.
033530     MOVE ZEROS TO WS-PREAVISO.
033540     IF EMP-EGRESO-DESPIDO-SC
033550         MOVE EMP-ANTIGUEDAD-ANOS TO WS-ANOS-INDEM
033560         IF WS-ANOS-INDEM = ZERO
033570             MOVE 1 TO WS-ANOS-INDEM
033580         END-IF
033590         COMPUTE WS-INDEM-ANTIGUEDAD =
033600             WS-MEJOR-BRUTO-12M * WS-ANOS-INDEM
033610         IF EMP-ANTIGUEDAD-ANOS > 5
033620             COMPUTE WS-PREAVISO = WS-MEJOR-BRUTO-12M * 2
033630         ELSE
033640             MOVE WS-MEJOR-BRUTO-12M TO WS-PREAVISO
033650         END-IF
033660     END-IF.
033670
033680     COMPUTE WS-EGRESO-REMUNERATIVO =
033690         WS-SAC-PROPORCIONAL + WS-VAC-IMPORTE.
033700     COMPUTE WS-EGRESO-DED-JUB =
033710         WS-EGRESO-REMUNERATIVO * JUBILACION-RATE.
033720     COMPUTE WS-EGRESO-DED-OS =
033730         WS-EGRESO-REMUNERATIVO * OBRA-SOCIAL-RATE.
033740     COMPUTE WS-EGRESO-DED-SIND =
033750         WS-EGRESO-REMUNERATIVO * SINDICAL-RATE.
033760     COMPUTE WS-EGRESO-DED-ART =
033770         WS-EGRESO-REMUNERATIVO * ART-RATE.
033780     COMPUTE WS-EGRESO-DED-TOTAL = WS-EGRESO-DED-JUB +
033790         WS-EGRESO-DED-OS + WS-EGRESO-DED-SIND +
033800         WS-EGRESO-DED-ART.
033810
033820     ADD WS-EGRESO-DED-JUB TO DED-JUBILACION.
033830     ADD WS-EGRESO-DED-OS TO DED-OBRA-SOCIAL.
033840     ADD WS-EGRESO-DED-SIND TO DED-SINDICAL.
033850     ADD WS-EGRESO-DED-ART TO DED-ART.
033860     ADD WS-EGRESO-DED-TOTAL TO DEDUCTIONS.
033870
033880     COMPUTE TOTAL-SALARY = TOTAL-SALARY +
033890         WS-EGRESO-REMUNERATIVO + WS-INDEM-ANTIGUEDAD +
033900         WS-PREAVISO.
033910     COMPUTE NET-SALARY = TOTAL-SALARY - DEDUCTIONS.
033920
033930     ADD 1 TO WS-CANT-EGRESOS.
033940     ADD TOTAL-SALARY TO WS-TOTAL-EGRESOS-BRUTO.
033950     ADD NET-SALARY TO WS-TOTAL-EGRESOS-NETO.
033960
033970     PERFORM 5300-EMITIR-RECIBO-EGRESO THRU 5300-EXIT.
033980 5000-EXIT.
033990     EXIT.
034000
034010*****************************************************************
034020* RECORRE LOS ULTIMOS DOCE MESES DEL HISTORICO DE
034030* LIQUIDACIONES: LA MEJOR REMUNERACION DE LOS DOCE MESES ES LA
034040* BASE DE LAS INDEMNIZACIONES Y LA MEJOR DEL SEMESTRE EN CURSO
034050* ES LA BASE DEL SAC PROPORCIONAL
034060*****************************************************************
034070 5100-BUSCAR-BASES-HISTORICO.
034080     MOVE ZEROS TO WS-MEJOR-BRUTO-12M.
034090     MOVE ZEROS TO WS-MEJOR-BRUTO-SEM.
034100     IF WS-EGRESO-MM > 6
034110         MOVE 7 TO WS-SEM-DESDE-MM
034120     ELSE
034130         MOVE 1 TO WS-SEM-DESDE-MM
034140     END-IF.
034150     COMPUTE WS-MESES-SEMESTRE =
034160         WS-EGRESO-MM - WS-SEM-DESDE-MM + 1.
034170
034180     MOVE WS-EGRESO-AAAA TO WS-SCAN-AAAA.
034190     MOVE WS-EGRESO-MM TO WS-SCAN-MM.
034200     PERFORM 5110-LEER-MES-ANTERIOR THRU 5110-EXIT
034210         VARYING WS-SCAN-IX FROM 1 BY 1
034220         UNTIL WS-SCAN-IX > 12.
034230 5100-EXIT.
034240     EXIT.
034250
034260 5110-LEER-MES-ANTERIOR.
034270     IF WS-SCAN-MM = 1
034280         MOVE 12 TO WS-SCAN-MM
034290         SUBTRACT 1 FROM WS-SCAN-AAAA
034300     ELSE
034310         SUBTRACT 1 FROM WS-SCAN-MM
034320     END-IF.
034330
034340     MOVE EMP-LEGAJO TO LQ-LEGAJO.
034350     COMPUTE LQ-PERIODO = WS-SCAN-AAAA * 100 + WS-SCAN-MM.
034360     READ LIQUIDACION-HIST
034370         INVALID KEY
034380             GO TO 5110-EXIT
034390     END-READ.
034400
034410     IF LQ-TOTAL-BRUTO > WS-MEJOR-BRUTO-12M
034420         MOVE LQ-TOTAL-BRUTO TO WS-MEJOR-BRUTO-12M
034430     END-IF.
034440     IF WS-SCAN-AAAA = WS-EGRESO-AAAA
034450             AND WS-SCAN-MM NOT LESS WS-SEM-DESDE-MM
034460         IF LQ-TOTAL-BRUTO > WS-MEJOR-BRUTO-SEM
034470             MOVE LQ-TOTAL-BRUTO TO WS-MEJOR-BRUTO-SEM
034480         END-IF
034490     END-IF.
034500 5110-EXIT.
034510     EXIT.
034520
034530*****************************************************************
034540* VACACIONES NO GOZADAS: DIAS POR TRAMO DE ANTIGUEDAD,
034550* PROPORCIONALES A LOS MESES TRANSCURRIDOS DEL ANIO, MENOS
034560* LOS DIAS YA GOZADOS EN EL ANIO (VAC-GOZADAS), PAGADOS AL
034570* DIVISOR 25 DEL CONVENIO SOBRE EL BASICO CON ANTIGUEDAD
034580*****************************************************************
034590 5200-CALCULAR-VACACIONES.
034600     SET VAC-IDX TO 1.
034610     SEARCH VAC-TRAMO
034620         AT END
034630             MOVE VAC-DIAS (4) TO WS-VAC-DIAS
034640         WHEN YEARS-OF-SERVICE <= VAC-ANOS-HASTA (VAC-IDX)
034650             MOVE VAC-DIAS (VAC-IDX) TO WS-VAC-DIAS
034660     END-SEARCH.
034670
034680     COMPUTE WS-VAC-DIAS-PROP ROUNDED =
034690         WS-VAC-DIAS * WS-EGRESO-MM / 12.
034700
034710     *> Dias ya gozados en el anio del egreso, liquidados por
034720     *> adelantado por LIQUIDA-VACACIONES
034730     MOVE ZEROS TO WS-VAC-DIAS-GOZADOS.
034740     MOVE EMP-LEGAJO TO VG-LEGAJO.
034750     MOVE WS-EGRESO-AAAA TO VG-ANIO.
034760     READ VAC-GOZADAS
034770         INVALID KEY
034780             CONTINUE
034790         NOT INVALID KEY
034800             MOVE VG-DIAS-GOZADOS TO WS-VAC-DIAS-GOZADOS
034810     END-READ.
034820     COMPUTE WS-VAC-DIAS-NETOS =
034830         WS-VAC-DIAS-PROP - WS-VAC-DIAS-GOZADOS.
034840     IF WS-VAC-DIAS-NETOS < ZERO
034850         MOVE ZEROS TO WS-VAC-DIAS-NETOS
034860     END-IF.
034870
034880     COMPUTE WS-BASICO-VACACIONES ROUNDED = WS-BASICO-TARIFA +
034890         (WS-BASICO-TARIFA * WS-ANT-PORCENTAJE / 100).
034900     COMPUTE WS-VAC-IMPORTE ROUNDED =
034910         WS-BASICO-VACACIONES / 25 * WS-VAC-DIAS-NETOS.
034920 5200-EXIT.
034930     EXIT.
034940
034950*****************************************************************
034960* AGREGA AL RECIBO LA SECCION DE LA LIQUIDACION FINAL CON LOS
034970* CONCEPTOS DEL EGRESO Y EL NETO FINAL A COBRAR
034980*****************************************************************
034990 5300-EMITIR-RECIBO-EGRESO.
035000     MOVE SPACES TO LINEA-RECIBO.
035010     WRITE LINEA-RECIBO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
035020
035030     IF EMP-EGRESO-RENUNCIA
035040         STRING "MOTIVO DE EGRESO: RENUNCIA"
035050             DELIMITED SIZE INTO LINEA-RECIBO
035060     ELSE
035070         IF EMP-EGRESO-DESPIDO-SC
035080             STRING "MOTIVO: DESPIDO SIN CAUSA"
035090                 DELIMITED SIZE INTO LINEA-RECIBO
035100         ELSE
035110             STRING "MOTIVO: DESPIDO CON CAUSA"
035120                 DELIMITED SIZE INTO LINEA-RECIBO
035130         END-IF
035140     END-IF.
035150     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
035160
035170     MOVE WS-SAC-PROPORCIONAL TO WS-EDIT-IMPORTE.
035180     STRING "SAC PROPORCIONAL DEL SEMESTRE ........... $"
035190         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
035200     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
035210
035220     MOVE WS-VAC-IMPORTE TO WS-EDIT-IMPORTE.
035230     STRING "VACACIONES NO GOZADAS ................... $"
035240         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
035250     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
035260
035270     MOVE WS-EGRESO-DED-TOTAL TO WS-EDIT-IMPORTE.
035280     STRING "DESC. S/SAC Y VACACIONES ................ $"
035290         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
035300     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
035310
035320     IF EMP-EGRESO-DESPIDO-SC
035330         MOVE WS-INDEM-ANTIGUEDAD TO WS-EDIT-IMPORTE
035340         STRING "INDEMNIZACION POR ANTIGUEDAD ............ $"
035350             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO
035360         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
035370         MOVE WS-PREAVISO TO WS-EDIT-IMPORTE
035380         STRING "INDEMNIZACION SUSTITUTIVA DE PREAVISO ... $"
035390             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO
035400         WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE
035410     END-IF.
035420
035430     WRITE LINEA-RECIBO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
035440
035450     MOVE NET-SALARY TO WS-EDIT-IMPORTE.
035460     STRING "NETO FINAL A COBRAR ..................... $"
035470         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
035480     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
035490 5300-EXIT.
035500     EXIT.
035510
035520*****************************************************************
035530* SIMULACION: COMPARA BRUTO Y NETO DEL LEGAJO CONTRA SU
035540* LIQUIDACION DEL PERIODO ANTERIOR Y MARCA EN EL REPORTE LAS
035550* VARIACIONES DE NETO QUE SUPERAN LA TOLERANCIA (CON SUS
035560* BRUTOS) Y LOS LEGAJOS NUEVOS
035570*****************************************************************
035580 6000-COMPARAR-CON-ANTERIOR.
035590     IF WS-CANT-PROCESADOS < 5000
035600         ADD 1 TO WS-CANT-PROCESADOS
035610         MOVE EMP-LEGAJO TO PROC-LEGAJO (WS-CANT-PROCESADOS)
035620     ELSE
035630         IF NOT TABLA-PROC-DESBORDADA
035640             DISPLAY "ATENCION: TABLA DE LEGAJOS PROCESADOS "
035650                 "DESBORDADA, EL REPORTE DE AUSENTES NO ES "
035660                 "CONFIABLE"
035670         END-IF
035680         SET TABLA-PROC-DESBORDADA TO TRUE
035690     END-IF.
035700
035710     MOVE EMP-LEGAJO TO LQ-LEGAJO.
035720     MOVE WS-PERIODO-ANTERIOR TO LQ-PERIODO.
035730     READ LIQUIDACION-HIST
035740         INVALID KEY
035750             ADD 1 TO WS-CANT-NUEVOS
035760             PERFORM 6010-IMPRIMIR-TITULO THRU 6010-EXIT
035770             MOVE SPACES TO LINEA-CONTROL
035780             STRING "  LEGAJO " EMP-LEGAJO
035790                 "  NUEVO, SIN LIQUIDACION ANTERIOR"
035800                 DELIMITED SIZE INTO LINEA-CONTROL
035810             WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
035820             GO TO 6000-EXIT
035830     END-READ.
035840
035850     MOVE LQ-TOTAL-NETO TO WS-NETO-ANTERIOR.
035860     MOVE LQ-TOTAL-BRUTO TO WS-BRUTO-ANTERIOR.
035870     IF WS-NETO-ANTERIOR = ZERO
035880         GO TO 6000-EXIT
035890     END-IF.
035900
035910     COMPUTE WS-VAR-PORCENTAJE ROUNDED =
035920         (NET-SALARY - WS-NETO-ANTERIOR) * 100
035930         / WS-NETO-ANTERIOR.
035940     IF WS-VAR-PORCENTAJE > WS-VAR-TOLERANCIA
035950             OR WS-VAR-PORCENTAJE < (ZERO - WS-VAR-TOLERANCIA)
035960         ADD 1 TO WS-CANT-VARIACIONES
035970         PERFORM 6010-IMPRIMIR-TITULO THRU 6010-EXIT
035980         MOVE WS-NETO-ANTERIOR TO WS-EDIT-NETO-ANT
035990         MOVE NET-SALARY TO WS-EDIT-NETO-NVO
036000         MOVE WS-VAR-PORCENTAJE TO WS-EDIT-VAR
036010         MOVE SPACES TO LINEA-CONTROL
036020         STRING "  LEGAJO " EMP-LEGAJO
036030             " NETO ANT $" WS-EDIT-NETO-ANT
036040             " NVO $" WS-EDIT-NETO-NVO
036050             " VAR " WS-EDIT-VAR "%"
036060             DELIMITED SIZE INTO LINEA-CONTROL
036070         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
036080         MOVE WS-BRUTO-ANTERIOR TO WS-EDIT-NETO-ANT
036090         MOVE TOTAL-SALARY TO WS-EDIT-NETO-NVO
036100         MOVE SPACES TO LINEA-CONTROL
036110         STRING "                BRUTO ANT $" WS-EDIT-NETO-ANT
036120             " NVO $" WS-EDIT-NETO-NVO
036130             DELIMITED SIZE INTO LINEA-CONTROL
036140         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
036150     END-IF.
036160 6000-EXIT.
036170     EXIT.
036180
036190*****************************************************************
036200* IMPRIME UNA SOLA VEZ EL TITULO DEL REPORTE DE VARIACIONES
036210*****************************************************************
036220 6010-IMPRIMIR-TITULO.
036230     IF SIM-TITULO-IMPRESO
036240         GO TO 6010-EXIT
036250     END-IF.
036260     MOVE SPACES TO LINEA-CONTROL.
036270     STRING "SIMULACION - VARIACIONES CONTRA EL PERIODO "
036280         WS-PERIODO-ANTERIOR
036290         DELIMITED SIZE INTO LINEA-CONTROL.
036300     WRITE LINEA-CONTROL.
036310     SET SIM-TITULO-IMPRESO TO TRUE.
036320 6010-EXIT.
036330     EXIT.
036340
036350*****************************************************************
036360* RECORRE EL HISTORICO DEL PERIODO ANTERIOR PARA DETECTAR
036370* LEGAJOS QUE COBRARON EL MES PASADO Y NO APARECEN EN ESTA
036380* CORRIDA (BAJAS NO INFORMADAS, NOVEDADES FALTANTES)
036390*****************************************************************
036400 6100-BUSCAR-AUSENTES.
036410     MOVE "N" TO WS-HIST-EOF-SW.
036420     MOVE ZEROS TO LQ-LEGAJO.
036430     MOVE ZEROS TO LQ-PERIODO.
036440     START LIQUIDACION-HIST KEY NOT LESS THAN LQ-CLAVE
036450         INVALID KEY
036460             MOVE "S" TO WS-HIST-EOF-SW
036470     END-START.
036480     PERFORM 6110-EXAMINAR-HISTORICO THRU 6110-EXIT
036490         UNTIL HIST-EOF.
036500 6100-EXIT.
036510     EXIT.
036520
036530 6110-EXAMINAR-HISTORICO.
036540     READ LIQUIDACION-HIST NEXT RECORD
036550         AT END
036560             MOVE "S" TO WS-HIST-EOF-SW
036570             GO TO 6110-EXIT
036580     END-READ.
036590
036600     IF LQ-PERIODO NOT EQUAL WS-PERIODO-ANTERIOR
036610         GO TO 6110-EXIT
036620     END-IF.
036630
036640     MOVE "N" TO WS-PROCESADO-SW.
036650     PERFORM 6120-BUSCAR-PROCESADO THRU 6120-EXIT
036660         VARYING WS-PROC-IX FROM 1 BY 1
036670         UNTIL WS-PROC-IX > WS-CANT-PROCESADOS
036680             OR LEGAJO-PROCESADO.
036690
036700     IF NOT LEGAJO-PROCESADO
036710         ADD 1 TO WS-CANT-AUSENTES
036720         PERFORM 6010-IMPRIMIR-TITULO THRU 6010-EXIT
036730         MOVE LQ-TOTAL-NETO TO WS-EDIT-NETO-ANT
036740         MOVE SPACES TO LINEA-CONTROL
036750         STRING "  LEGAJO " LQ-LEGAJO
036760             "  AUSENTE, NETO ANTERIOR $" WS-EDIT-NETO-ANT
036770             DELIMITED SIZE INTO LINEA-CONTROL
036780         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
036790     END-IF.
036800 6110-EXIT.
036810     EXIT.
036820
036830 6120-BUSCAR-PROCESADO.
036840     IF PROC-LEGAJO (WS-PROC-IX) = LQ-LEGAJO
036850         SET LEGAJO-PROCESADO TO TRUE
036860     END-IF.
036870 6120-EXIT.
036880     EXIT.
036890
036900*****************************************************************
036910* GRABA EL CHECKPOINT DE LA CORRIDA EN CURSO: ULTIMO LEGAJO
036920* CONFIRMADO Y ACUMULADORES DEL CIERRE. EL ARCHIVO SE REGRABA
036930* COMPLETO EN CADA CHECKPOINT (UN SOLO REGISTRO).
036940*****************************************************************
036950 7000-GRABAR-CHECKPOINT.
036960     OPEN OUTPUT CHECKPOINT-FILE.
036970     IF NOT WS-CHKPOINT-OK
036980         DISPLAY "ERROR AL GRABAR CHECKPOINT, STATUS = "
036990             WS-CHKPOINT-STATUS
037000         GO TO 7000-EXIT
037010     END-IF.
037020     PERFORM 7010-CARGAR-CHECKPOINT THRU 7010-EXIT.
037030     MOVE "E" TO CK-ESTADO.
037040     WRITE CHECKPOINT-REG.
037050     CLOSE CHECKPOINT-FILE.
037060 7000-EXIT.
037070     EXIT.
037080
037090*****************************************************************
037100* ARMA EL REGISTRO DE CHECKPOINT CON LOS ACUMULADORES ACTUALES
037110*****************************************************************
037120 7010-CARGAR-CHECKPOINT.
037130     MOVE WS-PERIODO-A-LIQUIDAR TO CK-PERIODO.
037140     MOVE WS-MODO-CORRIDA TO CK-MODO.
037150     MOVE EMP-LEGAJO TO CK-ULTIMO-LEGAJO.
037160     MOVE WS-TOTAL-LEGAJOS TO CK-TOTAL-LEGAJOS.
037170     MOVE WS-CANT-SIN-NOVEDADES TO CK-CANT-SIN-NOVEDADES.
037180     MOVE WS-CANT-EGRESADOS-OMITIDOS
037190         TO CK-CANT-EGRESADOS-OMIT.
037200     MOVE WS-CANT-EGRESOS TO CK-CANT-EGRESOS.
037210     MOVE WS-TOTAL-BRUTO-GENERAL TO CK-TOTAL-BRUTO-GENERAL.
037220     MOVE WS-TOTAL-NETO-GENERAL TO CK-TOTAL-NETO-GENERAL.
037230     MOVE WS-TOTAL-JUBILACION TO CK-TOTAL-JUBILACION.
037240     MOVE WS-TOTAL-OBRA-SOCIAL TO CK-TOTAL-OBRA-SOCIAL.
037250     MOVE WS-TOTAL-SINDICAL TO CK-TOTAL-SINDICAL.
037260     MOVE WS-TOTAL-SEPELIO TO CK-TOTAL-SEPELIO.
037270     MOVE WS-TOTAL-ART TO CK-TOTAL-ART.
037280     MOVE WS-TOTAL-GANANCIAS TO CK-TOTAL-GANANCIAS.
037290     MOVE WS-TOTAL-EMBARGO TO CK-TOTAL-EMBARGO.
037300     MOVE WS-TOTAL-PRESTAMO TO CK-TOTAL-PRESTAMO.
037310     MOVE WS-TOTAL-ADELANTO TO CK-TOTAL-ADELANTO.
037320     MOVE WS-TOTAL-GAN-DEVUELTO TO CK-TOTAL-GAN-DEVUELTO.
037330     MOVE WS-TOTAL-VIAJE-KM TO CK-TOTAL-VIAJE-KM.
037340     MOVE WS-TOTAL-PERNOCTADAS TO CK-TOTAL-PERNOCTADAS.
037350     MOVE WS-TOTAL-COMIDAS-RUTA TO CK-TOTAL-COMIDAS-RUTA.
037360     MOVE WS-TOTAL-CRUCE-FRONTERA TO CK-TOTAL-CRUCE-FRONTERA.
037370     MOVE WS-TOTAL-EGRESOS-BRUTO TO CK-TOTAL-EGRESOS-BRUTO.
037380     MOVE WS-TOTAL-EGRESOS-NETO TO CK-TOTAL-EGRESOS-NETO.
037390     MOVE WS-CANT-CATEGORIAS TO CK-CANT-CATEGORIAS.
037400     MOVE ZEROS TO WS-CK-IX.
037410     PERFORM 7020-CARGAR-CATEGORIA THRU 7020-EXIT
037420         VARYING WS-CK-IX FROM 1 BY 1
037430         UNTIL WS-CK-IX > WS-CANT-CATEGORIAS.
037440     MOVE WS-CANT-CENTROS TO CK-CANT-CENTROS.
037450     PERFORM 7030-CARGAR-CENTRO THRU 7030-EXIT
037460         VARYING WS-CK-IX FROM 1 BY 1
037470         UNTIL WS-CK-IX > WS-CANT-CENTROS.
037480 7010-EXIT.
037490     EXIT.
037500
037510 7020-CARGAR-CATEGORIA.
037520     MOVE CTL-CATEGORIA (WS-CK-IX) TO CK-CATEGORIA (WS-CK-IX).
037530     MOVE CTL-CANTIDAD (WS-CK-IX) TO CK-CANTIDAD (WS-CK-IX).
037540     MOVE CTL-TOTAL-BRUTO (WS-CK-IX)
037550         TO CK-TOTAL-BRUTO (WS-CK-IX).
037560     MOVE CTL-TOTAL-NETO (WS-CK-IX)
037570         TO CK-TOTAL-NETO (WS-CK-IX).
037580 7020-EXIT.
037590     EXIT.
037600
037610 7030-CARGAR-CENTRO.
037620     MOVE CTLC-CENTRO (WS-CK-IX) TO CK-CEN-CENTRO (WS-CK-IX).
037630     MOVE CTLC-CANTIDAD (WS-CK-IX)
037640         TO CK-CEN-CANTIDAD (WS-CK-IX).
037650     MOVE CTLC-TOTAL-BRUTO (WS-CK-IX)
037660         TO CK-CEN-BRUTO (WS-CK-IX).
037670     MOVE CTLC-TOTAL-NETO (WS-CK-IX)
037680         TO CK-CEN-NETO (WS-CK-IX).
037690     MOVE CTLC-SUELDOS (WS-CK-IX)
037700         TO CK-CEN-SUELDOS (WS-CK-IX).
037710     MOVE CTLC-VIANDAS (WS-CK-IX)
037720         TO CK-CEN-VIANDAS (WS-CK-IX).
037730     MOVE CTLC-EXTRAS (WS-CK-IX)
037740         TO CK-CEN-EXTRAS (WS-CK-IX).
037750     MOVE CTLC-PRESENTISMO (WS-CK-IX)
037760         TO CK-CEN-PRESENTISMO (WS-CK-IX).
037770     MOVE CTLC-VIAJES (WS-CK-IX)
037780         TO CK-CEN-VIAJES (WS-CK-IX).
037790 7030-EXIT.
037800     EXIT.
037810
037820*****************************************************************
037830* MARCA EL CHECKPOINT COMO CORRIDA FINALIZADA PARA QUE LA
037840* PROXIMA EJECUCION DE LA MISMA JCL SEA UNA CORRIDA NUEVA
037850*****************************************************************
037860 7100-MARCAR-FIN-CORRIDA.
037870     OPEN OUTPUT CHECKPOINT-FILE.
037880     IF NOT WS-CHKPOINT-OK
037890         DISPLAY "ERROR AL GRABAR CHECKPOINT, STATUS = "
037900             WS-CHKPOINT-STATUS
037910         GO TO 7100-EXIT
037920     END-IF.
037930     PERFORM 7010-CARGAR-CHECKPOINT THRU 7010-EXIT.
037940     MOVE "F" TO CK-ESTADO.
037950     WRITE CHECKPOINT-REG.
037960     CLOSE CHECKPOINT-FILE.
037970 7100-EXIT.
037980     EXIT.
037990
038000*****************************************************************
038010* MARCA EL AVANCE DEL PERIODO EN SU REGISTRO DE ESTADO AL
038020* TERMINAR LA CORRIDA: SIMULACION CORRIDA O LIQUIDACION
038030* DEFINITIVA SEGUN EL MODO. LA CORRIDA DE EGRESOS NO CAMBIA
038040* EL AVANCE DEL PERIODO.
038050*****************************************************************
038060 7200-MARCAR-ESTADO-PERIODO.
038070     PERFORM 1150-LEER-ESTADO THRU 1150-EXIT.
038080     IF MODO-SIMULACION
038090         MOVE "S" TO PE-SIMULACION-CORRIDA
038100     ELSE
038110         IF MODO-MENSUAL
038120             MOVE "S" TO PE-LIQUIDACION-DEFIN
038130         ELSE
038140             GO TO 7200-EXIT
038150         END-IF
038160     END-IF.
038170     IF ESTADO-HALLADO
038180         REWRITE PERIODO-ESTADO-REG
038190     ELSE
038200         WRITE PERIODO-ESTADO-REG
038210     END-IF.
038220 7200-EXIT.
038230     EXIT.
038240
038250*****************************************************************
038260* IMPRIME EL REPORTE DE CIERRE DE NOMINA AL FINAL DE LA CORRIDA
038270*****************************************************************
038280 9000-EMITIR-CONTROL-REPORT.
038290     MOVE SPACES TO LINEA-CONTROL.
038300     WRITE LINEA-CONTROL FROM WS-BANNER-1.
038310
038320     STRING "CIERRE DE NOMINA - CONVENIO CAMIONEROS"
038330         DELIMITED SIZE INTO LINEA-CONTROL.
038340     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
038350
038360     WRITE LINEA-CONTROL FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
038370
038380     STRING "CATEGORIA   CANTIDAD   TOTAL BRUTO      TOTAL NETO"
038390         DELIMITED SIZE INTO LINEA-CONTROL.
038400     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
038410
038420     PERFORM 9010-IMPRIMIR-CATEGORIA THRU 9010-EXIT
038430         VARYING CTL-IDX FROM 1 BY 1
038440         UNTIL CTL-IDX > WS-CANT-CATEGORIAS.
038450
038460     WRITE LINEA-CONTROL FROM WS-BANNER-1
038470         AFTER ADVANCING 1 LINE.
038480
038490     STRING "CENTRO      CANTIDAD   TOTAL BRUTO"
038500         DELIMITED SIZE INTO LINEA-CONTROL.
038510     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
038520
038530     PERFORM 9020-IMPRIMIR-CENTRO THRU 9020-EXIT
038540         VARYING CEN-IDX FROM 1 BY 1
038550         UNTIL CEN-IDX > WS-CANT-CENTROS.
038560
038570     WRITE LINEA-CONTROL FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
038580
038590     MOVE WS-TOTAL-LEGAJOS TO WS-EDIT-CANTIDAD.
038600     STRING "LEGAJOS PROCESADOS: " WS-EDIT-CANTIDAD
038610         DELIMITED SIZE INTO LINEA-CONTROL.
038620     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
038630
038640     MOVE WS-CANT-SIN-NOVEDADES TO WS-EDIT-CANTIDAD.
038650     STRING "LEGAJOS SIN NOVEDADES: " WS-EDIT-CANTIDAD
038660         DELIMITED SIZE INTO LINEA-CONTROL.
038670     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
038680
038690     MOVE WS-CANT-EGRESADOS-OMITIDOS TO WS-EDIT-CANTIDAD.
038700     STRING "LEGAJOS EGRESADOS OMITIDOS: " WS-EDIT-CANTIDAD
038710         DELIMITED SIZE INTO LINEA-CONTROL.
038720     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
038730
038740     *> Seccion de egresos del cierre (solo si hubo egresos)
038750     IF WS-CANT-EGRESOS > ZERO
038760         MOVE WS-CANT-EGRESOS TO WS-EDIT-CANTIDAD
038770         STRING "EGRESOS LIQUIDADOS: " WS-EDIT-CANTIDAD
038780             DELIMITED SIZE INTO LINEA-CONTROL
038790         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
038800         MOVE WS-TOTAL-EGRESOS-BRUTO TO WS-EDIT-IMPORTE-GRANDE
038810         STRING "TOTAL BRUTO DE EGRESOS .............. $"
038820             WS-EDIT-IMPORTE-GRANDE
038830             DELIMITED SIZE INTO LINEA-CONTROL
038840         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
038850         MOVE WS-TOTAL-EGRESOS-NETO TO WS-EDIT-IMPORTE-GRANDE
038860         STRING "TOTAL NETO DE EGRESOS ............... $"
038870             WS-EDIT-IMPORTE-GRANDE
038880             DELIMITED SIZE INTO LINEA-CONTROL
038890         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
038900     END-IF.
038910
038920     *> Resumen de la simulacion
038930     IF MODO-SIMULACION
038940         MOVE WS-CANT-VARIACIONES TO WS-EDIT-CANTIDAD
038950         STRING "VARIACIONES SOBRE TOLERANCIA: " WS-EDIT-CANTIDAD
038960             DELIMITED SIZE INTO LINEA-CONTROL
038970         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
038980         MOVE WS-CANT-NUEVOS TO WS-EDIT-CANTIDAD
038990         STRING "LEGAJOS NUEVOS: " WS-EDIT-CANTIDAD
039000             DELIMITED SIZE INTO LINEA-CONTROL
039010         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
039020         MOVE WS-CANT-AUSENTES TO WS-EDIT-CANTIDAD
039030         STRING "LEGAJOS AUSENTES: " WS-EDIT-CANTIDAD
039040             DELIMITED SIZE INTO LINEA-CONTROL
039050         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
039060         IF TABLA-PROC-DESBORDADA
039070             MOVE SPACES TO LINEA-CONTROL
039080             STRING "ATENCION: TABLA DE PROCESADOS DESBORDADA,"
039090                 " AUSENTES NO CONFIABLES"
039100                 DELIMITED SIZE INTO LINEA-CONTROL
039110             WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
039120         END-IF
039130     END-IF.
039140
039150     MOVE WS-TOTAL-VIAJE-KM TO WS-EDIT-IMPORTE-GRANDE.
039160     STRING "TOTAL VIATICOS POR KILOMETRO ......... $"
039170         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039180     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039190
039200     MOVE WS-TOTAL-PERNOCTADAS TO WS-EDIT-IMPORTE-GRANDE.
039210     STRING "TOTAL PERNOCTADAS .................... $"
039220         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039230     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039240
039250     MOVE WS-TOTAL-COMIDAS-RUTA TO WS-EDIT-IMPORTE-GRANDE.
039260     STRING "TOTAL COMIDAS EN RUTA ................ $"
039270         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039280     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039290
039300     MOVE WS-TOTAL-CRUCE-FRONTERA TO WS-EDIT-IMPORTE-GRANDE.
039310     STRING "TOTAL CRUCES DE FRONTERA ............. $"
039320         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039330     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039340
039350     MOVE WS-TOTAL-BRUTO-GENERAL TO WS-EDIT-IMPORTE-GRANDE.
039360     STRING "TOTAL BRUTO DE LA CORRIDA ........... $"
039370         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039380     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039390
039400     MOVE WS-TOTAL-JUBILACION TO WS-EDIT-IMPORTE-GRANDE.
039410     STRING "TOTAL DEDUCIDO JUBILACION ............ $"
039420         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039430     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039440
039450     MOVE WS-TOTAL-OBRA-SOCIAL TO WS-EDIT-IMPORTE-GRANDE.
039460     STRING "TOTAL DEDUCIDO OBRA SOCIAL ........... $"
039470         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039480     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039490
039500     MOVE WS-TOTAL-SINDICAL TO WS-EDIT-IMPORTE-GRANDE.
039510     STRING "TOTAL DEDUCIDO CUOTA SINDICAL ........ $"
039520         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039530     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039540
039550     MOVE WS-TOTAL-SEPELIO TO WS-EDIT-IMPORTE-GRANDE.
039560     STRING "TOTAL DEDUCIDO SEGURO DE SEPELIO ..... $"
039570         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039580     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039590
039600     MOVE WS-TOTAL-ART TO WS-EDIT-IMPORTE-GRANDE.
039610     STRING "TOTAL DEDUCIDO ART ................... $"
039620         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039630     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039640
039650     MOVE WS-TOTAL-GANANCIAS TO WS-EDIT-IMPORTE-GRANDE.
039660     STRING "TOTAL DEDUCIDO GANANCIAS .............. $"
039670         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039680     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039690
039700     MOVE WS-TOTAL-EMBARGO TO WS-EDIT-IMPORTE-GRANDE.
039710     STRING "TOTAL DEDUCIDO EMBARGOS .............. $"
039720         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039730     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039740
039750     MOVE WS-TOTAL-PRESTAMO TO WS-EDIT-IMPORTE-GRANDE.
039760     STRING "TOTAL DEDUCIDO PRESTAMOS ............. $"
039770         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039780     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039790
039800     MOVE WS-TOTAL-ADELANTO TO WS-EDIT-IMPORTE-GRANDE.
039810     STRING "TOTAL DEDUCIDO ADELANTOS ............. $"
039820         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039830     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039840
039850     MOVE WS-TOTAL-GAN-DEVUELTO TO WS-EDIT-IMPORTE-GRANDE.
039860     STRING "TOTAL DEVUELTO GANANCIAS ............. $"
039870         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039880     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039890
039900     MOVE WS-TOTAL-NETO-GENERAL TO WS-EDIT-IMPORTE-GRANDE.
039910     STRING "TOTAL NETO A TRANSFERIR .............. $"
039920         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
039930     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
039940
039950     WRITE LINEA-CONTROL FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
039960 9000-EXIT.
039970     EXIT.
039980
039990*****************************************************************
040000* IMPRIME EL RENGLON DE TOTALES DE UNA CATEGORIA DEL CIERRE
040010*****************************************************************
040020 9010-IMPRIMIR-CATEGORIA.
040030     MOVE CTL-CANTIDAD (CTL-IDX) TO WS-EDIT-CANTIDAD.
040040     MOVE CTL-TOTAL-BRUTO (CTL-IDX) TO WS-EDIT-IMPORTE-GRANDE.
040050     STRING CTL-CATEGORIA (CTL-IDX) "        "
040060         WS-EDIT-CANTIDAD "     $" WS-EDIT-IMPORTE-GRANDE
040070         DELIMITED SIZE INTO LINEA-CONTROL.
040080     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
040090 9010-EXIT.
040100     EXIT.
040110
040120*****************************************************************
040130* IMPRIME EL RENGLON DE SUBTOTALES DE UN CENTRO DE COSTOS
040140*****************************************************************
040150 9020-IMPRIMIR-CENTRO.
040160     MOVE CTLC-CANTIDAD (CEN-IDX) TO WS-EDIT-CANTIDAD.
040170     MOVE CTLC-TOTAL-BRUTO (CEN-IDX) TO WS-EDIT-IMPORTE-GRANDE.
040180     STRING CTLC-CENTRO (CEN-IDX) "        "
040190         WS-EDIT-CANTIDAD "     $" WS-EDIT-IMPORTE-GRANDE
040200         DELIMITED SIZE INTO LINEA-CONTROL.
040210     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
040220 9020-EXIT.
040230     EXIT.
040240
040250*****************************************************************
040260* EXPORTA EL ASIENTO CONTABLE DE LA CORRIDA: UNA LINEA DE
040270* DEBE POR CENTRO Y CONCEPTO REMUNERATIVO Y LINEAS DE HABER
040280* POR CADA RETENCION Y POR EL NETO A PAGAR. LAS CUENTAS
040290* CONTABLES SALEN DEL ARCHIVO DE PARAMETROS DE CUENTAS.
040300*****************************************************************
040310 9500-EMITIR-ASIENTO.
040320     PERFORM 9510-CARGAR-CUENTAS THRU 9510-EXIT.
040330     IF WS-CANT-CUENTAS = ZERO
040340         DISPLAY "SIN PARAMETROS DE CUENTAS: NO SE GENERA "
040350             "EL ASIENTO CONTABLE"
040360         GO TO 9500-EXIT
040370     END-IF.
040380
040390     OPEN OUTPUT ASIENTO-EXPORT.
040400     IF NOT WS-ASIENTO-OK
040410         DISPLAY "ERROR AL ABRIR ASIENTO-EXPORT, STATUS = "
040420             WS-ASIENTO-STATUS
040430         GO TO 9500-EXIT
040440     END-IF.
040450
040460     PERFORM 9540-ASIENTO-CENTRO THRU 9540-EXIT
040470         VARYING CEN-IDX FROM 1 BY 1
040480         UNTIL CEN-IDX > WS-CANT-CENTROS.
040490
040500     MOVE "JUBILACION" TO WS-CONCEPTO-W.
040510     MOVE WS-TOTAL-JUBILACION TO WS-IMPORTE-W.
040520     PERFORM 9550-GRABAR-HABER THRU 9550-EXIT.
040530     MOVE "OBRA-SOCIAL" TO WS-CONCEPTO-W.
040540     MOVE WS-TOTAL-OBRA-SOCIAL TO WS-IMPORTE-W.
040550     PERFORM 9550-GRABAR-HABER THRU 9550-EXIT.
040560     MOVE "SINDICAL" TO WS-CONCEPTO-W.
040570     MOVE WS-TOTAL-SINDICAL TO WS-IMPORTE-W.
040580     PERFORM 9550-GRABAR-HABER THRU 9550-EXIT.
040590     MOVE "SEPELIO" TO WS-CONCEPTO-W.
040600     MOVE WS-TOTAL-SEPELIO TO WS-IMPORTE-W.
040610     PERFORM 9550-GRABAR-HABER THRU 9550-EXIT.
040620     MOVE "ART" TO WS-CONCEPTO-W.
040630     MOVE WS-TOTAL-ART TO WS-IMPORTE-W.
040640     PERFORM 9550-GRABAR-HABER THRU 9550-EXIT.
040650     MOVE "GANANCIAS" TO WS-CONCEPTO-W.
040660     MOVE WS-TOTAL-GANANCIAS TO WS-IMPORTE-W.
040670     PERFORM 9550-GRABAR-HABER THRU 9550-EXIT.
040680     MOVE "EMBARGOS" TO WS-CONCEPTO-W.
040690     MOVE WS-TOTAL-EMBARGO TO WS-IMPORTE-W.
040700     PERFORM 9550-GRABAR-HABER THRU 9550-EXIT.
040710     MOVE "PRESTAMOS" TO WS-CONCEPTO-W.
040720     MOVE WS-TOTAL-PRESTAMO TO WS-IMPORTE-W.
040730     PERFORM 9550-GRABAR-HABER THRU 9550-EXIT.
040740     MOVE "ADELANTOS" TO WS-CONCEPTO-W.
040750     MOVE WS-TOTAL-ADELANTO TO WS-IMPORTE-W.
040760     PERFORM 9550-GRABAR-HABER THRU 9550-EXIT.
040770     MOVE "NETO-A-PAGAR" TO WS-CONCEPTO-W.
040780     MOVE WS-TOTAL-NETO-GENERAL TO WS-IMPORTE-W.
040790     PERFORM 9550-GRABAR-HABER THRU 9550-EXIT.
040800
040810     CLOSE ASIENTO-EXPORT.
040820 9500-EXIT.
040830     EXIT.
040840
040850*****************************************************************
040860* CARGA LA TABLA DE CUENTAS CONTABLES DESDE CUENTAS-PARAM
040870*****************************************************************
040880 9510-CARGAR-CUENTAS.
040890     MOVE ZEROS TO WS-CANT-CUENTAS.
040900     OPEN INPUT CUENTAS-PARAM.
040910     IF NOT WS-CTAPARM-OK
040920         DISPLAY "ERROR AL ABRIR CUENTAS-PARAM, STATUS = "
040930             WS-CTAPARM-STATUS
040940         GO TO 9510-EXIT
040950     END-IF.
040960     MOVE "N" TO WS-CTAPARM-EOF-SW.
040970     PERFORM 9515-LEER-CUENTA THRU 9515-EXIT
040980         UNTIL CTAPARM-EOF.
040990     CLOSE CUENTAS-PARAM.
041000 9510-EXIT.
041010     EXIT.
041020
041030 9515-LEER-CUENTA.
041040     READ CUENTAS-PARAM
041050         AT END
041060             MOVE "S" TO WS-CTAPARM-EOF-SW
041070             GO TO 9515-EXIT
041080     END-READ.
041090     IF WS-CANT-CUENTAS < 40
041100         ADD 1 TO WS-CANT-CUENTAS
041110         MOVE CP-CONCEPTO TO CTA-CONCEPTO (WS-CANT-CUENTAS)
041120         MOVE CP-CUENTA TO CTA-CUENTA (WS-CANT-CUENTAS)
041130     END-IF.
041140 9515-EXIT.
041150     EXIT.
041160
041170*****************************************************************
041180* BUSCA LA CUENTA CONTABLE DEL CONCEPTO EN WS-CONCEPTO-W.
041190* SI NO ESTA PARAMETRIZADA QUEDA EN BLANCO Y SE AVISA.
041200*****************************************************************
041210 9520-BUSCAR-CUENTA.
041220     MOVE SPACES TO WS-CUENTA-HALLADA.
041230     PERFORM 9525-COMPARAR-CUENTA THRU 9525-EXIT
041240         VARYING WS-CTA-IX FROM 1 BY 1
041250         UNTIL WS-CTA-IX > WS-CANT-CUENTAS.
041260     IF WS-CUENTA-HALLADA = SPACES
041270         DISPLAY "CONCEPTO SIN CUENTA CONTABLE: " WS-CONCEPTO-W
041280     END-IF.
041290 9520-EXIT.
041300     EXIT.
041310
041320 9525-COMPARAR-CUENTA.
041330     IF CTA-CONCEPTO (WS-CTA-IX) = WS-CONCEPTO-W
041340         MOVE CTA-CUENTA (WS-CTA-IX) TO WS-CUENTA-HALLADA
041350     END-IF.
041360 9525-EXIT.
041370     EXIT.
041380
041390*****************************************************************
041400* GRABA LAS LINEAS DE DEBE DE UN CENTRO DE COSTOS, UNA POR
041410* CONCEPTO REMUNERATIVO CON IMPORTE DISTINTO DE CERO
041420*****************************************************************
041430 9540-ASIENTO-CENTRO.
041440     MOVE "SUELDOS" TO WS-CONCEPTO-W.
041450     MOVE CTLC-SUELDOS (CEN-IDX) TO WS-IMPORTE-W.
041460     PERFORM 9545-GRABAR-DEBE THRU 9545-EXIT.
041470     MOVE "VIANDAS" TO WS-CONCEPTO-W.
041480     MOVE CTLC-VIANDAS (CEN-IDX) TO WS-IMPORTE-W.
041490     PERFORM 9545-GRABAR-DEBE THRU 9545-EXIT.
041500     MOVE "EXTRAS" TO WS-CONCEPTO-W.
041510     MOVE CTLC-EXTRAS (CEN-IDX) TO WS-IMPORTE-W.
041520     PERFORM 9545-GRABAR-DEBE THRU 9545-EXIT.
041530     MOVE "PRESENTISMO" TO WS-CONCEPTO-W.
041540     MOVE CTLC-PRESENTISMO (CEN-IDX) TO WS-IMPORTE-W.
041550     PERFORM 9545-GRABAR-DEBE THRU 9545-EXIT.
041560     MOVE "VIAJES" TO WS-CONCEPTO-W.
041570     MOVE CTLC-VIAJES (CEN-IDX) TO WS-IMPORTE-W.
041580     PERFORM 9545-GRABAR-DEBE THRU 9545-EXIT.
041590 9540-EXIT.
041600     EXIT.
041610
041620 9545-GRABAR-DEBE.
041630     IF WS-IMPORTE-W = ZERO
041640         GO TO 9545-EXIT
041650     END-IF.
041660     PERFORM 9520-BUSCAR-CUENTA THRU 9520-EXIT.
041670     MOVE "D" TO AS-TIPO.
041680     MOVE WS-CUENTA-HALLADA TO AS-CUENTA.
041690     MOVE CTLC-CENTRO (CEN-IDX) TO AS-CENTRO.
041700     MOVE WS-CONCEPTO-W TO AS-CONCEPTO.
041710     MOVE WS-PERIODO-AAAAMM TO AS-PERIODO.
041720     MOVE WS-IMPORTE-W TO AS-IMPORTE.
041730     WRITE ASIENTO-REG.
041740 9545-EXIT.
041750     EXIT.
041760
041770*****************************************************************
041780* GRABA UNA LINEA DE HABER DEL ASIENTO (RETENCION O NETO),
041790* SIN CENTRO DE COSTOS
041800*****************************************************************
041810 9550-GRABAR-HABER.
041820     IF WS-IMPORTE-W = ZERO
041830         GO TO 9550-EXIT
041840     END-IF.
041850     PERFORM 9520-BUSCAR-CUENTA THRU 9520-EXIT.
041860     MOVE "H" TO AS-TIPO.
041870     MOVE WS-CUENTA-HALLADA TO AS-CUENTA.
041880     MOVE ZEROS TO AS-CENTRO.
041890     MOVE WS-CONCEPTO-W TO AS-CONCEPTO.
041900     MOVE WS-PERIODO-AAAAMM TO AS-PERIODO.
041910     MOVE WS-IMPORTE-W TO AS-IMPORTE.
041920     WRITE ASIENTO-REG.
041930 9550-EXIT.
041940     EXIT.
041950
041960 8000-FINALIZAR.
041970     *> Una corrida que no llego a inicializar no emite cierre
041980     *> ni asiento, y sobre todo no pisa el checkpoint de una
041990     *> corrida abendada que espera su rearranque
042000     IF INICIO-ABORTADO
042010         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: SE "
042020             "CONSERVA EL CHECKPOINT EXISTENTE"
042030         GO TO 8000-CERRAR
042040     END-IF.
042050
042060     IF MODO-SIMULACION
042070         PERFORM 6100-BUSCAR-AUSENTES THRU 6100-EXIT
042080     END-IF.
042090     PERFORM 9000-EMITIR-CONTROL-REPORT THRU 9000-EXIT.
042100     IF NOT MODO-SIMULACION
042110         PERFORM 9500-EMITIR-ASIENTO THRU 9500-EXIT
042120     END-IF.
042130     IF NOT MODO-SIMULACION
042140         PERFORM 7100-MARCAR-FIN-CORRIDA THRU 7100-EXIT
042150     END-IF.
042160     PERFORM 7200-MARCAR-ESTADO-PERIODO THRU 7200-EXIT.
042170
042180 8000-CERRAR.
042190     CLOSE EMPLEADO-MASTER.
042200     CLOSE CATEGORIA-MASTER.
042210     CLOSE WAGE-HISTORY.
042220     CLOSE NOVEDADES.
042230     CLOSE VIAJES.
042240     CLOSE PARAMETRO-LEGAL.
042250     CLOSE HISTORIA-LEGAJO.
042260     CLOSE LIQUIDACION-HIST.
042270     CLOSE DEDUCCION-VARIABLE.
042280     CLOSE VAC-GOZADAS.
042290     CLOSE GANANCIA-DECL.
042300     CLOSE PERIODO-ESTADO.
042310     CLOSE CONTROL-REPORT.
042320     IF NOT MODO-SIMULACION
042330         CLOSE REPORTE-RECIBO
042340         CLOSE RECIBO-FIRMA
042350         CLOSE AUDIT-LOG
042360         CLOSE BANCO-EXPORT
042370         CLOSE SICOSS-EXPORT
042380     END-IF.
042390     STRING "PERIODO=" WS-PERIODO-AAAAMM " MODO=" WS-MODO-CORRIDA
042400         " LEGAJOS=" WS-TOTAL-LEGAJOS " EGRESOS=" WS-CANT-EGRESOS
042410         DELIMITED SIZE INTO WS-BIT-DETALLE.
042420     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
042430     DISPLAY "FIN DEL PROCESO DE LIQUIDACION.".
042440 8000-EXIT.
042450     EXIT.
042460
042470*****************************************************************
042480* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
042490* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
042500* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
042510*****************************************************************
042520 9900-REGISTRAR-BITACORA.
042530     IF WS-BIT-RESULTADO = SPACES
042540         MOVE "ABORTADO" TO WS-BIT-RESULTADO
042550     END-IF.
042560     OPEN EXTEND AUDIT-LOG.
042570     IF NOT WS-AUDITLOG-OK
042580         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
042590             WS-AUDITLOG-STATUS
042600         GO TO 9900-EXIT
042610     END-IF.
042620     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
042630     ACCEPT WS-HORA-BITACORA FROM TIME.
042640     MOVE SPACES TO BITACORA-REG.
042650     MOVE WS-FECHA-BITACORA TO BT-FECHA.
042660     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
042670     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
042680     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
042690     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
042700     MOVE WS-BIT-DETALLE TO BT-DETALLE.
042710     WRITE BITACORA-REG.
042720     CLOSE AUDIT-LOG.
042730 9900-EXIT.
042740     EXIT.

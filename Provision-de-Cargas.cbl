000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROVISION-CARGAS.
000030 AUTHOR. J. C. MARTINEZ.
000040 INSTALLATION. GREMIO DE CAMIONEROS - LIQUIDACION DE HABERES.
000050 DATE-WRITTEN. 2026-10-09.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROVISION MENSUAL DEL SAC, DE LAS VACACIONES DEVENGADAS Y DE
000090* LAS CONTRIBUCIONES PATRONALES SOBRE AMBOS, POR CENTRO DE
000100* COSTOS. PARA CADA LEGAJO CON LIQUIDACION DEL PERIODO EN EL
000110* HISTORICO DEVENGA:
000120*   SAC         = BRUTO DEL MES / 12
000130*   VACACIONES  = BASICO CON ANTIGUEDAD / 25 * DIAS DEL TRAMO
000140*                 LCT DEL LEGAJO / 12
000150*   CONTRIBUCIONES SOBRE CADA UNO CON LAS TASAS PATRONALES DEL
000160*   F.931 VIGENTES AL PERIODO EN PARAMETRO-LEGAL.
000170* LOS SALDOS POR LEGAJO QUEDAN EN PROVISION-SALDO, QUE
000180* LIQUIDA-SAC Y LIQUIDA-VACACIONES REVERSAN AL PAGAR; EL LEGAJO
000190* QUE EGRESA EN EL PERIODO NO DEVENGA Y SE LE REVERSA TODO EL
000200* SALDO, QUE PAGA LA LIQUIDACION FINAL. EMITE EL ASIENTO DE
000210* PROVISION CON LAS CUENTAS DE CUENTAS-PARAM Y UN REPORTE POR
000220* CENTRO CON LO DEVENGADO, LO PAGADO Y EL SALDO PROVISIONADO.
000230* EL REPROCESO DEL MISMO PERIODO PISA LA PROVISION DEL MES EN
000240* LUGAR DE SUMARLA DOS VECES.
000250*-----------------------------------------------------------------
000260* MOD-HIST:
000270*   2026-10-09 JCM  VERSION ORIGINAL.
000280*   2026-10-11 JCM  OPERADOR VALIDADO CONTRA OPERMAST SEGUN SU
000290*                   ROL Y RENGLON DE LA CORRIDA EN LA BITACORA
000300*                   UNIFICADA (AUDITLOG).
000310*   2026-10-14 JCM  EL PERIODO NUEVO DE PERESTAD ARRANCA TAMBIEN
000320*                   SIN CONTROL DE INTEGRIDAD CORRIDO.
000330*****************************************************************
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT EMPLEADO-MASTER
000430         ASSIGN TO EMPMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS EMP-LEGAJO
000470         FILE STATUS IS WS-EMPMAST-STATUS.
000480
000490     SELECT LIQUIDACION-HIST
000500         ASSIGN TO LIQHIST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS LQ-CLAVE
000540         FILE STATUS IS WS-LIQHIST-STATUS.
000550
000560     SELECT PROVISION-SALDO
000570         ASSIGN TO PROVIS
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS PV-CLAVE
000610         FILE STATUS IS WS-PROVIS-STATUS.
000620
000630     SELECT PARAMETRO-LEGAL
000640         ASSIGN TO PARMLEG
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS PL-CLAVE
000680         FILE STATUS IS WS-PARMLEG-STATUS.
000690
000700     SELECT PERIODO-ESTADO
000710         ASSIGN TO PERESTAD
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS PE-PERIODO
000750         FILE STATUS IS WS-PERESTAD-STATUS.
000760
000770     SELECT CUENTAS-PARAM
000780         ASSIGN TO CTAPARM
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-CTAPARM-STATUS.
000810
000820     SELECT ASIENTO-EXPORT
000830         ASSIGN TO ASIENTO
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-ASIENTO-STATUS.
000860
000870     SELECT CONTROL-REPORT
000880         ASSIGN TO CTLRPT
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-CTLRPT-STATUS.
000910
000920     SELECT OPERADOR-MASTER
000930         ASSIGN TO OPERMAST
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS OP-OPERADOR
000970         FILE STATUS IS WS-OPERMAST-STATUS.
000980
000990     SELECT AUDIT-LOG
001000         ASSIGN TO AUDITLOG
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-AUDITLOG-STATUS.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  EMPLEADO-MASTER
001070     LABEL RECORDS ARE STANDARD.
001080 COPY EMPMAST.
001090
001100 FD  LIQUIDACION-HIST
001110     LABEL RECORDS ARE STANDARD.
001120 COPY LIQHIST.
001130
001140 FD  PROVISION-SALDO
001150     LABEL RECORDS ARE STANDARD.
001160 COPY PROVIS.
001170
001180 FD  PARAMETRO-LEGAL
001190     LABEL RECORDS ARE STANDARD.
001200 COPY PARMLEG.
001210
001220 FD  PERIODO-ESTADO
001230     LABEL RECORDS ARE STANDARD.
001240 COPY PERESTAD.
001250
001260 FD  CUENTAS-PARAM
001270     LABEL RECORDS ARE STANDARD.
001280 COPY CTAPARM.
001290
001300 FD  ASIENTO-EXPORT
001310     LABEL RECORDS ARE STANDARD.
001320 COPY ASIENTO.
001330
001340 FD  CONTROL-REPORT
001350     LABEL RECORDS ARE STANDARD.
001360 COPY CTLRPT.
001370
001380 FD  OPERADOR-MASTER
001390     LABEL RECORDS ARE STANDARD.
001400 COPY OPERMAST.
001410
001420 FD  AUDIT-LOG
001430     LABEL RECORDS ARE STANDARD.
001440 COPY AUDITLOG.
001450
001460 WORKING-STORAGE SECTION.
001470
001480*****************************************************************
001490* SWITCHES DE CONTROL DE PROCESO
001500*****************************************************************
001510 01  WS-EMPMAST-STATUS         PIC X(02) VALUE ZEROS.
001520     88  WS-EMPMAST-OK             VALUE "00".
001530
001540 01  WS-LIQHIST-STATUS         PIC X(02) VALUE ZEROS.
001550     88  WS-LIQHIST-OK             VALUE "00".
001560
001570 01  WS-PROVIS-STATUS          PIC X(02) VALUE ZEROS.
001580     88  WS-PROVIS-OK              VALUE "00".
001590
001600 01  WS-PARMLEG-STATUS         PIC X(02) VALUE ZEROS.
001610     88  WS-PARMLEG-OK             VALUE "00".
001620
001630 01  WS-PERESTAD-STATUS        PIC X(02) VALUE ZEROS.
001640     88  WS-PERESTAD-OK            VALUE "00".
001650
001660 01  WS-CTAPARM-STATUS         PIC X(02) VALUE ZEROS.
001670     88  WS-CTAPARM-OK             VALUE "00".
001680
001690 01  WS-ASIENTO-STATUS         PIC X(02) VALUE ZEROS.
001700     88  WS-ASIENTO-OK             VALUE "00".
001710
001720 01  WS-CTLRPT-STATUS          PIC X(02) VALUE ZEROS.
001730     88  WS-CTLRPT-OK              VALUE "00".
001740
001750 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
001760     88  WS-OPERMAST-OK            VALUE "00".
001770
001780 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
001790     88  WS-AUDITLOG-OK            VALUE "00".
001800
001810 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
001820     88  FIN-DE-ARCHIVO            VALUE "S".
001830
001840 01  WS-BUSQUEDA-FIN-SW        PIC X(01) VALUE "N".
001850     88  BUSQUEDA-TERMINADA        VALUE "S".
001860
001870 01  WS-PARAMETROS-SW          PIC X(01) VALUE "N".
001880     88  PARAMETROS-HALLADOS       VALUE "S".
001890
001900 01  WS-ESTADO-HALLADO-SW      PIC X(01) VALUE "N".
001910     88  ESTADO-HALLADO            VALUE "S".
001920
001930 01  WS-SALDO-HALLADO-SW       PIC X(01) VALUE "N".
001940     88  SALDO-HALLADO             VALUE "S".
001950
001960 01  WS-CTAPARM-EOF-SW         PIC X(01) VALUE "N".
001970     88  CTAPARM-EOF               VALUE "S".
001980
001990*> La inicializacion arranca como abortada y recien se marca
002000*> completa al final de 1000: un error de apertura o un
002010*> periodo invalido dejan el reporte y el asiento sin emitir.
002020 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
002030     88  INICIO-ABORTADO           VALUE "S".
002040     88  INICIO-COMPLETO           VALUE "N".
002050
002060*****************************************************************
002070* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
002080* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
002090*****************************************************************
002100 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
002110 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
002120 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
002130 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 2.
002140 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
002150     88  OPERADOR-HABILITADO       VALUE "S".
002160 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
002170     "PROVISION-CARGAS".
002180 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
002190 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
002200 01  WS-FECHA-BITACORA         PIC 9(08).
002210 01  WS-HORA-BITACORA          PIC 9(08).
002220 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
002230     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
002240     05  FILLER                PIC 9(02).
002250
002260 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
002270
002280*****************************************************************
002290* PERIODO A PROVISIONAR (AAAAMM) Y FECHA DE VIGENCIA DE LAS
002300* TASAS DE CONTRIBUCIONES (PRIMER DIA DEL PERIODO)
002310*****************************************************************
002320 01  WS-PERIODO-MENSAJE        PIC X(40) VALUE
002330     "Periodo a provisionar (AAAAMM): ".
002340 01  WS-PERIODO-PROCESO        PIC 9(06) VALUE ZEROS.
002350 01  WS-PERIODO-PROCESO-R REDEFINES WS-PERIODO-PROCESO.
002360     05  WS-PROCESO-AAAA       PIC 9(04).
002370     05  WS-PROCESO-MM         PIC 9(02).
002380
002390 01  WS-FECHA-PARAMETROS       PIC 9(08).
002400 01  WS-FECHA-PARAMETROS-R REDEFINES WS-FECHA-PARAMETROS.
002410     05  WS-PARAM-AAAAMM       PIC 9(06).
002420     05  WS-PARAM-DD           PIC 9(02).
002430
002440 01  WS-FECHA-EGRESO-W         PIC 9(08).
002450 01  WS-FECHA-EGRESO-W-R REDEFINES WS-FECHA-EGRESO-W.
002460     05  WS-EGRESO-AAAAMM      PIC 9(06).
002470     05  FILLER                PIC 9(02).
002480
002490*> Tasas patronales del F.931 vigentes al periodo
002500 01  CONTRIB-JUBILACION-RATE   PIC V9999.
002510 01  CONTRIB-OBRA-SOC-RATE     PIC V9999.
002520 01  WS-CONTRIB-RATE           PIC V9999.
002530
002540*****************************************************************
002550* DIAS DE VACACIONES POR TRAMO DE ANTIGUEDAD (LCT ART. 150),
002560* LA MISMA TABLA DE LIQUIDA-VACACIONES
002570*****************************************************************
002580 01  VACACIONES-TABLA-VALORES.
002590     05  FILLER                PIC X(04) VALUE "0414".
002600     05  FILLER                PIC X(04) VALUE "0921".
002610     05  FILLER                PIC X(04) VALUE "1928".
002620     05  FILLER                PIC X(04) VALUE "9935".
002630
002640 01  VACACIONES-TABLA REDEFINES VACACIONES-TABLA-VALORES.
002650     05  VAC-TRAMO OCCURS 4 TIMES
002660                    ASCENDING KEY IS VAC-ANOS-HASTA
002670                    INDEXED BY VAC-IDX.
002680         10  VAC-ANOS-HASTA    PIC 9(02).
002690         10  VAC-DIAS          PIC 9(02).
002700
002710 01  WS-DIAS-TRAMO             PIC 9(02).
002720
002730*****************************************************************
002740* CONCEPTOS CONTABLES DE CADA PROVISION: GASTO, PASIVO DE LA
002750* PROVISION, CONTRIBUCIONES Y PASIVO DE LAS CONTRIBUCIONES
002760* (1 = SAC, 2 = VACACIONES)
002770*****************************************************************
002780 01  PROVISION-CONCEPTOS-VALORES.
002790     05  FILLER  PIC X(24) VALUE "SAC         PROV-SAC    ".
002800     05  FILLER  PIC X(24) VALUE "CONTRIB-SAC PROV-CON-SAC".
002810     05  FILLER  PIC X(24) VALUE "VACACIONES  PROV-VAC    ".
002820     05  FILLER  PIC X(24) VALUE "CONTRIB-VAC PROV-CON-VAC".
002830 01  PROVISION-CONCEPTOS REDEFINES PROVISION-CONCEPTOS-VALORES.
002840     05  PCN-CONCEPTO OCCURS 2 TIMES.
002850         10  PCN-GASTO         PIC X(12).
002860         10  PCN-PROVISION     PIC X(12).
002870         10  PCN-CONTRIB       PIC X(12).
002880         10  PCN-PROV-CONTRIB  PIC X(12).
002890
002900 01  PROVISION-CODIGOS-VALORES PIC X(02) VALUE "SV".
002910 01  PROVISION-CODIGOS REDEFINES PROVISION-CODIGOS-VALORES.
002920     05  PCN-CODIGO            PIC X(01) OCCURS 2 TIMES.
002930
002940 01  PROVISION-TITULOS-VALORES PIC X(06) VALUE "SACVAC".
002950 01  PROVISION-TITULOS REDEFINES PROVISION-TITULOS-VALORES.
002960     05  PCN-TITULO            PIC X(03) OCCURS 2 TIMES.
002970
002980 01  WS-CONC-IX                PIC 9(01).
002990
003000*****************************************************************
003010* CAMPOS DE TRABAJO DE LA PROVISION DEL LEGAJO
003020*****************************************************************
003030 01  WS-PROVISION-LEGAJO.
003040     05  WS-PROV-IMPORTE       PIC 9(9)V99 OCCURS 2 TIMES.
003050 01  WS-CONTRIB-LEGAJO.
003060     05  WS-PROV-CONTRIB       PIC 9(9)V99 OCCURS 2 TIMES.
003070 01  WS-REV-PROVISION          PIC 9(9)V99.
003080 01  WS-REV-CONTRIB            PIC 9(9)V99.
003090 01  WS-CENTRO-W               PIC 9(02).
003100
003110*****************************************************************
003120* ACUMULADORES POR CENTRO DE COSTOS Y CONCEPTO (1 = SAC,
003130* 2 = VACACIONES): LO DEL MES PARA EL ASIENTO Y LOS SALDOS DE
003140* PROVISION-SALDO PARA EL REPORTE
003150*****************************************************************
003160 01  WS-CANT-CENTROS           PIC 9(02) VALUE ZERO.
003170 01  PROVISION-CENTRO-TABLA.
003180     05  PROV-CEN-ENTRY OCCURS 1 TO 20 TIMES
003190                         DEPENDING ON WS-CANT-CENTROS
003200                         INDEXED BY CEN-IDX.
003210         10  PRC-CENTRO         PIC 9(02).
003220         10  PRC-CONCEPTO OCCURS 2 TIMES.
003230             15  PRC-PROV-MES       PIC 9(11)V99.
003240             15  PRC-CONT-MES       PIC 9(11)V99.
003250             15  PRC-REV-PROV-MES   PIC 9(11)V99.
003260             15  PRC-REV-CONT-MES   PIC 9(11)V99.
003270             15  PRC-DEVENGADO-ACUM PIC 9(11)V99.
003280             15  PRC-PAGADO-ACUM    PIC 9(11)V99.
003290             15  PRC-SALDO          PIC 9(11)V99.
003300
003310*****************************************************************
003320* TABLA DE CUENTAS CONTABLES CARGADA DESDE CUENTAS-PARAM
003330*****************************************************************
003340 01  WS-CANT-CUENTAS           PIC 9(02) VALUE ZERO.
003350 01  CUENTAS-TABLA.
003360     05  CTA-ENTRY OCCURS 40 TIMES.
003370         10  CTA-CONCEPTO       PIC X(12).
003380         10  CTA-CUENTA         PIC X(10).
003390 01  WS-CTA-IX                 PIC 9(02).
003400 01  WS-TIPO-W                 PIC X(01).
003410 01  WS-CONCEPTO-W             PIC X(12).
003420 01  WS-CUENTA-HALLADA         PIC X(10).
003430 01  WS-IMPORTE-W              PIC 9(11)V99.
003440
003450*****************************************************************
003460* ACUMULADORES DEL REPORTE
003470*****************************************************************
003480 01  WS-CANT-PROVISIONADOS     PIC 9(05) VALUE ZERO.
003490 01  WS-CANT-SIN-LIQUIDACION   PIC 9(05) VALUE ZERO.
003500 01  WS-CANT-EGRESOS           PIC 9(05) VALUE ZERO.
003510 01  WS-CANT-POSTERIORES       PIC 9(05) VALUE ZERO.
003520 01  WS-TOTAL-DEV-MES          PIC 9(13)V99 VALUE ZERO.
003530 01  WS-TOTAL-SALDO            PIC 9(13)V99 VALUE ZERO.
003540 01  WS-DEV-MES-W              PIC 9(11)V99.
003550
003560 01  WS-EDIT-CANTIDAD          PIC ZZ,ZZ9.
003570 01  WS-EDIT-IMPORTE-GRANDE    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003580
003590*****************************************************************
003600* RENGLON DEL REPORTE POR CENTRO Y CONCEPTO
003610*****************************************************************
003620 01  WS-LINEA-CENTRO.
003630     05  WS-LC-CENTRO          PIC 9(02).
003640     05  FILLER                PIC X(02) VALUE SPACES.
003650     05  WS-LC-CONCEPTO        PIC X(03).
003660     05  FILLER                PIC X(01) VALUE SPACES.
003670     05  WS-LC-DEV-MES         PIC ZZZ,ZZZ,ZZ9.99.
003680     05  FILLER                PIC X(01) VALUE SPACES.
003690     05  WS-LC-DEV-ACUM        PIC ZZZ,ZZZ,ZZ9.99.
003700     05  FILLER                PIC X(01) VALUE SPACES.
003710     05  WS-LC-PAGADO          PIC ZZZ,ZZZ,ZZ9.99.
003720     05  FILLER                PIC X(01) VALUE SPACES.
003730     05  WS-LC-SALDO           PIC ZZZ,ZZZ,ZZ9.99.
003740     05  FILLER                PIC X(13) VALUE SPACES.
003750
003760 PROCEDURE DIVISION.
003770
003780 0000-MAINLINE.
003790     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003800     PERFORM 2000-PROCESAR-EMPLEADOS THRU 2000-EXIT
003810         UNTIL FIN-DE-ARCHIVO.
003820     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
003830     STOP RUN.
003840
003850 1000-INICIALIZAR.
003860     DISPLAY WS-BANNER-1.
003870     DISPLAY "PROVISION DE SAC, VACACIONES Y CONTRIBUCIONES".
003880     DISPLAY WS-BANNER-1.
003890
003900     DISPLAY WS-OPERADOR-MENSAJE.
003910     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
003920     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
003930     IF NOT OPERADOR-HABILITADO
003940         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
003950         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003960         GO TO 1000-EXIT
003970     END-IF.
003980
003990     DISPLAY WS-PERIODO-MENSAJE.
004000     ACCEPT WS-PERIODO-PROCESO FROM CONSOLE.
004010     IF WS-PROCESO-MM < 01 OR WS-PROCESO-MM > 12
004020         DISPLAY "PERIODO INVALIDO: " WS-PERIODO-PROCESO
004030         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004040         GO TO 1000-EXIT
004050     END-IF.
004060
004070     OPEN INPUT EMPLEADO-MASTER.
004080     IF NOT WS-EMPMAST-OK
004090         DISPLAY "ERROR AL ABRIR EMPLEADO-MASTER, STATUS = "
004100             WS-EMPMAST-STATUS
004110         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004120         GO TO 1000-EXIT
004130     END-IF.
004140
004150     OPEN INPUT LIQUIDACION-HIST.
004160     IF NOT WS-LIQHIST-OK
004170         DISPLAY "ERROR AL ABRIR LIQUIDACION-HIST, STATUS = "
004180             WS-LIQHIST-STATUS
004190         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004200         GO TO 1000-EXIT
004210     END-IF.
004220
004230     OPEN I-O PROVISION-SALDO.
004240     IF NOT WS-PROVIS-OK
004250         DISPLAY "ERROR AL ABRIR PROVISION-SALDO, STATUS = "
004260             WS-PROVIS-STATUS
004270         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004280         GO TO 1000-EXIT
004290     END-IF.
004300
004310     *> Estado del periodo: la provision sale de la liquidacion
004320     *> definitiva y no se recalcula si el SAC ya la reverso
004330     OPEN I-O PERIODO-ESTADO.
004340     IF NOT WS-PERESTAD-OK
004350         DISPLAY "ERROR AL ABRIR PERIODO-ESTADO, STATUS = "
004360             WS-PERESTAD-STATUS
004370         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004380         GO TO 1000-EXIT
004390     END-IF.
004400     PERFORM 1100-VALIDAR-ESTADO THRU 1100-EXIT.
004410     IF FIN-DE-ARCHIVO
004420         GO TO 1000-EXIT
004430     END-IF.
004440
004450     *> Tasas patronales vigentes al primer dia del periodo
004460     MOVE WS-PERIODO-PROCESO TO WS-PARAM-AAAAMM.
004470     MOVE 01 TO WS-PARAM-DD.
004480     OPEN INPUT PARAMETRO-LEGAL.
004490     IF NOT WS-PARMLEG-OK
004500         DISPLAY "ERROR AL ABRIR PARAMETRO-LEGAL, STATUS = "
004510             WS-PARMLEG-STATUS
004520         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004530         GO TO 1000-EXIT
004540     END-IF.
004550     PERFORM 1200-CARGAR-PARAMETROS THRU 1200-EXIT.
004560     IF NOT PARAMETROS-HALLADOS
004570         DISPLAY "SIN PARAMETROS LEGALES VIGENTES AL "
004580             WS-FECHA-PARAMETROS
004590         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004600         GO TO 1000-EXIT
004610     END-IF.
004620     COMPUTE WS-CONTRIB-RATE =
004630         CONTRIB-JUBILACION-RATE + CONTRIB-OBRA-SOC-RATE.
004640
004650     PERFORM 1300-CARGAR-CUENTAS THRU 1300-EXIT.
004660     IF WS-CANT-CUENTAS = ZERO
004670         DISPLAY "SIN PARAMETROS DE CUENTAS: NO SE PUEDE EMITIR "
004680             "EL ASIENTO DE PROVISION"
004690         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004700         GO TO 1000-EXIT
004710     END-IF.
004720
004730     OPEN OUTPUT ASIENTO-EXPORT.
004740     IF NOT WS-ASIENTO-OK
004750         DISPLAY "ERROR AL ABRIR ASIENTO-EXPORT, STATUS = "
004760             WS-ASIENTO-STATUS
004770         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004780         GO TO 1000-EXIT
004790     END-IF.
004800
004810     OPEN OUTPUT CONTROL-REPORT.
004820     IF NOT WS-CTLRPT-OK
004830         DISPLAY "ERROR AL ABRIR CONTROL-REPORT, STATUS = "
004840             WS-CTLRPT-STATUS
004850         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004860         GO TO 1000-EXIT
004870     END-IF.
004880
004890     MOVE "OK" TO WS-BIT-RESULTADO.
004900     SET INICIO-COMPLETO TO TRUE.
004910     PERFORM 2100-LEER-EMPLEADO THRU 2100-EXIT.
004920 1000-EXIT.
004930     EXIT.
004940
004950*****************************************************************
004960* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
004970* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
004980* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
004990* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
005000* LOS ROLES MENORES)
005010*****************************************************************
005020 1050-VALIDAR-OPERADOR.
005030     MOVE "N" TO WS-OPERADOR-SW.
005040     OPEN INPUT OPERADOR-MASTER.
005050     IF NOT WS-OPERMAST-OK
005060         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
005070             WS-OPERMAST-STATUS
005080         GO TO 1050-EXIT
005090     END-IF.
005100     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
005110     READ OPERADOR-MASTER
005120         INVALID KEY
005130             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
005140             CLOSE OPERADOR-MASTER
005150             GO TO 1050-EXIT
005160     END-READ.
005170     CLOSE OPERADOR-MASTER.
005180     MOVE OP-ROL TO WS-OPERADOR-ROL.
005190     IF NOT OP-HABILITADO
005200         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
005210         GO TO 1050-EXIT
005220     END-IF.
005230     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
005240         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
005250             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
005260             ", REQUIERE " WS-ROL-REQUERIDO ")"
005270         GO TO 1050-EXIT
005280     END-IF.
005290     SET OPERADOR-HABILITADO TO TRUE.
005300 1050-EXIT.
005310     EXIT.
005320
005330*****************************************************************
005340* VALIDA EL ESTADO DEL PERIODO: EXIGE LA LIQUIDACION DEFINITIVA
005350* Y RECHAZA EL PERIODO CERRADO O CON EL SAC YA LIQUIDADO (EL
005360* PAGO DEL SAC YA REVERSO LA PROVISION DEL SEMESTRE)
005370*****************************************************************
005380 1100-VALIDAR-ESTADO.
005390     PERFORM 1150-LEER-ESTADO THRU 1150-EXIT.
005400     IF PE-CERRADO-SI
005410         DISPLAY "EL PERIODO " WS-PERIODO-PROCESO
005420             " ESTA CERRADO: NO SE PUEDE PROVISIONAR"
005430         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005440         GO TO 1100-EXIT
005450     END-IF.
005460     IF NOT PE-LIQUIDACION-SI
005470         DISPLAY "EL PERIODO " WS-PERIODO-PROCESO
005480             " NO TIENE LIQUIDACION DEFINITIVA: NO SE PUEDE "
005490             "PROVISIONAR"
005500         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005510         GO TO 1100-EXIT
005520     END-IF.
005530     IF PE-SAC-SI
005540         DISPLAY "EL SAC DEL PERIODO " WS-PERIODO-PROCESO
005550             " YA ESTA LIQUIDADO: LA PROVISION NO SE PUEDE "
005560             "RECALCULAR"
005570         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005580     END-IF.
005590 1100-EXIT.
005600     EXIT.
005610
005620*****************************************************************
005630* LEE EL ESTADO DEL PERIODO EN PROCESO. SIN REGISTRO, EL
005640* PERIODO ARRANCA CON TODOS SUS AVANCES EN "N".
005650*****************************************************************
005660 1150-LEER-ESTADO.
005670     MOVE "N" TO WS-ESTADO-HALLADO-SW.
005680     MOVE WS-PERIODO-PROCESO TO PE-PERIODO.
005690     READ PERIODO-ESTADO
005700         INVALID KEY
005710             MOVE WS-PERIODO-PROCESO TO PE-PERIODO
005720             MOVE "N" TO PE-NOVEDADES-CARGADAS
005730             MOVE "N" TO PE-SIMULACION-CORRIDA
005740             MOVE "N" TO PE-LIQUIDACION-DEFIN
005750             MOVE "N" TO PE-SAC-LIQUIDADO
005760             MOVE "N" TO PE-CONCILIACION-HECHA
005770             MOVE "N" TO PE-PERIODO-CERRADO
005780             MOVE "N" TO PE-NETO-PENDIENTE
005790             MOVE "N" TO PE-PROVISION-HECHA
005800             MOVE "N" TO PE-CONTROL-INTEGRIDAD
005810         NOT INVALID KEY
005820             SET ESTADO-HALLADO TO TRUE
005830     END-READ.
005840 1150-EXIT.
005850     EXIT.
005860
005870*****************************************************************
005880* CARGA LAS TASAS PATRONALES DEL F.931 DE LA VIGENCIA DE
005890* PARAMETRO-LEGAL QUE CUBRE EL PERIODO
005900*****************************************************************
005910 1200-CARGAR-PARAMETROS.
005920     MOVE "N" TO WS-BUSQUEDA-FIN-SW.
005930     MOVE "N" TO WS-PARAMETROS-SW.
005940     MOVE ZEROS TO PL-FECHA-DESDE.
005950     START PARAMETRO-LEGAL KEY IS NOT LESS THAN PL-CLAVE
005960         INVALID KEY
005970             SET BUSQUEDA-TERMINADA TO TRUE
005980     END-START.
005990
006000     PERFORM 1210-EXAMINAR-PARAMETRO THRU 1210-EXIT
006010         UNTIL BUSQUEDA-TERMINADA.
006020 1200-EXIT.
006030     EXIT.
006040
006050 1210-EXAMINAR-PARAMETRO.
006060     READ PARAMETRO-LEGAL NEXT RECORD
006070         AT END
006080             SET BUSQUEDA-TERMINADA TO TRUE
006090             GO TO 1210-EXIT
006100     END-READ.
006110
006120     IF PL-FECHA-DESDE > WS-FECHA-PARAMETROS
006130         SET BUSQUEDA-TERMINADA TO TRUE
006140         GO TO 1210-EXIT
006150     END-IF.
006160
006170     IF WS-FECHA-PARAMETROS <= PL-FECHA-HASTA
006180         MOVE PL-CONTRIB-JUBILACION-RATE
006190             TO CONTRIB-JUBILACION-RATE
006200         MOVE PL-CONTRIB-OBRA-SOC-RATE TO CONTRIB-OBRA-SOC-RATE
006210         SET PARAMETROS-HALLADOS TO TRUE
006220     END-IF.
006230 1210-EXIT.
006240     EXIT.
006250
006260*****************************************************************
006270* CARGA LA TABLA DE CUENTAS CONTABLES DESDE CUENTAS-PARAM
006280*****************************************************************
006290 1300-CARGAR-CUENTAS.
006300     MOVE ZEROS TO WS-CANT-CUENTAS.
006310     OPEN INPUT CUENTAS-PARAM.
006320     IF NOT WS-CTAPARM-OK
006330         DISPLAY "ERROR AL ABRIR CUENTAS-PARAM, STATUS = "
006340             WS-CTAPARM-STATUS
006350         GO TO 1300-EXIT
006360     END-IF.
006370     MOVE "N" TO WS-CTAPARM-EOF-SW.
006380     PERFORM 1310-LEER-CUENTA THRU 1310-EXIT
006390         UNTIL CTAPARM-EOF.
006400     CLOSE CUENTAS-PARAM.
006410 1300-EXIT.
006420     EXIT.
006430
006440 1310-LEER-CUENTA.
006450     READ CUENTAS-PARAM
006460         AT END
006470             MOVE "S" TO WS-CTAPARM-EOF-SW
006480             GO TO 1310-EXIT
006490     END-READ.
006500     IF WS-CANT-CUENTAS < 40
006510         ADD 1 TO WS-CANT-CUENTAS
006520         MOVE CP-CONCEPTO TO CTA-CONCEPTO (WS-CANT-CUENTAS)
006530         MOVE CP-CUENTA TO CTA-CUENTA (WS-CANT-CUENTAS)
006540     END-IF.
006550 1310-EXIT.
006560     EXIT.
006570
006580*****************************************************************
006590* PROVISIONA EL LEGAJO LEIDO. EL EGRESADO EN UN PERIODO
006600* ANTERIOR SE SALTEA; EL QUE EGRESA EN ESTE PERIODO NO DEVENGA
006610* Y SE LE REVERSA EL SALDO, QUE PAGA LA LIQUIDACION FINAL.
006620*****************************************************************
006630 2000-PROCESAR-EMPLEADOS.
006640     IF NOT EMP-ACTIVO
006650         MOVE EMP-FECHA-EGRESO TO WS-FECHA-EGRESO-W
006660         IF WS-EGRESO-AAAAMM < WS-PERIODO-PROCESO
006670             GO TO 2000-SIGUIENTE
006680         END-IF
006690         IF WS-EGRESO-AAAAMM = WS-PERIODO-PROCESO
006700             PERFORM 4000-REVERSAR-EGRESO THRU 4000-EXIT
006710             GO TO 2000-SIGUIENTE
006720         END-IF
006730     END-IF.
006740
006750     PERFORM 3000-PROVISIONAR-LEGAJO THRU 3000-EXIT.
006760
006770 2000-SIGUIENTE.
006780     PERFORM 2100-LEER-EMPLEADO THRU 2100-EXIT.
006790 2000-EXIT.
006800     EXIT.
006810
006820 2100-LEER-EMPLEADO.
006830     READ EMPLEADO-MASTER
006840         AT END
006850             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
006860     END-READ.
006870 2100-EXIT.
006880     EXIT.
006890
006900*****************************************************************
006910* CALCULA LA PROVISION DEL MES DEL LEGAJO SOBRE SU LIQUIDACION
006920* DEL PERIODO EN EL HISTORICO: SAC = BRUTO / 12, VACACIONES =
006930* BASICO CON ANTIGUEDAD / 25 * DIAS DEL TRAMO LCT / 12, Y LAS
006940* CONTRIBUCIONES PATRONALES SOBRE CADA UNO
006950*****************************************************************
006960 3000-PROVISIONAR-LEGAJO.
006970     MOVE EMP-LEGAJO TO LQ-LEGAJO.
006980     MOVE WS-PERIODO-PROCESO TO LQ-PERIODO.
006990     READ LIQUIDACION-HIST
007000         INVALID KEY
007010             ADD 1 TO WS-CANT-SIN-LIQUIDACION
007020             GO TO 3000-EXIT
007030     END-READ.
007040
007050     SET VAC-IDX TO 1.
007060     SEARCH VAC-TRAMO
007070         AT END
007080             MOVE VAC-DIAS (4) TO WS-DIAS-TRAMO
007090         WHEN EMP-ANTIGUEDAD-ANOS <= VAC-ANOS-HASTA (VAC-IDX)
007100             MOVE VAC-DIAS (VAC-IDX) TO WS-DIAS-TRAMO
007110     END-SEARCH.
007120
007130     COMPUTE WS-PROV-IMPORTE (1) ROUNDED = LQ-TOTAL-BRUTO / 12.
007140     COMPUTE WS-PROV-IMPORTE (2) ROUNDED =
007150         LQ-BASICO-CON-ANT / 25 * WS-DIAS-TRAMO / 12.
007160     COMPUTE WS-PROV-CONTRIB (1) ROUNDED =
007170         WS-PROV-IMPORTE (1) * WS-CONTRIB-RATE.
007180     COMPUTE WS-PROV-CONTRIB (2) ROUNDED =
007190         WS-PROV-IMPORTE (2) * WS-CONTRIB-RATE.
007200
007210     MOVE EMP-CENTRO-COSTOS TO WS-CENTRO-W.
007220     PERFORM 3300-BUSCAR-CENTRO THRU 3300-EXIT.
007230     PERFORM 3100-APLICAR-PROVISION THRU 3100-EXIT
007240         VARYING WS-CONC-IX FROM 1 BY 1 UNTIL WS-CONC-IX > 2.
007250     ADD 1 TO WS-CANT-PROVISIONADOS.
007260 3000-EXIT.
007270     EXIT.
007280
007290*****************************************************************
007300* SUMA LA PROVISION DEL MES AL SALDO DEL LEGAJO EN EL CONCEPTO
007310* WS-CONC-IX. EL REPROCESO DEL MISMO PERIODO DESCUENTA ANTES LA
007320* PROVISION YA APLICADA; UNA PROVISION DE UN PERIODO POSTERIOR
007330* YA APLICADA DEJA EL LEGAJO SIN TOCAR.
007340*****************************************************************
007350 3100-APLICAR-PROVISION.
007360     PERFORM 3200-LEER-SALDO THRU 3200-EXIT.
007370
007380     IF PV-ULT-PERIODO > WS-PERIODO-PROCESO
007390         DISPLAY "LEGAJO " EMP-LEGAJO " YA PROVISIONADO EN EL "
007400             "PERIODO " PV-ULT-PERIODO ", SE OMITE."
007410         ADD 1 TO WS-CANT-POSTERIORES
007420         GO TO 3100-EXIT
007430     END-IF.
007440
007450     IF PV-ULT-PERIODO = WS-PERIODO-PROCESO
007460         IF PV-SALDO-PROVISION < PV-ULT-PROVISION
007470             MOVE ZEROS TO PV-SALDO-PROVISION
007480         ELSE
007490             SUBTRACT PV-ULT-PROVISION FROM PV-SALDO-PROVISION
007500         END-IF
007510         IF PV-SALDO-CONTRIB < PV-ULT-CONTRIB
007520             MOVE ZEROS TO PV-SALDO-CONTRIB
007530         ELSE
007540             SUBTRACT PV-ULT-CONTRIB FROM PV-SALDO-CONTRIB
007550         END-IF
007560         SUBTRACT PV-ULT-PROVISION PV-ULT-CONTRIB
007570             FROM PV-DEVENGADO-ACUM
007580     END-IF.
007590
007600     MOVE EMP-CENTRO-COSTOS TO PV-CENTRO.
007610     ADD WS-PROV-IMPORTE (WS-CONC-IX) TO PV-SALDO-PROVISION.
007620     ADD WS-PROV-CONTRIB (WS-CONC-IX) TO PV-SALDO-CONTRIB.
007630     ADD WS-PROV-IMPORTE (WS-CONC-IX) WS-PROV-CONTRIB (WS-CONC-IX)
007640         TO PV-DEVENGADO-ACUM.
007650     MOVE WS-PERIODO-PROCESO TO PV-ULT-PERIODO.
007660     MOVE WS-PROV-IMPORTE (WS-CONC-IX) TO PV-ULT-PROVISION.
007670     MOVE WS-PROV-CONTRIB (WS-CONC-IX) TO PV-ULT-CONTRIB.
007680     PERFORM 3250-GRABAR-SALDO THRU 3250-EXIT.
007690
007700     ADD WS-PROV-IMPORTE (WS-CONC-IX)
007710         TO PRC-PROV-MES (CEN-IDX, WS-CONC-IX).
007720     ADD WS-PROV-CONTRIB (WS-CONC-IX)
007730         TO PRC-CONT-MES (CEN-IDX, WS-CONC-IX).
007740 3100-EXIT.
007750     EXIT.
007760
007770*****************************************************************
007780* LEE EL SALDO DE PROVISION DEL LEGAJO EN EL CONCEPTO
007790* WS-CONC-IX. SIN REGISTRO, EL SALDO ARRANCA EN CERO.
007800*****************************************************************
007810 3200-LEER-SALDO.
007820     MOVE "N" TO WS-SALDO-HALLADO-SW.
007830     MOVE EMP-LEGAJO TO PV-LEGAJO.
007840     MOVE PCN-CODIGO (WS-CONC-IX) TO PV-CONCEPTO.
007850     READ PROVISION-SALDO
007860         INVALID KEY
007870             MOVE SPACES TO PROVISION-SALDO-REG
007880             MOVE EMP-LEGAJO TO PV-LEGAJO
007890             MOVE PCN-CODIGO (WS-CONC-IX) TO PV-CONCEPTO
007900             MOVE EMP-CENTRO-COSTOS TO PV-CENTRO
007910             MOVE ZEROS TO PV-SALDO-PROVISION
007920             MOVE ZEROS TO PV-SALDO-CONTRIB
007930             MOVE ZEROS TO PV-DEVENGADO-ACUM
007940             MOVE ZEROS TO PV-PAGADO-ACUM
007950             MOVE ZEROS TO PV-ULT-PERIODO
007960             MOVE ZEROS TO PV-ULT-PROVISION
007970             MOVE ZEROS TO PV-ULT-CONTRIB
007980             MOVE ZEROS TO PV-ULT-PAGO-CLAVE
007990             MOVE ZEROS TO PV-ULT-PAGADO
008000             MOVE ZEROS TO PV-ULT-REV-PROVISION
008010             MOVE ZEROS TO PV-ULT-REV-CONTRIB
008020         NOT INVALID KEY
008030             SET SALDO-HALLADO TO TRUE
008040     END-READ.
008050 3200-EXIT.
008060     EXIT.
008070
008080 3250-GRABAR-SALDO.
008090     IF SALDO-HALLADO
008100         REWRITE PROVISION-SALDO-REG
008110             INVALID KEY
008120                 DISPLAY "ERROR AL REGRABAR LA PROVISION, LEGAJO "
008130                     PV-LEGAJO
008140         END-REWRITE
008150     ELSE
008160         WRITE PROVISION-SALDO-REG
008170             INVALID KEY
008180                 DISPLAY "ERROR AL GRABAR LA PROVISION, LEGAJO "
008190                     PV-LEGAJO
008200         END-WRITE
008210     END-IF.
008220 3250-EXIT.
008230     EXIT.
008240
008250*****************************************************************
008260* UBICA EL CENTRO WS-CENTRO-W EN LA TABLA DE ACUMULADORES (LO
008270* AGREGA SI ES NUEVO) Y DEJA CEN-IDX APUNTANDO A EL
008280*****************************************************************
008290 3300-BUSCAR-CENTRO.
008300     SET CEN-IDX TO 1.
008310     SEARCH PROV-CEN-ENTRY
008320         AT END
008330             PERFORM 3310-AGREGAR-CENTRO THRU 3310-EXIT
008340         WHEN PRC-CENTRO (CEN-IDX) = WS-CENTRO-W
008350             CONTINUE
008360     END-SEARCH.
008370 3300-EXIT.
008380     EXIT.
008390
008400 3310-AGREGAR-CENTRO.
008410     IF WS-CANT-CENTROS < 20
008420         ADD 1 TO WS-CANT-CENTROS
008430         SET CEN-IDX TO WS-CANT-CENTROS
008440         MOVE WS-CENTRO-W TO PRC-CENTRO (CEN-IDX)
008450         MOVE ZEROS TO PRC-CONCEPTO (CEN-IDX, 1)
008460         MOVE ZEROS TO PRC-CONCEPTO (CEN-IDX, 2)
008470     ELSE
008480         DISPLAY "TABLA DE CENTROS LLENA: EL CENTRO " WS-CENTRO-W
008490             " SE ACUMULA EN EL ULTIMO"
008500         SET CEN-IDX TO WS-CANT-CENTROS
008510     END-IF.
008520 3310-EXIT.
008530     EXIT.
008540
008550*****************************************************************
008560* REVERSA TODO EL SALDO DE SAC Y DE VACACIONES DEL LEGAJO QUE
008570* EGRESA EN EL PERIODO: LO PAGA SU LIQUIDACION FINAL. EL
008580* REPROCESO DEL MISMO EGRESO REPONE ANTES LO YA REVERSADO.
008590*****************************************************************
008600 4000-REVERSAR-EGRESO.
008610     ADD 1 TO WS-CANT-EGRESOS.
008620     PERFORM 4100-REVERSAR-CONCEPTO THRU 4100-EXIT
008630         VARYING WS-CONC-IX FROM 1 BY 1 UNTIL WS-CONC-IX > 2.
008640 4000-EXIT.
008650     EXIT.
008660
008670 4100-REVERSAR-CONCEPTO.
008680     PERFORM 3200-LEER-SALDO THRU 3200-EXIT.
008690     IF NOT SALDO-HALLADO
008700         GO TO 4100-EXIT
008710     END-IF.
008720
008730     IF PV-ULT-PAGO-CLAVE = EMP-FECHA-EGRESO
008740         ADD PV-ULT-REV-PROVISION TO PV-SALDO-PROVISION
008750         ADD PV-ULT-REV-CONTRIB TO PV-SALDO-CONTRIB
008760         SUBTRACT PV-ULT-PAGADO FROM PV-PAGADO-ACUM
008770     END-IF.
008780
008790     MOVE PV-SALDO-PROVISION TO WS-REV-PROVISION.
008800     MOVE PV-SALDO-CONTRIB TO WS-REV-CONTRIB.
008810     MOVE ZEROS TO PV-SALDO-PROVISION.
008820     MOVE ZEROS TO PV-SALDO-CONTRIB.
008830     ADD WS-REV-PROVISION TO PV-PAGADO-ACUM.
008840     MOVE EMP-FECHA-EGRESO TO PV-ULT-PAGO-CLAVE.
008850     MOVE WS-REV-PROVISION TO PV-ULT-PAGADO.
008860     MOVE WS-REV-PROVISION TO PV-ULT-REV-PROVISION.
008870     MOVE WS-REV-CONTRIB TO PV-ULT-REV-CONTRIB.
008880     PERFORM 3250-GRABAR-SALDO THRU 3250-EXIT.
008890
008900     MOVE PV-CENTRO TO WS-CENTRO-W.
008910     PERFORM 3300-BUSCAR-CENTRO THRU 3300-EXIT.
008920     ADD WS-REV-PROVISION
008930         TO PRC-REV-PROV-MES (CEN-IDX, WS-CONC-IX).
008940     ADD WS-REV-CONTRIB
008950         TO PRC-REV-CONT-MES (CEN-IDX, WS-CONC-IX).
008960 4100-EXIT.
008970     EXIT.
008980
008990*****************************************************************
009000* RECORRE PROVISION-SALDO Y ACUMULA POR CENTRO Y CONCEPTO LO
009010* DEVENGADO, LO PAGADO Y EL SALDO PROVISIONADO DE TODOS LOS
009020* LEGAJOS, PARA EL REPORTE
009030*****************************************************************
009040 5000-ACUMULAR-SALDOS.
009050     MOVE "N" TO WS-BUSQUEDA-FIN-SW.
009060     MOVE ZEROS TO PV-LEGAJO.
009070     MOVE SPACES TO PV-CONCEPTO.
009080     START PROVISION-SALDO KEY IS NOT LESS THAN PV-CLAVE
009090         INVALID KEY
009100             SET BUSQUEDA-TERMINADA TO TRUE
009110     END-START.
009120     PERFORM 5010-ACUMULAR-SALDO THRU 5010-EXIT
009130         UNTIL BUSQUEDA-TERMINADA.
009140 5000-EXIT.
009150     EXIT.
009160
009170 5010-ACUMULAR-SALDO.
009180     READ PROVISION-SALDO NEXT RECORD
009190         AT END
009200             SET BUSQUEDA-TERMINADA TO TRUE
009210             GO TO 5010-EXIT
009220     END-READ.
009230
009240     IF PV-SAC
009250         MOVE 1 TO WS-CONC-IX
009260     ELSE
009270         MOVE 2 TO WS-CONC-IX
009280     END-IF.
009290     MOVE PV-CENTRO TO WS-CENTRO-W.
009300     PERFORM 3300-BUSCAR-CENTRO THRU 3300-EXIT.
009310     ADD PV-DEVENGADO-ACUM
009320         TO PRC-DEVENGADO-ACUM (CEN-IDX, WS-CONC-IX).
009330     ADD PV-PAGADO-ACUM TO PRC-PAGADO-ACUM (CEN-IDX, WS-CONC-IX).
009340     ADD PV-SALDO-PROVISION PV-SALDO-CONTRIB
009350         TO PRC-SALDO (CEN-IDX, WS-CONC-IX).
009360 5010-EXIT.
009370     EXIT.
009380
009390*****************************************************************
009400* EMITE EL ASIENTO DE PROVISION DEL PERIODO: POR CENTRO Y
009410* CONCEPTO, DEBE AL GASTO Y HABER A LA PROVISION (IMPORTE Y
009420* CONTRIBUCIONES), Y EL REVERSO DE LOS SALDOS DE LOS EGRESOS
009430* (DEBE A LA PROVISION Y HABER AL GASTO)
009440*****************************************************************
009450 6000-EMITIR-ASIENTO.
009460     PERFORM 6100-ASIENTO-CENTRO THRU 6100-EXIT
009470         VARYING CEN-IDX FROM 1 BY 1
009480         UNTIL CEN-IDX > WS-CANT-CENTROS.
009490 6000-EXIT.
009500     EXIT.
009510
009520 6100-ASIENTO-CENTRO.
009530     PERFORM 6150-ASIENTO-CONCEPTO THRU 6150-EXIT
009540         VARYING WS-CONC-IX FROM 1 BY 1 UNTIL WS-CONC-IX > 2.
009550 6100-EXIT.
009560     EXIT.
009570
009580 6150-ASIENTO-CONCEPTO.
009590     MOVE PRC-PROV-MES (CEN-IDX, WS-CONC-IX) TO WS-IMPORTE-W.
009600     MOVE "D" TO WS-TIPO-W.
009610     MOVE PCN-GASTO (WS-CONC-IX) TO WS-CONCEPTO-W.
009620     PERFORM 6200-GRABAR-LINEA THRU 6200-EXIT.
009630     MOVE "H" TO WS-TIPO-W.
009640     MOVE PCN-PROVISION (WS-CONC-IX) TO WS-CONCEPTO-W.
009650     PERFORM 6200-GRABAR-LINEA THRU 6200-EXIT.
009660
009670     MOVE PRC-CONT-MES (CEN-IDX, WS-CONC-IX) TO WS-IMPORTE-W.
009680     MOVE "D" TO WS-TIPO-W.
009690     MOVE PCN-CONTRIB (WS-CONC-IX) TO WS-CONCEPTO-W.
009700     PERFORM 6200-GRABAR-LINEA THRU 6200-EXIT.
009710     MOVE "H" TO WS-TIPO-W.
009720     MOVE PCN-PROV-CONTRIB (WS-CONC-IX) TO WS-CONCEPTO-W.
009730     PERFORM 6200-GRABAR-LINEA THRU 6200-EXIT.
009740
009750     MOVE PRC-REV-PROV-MES (CEN-IDX, WS-CONC-IX) TO WS-IMPORTE-W.
009760     MOVE "D" TO WS-TIPO-W.
009770     MOVE PCN-PROVISION (WS-CONC-IX) TO WS-CONCEPTO-W.
009780     PERFORM 6200-GRABAR-LINEA THRU 6200-EXIT.
009790     MOVE "H" TO WS-TIPO-W.
009800     MOVE PCN-GASTO (WS-CONC-IX) TO WS-CONCEPTO-W.
009810     PERFORM 6200-GRABAR-LINEA THRU 6200-EXIT.
009820
009830     MOVE PRC-REV-CONT-MES (CEN-IDX, WS-CONC-IX) TO WS-IMPORTE-W.
009840     MOVE "D" TO WS-TIPO-W.
009850     MOVE PCN-PROV-CONTRIB (WS-CONC-IX) TO WS-CONCEPTO-W.
009860     PERFORM 6200-GRABAR-LINEA THRU 6200-EXIT.
009870     MOVE "H" TO WS-TIPO-W.
009880     MOVE PCN-CONTRIB (WS-CONC-IX) TO WS-CONCEPTO-W.
009890     PERFORM 6200-GRABAR-LINEA THRU 6200-EXIT.
009900 6150-EXIT.
009910     EXIT.
009920
009930*****************************************************************
009940* GRABA UNA LINEA DEL ASIENTO (WS-TIPO-W, WS-CONCEPTO-W,
009950* WS-IMPORTE-W) PARA EL CENTRO APUNTADO POR CEN-IDX
009960*****************************************************************
009970 6200-GRABAR-LINEA.
009980     IF WS-IMPORTE-W = ZERO
009990         GO TO 6200-EXIT
010000     END-IF.
010010     PERFORM 6300-BUSCAR-CUENTA THRU 6300-EXIT.
010020     MOVE WS-TIPO-W TO AS-TIPO.
010030     MOVE WS-CUENTA-HALLADA TO AS-CUENTA.
010040     MOVE PRC-CENTRO (CEN-IDX) TO AS-CENTRO.
010050     MOVE WS-CONCEPTO-W TO AS-CONCEPTO.
010060     MOVE WS-PERIODO-PROCESO TO AS-PERIODO.
010070     MOVE WS-IMPORTE-W TO AS-IMPORTE.
010080     WRITE ASIENTO-REG.
010090 6200-EXIT.
010100     EXIT.
010110
010120*****************************************************************
010130* BUSCA LA CUENTA CONTABLE DEL CONCEPTO EN WS-CONCEPTO-W.
010140* SI NO ESTA PARAMETRIZADA QUEDA EN BLANCO Y SE AVISA.
010150*****************************************************************
010160 6300-BUSCAR-CUENTA.
010170     MOVE SPACES TO WS-CUENTA-HALLADA.
010180     PERFORM 6310-COMPARAR-CUENTA THRU 6310-EXIT
010190         VARYING WS-CTA-IX FROM 1 BY 1
010200         UNTIL WS-CTA-IX > WS-CANT-CUENTAS.
010210     IF WS-CUENTA-HALLADA = SPACES
010220         DISPLAY "CONCEPTO SIN CUENTA CONTABLE: " WS-CONCEPTO-W
010230     END-IF.
010240 6300-EXIT.
010250     EXIT.
010260
010270 6310-COMPARAR-CUENTA.
010280     IF CTA-CONCEPTO (WS-CTA-IX) = WS-CONCEPTO-W
010290         MOVE CTA-CUENTA (WS-CTA-IX) TO WS-CUENTA-HALLADA
010300     END-IF.
010310 6310-EXIT.
010320     EXIT.
010330
010340*****************************************************************
010350* IMPRIME EL REPORTE DE LA PROVISION: POR CENTRO Y CONCEPTO LO
010360* DEVENGADO EN EL MES, EL DEVENGADO ACUMULADO, LO PAGADO Y EL
010370* SALDO PROVISIONADO AUN NO REVERSADO
010380*****************************************************************
010390 7000-EMITIR-REPORTE.
010400     MOVE SPACES TO LINEA-CONTROL.
010410     WRITE LINEA-CONTROL FROM WS-BANNER-1.
010420
010430     MOVE SPACES TO LINEA-CONTROL.
010440     STRING "PROVISION DE SAC, VACACIONES Y CONTRIBUCIONES - "
010450         "PERIODO " WS-PERIODO-PROCESO
010460         DELIMITED SIZE INTO LINEA-CONTROL.
010470     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
010480
010490     WRITE LINEA-CONTROL FROM WS-BANNER-1
010500         AFTER ADVANCING 1 LINE.
010510
010520     MOVE SPACES TO LINEA-CONTROL.
010530     STRING "CC  CON   DEVENGADO MES DEVENGADO ACUM"
010540         "         PAGADO          SALDO"
010550         DELIMITED SIZE INTO LINEA-CONTROL.
010560     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
010570
010580     PERFORM 7100-REPORTE-CENTRO THRU 7100-EXIT
010590         VARYING CEN-IDX FROM 1 BY 1
010600         UNTIL CEN-IDX > WS-CANT-CENTROS.
010610
010620     MOVE SPACES TO LINEA-CONTROL.
010630     WRITE LINEA-CONTROL FROM WS-BANNER-1
010640         AFTER ADVANCING 1 LINE.
010650
010660     MOVE WS-CANT-PROVISIONADOS TO WS-EDIT-CANTIDAD.
010670     MOVE SPACES TO LINEA-CONTROL.
010680     STRING "LEGAJOS PROVISIONADOS:       " WS-EDIT-CANTIDAD
010690         DELIMITED SIZE INTO LINEA-CONTROL.
010700     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
010710
010720     MOVE WS-CANT-SIN-LIQUIDACION TO WS-EDIT-CANTIDAD.
010730     MOVE SPACES TO LINEA-CONTROL.
010740     STRING "LEGAJOS SIN LIQUIDACION:     " WS-EDIT-CANTIDAD
010750         DELIMITED SIZE INTO LINEA-CONTROL.
010760     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
010770
010780     MOVE WS-CANT-EGRESOS TO WS-EDIT-CANTIDAD.
010790     MOVE SPACES TO LINEA-CONTROL.
010800     STRING "EGRESOS CON SALDO REVERSADO: " WS-EDIT-CANTIDAD
010810         DELIMITED SIZE INTO LINEA-CONTROL.
010820     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
010830
010840     IF WS-CANT-POSTERIORES > ZERO
010850         MOVE WS-CANT-POSTERIORES TO WS-EDIT-CANTIDAD
010860         MOVE SPACES TO LINEA-CONTROL
010870         STRING "OMITIDOS POR PROVISION POSTERIOR: "
010880             WS-EDIT-CANTIDAD
010890             DELIMITED SIZE INTO LINEA-CONTROL
010900         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
010910     END-IF.
010920
010930     MOVE WS-TOTAL-DEV-MES TO WS-EDIT-IMPORTE-GRANDE.
010940     MOVE SPACES TO LINEA-CONTROL.
010950     STRING "TOTAL DEVENGADO DEL MES ..... $"
010960         WS-EDIT-IMPORTE-GRANDE
010970         DELIMITED SIZE INTO LINEA-CONTROL.
010980     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
010990
011000     MOVE WS-TOTAL-SALDO TO WS-EDIT-IMPORTE-GRANDE.
011010     MOVE SPACES TO LINEA-CONTROL.
011020     STRING "TOTAL SALDO PROVISIONADO ... $"
011030         WS-EDIT-IMPORTE-GRANDE
011040         DELIMITED SIZE INTO LINEA-CONTROL.
011050     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011060 7000-EXIT.
011070     EXIT.
011080
011090 7100-REPORTE-CENTRO.
011100     PERFORM 7150-REPORTE-CONCEPTO THRU 7150-EXIT
011110         VARYING WS-CONC-IX FROM 1 BY 1 UNTIL WS-CONC-IX > 2.
011120 7100-EXIT.
011130     EXIT.
011140
011150 7150-REPORTE-CONCEPTO.
011160     COMPUTE WS-DEV-MES-W = PRC-PROV-MES (CEN-IDX, WS-CONC-IX)
011170         + PRC-CONT-MES (CEN-IDX, WS-CONC-IX).
011180     ADD WS-DEV-MES-W TO WS-TOTAL-DEV-MES.
011190     ADD PRC-SALDO (CEN-IDX, WS-CONC-IX) TO WS-TOTAL-SALDO.
011200
011210     MOVE PRC-CENTRO (CEN-IDX) TO WS-LC-CENTRO.
011220     MOVE PCN-TITULO (WS-CONC-IX) TO WS-LC-CONCEPTO.
011230     MOVE WS-DEV-MES-W TO WS-LC-DEV-MES.
011240     MOVE PRC-DEVENGADO-ACUM (CEN-IDX, WS-CONC-IX)
011250         TO WS-LC-DEV-ACUM.
011260     MOVE PRC-PAGADO-ACUM (CEN-IDX, WS-CONC-IX) TO WS-LC-PAGADO.
011270     MOVE PRC-SALDO (CEN-IDX, WS-CONC-IX) TO WS-LC-SALDO.
011280     WRITE LINEA-CONTROL FROM WS-LINEA-CENTRO
011290         AFTER ADVANCING 1 LINE.
011300 7150-EXIT.
011310     EXIT.
011320
011330*****************************************************************
011340* MARCA LA PROVISION HECHA EN EL REGISTRO DE ESTADO DEL PERIODO
011350*****************************************************************
011360 7500-MARCAR-PROVISION.
011370     PERFORM 1150-LEER-ESTADO THRU 1150-EXIT.
011380     MOVE "S" TO PE-PROVISION-HECHA.
011390     IF ESTADO-HALLADO
011400         REWRITE PERIODO-ESTADO-REG
011410     ELSE
011420         WRITE PERIODO-ESTADO-REG
011430     END-IF.
011440 7500-EXIT.
011450     EXIT.
011460
011470 8000-FINALIZAR.
011480     *> Una corrida que no llego a inicializar no emite reporte
011490     *> ni asiento
011500     IF INICIO-ABORTADO
011510         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: NO "
011520             "SE EMITE EL REPORTE"
011530         MOVE 8 TO RETURN-CODE
011540         GO TO 8000-CERRAR
011550     END-IF.
011560
011570     PERFORM 6000-EMITIR-ASIENTO THRU 6000-EXIT.
011580     PERFORM 5000-ACUMULAR-SALDOS THRU 5000-EXIT.
011590     PERFORM 7000-EMITIR-REPORTE THRU 7000-EXIT.
011600     PERFORM 7500-MARCAR-PROVISION THRU 7500-EXIT.
011610
011620 8000-CERRAR.
011630     CLOSE EMPLEADO-MASTER.
011640     CLOSE LIQUIDACION-HIST.
011650     CLOSE PROVISION-SALDO.
011660     CLOSE PERIODO-ESTADO.
011670     CLOSE PARAMETRO-LEGAL.
011680     CLOSE ASIENTO-EXPORT.
011690     CLOSE CONTROL-REPORT.
011700     STRING "PERIODO=" WS-PERIODO-PROCESO " PROVISIONADOS="
011710         WS-CANT-PROVISIONADOS " EGRESOS=" WS-CANT-EGRESOS
011720         DELIMITED SIZE INTO WS-BIT-DETALLE.
011730     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
011740     DISPLAY "FIN DE LA PROVISION DE CARGAS.".
011750 8000-EXIT.
011760     EXIT.
011770
011780*****************************************************************
011790* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
011800* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
011810* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
011820*****************************************************************
011830 9900-REGISTRAR-BITACORA.
011840     IF WS-BIT-RESULTADO = SPACES
011850         MOVE "ABORTADO" TO WS-BIT-RESULTADO
011860     END-IF.
011870     OPEN EXTEND AUDIT-LOG.
011880     IF NOT WS-AUDITLOG-OK
011890         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
011900             WS-AUDITLOG-STATUS
011910         GO TO 9900-EXIT
011920     END-IF.
011930     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
011940     ACCEPT WS-HORA-BITACORA FROM TIME.
011950     MOVE SPACES TO BITACORA-REG.
011960     MOVE WS-FECHA-BITACORA TO BT-FECHA.
011970     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
011980     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
011990     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
012000     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
012010     MOVE WS-BIT-DETALLE TO BT-DETALLE.
012020     WRITE BITACORA-REG.
012030     CLOSE AUDIT-LOG.
012040 9900-EXIT.
012050     EXIT.

000180* LIQUIDACION FINAL DEL EGRESO DESCUENTA DEL PROPORCIONAL.
000190* LOS DIAS OTORGADOS SE VALIDAN CONTRA EL TRAMO DE ANTIGUEDAD
000200* DE LA LCT ART. 150.
000210* AL PAGAR REVERSA LA PROVISION DE VACACIONES DEL LEGAJO Y
000220* EMITE EL ASIENTO DEL REVERSO POR CENTRO DE COSTOS.
000230*-----------------------------------------------------------------
000240* MOD-HIST:
000250*   2026-09-02 JCM  VERSION ORIGINAL.
000260*   2026-09-02 JCM  LOS DIAS GOZADOS SE ACTUALIZAN EN FORMA
000270*                   IDEMPOTENTE, IGUAL QUE EL HISTORICO: EL
000280*                   REPROCESO DE LA MISMA LICENCIA (MISMA
000290*                   FECHA DE INICIO) PISA SUS DIAS EN LUGAR
000300*                   DE SUMARLOS DOS VECES.
000310*   2026-10-05 JCM  EL HISTORICO LLEVA EN CERO LOS VIATICOS
000320*                   POR VIAJE Y LOS KILOMETROS RECORRIDOS.
000330*   2026-10-07 JCM  LAS TASAS DE APORTES SE LEEN DE
000340*                   PARAMETRO-LEGAL CON LOS VALORES VIGENTES A
000350*                   LA FECHA DE INICIO DE CADA LICENCIA, EN LUGAR
000360*                   DE CONSTANTES.
000370*   2026-10-09 JCM  AL PAGAR LA LICENCIA SE REVERSA LA PROVISION
000380*                   DE VACACIONES DEL LEGAJO EN PROVISION-SALDO
000390*                   (HASTA EL IMPORTE PAGADO, CON SUS
000400*                   CONTRIBUCIONES EN PROPORCION) Y SE EMITE EL
000410*                   ASIENTO DEL REVERSO POR CENTRO DE COSTOS.
000420*   2026-10-11 JCM  OPERADOR VALIDADO CONTRA OPERMAST SEGUN SU
000430*                   ROL Y RENGLON DE LA CORRIDA EN LA BITACORA
000440*                   UNIFICADA (AUDITLOG).
000450*   2026-10-15 JCM  CADA RECIBO DE VACACIONES EMITIDO SE
000460*                   REGISTRA EN RECFIRMA PENDIENTE DE FIRMA E
000470*                   IMPRIME AL PIE SU NUMERO DE CONTROL Y EL
000480*                   ESPACIO PARA LA FIRMA DEL EMPLEADO.
000490*****************************************************************
000500
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 SPECIAL-NAMES.
000560     C01 IS NUEVA-PAGINA.
000570
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT VACACIONES-NOMINA
000610         ASSIGN TO VACNOM
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-VACNOM-STATUS.
000640
000650     SELECT EMPLEADO-MASTER
000660         ASSIGN TO EMPMAST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS EMP-LEGAJO
000700         FILE STATUS IS WS-EMPMAST-STATUS.
000710
000720     SELECT WAGE-HISTORY
000730         ASSIGN TO WAGEHST
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS WH-CLAVE
000770         FILE STATUS IS WS-WAGEHST-STATUS.
000780
000790     SELECT LIQUIDACION-HIST
000800         ASSIGN TO LIQHIST
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS LQ-CLAVE
000840         FILE STATUS IS WS-LIQHIST-STATUS.
000850
000860     SELECT VAC-GOZADAS
000870         ASSIGN TO VACGOZ
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS VG-CLAVE
000910         FILE STATUS IS WS-VACGOZ-STATUS.
000920
000930     SELECT REPORTE-RECIBO
000940         ASSIGN TO RECIBO
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-RECIBO-STATUS.
000970
000980     SELECT CONTROL-REPORT
000990         ASSIGN TO CTLRPT
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-CTLRPT-STATUS.
001020
001030     SELECT BANCO-EXPORT
001040         ASSIGN TO BANKEXP
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-BANKEXP-STATUS.
001070     SELECT PARAMETRO-LEGAL
001080         ASSIGN TO PARMLEG
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS PL-CLAVE
001120         FILE STATUS IS WS-PARMLEG-STATUS.
001130     SELECT PROVISION-SALDO
001140         ASSIGN TO PROVIS
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS RANDOM
001170         RECORD KEY IS PV-CLAVE
001180         FILE STATUS IS WS-PROVIS-STATUS.
001190
001200     SELECT CUENTAS-PARAM
001210         ASSIGN TO CTAPARM
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-CTAPARM-STATUS.
001240
001250     SELECT ASIENTO-EXPORT
001260         ASSIGN TO ASIENTO
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS WS-ASIENTO-STATUS.
001290
001300     SELECT OPERADOR-MASTER
001310         ASSIGN TO OPERMAST
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS RANDOM
001340         RECORD KEY IS OP-OPERADOR
001350         FILE STATUS IS WS-OPERMAST-STATUS.
001360
001370     SELECT RECIBO-FIRMA
001380         ASSIGN TO RECFIRMA
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS RANDOM
001410         RECORD KEY IS RF-CLAVE
001420         FILE STATUS IS WS-RECFIRMA-STATUS.
001430
001440     SELECT AUDIT-LOG
001450         ASSIGN TO AUDITLOG
001460         ORGANIZATION IS SEQUENTIAL
001470         FILE STATUS IS WS-AUDITLOG-STATUS.
001480
001490 DATA DIVISION.
001500 FILE SECTION.
001510 FD  VACACIONES-NOMINA
001520     LABEL RECORDS ARE STANDARD.
001530 COPY VACNOM.
001540
001550 FD  EMPLEADO-MASTER
001560     LABEL RECORDS ARE STANDARD.
001570 COPY EMPMAST.
001580
001590 FD  WAGE-HISTORY
001600     LABEL RECORDS ARE STANDARD.
001610 COPY WAGEHST.
001620
001630 FD  LIQUIDACION-HIST
001640     LABEL RECORDS ARE STANDARD.
001650 COPY LIQHIST.
001660
001670 FD  VAC-GOZADAS
001680     LABEL RECORDS ARE STANDARD.
001690 COPY VACGOZ.
001700
001710 FD  REPORTE-RECIBO
001720     LABEL RECORDS ARE STANDARD.
001730 COPY RECIBO.
001740
001750 FD  CONTROL-REPORT
001760     LABEL RECORDS ARE STANDARD.
001770 COPY CTLRPT.
001780
001790 FD  BANCO-EXPORT
001800     LABEL RECORDS ARE STANDARD.
001810 COPY BANKEXP.
001820 FD  PARAMETRO-LEGAL
001830     LABEL RECORDS ARE STANDARD.
001840 COPY PARMLEG.
001850 FD  PROVISION-SALDO
001860     LABEL RECORDS ARE STANDARD.
001870 COPY PROVIS.
001880
001890 FD  CUENTAS-PARAM
001900     LABEL RECORDS ARE STANDARD.
001910 COPY CTAPARM.
001920
001930 FD  ASIENTO-EXPORT
001940     LABEL RECORDS ARE STANDARD.
001950 COPY ASIENTO.
001960
001970 FD  OPERADOR-MASTER
001980     LABEL RECORDS ARE STANDARD.
001990 COPY OPERMAST.
002000
002010 FD  RECIBO-FIRMA
002020     LABEL RECORDS ARE STANDARD.
002030 COPY RECFIRMA.
002040
002050 FD  AUDIT-LOG
002060     LABEL RECORDS ARE STANDARD.
002070 COPY AUDITLOG.
002080
002090 WORKING-STORAGE SECTION.
002100
002110*****************************************************************
002120* SWITCHES DE CONTROL DE PROCESO
002130*****************************************************************
002140 01  WS-VACNOM-STATUS          PIC X(02) VALUE ZEROS.
002150     88  WS-VACNOM-OK              VALUE "00".
002160
002170 01  WS-EMPMAST-STATUS         PIC X(02) VALUE ZEROS.
002180     88  WS-EMPMAST-OK             VALUE "00".
002190
002200 01  WS-WAGEHST-STATUS         PIC X(02) VALUE ZEROS.
002210     88  WS-WAGEHST-OK             VALUE "00".
002220
002230 01  WS-LIQHIST-STATUS         PIC X(02) VALUE ZEROS.
002240     88  WS-LIQHIST-OK             VALUE "00".
002250
002260 01  WS-VACGOZ-STATUS          PIC X(02) VALUE ZEROS.
002270     88  WS-VACGOZ-OK              VALUE "00".
002280
002290 01  WS-RECIBO-STATUS          PIC X(02) VALUE ZEROS.
002300     88  WS-RECIBO-OK              VALUE "00".
002310
002320 01  WS-CTLRPT-STATUS          PIC X(02) VALUE ZEROS.
002330     88  WS-CTLRPT-OK              VALUE "00".
002340
002350 01  WS-BANKEXP-STATUS         PIC X(02) VALUE ZEROS.
002360     88  WS-BANKEXP-OK             VALUE "00".
002370 01  WS-PARMLEG-STATUS         PIC X(02) VALUE ZEROS.
002380     88  WS-PARMLEG-OK             VALUE "00".
002390 01  WS-PROVIS-STATUS          PIC X(02) VALUE ZEROS.
002400     88  WS-PROVIS-OK              VALUE "00".
002410
002420 01  WS-CTAPARM-STATUS         PIC X(02) VALUE ZEROS.
002430     88  WS-CTAPARM-OK             VALUE "00".
002440
002450 01  WS-ASIENTO-STATUS         PIC X(02) VALUE ZEROS.
002460     88  WS-ASIENTO-OK             VALUE "00".
002470
002480 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
002490     88  WS-OPERMAST-OK            VALUE "00".
002500
002510 01  WS-RECFIRMA-STATUS        PIC X(02) VALUE ZEROS.
002520     88  WS-RECFIRMA-OK            VALUE "00".
002530
002540 01  WS-RECIBO-FIRMA-SW        PIC X(01) VALUE "N".
002550     88  RECIBO-REGISTRADO         VALUE "S".
002560
002570*> Fecha de emision de los recibos, para el registro de firma
002580 01  WS-FECHA-EMISION          PIC 9(08) VALUE ZEROS.
002590
002600 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
002610     88  WS-AUDITLOG-OK            VALUE "00".
002620
002630 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
002640     88  FIN-DE-ARCHIVO            VALUE "S".
002650
002660 01  WS-LEGAJO-EXISTE-SW       PIC X(01) VALUE "N".
002670     88  LEGAJO-EXISTE             VALUE "S".
002680
002690 01  WS-BUSQUEDA-FIN-SW        PIC X(01) VALUE "N".
002700     88  BUSQUEDA-TERMINADA        VALUE "S".
002710
002720 01  WS-VIGENCIA-SW            PIC X(01) VALUE "N".
002730     88  VIGENCIA-ENCONTRADA       VALUE "S".
002740     88  VIGENCIA-NO-ENCONTRADA    VALUE "N".
002750 01  WS-PARAMETROS-SW          PIC X(01) VALUE "N".
002760     88  PARAMETROS-HALLADOS       VALUE "S".
002770 01  WS-SALDO-HALLADO-SW       PIC X(01) VALUE "N".
002780     88  SALDO-HALLADO             VALUE "S".
002790
002800 01  WS-CTAPARM-EOF-SW         PIC X(01) VALUE "N".
002810     88  CTAPARM-EOF               VALUE "S".
002820
002830*> La inicializacion arranca como abortada y recien se marca
002840*> completa al final de 1000: un error de apertura deja el
002850*> cierre sin emitir.
002860 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
002870     88  INICIO-ABORTADO           VALUE "S".
002880     88  INICIO-COMPLETO           VALUE "N".
002890
002900*****************************************************************
002910* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
002920* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
002930*****************************************************************
002940 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
002950 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
002960 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
002970 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 2.
002980 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
002990     88  OPERADOR-HABILITADO       VALUE "S".
003000 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
003010     "LIQUIDA-VACACIONES".
003020 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
003030 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
003040 01  WS-FECHA-BITACORA         PIC 9(08).
003050 01  WS-HORA-BITACORA          PIC 9(08).
003060 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
003070     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
003080     05  FILLER                PIC 9(02).
003090
003100 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
003110
003120*****************************************************************
003130* ESCALA DE ANTIGUEDAD DEL CONVENIO, POR TRAMOS DE ANIOS (LA
003140* MISMA DE CONVENIO-CAMIONEROS), PARA EL BASICO CON ANTIGUEDAD
003150*****************************************************************
003160 01  ANTIGUEDAD-TABLA-VALORES.
003170     05  FILLER                PIC X(06) VALUE "051000".
003180     05  FILLER                PIC X(06) VALUE "101500".
003190     05  FILLER                PIC X(06) VALUE "152000".
003200     05  FILLER                PIC X(06) VALUE "202500".
003210     05  FILLER                PIC X(06) VALUE "253000".
003220     05  FILLER                PIC X(06) VALUE "993500".
003230
003240 01  ANTIGUEDAD-TABLA REDEFINES ANTIGUEDAD-TABLA-VALORES.
003250     05  ANT-TRAMO OCCURS 6 TIMES
003260                    ASCENDING KEY IS ANT-ANOS-HASTA
003270                    INDEXED BY ANT-IDX.
003280         10  ANT-ANOS-HASTA    PIC 9(02).
003290         10  ANT-PORCENTAJE    PIC 9(02)V99.
003300
003310*****************************************************************
003320* DIAS DE VACACIONES POR TRAMO DE ANTIGUEDAD (LCT ART. 150),
003330* PARA VALIDAR LOS DIAS OTORGADOS DE LA NOMINA
003340*****************************************************************
003350 01  VACACIONES-TABLA-VALORES.
003360     05  FILLER                PIC X(04) VALUE "0414".
003370     05  FILLER                PIC X(04) VALUE "0921".
003380     05  FILLER                PIC X(04) VALUE "1928".
003390     05  FILLER                PIC X(04) VALUE "9935".
003400
003410 01  VACACIONES-TABLA REDEFINES VACACIONES-TABLA-VALORES.
003420     05  VAC-TRAMO OCCURS 4 TIMES
003430                    ASCENDING KEY IS VAC-ANOS-HASTA
003440                    INDEXED BY VAC-IDX.
003450         10  VAC-ANOS-HASTA    PIC 9(02).
003460         10  VAC-DIAS          PIC 9(02).
003470
003480*****************************************************************
003490* CAMPOS DE TRABAJO DE LA LIQUIDACION DE VACACIONES DEL LEGAJO
003500*****************************************************************
003510 01  WS-ANT-PORCENTAJE         PIC 9(02)V99.
003520 01  WS-DIAS-TRAMO             PIC 9(02).
003530 01  WS-BASICO-VIGENTE         PIC 9(7)V99.
003540 01  WS-BASICO-CON-ANT         PIC 9(9)V99.
003550 01  VAC-BRUTO                 PIC 9(9)V99.
003560 01  VAC-NETO                  PIC 9(9)V99.
003570 01  VAC-DEDUCCIONES           PIC 9(9)V99.
003580
003590 01  DEDUCTIONS-DETAIL.
003600     05  DED-JUBILACION        PIC 9(9)V99.
003610     05  DED-OBRA-SOCIAL       PIC 9(9)V99.
003620     05  DED-SINDICAL          PIC 9(9)V99.
003630     05  DED-ART               PIC 9(9)V99.
003640
003650*> Tasas de aportes vigentes al inicio de la licencia, de
003660*> PARAMETRO-LEGAL
003670 01  JUBILACION-RATE           PIC V999.
003680 01  OBRA-SOCIAL-RATE          PIC V999.
003690 01  SINDICAL-RATE             PIC V999.
003700 01  ART-RATE                  PIC V9999.
003710
003720*****************************************************************
003730* PERIODO DEL HISTORICO: AAAA(MM+40) DEL INICIO DE LA LICENCIA
003740* PARA NO PISAR LA LIQUIDACION MENSUAL DEL MISMO MES
003750*****************************************************************
003760 01  WS-PERIODO-HIST           PIC 9(06).
003770 01  WS-PERIODO-HIST-R REDEFINES WS-PERIODO-HIST.
003780     05  WS-HIST-AAAA          PIC 9(04).
003790     05  WS-HIST-MM            PIC 9(02).
003800
003810*****************************************************************
003820* ACUMULADORES DEL CIERRE DE VACACIONES
003830*****************************************************************
003840 01  WS-TOTAL-LEGAJOS          PIC 9(05) VALUE ZERO.
003850 01  WS-CANT-RECHAZADOS        PIC 9(05) VALUE ZERO.
003860 01  WS-TOTAL-BRUTO-GENERAL    PIC 9(9)V99 VALUE ZERO.
003870 01  WS-TOTAL-NETO-GENERAL     PIC 9(9)V99 VALUE ZERO.
003880 01  WS-TOTAL-JUBILACION       PIC 9(9)V99 VALUE ZERO.
003890 01  WS-TOTAL-OBRA-SOCIAL      PIC 9(9)V99 VALUE ZERO.
003900 01  WS-TOTAL-SINDICAL         PIC 9(9)V99 VALUE ZERO.
003910 01  WS-TOTAL-ART              PIC 9(9)V99 VALUE ZERO.
003920
003930*****************************************************************
003940* REVERSO DE LA PROVISION DE VACACIONES: POR LEGAJO Y ACUMULADO
003950* POR CENTRO DE COSTOS PARA EL ASIENTO, QUE SALE CON EL PERIODO
003960* (AAAAMM) DE LA LICENCIA MAS RECIENTE DE LA NOMINA
003970*****************************************************************
003980 01  WS-REV-PROVISION          PIC 9(9)V99.
003990 01  WS-REV-CONTRIB            PIC 9(9)V99.
004000 01  WS-TOTAL-REV-PROVISION    PIC 9(11)V99 VALUE ZERO.
004010 01  WS-TOTAL-REV-CONTRIB      PIC 9(11)V99 VALUE ZERO.
004020 01  WS-PERIODO-ASIENTO        PIC 9(06) VALUE ZERO.
004030 01  WS-PERIODO-INICIO         PIC 9(06).
004040 01  WS-CENTRO-W               PIC 9(02).
004050 01  WS-CANT-CENTROS           PIC 9(02) VALUE ZERO.
004060 01  REVERSO-CENTRO-TABLA.
004070     05  REV-CEN-ENTRY OCCURS 1 TO 20 TIMES
004080                        DEPENDING ON WS-CANT-CENTROS
004090                        INDEXED BY CEN-IDX.
004100         10  RVC-CENTRO         PIC 9(02).
004110         10  RVC-PROVISION      PIC 9(11)V99.
004120         10  RVC-CONTRIB        PIC 9(11)V99.
004130
004140*****************************************************************
004150* TABLA DE CUENTAS CONTABLES CARGADA DESDE CUENTAS-PARAM
004160*****************************************************************
004170 01  WS-CANT-CUENTAS           PIC 9(02) VALUE ZERO.
004180 01  CUENTAS-TABLA.
004190     05  CTA-ENTRY OCCURS 40 TIMES.
004200         10  CTA-CONCEPTO       PIC X(12).
004210         10  CTA-CUENTA         PIC X(10).
004220 01  WS-CTA-IX                 PIC 9(02).
004230 01  WS-TIPO-W                 PIC X(01).
004240 01  WS-CONCEPTO-W             PIC X(12).
004250 01  WS-CUENTA-HALLADA         PIC X(10).
004260 01  WS-IMPORTE-W              PIC 9(11)V99.
004270 01  WS-EDIT-CANTIDAD          PIC ZZ,ZZ9.
004280 01  WS-EDIT-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99.
004290 01  WS-EDIT-IMPORTE-GRANDE    PIC Z,ZZZ,ZZZ,ZZ9.99.
004300 01  WS-EDIT-DIAS              PIC Z9.
004310
004320 PROCEDURE DIVISION.
004330
004340 0000-MAINLINE.
004350     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004360     PERFORM 2000-PROCESAR-NOMINA THRU 2000-EXIT
004370         UNTIL FIN-DE-ARCHIVO.
004380     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
004390     STOP RUN.
004400
004410 1000-INICIALIZAR.
004420     DISPLAY WS-BANNER-1.
004430     DISPLAY "CONVENIO CAMIONEROS - LIQUIDACION DE VACACIONES".
004440     DISPLAY WS-BANNER-1.
004450
004460     DISPLAY WS-OPERADOR-MENSAJE.
004470     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
004480     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
004490     IF NOT OPERADOR-HABILITADO
004500         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
004510         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004520         GO TO 1000-EXIT
004530     END-IF.
004540
004550     OPEN INPUT VACACIONES-NOMINA.
004560     IF NOT WS-VACNOM-OK
004570         DISPLAY "ERROR AL ABRIR VACACIONES-NOMINA, STATUS = "
004580             WS-VACNOM-STATUS
004590         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004600         GO TO 1000-EXIT
004610     END-IF.
004620
004630     OPEN INPUT EMPLEADO-MASTER.
004640     IF NOT WS-EMPMAST-OK
004650         DISPLAY "ERROR AL ABRIR EMPLEADO-MASTER, STATUS = "
004660             WS-EMPMAST-STATUS
004670         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004680         GO TO 1000-EXIT
004690     END-IF.
004700
004710     OPEN INPUT WAGE-HISTORY.
004720     IF NOT WS-WAGEHST-OK
004730         DISPLAY "ERROR AL ABRIR WAGE-HISTORY, STATUS = "
004740             WS-WAGEHST-STATUS
004750         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004760         GO TO 1000-EXIT
004770     END-IF.
004780
004790     OPEN I-O LIQUIDACION-HIST.
004800     IF NOT WS-LIQHIST-OK
004810         DISPLAY "ERROR AL ABRIR LIQUIDACION-HIST, STATUS = "
004820             WS-LIQHIST-STATUS
004830         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004840         GO TO 1000-EXIT
004850     END-IF.
004860
004870     OPEN I-O VAC-GOZADAS.
004880     IF NOT WS-VACGOZ-OK
004890         DISPLAY "ERROR AL ABRIR VAC-GOZADAS, STATUS = "
004900             WS-VACGOZ-STATUS
004910         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004920         GO TO 1000-EXIT
004930     END-IF.
004940
004950     OPEN OUTPUT REPORTE-RECIBO.
004960     IF NOT WS-RECIBO-OK
004970         DISPLAY "ERROR AL ABRIR REPORTE-RECIBO, STATUS = "
004980             WS-RECIBO-STATUS
004990         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005000         GO TO 1000-EXIT
005010     END-IF.
005020
005030     OPEN I-O RECIBO-FIRMA.
005040     IF NOT WS-RECFIRMA-OK
005050         DISPLAY "ERROR AL ABRIR RECIBO-FIRMA, STATUS = "
005060             WS-RECFIRMA-STATUS
005070         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005080         GO TO 1000-EXIT
005090     END-IF.
005100     ACCEPT WS-FECHA-EMISION FROM DATE YYYYMMDD.
005110
005120     OPEN OUTPUT CONTROL-REPORT.
005130     IF NOT WS-CTLRPT-OK
005140         DISPLAY "ERROR AL ABRIR CONTROL-REPORT, STATUS = "
005150             WS-CTLRPT-STATUS
005160         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005170         GO TO 1000-EXIT
005180     END-IF.
005190
005200     OPEN OUTPUT BANCO-EXPORT.
005210     IF NOT WS-BANKEXP-OK
005220         DISPLAY "ERROR AL ABRIR BANCO-EXPORT, STATUS = "
005230             WS-BANKEXP-STATUS
005240         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005250         GO TO 1000-EXIT
005260     END-IF.
005270
005280     OPEN INPUT PARAMETRO-LEGAL.
005290     IF NOT WS-PARMLEG-OK
005300         DISPLAY "ERROR AL ABRIR PARAMETRO-LEGAL, STATUS = "
005310             WS-PARMLEG-STATUS
005320         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005330         GO TO 1000-EXIT
005340     END-IF.
005350
005360     *> Saldos de provision a reversar y cuentas del asiento
005370     OPEN I-O PROVISION-SALDO.
005380     IF NOT WS-PROVIS-OK
005390         DISPLAY "ERROR AL ABRIR PROVISION-SALDO, STATUS = "
005400             WS-PROVIS-STATUS
005410         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005420         GO TO 1000-EXIT
005430     END-IF.
005440
005450     PERFORM 1300-CARGAR-CUENTAS THRU 1300-EXIT.
005460     IF WS-CANT-CUENTAS = ZERO
005470         DISPLAY "SIN PARAMETROS DE CUENTAS: NO SE PUEDE EMITIR "
005480             "EL ASIENTO DEL REVERSO"
005490         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005500         GO TO 1000-EXIT
005510     END-IF.
005520
005530     OPEN OUTPUT ASIENTO-EXPORT.
005540     IF NOT WS-ASIENTO-OK
005550         DISPLAY "ERROR AL ABRIR ASIENTO-EXPORT, STATUS = "
005560             WS-ASIENTO-STATUS
005570         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005580         GO TO 1000-EXIT
005590     END-IF.
005600     MOVE "OK" TO WS-BIT-RESULTADO.
005610     SET INICIO-COMPLETO TO TRUE.
005620     PERFORM 2100-LEER-NOMINA THRU 2100-EXIT.
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
006050* CARGA LA TABLA DE CUENTAS CONTABLES DESDE CUENTAS-PARAM
006060*****************************************************************
006070 1300-CARGAR-CUENTAS.
006080     MOVE ZEROS TO WS-CANT-CUENTAS.
006090     OPEN INPUT CUENTAS-PARAM.
006100     IF NOT WS-CTAPARM-OK
006110         DISPLAY "ERROR AL ABRIR CUENTAS-PARAM, STATUS = "
006120             WS-CTAPARM-STATUS
006130         GO TO 1300-EXIT
006140     END-IF.
006150     MOVE "N" TO WS-CTAPARM-EOF-SW.
006160     PERFORM 1310-LEER-CUENTA THRU 1310-EXIT
006170         UNTIL CTAPARM-EOF.
006180     CLOSE CUENTAS-PARAM.
006190 1300-EXIT.
006200     EXIT.
006210
006220 1310-LEER-CUENTA.
006230     READ CUENTAS-PARAM
006240         AT END
006250             MOVE "S" TO WS-CTAPARM-EOF-SW
006260             GO TO 1310-EXIT
006270     END-READ.
006280     IF WS-CANT-CUENTAS < 40
006290         ADD 1 TO WS-CANT-CUENTAS
006300         MOVE CP-CONCEPTO TO CTA-CONCEPTO (WS-CANT-CUENTAS)
006310         MOVE CP-CUENTA TO CTA-CUENTA (WS-CANT-CUENTAS)
006320     END-IF.
006330 1310-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370* LIQUIDA LAS VACACIONES DEL LEGAJO DE LA NOMINA LEIDA
006380*****************************************************************
006390 2000-PROCESAR-NOMINA.
006400     PERFORM 4000-VALIDAR-NOMINA THRU 4000-EXIT.
006410     *> Un renglon rechazado deja el switch de legajo en "N"
006420     IF NOT LEGAJO-EXISTE
006430         GO TO 2000-SIGUIENTE
006440     END-IF.
006450
006460     PERFORM 3000-CALCULAR-VACACIONES THRU 3000-EXIT.
006470
006480 2000-SIGUIENTE.
006490     PERFORM 2100-LEER-NOMINA THRU 2100-EXIT.
006500 2000-EXIT.
006510     EXIT.
006520
006530 2100-LEER-NOMINA.
006540     READ VACACIONES-NOMINA
006550         AT END
006560             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
006570     END-READ.
006580 2100-EXIT.
006590     EXIT.
006600
006610*****************************************************************
006620* VALIDA EL RENGLON DE LA NOMINA: LEGAJO EXISTENTE Y ACTIVO,
006630* FECHA DE INICIO REAL Y DIAS OTORGADOS DENTRO DEL TRAMO DE
006640* ANTIGUEDAD DE LA LCT. UN RECHAZO SE INFORMA EN EL CIERRE Y
006650* DEJA EL SWITCH DE LEGAJO EN "N" PARA SALTEAR EL RENGLON.
006660*****************************************************************
006670 4000-VALIDAR-NOMINA.
006680     MOVE "N" TO WS-LEGAJO-EXISTE-SW.
006690     MOVE VN-LEGAJO TO EMP-LEGAJO.
006700     READ EMPLEADO-MASTER
006710         INVALID KEY
006720             CONTINUE
006730         NOT INVALID KEY
006740             SET LEGAJO-EXISTE TO TRUE
006750     END-READ.
006760
006770     IF NOT LEGAJO-EXISTE
006780         PERFORM 4100-RECHAZAR-RENGLON THRU 4100-EXIT
006790         GO TO 4000-EXIT
006800     END-IF.
006810
006820     IF NOT EMP-ACTIVO
006830         MOVE "N" TO WS-LEGAJO-EXISTE-SW
006840         PERFORM 4100-RECHAZAR-RENGLON THRU 4100-EXIT
006850         GO TO 4000-EXIT
006860     END-IF.
006870
006880     IF VN-FECHA-INICIO IS NOT NUMERIC
006890             OR VN-INICIO-MM < 01 OR VN-INICIO-MM > 12
006900             OR VN-INICIO-DD < 01 OR VN-INICIO-DD > 31
006910         MOVE "N" TO WS-LEGAJO-EXISTE-SW
006920         PERFORM 4100-RECHAZAR-RENGLON THRU 4100-EXIT
006930         GO TO 4000-EXIT
006940     END-IF.
006950
006960     *> Los dias otorgados no pueden superar el tramo LCT del
006970     *> legajo ni venir en cero
006980     SET VAC-IDX TO 1.
006990     SEARCH VAC-TRAMO
007000         AT END
007010             MOVE VAC-DIAS (4) TO WS-DIAS-TRAMO
007020         WHEN EMP-ANTIGUEDAD-ANOS <= VAC-ANOS-HASTA (VAC-IDX)
007030             MOVE VAC-DIAS (VAC-IDX) TO WS-DIAS-TRAMO
007040     END-SEARCH.
007050     IF VN-DIAS-OTORGADOS = ZERO
007060             OR VN-DIAS-OTORGADOS > WS-DIAS-TRAMO
007070         MOVE "N" TO WS-LEGAJO-EXISTE-SW
007080         PERFORM 4100-RECHAZAR-RENGLON THRU 4100-EXIT
007090     END-IF.
007100 4000-EXIT.
007110     EXIT.
007120
007130*****************************************************************
007140* INFORMA EN EL CIERRE EL RENGLON DE LA NOMINA RECHAZADO
007150*****************************************************************
007160 4100-RECHAZAR-RENGLON.
007170     ADD 1 TO WS-CANT-RECHAZADOS.
007180     MOVE SPACES TO LINEA-CONTROL.
007190     STRING "RECHAZADO LEGAJO " VN-LEGAJO
007200         " INICIO " VN-FECHA-INICIO
007210         " DIAS " VN-DIAS-OTORGADOS
007220         DELIMITED SIZE INTO LINEA-CONTROL.
007230     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
007240 4100-EXIT.
007250     EXIT.
007260
007270*****************************************************************
007280* CALCULA EL IMPORTE DE LAS VACACIONES: BASICO CON ANTIGUEDAD
007290* VIGENTE A LA FECHA DE INICIO, DIVIDIDO 25 Y POR LOS DIAS
007300* OTORGADOS. DESCUENTA LOS APORTES REMUNERATIVOS, EMITE
007310* RECIBO, BANCO, HISTORICO Y DIAS GOZADOS Y REVERSA LA
007320* PROVISION DE VACACIONES.
007330*****************************************************************
007340 3000-CALCULAR-VACACIONES.
007350     PERFORM 3200-BUSCAR-VIGENCIA THRU 3200-EXIT.
007360     IF VIGENCIA-NO-ENCONTRADA
007370         DISPLAY "SIN TARIFA VIGENTE AL INICIO, LEGAJO "
007380             EMP-LEGAJO ", SE OMITE."
007390         ADD 1 TO WS-CANT-RECHAZADOS
007400         GO TO 3000-EXIT
007410     END-IF.
007420
007430     PERFORM 3250-BUSCAR-PARAMETROS THRU 3250-EXIT.
007440     IF NOT PARAMETROS-HALLADOS
007450         DISPLAY "SIN PARAMETROS LEGALES VIGENTES AL INICIO, "
007460             "LEGAJO " EMP-LEGAJO ", SE OMITE."
007470         ADD 1 TO WS-CANT-RECHAZADOS
007480         GO TO 3000-EXIT
007490     END-IF.
007500
007510     PERFORM 3300-BUSCAR-ANTIGUEDAD THRU 3300-EXIT.
007520     COMPUTE WS-BASICO-CON-ANT ROUNDED = WS-BASICO-VIGENTE +
007530         (WS-BASICO-VIGENTE * WS-ANT-PORCENTAJE / 100).
007540
007550     COMPUTE VAC-BRUTO ROUNDED =
007560         WS-BASICO-CON-ANT / 25 * VN-DIAS-OTORGADOS.
007570
007580     COMPUTE DED-JUBILACION = VAC-BRUTO * JUBILACION-RATE.
007590     COMPUTE DED-OBRA-SOCIAL = VAC-BRUTO * OBRA-SOCIAL-RATE.
007600     COMPUTE DED-SINDICAL = VAC-BRUTO * SINDICAL-RATE.
007610     COMPUTE DED-ART = VAC-BRUTO * ART-RATE.
007620     COMPUTE VAC-DEDUCCIONES = DED-JUBILACION + DED-OBRA-SOCIAL
007630         + DED-SINDICAL + DED-ART.
007640     COMPUTE VAC-NETO = VAC-BRUTO - VAC-DEDUCCIONES.
007650
007660     PERFORM 3500-EMITIR-RECIBO-VAC THRU 3500-EXIT.
007670     PERFORM 3550-EMITIR-PIE-RECIBO THRU 3550-EXIT.
007680     PERFORM 3560-REGISTRAR-RECIBO THRU 3560-EXIT.
007690     PERFORM 3600-GRABAR-HISTORICO THRU 3600-EXIT.
007700     PERFORM 3650-ACUMULAR-GOZADOS THRU 3650-EXIT.
007710     PERFORM 3700-ACUMULAR-TOTALES THRU 3700-EXIT.
007720     PERFORM 3800-REVERSAR-PROVISION THRU 3800-EXIT.
007730     PERFORM 3900-EMITIR-BANCO THRU 3900-EXIT.
007740 3000-EXIT.
007750     EXIT.
007760
007770*****************************************************************
007780* BUSCA EN WAGE-HISTORY EL BASICO DE LA CATEGORIA DEL LEGAJO
007790* VIGENTE A LA FECHA DE INICIO DE LA LICENCIA
007800*****************************************************************
007810 3200-BUSCAR-VIGENCIA.
007820     MOVE "N" TO WS-BUSQUEDA-FIN-SW.
007830     MOVE "N" TO WS-VIGENCIA-SW.
007840     MOVE EMP-CATEGORIA TO WH-CATEGORIA.
007850     MOVE ZEROS TO WH-FECHA-DESDE.
007860     START WAGE-HISTORY KEY IS NOT LESS THAN WH-CLAVE
007870         INVALID KEY
007880             SET BUSQUEDA-TERMINADA TO TRUE
007890     END-START.
007900
007910     PERFORM 3210-EXAMINAR-TRAMO THRU 3210-EXIT
007920         UNTIL BUSQUEDA-TERMINADA.
007930 3200-EXIT.
007940     EXIT.
007950
007960 3210-EXAMINAR-TRAMO.
007970     READ WAGE-HISTORY NEXT RECORD
007980         AT END
007990             SET BUSQUEDA-TERMINADA TO TRUE
008000             GO TO 3210-EXIT
008010     END-READ.
008020
008030     IF WH-CATEGORIA NOT EQUAL EMP-CATEGORIA
008040         SET BUSQUEDA-TERMINADA TO TRUE
008050         GO TO 3210-EXIT
008060     END-IF.
008070
008080     IF VN-FECHA-INICIO >= WH-FECHA-DESDE
008090             AND VN-FECHA-INICIO <= WH-FECHA-HASTA
008100         MOVE WH-SUELDO-BASICO TO WS-BASICO-VIGENTE
008110         SET VIGENCIA-ENCONTRADA TO TRUE
008120         SET BUSQUEDA-TERMINADA TO TRUE
008130     END-IF.
008140 3210-EXIT.
008150     EXIT.
008160
008170*****************************************************************
008180* BUSCA EN PARAMETRO-LEGAL LAS TASAS DE APORTES VIGENTES A LA
008190* FECHA DE INICIO DE LA LICENCIA
008200*****************************************************************
008210 3250-BUSCAR-PARAMETROS.
008220     MOVE "N" TO WS-BUSQUEDA-FIN-SW.
008230     MOVE "N" TO WS-PARAMETROS-SW.
008240     MOVE ZEROS TO PL-FECHA-DESDE.
008250     START PARAMETRO-LEGAL KEY IS NOT LESS THAN PL-CLAVE
008260         INVALID KEY
008270             SET BUSQUEDA-TERMINADA TO TRUE
008280     END-START.
008290
008300     PERFORM 3260-EXAMINAR-PARAMETRO THRU 3260-EXIT
008310         UNTIL BUSQUEDA-TERMINADA.
008320 3250-EXIT.
008330     EXIT.
008340
008350 3260-EXAMINAR-PARAMETRO.
008360     READ PARAMETRO-LEGAL NEXT RECORD
008370         AT END
008380             SET BUSQUEDA-TERMINADA TO TRUE
008390             GO TO 3260-EXIT
008400     END-READ.
008410
008420     IF PL-FECHA-DESDE > VN-FECHA-INICIO
008430         SET BUSQUEDA-TERMINADA TO TRUE
008440         GO TO 3260-EXIT
008450     END-IF.
008460
008470     IF VN-FECHA-INICIO <= PL-FECHA-HASTA
008480         MOVE PL-JUBILACION-RATE TO JUBILACION-RATE
008490         MOVE PL-OBRA-SOCIAL-RATE TO OBRA-SOCIAL-RATE
008500         MOVE PL-SINDICAL-RATE TO SINDICAL-RATE
008510         MOVE PL-ART-RATE TO ART-RATE
008520         SET PARAMETROS-HALLADOS TO TRUE
008530         SET BUSQUEDA-TERMINADA TO TRUE
008540     END-IF.
008550 3260-EXIT.
008560     EXIT.
008570
008580*****************************************************************
008590* BUSCA EL PORCENTAJE DE ANTIGUEDAD SEGUN LA ESCALA POR TRAMOS
008600*****************************************************************
008610 3300-BUSCAR-ANTIGUEDAD.
008620     SET ANT-IDX TO 1.
008630     SEARCH ANT-TRAMO
008640         AT END
008650             MOVE ANT-PORCENTAJE (6) TO WS-ANT-PORCENTAJE
008660         WHEN EMP-ANTIGUEDAD-ANOS <= ANT-ANOS-HASTA (ANT-IDX)
008670             MOVE ANT-PORCENTAJE (ANT-IDX) TO WS-ANT-PORCENTAJE
008680     END-SEARCH.
008690 3300-EXIT.
008700     EXIT.
008710
008720*****************************************************************
008730* EMITE EL RECIBO DE VACACIONES DEL LEGAJO, UNA PAGINA POR
008740* LEGAJO, CON EL MISMO FORMATO DEL RECIBO DE SUELDO MENSUAL
008750*****************************************************************
008760 3500-EMITIR-RECIBO-VAC.
008770     MOVE SPACES TO LINEA-RECIBO.
008780     WRITE LINEA-RECIBO FROM WS-BANNER-1
008790         AFTER ADVANCING NUEVA-PAGINA.
008800
008810     STRING "RECIBO DE VACACIONES - CONVENIO CAMIONEROS"
008820         DELIMITED SIZE INTO LINEA-RECIBO.
008830     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
008840
008850     STRING "LEGAJO: " EMP-LEGAJO "   NOMBRE: " EMP-NOMBRE
008860         DELIMITED SIZE INTO LINEA-RECIBO.
008870     WRITE LINEA-RECIBO AFTER ADVANCING 2 LINES.
008880
008890     STRING "INICIO DE LICENCIA: " VN-FECHA-INICIO
008900         DELIMITED SIZE INTO LINEA-RECIBO.
008910     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
008920
008930     WRITE LINEA-RECIBO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
008940
008950     MOVE VN-DIAS-OTORGADOS TO WS-EDIT-DIAS.
008960     STRING "DIAS DE VACACIONES OTORGADOS ...........  "
008970         WS-EDIT-DIAS DELIMITED SIZE INTO LINEA-RECIBO.
008980     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
008990
009000     MOVE WS-BASICO-CON-ANT TO WS-EDIT-IMPORTE.
009010     STRING "BASICO CON ANTIGUEDAD (VIGENTE) ......... $"
009020         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
009030     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
009040
009050     MOVE VAC-BRUTO TO WS-EDIT-IMPORTE.
009060     STRING "VACACIONES AL DIVISOR 25 ................ $"
009070         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
009080     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
009090
009100     WRITE LINEA-RECIBO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
009110
009120     MOVE DED-JUBILACION TO WS-EDIT-IMPORTE.
009130     STRING "DESC. JUBILACION ........................ $"
009140         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
009150     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
009160
009170     MOVE DED-OBRA-SOCIAL TO WS-EDIT-IMPORTE.
009180     STRING "DESC. OBRA SOCIAL ........................ $"
009190         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
009200     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
009210
009220     MOVE DED-SINDICAL TO WS-EDIT-IMPORTE.
009230     STRING "DESC. CUOTA SINDICAL ..................... $"
009240         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
009250     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
009260
009270     MOVE DED-ART TO WS-EDIT-IMPORTE.
009280     STRING "DESC. ART ................................ $"
009290         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
009300     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
009310
009320     MOVE VAC-DEDUCCIONES TO WS-EDIT-IMPORTE.
009330     STRING "TOTAL DEDUCCIONES ........................ $"
009340         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
009350     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
009360
009370     WRITE LINEA-RECIBO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
009380
009390     MOVE VAC-NETO TO WS-EDIT-IMPORTE.
009400     STRING "NETO A COBRAR ............................ $"
009410         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
009420     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
009430 3500-EXIT.
009440     EXIT.
009450
009460*****************************************************************
009470* CIERRA EL RECIBO CON SU NUMERO DE CONTROL (LEGAJO-PERIODO-TIPO)
009480* Y EL ESPACIO PARA LA FIRMA DEL DUPLICADO (ARTS. 138 A 140 LCT)
009490*****************************************************************
009500 3550-EMITIR-PIE-RECIBO.
009510     *> El periodo del recibo es el mes de inicio de la licencia
009520     COMPUTE WS-PERIODO-INICIO =
009530         VN-INICIO-AAAA * 100 + VN-INICIO-MM.
009540     MOVE SPACES TO LINEA-RECIBO.
009550     WRITE LINEA-RECIBO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
009560
009570     MOVE SPACES TO LINEA-RECIBO.
009580     STRING "NRO. DE CONTROL: " EMP-LEGAJO "-" WS-PERIODO-INICIO
009590         "-V"
009600         DELIMITED SIZE INTO LINEA-RECIBO.
009610     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
009620
009630     MOVE SPACES TO LINEA-RECIBO.
009640     STRING "FIRMA DEL EMPLEADO: ______________________   "
009650         "FECHA: ___/___/______"
009660         DELIMITED SIZE INTO LINEA-RECIBO.
009670     WRITE LINEA-RECIBO AFTER ADVANCING 3 LINES.
009680
009690     MOVE SPACES TO LINEA-RECIBO.
009700     STRING "(EN DISCONFORMIDAD, INDICAR EL CONCEPTO Y EL MOTIVO)"
009710         DELIMITED SIZE INTO LINEA-RECIBO.
009720     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
009730 3550-EXIT.
009740     EXIT.
009750
009760*****************************************************************
009770* REGISTRA EL RECIBO EMITIDO EN RECFIRMA, PENDIENTE DE FIRMA.
009780* UNA RELIQUIDACION REEMITE EL RECIBO: EL REGISTRO SE PISA CON
009790* EL NETO NUEVO Y VUELVE A QUEDAR PENDIENTE.
009800*****************************************************************
009810 3560-REGISTRAR-RECIBO.
009820     MOVE "N" TO WS-RECIBO-FIRMA-SW.
009830     MOVE EMP-LEGAJO TO RF-LEGAJO.
009840     MOVE WS-PERIODO-INICIO TO RF-PERIODO.
009850     MOVE "V" TO RF-TIPO-LIQ.
009860     READ RECIBO-FIRMA
009870         INVALID KEY
009880             MOVE SPACES TO RECIBO-FIRMA-REG
009890             MOVE EMP-LEGAJO TO RF-LEGAJO
009900             MOVE WS-PERIODO-INICIO TO RF-PERIODO
009910             MOVE "V" TO RF-TIPO-LIQ
009920             MOVE ZEROS TO RF-CANT-EMISIONES
009930         NOT INVALID KEY
009940             SET RECIBO-REGISTRADO TO TRUE
009950     END-READ.
009960     IF RECIBO-REGISTRADO AND RF-CON-FIRMA
009970         DISPLAY "RECIBO " RF-LEGAJO "-" RF-PERIODO "-"
009980             RF-TIPO-LIQ " REEMITIDO: LA FIRMA ANTERIOR QUEDA "
009990             "SIN EFECTO"
010000     END-IF.
010010
010020     MOVE EMP-CENTRO-COSTOS TO RF-CENTRO-COSTOS.
010030     MOVE VAC-NETO TO RF-NETO.
010040     MOVE WS-FECHA-EMISION TO RF-FECHA-EMISION.
010050     ADD 1 TO RF-CANT-EMISIONES.
010060     MOVE "P" TO RF-ESTADO.
010070     MOVE ZEROS TO RF-FECHA-FIRMA.
010080     MOVE SPACES TO RF-DISC-CONCEPTO.
010090     MOVE SPACES TO RF-DISC-MOTIVO.
010100     MOVE WS-OPERADOR-ID TO RF-OPERADOR.
010110     MOVE WS-FECHA-EMISION TO RF-FECHA-REGISTRO.
010120     IF RECIBO-REGISTRADO
010130         REWRITE RECIBO-FIRMA-REG
010140             INVALID KEY
010150                 DISPLAY "ERROR AL REGRABAR RECIBO-FIRMA, LEGAJO "
010160                     RF-LEGAJO
010170         END-REWRITE
010180     ELSE
010190         WRITE RECIBO-FIRMA-REG
010200             INVALID KEY
010210                 DISPLAY "ERROR AL GRABAR RECIBO-FIRMA, LEGAJO "
010220                     RF-LEGAJO
010230         END-WRITE
010240     END-IF.
010250 3560-EXIT.
010260     EXIT.
010270
010280*****************************************************************
010290* GRABA LA LIQUIDACION DE VACACIONES EN EL HISTORICO CON EL
010300* PERIODO AAAA(MM+40) DEL INICIO DE LA LICENCIA. UNA
010310* RELIQUIDACION DEL MISMO LEGAJO Y PERIODO PISA EL REGISTRO.
010320*****************************************************************
010330 3600-GRABAR-HISTORICO.
010340     MOVE VN-INICIO-AAAA TO WS-HIST-AAAA.
010350     COMPUTE WS-HIST-MM = VN-INICIO-MM + 40.
010360
010370     MOVE SPACES TO LIQUIDACION-HIST-REG.
010380     MOVE EMP-LEGAJO TO LQ-LEGAJO.
010390     MOVE WS-PERIODO-HIST TO LQ-PERIODO.
010400     MOVE EMP-CATEGORIA TO LQ-CATEGORIA.
010410     MOVE VN-DIAS-OTORGADOS TO LQ-DIAS-TRABAJADOS.
010420     MOVE WS-BASICO-CON-ANT TO LQ-BASICO-CON-ANT.
010430     MOVE ZEROS TO LQ-VIANDAS.
010440     MOVE ZEROS TO LQ-VIAT-ESP.
010450     MOVE ZEROS TO LQ-EXTRAS-50.
010460     MOVE ZEROS TO LQ-EXTRAS-100.
010470     MOVE ZEROS TO LQ-PRESENTISMO.
010480     MOVE DED-JUBILACION TO LQ-DED-JUBILACION.
010490     MOVE DED-OBRA-SOCIAL TO LQ-DED-OBRA-SOCIAL.
010500     MOVE DED-SINDICAL TO LQ-DED-SINDICAL.
010510     MOVE ZEROS TO LQ-DED-SEPELIO.
010520     MOVE DED-ART TO LQ-DED-ART.
010530     MOVE ZEROS TO LQ-DED-GANANCIAS.
010540     MOVE ZEROS TO LQ-DED-EMBARGO.
010550     MOVE ZEROS TO LQ-DED-PRESTAMO.
010560     MOVE ZEROS TO LQ-DED-ADELANTO.
010570     MOVE ZEROS TO LQ-GAN-BASE-ACUM.
010580     MOVE ZEROS TO LQ-GAN-IMPUESTO-ACUM.
010590     MOVE ZEROS TO LQ-GAN-DEVOLUCION.
010600     MOVE ZEROS TO LQ-GAN-AJUSTE.
010610     MOVE ZEROS TO LQ-GAN-DEV-PENDIENTE.
010620     MOVE ZEROS TO LQ-VIAJE-KM.
010630     MOVE ZEROS TO LQ-PERNOCTADAS.
010640     MOVE ZEROS TO LQ-COMIDAS-RUTA.
010650     MOVE ZEROS TO LQ-CRUCE-FRONTERA.
010660     MOVE ZEROS TO LQ-KM-RECORRIDOS.
010670     MOVE VAC-BRUTO TO LQ-TOTAL-BRUTO.
010680     MOVE VAC-NETO TO LQ-TOTAL-NETO.
010690
010700     WRITE LIQUIDACION-HIST-REG
010710         INVALID KEY
010720             REWRITE LIQUIDACION-HIST-REG
010730     END-WRITE.
010740 3600-EXIT.
010750     EXIT.
010760
010770*****************************************************************
010780* ACUMULA LOS DIAS GOZADOS DEL LEGAJO EN SU ANIO CALENDARIO.
010790* EL REPROCESO DE LA MISMA LICENCIA (MISMA FECHA DE INICIO)
010800* PISA SUS DIAS EN LUGAR DE SUMARLOS DOS VECES, IGUAL QUE LA
010810* REGRABACION DEL HISTORICO.
010820*****************************************************************
010830 3650-ACUMULAR-GOZADOS.
010840     MOVE EMP-LEGAJO TO VG-LEGAJO.
010850     MOVE VN-INICIO-AAAA TO VG-ANIO.
010860     READ VAC-GOZADAS
010870         INVALID KEY
010880             MOVE EMP-LEGAJO TO VG-LEGAJO
010890             MOVE VN-INICIO-AAAA TO VG-ANIO
010900             MOVE VN-DIAS-OTORGADOS TO VG-DIAS-GOZADOS
010910             MOVE VN-FECHA-INICIO TO VG-ULT-INICIO
010920             MOVE VN-DIAS-OTORGADOS TO VG-ULT-DIAS
010930             WRITE VACACION-GOZADA-REG
010940         NOT INVALID KEY
010950             IF VG-ULT-INICIO IS NUMERIC
010960                     AND VG-ULT-INICIO = VN-FECHA-INICIO
010970                 SUBTRACT VG-ULT-DIAS FROM VG-DIAS-GOZADOS
010980             END-IF
010990             ADD VN-DIAS-OTORGADOS TO VG-DIAS-GOZADOS
011000             MOVE VN-FECHA-INICIO TO VG-ULT-INICIO
011010             MOVE VN-DIAS-OTORGADOS TO VG-ULT-DIAS
011020             REWRITE VACACION-GOZADA-REG
011030     END-READ.
011040 3650-EXIT.
011050     EXIT.
011060
011070*****************************************************************
011080* ACUMULA LOS TOTALES DEL CIERRE DE VACACIONES
011090*****************************************************************
011100 3700-ACUMULAR-TOTALES.
011110     ADD 1 TO WS-TOTAL-LEGAJOS.
011120     ADD VAC-BRUTO TO WS-TOTAL-BRUTO-GENERAL.
011130     ADD VAC-NETO TO WS-TOTAL-NETO-GENERAL.
011140     ADD DED-JUBILACION TO WS-TOTAL-JUBILACION.
011150     ADD DED-OBRA-SOCIAL TO WS-TOTAL-OBRA-SOCIAL.
011160     ADD DED-SINDICAL TO WS-TOTAL-SINDICAL.
011170     ADD DED-ART TO WS-TOTAL-ART.
011180 3700-EXIT.
011190     EXIT.
011200
011210*****************************************************************
011220* REVERSA LA PROVISION DE VACACIONES DEL LEGAJO HASTA EL
011230* IMPORTE PAGADO Y SUS CONTRIBUCIONES EN LA MISMA PROPORCION, Y
011240* REGISTRA LO PAGADO. SIN SALDO PREVIO SE DA DE ALTA EL REGISTRO
011250* SOLO CON LO PAGADO. EL REPROCESO DE LA MISMA LICENCIA (MISMA
011260* FECHA DE INICIO) REPONE ANTES LO YA REVERSADO.
011270*****************************************************************
011280 3800-REVERSAR-PROVISION.
011290     MOVE "N" TO WS-SALDO-HALLADO-SW.
011300     MOVE EMP-LEGAJO TO PV-LEGAJO.
011310     MOVE "V" TO PV-CONCEPTO.
011320     READ PROVISION-SALDO
011330         INVALID KEY
011340             MOVE SPACES TO PROVISION-SALDO-REG
011350             MOVE EMP-LEGAJO TO PV-LEGAJO
011360             MOVE "V" TO PV-CONCEPTO
011370             MOVE EMP-CENTRO-COSTOS TO PV-CENTRO
011380             MOVE ZEROS TO PV-SALDO-PROVISION
011390             MOVE ZEROS TO PV-SALDO-CONTRIB
011400             MOVE ZEROS TO PV-DEVENGADO-ACUM
011410             MOVE ZEROS TO PV-PAGADO-ACUM
011420             MOVE ZEROS TO PV-ULT-PERIODO
011430             MOVE ZEROS TO PV-ULT-PROVISION
011440             MOVE ZEROS TO PV-ULT-CONTRIB
011450             MOVE ZEROS TO PV-ULT-PAGO-CLAVE
011460             MOVE ZEROS TO PV-ULT-PAGADO
011470             MOVE ZEROS TO PV-ULT-REV-PROVISION
011480             MOVE ZEROS TO PV-ULT-REV-CONTRIB
011490         NOT INVALID KEY
011500             SET SALDO-HALLADO TO TRUE
011510     END-READ.
011520
011530     IF PV-ULT-PAGO-CLAVE = VN-FECHA-INICIO
011540         ADD PV-ULT-REV-PROVISION TO PV-SALDO-PROVISION
011550         ADD PV-ULT-REV-CONTRIB TO PV-SALDO-CONTRIB
011560         SUBTRACT PV-ULT-PAGADO FROM PV-PAGADO-ACUM
011570     END-IF.
011580
011590     IF VAC-BRUTO < PV-SALDO-PROVISION
011600         MOVE VAC-BRUTO TO WS-REV-PROVISION
011610         COMPUTE WS-REV-CONTRIB ROUNDED = PV-SALDO-CONTRIB
011620             * WS-REV-PROVISION / PV-SALDO-PROVISION
011630     ELSE
011640         MOVE PV-SALDO-PROVISION TO WS-REV-PROVISION
011650         MOVE PV-SALDO-CONTRIB TO WS-REV-CONTRIB
011660     END-IF.
011670     SUBTRACT WS-REV-PROVISION FROM PV-SALDO-PROVISION.
011680     SUBTRACT WS-REV-CONTRIB FROM PV-SALDO-CONTRIB.
011690     ADD VAC-BRUTO TO PV-PAGADO-ACUM.
011700     MOVE VN-FECHA-INICIO TO PV-ULT-PAGO-CLAVE.
011710     MOVE VAC-BRUTO TO PV-ULT-PAGADO.
011720     MOVE WS-REV-PROVISION TO PV-ULT-REV-PROVISION.
011730     MOVE WS-REV-CONTRIB TO PV-ULT-REV-CONTRIB.
011740
011750     IF SALDO-HALLADO
011760         REWRITE PROVISION-SALDO-REG
011770             INVALID KEY
011780                 DISPLAY "ERROR AL REGRABAR LA PROVISION, LEGAJO "
011790                     PV-LEGAJO
011800         END-REWRITE
011810     ELSE
011820         WRITE PROVISION-SALDO-REG
011830             INVALID KEY
011840                 DISPLAY "ERROR AL GRABAR LA PROVISION, LEGAJO "
011850                     PV-LEGAJO
011860         END-WRITE
011870     END-IF.
011880
011890     ADD WS-REV-PROVISION TO WS-TOTAL-REV-PROVISION.
011900     ADD WS-REV-CONTRIB TO WS-TOTAL-REV-CONTRIB.
011910     COMPUTE WS-PERIODO-INICIO =
011920         VN-INICIO-AAAA * 100 + VN-INICIO-MM.
011930     IF WS-PERIODO-INICIO > WS-PERIODO-ASIENTO
011940         MOVE WS-PERIODO-INICIO TO WS-PERIODO-ASIENTO
011950     END-IF.
011960     MOVE PV-CENTRO TO WS-CENTRO-W.
011970     PERFORM 3850-BUSCAR-CENTRO THRU 3850-EXIT.
011980     ADD WS-REV-PROVISION TO RVC-PROVISION (CEN-IDX).
011990     ADD WS-REV-CONTRIB TO RVC-CONTRIB (CEN-IDX).
012000 3800-EXIT.
012010     EXIT.
012020
012030*****************************************************************
012040* UBICA EL CENTRO WS-CENTRO-W EN LA TABLA DEL REVERSO (LO
012050* AGREGA SI ES NUEVO) Y DEJA CEN-IDX APUNTANDO A EL
012060*****************************************************************
012070 3850-BUSCAR-CENTRO.
012080     SET CEN-IDX TO 1.
012090     SEARCH REV-CEN-ENTRY
012100         AT END
012110             PERFORM 3860-AGREGAR-CENTRO THRU 3860-EXIT
012120         WHEN RVC-CENTRO (CEN-IDX) = WS-CENTRO-W
012130             CONTINUE
012140     END-SEARCH.
012150 3850-EXIT.
012160     EXIT.
012170
012180 3860-AGREGAR-CENTRO.
012190     IF WS-CANT-CENTROS < 20
012200         ADD 1 TO WS-CANT-CENTROS
012210         SET CEN-IDX TO WS-CANT-CENTROS
012220         MOVE WS-CENTRO-W TO RVC-CENTRO (CEN-IDX)
012230         MOVE ZEROS TO RVC-PROVISION (CEN-IDX)
012240         MOVE ZEROS TO RVC-CONTRIB (CEN-IDX)
012250     ELSE
012260         DISPLAY "TABLA DE CENTROS LLENA: EL CENTRO " WS-CENTRO-W
012270             " SE ACUMULA EN EL ULTIMO"
012280         SET CEN-IDX TO WS-CANT-CENTROS
012290     END-IF.
012300 3860-EXIT.
012310     EXIT.
012320
012330*****************************************************************
012340* AGREGA EL LEGAJO AL ARCHIVO DE ACREDITACION BANCARIA CON EL
012350* NETO DE VACACIONES A DEPOSITAR
012360*****************************************************************
012370 3900-EMITIR-BANCO.
012380     MOVE EMP-LEGAJO TO BE-LEGAJO.
012390     MOVE EMP-CBU TO BE-CBU.
012400     MOVE VAC-NETO TO BE-IMPORTE-NETO.
012410     WRITE BANCO-EXPORT-REG.
012420 3900-EXIT.
012430     EXIT.
012440
012450*****************************************************************
012460* IMPRIME EL CIERRE DE VACACIONES AL FINAL DE LA CORRIDA
012470*****************************************************************
012480 9000-EMITIR-CIERRE.
012490     MOVE SPACES TO LINEA-CONTROL.
012500     WRITE LINEA-CONTROL FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
012510
012520     STRING "CIERRE DE VACACIONES - CONVENIO CAMIONEROS"
012530         DELIMITED SIZE INTO LINEA-CONTROL.
012540     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
012550
012560     WRITE LINEA-CONTROL FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
012570
012580     MOVE WS-TOTAL-LEGAJOS TO WS-EDIT-CANTIDAD.
012590     STRING "LEGAJOS CON VACACIONES LIQUIDADAS: " WS-EDIT-CANTIDAD
012600         DELIMITED SIZE INTO LINEA-CONTROL.
012610     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
012620
012630     MOVE WS-CANT-RECHAZADOS TO WS-EDIT-CANTIDAD.
012640     STRING "RENGLONES RECHAZADOS: " WS-EDIT-CANTIDAD
012650         DELIMITED SIZE INTO LINEA-CONTROL.
012660     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
012670
012680     MOVE WS-TOTAL-BRUTO-GENERAL TO WS-EDIT-IMPORTE-GRANDE.
012690     STRING "TOTAL VACACIONES BRUTO .............. $"
012700         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
012710     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
012720
012730     MOVE WS-TOTAL-JUBILACION TO WS-EDIT-IMPORTE-GRANDE.
012740     STRING "TOTAL DEDUCIDO JUBILACION ............ $"
012750         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
012760     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
012770
012780     MOVE WS-TOTAL-OBRA-SOCIAL TO WS-EDIT-IMPORTE-GRANDE.
012790     STRING "TOTAL DEDUCIDO OBRA SOCIAL ........... $"
012800         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
012810     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
012820
012830     MOVE WS-TOTAL-SINDICAL TO WS-EDIT-IMPORTE-GRANDE.
012840     STRING "TOTAL DEDUCIDO CUOTA SINDICAL ........ $"
012850         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
012860     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
012870
012880     MOVE WS-TOTAL-ART TO WS-EDIT-IMPORTE-GRANDE.
012890     STRING "TOTAL DEDUCIDO ART ................... $"
012900         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
012910     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
012920
012930     MOVE WS-TOTAL-REV-PROVISION TO WS-EDIT-IMPORTE-GRANDE.
012940     STRING "TOTAL PROVISION VACACIONES REVERSADA . $"
012950         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
012960     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
012970
012980     MOVE WS-TOTAL-REV-CONTRIB TO WS-EDIT-IMPORTE-GRANDE.
012990     STRING "TOTAL CONTRIBUCIONES REVERSADAS ...... $"
013000         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
013010     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
013020     MOVE WS-TOTAL-NETO-GENERAL TO WS-EDIT-IMPORTE-GRANDE.
013030     STRING "TOTAL NETO A TRANSFERIR .............. $"
013040         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
013050     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
013060
013070     WRITE LINEA-CONTROL FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
013080 9000-EXIT.
013090     EXIT.
013100
013110*****************************************************************
013120* EMITE EL ASIENTO DEL REVERSO DE LA PROVISION POR CENTRO: DEBE
013130* A LA PROVISION Y HABER AL GASTO DE VACACIONES, Y LO MISMO
013140* PARA LAS CONTRIBUCIONES
013150*****************************************************************
013160 9200-EMITIR-ASIENTO.
013170     PERFORM 9210-ASIENTO-CENTRO THRU 9210-EXIT
013180         VARYING CEN-IDX FROM 1 BY 1
013190         UNTIL CEN-IDX > WS-CANT-CENTROS.
013200 9200-EXIT.
013210     EXIT.
013220
013230 9210-ASIENTO-CENTRO.
013240     MOVE RVC-PROVISION (CEN-IDX) TO WS-IMPORTE-W.
013250     MOVE "D" TO WS-TIPO-W.
013260     MOVE "PROV-VAC" TO WS-CONCEPTO-W.
013270     PERFORM 9250-GRABAR-LINEA THRU 9250-EXIT.
013280     MOVE "H" TO WS-TIPO-W.
013290     MOVE "VACACIONES" TO WS-CONCEPTO-W.
013300     PERFORM 9250-GRABAR-LINEA THRU 9250-EXIT.
013310
013320     MOVE RVC-CONTRIB (CEN-IDX) TO WS-IMPORTE-W.
013330     MOVE "D" TO WS-TIPO-W.
013340     MOVE "PROV-CON-VAC" TO WS-CONCEPTO-W.
013350     PERFORM 9250-GRABAR-LINEA THRU 9250-EXIT.
013360     MOVE "H" TO WS-TIPO-W.
013370     MOVE "CONTRIB-VAC" TO WS-CONCEPTO-W.
013380     PERFORM 9250-GRABAR-LINEA THRU 9250-EXIT.
013390 9210-EXIT.
013400     EXIT.
013410
013420*****************************************************************
013430* GRABA UNA LINEA DEL ASIENTO (WS-TIPO-W, WS-CONCEPTO-W,
013440* WS-IMPORTE-W) PARA EL CENTRO APUNTADO POR CEN-IDX
013450*****************************************************************
013460 9250-GRABAR-LINEA.
013470     IF WS-IMPORTE-W = ZERO
013480         GO TO 9250-EXIT
013490     END-IF.
013500     PERFORM 9260-BUSCAR-CUENTA THRU 9260-EXIT.
013510     MOVE WS-TIPO-W TO AS-TIPO.
013520     MOVE WS-CUENTA-HALLADA TO AS-CUENTA.
013530     MOVE RVC-CENTRO (CEN-IDX) TO AS-CENTRO.
013540     MOVE WS-CONCEPTO-W TO AS-CONCEPTO.
013550     MOVE WS-PERIODO-ASIENTO TO AS-PERIODO.
013560     MOVE WS-IMPORTE-W TO AS-IMPORTE.
013570     WRITE ASIENTO-REG.
013580 9250-EXIT.
013590     EXIT.
013600
013610*****************************************************************
013620* BUSCA LA CUENTA CONTABLE DEL CONCEPTO EN WS-CONCEPTO-W.
013630* SI NO ESTA PARAMETRIZADA QUEDA EN BLANCO Y SE AVISA.
013640*****************************************************************
013650 9260-BUSCAR-CUENTA.
013660     MOVE SPACES TO WS-CUENTA-HALLADA.
013670     PERFORM 9270-COMPARAR-CUENTA THRU 9270-EXIT
013680         VARYING WS-CTA-IX FROM 1 BY 1
013690         UNTIL WS-CTA-IX > WS-CANT-CUENTAS.
013700     IF WS-CUENTA-HALLADA = SPACES
013710         DISPLAY "CONCEPTO SIN CUENTA CONTABLE: " WS-CONCEPTO-W
013720     END-IF.
013730 9260-EXIT.
013740     EXIT.
013750
013760 9270-COMPARAR-CUENTA.
013770     IF CTA-CONCEPTO (WS-CTA-IX) = WS-CONCEPTO-W
013780         MOVE CTA-CUENTA (WS-CTA-IX) TO WS-CUENTA-HALLADA
013790     END-IF.
013800 9270-EXIT.
013810     EXIT.
013820
013830 8000-FINALIZAR.
013840     *> Una corrida que no llego a inicializar no emite cierre
013850     IF INICIO-ABORTADO
013860         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: NO "
013870             "SE EMITE EL CIERRE"
013880         GO TO 8000-CERRAR
013890     END-IF.
013900
013910     PERFORM 9000-EMITIR-CIERRE THRU 9000-EXIT.
013920     PERFORM 9200-EMITIR-ASIENTO THRU 9200-EXIT.
013930
013940 8000-CERRAR.
013950     CLOSE VACACIONES-NOMINA.
013960     CLOSE EMPLEADO-MASTER.
013970     CLOSE WAGE-HISTORY.
013980     CLOSE LIQUIDACION-HIST.
013990     CLOSE VAC-GOZADAS.
014000     CLOSE REPORTE-RECIBO.
014010     CLOSE RECIBO-FIRMA.
014020     CLOSE CONTROL-REPORT.
014030     CLOSE BANCO-EXPORT.
014040     CLOSE PARAMETRO-LEGAL.
014050     CLOSE PROVISION-SALDO.
014060     CLOSE ASIENTO-EXPORT.
014070     STRING "LEGAJOS=" WS-TOTAL-LEGAJOS " RECHAZADOS="
014080         WS-CANT-RECHAZADOS
014090         DELIMITED SIZE INTO WS-BIT-DETALLE.
014100     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
014110     DISPLAY "FIN DE LA LIQUIDACION DE VACACIONES.".
014120 8000-EXIT.
014130     EXIT.
014140
014150*****************************************************************
014160* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
014170* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
014180* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
014190*****************************************************************
014200 9900-REGISTRAR-BITACORA.
014210     IF WS-BIT-RESULTADO = SPACES
014220         MOVE "ABORTADO" TO WS-BIT-RESULTADO
014230     END-IF.
014240     OPEN EXTEND AUDIT-LOG.
014250     IF NOT WS-AUDITLOG-OK
014260         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
014270             WS-AUDITLOG-STATUS
014280         GO TO 9900-EXIT
014290     END-IF.
014300     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
014310     ACCEPT WS-HORA-BITACORA FROM TIME.
014320     MOVE SPACES TO BITACORA-REG.
014330     MOVE WS-FECHA-BITACORA TO BT-FECHA.
014340     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
014350     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
014360     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
014370     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
014380     MOVE WS-BIT-DETALLE TO BT-DETALLE.
014390     WRITE BITACORA-REG.
014400     CLOSE AUDIT-LOG.
014410 9900-EXIT.
014420     EXIT.

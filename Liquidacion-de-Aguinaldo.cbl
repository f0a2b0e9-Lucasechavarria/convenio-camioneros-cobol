000140* DE ACREDITACION BANCARIA Y SU PROPIO CIERRE CON TOTALES.
000150* LOS LEGAJOS EGRESADOS DENTRO DEL SEMESTRE NO SE LIQUIDAN
000160* AQUI: SU SAC PROPORCIONAL SALE CON LA LIQUIDACION FINAL.
000170* AL PAGAR REVERSA LA PROVISION DE SAC DEL LEGAJO Y EMITE EL
000180* ASIENTO DEL REVERSO POR CENTRO DE COSTOS.
000190*-----------------------------------------------------------------
000200* MOD-HIST:
000210*   2026-08-22 JCM  VERSION ORIGINAL.
000220*   2026-08-22 JCM  IMPORTES DE TRABAJO AMPLIADOS A 9(9)V99
000230*                   PARA ACOMPANIAR EL BRUTO DEL HISTORICO DE
000240*                   LIQUIDACIONES, Y EL CIERRE YA NO SE EMITE
000250*                   SI LA INICIALIZACION ABORTO.
000260*   2026-09-02 JCM  AGREGADO EL ESTADO DEL PERIODO (PERESTAD):
000270*                   EL SAC EXIGE LA LIQUIDACION DEFINITIVA DEL
000280*                   MES DE CIERRE DEL SEMESTRE (JUNIO O
000290*                   DICIEMBRE), RECHAZA EL PERIODO CERRADO O
000300*                   CON SAC YA LIQUIDADO, Y AL TERMINAR MARCA
000310*                   EL SAC LIQUIDADO DEL PERIODO.
000320*   2026-10-07 JCM  LAS TASAS DE APORTES SE LEEN DE
000330*                   PARAMETRO-LEGAL CON LOS VALORES VIGENTES AL
000340*                   CIERRE DEL SEMESTRE, EN LUGAR DE CONSTANTES.
000350*   2026-10-08 JCM  EL PERIODO NUEVO DE PERESTAD ARRANCA TAMBIEN
000360*                   SIN NETO PENDIENTE POR RECHAZOS BANCARIOS.
000370*   2026-10-09 JCM  EL SAC EXIGE LA PROVISION DEL MES DE CIERRE
000380*                   DEL SEMESTRE Y, AL PAGAR, REVERSA EL SALDO
000390*                   PROVISIONADO DE CADA LEGAJO EN PROVISION-SALDO
000400*                   Y EMITE EL ASIENTO DEL REVERSO POR CENTRO.
000410*   2026-10-11 JCM  OPERADOR VALIDADO CONTRA OPERMAST SEGUN SU
000420*                   ROL Y RENGLON DE LA CORRIDA EN LA BITACORA
000430*                   UNIFICADA (AUDITLOG).
000440*   2026-10-14 JCM  EL PERIODO NUEVO DE PERESTAD ARRANCA TAMBIEN
000450*                   SIN CONTROL DE INTEGRIDAD CORRIDO.
000460*   2026-10-15 JCM  CADA RECIBO DE SAC EMITIDO SE REGISTRA EN
000470*                   RECFIRMA PENDIENTE DE FIRMA E IMPRIME AL PIE
000480*                   SU NUMERO DE CONTROL Y EL ESPACIO PARA LA
000490*                   FIRMA DEL EMPLEADO.
000500*****************************************************************
000510
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560 SPECIAL-NAMES.
000570     C01 IS NUEVA-PAGINA.
000580
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT EMPLEADO-MASTER
000620         ASSIGN TO EMPMAST
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS EMP-LEGAJO
000660         FILE STATUS IS WS-EMPMAST-STATUS.
000670
000680     SELECT LIQUIDACION-HIST
000690         ASSIGN TO LIQHIST
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS LQ-CLAVE
000730         FILE STATUS IS WS-LIQHIST-STATUS.
000740
000750     SELECT REPORTE-RECIBO
000760         ASSIGN TO RECIBO
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RECIBO-STATUS.
000790
000800     SELECT CONTROL-REPORT
000810         ASSIGN TO CTLRPT
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-CTLRPT-STATUS.
000840
000850     SELECT BANCO-EXPORT
000860         ASSIGN TO BANKEXP
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-BANKEXP-STATUS.
000890
000900     SELECT PERIODO-ESTADO
000910         ASSIGN TO PERESTAD
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS RANDOM
000940         RECORD KEY IS PE-PERIODO
000950         FILE STATUS IS WS-PERESTAD-STATUS.
000960     SELECT PARAMETRO-LEGAL
000970         ASSIGN TO PARMLEG
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS PL-CLAVE
001010         FILE STATUS IS WS-PARMLEG-STATUS.
001020     SELECT PROVISION-SALDO
001030         ASSIGN TO PROVIS
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS RANDOM
001060         RECORD KEY IS PV-CLAVE
001070         FILE STATUS IS WS-PROVIS-STATUS.
001080
001090     SELECT CUENTAS-PARAM
001100         ASSIGN TO CTAPARM
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-CTAPARM-STATUS.
001130
001140     SELECT ASIENTO-EXPORT
001150         ASSIGN TO ASIENTO
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS WS-ASIENTO-STATUS.
001180
001190     SELECT OPERADOR-MASTER
001200         ASSIGN TO OPERMAST
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS RANDOM
001230         RECORD KEY IS OP-OPERADOR
001240         FILE STATUS IS WS-OPERMAST-STATUS.
001250
001260     SELECT RECIBO-FIRMA
001270         ASSIGN TO RECFIRMA
001280         ORGANIZATION IS INDEXED
001290         ACCESS MODE IS RANDOM
001300         RECORD KEY IS RF-CLAVE
001310         FILE STATUS IS WS-RECFIRMA-STATUS.
001320
001330     SELECT AUDIT-LOG
001340         ASSIGN TO AUDITLOG
001350         ORGANIZATION IS SEQUENTIAL
001360         FILE STATUS IS WS-AUDITLOG-STATUS.
001370
001380 DATA DIVISION.
001390 FILE SECTION.
001400 FD  EMPLEADO-MASTER
001410     LABEL RECORDS ARE STANDARD.
001420 COPY EMPMAST.
001430
001440 FD  LIQUIDACION-HIST
001450     LABEL RECORDS ARE STANDARD.
001460 COPY LIQHIST.
001470
001480 FD  REPORTE-RECIBO
001490     LABEL RECORDS ARE STANDARD.
001500 COPY RECIBO.
001510
001520 FD  CONTROL-REPORT
001530     LABEL RECORDS ARE STANDARD.
001540 COPY CTLRPT.
001550
001560 FD  BANCO-EXPORT
001570     LABEL RECORDS ARE STANDARD.
001580 COPY BANKEXP.
001590
001600 FD  PERIODO-ESTADO
001610     LABEL RECORDS ARE STANDARD.
001620 COPY PERESTAD.
001630 FD  PARAMETRO-LEGAL
001640     LABEL RECORDS ARE STANDARD.
001650 COPY PARMLEG.
001660 FD  PROVISION-SALDO
001670     LABEL RECORDS ARE STANDARD.
001680 COPY PROVIS.
001690
001700 FD  CUENTAS-PARAM
001710     LABEL RECORDS ARE STANDARD.
001720 COPY CTAPARM.
001730
001740 FD  ASIENTO-EXPORT
001750     LABEL RECORDS ARE STANDARD.
001760 COPY ASIENTO.
001770
001780 FD  OPERADOR-MASTER
001790     LABEL RECORDS ARE STANDARD.
001800 COPY OPERMAST.
001810
001820 FD  RECIBO-FIRMA
001830     LABEL RECORDS ARE STANDARD.
001840 COPY RECFIRMA.
001850
001860 FD  AUDIT-LOG
001870     LABEL RECORDS ARE STANDARD.
001880 COPY AUDITLOG.
001890
001900 WORKING-STORAGE SECTION.
001910
001920*****************************************************************
001930* SWITCHES DE CONTROL DE PROCESO
001940*****************************************************************
001950 01  WS-EMPMAST-STATUS         PIC X(02) VALUE ZEROS.
001960     88  WS-EMPMAST-OK             VALUE "00".
001970
001980 01  WS-LIQHIST-STATUS         PIC X(02) VALUE ZEROS.
001990     88  WS-LIQHIST-OK             VALUE "00".
002000
002010 01  WS-RECIBO-STATUS          PIC X(02) VALUE ZEROS.
002020     88  WS-RECIBO-OK              VALUE "00".
002030
002040 01  WS-CTLRPT-STATUS          PIC X(02) VALUE ZEROS.
002050     88  WS-CTLRPT-OK              VALUE "00".
002060
002070 01  WS-BANKEXP-STATUS         PIC X(02) VALUE ZEROS.
002080     88  WS-BANKEXP-OK             VALUE "00".
002090
002100 01  WS-PERESTAD-STATUS        PIC X(02) VALUE ZEROS.
002110     88  WS-PERESTAD-OK            VALUE "00".
002120 01  WS-PARMLEG-STATUS         PIC X(02) VALUE ZEROS.
002130     88  WS-PARMLEG-OK             VALUE "00".
002140 01  WS-PROVIS-STATUS          PIC X(02) VALUE ZEROS.
002150     88  WS-PROVIS-OK              VALUE "00".
002160
002170 01  WS-CTAPARM-STATUS         PIC X(02) VALUE ZEROS.
002180     88  WS-CTAPARM-OK             VALUE "00".
002190
002200 01  WS-ASIENTO-STATUS         PIC X(02) VALUE ZEROS.
002210     88  WS-ASIENTO-OK             VALUE "00".
002220
002230 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
002240     88  WS-OPERMAST-OK            VALUE "00".
002250
002260 01  WS-RECFIRMA-STATUS        PIC X(02) VALUE ZEROS.
002270     88  WS-RECFIRMA-OK            VALUE "00".
002280
002290 01  WS-RECIBO-FIRMA-SW        PIC X(01) VALUE "N".
002300     88  RECIBO-REGISTRADO         VALUE "S".
002310
002320*> Fecha de emision de los recibos, para el registro de firma
002330 01  WS-FECHA-EMISION          PIC 9(08) VALUE ZEROS.
002340
002350 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
002360     88  WS-AUDITLOG-OK            VALUE "00".
002370
002380 01  WS-BUSQUEDA-FIN-SW        PIC X(01) VALUE "N".
002390     88  BUSQUEDA-TERMINADA        VALUE "S".
002400
002410 01  WS-PARAMETROS-SW          PIC X(01) VALUE "N".
002420     88  PARAMETROS-HALLADOS       VALUE "S".
002430
002440 01  WS-ESTADO-HALLADO-SW      PIC X(01) VALUE "N".
002450     88  ESTADO-HALLADO            VALUE "S".
002460 01  WS-SALDO-HALLADO-SW       PIC X(01) VALUE "N".
002470     88  SALDO-HALLADO             VALUE "S".
002480
002490 01  WS-CTAPARM-EOF-SW         PIC X(01) VALUE "N".
002500     88  CTAPARM-EOF               VALUE "S".
002510
002520 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
002530     88  FIN-DE-ARCHIVO            VALUE "S".
002540
002550 01  WS-SIN-LIQ-TITULO-SW      PIC X(01) VALUE "N".
002560     88  SIN-LIQ-TITULO-IMPRESO    VALUE "S".
002570
002580*> La inicializacion arranca como abortada y recien se marca
002590*> completa al final de 1000: un error de apertura o un
002600*> periodo invalido dejan el cierre sin emitir.
002610 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
002620     88  INICIO-ABORTADO           VALUE "S".
002630     88  INICIO-COMPLETO           VALUE "N".
002640
002650*****************************************************************
002660* PERIODO DEL SAC (AAAAMM, MM = 06 O 12) Y MESES DEL SEMESTRE
002670*****************************************************************
002680 01  WS-PERIODO-SAC            PIC 9(06) VALUE ZEROS.
002690 01  WS-PERIODO-SAC-R REDEFINES WS-PERIODO-SAC.
002700     05  WS-SAC-AAAA           PIC 9(04).
002710     05  WS-SAC-MM             PIC 9(02).
002720*> Ultimo dia del semestre: fecha de vigencia de las tasas
002730 01  WS-FECHA-PARAMETROS       PIC 9(08).
002740 01  WS-FECHA-PARAMETROS-R REDEFINES WS-FECHA-PARAMETROS.
002750     05  WS-PARAM-AAAAMM       PIC 9(06).
002760     05  WS-PARAM-DD           PIC 9(02).
002770
002780 01  WS-PERIODO-SAC-MENSAJE    PIC X(40) VALUE
002790     "Periodo del SAC (AAAAMM, MM=06 O 12): ".
002800
002810 01  WS-MES-DESDE              PIC 9(02).
002820 01  WS-MES-IX                 PIC 9(02).
002830 01  WS-PERIODO-BUSQUEDA      PIC 9(06).
002840 01  WS-PERIODO-BUSQUEDA-R REDEFINES WS-PERIODO-BUSQUEDA.
002850     05  WS-BUSQ-AAAA          PIC 9(04).
002860     05  WS-BUSQ-MM            PIC 9(02).
002870
002880 01  WS-FECHA-EGRESO-W         PIC 9(08).
002890 01  WS-FECHA-EGRESO-W-R REDEFINES WS-FECHA-EGRESO-W.
002900     05  WS-EGRESO-AAAAMM      PIC 9(06).
002910     05  FILLER                PIC 9(02).
002920
002930*****************************************************************
002940* CAMPOS DE TRABAJO DE LA LIQUIDACION DEL SAC DEL LEGAJO
002950*****************************************************************
002960 01  WS-MEJOR-BRUTO            PIC 9(9)V99.
002970 01  WS-MESES-LIQUIDADOS       PIC 9(01).
002980 01  SAC-BRUTO                 PIC 9(9)V99.
002990 01  SAC-NETO                  PIC 9(9)V99.
003000 01  SAC-DEDUCCIONES           PIC 9(9)V99.
003010
003020 01  DEDUCTIONS-DETAIL.
003030     05  DED-JUBILACION        PIC 9(9)V99.
003040     05  DED-OBRA-SOCIAL       PIC 9(9)V99.
003050     05  DED-SINDICAL          PIC 9(9)V99.
003060     05  DED-ART               PIC 9(9)V99.
003070
003080*> Tasas de aportes vigentes al semestre, de PARAMETRO-LEGAL
003090 01  JUBILACION-RATE           PIC V999.
003100 01  OBRA-SOCIAL-RATE          PIC V999.
003110 01  SINDICAL-RATE             PIC V999.
003120 01  ART-RATE                  PIC V9999.
003130
003140*****************************************************************
003150* ACUMULADORES DEL CIERRE DEL SAC
003160*****************************************************************
003170 01  WS-TOTAL-LEGAJOS          PIC 9(05) VALUE ZERO.
003180 01  WS-CANT-SIN-LIQUIDACION   PIC 9(05) VALUE ZERO.
003190 01  WS-TOTAL-BRUTO-GENERAL    PIC 9(9)V99 VALUE ZERO.
003200 01  WS-TOTAL-NETO-GENERAL     PIC 9(9)V99 VALUE ZERO.
003210 01  WS-TOTAL-JUBILACION       PIC 9(9)V99 VALUE ZERO.
003220 01  WS-TOTAL-OBRA-SOCIAL      PIC 9(9)V99 VALUE ZERO.
003230 01  WS-TOTAL-SINDICAL         PIC 9(9)V99 VALUE ZERO.
003240 01  WS-TOTAL-ART              PIC 9(9)V99 VALUE ZERO.
003250
003260*****************************************************************
003270* REVERSO DE LA PROVISION DE SAC: POR LEGAJO Y ACUMULADO POR
003280* CENTRO DE COSTOS PARA EL ASIENTO
003290*****************************************************************
003300 01  WS-REV-PROVISION          PIC 9(9)V99.
003310 01  WS-REV-CONTRIB            PIC 9(9)V99.
003320 01  WS-TOTAL-REV-PROVISION    PIC 9(11)V99 VALUE ZERO.
003330 01  WS-TOTAL-REV-CONTRIB      PIC 9(11)V99 VALUE ZERO.
003340 01  WS-CENTRO-W               PIC 9(02).
003350 01  WS-CANT-CENTROS           PIC 9(02) VALUE ZERO.
003360 01  REVERSO-CENTRO-TABLA.
003370     05  REV-CEN-ENTRY OCCURS 1 TO 20 TIMES
003380                        DEPENDING ON WS-CANT-CENTROS
003390                        INDEXED BY CEN-IDX.
003400         10  RVC-CENTRO         PIC 9(02).
003410         10  RVC-PROVISION      PIC 9(11)V99.
003420         10  RVC-CONTRIB        PIC 9(11)V99.
003430
003440*****************************************************************
003450* TABLA DE CUENTAS CONTABLES CARGADA DESDE CUENTAS-PARAM
003460*****************************************************************
003470 01  WS-CANT-CUENTAS           PIC 9(02) VALUE ZERO.
003480 01  CUENTAS-TABLA.
003490     05  CTA-ENTRY OCCURS 40 TIMES.
003500         10  CTA-CONCEPTO       PIC X(12).
003510         10  CTA-CUENTA         PIC X(10).
003520 01  WS-CTA-IX                 PIC 9(02).
003530 01  WS-TIPO-W                 PIC X(01).
003540 01  WS-CONCEPTO-W             PIC X(12).
003550 01  WS-CUENTA-HALLADA         PIC X(10).
003560 01  WS-IMPORTE-W              PIC 9(11)V99.
003570 01  WS-EDIT-CANTIDAD          PIC ZZ,ZZ9.
003580 01  WS-EDIT-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99.
003590 01  WS-EDIT-IMPORTE-GRANDE    PIC Z,ZZZ,ZZZ,ZZ9.99.
003600 01  WS-EDIT-MESES             PIC Z9.
003610
003620*****************************************************************
003630* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
003640* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
003650*****************************************************************
003660 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
003670 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
003680 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
003690 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 2.
003700 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
003710     88  OPERADOR-HABILITADO       VALUE "S".
003720 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
003730     "LIQUIDA-SAC".
003740 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
003750 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
003760 01  WS-FECHA-BITACORA         PIC 9(08).
003770 01  WS-HORA-BITACORA          PIC 9(08).
003780 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
003790     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
003800     05  FILLER                PIC 9(02).
003810
003820 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
003830
003840 PROCEDURE DIVISION.
003850
003860 0000-MAINLINE.
003870     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003880     PERFORM 2000-PROCESAR-EMPLEADOS THRU 2000-EXIT
003890         UNTIL FIN-DE-ARCHIVO.
003900     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
003910     STOP RUN.
003920
003930 1000-INICIALIZAR.
003940     DISPLAY WS-BANNER-1.
003950     DISPLAY "CONVENIO CAMIONEROS - LIQUIDACION DE SAC".
003960     DISPLAY WS-BANNER-1.
003970
003980     DISPLAY WS-OPERADOR-MENSAJE.
003990     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
004000     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
004010     IF NOT OPERADOR-HABILITADO
004020         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
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
004230     OPEN OUTPUT REPORTE-RECIBO.
004240     IF NOT WS-RECIBO-OK
004250         DISPLAY "ERROR AL ABRIR REPORTE-RECIBO, STATUS = "
004260             WS-RECIBO-STATUS
004270         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004280         GO TO 1000-EXIT
004290     END-IF.
004300
004310     OPEN I-O RECIBO-FIRMA.
004320     IF NOT WS-RECFIRMA-OK
004330         DISPLAY "ERROR AL ABRIR RECIBO-FIRMA, STATUS = "
004340             WS-RECFIRMA-STATUS
004350         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004360         GO TO 1000-EXIT
004370     END-IF.
004380     ACCEPT WS-FECHA-EMISION FROM DATE YYYYMMDD.
004390
004400     OPEN OUTPUT CONTROL-REPORT.
004410     IF NOT WS-CTLRPT-OK
004420         DISPLAY "ERROR AL ABRIR CONTROL-REPORT, STATUS = "
004430             WS-CTLRPT-STATUS
004440         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004450         GO TO 1000-EXIT
004460     END-IF.
004470
004480     OPEN OUTPUT BANCO-EXPORT.
004490     IF NOT WS-BANKEXP-OK
004500         DISPLAY "ERROR AL ABRIR BANCO-EXPORT, STATUS = "
004510             WS-BANKEXP-STATUS
004520         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004530         GO TO 1000-EXIT
004540     END-IF.
004550
004560     DISPLAY WS-PERIODO-SAC-MENSAJE.
004570     ACCEPT WS-PERIODO-SAC FROM CONSOLE.
004580
004590     IF WS-SAC-MM = 06
004600         MOVE 01 TO WS-MES-DESDE
004610     ELSE
004620         IF WS-SAC-MM = 12
004630             MOVE 07 TO WS-MES-DESDE
004640         ELSE
004650             DISPLAY "PERIODO DE SAC INVALIDO: " WS-PERIODO-SAC
004660             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004670             GO TO 1000-EXIT
004680         END-IF
004690     END-IF.
004700
004710     *> Estado del periodo: el SAC corre recien con el mes de
004720     *> cierre del semestre liquidado en firme
004730     OPEN I-O PERIODO-ESTADO.
004740     IF NOT WS-PERESTAD-OK
004750         DISPLAY "ERROR AL ABRIR PERIODO-ESTADO, STATUS = "
004760             WS-PERESTAD-STATUS
004770         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004780         GO TO 1000-EXIT
004790     END-IF.
004800     PERFORM 1100-VALIDAR-ESTADO THRU 1100-EXIT.
004810     IF FIN-DE-ARCHIVO
004820         GO TO 1000-EXIT
004830     END-IF.
004840
004850     *> Tasas de aportes vigentes al ultimo dia del semestre
004860     MOVE WS-PERIODO-SAC TO WS-PARAM-AAAAMM.
004870     IF WS-SAC-MM = 06
004880         MOVE 30 TO WS-PARAM-DD
004890     ELSE
004900         MOVE 31 TO WS-PARAM-DD
004910     END-IF.
004920     OPEN INPUT PARAMETRO-LEGAL.
004930     IF NOT WS-PARMLEG-OK
004940         DISPLAY "ERROR AL ABRIR PARAMETRO-LEGAL, STATUS = "
004950             WS-PARMLEG-STATUS
004960         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004970         GO TO 1000-EXIT
004980     END-IF.
004990     PERFORM 1200-CARGAR-PARAMETROS THRU 1200-EXIT.
005000     IF NOT PARAMETROS-HALLADOS
005010         DISPLAY "SIN PARAMETROS LEGALES VIGENTES AL "
005020             WS-FECHA-PARAMETROS
005030         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005040         GO TO 1000-EXIT
005050     END-IF.
005060
005070     *> Saldos de provision a reversar y cuentas del asiento
005080     OPEN I-O PROVISION-SALDO.
005090     IF NOT WS-PROVIS-OK
005100         DISPLAY "ERROR AL ABRIR PROVISION-SALDO, STATUS = "
005110             WS-PROVIS-STATUS
005120         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005130         GO TO 1000-EXIT
005140     END-IF.
005150
005160     PERFORM 1300-CARGAR-CUENTAS THRU 1300-EXIT.
005170     IF WS-CANT-CUENTAS = ZERO
005180         DISPLAY "SIN PARAMETROS DE CUENTAS: NO SE PUEDE EMITIR "
005190             "EL ASIENTO DEL REVERSO"
005200         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005210         GO TO 1000-EXIT
005220     END-IF.
005230
005240     OPEN OUTPUT ASIENTO-EXPORT.
005250     IF NOT WS-ASIENTO-OK
005260         DISPLAY "ERROR AL ABRIR ASIENTO-EXPORT, STATUS = "
005270             WS-ASIENTO-STATUS
005280         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005290         GO TO 1000-EXIT
005300     END-IF.
005310     MOVE "OK" TO WS-BIT-RESULTADO.
005320     SET INICIO-COMPLETO TO TRUE.
005330     PERFORM 2100-LEER-EMPLEADO THRU 2100-EXIT.
005340 1000-EXIT.
005350     EXIT.
005360
005370*****************************************************************
005380* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
005390* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
005400* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
005410* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
005420* LOS ROLES MENORES)
005430*****************************************************************
005440 1050-VALIDAR-OPERADOR.
005450     MOVE "N" TO WS-OPERADOR-SW.
005460     OPEN INPUT OPERADOR-MASTER.
005470     IF NOT WS-OPERMAST-OK
005480         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
005490             WS-OPERMAST-STATUS
005500         GO TO 1050-EXIT
005510     END-IF.
005520     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
005530     READ OPERADOR-MASTER
005540         INVALID KEY
005550             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
005560             CLOSE OPERADOR-MASTER
005570             GO TO 1050-EXIT
005580     END-READ.
005590     CLOSE OPERADOR-MASTER.
005600     MOVE OP-ROL TO WS-OPERADOR-ROL.
005610     IF NOT OP-HABILITADO
005620         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
005630         GO TO 1050-EXIT
005640     END-IF.
005650     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
005660         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
005670             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
005680             ", REQUIERE " WS-ROL-REQUERIDO ")"
005690         GO TO 1050-EXIT
005700     END-IF.
005710     SET OPERADOR-HABILITADO TO TRUE.
005720 1050-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760* VALIDA EL ESTADO DEL PERIODO DEL SAC: EXIGE LA LIQUIDACION
005770* DEFINITIVA DEL MES DE CIERRE DEL SEMESTRE Y RECHAZA EL
005780* PERIODO CERRADO, SIN LA PROVISION DEL MES O CON SAC YA
005790* LIQUIDADO
005800*****************************************************************
005810 1100-VALIDAR-ESTADO.
005820     PERFORM 1150-LEER-ESTADO THRU 1150-EXIT.
005830     IF PE-CERRADO-SI
005840         DISPLAY "EL PERIODO " WS-PERIODO-SAC
005850             " ESTA CERRADO: NO SE PUEDE LIQUIDAR EL SAC"
005860         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005870         GO TO 1100-EXIT
005880     END-IF.
005890     IF NOT PE-LIQUIDACION-SI
005900         DISPLAY "EL PERIODO " WS-PERIODO-SAC
005910             " NO TIENE LIQUIDACION DEFINITIVA: EL SAC NO "
005920             "SE PUEDE CORRER"
005930         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005940         GO TO 1100-EXIT
005950     END-IF.
005960     IF NOT PE-PROVISION-SI
005970         DISPLAY "EL PERIODO " WS-PERIODO-SAC
005980             " NO TIENE LA PROVISION DEL MES: EL SAC NO "
005990             "SE PUEDE CORRER"
006000         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
006010         GO TO 1100-EXIT
006020     END-IF.
006030     IF PE-SAC-SI
006040         DISPLAY "EL SAC DEL PERIODO " WS-PERIODO-SAC
006050             " YA ESTA LIQUIDADO"
006060         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
006070     END-IF.
006080 1100-EXIT.
006090     EXIT.
006100
006110*****************************************************************
006120* LEE EL ESTADO DEL PERIODO DEL SAC. SIN REGISTRO, EL PERIODO
006130* ARRANCA CON TODOS SUS AVANCES EN "N".
006140*****************************************************************
006150 1150-LEER-ESTADO.
006160     MOVE "N" TO WS-ESTADO-HALLADO-SW.
006170     MOVE WS-PERIODO-SAC TO PE-PERIODO.
006180     READ PERIODO-ESTADO
006190         INVALID KEY
006200             MOVE WS-PERIODO-SAC TO PE-PERIODO
006210             MOVE "N" TO PE-NOVEDADES-CARGADAS
006220             MOVE "N" TO PE-SIMULACION-CORRIDA
006230             MOVE "N" TO PE-LIQUIDACION-DEFIN
006240             MOVE "N" TO PE-SAC-LIQUIDADO
006250             MOVE "N" TO PE-CONCILIACION-HECHA
006260             MOVE "N" TO PE-PERIODO-CERRADO
006270             MOVE "N" TO PE-NETO-PENDIENTE
006280             MOVE "N" TO PE-PROVISION-HECHA
006290             MOVE "N" TO PE-CONTROL-INTEGRIDAD
006300         NOT INVALID KEY
006310             SET ESTADO-HALLADO TO TRUE
006320     END-READ.
006330 1150-EXIT.
006340     EXIT.
006350
006360
006370*****************************************************************
006380* CARGA LAS TASAS DE APORTES DE LA VIGENCIA DE PARAMETRO-LEGAL
006390* QUE CUBRE EL ULTIMO DIA DEL SEMESTRE
006400*****************************************************************
006410 1200-CARGAR-PARAMETROS.
006420     MOVE "N" TO WS-BUSQUEDA-FIN-SW.
006430     MOVE "N" TO WS-PARAMETROS-SW.
006440     MOVE ZEROS TO PL-FECHA-DESDE.
006450     START PARAMETRO-LEGAL KEY IS NOT LESS THAN PL-CLAVE
006460         INVALID KEY
006470             SET BUSQUEDA-TERMINADA TO TRUE
006480     END-START.
006490
006500     PERFORM 1210-EXAMINAR-PARAMETRO THRU 1210-EXIT
006510         UNTIL BUSQUEDA-TERMINADA.
006520 1200-EXIT.
006530     EXIT.
006540
006550 1210-EXAMINAR-PARAMETRO.
006560     READ PARAMETRO-LEGAL NEXT RECORD
006570         AT END
006580             SET BUSQUEDA-TERMINADA TO TRUE
006590             GO TO 1210-EXIT
006600     END-READ.
006610
006620     IF PL-FECHA-DESDE > WS-FECHA-PARAMETROS
006630         SET BUSQUEDA-TERMINADA TO TRUE
006640         GO TO 1210-EXIT
006650     END-IF.
006660
006670     IF WS-FECHA-PARAMETROS <= PL-FECHA-HASTA
006680         MOVE PL-JUBILACION-RATE TO JUBILACION-RATE
006690         MOVE PL-OBRA-SOCIAL-RATE TO OBRA-SOCIAL-RATE
006700         MOVE PL-SINDICAL-RATE TO SINDICAL-RATE
006710         MOVE PL-ART-RATE TO ART-RATE
006720         SET PARAMETROS-HALLADOS TO TRUE
006730     END-IF.
006740 1210-EXIT.
006750     EXIT.
006760
006770*****************************************************************
006780* CARGA LA TABLA DE CUENTAS CONTABLES DESDE CUENTAS-PARAM
006790*****************************************************************
006800 1300-CARGAR-CUENTAS.
006810     MOVE ZEROS TO WS-CANT-CUENTAS.
006820     OPEN INPUT CUENTAS-PARAM.
006830     IF NOT WS-CTAPARM-OK
006840         DISPLAY "ERROR AL ABRIR CUENTAS-PARAM, STATUS = "
006850             WS-CTAPARM-STATUS
006860         GO TO 1300-EXIT
006870     END-IF.
006880     MOVE "N" TO WS-CTAPARM-EOF-SW.
006890     PERFORM 1310-LEER-CUENTA THRU 1310-EXIT
006900         UNTIL CTAPARM-EOF.
006910     CLOSE CUENTAS-PARAM.
006920 1300-EXIT.
006930     EXIT.
006940
006950 1310-LEER-CUENTA.
006960     READ CUENTAS-PARAM
006970         AT END
006980             MOVE "S" TO WS-CTAPARM-EOF-SW
006990             GO TO 1310-EXIT
007000     END-READ.
007010     IF WS-CANT-CUENTAS < 40
007020         ADD 1 TO WS-CANT-CUENTAS
007030         MOVE CP-CONCEPTO TO CTA-CONCEPTO (WS-CANT-CUENTAS)
007040         MOVE CP-CUENTA TO CTA-CUENTA (WS-CANT-CUENTAS)
007050     END-IF.
007060 1310-EXIT.
007070     EXIT.
007080
007090*****************************************************************
007100* LIQUIDA EL SAC DEL LEGAJO LEIDO. LOS EGRESADOS DENTRO DEL
007110* SEMESTRE (O ANTES) SE SALTEAN: SU SAC PROPORCIONAL SALE CON
007120* LA LIQUIDACION FINAL DEL EGRESO. QUIEN EGRESO DESPUES DEL
007130* CIERRE DEL SEMESTRE COBRA AQUI EL SAC YA DEVENGADO.
007140*****************************************************************
007150 2000-PROCESAR-EMPLEADOS.
007160     IF NOT EMP-ACTIVO
007170         MOVE EMP-FECHA-EGRESO TO WS-FECHA-EGRESO-W
007180         IF WS-EGRESO-AAAAMM NOT GREATER WS-PERIODO-SAC
007190             GO TO 2000-SIGUIENTE
007200         END-IF
007210     END-IF.
007220
007230     PERFORM 3100-BUSCAR-MEJOR-BRUTO THRU 3100-EXIT.
007240     IF WS-MESES-LIQUIDADOS = ZERO
007250         PERFORM 2300-INFORMAR-SIN-LIQUIDACION THRU 2300-EXIT
007260         GO TO 2000-SIGUIENTE
007270     END-IF.
007280
007290     PERFORM 3000-CALCULAR-SAC THRU 3000-EXIT.
007300
007310 2000-SIGUIENTE.
007320     PERFORM 2100-LEER-EMPLEADO THRU 2100-EXIT.
007330 2000-EXIT.
007340     EXIT.
007350
007360 2100-LEER-EMPLEADO.
007370     READ EMPLEADO-MASTER
007380         AT END
007390             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
007400     END-READ.
007410 2100-EXIT.
007420     EXIT.
007430
007440*****************************************************************
007450* INFORMA EN EL CIERRE EL LEGAJO ACTIVO SIN NINGUNA
007460* LIQUIDACION EN EL SEMESTRE: NO LE CORRESPONDE SAC
007470*****************************************************************
007480 2300-INFORMAR-SIN-LIQUIDACION.
007490     ADD 1 TO WS-CANT-SIN-LIQUIDACION.
007500     IF NOT SIN-LIQ-TITULO-IMPRESO
007510         MOVE SPACES TO LINEA-CONTROL
007520         STRING "LEGAJOS SIN LIQUIDACIONES EN EL SEMESTRE:"
007530             DELIMITED SIZE INTO LINEA-CONTROL
007540         WRITE LINEA-CONTROL
007550         SET SIN-LIQ-TITULO-IMPRESO TO TRUE
007560     END-IF.
007570     MOVE SPACES TO LINEA-CONTROL.
007580     STRING "  LEGAJO " EMP-LEGAJO "  " EMP-NOMBRE
007590         DELIMITED SIZE INTO LINEA-CONTROL.
007600     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
007610 2300-EXIT.
007620     EXIT.
007630
007640*****************************************************************
007650* RECORRE LOS SEIS MESES DEL SEMESTRE EN EL HISTORICO DE
007660* LIQUIDACIONES Y SE QUEDA CON LA MEJOR REMUNERACION BRUTA
007670*****************************************************************
007680 3100-BUSCAR-MEJOR-BRUTO.
007690     MOVE ZEROS TO WS-MEJOR-BRUTO.
007700     MOVE ZEROS TO WS-MESES-LIQUIDADOS.
007710     PERFORM 3110-LEER-MES-HISTORICO THRU 3110-EXIT
007720         VARYING WS-MES-IX FROM WS-MES-DESDE BY 1
007730         UNTIL WS-MES-IX > WS-MES-DESDE + 5.
007740 3100-EXIT.
007750     EXIT.
007760
007770 3110-LEER-MES-HISTORICO.
007780     MOVE WS-SAC-AAAA TO WS-BUSQ-AAAA.
007790     MOVE WS-MES-IX TO WS-BUSQ-MM.
007800     MOVE EMP-LEGAJO TO LQ-LEGAJO.
007810     MOVE WS-PERIODO-BUSQUEDA TO LQ-PERIODO.
007820     READ LIQUIDACION-HIST
007830         INVALID KEY
007840             GO TO 3110-EXIT
007850     END-READ.
007860
007870     ADD 1 TO WS-MESES-LIQUIDADOS.
007880     IF LQ-TOTAL-BRUTO > WS-MEJOR-BRUTO
007890         MOVE LQ-TOTAL-BRUTO TO WS-MEJOR-BRUTO
007900     END-IF.
007910 3110-EXIT.
007920     EXIT.
007930
007940*****************************************************************
007950* CALCULA EL MEDIO AGUINALDO: 50% DE LA MEJOR REMUNERACION
007960* DEL SEMESTRE, PROPORCIONAL A LOS MESES CON LIQUIDACION
007970*****************************************************************
007980 3000-CALCULAR-SAC.
007990     COMPUTE SAC-BRUTO ROUNDED =
008000         WS-MEJOR-BRUTO * WS-MESES-LIQUIDADOS / 12.
008010
008020     COMPUTE DED-JUBILACION = SAC-BRUTO * JUBILACION-RATE.
008030     COMPUTE DED-OBRA-SOCIAL = SAC-BRUTO * OBRA-SOCIAL-RATE.
008040     COMPUTE DED-SINDICAL = SAC-BRUTO * SINDICAL-RATE.
008050     COMPUTE DED-ART = SAC-BRUTO * ART-RATE.
008060     COMPUTE SAC-DEDUCCIONES = DED-JUBILACION + DED-OBRA-SOCIAL
008070         + DED-SINDICAL + DED-ART.
008080     COMPUTE SAC-NETO = SAC-BRUTO - SAC-DEDUCCIONES.
008090
008100     PERFORM 3500-EMITIR-RECIBO-SAC THRU 3500-EXIT.
008110     PERFORM 3550-EMITIR-PIE-RECIBO THRU 3550-EXIT.
008120     PERFORM 3560-REGISTRAR-RECIBO THRU 3560-EXIT.
008130     PERFORM 3700-ACUMULAR-TOTALES THRU 3700-EXIT.
008140     PERFORM 3800-REVERSAR-PROVISION THRU 3800-EXIT.
008150     PERFORM 3900-EMITIR-BANCO THRU 3900-EXIT.
008160 3000-EXIT.
008170     EXIT.
008180
008190*****************************************************************
008200* EMITE EL RECIBO DE SAC DEL LEGAJO, UNA PAGINA POR LEGAJO,
008210* CON EL MISMO FORMATO DEL RECIBO DE SUELDO MENSUAL
008220*****************************************************************
008230 3500-EMITIR-RECIBO-SAC.
008240     MOVE SPACES TO LINEA-RECIBO.
008250     WRITE LINEA-RECIBO FROM WS-BANNER-1
008260         AFTER ADVANCING NUEVA-PAGINA.
008270
008280     STRING "RECIBO DE SAC - CONVENIO CAMIONEROS - PERIODO "
008290         WS-PERIODO-SAC
008300         DELIMITED SIZE INTO LINEA-RECIBO.
008310     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
008320
008330     STRING "LEGAJO: " EMP-LEGAJO "   NOMBRE: " EMP-NOMBRE
008340         DELIMITED SIZE INTO LINEA-RECIBO.
008350     WRITE LINEA-RECIBO AFTER ADVANCING 2 LINES.
008360
008370     WRITE LINEA-RECIBO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
008380
008390     MOVE WS-MEJOR-BRUTO TO WS-EDIT-IMPORTE.
008400     STRING "MEJOR REMUNERACION DEL SEMESTRE ........ $"
008410         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
008420     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
008430
008440     MOVE WS-MESES-LIQUIDADOS TO WS-EDIT-MESES.
008450     STRING "MESES COMPUTADOS DEL SEMESTRE ..........  "
008460         WS-EDIT-MESES DELIMITED SIZE INTO LINEA-RECIBO.
008470     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
008480
008490     MOVE SAC-BRUTO TO WS-EDIT-IMPORTE.
008500     STRING "SAC BRUTO (50% PROPORCIONAL) ........... $"
008510         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
008520     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
008530
008540     WRITE LINEA-RECIBO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
008550
008560     MOVE DED-JUBILACION TO WS-EDIT-IMPORTE.
008570     STRING "DESC. JUBILACION ........................ $"
008580         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
008590     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
008600
008610     MOVE DED-OBRA-SOCIAL TO WS-EDIT-IMPORTE.
008620     STRING "DESC. OBRA SOCIAL ........................ $"
008630         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
008640     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
008650
008660     MOVE DED-SINDICAL TO WS-EDIT-IMPORTE.
008670     STRING "DESC. CUOTA SINDICAL ..................... $"
008680         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
008690     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
008700
008710     MOVE DED-ART TO WS-EDIT-IMPORTE.
008720     STRING "DESC. ART ................................ $"
008730         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
008740     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
008750
008760     MOVE SAC-DEDUCCIONES TO WS-EDIT-IMPORTE.
008770     STRING "TOTAL DEDUCCIONES ........................ $"
008780         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
008790     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
008800
008810     WRITE LINEA-RECIBO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
008820
008830     MOVE SAC-NETO TO WS-EDIT-IMPORTE.
008840     STRING "NETO A COBRAR ............................ $"
008850         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-RECIBO.
008860     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
008870 3500-EXIT.
008880     EXIT.
008890
008900*****************************************************************
008910* CIERRA EL RECIBO CON SU NUMERO DE CONTROL (LEGAJO-PERIODO-TIPO)
008920* Y EL ESPACIO PARA LA FIRMA DEL DUPLICADO (ARTS. 138 A 140 LCT)
008930*****************************************************************
008940 3550-EMITIR-PIE-RECIBO.
008950     MOVE SPACES TO LINEA-RECIBO.
008960     WRITE LINEA-RECIBO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
008970
008980     MOVE SPACES TO LINEA-RECIBO.
008990     STRING "NRO. DE CONTROL: " EMP-LEGAJO "-" WS-PERIODO-SAC
009000         "-S"
009010         DELIMITED SIZE INTO LINEA-RECIBO.
009020     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
009030
009040     MOVE SPACES TO LINEA-RECIBO.
009050     STRING "FIRMA DEL EMPLEADO: ______________________   "
009060         "FECHA: ___/___/______"
009070         DELIMITED SIZE INTO LINEA-RECIBO.
009080     WRITE LINEA-RECIBO AFTER ADVANCING 3 LINES.
009090
009100     MOVE SPACES TO LINEA-RECIBO.
009110     STRING "(EN DISCONFORMIDAD, INDICAR EL CONCEPTO Y EL MOTIVO)"
009120         DELIMITED SIZE INTO LINEA-RECIBO.
009130     WRITE LINEA-RECIBO AFTER ADVANCING 1 LINE.
009140 3550-EXIT.
009150     EXIT.
009160
009170*****************************************************************
009180* REGISTRA EL RECIBO EMITIDO EN RECFIRMA, PENDIENTE DE FIRMA.
009190* UNA RELIQUIDACION REEMITE EL RECIBO: EL REGISTRO SE PISA CON
009200* EL NETO NUEVO Y VUELVE A QUEDAR PENDIENTE.
009210*****************************************************************
009220 3560-REGISTRAR-RECIBO.
009230     MOVE "N" TO WS-RECIBO-FIRMA-SW.
009240     MOVE EMP-LEGAJO TO RF-LEGAJO.
009250     MOVE WS-PERIODO-SAC TO RF-PERIODO.
009260     MOVE "S" TO RF-TIPO-LIQ.
009270     READ RECIBO-FIRMA
009280         INVALID KEY
009290             MOVE SPACES TO RECIBO-FIRMA-REG
009300             MOVE EMP-LEGAJO TO RF-LEGAJO
009310             MOVE WS-PERIODO-SAC TO RF-PERIODO
009320             MOVE "S" TO RF-TIPO-LIQ
009330             MOVE ZEROS TO RF-CANT-EMISIONES
009340         NOT INVALID KEY
009350             SET RECIBO-REGISTRADO TO TRUE
009360     END-READ.
009370     IF RECIBO-REGISTRADO AND RF-CON-FIRMA
009380         DISPLAY "RECIBO " RF-LEGAJO "-" RF-PERIODO "-"
009390             RF-TIPO-LIQ " REEMITIDO: LA FIRMA ANTERIOR QUEDA "
009400             "SIN EFECTO"
009410     END-IF.
009420
009430     MOVE EMP-CENTRO-COSTOS TO RF-CENTRO-COSTOS.
009440     MOVE SAC-NETO TO RF-NETO.
009450     MOVE WS-FECHA-EMISION TO RF-FECHA-EMISION.
009460     ADD 1 TO RF-CANT-EMISIONES.
009470     MOVE "P" TO RF-ESTADO.
009480     MOVE ZEROS TO RF-FECHA-FIRMA.
009490     MOVE SPACES TO RF-DISC-CONCEPTO.
009500     MOVE SPACES TO RF-DISC-MOTIVO.
009510     MOVE WS-OPERADOR-ID TO RF-OPERADOR.
009520     MOVE WS-FECHA-EMISION TO RF-FECHA-REGISTRO.
009530     IF RECIBO-REGISTRADO
009540         REWRITE RECIBO-FIRMA-REG
009550             INVALID KEY
009560                 DISPLAY "ERROR AL REGRABAR RECIBO-FIRMA, LEGAJO "
009570                     RF-LEGAJO
009580         END-REWRITE
009590     ELSE
009600         WRITE RECIBO-FIRMA-REG
009610             INVALID KEY
009620                 DISPLAY "ERROR AL GRABAR RECIBO-FIRMA, LEGAJO "
009630                     RF-LEGAJO
009640         END-WRITE
009650     END-IF.
009660 3560-EXIT.
009670     EXIT.
009680
009690*****************************************************************
009700* ACUMULA LOS TOTALES DEL CIERRE DEL SAC
009710*****************************************************************
009720 3700-ACUMULAR-TOTALES.
009730     ADD 1 TO WS-TOTAL-LEGAJOS.
009740     ADD SAC-BRUTO TO WS-TOTAL-BRUTO-GENERAL.
009750     ADD SAC-NETO TO WS-TOTAL-NETO-GENERAL.
009760     ADD DED-JUBILACION TO WS-TOTAL-JUBILACION.
009770     ADD DED-OBRA-SOCIAL TO WS-TOTAL-OBRA-SOCIAL.
009780     ADD DED-SINDICAL TO WS-TOTAL-SINDICAL.
009790     ADD DED-ART TO WS-TOTAL-ART.
009800 3700-EXIT.
009810     EXIT.
009820
009830*****************************************************************
009840* REVERSA EL SALDO DE PROVISION DE SAC DEL LEGAJO (IMPORTE Y
009850* CONTRIBUCIONES) Y REGISTRA EL SAC PAGADO. SIN SALDO PREVIO SE
009860* DA DE ALTA EL REGISTRO SOLO CON LO PAGADO. EL REPROCESO DEL
009870* MISMO SEMESTRE REPONE ANTES LO YA REVERSADO.
009880*****************************************************************
009890 3800-REVERSAR-PROVISION.
009900     MOVE "N" TO WS-SALDO-HALLADO-SW.
009910     MOVE EMP-LEGAJO TO PV-LEGAJO.
009920     MOVE "S" TO PV-CONCEPTO.
009930     READ PROVISION-SALDO
009940         INVALID KEY
009950             MOVE SPACES TO PROVISION-SALDO-REG
009960             MOVE EMP-LEGAJO TO PV-LEGAJO
009970             MOVE "S" TO PV-CONCEPTO
009980             MOVE EMP-CENTRO-COSTOS TO PV-CENTRO
009990             MOVE ZEROS TO PV-SALDO-PROVISION
010000             MOVE ZEROS TO PV-SALDO-CONTRIB
010010             MOVE ZEROS TO PV-DEVENGADO-ACUM
010020             MOVE ZEROS TO PV-PAGADO-ACUM
010030             MOVE ZEROS TO PV-ULT-PERIODO
010040             MOVE ZEROS TO PV-ULT-PROVISION
010050             MOVE ZEROS TO PV-ULT-CONTRIB
010060             MOVE ZEROS TO PV-ULT-PAGO-CLAVE
010070             MOVE ZEROS TO PV-ULT-PAGADO
010080             MOVE ZEROS TO PV-ULT-REV-PROVISION
010090             MOVE ZEROS TO PV-ULT-REV-CONTRIB
010100         NOT INVALID KEY
010110             SET SALDO-HALLADO TO TRUE
010120     END-READ.
010130
010140     IF PV-ULT-PAGO-CLAVE = WS-FECHA-PARAMETROS
010150         ADD PV-ULT-REV-PROVISION TO PV-SALDO-PROVISION
010160         ADD PV-ULT-REV-CONTRIB TO PV-SALDO-CONTRIB
010170         SUBTRACT PV-ULT-PAGADO FROM PV-PAGADO-ACUM
010180     END-IF.
010190
010200     MOVE PV-SALDO-PROVISION TO WS-REV-PROVISION.
010210     MOVE PV-SALDO-CONTRIB TO WS-REV-CONTRIB.
010220     MOVE ZEROS TO PV-SALDO-PROVISION.
010230     MOVE ZEROS TO PV-SALDO-CONTRIB.
010240     ADD SAC-BRUTO TO PV-PAGADO-ACUM.
010250     MOVE WS-FECHA-PARAMETROS TO PV-ULT-PAGO-CLAVE.
010260     MOVE SAC-BRUTO TO PV-ULT-PAGADO.
010270     MOVE WS-REV-PROVISION TO PV-ULT-REV-PROVISION.
010280     MOVE WS-REV-CONTRIB TO PV-ULT-REV-CONTRIB.
010290
010300     IF SALDO-HALLADO
010310         REWRITE PROVISION-SALDO-REG
010320             INVALID KEY
010330                 DISPLAY "ERROR AL REGRABAR LA PROVISION, LEGAJO "
010340                     PV-LEGAJO
010350         END-REWRITE
010360     ELSE
010370         WRITE PROVISION-SALDO-REG
010380             INVALID KEY
010390                 DISPLAY "ERROR AL GRABAR LA PROVISION, LEGAJO "
010400                     PV-LEGAJO
010410         END-WRITE
010420     END-IF.
010430
010440     ADD WS-REV-PROVISION TO WS-TOTAL-REV-PROVISION.
010450     ADD WS-REV-CONTRIB TO WS-TOTAL-REV-CONTRIB.
010460     MOVE PV-CENTRO TO WS-CENTRO-W.
010470     PERFORM 3850-BUSCAR-CENTRO THRU 3850-EXIT.
010480     ADD WS-REV-PROVISION TO RVC-PROVISION (CEN-IDX).
010490     ADD WS-REV-CONTRIB TO RVC-CONTRIB (CEN-IDX).
010500 3800-EXIT.
010510     EXIT.
010520
010530*****************************************************************
010540* UBICA EL CENTRO WS-CENTRO-W EN LA TABLA DEL REVERSO (LO
010550* AGREGA SI ES NUEVO) Y DEJA CEN-IDX APUNTANDO A EL
010560*****************************************************************
010570 3850-BUSCAR-CENTRO.
010580     SET CEN-IDX TO 1.
010590     SEARCH REV-CEN-ENTRY
010600         AT END
010610             PERFORM 3860-AGREGAR-CENTRO THRU 3860-EXIT
010620         WHEN RVC-CENTRO (CEN-IDX) = WS-CENTRO-W
010630             CONTINUE
010640     END-SEARCH.
010650 3850-EXIT.
010660     EXIT.
010670
010680 3860-AGREGAR-CENTRO.
010690     IF WS-CANT-CENTROS < 20
010700         ADD 1 TO WS-CANT-CENTROS
010710         SET CEN-IDX TO WS-CANT-CENTROS
010720         MOVE WS-CENTRO-W TO RVC-CENTRO (CEN-IDX)
010730         MOVE ZEROS TO RVC-PROVISION (CEN-IDX)
010740         MOVE ZEROS TO RVC-CONTRIB (CEN-IDX)
010750     ELSE
010760         DISPLAY "TABLA DE CENTROS LLENA: EL CENTRO " WS-CENTRO-W
010770             " SE ACUMULA EN EL ULTIMO"
010780         SET CEN-IDX TO WS-CANT-CENTROS
010790     END-IF.
010800 3860-EXIT.
010810     EXIT.
010820
010830*****************************************************************
010840* AGREGA EL LEGAJO AL ARCHIVO DE ACREDITACION BANCARIA CON EL
010850* NETO DE SAC A DEPOSITAR
010860*****************************************************************
010870 3900-EMITIR-BANCO.
010880     MOVE EMP-LEGAJO TO BE-LEGAJO.
010890     MOVE EMP-CBU TO BE-CBU.
010900     MOVE SAC-NETO TO BE-IMPORTE-NETO.
010910     WRITE BANCO-EXPORT-REG.
010920 3900-EXIT.
010930     EXIT.
010940
010950*****************************************************************
010960* IMPRIME EL CIERRE DEL SAC AL FINAL DE LA CORRIDA
010970*****************************************************************
010980 9000-EMITIR-CIERRE.
010990     MOVE SPACES TO LINEA-CONTROL.
011000     WRITE LINEA-CONTROL FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
011010
011020     STRING "CIERRE DE SAC - CONVENIO CAMIONEROS - PERIODO "
011030         WS-PERIODO-SAC
011040         DELIMITED SIZE INTO LINEA-CONTROL.
011050     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011060
011070     WRITE LINEA-CONTROL FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
011080
011090     MOVE WS-TOTAL-LEGAJOS TO WS-EDIT-CANTIDAD.
011100     STRING "LEGAJOS CON SAC LIQUIDADO: " WS-EDIT-CANTIDAD
011110         DELIMITED SIZE INTO LINEA-CONTROL.
011120     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011130
011140     MOVE WS-CANT-SIN-LIQUIDACION TO WS-EDIT-CANTIDAD.
011150     STRING "LEGAJOS SIN LIQUIDACIONES: " WS-EDIT-CANTIDAD
011160         DELIMITED SIZE INTO LINEA-CONTROL.
011170     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011180
011190     MOVE WS-TOTAL-BRUTO-GENERAL TO WS-EDIT-IMPORTE-GRANDE.
011200     STRING "TOTAL SAC BRUTO ..................... $"
011210         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
011220     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011230
011240     MOVE WS-TOTAL-JUBILACION TO WS-EDIT-IMPORTE-GRANDE.
011250     STRING "TOTAL DEDUCIDO JUBILACION ............ $"
011260         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
011270     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011280
011290     MOVE WS-TOTAL-OBRA-SOCIAL TO WS-EDIT-IMPORTE-GRANDE.
011300     STRING "TOTAL DEDUCIDO OBRA SOCIAL ........... $"
011310         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
011320     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011330
011340     MOVE WS-TOTAL-SINDICAL TO WS-EDIT-IMPORTE-GRANDE.
011350     STRING "TOTAL DEDUCIDO CUOTA SINDICAL ........ $"
011360         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
011370     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011380
011390     MOVE WS-TOTAL-ART TO WS-EDIT-IMPORTE-GRANDE.
011400     STRING "TOTAL DEDUCIDO ART ................... $"
011410         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
011420     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011430
011440     MOVE WS-TOTAL-REV-PROVISION TO WS-EDIT-IMPORTE-GRANDE.
011450     STRING "TOTAL PROVISION DE SAC REVERSADA ..... $"
011460         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
011470     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011480
011490     MOVE WS-TOTAL-REV-CONTRIB TO WS-EDIT-IMPORTE-GRANDE.
011500     STRING "TOTAL CONTRIBUCIONES REVERSADAS ...... $"
011510         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
011520     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011530     MOVE WS-TOTAL-NETO-GENERAL TO WS-EDIT-IMPORTE-GRANDE.
011540     STRING "TOTAL NETO A TRANSFERIR .............. $"
011550         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-CONTROL.
011560     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011570
011580     WRITE LINEA-CONTROL FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
011590 9000-EXIT.
011600     EXIT.
011610
011620*****************************************************************
011630* MARCA EL SAC LIQUIDADO EN EL REGISTRO DE ESTADO DEL PERIODO
011640*****************************************************************
011650 9100-MARCAR-SAC.
011660     PERFORM 1150-LEER-ESTADO THRU 1150-EXIT.
011670     MOVE "S" TO PE-SAC-LIQUIDADO.
011680     IF ESTADO-HALLADO
011690         REWRITE PERIODO-ESTADO-REG
011700     ELSE
011710         WRITE PERIODO-ESTADO-REG
011720     END-IF.
011730 9100-EXIT.
011740     EXIT.
011750
011760*****************************************************************
011770* EMITE EL ASIENTO DEL REVERSO DE LA PROVISION POR CENTRO: DEBE
011780* A LA PROVISION Y HABER AL GASTO DE SAC, Y LO MISMO PARA LAS
011790* CONTRIBUCIONES
011800*****************************************************************
011810 9200-EMITIR-ASIENTO.
011820     PERFORM 9210-ASIENTO-CENTRO THRU 9210-EXIT
011830         VARYING CEN-IDX FROM 1 BY 1
011840         UNTIL CEN-IDX > WS-CANT-CENTROS.
011850 9200-EXIT.
011860     EXIT.
011870
011880 9210-ASIENTO-CENTRO.
011890     MOVE RVC-PROVISION (CEN-IDX) TO WS-IMPORTE-W.
011900     MOVE "D" TO WS-TIPO-W.
011910     MOVE "PROV-SAC" TO WS-CONCEPTO-W.
011920     PERFORM 9250-GRABAR-LINEA THRU 9250-EXIT.
011930     MOVE "H" TO WS-TIPO-W.
011940     MOVE "SAC" TO WS-CONCEPTO-W.
011950     PERFORM 9250-GRABAR-LINEA THRU 9250-EXIT.
011960
011970     MOVE RVC-CONTRIB (CEN-IDX) TO WS-IMPORTE-W.
011980     MOVE "D" TO WS-TIPO-W.
011990     MOVE "PROV-CON-SAC" TO WS-CONCEPTO-W.
012000     PERFORM 9250-GRABAR-LINEA THRU 9250-EXIT.
012010     MOVE "H" TO WS-TIPO-W.
012020     MOVE "CONTRIB-SAC" TO WS-CONCEPTO-W.
012030     PERFORM 9250-GRABAR-LINEA THRU 9250-EXIT.
012040 9210-EXIT.
012050     EXIT.
012060
012070*****************************************************************
012080* GRABA UNA LINEA DEL ASIENTO (WS-TIPO-W, WS-CONCEPTO-W,
012090* WS-IMPORTE-W) PARA EL CENTRO APUNTADO POR CEN-IDX
012100*****************************************************************
012110 9250-GRABAR-LINEA.
012120     IF WS-IMPORTE-W = ZERO
012130         GO TO 9250-EXIT
012140     END-IF.
012150     PERFORM 9260-BUSCAR-CUENTA THRU 9260-EXIT.
012160     MOVE WS-TIPO-W TO AS-TIPO.
012170     MOVE WS-CUENTA-HALLADA TO AS-CUENTA.
012180     MOVE RVC-CENTRO (CEN-IDX) TO AS-CENTRO.
012190     MOVE WS-CONCEPTO-W TO AS-CONCEPTO.
012200     MOVE WS-PERIODO-SAC TO AS-PERIODO.
012210     MOVE WS-IMPORTE-W TO AS-IMPORTE.
012220     WRITE ASIENTO-REG.
012230 9250-EXIT.
012240     EXIT.
012250
012260*****************************************************************
012270* BUSCA LA CUENTA CONTABLE DEL CONCEPTO EN WS-CONCEPTO-W.
012280* SI NO ESTA PARAMETRIZADA QUEDA EN BLANCO Y SE AVISA.
012290*****************************************************************
012300 9260-BUSCAR-CUENTA.
012310     MOVE SPACES TO WS-CUENTA-HALLADA.
012320     PERFORM 9270-COMPARAR-CUENTA THRU 9270-EXIT
012330         VARYING WS-CTA-IX FROM 1 BY 1
012340         UNTIL WS-CTA-IX > WS-CANT-CUENTAS.
012350     IF WS-CUENTA-HALLADA = SPACES
012360         DISPLAY "CONCEPTO SIN CUENTA CONTABLE: " WS-CONCEPTO-W
012370     END-IF.
012380 9260-EXIT.
012390     EXIT.
012400
012410 9270-COMPARAR-CUENTA.
012420     IF CTA-CONCEPTO (WS-CTA-IX) = WS-CONCEPTO-W
012430         MOVE CTA-CUENTA (WS-CTA-IX) TO WS-CUENTA-HALLADA
012440     END-IF.
012450 9270-EXIT.
012460     EXIT.
012470
012480 8000-FINALIZAR.
012490     *> Una corrida que no llego a inicializar no emite cierre
012500     IF INICIO-ABORTADO
012510         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: NO "
012520             "SE EMITE EL CIERRE"
012530         GO TO 8000-CERRAR
012540     END-IF.
012550
012560     PERFORM 9000-EMITIR-CIERRE THRU 9000-EXIT.
012570     PERFORM 9100-MARCAR-SAC THRU 9100-EXIT.
012580     PERFORM 9200-EMITIR-ASIENTO THRU 9200-EXIT.
012590
012600 8000-CERRAR.
012610     CLOSE EMPLEADO-MASTER.
012620     CLOSE LIQUIDACION-HIST.
012630     CLOSE REPORTE-RECIBO.
012640     CLOSE RECIBO-FIRMA.
012650     CLOSE CONTROL-REPORT.
012660     CLOSE BANCO-EXPORT.
012670     CLOSE PERIODO-ESTADO.
012680     CLOSE PARAMETRO-LEGAL.
012690     CLOSE PROVISION-SALDO.
012700     CLOSE ASIENTO-EXPORT.
012710     STRING "PERIODO=" WS-PERIODO-SAC " LEGAJOS=" WS-TOTAL-LEGAJOS
012720         " SIN LIQUIDACION=" WS-CANT-SIN-LIQUIDACION
012730         DELIMITED SIZE INTO WS-BIT-DETALLE.
012740     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
012750     DISPLAY "FIN DE LA LIQUIDACION DE SAC.".
012760 8000-EXIT.
012770     EXIT.
012780
012790*****************************************************************
012800* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
012810* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
012820* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
012830*****************************************************************
012840 9900-REGISTRAR-BITACORA.
012850     IF WS-BIT-RESULTADO = SPACES
012860         MOVE "ABORTADO" TO WS-BIT-RESULTADO
012870     END-IF.
012880     OPEN EXTEND AUDIT-LOG.
012890     IF NOT WS-AUDITLOG-OK
012900         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
012910             WS-AUDITLOG-STATUS
012920         GO TO 9900-EXIT
012930     END-IF.
012940     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
012950     ACCEPT WS-HORA-BITACORA FROM TIME.
012960     MOVE SPACES TO BITACORA-REG.
012970     MOVE WS-FECHA-BITACORA TO BT-FECHA.
012980     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
012990     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
013000     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
013010     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
013020     MOVE WS-BIT-DETALLE TO BT-DETALLE.
013030     WRITE BITACORA-REG.
013040     CLOSE AUDIT-LOG.
013050 9900-EXIT.
013060     EXIT.

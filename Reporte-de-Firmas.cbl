000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REPORTE-FIRMAS.
000030 AUTHOR. J. C. MARTINEZ.
000040 INSTALLATION. GREMIO DE CAMIONEROS - LIQUIDACION DE HABERES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* REPORTE MENSUAL DE FIRMA DE RECIBOS (ARTS. 138 A 140 LCT).
000090* LISTA, AGRUPADOS POR CENTRO DE COSTOS, LOS RECIBOS QUE SIGUEN
000100* PENDIENTES DE FIRMA A MAS DE N DIAS DE SU EMISION (N LO DA EL
000110* OPERADOR), CUALQUIERA SEA SU PERIODO, Y, AGRUPADAS POR
000120* CONCEPTO OBJETADO, LAS FIRMAS EN DISCONFORMIDAD REGISTRADAS EN
000130* EL MES PEDIDO. EL ARCHIVO DE RECIBOS ESTA ORDENADO POR LEGAJO:
000140* UNA PRIMERA PASADA CUENTA LOS RECIBOS DE CADA CENTRO Y DE CADA
000150* CONCEPTO Y DESPUES SE RELEE UNA VEZ POR CADA GRUPO QUE TENGA
000160* RECIBOS, PARA QUE EL LISTADO SALGA AGRUPADO SIN ORDENAR NADA.
000170* TERMINA CON RETURN-CODE 4 SI HAY RECIBOS PENDIENTES VENCIDOS.
000180*-----------------------------------------------------------------
000190* MOD-HIST:
000200*   2026-10-15 JCM  VERSION ORIGINAL.
000210*****************************************************************
000220
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000260 OBJECT-COMPUTER. IBM-370.
000270 SPECIAL-NAMES.
000280     C01 IS NUEVA-PAGINA.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RECIBO-FIRMA
000330         ASSIGN TO RECFIRMA
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS RF-CLAVE
000370         FILE STATUS IS WS-RECFIRMA-STATUS.
000380
000390     SELECT EMPLEADO-MASTER
000400         ASSIGN TO EMPMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS EMP-LEGAJO
000440         FILE STATUS IS WS-EMPMAST-STATUS.
000450
000460     SELECT CENTRO-MASTER
000470         ASSIGN TO CENMAST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS CEN-CODIGO
000510         FILE STATUS IS WS-CENMAST-STATUS.
000520
000530     SELECT CONTROL-REPORT
000540         ASSIGN TO CTLRPT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-CTLRPT-STATUS.
000570
000580     SELECT OPERADOR-MASTER
000590         ASSIGN TO OPERMAST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS OP-OPERADOR
000630         FILE STATUS IS WS-OPERMAST-STATUS.
000640
000650     SELECT AUDIT-LOG
000660         ASSIGN TO AUDITLOG
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-AUDITLOG-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  RECIBO-FIRMA
000730     LABEL RECORDS ARE STANDARD.
000740 COPY RECFIRMA.
000750
000760 FD  EMPLEADO-MASTER
000770     LABEL RECORDS ARE STANDARD.
000780 COPY EMPMAST.
000790
000800 FD  CENTRO-MASTER
000810     LABEL RECORDS ARE STANDARD.
000820 COPY CENMAST.
000830
000840 FD  CONTROL-REPORT
000850     LABEL RECORDS ARE STANDARD.
000860 COPY CTLRPT.
000870
000880 FD  OPERADOR-MASTER
000890     LABEL RECORDS ARE STANDARD.
000900 COPY OPERMAST.
000910
000920 FD  AUDIT-LOG
000930     LABEL RECORDS ARE STANDARD.
000940 COPY AUDITLOG.
000950
000960 WORKING-STORAGE SECTION.
000970
000980*****************************************************************
000990* SWITCHES DE CONTROL DE PROCESO
001000*****************************************************************
001010 01  WS-RECFIRMA-STATUS        PIC X(02) VALUE ZEROS.
001020     88  WS-RECFIRMA-OK            VALUE "00".
001030
001040 01  WS-EMPMAST-STATUS         PIC X(02) VALUE ZEROS.
001050     88  WS-EMPMAST-OK             VALUE "00".
001060
001070 01  WS-CENMAST-STATUS         PIC X(02) VALUE ZEROS.
001080     88  WS-CENMAST-OK             VALUE "00".
001090
001100 01  WS-CTLRPT-STATUS          PIC X(02) VALUE ZEROS.
001110     88  WS-CTLRPT-OK              VALUE "00".
001120
001130 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
001140     88  WS-OPERMAST-OK            VALUE "00".
001150
001160 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
001170     88  WS-AUDITLOG-OK            VALUE "00".
001180
001190 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
001200     88  FIN-DE-ARCHIVO            VALUE "S".
001210
001220*****************************************************************
001230* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
001240* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
001250*****************************************************************
001260 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
001270 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
001280 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
001290 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 2.
001300 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
001310     88  OPERADOR-HABILITADO       VALUE "S".
001320 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
001330     "REPORTE-FIRMAS".
001340 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
001350 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
001360 01  WS-FECHA-BITACORA         PIC 9(08).
001370 01  WS-HORA-BITACORA          PIC 9(08).
001380 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
001390     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
001400     05  FILLER                PIC 9(02).
001410
001420 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
001430
001440*****************************************************************
001450* PARAMETROS DE LA CORRIDA: DIAS DE TOLERANCIA PARA LA FIRMA Y
001460* MES (AAAAMM) DE LAS DISCONFORMIDADES A LISTAR
001470*****************************************************************
001480 01  WS-DIAS-MENSAJE           PIC X(40) VALUE
001490     "Dias de tolerancia para la firma (NNN): ".
001500 01  WS-DIAS-TOLERANCIA        PIC 9(03) VALUE ZEROS.
001510 01  WS-PERIODO-MENSAJE        PIC X(40) VALUE
001520     "Mes de las disconformidades (AAAAMM): ".
001530 01  WS-PERIODO-REPORTE        PIC 9(06) VALUE ZEROS.
001540 01  WS-PERIODO-REPORTE-R REDEFINES WS-PERIODO-REPORTE.
001550     05  WS-PERIODO-AAAA       PIC 9(04).
001560     05  WS-PERIODO-MM         PIC 9(02).
001570
001580 01  WS-FECHA-PROCESO          PIC 9(08) VALUE ZEROS.
001590
001600*****************************************************************
001610* FECHA LIMITE DE EMISION: FECHA DE PROCESO MENOS LOS DIAS DE
001620* TOLERANCIA. UN RECIBO EMITIDO HASTA ESA FECHA Y TODAVIA
001630* PENDIENTE YA TUVO SU PLAZO PARA FIRMARSE.
001640*****************************************************************
001650 01  WS-FECHA-LIMITE.
001660     05  WS-LIMITE-AAAA        PIC 9(04).
001670     05  WS-LIMITE-MM          PIC 9(02).
001680     05  WS-LIMITE-DD          PIC 9(02).
001690 01  WS-FECHA-LIMITE-N REDEFINES WS-FECHA-LIMITE PIC 9(08).
001700
001710 01  DIAS-MES-VALORES          PIC X(24) VALUE
001720     "312831303130313130313031".
001730 01  DIAS-MES-TABLA REDEFINES DIAS-MES-VALORES.
001740     05  DM-DIAS               PIC 9(02) OCCURS 12 TIMES.
001750
001760 01  WS-ANIO-COCIENTE          PIC 9(04).
001770 01  WS-ANIO-RESTO-4           PIC 9(03).
001780 01  WS-ANIO-RESTO-100         PIC 9(03).
001790 01  WS-ANIO-RESTO-400         PIC 9(03).
001800
001810 01  WS-FECHA-FIRMA-W          PIC 9(08).
001820 01  WS-FECHA-FIRMA-W-R REDEFINES WS-FECHA-FIRMA-W.
001830     05  WS-FIRMA-AAAAMM       PIC 9(06).
001840     05  FILLER                PIC 9(02).
001850
001860*****************************************************************
001870* CONCEPTOS QUE PUEDE OBJETAR UNA FIRMA EN DISCONFORMIDAD, EN EL
001880* ORDEN EN QUE SALEN EN EL LISTADO
001890*****************************************************************
001900 01  CONCEPTOS-TABLA-VALORES.
001910     05  FILLER                PIC X(24) VALUE
001920         "BABASICO CON ANTIGUEDAD ".
001930     05  FILLER                PIC X(24) VALUE
001940         "HEHORAS EXTRAS          ".
001950     05  FILLER                PIC X(24) VALUE
001960         "VIVIATICOS Y VIANDAS    ".
001970     05  FILLER                PIC X(24) VALUE
001980         "PRPRESENTISMO           ".
001990     05  FILLER                PIC X(24) VALUE
002000         "DLDESCUENTOS DE LEY     ".
002010     05  FILLER                PIC X(24) VALUE
002020         "GAGANANCIAS             ".
002030     05  FILLER                PIC X(24) VALUE
002040         "DVDEDUCCIONES VARIABLES ".
002050     05  FILLER                PIC X(24) VALUE
002060         "SASAC                   ".
002070     05  FILLER                PIC X(24) VALUE
002080         "VAVACACIONES            ".
002090     05  FILLER                PIC X(24) VALUE
002100         "ININDEMNIZACIONES       ".
002110     05  FILLER                PIC X(24) VALUE
002120         "OTOTROS                 ".
002130
002140 01  CONCEPTOS-TABLA REDEFINES CONCEPTOS-TABLA-VALORES.
002150     05  CPT-ENTRY OCCURS 11 TIMES
002160                    INDEXED BY CPT-IDX.
002170         10  CPT-CODIGO        PIC X(02).
002180         10  CPT-DESCRIPCION   PIC X(22).
002190
002200*****************************************************************
002210* CANTIDADES DE LA PRIMERA PASADA: PENDIENTES VENCIDOS POR
002220* CENTRO DE COSTOS (ENTRADA = CENTRO + 1) Y DISCONFORMIDADES
002230* DEL MES POR CONCEPTO (MISMA ENTRADA QUE CONCEPTOS-TABLA)
002240*****************************************************************
002250 01  PENDIENTES-CENTRO-TABLA.
002260     05  PND-CANTIDAD          PIC 9(05) OCCURS 100 TIMES.
002270 01  DISCONFORMES-CPT-TABLA.
002280     05  DSC-CANTIDAD          PIC 9(05) OCCURS 11 TIMES.
002290 01  WS-CEN-IX                 PIC 9(03).
002300 01  WS-CPT-IX                 PIC 9(02).
002310 01  WS-CENTRO-W               PIC 9(02).
002320 01  WS-CONCEPTO-W             PIC X(02).
002330
002340*****************************************************************
002350* ACUMULADORES DE LA CORRIDA
002360*****************************************************************
002370 01  WS-CANT-RECIBOS           PIC 9(07) VALUE ZERO.
002380 01  WS-CANT-FIRMADOS          PIC 9(07) VALUE ZERO.
002390 01  WS-CANT-PENDIENTES        PIC 9(07) VALUE ZERO.
002400 01  WS-CANT-VENCIDOS          PIC 9(05) VALUE ZERO.
002410 01  WS-CANT-DISCONFORMES      PIC 9(05) VALUE ZERO.
002420 01  WS-NETO-GRUPO             PIC 9(11)V99 VALUE ZERO.
002430 01  WS-NETO-VENCIDOS          PIC 9(11)V99 VALUE ZERO.
002440
002450 01  WS-NOMBRE-W               PIC X(30).
002460 01  WS-FECHA-EDIT-W           PIC 9(08).
002470 01  WS-FECHA-EDIT-W-R REDEFINES WS-FECHA-EDIT-W.
002480     05  WS-EDIT-W-AAAA        PIC 9(04).
002490     05  WS-EDIT-W-MM          PIC 9(02).
002500     05  WS-EDIT-W-DD          PIC 9(02).
002510 01  WS-EDIT-FECHA.
002520     05  WS-EDIT-FEC-DD        PIC 9(02).
002530     05  FILLER                PIC X(01) VALUE "/".
002540     05  WS-EDIT-FEC-MM        PIC 9(02).
002550     05  FILLER                PIC X(01) VALUE "/".
002560     05  WS-EDIT-FEC-AAAA      PIC 9(04).
002570 01  WS-EDIT-PERIODO.
002580     05  WS-EDIT-PER-MM        PIC 9(02).
002590     05  FILLER                PIC X(01) VALUE "/".
002600     05  WS-EDIT-PER-AAAA      PIC 9(04).
002610 01  WS-EDIT-CANTIDAD          PIC Z,ZZZ,ZZ9.
002620 01  WS-EDIT-DIAS              PIC ZZ9.
002630 01  WS-EDIT-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99.
002640 01  WS-EDIT-IMPORTE-GRANDE    PIC Z,ZZZ,ZZZ,ZZ9.99.
002650
002660 PROCEDURE DIVISION.
002670
002680 0000-MAINLINE.
002690     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002700     PERFORM 2000-CONTAR-RECIBOS THRU 2000-EXIT.
002710     PERFORM 3000-LISTAR-PENDIENTES THRU 3000-EXIT.
002720     PERFORM 4000-LISTAR-DISCONFORMES THRU 4000-EXIT.
002730     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
002740     STOP RUN.
002750
002760 1000-INICIALIZAR.
002770     DISPLAY WS-BANNER-1.
002780     DISPLAY "REPORTE DE FIRMA DE RECIBOS DE SUELDO".
002790     DISPLAY WS-BANNER-1.
002800
002810     DISPLAY WS-OPERADOR-MENSAJE.
002820     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
002830     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
002840     IF NOT OPERADOR-HABILITADO
002850         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
002860         PERFORM 8100-ABANDONAR THRU 8100-EXIT
002870     END-IF.
002880
002890     DISPLAY WS-DIAS-MENSAJE.
002900     ACCEPT WS-DIAS-TOLERANCIA FROM CONSOLE.
002910     IF WS-DIAS-TOLERANCIA NOT NUMERIC
002920         DISPLAY "DIAS DE TOLERANCIA INVALIDOS: "
002930             WS-DIAS-TOLERANCIA
002940         PERFORM 8100-ABANDONAR THRU 8100-EXIT
002950     END-IF.
002960
002970     DISPLAY WS-PERIODO-MENSAJE.
002980     ACCEPT WS-PERIODO-REPORTE FROM CONSOLE.
002990     IF WS-PERIODO-REPORTE NOT NUMERIC
003000             OR WS-PERIODO-MM < 1 OR WS-PERIODO-MM > 12
003010         DISPLAY "PERIODO INVALIDO: " WS-PERIODO-REPORTE
003020         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003030     END-IF.
003040
003050     OPEN INPUT RECIBO-FIRMA.
003060     IF NOT WS-RECFIRMA-OK
003070         DISPLAY "ERROR AL ABRIR RECIBO-FIRMA, STATUS = "
003080             WS-RECFIRMA-STATUS
003090         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003100     END-IF.
003110
003120     OPEN INPUT EMPLEADO-MASTER.
003130     IF NOT WS-EMPMAST-OK
003140         DISPLAY "ERROR AL ABRIR EMPLEADO-MASTER, STATUS = "
003150             WS-EMPMAST-STATUS
003160         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003170     END-IF.
003180
003190     OPEN INPUT CENTRO-MASTER.
003200     IF NOT WS-CENMAST-OK
003210         DISPLAY "ERROR AL ABRIR CENTRO-MASTER, STATUS = "
003220             WS-CENMAST-STATUS
003230         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003240     END-IF.
003250
003260     OPEN OUTPUT CONTROL-REPORT.
003270     IF NOT WS-CTLRPT-OK
003280         DISPLAY "ERROR AL ABRIR CONTROL-REPORT, STATUS = "
003290             WS-CTLRPT-STATUS
003300         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003310     END-IF.
003320
003330     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
003340     MOVE WS-FECHA-PROCESO TO WS-FECHA-LIMITE-N.
003350     PERFORM 1200-RESTAR-UN-DIA THRU 1200-EXIT
003360         WS-DIAS-TOLERANCIA TIMES.
003370
003380     MOVE WS-FECHA-PROCESO TO WS-FECHA-EDIT-W.
003390     PERFORM 5100-EDITAR-FECHA THRU 5100-EXIT.
003400     MOVE SPACES TO LINEA-CONTROL.
003410     STRING "REPORTE DE FIRMA DE RECIBOS DE SUELDO AL "
003420         WS-EDIT-FECHA
003430         DELIMITED SIZE INTO LINEA-CONTROL.
003440     WRITE LINEA-CONTROL AFTER ADVANCING NUEVA-PAGINA.
003450     MOVE SPACES TO LINEA-CONTROL.
003460     WRITE LINEA-CONTROL FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
003470 1000-EXIT.
003480     EXIT.
003490
003500*****************************************************************
003510* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
003520* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
003530* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
003540* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
003550* LOS ROLES MENORES)
003560*****************************************************************
003570 1050-VALIDAR-OPERADOR.
003580     MOVE "N" TO WS-OPERADOR-SW.
003590     OPEN INPUT OPERADOR-MASTER.
003600     IF NOT WS-OPERMAST-OK
003610         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
003620             WS-OPERMAST-STATUS
003630         GO TO 1050-EXIT
003640     END-IF.
003650     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
003660     READ OPERADOR-MASTER
003670         INVALID KEY
003680             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
003690             CLOSE OPERADOR-MASTER
003700             GO TO 1050-EXIT
003710     END-READ.
003720     CLOSE OPERADOR-MASTER.
003730     MOVE OP-ROL TO WS-OPERADOR-ROL.
003740     IF NOT OP-HABILITADO
003750         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
003760         GO TO 1050-EXIT
003770     END-IF.
003780     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
003790         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
003800             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
003810             ", REQUIERE " WS-ROL-REQUERIDO ")"
003820         GO TO 1050-EXIT
003830     END-IF.
003840     SET OPERADOR-HABILITADO TO TRUE.
003850 1050-EXIT.
003860     EXIT.
003870
003880*****************************************************************
003890* RESTA UN DIA A LA FECHA LIMITE, PASANDO AL ULTIMO DIA DEL
003900* MES ANTERIOR (29 DE FEBRERO EN ANIO BISIESTO) CUANDO HACE FALTA
003910*****************************************************************
003920 1200-RESTAR-UN-DIA.
003930     IF WS-LIMITE-DD > 1
003940         SUBTRACT 1 FROM WS-LIMITE-DD
003950         GO TO 1200-EXIT
003960     END-IF.
003970
003980     IF WS-LIMITE-MM = 1
003990         MOVE 12 TO WS-LIMITE-MM
004000         SUBTRACT 1 FROM WS-LIMITE-AAAA
004010     ELSE
004020         SUBTRACT 1 FROM WS-LIMITE-MM
004030     END-IF.
004040     MOVE DM-DIAS (WS-LIMITE-MM) TO WS-LIMITE-DD.
004050
004060     IF WS-LIMITE-MM NOT = 2
004070         GO TO 1200-EXIT
004080     END-IF.
004090     DIVIDE WS-LIMITE-AAAA BY 4
004100         GIVING WS-ANIO-COCIENTE REMAINDER WS-ANIO-RESTO-4.
004110     DIVIDE WS-LIMITE-AAAA BY 100
004120         GIVING WS-ANIO-COCIENTE REMAINDER WS-ANIO-RESTO-100.
004130     DIVIDE WS-LIMITE-AAAA BY 400
004140         GIVING WS-ANIO-COCIENTE REMAINDER WS-ANIO-RESTO-400.
004150     IF WS-ANIO-RESTO-4 = ZERO
004160             AND (WS-ANIO-RESTO-100 NOT = ZERO
004170                  OR WS-ANIO-RESTO-400 = ZERO)
004180         MOVE 29 TO WS-LIMITE-DD
004190     END-IF.
004200 1200-EXIT.
004210     EXIT.
004220
004230*****************************************************************
004240* PRIMERA PASADA: CUENTA LOS RECIBOS POR ESTADO, LOS PENDIENTES
004250* VENCIDOS DE CADA CENTRO Y LAS DISCONFORMIDADES DEL MES DE
004260* CADA CONCEPTO
004270*****************************************************************
004280 2000-CONTAR-RECIBOS.
004290     MOVE ZEROS TO PENDIENTES-CENTRO-TABLA.
004300     MOVE ZEROS TO DISCONFORMES-CPT-TABLA.
004310     PERFORM 6000-POSICIONAR-RECIBOS THRU 6000-EXIT.
004320     PERFORM 2100-CONTAR-UN-RECIBO THRU 2100-EXIT
004330         UNTIL FIN-DE-ARCHIVO.
004340 2000-EXIT.
004350     EXIT.
004360
004370 2100-CONTAR-UN-RECIBO.
004380     READ RECIBO-FIRMA NEXT RECORD
004390         AT END
004400             SET FIN-DE-ARCHIVO TO TRUE
004410             GO TO 2100-EXIT
004420     END-READ.
004430
004440     ADD 1 TO WS-CANT-RECIBOS.
004450     IF RF-CON-FIRMA
004460         ADD 1 TO WS-CANT-FIRMADOS
004470     ELSE
004480         ADD 1 TO WS-CANT-PENDIENTES
004490     END-IF.
004500
004510     IF RF-PENDIENTE AND RF-FECHA-EMISION NOT > WS-FECHA-LIMITE-N
004520         COMPUTE WS-CEN-IX = RF-CENTRO-COSTOS + 1
004530         ADD 1 TO PND-CANTIDAD (WS-CEN-IX)
004540         ADD 1 TO WS-CANT-VENCIDOS
004550         ADD RF-NETO TO WS-NETO-VENCIDOS
004560         GO TO 2100-EXIT
004570     END-IF.
004580
004590     IF NOT RF-DISCONFORME
004600         GO TO 2100-EXIT
004610     END-IF.
004620     MOVE RF-FECHA-FIRMA TO WS-FECHA-FIRMA-W.
004630     IF WS-FIRMA-AAAAMM NOT = WS-PERIODO-REPORTE
004640         GO TO 2100-EXIT
004650     END-IF.
004660     PERFORM 6100-BUSCAR-CONCEPTO THRU 6100-EXIT.
004670     ADD 1 TO DSC-CANTIDAD (WS-CPT-IX).
004680     ADD 1 TO WS-CANT-DISCONFORMES.
004690 2100-EXIT.
004700     EXIT.
004710
004720*****************************************************************
004730* PENDIENTES DE FIRMA VENCIDOS, UN GRUPO POR CENTRO DE COSTOS
004740* CON RECIBOS, EN ORDEN DE CENTRO
004750*****************************************************************
004760 3000-LISTAR-PENDIENTES.
004770     MOVE WS-DIAS-TOLERANCIA TO WS-EDIT-DIAS.
004780     MOVE WS-FECHA-LIMITE-N TO WS-FECHA-EDIT-W.
004790     PERFORM 5100-EDITAR-FECHA THRU 5100-EXIT.
004800     MOVE SPACES TO LINEA-CONTROL.
004810     STRING "RECIBOS SIN FIRMAR A MAS DE " WS-EDIT-DIAS
004820         " DIAS (EMITIDOS HASTA EL " WS-EDIT-FECHA ")"
004830         DELIMITED SIZE INTO LINEA-CONTROL.
004840     WRITE LINEA-CONTROL AFTER ADVANCING 2 LINES.
004850
004860     IF WS-CANT-VENCIDOS = ZERO
004870         MOVE SPACES TO LINEA-CONTROL
004880         STRING "  SIN RECIBOS PENDIENTES VENCIDOS"
004890             DELIMITED SIZE INTO LINEA-CONTROL
004900         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
004910         GO TO 3000-EXIT
004920     END-IF.
004930
004940     PERFORM 3100-LISTAR-CENTRO THRU 3100-EXIT
004950         VARYING WS-CEN-IX FROM 1 BY 1
004960         UNTIL WS-CEN-IX > 100.
004970
004980     MOVE WS-CANT-VENCIDOS TO WS-EDIT-CANTIDAD.
004990     MOVE WS-NETO-VENCIDOS TO WS-EDIT-IMPORTE-GRANDE.
005000     MOVE SPACES TO LINEA-CONTROL.
005010     STRING "TOTAL PENDIENTES VENCIDOS: " WS-EDIT-CANTIDAD
005020         "   NETO: " WS-EDIT-IMPORTE-GRANDE
005030         DELIMITED SIZE INTO LINEA-CONTROL.
005040     WRITE LINEA-CONTROL AFTER ADVANCING 2 LINES.
005050 3000-EXIT.
005060     EXIT.
005070
005080*****************************************************************
005090* LISTA LOS PENDIENTES VENCIDOS DE UN CENTRO RELEYENDO EL
005100* ARCHIVO DE RECIBOS, CON SU SUBTOTAL
005110*****************************************************************
005120 3100-LISTAR-CENTRO.
005130     IF PND-CANTIDAD (WS-CEN-IX) = ZERO
005140         GO TO 3100-EXIT
005150     END-IF.
005160     COMPUTE WS-CENTRO-W = WS-CEN-IX - 1.
005170     MOVE WS-CENTRO-W TO CEN-CODIGO.
005180     READ CENTRO-MASTER
005190         INVALID KEY
005200             MOVE "CENTRO NO REGISTRADO" TO CEN-DESCRIPCION
005210     END-READ.
005220     MOVE SPACES TO LINEA-CONTROL.
005230     STRING "CENTRO DE COSTOS " WS-CENTRO-W " - " CEN-DESCRIPCION
005240         DELIMITED SIZE INTO LINEA-CONTROL.
005250     WRITE LINEA-CONTROL AFTER ADVANCING 2 LINES.
005260     MOVE SPACES TO LINEA-CONTROL.
005270     STRING "  NRO. DE CONTROL  EMITIDO     APELLIDO Y NOMBRE"
005280         "                       NETO"
005290         DELIMITED SIZE INTO LINEA-CONTROL.
005300     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
005310
005320     MOVE ZERO TO WS-NETO-GRUPO.
005330     PERFORM 6000-POSICIONAR-RECIBOS THRU 6000-EXIT.
005340     PERFORM 3110-LISTAR-PENDIENTE THRU 3110-EXIT
005350         UNTIL FIN-DE-ARCHIVO.
005360
005370     MOVE PND-CANTIDAD (WS-CEN-IX) TO WS-EDIT-CANTIDAD.
005380     MOVE WS-NETO-GRUPO TO WS-EDIT-IMPORTE-GRANDE.
005390     MOVE SPACES TO LINEA-CONTROL.
005400     STRING "  PENDIENTES DEL CENTRO: " WS-EDIT-CANTIDAD
005410         "   NETO: " WS-EDIT-IMPORTE-GRANDE
005420         DELIMITED SIZE INTO LINEA-CONTROL.
005430     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
005440 3100-EXIT.
005450     EXIT.
005460
005470 3110-LISTAR-PENDIENTE.
005480     READ RECIBO-FIRMA NEXT RECORD
005490         AT END
005500             SET FIN-DE-ARCHIVO TO TRUE
005510             GO TO 3110-EXIT
005520     END-READ.
005530     IF NOT RF-PENDIENTE
005540             OR RF-FECHA-EMISION > WS-FECHA-LIMITE-N
005550             OR RF-CENTRO-COSTOS NOT = WS-CENTRO-W
005560         GO TO 3110-EXIT
005570     END-IF.
005580
005590     PERFORM 6200-BUSCAR-NOMBRE THRU 6200-EXIT.
005600     MOVE RF-FECHA-EMISION TO WS-FECHA-EDIT-W.
005610     PERFORM 5100-EDITAR-FECHA THRU 5100-EXIT.
005620     MOVE RF-NETO TO WS-EDIT-IMPORTE.
005630     ADD RF-NETO TO WS-NETO-GRUPO.
005640     MOVE SPACES TO LINEA-CONTROL.
005650     STRING "  " RF-LEGAJO "-" RF-PERIODO "-" RF-TIPO-LIQ
005660         "  " WS-EDIT-FECHA "  " WS-NOMBRE-W " " WS-EDIT-IMPORTE
005670         DELIMITED SIZE INTO LINEA-CONTROL.
005680     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
005690 3110-EXIT.
005700     EXIT.
005710
005720*****************************************************************
005730* FIRMAS EN DISCONFORMIDAD REGISTRADAS EN EL MES, UN GRUPO POR
005740* CONCEPTO OBJETADO, EN EL ORDEN DE LA TABLA DE CONCEPTOS
005750*****************************************************************
005760 4000-LISTAR-DISCONFORMES.
005770     MOVE WS-PERIODO-MM TO WS-EDIT-PER-MM.
005780     MOVE WS-PERIODO-AAAA TO WS-EDIT-PER-AAAA.
005790     MOVE SPACES TO LINEA-CONTROL.
005800     STRING "RECIBOS FIRMADOS EN DISCONFORMIDAD EN "
005810         WS-EDIT-PERIODO
005820         DELIMITED SIZE INTO LINEA-CONTROL.
005830     WRITE LINEA-CONTROL AFTER ADVANCING NUEVA-PAGINA.
005840     MOVE SPACES TO LINEA-CONTROL.
005850     WRITE LINEA-CONTROL FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
005860
005870     IF WS-CANT-DISCONFORMES = ZERO
005880         MOVE SPACES TO LINEA-CONTROL
005890         STRING "  SIN DISCONFORMIDADES EN EL MES"
005900             DELIMITED SIZE INTO LINEA-CONTROL
005910         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
005920         GO TO 4000-EXIT
005930     END-IF.
005940
005950     PERFORM 4100-LISTAR-CONCEPTO THRU 4100-EXIT
005960         VARYING WS-CPT-IX FROM 1 BY 1
005970         UNTIL WS-CPT-IX > 11.
005980
005990     MOVE WS-CANT-DISCONFORMES TO WS-EDIT-CANTIDAD.
006000     MOVE SPACES TO LINEA-CONTROL.
006010     STRING "TOTAL DE DISCONFORMIDADES DEL MES: " WS-EDIT-CANTIDAD
006020         DELIMITED SIZE INTO LINEA-CONTROL.
006030     WRITE LINEA-CONTROL AFTER ADVANCING 2 LINES.
006040 4000-EXIT.
006050     EXIT.
006060
006070*****************************************************************
006080* LISTA LAS DISCONFORMIDADES DEL MES DE UN CONCEPTO RELEYENDO EL
006090* ARCHIVO DE RECIBOS, CON EL MOTIVO DE CADA UNA
006100*****************************************************************
006110 4100-LISTAR-CONCEPTO.
006120     IF DSC-CANTIDAD (WS-CPT-IX) = ZERO
006130         GO TO 4100-EXIT
006140     END-IF.
006150     MOVE CPT-CODIGO (WS-CPT-IX) TO WS-CONCEPTO-W.
006160     MOVE SPACES TO LINEA-CONTROL.
006170     STRING "CONCEPTO " WS-CONCEPTO-W " - "
006180         CPT-DESCRIPCION (WS-CPT-IX)
006190         DELIMITED SIZE INTO LINEA-CONTROL.
006200     WRITE LINEA-CONTROL AFTER ADVANCING 2 LINES.
006210     MOVE SPACES TO LINEA-CONTROL.
006220     STRING "  NRO. DE CONTROL  FIRMADO     APELLIDO Y NOMBRE"
006230         "                 CENTRO"
006240         DELIMITED SIZE INTO LINEA-CONTROL.
006250     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
006260
006270     PERFORM 6000-POSICIONAR-RECIBOS THRU 6000-EXIT.
006280     PERFORM 4110-LISTAR-DISCONFORME THRU 4110-EXIT
006290         UNTIL FIN-DE-ARCHIVO.
006300
006310     MOVE DSC-CANTIDAD (WS-CPT-IX) TO WS-EDIT-CANTIDAD.
006320     MOVE SPACES TO LINEA-CONTROL.
006330     STRING "  DISCONFORMIDADES DEL CONCEPTO: " WS-EDIT-CANTIDAD
006340         DELIMITED SIZE INTO LINEA-CONTROL.
006350     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
006360 4100-EXIT.
006370     EXIT.
006380
006390 4110-LISTAR-DISCONFORME.
006400     READ RECIBO-FIRMA NEXT RECORD
006410         AT END
006420             SET FIN-DE-ARCHIVO TO TRUE
006430             GO TO 4110-EXIT
006440     END-READ.
006450     IF NOT RF-DISCONFORME
006460             OR RF-DISC-CONCEPTO NOT = WS-CONCEPTO-W
006470         GO TO 4110-EXIT
006480     END-IF.
006490     MOVE RF-FECHA-FIRMA TO WS-FECHA-FIRMA-W.
006500     IF WS-FIRMA-AAAAMM NOT = WS-PERIODO-REPORTE
006510         GO TO 4110-EXIT
006520     END-IF.
006530
006540     PERFORM 6200-BUSCAR-NOMBRE THRU 6200-EXIT.
006550     MOVE RF-FECHA-FIRMA TO WS-FECHA-EDIT-W.
006560     PERFORM 5100-EDITAR-FECHA THRU 5100-EXIT.
006570     MOVE SPACES TO LINEA-CONTROL.
006580     STRING "  " RF-LEGAJO "-" RF-PERIODO "-" RF-TIPO-LIQ
006590         "  " WS-EDIT-FECHA "  " WS-NOMBRE-W "  "
006600         RF-CENTRO-COSTOS
006610         DELIMITED SIZE INTO LINEA-CONTROL.
006620     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
006630     MOVE SPACES TO LINEA-CONTROL.
006640     STRING "      MOTIVO: " RF-DISC-MOTIVO
006650         DELIMITED SIZE INTO LINEA-CONTROL.
006660     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
006670 4110-EXIT.
006680     EXIT.
006690
006700*****************************************************************
006710* EDITA WS-FECHA-EDIT-W (AAAAMMDD) COMO DD/MM/AAAA
006720*****************************************************************
006730 5100-EDITAR-FECHA.
006740     MOVE WS-EDIT-W-DD TO WS-EDIT-FEC-DD.
006750     MOVE WS-EDIT-W-MM TO WS-EDIT-FEC-MM.
006760     MOVE WS-EDIT-W-AAAA TO WS-EDIT-FEC-AAAA.
006770 5100-EXIT.
006780     EXIT.
006790
006800*****************************************************************
006810* DEJA EL ARCHIVO DE RECIBOS EN EL PRIMER REGISTRO PARA UNA
006820* NUEVA PASADA
006830*****************************************************************
006840 6000-POSICIONAR-RECIBOS.
006850     MOVE "N" TO WS-FIN-DE-ARCHIVO-SW.
006860     MOVE ZEROS TO RF-LEGAJO.
006870     MOVE ZEROS TO RF-PERIODO.
006880     MOVE SPACES TO RF-TIPO-LIQ.
006890     START RECIBO-FIRMA KEY IS NOT LESS THAN RF-CLAVE
006900         INVALID KEY
006910             SET FIN-DE-ARCHIVO TO TRUE
006920     END-START.
006930 6000-EXIT.
006940     EXIT.
006950
006960*****************************************************************
006970* UBICA EL CONCEPTO OBJETADO EN LA TABLA DE CONCEPTOS; UN CODIGO
006980* QUE NO ESTA EN LA TABLA SE CUENTA COMO OTROS
006990*****************************************************************
007000 6100-BUSCAR-CONCEPTO.
007010     MOVE 11 TO WS-CPT-IX.
007020     SET CPT-IDX TO 1.
007030     SEARCH CPT-ENTRY
007040         AT END
007050             CONTINUE
007060         WHEN CPT-CODIGO (CPT-IDX) = RF-DISC-CONCEPTO
007070             SET WS-CPT-IX TO CPT-IDX
007080     END-SEARCH.
007090 6100-EXIT.
007100     EXIT.
007110
007120*****************************************************************
007130* TRAE EL NOMBRE DEL LEGAJO DEL RECIBO DESDE EL MAESTRO
007140*****************************************************************
007150 6200-BUSCAR-NOMBRE.
007160     MOVE RF-LEGAJO TO EMP-LEGAJO.
007170     READ EMPLEADO-MASTER
007180         INVALID KEY
007190             MOVE "LEGAJO NO REGISTRADO" TO WS-NOMBRE-W
007200             GO TO 6200-EXIT
007210     END-READ.
007220     MOVE EMP-NOMBRE TO WS-NOMBRE-W.
007230 6200-EXIT.
007240     EXIT.
007250
007260*****************************************************************
007270* MUESTRA LOS TOTALES Y DEJA EL RETURN-CODE: 4 SI HAY RECIBOS
007280* PENDIENTES DE FIRMA VENCIDOS, 0 SI NO
007290*****************************************************************
007300 8000-FINALIZAR.
007310     MOVE WS-CANT-RECIBOS TO WS-EDIT-CANTIDAD.
007320     MOVE SPACES TO LINEA-CONTROL.
007330     STRING "RECIBOS REGISTRADOS:        " WS-EDIT-CANTIDAD
007340         DELIMITED SIZE INTO LINEA-CONTROL.
007350     WRITE LINEA-CONTROL AFTER ADVANCING 3 LINES.
007360     DISPLAY "RECIBOS REGISTRADOS:        " WS-EDIT-CANTIDAD.
007370     MOVE WS-CANT-FIRMADOS TO WS-EDIT-CANTIDAD.
007380     MOVE SPACES TO LINEA-CONTROL.
007390     STRING "RECIBOS CON FIRMA:          " WS-EDIT-CANTIDAD
007400         DELIMITED SIZE INTO LINEA-CONTROL.
007410     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
007420     DISPLAY "RECIBOS CON FIRMA:          " WS-EDIT-CANTIDAD.
007430     MOVE WS-CANT-PENDIENTES TO WS-EDIT-CANTIDAD.
007440     MOVE SPACES TO LINEA-CONTROL.
007450     STRING "RECIBOS PENDIENTES:         " WS-EDIT-CANTIDAD
007460         DELIMITED SIZE INTO LINEA-CONTROL.
007470     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
007480     DISPLAY "RECIBOS PENDIENTES:         " WS-EDIT-CANTIDAD.
007490     MOVE WS-CANT-VENCIDOS TO WS-EDIT-CANTIDAD.
007500     MOVE SPACES TO LINEA-CONTROL.
007510     STRING "  CON EL PLAZO VENCIDO:     " WS-EDIT-CANTIDAD
007520         DELIMITED SIZE INTO LINEA-CONTROL.
007530     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
007540     DISPLAY "  CON EL PLAZO VENCIDO:     " WS-EDIT-CANTIDAD.
007550
007560     IF WS-CANT-VENCIDOS > ZERO
007570         DISPLAY "HAY RECIBOS SIN FIRMAR CON EL PLAZO VENCIDO"
007580         MOVE 4 TO RETURN-CODE
007590         MOVE "ALERTA" TO WS-BIT-RESULTADO
007600     ELSE
007610         MOVE "OK" TO WS-BIT-RESULTADO
007620     END-IF.
007630
007640     CLOSE RECIBO-FIRMA.
007650     CLOSE EMPLEADO-MASTER.
007660     CLOSE CENTRO-MASTER.
007670     CLOSE CONTROL-REPORT.
007680     STRING "DIAS=" WS-DIAS-TOLERANCIA " MES=" WS-PERIODO-REPORTE
007690         " VENCIDOS=" WS-CANT-VENCIDOS
007700         " DISCONFORMES=" WS-CANT-DISCONFORMES
007710         DELIMITED SIZE INTO WS-BIT-DETALLE.
007720     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
007730     DISPLAY "FIN DEL REPORTE DE FIRMA DE RECIBOS.".
007740 8000-EXIT.
007750     EXIT.
007760
007770*****************************************************************
007780* CORTA EL PROCESO CON RETURN-CODE 8 CUANDO NO SE PUEDE
007790* SIQUIERA INICIAR EL REPORTE
007800*****************************************************************
007810 8100-ABANDONAR.
007820     DISPLAY "REPORTE DE FIRMA DE RECIBOS ABANDONADO.".
007830     MOVE 8 TO RETURN-CODE.
007840     STRING "DIAS=" WS-DIAS-TOLERANCIA " MES=" WS-PERIODO-REPORTE
007850         DELIMITED SIZE INTO WS-BIT-DETALLE.
007860     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
007870     STOP RUN.
007880 8100-EXIT.
007890     EXIT.
007900
007910*****************************************************************
007920* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
007930* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
007940* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
007950*****************************************************************
007960 9900-REGISTRAR-BITACORA.
007970     IF WS-BIT-RESULTADO = SPACES
007980         MOVE "ABORTADO" TO WS-BIT-RESULTADO
007990     END-IF.
008000     OPEN EXTEND AUDIT-LOG.
008010     IF NOT WS-AUDITLOG-OK
008020         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
008030             WS-AUDITLOG-STATUS
008040         GO TO 9900-EXIT
008050     END-IF.
008060     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
008070     ACCEPT WS-HORA-BITACORA FROM TIME.
008080     MOVE SPACES TO BITACORA-REG.
008090     MOVE WS-FECHA-BITACORA TO BT-FECHA.
008100     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
008110     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
008120     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
008130     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
008140     MOVE WS-BIT-DETALLE TO BT-DETALLE.
008150     WRITE BITACORA-REG.
008160     CLOSE AUDIT-LOG.
008170 9900-EXIT.
008180     EXIT.

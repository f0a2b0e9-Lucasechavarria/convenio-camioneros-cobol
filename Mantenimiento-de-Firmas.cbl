000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MANT-FIRMAS.
000030 AUTHOR. J. C. MARTINEZ.
000040 INSTALLATION. GREMIO DE CAMIONEROS - LIQUIDACION DE HABERES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* REGISTRO DE LA FIRMA DE LOS RECIBOS DE SUELDO (ARTS. 138 A 140
000090* LCT) A PARTIR DE UN ARCHIVO DE TRANSACCIONES, CON EL MISMO
000100* CIRCUITO QUE MANT-NOVEDADES. CADA TRANSACCION IDENTIFICA EL
000110* RECIBO POR SU NUMERO DE CONTROL (LEGAJO, PERIODO Y TIPO DE
000120* LIQUIDACION) Y REGISTRA LA FIRMA DEL DUPLICADO, LA FIRMA EN
000130* DISCONFORMIDAD CON EL CONCEPTO OBJETADO Y SU MOTIVO, O LA
000140* ACEPTACION ELECTRONICA; LA ANULACION DEVUELVE A PENDIENTE UNA
000150* FIRMA CARGADA POR ERROR. VALIDA QUE EL RECIBO HAYA SIDO
000160* EMITIDO, QUE LA FECHA DE FIRMA NO SEA ANTERIOR A LA EMISION NI
000170* POSTERIOR AL DIA DE PROCESO Y QUE EL RECIBO NO TENGA YA UNA
000180* FIRMA REGISTRADA. IMPRIME UN REPORTE DE MOVIMIENTOS APLICADOS
000190* Y RECHAZADOS; LAS TRANSACCIONES RECHAZADAS SE GUARDAN EN UN
000200* ARCHIVO DE ERRORES PARA CORREGIR Y REPRESENTAR.
000210*-----------------------------------------------------------------
000220* MOD-HIST:
000230*   2026-10-15 JCM  VERSION ORIGINAL.
000240*****************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT FIRMA-TRANS
000340         ASSIGN TO FIRMATRN
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-FIRMATRN-STATUS.
000370
000380     SELECT RECIBO-FIRMA
000390         ASSIGN TO RECFIRMA
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS RF-CLAVE
000430         FILE STATUS IS WS-RECFIRMA-STATUS.
000440
000450     SELECT MANT-REPORT
000460         ASSIGN TO MANTRPT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-MANTRPT-STATUS.
000490
000500     SELECT FIRMA-ERROR
000510         ASSIGN TO FIRMAERR
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FIRMAERR-STATUS.
000540
000550     SELECT OPERADOR-MASTER
000560         ASSIGN TO OPERMAST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS OP-OPERADOR
000600         FILE STATUS IS WS-OPERMAST-STATUS.
000610
000620     SELECT AUDIT-LOG
000630         ASSIGN TO AUDITLOG
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-AUDITLOG-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  FIRMA-TRANS
000700     LABEL RECORDS ARE STANDARD.
000710 COPY FIRMATRN.
000720
000730 FD  RECIBO-FIRMA
000740     LABEL RECORDS ARE STANDARD.
000750 COPY RECFIRMA.
000760
000770 FD  MANT-REPORT
000780     LABEL RECORDS ARE STANDARD.
000790 COPY MANTRPT.
000800
000810 FD  FIRMA-ERROR
000820     LABEL RECORDS ARE STANDARD.
000830 COPY FIRMAERR.
000840
000850 FD  OPERADOR-MASTER
000860     LABEL RECORDS ARE STANDARD.
000870 COPY OPERMAST.
000880
000890 FD  AUDIT-LOG
000900     LABEL RECORDS ARE STANDARD.
000910 COPY AUDITLOG.
000920
000930 WORKING-STORAGE SECTION.
000940
000950*****************************************************************
000960* SWITCHES DE CONTROL DE PROCESO
000970*****************************************************************
000980 01  WS-FIRMATRN-STATUS        PIC X(02) VALUE ZEROS.
000990     88  WS-FIRMATRN-OK            VALUE "00".
001000
001010 01  WS-RECFIRMA-STATUS        PIC X(02) VALUE ZEROS.
001020     88  WS-RECFIRMA-OK            VALUE "00".
001030
001040 01  WS-MANTRPT-STATUS         PIC X(02) VALUE ZEROS.
001050     88  WS-MANTRPT-OK             VALUE "00".
001060
001070 01  WS-FIRMAERR-STATUS        PIC X(02) VALUE ZEROS.
001080     88  WS-FIRMAERR-OK            VALUE "00".
001090
001100 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
001110     88  WS-OPERMAST-OK            VALUE "00".
001120
001130 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
001140     88  WS-AUDITLOG-OK            VALUE "00".
001150
001160 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
001170     88  FIN-DE-ARCHIVO            VALUE "S".
001180
001190 01  WS-RECIBO-EXISTE-SW       PIC X(01) VALUE "N".
001200     88  RECIBO-EXISTE             VALUE "S".
001210
001220*> La inicializacion arranca como abortada y recien se marca
001230*> completa al final de 1000: un error de apertura deja el
001240*> reporte de totales sin emitir.
001250 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
001260     88  INICIO-ABORTADO           VALUE "S".
001270     88  INICIO-COMPLETO           VALUE "N".
001280
001290 01  WS-TRANS-VALIDA-SW        PIC X(01) VALUE "S".
001300     88  TRANS-VALIDA              VALUE "S".
001310     88  TRANS-RECHAZADA           VALUE "N".
001320
001330 01  WS-MOTIVO-RECHAZO         PIC X(30) VALUE SPACES.
001340
001350*****************************************************************
001360* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
001370* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
001380*****************************************************************
001390 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
001400 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
001410 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
001420 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 1.
001430 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
001440     88  OPERADOR-HABILITADO       VALUE "S".
001450 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
001460     "MANT-FIRMAS".
001470 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
001480 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
001490 01  WS-FECHA-BITACORA         PIC 9(08).
001500 01  WS-HORA-BITACORA          PIC 9(08).
001510 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
001520     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
001530     05  FILLER                PIC 9(02).
001540
001550 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
001560
001570*****************************************************************
001580* FECHA DE PROCESO: TOPE DE LA FECHA DE FIRMA Y FECHA DEL
001590* REGISTRO DEL MOVIMIENTO EN EL RECIBO
001600*****************************************************************
001610 01  WS-FECHA-PROCESO          PIC 9(08) VALUE ZEROS.
001620
001630*****************************************************************
001640* CONTADORES DEL REPORTE DE MANTENIMIENTO
001650*****************************************************************
001660 01  WS-CANT-APLICADAS         PIC 9(05) VALUE ZERO.
001670 01  WS-CANT-RECHAZADAS        PIC 9(05) VALUE ZERO.
001680 01  WS-CANT-FIRMAS            PIC 9(05) VALUE ZERO.
001690 01  WS-CANT-DISCONFORMIDADES  PIC 9(05) VALUE ZERO.
001700 01  WS-CANT-ELECTRONICAS      PIC 9(05) VALUE ZERO.
001710 01  WS-CANT-ANULACIONES       PIC 9(05) VALUE ZERO.
001720 01  WS-EDIT-CANTIDAD          PIC ZZ,ZZ9.
001730
001740 PROCEDURE DIVISION.
001750
001760 0000-MAINLINE.
001770     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001780     PERFORM 2000-PROCESAR-TRANSACCIONES THRU 2000-EXIT
001790         UNTIL FIN-DE-ARCHIVO.
001800     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
001810     STOP RUN.
001820
001830 1000-INICIALIZAR.
001840     DISPLAY WS-BANNER-1.
001850     DISPLAY "REGISTRO DE FIRMA DE RECIBOS DE SUELDO".
001860     DISPLAY WS-BANNER-1.
001870
001880     DISPLAY WS-OPERADOR-MENSAJE.
001890     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
001900     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
001910     IF NOT OPERADOR-HABILITADO
001920         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
001930         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
001940         GO TO 1000-EXIT
001950     END-IF.
001960
001970     OPEN INPUT FIRMA-TRANS.
001980     IF NOT WS-FIRMATRN-OK
001990         DISPLAY "ERROR AL ABRIR FIRMA-TRANS, STATUS = "
002000             WS-FIRMATRN-STATUS
002010         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002020         GO TO 1000-EXIT
002030     END-IF.
002040
002050     OPEN I-O RECIBO-FIRMA.
002060     IF NOT WS-RECFIRMA-OK
002070         DISPLAY "ERROR AL ABRIR RECIBO-FIRMA, STATUS = "
002080             WS-RECFIRMA-STATUS
002090         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002100         GO TO 1000-EXIT
002110     END-IF.
002120
002130     OPEN OUTPUT MANT-REPORT.
002140     IF NOT WS-MANTRPT-OK
002150         DISPLAY "ERROR AL ABRIR MANT-REPORT, STATUS = "
002160             WS-MANTRPT-STATUS
002170         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002180         GO TO 1000-EXIT
002190     END-IF.
002200
002210     OPEN OUTPUT FIRMA-ERROR.
002220     IF NOT WS-FIRMAERR-OK
002230         DISPLAY "ERROR AL ABRIR FIRMA-ERROR, STATUS = "
002240             WS-FIRMAERR-STATUS
002250         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002260         GO TO 1000-EXIT
002270     END-IF.
002280
002290     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
002300     MOVE "OK" TO WS-BIT-RESULTADO.
002310     SET INICIO-COMPLETO TO TRUE.
002320     PERFORM 1100-IMPRIMIR-ENCABEZADO THRU 1100-EXIT.
002330     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
002340 1000-EXIT.
002350     EXIT.
002360
002370*****************************************************************
002380* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
002390* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
002400* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
002410* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
002420* LOS ROLES MENORES)
002430*****************************************************************
002440 1050-VALIDAR-OPERADOR.
002450     MOVE "N" TO WS-OPERADOR-SW.
002460     OPEN INPUT OPERADOR-MASTER.
002470     IF NOT WS-OPERMAST-OK
002480         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
002490             WS-OPERMAST-STATUS
002500         GO TO 1050-EXIT
002510     END-IF.
002520     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
002530     READ OPERADOR-MASTER
002540         INVALID KEY
002550             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
002560             CLOSE OPERADOR-MASTER
002570             GO TO 1050-EXIT
002580     END-READ.
002590     CLOSE OPERADOR-MASTER.
002600     MOVE OP-ROL TO WS-OPERADOR-ROL.
002610     IF NOT OP-HABILITADO
002620         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
002630         GO TO 1050-EXIT
002640     END-IF.
002650     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
002660         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
002670             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
002680             ", REQUIERE " WS-ROL-REQUERIDO ")"
002690         GO TO 1050-EXIT
002700     END-IF.
002710     SET OPERADOR-HABILITADO TO TRUE.
002720 1050-EXIT.
002730     EXIT.
002740
002750*****************************************************************
002760* IMPRIME EL ENCABEZADO DEL REPORTE DE FIRMA DE RECIBOS
002770*****************************************************************
002780 1100-IMPRIMIR-ENCABEZADO.
002790     MOVE SPACES TO LINEA-MANTENIMIENTO.
002800     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1.
002810
002820     STRING "REGISTRO DE FIRMA DE RECIBOS - MOVIMIENTOS DEL DIA"
002830         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
002840     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
002850
002860     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
002870         AFTER ADVANCING 1 LINE.
002880
002890     STRING "TIPO  NRO. DE CONTROL   FECHA     CP  RESULTADO"
002900         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
002910     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
002920 1100-EXIT.
002930     EXIT.
002940
002950*****************************************************************
002960* VALIDA Y APLICA UNA TRANSACCION SEGUN SU TIPO
002970*****************************************************************
002980 2000-PROCESAR-TRANSACCIONES.
002990     PERFORM 4000-VALIDAR-TRANSACCION THRU 4000-EXIT.
003000     IF TRANS-RECHAZADA
003010         PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
003020         GO TO 2000-SIGUIENTE
003030     END-IF.
003040
003050     IF FT-TIPO-ANULACION
003060         PERFORM 3100-APLICAR-ANULACION THRU 3100-EXIT
003070     ELSE
003080         PERFORM 3000-APLICAR-FIRMA THRU 3000-EXIT
003090     END-IF.
003100
003110 2000-SIGUIENTE.
003120     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
003130 2000-EXIT.
003140     EXIT.
003150
003160 2100-LEER-TRANSACCION.
003170     READ FIRMA-TRANS
003180         AT END
003190             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003200     END-READ.
003210 2100-EXIT.
003220     EXIT.
003230
003240*****************************************************************
003250* REGISTRA EN EL RECIBO LA FIRMA, LA FIRMA EN DISCONFORMIDAD O
003260* LA ACEPTACION ELECTRONICA, CON SU FECHA Y EL OPERADOR
003270*****************************************************************
003280 3000-APLICAR-FIRMA.
003290     MOVE FT-TIPO TO RF-ESTADO.
003300     MOVE FT-FECHA TO RF-FECHA-FIRMA.
003310     IF FT-TIPO-DISCONFORMIDAD
003320         MOVE FT-CONCEPTO TO RF-DISC-CONCEPTO
003330         MOVE FT-MOTIVO TO RF-DISC-MOTIVO
003340     ELSE
003350         MOVE SPACES TO RF-DISC-CONCEPTO
003360         MOVE SPACES TO RF-DISC-MOTIVO
003370     END-IF.
003380     MOVE WS-OPERADOR-ID TO RF-OPERADOR.
003390     MOVE WS-FECHA-PROCESO TO RF-FECHA-REGISTRO.
003400     REWRITE RECIBO-FIRMA-REG
003410         INVALID KEY
003420             MOVE "ERROR DE GRABACION EN RECFIRMA"
003430                 TO WS-MOTIVO-RECHAZO
003440             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
003450             GO TO 3000-EXIT
003460     END-REWRITE.
003470
003480     IF FT-TIPO-FIRMA
003490         ADD 1 TO WS-CANT-FIRMAS
003500     ELSE
003510         IF FT-TIPO-DISCONFORMIDAD
003520             ADD 1 TO WS-CANT-DISCONFORMIDADES
003530         ELSE
003540             ADD 1 TO WS-CANT-ELECTRONICAS
003550         END-IF
003560     END-IF.
003570     PERFORM 5000-REGISTRAR-APLICADA THRU 5000-EXIT.
003580 3000-EXIT.
003590     EXIT.
003600
003610*****************************************************************
003620* DEJA EL RECIBO OTRA VEZ PENDIENTE DE FIRMA, PARA CORREGIR UNA
003630* FIRMA CARGADA POR ERROR
003640*****************************************************************
003650 3100-APLICAR-ANULACION.
003660     MOVE "P" TO RF-ESTADO.
003670     MOVE ZEROS TO RF-FECHA-FIRMA.
003680     MOVE SPACES TO RF-DISC-CONCEPTO.
003690     MOVE SPACES TO RF-DISC-MOTIVO.
003700     MOVE WS-OPERADOR-ID TO RF-OPERADOR.
003710     MOVE WS-FECHA-PROCESO TO RF-FECHA-REGISTRO.
003720     REWRITE RECIBO-FIRMA-REG
003730         INVALID KEY
003740             MOVE "ERROR DE GRABACION EN RECFIRMA"
003750                 TO WS-MOTIVO-RECHAZO
003760             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
003770             GO TO 3100-EXIT
003780     END-REWRITE.
003790
003800     ADD 1 TO WS-CANT-ANULACIONES.
003810     PERFORM 5000-REGISTRAR-APLICADA THRU 5000-EXIT.
003820 3100-EXIT.
003830     EXIT.
003840
003850*****************************************************************
003860* VALIDA LA TRANSACCION COMPLETA ANTES DE APLICARLA. DEJA EL
003870* MOTIVO DEL RECHAZO EN WS-MOTIVO-RECHAZO SI NO PASA. LA
003880* ANULACION SOLO NECESITA EL NUMERO DE CONTROL DEL RECIBO.
003890*****************************************************************
003900 4000-VALIDAR-TRANSACCION.
003910     SET TRANS-VALIDA TO TRUE.
003920     MOVE SPACES TO WS-MOTIVO-RECHAZO.
003930
003940     IF NOT FT-TIPO-FIRMA AND NOT FT-TIPO-DISCONFORMIDAD
003950             AND NOT FT-TIPO-ELECTRONICA AND NOT FT-TIPO-ANULACION
003960         MOVE "TIPO DE TRANSACCION INVALIDO"
003970             TO WS-MOTIVO-RECHAZO
003980         SET TRANS-RECHAZADA TO TRUE
003990         GO TO 4000-EXIT
004000     END-IF.
004010
004020     PERFORM 4100-VALIDAR-CONTROL THRU 4100-EXIT.
004030     IF TRANS-RECHAZADA
004040         GO TO 4000-EXIT
004050     END-IF.
004060
004070     PERFORM 4200-BUSCAR-RECIBO THRU 4200-EXIT.
004080     IF NOT RECIBO-EXISTE
004090         MOVE "RECIBO NO EMITIDO" TO WS-MOTIVO-RECHAZO
004100         SET TRANS-RECHAZADA TO TRUE
004110         GO TO 4000-EXIT
004120     END-IF.
004130
004140     IF FT-TIPO-ANULACION
004150         IF NOT RF-CON-FIRMA
004160             MOVE "RECIBO SIN FIRMA REGISTRADA"
004170                 TO WS-MOTIVO-RECHAZO
004180             SET TRANS-RECHAZADA TO TRUE
004190         END-IF
004200         GO TO 4000-EXIT
004210     END-IF.
004220
004230     IF RF-CON-FIRMA
004240         MOVE "RECIBO CON FIRMA YA REGISTRADA"
004250             TO WS-MOTIVO-RECHAZO
004260         SET TRANS-RECHAZADA TO TRUE
004270         GO TO 4000-EXIT
004280     END-IF.
004290
004300     PERFORM 4300-VALIDAR-FECHA THRU 4300-EXIT.
004310     IF TRANS-RECHAZADA
004320         GO TO 4000-EXIT
004330     END-IF.
004340
004350     IF FT-TIPO-DISCONFORMIDAD
004360         PERFORM 4400-VALIDAR-DISCONFORMIDAD THRU 4400-EXIT
004370     END-IF.
004380 4000-EXIT.
004390     EXIT.
004400
004410*****************************************************************
004420* VALIDA EL NUMERO DE CONTROL: LEGAJO Y PERIODO NUMERICOS, UN
004430* AAAAMM REAL Y UN TIPO DE LIQUIDACION CONOCIDO
004440*****************************************************************
004450 4100-VALIDAR-CONTROL.
004460     IF FT-LEGAJO IS NOT NUMERIC OR FT-PERIODO IS NOT NUMERIC
004470         MOVE "LEGAJO O PERIODO NO NUMERICO"
004480             TO WS-MOTIVO-RECHAZO
004490         SET TRANS-RECHAZADA TO TRUE
004500         GO TO 4100-EXIT
004510     END-IF.
004520     IF FT-PERIODO-MM < 01 OR FT-PERIODO-MM > 12
004530             OR FT-PERIODO-AAAA < 2000
004540         MOVE "PERIODO INVALIDO" TO WS-MOTIVO-RECHAZO
004550         SET TRANS-RECHAZADA TO TRUE
004560         GO TO 4100-EXIT
004570     END-IF.
004580     MOVE FT-TIPO-LIQ TO RF-TIPO-LIQ.
004590     IF NOT RF-TIPO-VALIDO
004600         MOVE "TIPO DE LIQUIDACION INVALIDO"
004610             TO WS-MOTIVO-RECHAZO
004620         SET TRANS-RECHAZADA TO TRUE
004630     END-IF.
004640 4100-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680* BUSCA EL RECIBO EMITIDO POR SU NUMERO DE CONTROL
004690*****************************************************************
004700 4200-BUSCAR-RECIBO.
004710     MOVE "N" TO WS-RECIBO-EXISTE-SW.
004720     MOVE FT-LEGAJO TO RF-LEGAJO.
004730     MOVE FT-PERIODO TO RF-PERIODO.
004740     MOVE FT-TIPO-LIQ TO RF-TIPO-LIQ.
004750     READ RECIBO-FIRMA
004760         INVALID KEY
004770             CONTINUE
004780         NOT INVALID KEY
004790             SET RECIBO-EXISTE TO TRUE
004800     END-READ.
004810 4200-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850* LA FECHA DE FIRMA TIENE QUE SER UNA FECHA VALIDA, NO ANTERIOR
004860* A LA EMISION DEL RECIBO NI POSTERIOR AL DIA DE PROCESO
004870*****************************************************************
004880 4300-VALIDAR-FECHA.
004890     IF FT-FECHA IS NOT NUMERIC
004900         MOVE "FECHA DE FIRMA NO NUMERICA" TO WS-MOTIVO-RECHAZO
004910         SET TRANS-RECHAZADA TO TRUE
004920         GO TO 4300-EXIT
004930     END-IF.
004940     IF FT-FECHA-MM < 01 OR FT-FECHA-MM > 12
004950             OR FT-FECHA-DD < 01 OR FT-FECHA-DD > 31
004960         MOVE "FECHA DE FIRMA INVALIDA" TO WS-MOTIVO-RECHAZO
004970         SET TRANS-RECHAZADA TO TRUE
004980         GO TO 4300-EXIT
004990     END-IF.
005000     IF FT-FECHA < RF-FECHA-EMISION
005010         MOVE "FIRMA ANTERIOR A LA EMISION" TO WS-MOTIVO-RECHAZO
005020         SET TRANS-RECHAZADA TO TRUE
005030         GO TO 4300-EXIT
005040     END-IF.
005050     IF FT-FECHA > WS-FECHA-PROCESO
005060         MOVE "FECHA DE FIRMA FUTURA" TO WS-MOTIVO-RECHAZO
005070         SET TRANS-RECHAZADA TO TRUE
005080     END-IF.
005090 4300-EXIT.
005100     EXIT.
005110
005120*****************************************************************
005130* LA FIRMA EN DISCONFORMIDAD LLEVA EL CONCEPTO OBJETADO (BA
005140* BASICO, HE HORAS EXTRAS, VI VIATICOS Y VIANDAS, PR
005150* PRESENTISMO, DL DESCUENTOS DE LEY, GA GANANCIAS, DV
005160* DEDUCCIONES VARIABLES, SA SAC, VA VACACIONES, IN
005170* INDEMNIZACIONES, OT OTROS) Y EL MOTIVO QUE DIO EL EMPLEADO
005180*****************************************************************
005190 4400-VALIDAR-DISCONFORMIDAD.
005200     MOVE FT-CONCEPTO TO RF-DISC-CONCEPTO.
005210     IF NOT RF-CONCEPTO-VALIDO
005220         MOVE "CONCEPTO OBJETADO INVALIDO" TO WS-MOTIVO-RECHAZO
005230         SET TRANS-RECHAZADA TO TRUE
005240         GO TO 4400-EXIT
005250     END-IF.
005260     IF FT-MOTIVO = SPACES
005270         MOVE "DISCONFORMIDAD SIN MOTIVO" TO WS-MOTIVO-RECHAZO
005280         SET TRANS-RECHAZADA TO TRUE
005290     END-IF.
005300 4400-EXIT.
005310     EXIT.
005320
005330*****************************************************************
005340* IMPRIME EL RENGLON DE MOVIMIENTO APLICADO EN EL REPORTE
005350*****************************************************************
005360 5000-REGISTRAR-APLICADA.
005370     ADD 1 TO WS-CANT-APLICADAS.
005380     MOVE SPACES TO LINEA-MANTENIMIENTO.
005390     STRING FT-TIPO "     " FT-LEGAJO "-" FT-PERIODO "-"
005400         FT-TIPO-LIQ "   " FT-FECHA "  " FT-CONCEPTO
005410         "  APLICADA"
005420         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
005430     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
005440 5000-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480* IMPRIME EL RENGLON DE RECHAZO CON SU MOTIVO Y GRABA LA
005490* TRANSACCION EN EL ARCHIVO DE ERRORES PARA REPRESENTAR
005500*****************************************************************
005510 5100-RECHAZAR-TRANSACCION.
005520     ADD 1 TO WS-CANT-RECHAZADAS.
005530     MOVE SPACES TO LINEA-MANTENIMIENTO.
005540     STRING FT-TIPO "     " FT-LEGAJO "-" FT-PERIODO "-"
005550         FT-TIPO-LIQ "   " FT-FECHA "  " FT-CONCEPTO
005560         "  RECHAZADA - " WS-MOTIVO-RECHAZO
005570         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
005580     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
005590     WRITE FIRMA-ERROR-REG FROM FIRMA-TRANS-REG.
005600 5100-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640* IMPRIME LOS TOTALES DEL REPORTE Y CIERRA LOS ARCHIVOS
005650*****************************************************************
005660 8000-FINALIZAR.
005670     *> Una corrida que no llego a inicializar no emite totales
005680     IF INICIO-ABORTADO
005690         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: NO "
005700             "SE EMITE EL REPORTE"
005710         GO TO 8000-CERRAR
005720     END-IF.
005730
005740     MOVE SPACES TO LINEA-MANTENIMIENTO.
005750     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
005760         AFTER ADVANCING 1 LINE.
005770
005780     MOVE WS-CANT-APLICADAS TO WS-EDIT-CANTIDAD.
005790     STRING "MOVIMIENTOS APLICADOS:  " WS-EDIT-CANTIDAD
005800         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
005810     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
005820
005830     MOVE WS-CANT-FIRMAS TO WS-EDIT-CANTIDAD.
005840     STRING "  FIRMADOS:             " WS-EDIT-CANTIDAD
005850         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
005860     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
005870
005880     MOVE WS-CANT-DISCONFORMIDADES TO WS-EDIT-CANTIDAD.
005890     STRING "  EN DISCONFORMIDAD:    " WS-EDIT-CANTIDAD
005900         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
005910     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
005920
005930     MOVE WS-CANT-ELECTRONICAS TO WS-EDIT-CANTIDAD.
005940     STRING "  ACEPTACION ELECTR.:   " WS-EDIT-CANTIDAD
005950         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
005960     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
005970
005980     MOVE WS-CANT-ANULACIONES TO WS-EDIT-CANTIDAD.
005990     STRING "  ANULADOS:             " WS-EDIT-CANTIDAD
006000         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
006010     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
006020
006030     MOVE WS-CANT-RECHAZADAS TO WS-EDIT-CANTIDAD.
006040     STRING "MOVIMIENTOS RECHAZADOS: " WS-EDIT-CANTIDAD
006050         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
006060     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
006070
006080     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
006090         AFTER ADVANCING 1 LINE.
006100
006110 8000-CERRAR.
006120     CLOSE FIRMA-TRANS.
006130     CLOSE RECIBO-FIRMA.
006140     CLOSE MANT-REPORT.
006150     CLOSE FIRMA-ERROR.
006160     STRING "APLICADAS=" WS-CANT-APLICADAS " RECHAZADAS="
006170         WS-CANT-RECHAZADAS " DISCONFORMES="
006180         WS-CANT-DISCONFORMIDADES
006190         DELIMITED SIZE INTO WS-BIT-DETALLE.
006200     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
006210     DISPLAY "FIN DEL REGISTRO DE FIRMA DE RECIBOS.".
006220 8000-EXIT.
006230     EXIT.
006240
006250*****************************************************************
006260* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
006270* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
006280* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
006290*****************************************************************
006300 9900-REGISTRAR-BITACORA.
006310     IF WS-BIT-RESULTADO = SPACES
006320         MOVE "ABORTADO" TO WS-BIT-RESULTADO
006330     END-IF.
006340     OPEN EXTEND AUDIT-LOG.
006350     IF NOT WS-AUDITLOG-OK
006360         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
006370             WS-AUDITLOG-STATUS
006380         GO TO 9900-EXIT
006390     END-IF.
006400     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
006410     ACCEPT WS-HORA-BITACORA FROM TIME.
006420     MOVE SPACES TO BITACORA-REG.
006430     MOVE WS-FECHA-BITACORA TO BT-FECHA.
006440     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
006450     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
006460     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
006470     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
006480     MOVE WS-BIT-DETALLE TO BT-DETALLE.
006490     WRITE BITACORA-REG.
006500     CLOSE AUDIT-LOG.
006510 9900-EXIT.
006520     EXIT.

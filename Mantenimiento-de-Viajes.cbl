000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MANT-VIAJES.
000030 AUTHOR. J. C. MARTINEZ.
000040 INSTALLATION. GREMIO DE CAMIONEROS - LIQUIDACION DE HABERES.
000050 DATE-WRITTEN. 2026-10-05.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CRITICA Y CARGA DE LAS HOJAS DE RUTA DEL MES (VIAJES) A
000090* PARTIR DE UN ARCHIVO DE TRANSACCIONES, CON EL MISMO CIRCUITO
000100* QUE MANT-NOVEDADES, PARA QUE LOS ERRORES DE LAS PLANILLAS DE
000110* TRAFICO Y DESPACHO APAREZCAN ANTES DE LA CORRIDA DE
000120* LIQUIDACION. VALIDA CONTRA EMPLEADO-MASTER QUE EL LEGAJO
000130* EXISTA Y ESTE ACTIVO EN EL PERIODO, QUE LA FECHA DEL VIAJE
000140* CAIGA DENTRO DEL PERIODO, LOS TOPES DE KILOMETROS,
000150* PERNOCTADAS Y COMIDAS Y LA MARCA DE CRUCE DE FRONTERA;
000160* RECHAZA LOS DUPLICADOS, GRABA VIAJES E IMPRIME UN REPORTE DE
000170* MOVIMIENTOS APLICADOS Y RECHAZADOS. LAS TRANSACCIONES
000180* RECHAZADAS SE GUARDAN EN UN ARCHIVO DE ERRORES PARA
000190* CORREGIR Y REPRESENTAR EN UNA CORRIDA POSTERIOR.
000200*-----------------------------------------------------------------
000210* MOD-HIST:
000220*   2026-10-05 JCM  VERSION ORIGINAL.
000230*   2026-10-11 JCM  OPERADOR VALIDADO CONTRA OPERMAST SEGUN SU
000240*                   ROL Y RENGLON DE LA CORRIDA EN LA BITACORA
000250*                   UNIFICADA (AUDITLOG).
000260*   2026-10-15 JCM  UN VIAJE CON FECHA POSTERIOR AL EGRESO DEL
000270*                   LEGAJO SE RECHAZA; EL EGRESO ANTERIOR AL
000280*                   PERIODO SE RECHAZA CON SU PROPIO MOTIVO, QUE
000290*                   PASA A 33 POSICIONES EN EL REPORTE.
000300*****************************************************************
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT VIAJE-TRANS
000400         ASSIGN TO VIAJETRN
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-VIAJETRN-STATUS.
000430
000440     SELECT VIAJES
000450         ASSIGN TO VIAJE
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS VJ-CLAVE
000490         FILE STATUS IS WS-VIAJE-STATUS.
000500
000510     SELECT EMPLEADO-MASTER
000520         ASSIGN TO EMPMAST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS EMP-LEGAJO
000560         FILE STATUS IS WS-EMPMAST-STATUS.
000570
000580     SELECT MANT-REPORT
000590         ASSIGN TO MANTRPT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-MANTRPT-STATUS.
000620
000630     SELECT VIAJE-ERROR
000640         ASSIGN TO VIAJEERR
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-VIAJEERR-STATUS.
000670
000680     SELECT PERIODO-ESTADO
000690         ASSIGN TO PERESTAD
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS PE-PERIODO
000730         FILE STATUS IS WS-PERESTAD-STATUS.
000740
000750     SELECT OPERADOR-MASTER
000760         ASSIGN TO OPERMAST
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS OP-OPERADOR
000800         FILE STATUS IS WS-OPERMAST-STATUS.
000810
000820     SELECT AUDIT-LOG
000830         ASSIGN TO AUDITLOG
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-AUDITLOG-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  VIAJE-TRANS
000900     LABEL RECORDS ARE STANDARD.
000910 COPY VIAJETRN.
000920
000930 FD  VIAJES
000940     LABEL RECORDS ARE STANDARD.
000950 COPY VIAJE.
000960
000970 FD  EMPLEADO-MASTER
000980     LABEL RECORDS ARE STANDARD.
000990 COPY EMPMAST.
001000
001010 FD  MANT-REPORT
001020     LABEL RECORDS ARE STANDARD.
001030 COPY MANTRPT.
001040
001050 FD  VIAJE-ERROR
001060     LABEL RECORDS ARE STANDARD.
001070 COPY VIAJEERR.
001080
001090 FD  PERIODO-ESTADO
001100     LABEL RECORDS ARE STANDARD.
001110 COPY PERESTAD.
001120
001130 FD  OPERADOR-MASTER
001140     LABEL RECORDS ARE STANDARD.
001150 COPY OPERMAST.
001160
001170 FD  AUDIT-LOG
001180     LABEL RECORDS ARE STANDARD.
001190 COPY AUDITLOG.
001200
001210 WORKING-STORAGE SECTION.
001220
001230*****************************************************************
001240* SWITCHES DE CONTROL DE PROCESO
001250*****************************************************************
001260 01  WS-VIAJETRN-STATUS        PIC X(02) VALUE ZEROS.
001270     88  WS-VIAJETRN-OK            VALUE "00".
001280
001290 01  WS-VIAJE-STATUS           PIC X(02) VALUE ZEROS.
001300     88  WS-VIAJE-OK               VALUE "00".
001310
001320 01  WS-EMPMAST-STATUS         PIC X(02) VALUE ZEROS.
001330     88  WS-EMPMAST-OK             VALUE "00".
001340
001350 01  WS-MANTRPT-STATUS         PIC X(02) VALUE ZEROS.
001360     88  WS-MANTRPT-OK             VALUE "00".
001370
001380 01  WS-VIAJEERR-STATUS        PIC X(02) VALUE ZEROS.
001390     88  WS-VIAJEERR-OK            VALUE "00".
001400
001410 01  WS-PERESTAD-STATUS        PIC X(02) VALUE ZEROS.
001420     88  WS-PERESTAD-OK            VALUE "00".
001430
001440 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
001450     88  WS-OPERMAST-OK            VALUE "00".
001460
001470 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
001480     88  WS-AUDITLOG-OK            VALUE "00".
001490
001500 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
001510     88  FIN-DE-ARCHIVO            VALUE "S".
001520
001530 01  WS-LEGAJO-EXISTE-SW       PIC X(01) VALUE "N".
001540     88  LEGAJO-EXISTE             VALUE "S".
001550
001560 01  WS-VIAJE-EXISTE-SW        PIC X(01) VALUE "N".
001570     88  VIAJE-EXISTE              VALUE "S".
001580
001590*> La inicializacion arranca como abortada y recien se marca
001600*> completa al final de 1000: un error de apertura deja el
001610*> reporte de totales sin emitir.
001620 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
001630     88  INICIO-ABORTADO           VALUE "S".
001640     88  INICIO-COMPLETO           VALUE "N".
001650
001660 01  WS-TRANS-VALIDA-SW        PIC X(01) VALUE "S".
001670     88  TRANS-VALIDA              VALUE "S".
001680     88  TRANS-RECHAZADA           VALUE "N".
001690
001700 01  WS-MOTIVO-RECHAZO         PIC X(33) VALUE SPACES.
001710
001720*****************************************************************
001730* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
001740* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
001750*****************************************************************
001760 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
001770 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
001780 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
001790 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 1.
001800 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
001810     88  OPERADOR-HABILITADO       VALUE "S".
001820 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
001830     "MANT-VIAJES".
001840 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
001850 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
001860 01  WS-FECHA-BITACORA         PIC 9(08).
001870 01  WS-HORA-BITACORA          PIC 9(08).
001880 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
001890     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
001900     05  FILLER                PIC 9(02).
001910
001920 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
001930
001940*****************************************************************
001950* TOPES PARA LA CRITICA DE LAS HOJAS DE RUTA: UN VIAJE NO
001960* PUEDE SUPERAR LOS KILOMETROS DE UNA VUELTA LARGA NI TENER
001970* MAS PERNOCTADAS QUE DIAS DEL MES NI MAS DE TRES COMIDAS POR
001980* DIA
001990*****************************************************************
002000 01  VIAJE-KM-MAXIMOS          PIC 9(05) VALUE 6000.
002010 01  PERIODO-DIAS-MAXIMOS      PIC 9(02) VALUE 31.
002020 01  VIAJE-COMIDAS-MAXIMAS     PIC 9(02) VALUE 93.
002030
002040 01  WS-FECHA-EGRESO-W         PIC 9(08).
002050 01  WS-FECHA-EGRESO-W-R REDEFINES WS-FECHA-EGRESO-W.
002060     05  WS-EGRESO-AAAAMM      PIC 9(06).
002070     05  FILLER                PIC 9(02).
002080
002090*****************************************************************
002100* CONTADORES DEL REPORTE DE MANTENIMIENTO
002110*****************************************************************
002120 01  WS-CANT-APLICADAS         PIC 9(05) VALUE ZERO.
002130 01  WS-CANT-RECHAZADAS        PIC 9(05) VALUE ZERO.
002140 01  WS-TOTAL-KM-APLICADOS     PIC 9(07) VALUE ZERO.
002150 01  WS-EDIT-CANTIDAD          PIC ZZ,ZZ9.
002160 01  WS-EDIT-KM                PIC Z,ZZZ,ZZ9.
002170
002180 PROCEDURE DIVISION.
002190
002200 0000-MAINLINE.
002210     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002220     PERFORM 2000-PROCESAR-TRANSACCIONES THRU 2000-EXIT
002230         UNTIL FIN-DE-ARCHIVO.
002240     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
002250     STOP RUN.
002260
002270 1000-INICIALIZAR.
002280     DISPLAY WS-BANNER-1.
002290     DISPLAY "CRITICA Y CARGA DE HOJAS DE RUTA".
002300     DISPLAY WS-BANNER-1.
002310
002320     DISPLAY WS-OPERADOR-MENSAJE.
002330     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
002340     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
002350     IF NOT OPERADOR-HABILITADO
002360         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
002370         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002380         GO TO 1000-EXIT
002390     END-IF.
002400
002410     OPEN INPUT VIAJE-TRANS.
002420     IF NOT WS-VIAJETRN-OK
002430         DISPLAY "ERROR AL ABRIR VIAJE-TRANS, STATUS = "
002440             WS-VIAJETRN-STATUS
002450         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002460         GO TO 1000-EXIT
002470     END-IF.
002480
002490     OPEN I-O VIAJES.
002500     IF NOT WS-VIAJE-OK
002510         DISPLAY "ERROR AL ABRIR VIAJES, STATUS = "
002520             WS-VIAJE-STATUS
002530         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002540         GO TO 1000-EXIT
002550     END-IF.
002560
002570     OPEN INPUT EMPLEADO-MASTER.
002580     IF NOT WS-EMPMAST-OK
002590         DISPLAY "ERROR AL ABRIR EMPLEADO-MASTER, STATUS = "
002600             WS-EMPMAST-STATUS
002610         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002620         GO TO 1000-EXIT
002630     END-IF.
002640
002650     OPEN OUTPUT MANT-REPORT.
002660     IF NOT WS-MANTRPT-OK
002670         DISPLAY "ERROR AL ABRIR MANT-REPORT, STATUS = "
002680             WS-MANTRPT-STATUS
002690         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002700         GO TO 1000-EXIT
002710     END-IF.
002720
002730     OPEN OUTPUT VIAJE-ERROR.
002740     IF NOT WS-VIAJEERR-OK
002750         DISPLAY "ERROR AL ABRIR VIAJE-ERROR, STATUS = "
002760             WS-VIAJEERR-STATUS
002770         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002780         GO TO 1000-EXIT
002790     END-IF.
002800
002810     OPEN INPUT PERIODO-ESTADO.
002820     IF NOT WS-PERESTAD-OK
002830         DISPLAY "ERROR AL ABRIR PERIODO-ESTADO, STATUS = "
002840             WS-PERESTAD-STATUS
002850         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002860         GO TO 1000-EXIT
002870     END-IF.
002880
002890     MOVE "OK" TO WS-BIT-RESULTADO.
002900     SET INICIO-COMPLETO TO TRUE.
002910     PERFORM 1100-IMPRIMIR-ENCABEZADO THRU 1100-EXIT.
002920     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
002930 1000-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
002980* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
002990* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
003000* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
003010* LOS ROLES MENORES)
003020*****************************************************************
003030 1050-VALIDAR-OPERADOR.
003040     MOVE "N" TO WS-OPERADOR-SW.
003050     OPEN INPUT OPERADOR-MASTER.
003060     IF NOT WS-OPERMAST-OK
003070         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
003080             WS-OPERMAST-STATUS
003090         GO TO 1050-EXIT
003100     END-IF.
003110     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
003120     READ OPERADOR-MASTER
003130         INVALID KEY
003140             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
003150             CLOSE OPERADOR-MASTER
003160             GO TO 1050-EXIT
003170     END-READ.
003180     CLOSE OPERADOR-MASTER.
003190     MOVE OP-ROL TO WS-OPERADOR-ROL.
003200     IF NOT OP-HABILITADO
003210         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
003220         GO TO 1050-EXIT
003230     END-IF.
003240     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
003250         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
003260             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
003270             ", REQUIERE " WS-ROL-REQUERIDO ")"
003280         GO TO 1050-EXIT
003290     END-IF.
003300     SET OPERADOR-HABILITADO TO TRUE.
003310 1050-EXIT.
003320     EXIT.
003330
003340*****************************************************************
003350* IMPRIME EL ENCABEZADO DEL REPORTE DE CARGA DE HOJAS DE RUTA
003360*****************************************************************
003370 1100-IMPRIMIR-ENCABEZADO.
003380     MOVE SPACES TO LINEA-MANTENIMIENTO.
003390     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1.
003400
003410     STRING "CARGA DE HOJAS DE RUTA - MOVIMIENTOS DEL DIA"
003420         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
003430     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
003440
003450     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
003460         AFTER ADVANCING 1 LINE.
003470
003480     STRING "TIPO  LEGAJO  PERIODO  FECHA     SEC RESULTADO"
003490         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
003500     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
003510 1100-EXIT.
003520     EXIT.
003530
003540*****************************************************************
003550* VALIDA Y APLICA UNA TRANSACCION SEGUN SU TIPO
003560*****************************************************************
003570 2000-PROCESAR-TRANSACCIONES.
003580     PERFORM 4000-VALIDAR-TRANSACCION THRU 4000-EXIT.
003590     IF TRANS-RECHAZADA
003600         PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
003610         GO TO 2000-SIGUIENTE
003620     END-IF.
003630
003640     IF VT-TIPO-ALTA
003650         PERFORM 3000-APLICAR-ALTA THRU 3000-EXIT
003660     ELSE
003670         IF VT-TIPO-MODIFICACION
003680             PERFORM 3100-APLICAR-MODIFICACION THRU 3100-EXIT
003690         ELSE
003700             PERFORM 3200-APLICAR-BAJA THRU 3200-EXIT
003710         END-IF
003720     END-IF.
003730
003740 2000-SIGUIENTE.
003750     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
003760 2000-EXIT.
003770     EXIT.
003780
003790 2100-LEER-TRANSACCION.
003800     READ VIAJE-TRANS
003810         AT END
003820             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003830     END-READ.
003840 2100-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880* GRABA EL VIAJE NUEVO DEL LEGAJO Y PERIODO
003890*****************************************************************
003900 3000-APLICAR-ALTA.
003910     PERFORM 3500-CARGAR-VIAJE THRU 3500-EXIT.
003920     WRITE VIAJE-REG
003930         INVALID KEY
003940             MOVE "ERROR DE GRABACION EN VIAJES"
003950                 TO WS-MOTIVO-RECHAZO
003960             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
003970             GO TO 3000-EXIT
003980     END-WRITE.
003990
004000     ADD VT-KILOMETROS TO WS-TOTAL-KM-APLICADOS.
004010     PERFORM 5000-REGISTRAR-APLICADA THRU 5000-EXIT.
004020 3000-EXIT.
004030     EXIT.
004040
004050*****************************************************************
004060* PISA EL VIAJE YA CARGADO DEL LEGAJO, PERIODO Y FECHA
004070*****************************************************************
004080 3100-APLICAR-MODIFICACION.
004090     PERFORM 3500-CARGAR-VIAJE THRU 3500-EXIT.
004100     REWRITE VIAJE-REG
004110         INVALID KEY
004120             MOVE "ERROR DE GRABACION EN VIAJES"
004130                 TO WS-MOTIVO-RECHAZO
004140             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
004150             GO TO 3100-EXIT
004160     END-REWRITE.
004170
004180     ADD VT-KILOMETROS TO WS-TOTAL-KM-APLICADOS.
004190     PERFORM 5000-REGISTRAR-APLICADA THRU 5000-EXIT.
004200 3100-EXIT.
004210     EXIT.
004220
004230*****************************************************************
004240* ELIMINA UN VIAJE CARGADO POR ERROR (NO REALIZADO O
004250* DUPLICADO EN LA PLANILLA)
004260*****************************************************************
004270 3200-APLICAR-BAJA.
004280     MOVE VT-LEGAJO TO VJ-LEGAJO.
004290     MOVE VT-PERIODO TO VJ-PERIODO.
004300     MOVE VT-FECHA TO VJ-FECHA.
004310     MOVE VT-SECUENCIA TO VJ-SECUENCIA.
004320     DELETE VIAJES
004330         INVALID KEY
004340             MOVE "ERROR DE BAJA EN VIAJES"
004350                 TO WS-MOTIVO-RECHAZO
004360             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
004370             GO TO 3200-EXIT
004380     END-DELETE.
004390
004400     PERFORM 5000-REGISTRAR-APLICADA THRU 5000-EXIT.
004410 3200-EXIT.
004420     EXIT.
004430
004440*****************************************************************
004450* ARMA EL REGISTRO DE VIAJE CON LOS DATOS DE LA TRANSACCION
004460*****************************************************************
004470 3500-CARGAR-VIAJE.
004480     MOVE SPACES TO VIAJE-REG.
004490     MOVE VT-LEGAJO TO VJ-LEGAJO.
004500     MOVE VT-PERIODO TO VJ-PERIODO.
004510     MOVE VT-FECHA TO VJ-FECHA.
004520     MOVE VT-SECUENCIA TO VJ-SECUENCIA.
004530     MOVE VT-ORIGEN TO VJ-ORIGEN.
004540     MOVE VT-DESTINO TO VJ-DESTINO.
004550     MOVE VT-KILOMETROS TO VJ-KILOMETROS.
004560     MOVE VT-PERNOCTADAS TO VJ-PERNOCTADAS.
004570     MOVE VT-COMIDAS TO VJ-COMIDAS.
004580     MOVE VT-CRUCE-FRONTERA TO VJ-CRUCE-FRONTERA.
004590 3500-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630* VALIDA LA TRANSACCION COMPLETA ANTES DE APLICARLA. DEJA EL
004640* MOTIVO DEL RECHAZO EN WS-MOTIVO-RECHAZO SI NO PASA. LA BAJA
004650* SOLO NECESITA LA CLAVE DEL VIAJE.
004660*****************************************************************
004670 4000-VALIDAR-TRANSACCION.
004680     SET TRANS-VALIDA TO TRUE.
004690     MOVE SPACES TO WS-MOTIVO-RECHAZO.
004700
004710     IF NOT VT-TIPO-ALTA AND NOT VT-TIPO-MODIFICACION
004720             AND NOT VT-TIPO-BAJA
004730         MOVE "TIPO DE TRANSACCION INVALIDO"
004740             TO WS-MOTIVO-RECHAZO
004750         SET TRANS-RECHAZADA TO TRUE
004760         GO TO 4000-EXIT
004770     END-IF.
004780
004790     PERFORM 4100-VALIDAR-PERIODO THRU 4100-EXIT.
004800     IF TRANS-RECHAZADA
004810         GO TO 4000-EXIT
004820     END-IF.
004830
004840     PERFORM 4150-VALIDAR-ESTADO THRU 4150-EXIT.
004850     IF TRANS-RECHAZADA
004860         GO TO 4000-EXIT
004870     END-IF.
004880
004890     PERFORM 4200-VALIDAR-LEGAJO THRU 4200-EXIT.
004900     IF TRANS-RECHAZADA
004910         GO TO 4000-EXIT
004920     END-IF.
004930
004940     PERFORM 4250-VALIDAR-FECHA THRU 4250-EXIT.
004950     IF TRANS-RECHAZADA
004960         GO TO 4000-EXIT
004970     END-IF.
004980
004990     IF NOT VT-TIPO-BAJA
005000         PERFORM 4300-VALIDAR-DATOS THRU 4300-EXIT
005010         IF TRANS-RECHAZADA
005020             GO TO 4000-EXIT
005030         END-IF
005040     END-IF.
005050
005060     PERFORM 4400-BUSCAR-VIAJE THRU 4400-EXIT.
005070     IF VT-TIPO-ALTA AND VIAJE-EXISTE
005080         MOVE "VIAJE DUPLICADO EN EL PERIODO"
005090             TO WS-MOTIVO-RECHAZO
005100         SET TRANS-RECHAZADA TO TRUE
005110         GO TO 4000-EXIT
005120     END-IF.
005130     IF NOT VT-TIPO-ALTA AND NOT VIAJE-EXISTE
005140         MOVE "VIAJE INEXISTENTE" TO WS-MOTIVO-RECHAZO
005150         SET TRANS-RECHAZADA TO TRUE
005160     END-IF.
005170 4000-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210* VALIDA QUE EL PERIODO DE LA TRANSACCION SEA UN AAAAMM REAL
005220*****************************************************************
005230 4100-VALIDAR-PERIODO.
005240     IF VT-PERIODO IS NOT NUMERIC
005250         MOVE "PERIODO NO NUMERICO" TO WS-MOTIVO-RECHAZO
005260         SET TRANS-RECHAZADA TO TRUE
005270         GO TO 4100-EXIT
005280     END-IF.
005290     IF VT-PERIODO-MM < 01 OR VT-PERIODO-MM > 12
005300             OR VT-PERIODO-AAAA < 2000
005310         MOVE "PERIODO INVALIDO" TO WS-MOTIVO-RECHAZO
005320         SET TRANS-RECHAZADA TO TRUE
005330     END-IF.
005340 4100-EXIT.
005350     EXIT.
005360
005370*****************************************************************
005380* RECHAZA EL VIAJE DE UN PERIODO YA CERRADO. SIN REGISTRO DE
005390* ESTADO EL PERIODO ESTA ABIERTO.
005400*****************************************************************
005410 4150-VALIDAR-ESTADO.
005420     MOVE VT-PERIODO TO PE-PERIODO.
005430     READ PERIODO-ESTADO
005440         INVALID KEY
005450             GO TO 4150-EXIT
005460     END-READ.
005470     IF PE-CERRADO-SI
005480         MOVE "PERIODO CERRADO" TO WS-MOTIVO-RECHAZO
005490         SET TRANS-RECHAZADA TO TRUE
005500     END-IF.
005510 4150-EXIT.
005520     EXIT.
005530
005540*****************************************************************
005550* VALIDA QUE EL LEGAJO EXISTA EN EL MAESTRO Y QUE ESTE ACTIVO
005560* EN EL PERIODO DEL VIAJE (UNA BAJA ANTERIOR AL PERIODO NO
005570* PUEDE TENER VIAJES QUE LIQUIDAR) Y A LA FECHA DEL VIAJE. LA
005580* BAJA DE UN VIAJE YA CARGADO SE ACEPTA AUNQUE SEA POSTERIOR
005590* AL EGRESO, PARA PODER SACARLO DE LA LIQUIDACION.
005600*****************************************************************
005610 4200-VALIDAR-LEGAJO.
005620     MOVE "N" TO WS-LEGAJO-EXISTE-SW.
005630     MOVE VT-LEGAJO TO EMP-LEGAJO.
005640     READ EMPLEADO-MASTER
005650         INVALID KEY
005660             CONTINUE
005670         NOT INVALID KEY
005680             SET LEGAJO-EXISTE TO TRUE
005690     END-READ.
005700
005710     IF NOT LEGAJO-EXISTE
005720         MOVE "LEGAJO INEXISTENTE" TO WS-MOTIVO-RECHAZO
005730         SET TRANS-RECHAZADA TO TRUE
005740         GO TO 4200-EXIT
005750     END-IF.
005760
005770     IF NOT EMP-ACTIVO
005780         MOVE EMP-FECHA-EGRESO TO WS-FECHA-EGRESO-W
005790         IF WS-EGRESO-AAAAMM < VT-PERIODO
005800             MOVE "LEGAJO EGRESADO ANTES DEL PERIODO"
005810                 TO WS-MOTIVO-RECHAZO
005820             SET TRANS-RECHAZADA TO TRUE
005830             GO TO 4200-EXIT
005840         END-IF
005850         IF NOT VT-TIPO-BAJA AND VT-FECHA IS NUMERIC
005860                 AND VT-FECHA > EMP-FECHA-EGRESO
005870             MOVE "VIAJE POSTERIOR AL EGRESO" TO WS-MOTIVO-RECHAZO
005880             SET TRANS-RECHAZADA TO TRUE
005890         END-IF
005900     END-IF.
005910 4200-EXIT.
005920     EXIT.
005930
005940*****************************************************************
005950* VALIDA QUE LA FECHA DEL VIAJE SEA UN DIA DEL PERIODO Y QUE
005960* LA SECUENCIA DEL DIA SEA NUMERICA: LA FECHA ES LA QUE
005970* DEFINE LOS VALORES VIGENTES CON QUE SE PAGA EL VIAJE
005980*****************************************************************
005990 4250-VALIDAR-FECHA.
006000     IF VT-FECHA IS NOT NUMERIC
006010             OR VT-SECUENCIA IS NOT NUMERIC
006020         MOVE "FECHA O SECUENCIA NO NUMERICA"
006030             TO WS-MOTIVO-RECHAZO
006040         SET TRANS-RECHAZADA TO TRUE
006050         GO TO 4250-EXIT
006060     END-IF.
006070     IF VT-FECHA-AAAAMM NOT EQUAL VT-PERIODO
006080             OR VT-FECHA-DD < 01
006090             OR VT-FECHA-DD > PERIODO-DIAS-MAXIMOS
006100         MOVE "FECHA FUERA DEL PERIODO" TO WS-MOTIVO-RECHAZO
006110         SET TRANS-RECHAZADA TO TRUE
006120     END-IF.
006130 4250-EXIT.
006140     EXIT.
006150
006160*****************************************************************
006170* VALIDA LOS DATOS DEL VIAJE: ORIGEN Y DESTINO INFORMADOS,
006180* KILOMETROS, PERNOCTADAS Y COMIDAS DENTRO DE LOS TOPES Y
006190* MARCA DE CRUCE DE FRONTERA S/N
006200*****************************************************************
006210 4300-VALIDAR-DATOS.
006220     IF VT-ORIGEN = SPACES OR VT-DESTINO = SPACES
006230         MOVE "ORIGEN O DESTINO EN BLANCO" TO WS-MOTIVO-RECHAZO
006240         SET TRANS-RECHAZADA TO TRUE
006250         GO TO 4300-EXIT
006260     END-IF.
006270
006280     IF VT-KILOMETROS IS NOT NUMERIC
006290             OR VT-PERNOCTADAS IS NOT NUMERIC
006300             OR VT-COMIDAS IS NOT NUMERIC
006310         MOVE "KM, PERNOCTES O COMIDAS NO NUM."
006320             TO WS-MOTIVO-RECHAZO
006330         SET TRANS-RECHAZADA TO TRUE
006340         GO TO 4300-EXIT
006350     END-IF.
006360
006370     IF VT-KILOMETROS = ZERO
006380             OR VT-KILOMETROS > VIAJE-KM-MAXIMOS
006390         MOVE "KILOMETROS FUERA DE RANGO" TO WS-MOTIVO-RECHAZO
006400         SET TRANS-RECHAZADA TO TRUE
006410         GO TO 4300-EXIT
006420     END-IF.
006430
006440     IF VT-PERNOCTADAS > PERIODO-DIAS-MAXIMOS
006450         MOVE "PERNOCTADAS FUERA DE RANGO" TO WS-MOTIVO-RECHAZO
006460         SET TRANS-RECHAZADA TO TRUE
006470         GO TO 4300-EXIT
006480     END-IF.
006490
006500     IF VT-COMIDAS > VIAJE-COMIDAS-MAXIMAS
006510         MOVE "COMIDAS EN RUTA FUERA DE RANGO"
006520             TO WS-MOTIVO-RECHAZO
006530         SET TRANS-RECHAZADA TO TRUE
006540         GO TO 4300-EXIT
006550     END-IF.
006560
006570     IF NOT VT-CRUCE-VALIDO
006580         MOVE "MARCA DE FRONTERA INVALIDA" TO WS-MOTIVO-RECHAZO
006590         SET TRANS-RECHAZADA TO TRUE
006600     END-IF.
006610 4300-EXIT.
006620     EXIT.
006630
006640*****************************************************************
006650* BUSCA EL VIAJE POR SU CLAVE PARA DETECTAR DUPLICADOS EN EL
006660* ALTA Y AUSENCIAS EN LA MODIFICACION Y LA BAJA
006670*****************************************************************
006680 4400-BUSCAR-VIAJE.
006690     MOVE "N" TO WS-VIAJE-EXISTE-SW.
006700     MOVE VT-LEGAJO TO VJ-LEGAJO.
006710     MOVE VT-PERIODO TO VJ-PERIODO.
006720     MOVE VT-FECHA TO VJ-FECHA.
006730     MOVE VT-SECUENCIA TO VJ-SECUENCIA.
006740     READ VIAJES
006750         INVALID KEY
006760             CONTINUE
006770         NOT INVALID KEY
006780             SET VIAJE-EXISTE TO TRUE
006790     END-READ.
006800 4400-EXIT.
006810     EXIT.
006820
006830*****************************************************************
006840* IMPRIME EL RENGLON DE MOVIMIENTO APLICADO EN EL REPORTE
006850*****************************************************************
006860 5000-REGISTRAR-APLICADA.
006870     ADD 1 TO WS-CANT-APLICADAS.
006880     MOVE SPACES TO LINEA-MANTENIMIENTO.
006890     STRING VT-TIPO "     " VT-LEGAJO "  " VT-PERIODO
006900         "   " VT-FECHA "  " VT-SECUENCIA "  APLICADA"
006910         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
006920     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
006930 5000-EXIT.
006940     EXIT.
006950
006960*****************************************************************
006970* IMPRIME EL RENGLON DE RECHAZO CON SU MOTIVO Y GRABA LA
006980* TRANSACCION EN EL ARCHIVO DE ERRORES PARA REPRESENTAR
006990*****************************************************************
007000 5100-RECHAZAR-TRANSACCION.
007010     ADD 1 TO WS-CANT-RECHAZADAS.
007020     MOVE SPACES TO LINEA-MANTENIMIENTO.
007030     STRING VT-TIPO "     " VT-LEGAJO "  " VT-PERIODO
007040         "   " VT-FECHA "  " VT-SECUENCIA
007050         "  RECHAZADA:" WS-MOTIVO-RECHAZO
007060         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
007070     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
007080     WRITE VIAJE-ERROR-REG FROM VIAJE-TRANS-REG.
007090 5100-EXIT.
007100     EXIT.
007110
007120*****************************************************************
007130* IMPRIME LOS TOTALES DEL REPORTE Y CIERRA LOS ARCHIVOS
007140*****************************************************************
007150 8000-FINALIZAR.
007160     *> Una corrida que no llego a inicializar no emite totales
007170     IF INICIO-ABORTADO
007180         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: NO "
007190             "SE EMITE EL REPORTE"
007200         GO TO 8000-CERRAR
007210     END-IF.
007220
007230     MOVE SPACES TO LINEA-MANTENIMIENTO.
007240     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
007250         AFTER ADVANCING 1 LINE.
007260
007270     MOVE WS-CANT-APLICADAS TO WS-EDIT-CANTIDAD.
007280     STRING "MOVIMIENTOS APLICADOS:  " WS-EDIT-CANTIDAD
007290         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
007300     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
007310
007320     MOVE WS-CANT-RECHAZADAS TO WS-EDIT-CANTIDAD.
007330     STRING "MOVIMIENTOS RECHAZADOS: " WS-EDIT-CANTIDAD
007340         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
007350     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
007360
007370     MOVE WS-TOTAL-KM-APLICADOS TO WS-EDIT-KM.
007380     STRING "KILOMETROS CARGADOS: " WS-EDIT-KM
007390         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
007400     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
007410
007420     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
007430         AFTER ADVANCING 1 LINE.
007440
007450 8000-CERRAR.
007460     CLOSE VIAJE-TRANS.
007470     CLOSE VIAJES.
007480     CLOSE EMPLEADO-MASTER.
007490     CLOSE MANT-REPORT.
007500     CLOSE VIAJE-ERROR.
007510     CLOSE PERIODO-ESTADO.
007520     STRING "APLICADAS=" WS-CANT-APLICADAS " RECHAZADAS="
007530         WS-CANT-RECHAZADAS
007540         DELIMITED SIZE INTO WS-BIT-DETALLE.
007550     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
007560     DISPLAY "FIN DE LA CRITICA Y CARGA DE HOJAS DE RUTA.".
007570 8000-EXIT.
007580     EXIT.
007590
007600*****************************************************************
007610* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
007620* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
007630* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
007640*****************************************************************
007650 9900-REGISTRAR-BITACORA.
007660     IF WS-BIT-RESULTADO = SPACES
007670         MOVE "ABORTADO" TO WS-BIT-RESULTADO
007680     END-IF.
007690     OPEN EXTEND AUDIT-LOG.
007700     IF NOT WS-AUDITLOG-OK
007710         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
007720             WS-AUDITLOG-STATUS
007730         GO TO 9900-EXIT
007740     END-IF.
007750     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
007760     ACCEPT WS-HORA-BITACORA FROM TIME.
007770     MOVE SPACES TO BITACORA-REG.
007780     MOVE WS-FECHA-BITACORA TO BT-FECHA.
007790     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
007800     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
007810     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
007820     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
007830     MOVE WS-BIT-DETALLE TO BT-DETALLE.
007840     WRITE BITACORA-REG.
007850     CLOSE AUDIT-LOG.
007860 9900-EXIT.
007870     EXIT.

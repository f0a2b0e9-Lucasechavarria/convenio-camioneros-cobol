000240*                   RECHAZA, Y CADA NOVEDAD APLICADA MARCA EL
000250*                   PERIODO CON NOVEDADES CARGADAS PARA QUE LA
000260*                   LIQUIDACION DEFINITIVA PUEDA CORRER.
000270*   2026-10-08 JCM  EL PERIODO NUEVO DE PERESTAD ARRANCA TAMBIEN
000280*                   SIN NETO PENDIENTE POR RECHAZOS BANCARIOS.
000290*   2026-10-09 JCM  EL PERIODO NUEVO DE PERESTAD ARRANCA TAMBIEN
000300*                   SIN PROVISION DE CARGAS HECHA.
000310*   2026-10-11 JCM  OPERADOR VALIDADO CONTRA OPERMAST SEGUN SU
000320*                   ROL Y RENGLON DE LA CORRIDA EN LA BITACORA
000330*                   UNIFICADA (AUDITLOG).
000340*   2026-10-14 JCM  LA CARGA DE NOVEDADES DEJA EL PERIODO SIN
000350*                   CONTROL DE INTEGRIDAD: HAY QUE VOLVER A
000360*                   CORRER CONTROL-INTEGRIDAD ANTES DE LA
000370*                   LIQUIDACION DEFINITIVA.
000380*****************************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT NOVEDAD-TRANS
000480         ASSIGN TO NOVEDTRN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-NOVEDTRN-STATUS.
000510
000520     SELECT NOVEDADES
000530         ASSIGN TO NOVEDAD
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS NOV-CLAVE
000570         FILE STATUS IS WS-NOVEDAD-STATUS.
000580
000590     SELECT EMPLEADO-MASTER
000600         ASSIGN TO EMPMAST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS EMP-LEGAJO
000640         FILE STATUS IS WS-EMPMAST-STATUS.
000650
000660     SELECT MANT-REPORT
000670         ASSIGN TO MANTRPT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-MANTRPT-STATUS.
000700
000710     SELECT NOVEDAD-ERROR
000720         ASSIGN TO NOVEDERR
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-NOVEDERR-STATUS.
000750
000760     SELECT PERIODO-ESTADO
000770         ASSIGN TO PERESTAD
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS PE-PERIODO
000810         FILE STATUS IS WS-PERESTAD-STATUS.
000820
000830     SELECT OPERADOR-MASTER
000840         ASSIGN TO OPERMAST
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS OP-OPERADOR
000880         FILE STATUS IS WS-OPERMAST-STATUS.
000890
000900     SELECT AUDIT-LOG
000910         ASSIGN TO AUDITLOG
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-AUDITLOG-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  NOVEDAD-TRANS
000980     LABEL RECORDS ARE STANDARD.
000990 COPY NOVEDTRN.
001000
001010 FD  NOVEDADES
001020     LABEL RECORDS ARE STANDARD.
001030 COPY NOVEDAD.
001040
001050 FD  EMPLEADO-MASTER
001060     LABEL RECORDS ARE STANDARD.
001070 COPY EMPMAST.
001080
001090 FD  MANT-REPORT
001100     LABEL RECORDS ARE STANDARD.
001110 COPY MANTRPT.
001120
001130 FD  NOVEDAD-ERROR
001140     LABEL RECORDS ARE STANDARD.
001150 COPY NOVEDERR.
001160
001170 FD  PERIODO-ESTADO
001180     LABEL RECORDS ARE STANDARD.
001190 COPY PERESTAD.
001200
001210 FD  OPERADOR-MASTER
001220     LABEL RECORDS ARE STANDARD.
001230 COPY OPERMAST.
001240
001250 FD  AUDIT-LOG
001260     LABEL RECORDS ARE STANDARD.
001270 COPY AUDITLOG.
001280
001290 WORKING-STORAGE SECTION.
001300
001310*****************************************************************
001320* SWITCHES DE CONTROL DE PROCESO
001330*****************************************************************
001340 01  WS-NOVEDTRN-STATUS        PIC X(02) VALUE ZEROS.
001350     88  WS-NOVEDTRN-OK            VALUE "00".
001360
001370 01  WS-NOVEDAD-STATUS         PIC X(02) VALUE ZEROS.
001380     88  WS-NOVEDAD-OK             VALUE "00".
001390
001400 01  WS-EMPMAST-STATUS         PIC X(02) VALUE ZEROS.
001410     88  WS-EMPMAST-OK             VALUE "00".
001420
001430 01  WS-MANTRPT-STATUS         PIC X(02) VALUE ZEROS.
001440     88  WS-MANTRPT-OK             VALUE "00".
001450
001460 01  WS-NOVEDERR-STATUS        PIC X(02) VALUE ZEROS.
001470     88  WS-NOVEDERR-OK            VALUE "00".
001480
001490 01  WS-PERESTAD-STATUS        PIC X(02) VALUE ZEROS.
001500     88  WS-PERESTAD-OK            VALUE "00".
001510
001520 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
001530     88  WS-OPERMAST-OK            VALUE "00".
001540
001550 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
001560     88  WS-AUDITLOG-OK            VALUE "00".
001570
001580 01  WS-ESTADO-HALLADO-SW      PIC X(01) VALUE "N".
001590     88  ESTADO-HALLADO            VALUE "S".
001600
001610 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
001620     88  FIN-DE-ARCHIVO            VALUE "S".
001630
001640 01  WS-LEGAJO-EXISTE-SW       PIC X(01) VALUE "N".
001650     88  LEGAJO-EXISTE             VALUE "S".
001660
001670 01  WS-NOVEDAD-EXISTE-SW      PIC X(01) VALUE "N".
001680     88  NOVEDAD-EXISTE            VALUE "S".
001690
001700*> La inicializacion arranca como abortada y recien se marca
001710*> completa al final de 1000: un error de apertura deja el
001720*> reporte de totales sin emitir.
001730 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
001740     88  INICIO-ABORTADO           VALUE "S".
001750     88  INICIO-COMPLETO           VALUE "N".
001760
001770 01  WS-TRANS-VALIDA-SW        PIC X(01) VALUE "S".
001780     88  TRANS-VALIDA              VALUE "S".
001790     88  TRANS-RECHAZADA           VALUE "N".
001800
001810 01  WS-MOTIVO-RECHAZO         PIC X(30) VALUE SPACES.
001820
001830*****************************************************************
001840* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
001850* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
001860*****************************************************************
001870 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
001880 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
001890 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
001900 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 1.
001910 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
001920     88  OPERADOR-HABILITADO       VALUE "S".
001930 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
001940     "MANT-NOVEDADES".
001950 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
001960 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
001970 01  WS-FECHA-BITACORA         PIC 9(08).
001980 01  WS-HORA-BITACORA          PIC 9(08).
001990 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
002000     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
002010     05  FILLER                PIC 9(02).
002020
002030 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
002040
002050*****************************************************************
002060* TOPES PARA LA CRITICA DE LAS NOVEDADES: LOS MISMOS QUE USA
002070* CONVENIO-CAMIONEROS EN LA VALIDACION DE LA LIQUIDACION
002080*****************************************************************
002090 01  PERIODO-DIAS-MAXIMOS      PIC 9(02) VALUE 31.
002100 01  HORAS-EXTRA-50-MAXIMAS    PIC 9(02) VALUE 30.
002110 01  HORAS-EXTRA-100-MAXIMAS   PIC 9(02) VALUE 10.
002120
002130 01  WS-DIAS-TOTALES           PIC 9(03).
002140
002150 01  WS-FECHA-EGRESO-W         PIC 9(08).
002160 01  WS-FECHA-EGRESO-W-R REDEFINES WS-FECHA-EGRESO-W.
002170     05  WS-EGRESO-AAAAMM      PIC 9(06).
002180     05  FILLER                PIC 9(02).
002190
002200*****************************************************************
002210* CONTADORES DEL REPORTE DE MANTENIMIENTO
002220*****************************************************************
002230 01  WS-CANT-APLICADAS         PIC 9(05) VALUE ZERO.
002240 01  WS-CANT-RECHAZADAS        PIC 9(05) VALUE ZERO.
002250 01  WS-EDIT-CANTIDAD          PIC ZZ,ZZ9.
002260
002270 PROCEDURE DIVISION.
002280
002290 0000-MAINLINE.
002300     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002310     PERFORM 2000-PROCESAR-TRANSACCIONES THRU 2000-EXIT
002320         UNTIL FIN-DE-ARCHIVO.
002330     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
002340     STOP RUN.
002350
002360 1000-INICIALIZAR.
002370     DISPLAY WS-BANNER-1.
002380     DISPLAY "CRITICA Y CARGA DE NOVEDADES MENSUALES".
002390     DISPLAY WS-BANNER-1.
002400
002410     DISPLAY WS-OPERADOR-MENSAJE.
002420     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
002430     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
002440     IF NOT OPERADOR-HABILITADO
002450         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
002460         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002470         GO TO 1000-EXIT
002480     END-IF.
002490
002500     OPEN INPUT NOVEDAD-TRANS.
002510     IF NOT WS-NOVEDTRN-OK
002520         DISPLAY "ERROR AL ABRIR NOVEDAD-TRANS, STATUS = "
002530             WS-NOVEDTRN-STATUS
002540         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002550         GO TO 1000-EXIT
002560     END-IF.
002570
002580     OPEN I-O NOVEDADES.
002590     IF NOT WS-NOVEDAD-OK
002600         DISPLAY "ERROR AL ABRIR NOVEDADES, STATUS = "
002610             WS-NOVEDAD-STATUS
002620         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002630         GO TO 1000-EXIT
002640     END-IF.
002650
002660     OPEN INPUT EMPLEADO-MASTER.
002670     IF NOT WS-EMPMAST-OK
002680         DISPLAY "ERROR AL ABRIR EMPLEADO-MASTER, STATUS = "
002690             WS-EMPMAST-STATUS
002700         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002710         GO TO 1000-EXIT
002720     END-IF.
002730
002740     OPEN OUTPUT MANT-REPORT.
002750     IF NOT WS-MANTRPT-OK
002760         DISPLAY "ERROR AL ABRIR MANT-REPORT, STATUS = "
002770             WS-MANTRPT-STATUS
002780         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002790         GO TO 1000-EXIT
002800     END-IF.
002810
002820     OPEN OUTPUT NOVEDAD-ERROR.
002830     IF NOT WS-NOVEDERR-OK
002840         DISPLAY "ERROR AL ABRIR NOVEDAD-ERROR, STATUS = "
002850             WS-NOVEDERR-STATUS
002860         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002870         GO TO 1000-EXIT
002880     END-IF.
002890
002900     OPEN I-O PERIODO-ESTADO.
002910     IF NOT WS-PERESTAD-OK
002920         DISPLAY "ERROR AL ABRIR PERIODO-ESTADO, STATUS = "
002930             WS-PERESTAD-STATUS
002940         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002950         GO TO 1000-EXIT
002960     END-IF.
002970
002980     MOVE "OK" TO WS-BIT-RESULTADO.
002990     SET INICIO-COMPLETO TO TRUE.
003000     PERFORM 1100-IMPRIMIR-ENCABEZADO THRU 1100-EXIT.
003010     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
003020 1000-EXIT.
003030     EXIT.
003040
003050*****************************************************************
003060* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
003070* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
003080* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
003090* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
003100* LOS ROLES MENORES)
003110*****************************************************************
003120 1050-VALIDAR-OPERADOR.
003130     MOVE "N" TO WS-OPERADOR-SW.
003140     OPEN INPUT OPERADOR-MASTER.
003150     IF NOT WS-OPERMAST-OK
003160         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
003170             WS-OPERMAST-STATUS
003180         GO TO 1050-EXIT
003190     END-IF.
003200     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
003210     READ OPERADOR-MASTER
003220         INVALID KEY
003230             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
003240             CLOSE OPERADOR-MASTER
003250             GO TO 1050-EXIT
003260     END-READ.
003270     CLOSE OPERADOR-MASTER.
003280     MOVE OP-ROL TO WS-OPERADOR-ROL.
003290     IF NOT OP-HABILITADO
003300         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
003310         GO TO 1050-EXIT
003320     END-IF.
003330     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
003340         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
003350             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
003360             ", REQUIERE " WS-ROL-REQUERIDO ")"
003370         GO TO 1050-EXIT
003380     END-IF.
003390     SET OPERADOR-HABILITADO TO TRUE.
003400 1050-EXIT.
003410     EXIT.
003420
003430*****************************************************************
003440* IMPRIME EL ENCABEZADO DEL REPORTE DE CARGA DE NOVEDADES
003450*****************************************************************
003460 1100-IMPRIMIR-ENCABEZADO.
003470     MOVE SPACES TO LINEA-MANTENIMIENTO.
003480     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1.
003490
003500     STRING "CARGA DE NOVEDADES - MOVIMIENTOS DEL DIA"
003510         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
003520     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
003530
003540     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
003550         AFTER ADVANCING 1 LINE.
003560
003570     STRING "TIPO  LEGAJO  PERIODO  RESULTADO"
003580         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
003590     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
003600 1100-EXIT.
003610     EXIT.
003620
003630*****************************************************************
003640* VALIDA Y APLICA UNA TRANSACCION SEGUN SU TIPO
003650*****************************************************************
003660 2000-PROCESAR-TRANSACCIONES.
003670     PERFORM 4000-VALIDAR-TRANSACCION THRU 4000-EXIT.
003680     IF TRANS-RECHAZADA
003690         PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
003700         GO TO 2000-SIGUIENTE
003710     END-IF.
003720
003730     IF NT-TIPO-ALTA
003740         PERFORM 3000-APLICAR-ALTA THRU 3000-EXIT
003750     ELSE
003760         PERFORM 3100-APLICAR-MODIFICACION THRU 3100-EXIT
003770     END-IF.
003780
003790 2000-SIGUIENTE.
003800     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
003810 2000-EXIT.
003820     EXIT.
003830
003840 2100-LEER-TRANSACCION.
003850     READ NOVEDAD-TRANS
003860         AT END
003870             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003880     END-READ.
003890 2100-EXIT.
003900     EXIT.
003910
003920*****************************************************************
003930* GRABA LA NOVEDAD NUEVA DEL LEGAJO Y PERIODO
003940*****************************************************************
003950 3000-APLICAR-ALTA.
003960     PERFORM 3500-CARGAR-NOVEDAD THRU 3500-EXIT.
003970     WRITE NOVEDAD-REG
003980         INVALID KEY
003990             MOVE "ERROR DE GRABACION EN NOVEDADES"
004000                 TO WS-MOTIVO-RECHAZO
004010             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
004020             GO TO 3000-EXIT
004030     END-WRITE.
004040
004050     PERFORM 5000-REGISTRAR-APLICADA THRU 5000-EXIT.
004060 3000-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100* PISA LA NOVEDAD YA CARGADA DEL LEGAJO Y PERIODO
004110*****************************************************************
004120 3100-APLICAR-MODIFICACION.
004130     PERFORM 3500-CARGAR-NOVEDAD THRU 3500-EXIT.
004140     REWRITE NOVEDAD-REG
004150         INVALID KEY
004160             MOVE "ERROR DE GRABACION EN NOVEDADES"
004170                 TO WS-MOTIVO-RECHAZO
004180             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
004190             GO TO 3100-EXIT
004200     END-REWRITE.
004210
004220     PERFORM 5000-REGISTRAR-APLICADA THRU 5000-EXIT.
004230 3100-EXIT.
004240     EXIT.
004250
004260*****************************************************************
004270* ARMA EL REGISTRO DE NOVEDAD CON LOS DATOS DE LA TRANSACCION
004280*****************************************************************
004290 3500-CARGAR-NOVEDAD.
004300     MOVE SPACES TO NOVEDAD-REG.
004310     MOVE NT-LEGAJO TO NOV-LEGAJO.
004320     MOVE NT-PERIODO TO NOV-PERIODO.
004330     MOVE NT-DIAS-TRABAJADOS TO NOV-DIAS-TRABAJADOS.
004340     MOVE NT-HORAS-EXTRA-50 TO NOV-HORAS-EXTRA-50.
004350     MOVE NT-HORAS-EXTRA-100 TO NOV-HORAS-EXTRA-100.
004360     MOVE NT-DIAS-ENFERMEDAD TO NOV-DIAS-ENFERMEDAD.
004370     MOVE NT-DIAS-ACCIDENTE TO NOV-DIAS-ACCIDENTE.
004380     MOVE NT-DIAS-SIN-GOCE TO NOV-DIAS-SIN-GOCE.
004390     MOVE NT-DIAS-SUSPENSION TO NOV-DIAS-SUSPENSION.
004400     MOVE NT-DIAS-LIC-ESPECIAL TO NOV-DIAS-LIC-ESPECIAL.
004410 3500-EXIT.
004420     EXIT.
004430
004440*****************************************************************
004450* VALIDA LA TRANSACCION COMPLETA ANTES DE APLICARLA. DEJA EL
004460* MOTIVO DEL RECHAZO EN WS-MOTIVO-RECHAZO SI NO PASA.
004470*****************************************************************
004480 4000-VALIDAR-TRANSACCION.
004490     SET TRANS-VALIDA TO TRUE.
004500     MOVE SPACES TO WS-MOTIVO-RECHAZO.
004510
004520     IF NOT NT-TIPO-ALTA AND NOT NT-TIPO-MODIFICACION
004530         MOVE "TIPO DE TRANSACCION INVALIDO"
004540             TO WS-MOTIVO-RECHAZO
004550         SET TRANS-RECHAZADA TO TRUE
004560         GO TO 4000-EXIT
004570     END-IF.
004580
004590     PERFORM 4100-VALIDAR-PERIODO THRU 4100-EXIT.
004600     IF TRANS-RECHAZADA
004610         GO TO 4000-EXIT
004620     END-IF.
004630
004640     PERFORM 4150-VALIDAR-ESTADO THRU 4150-EXIT.
004650     IF TRANS-RECHAZADA
004660         GO TO 4000-EXIT
004670     END-IF.
004680
004690     PERFORM 4200-VALIDAR-LEGAJO THRU 4200-EXIT.
004700     IF TRANS-RECHAZADA
004710         GO TO 4000-EXIT
004720     END-IF.
004730
004740     PERFORM 4300-VALIDAR-TOPES THRU 4300-EXIT.
004750     IF TRANS-RECHAZADA
004760         GO TO 4000-EXIT
004770     END-IF.
004780
004790     PERFORM 4400-BUSCAR-NOVEDAD THRU 4400-EXIT.
004800     IF NT-TIPO-ALTA AND NOVEDAD-EXISTE
004810         MOVE "NOVEDAD DUPLICADA EN EL PERIODO"
004820             TO WS-MOTIVO-RECHAZO
004830         SET TRANS-RECHAZADA TO TRUE
004840         GO TO 4000-EXIT
004850     END-IF.
004860     IF NT-TIPO-MODIFICACION AND NOT NOVEDAD-EXISTE
004870         MOVE "NOVEDAD INEXISTENTE" TO WS-MOTIVO-RECHAZO
004880         SET TRANS-RECHAZADA TO TRUE
004890     END-IF.
004900 4000-EXIT.
004910     EXIT.
004920
004930*****************************************************************
004940* VALIDA QUE EL PERIODO DE LA TRANSACCION SEA UN AAAAMM REAL
004950*****************************************************************
004960 4100-VALIDAR-PERIODO.
004970     IF NT-PERIODO IS NOT NUMERIC
004980         MOVE "PERIODO NO NUMERICO" TO WS-MOTIVO-RECHAZO
004990         SET TRANS-RECHAZADA TO TRUE
005000         GO TO 4100-EXIT
005010     END-IF.
005020     IF NT-PERIODO-MM < 01 OR NT-PERIODO-MM > 12
005030             OR NT-PERIODO-AAAA < 2000
005040         MOVE "PERIODO INVALIDO" TO WS-MOTIVO-RECHAZO
005050         SET TRANS-RECHAZADA TO TRUE
005060     END-IF.
005070 4100-EXIT.
005080     EXIT.
005090
005100*****************************************************************
005110* RECHAZA LA NOVEDAD DE UN PERIODO YA CERRADO
005120*****************************************************************
005130 4150-VALIDAR-ESTADO.
005140     PERFORM 4700-LEER-ESTADO THRU 4700-EXIT.
005150     IF PE-CERRADO-SI
005160         MOVE "PERIODO CERRADO" TO WS-MOTIVO-RECHAZO
005170         SET TRANS-RECHAZADA TO TRUE
005180     END-IF.
005190 4150-EXIT.
005200     EXIT.
005210
005220*****************************************************************
005230* LEE EL ESTADO DEL PERIODO DE LA TRANSACCION. SIN REGISTRO,
005240* EL PERIODO ARRANCA CON TODOS SUS AVANCES EN "N".
005250*****************************************************************
005260 4700-LEER-ESTADO.
005270     MOVE "N" TO WS-ESTADO-HALLADO-SW.
005280     MOVE NT-PERIODO TO PE-PERIODO.
005290     READ PERIODO-ESTADO
005300         INVALID KEY
005310             MOVE NT-PERIODO TO PE-PERIODO
005320             MOVE "N" TO PE-NOVEDADES-CARGADAS
005330             MOVE "N" TO PE-SIMULACION-CORRIDA
005340             MOVE "N" TO PE-LIQUIDACION-DEFIN
005350             MOVE "N" TO PE-SAC-LIQUIDADO
005360             MOVE "N" TO PE-CONCILIACION-HECHA
005370             MOVE "N" TO PE-PERIODO-CERRADO
005380             MOVE "N" TO PE-NETO-PENDIENTE
005390             MOVE "N" TO PE-PROVISION-HECHA
005400             MOVE "N" TO PE-CONTROL-INTEGRIDAD
005410         NOT INVALID KEY
005420             SET ESTADO-HALLADO TO TRUE
005430     END-READ.
005440 4700-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480* VALIDA QUE EL LEGAJO EXISTA EN EL MAESTRO Y QUE ESTE ACTIVO
005490* EN EL PERIODO DE LA NOVEDAD (UNA BAJA ANTERIOR AL PERIODO NO
005500* PUEDE TENER ASISTENCIA QUE LIQUIDAR)
005510*****************************************************************
005520 4200-VALIDAR-LEGAJO.
005530     MOVE "N" TO WS-LEGAJO-EXISTE-SW.
005540     MOVE NT-LEGAJO TO EMP-LEGAJO.
005550     READ EMPLEADO-MASTER
005560         INVALID KEY
005570             CONTINUE
005580         NOT INVALID KEY
005590             SET LEGAJO-EXISTE TO TRUE
005600     END-READ.
005610
005620     IF NOT LEGAJO-EXISTE
005630         MOVE "LEGAJO INEXISTENTE" TO WS-MOTIVO-RECHAZO
005640         SET TRANS-RECHAZADA TO TRUE
005650         GO TO 4200-EXIT
005660     END-IF.
005670
005680     IF NOT EMP-ACTIVO
005690         MOVE EMP-FECHA-EGRESO TO WS-FECHA-EGRESO-W
005700         IF WS-EGRESO-AAAAMM < NT-PERIODO
005710             MOVE "LEGAJO EGRESADO EN EL PERIODO"
005720                 TO WS-MOTIVO-RECHAZO
005730             SET TRANS-RECHAZADA TO TRUE
005740         END-IF
005750     END-IF.
005760 4200-EXIT.
005770     EXIT.
005780
005790*****************************************************************
005800* VALIDA LOS TOPES DE DIAS Y DE HORAS EXTRA DE LA NOVEDAD,
005810* LOS MISMOS QUE APLICA LA LIQUIDACION LEGAJO POR LEGAJO
005820*****************************************************************
005830 4300-VALIDAR-TOPES.
005840     IF NT-DIAS-TRABAJADOS IS NOT NUMERIC
005850             OR NT-HORAS-EXTRA-50 IS NOT NUMERIC
005860             OR NT-HORAS-EXTRA-100 IS NOT NUMERIC
005870             OR NT-DIAS-ENFERMEDAD IS NOT NUMERIC
005880             OR NT-DIAS-ACCIDENTE IS NOT NUMERIC
005890             OR NT-DIAS-SIN-GOCE IS NOT NUMERIC
005900             OR NT-DIAS-SUSPENSION IS NOT NUMERIC
005910             OR NT-DIAS-LIC-ESPECIAL IS NOT NUMERIC
005920         MOVE "DIAS U HORAS NO NUMERICOS" TO WS-MOTIVO-RECHAZO
005930         SET TRANS-RECHAZADA TO TRUE
005940         GO TO 4300-EXIT
005950     END-IF.
005960
005970     IF NT-DIAS-TRABAJADOS > PERIODO-DIAS-MAXIMOS
005980         MOVE "DIAS TRABAJADOS FUERA DE RANGO"
005990             TO WS-MOTIVO-RECHAZO
006000         SET TRANS-RECHAZADA TO TRUE
006010         GO TO 4300-EXIT
006020     END-IF.
006030
006040     IF NT-HORAS-EXTRA-50 > HORAS-EXTRA-50-MAXIMAS
006050         MOVE "HORAS EXTRA 50% FUERA DE RANGO"
006060             TO WS-MOTIVO-RECHAZO
006070         SET TRANS-RECHAZADA TO TRUE
006080         GO TO 4300-EXIT
006090     END-IF.
006100
006110     IF NT-HORAS-EXTRA-100 > HORAS-EXTRA-100-MAXIMAS
006120         MOVE "HORAS EXTRA 100% FUERA DE RANGO"
006130             TO WS-MOTIVO-RECHAZO
006140         SET TRANS-RECHAZADA TO TRUE
006150         GO TO 4300-EXIT
006160     END-IF.
006170
006180     COMPUTE WS-DIAS-TOTALES = NT-DIAS-TRABAJADOS +
006190         NT-DIAS-ENFERMEDAD + NT-DIAS-ACCIDENTE +
006200         NT-DIAS-SIN-GOCE + NT-DIAS-SUSPENSION +
006210         NT-DIAS-LIC-ESPECIAL.
006220     IF WS-DIAS-TOTALES > PERIODO-DIAS-MAXIMOS
006230         MOVE "DIAS MAS AUSENCIAS SUPERAN EL MES"
006240             TO WS-MOTIVO-RECHAZO
006250         SET TRANS-RECHAZADA TO TRUE
006260     END-IF.
006270 4300-EXIT.
006280     EXIT.
006290
006300*****************************************************************
006310* BUSCA LA NOVEDAD DEL LEGAJO Y PERIODO PARA DETECTAR
006320* DUPLICADOS EN EL ALTA Y AUSENCIAS EN LA MODIFICACION
006330*****************************************************************
006340 4400-BUSCAR-NOVEDAD.
006350     MOVE "N" TO WS-NOVEDAD-EXISTE-SW.
006360     MOVE NT-LEGAJO TO NOV-LEGAJO.
006370     MOVE NT-PERIODO TO NOV-PERIODO.
006380     READ NOVEDADES
006390         INVALID KEY
006400             CONTINUE
006410         NOT INVALID KEY
006420             SET NOVEDAD-EXISTE TO TRUE
006430     END-READ.
006440 4400-EXIT.
006450     EXIT.
006460
006470*****************************************************************
006480* IMPRIME EL RENGLON DE MOVIMIENTO APLICADO EN EL REPORTE
006490*****************************************************************
006500 5000-REGISTRAR-APLICADA.
006510     PERFORM 5200-MARCAR-NOVEDADES THRU 5200-EXIT.
006520     ADD 1 TO WS-CANT-APLICADAS.
006530     MOVE SPACES TO LINEA-MANTENIMIENTO.
006540     STRING NT-TIPO "     " NT-LEGAJO "  " NT-PERIODO
006550         "   APLICADA"
006560         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
006570     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
006580 5000-EXIT.
006590     EXIT.
006600
006610*****************************************************************
006620* MARCA EL PERIODO DE LA NOVEDAD APLICADA CON NOVEDADES
006630* CARGADAS EN SU REGISTRO DE ESTADO
006640*****************************************************************
006650 5200-MARCAR-NOVEDADES.
006660     PERFORM 4700-LEER-ESTADO THRU 4700-EXIT.
006670     MOVE "S" TO PE-NOVEDADES-CARGADAS.
006680     MOVE "N" TO PE-CONTROL-INTEGRIDAD.
006690     IF ESTADO-HALLADO
006700         REWRITE PERIODO-ESTADO-REG
006710     ELSE
006720         WRITE PERIODO-ESTADO-REG
006730     END-IF.
006740 5200-EXIT.
006750     EXIT.
006760
006770*****************************************************************
006780* IMPRIME EL RENGLON DE RECHAZO CON SU MOTIVO Y GRABA LA
006790* TRANSACCION EN EL ARCHIVO DE ERRORES PARA REPRESENTAR
006800*****************************************************************
006810 5100-RECHAZAR-TRANSACCION.
006820     ADD 1 TO WS-CANT-RECHAZADAS.
006830     MOVE SPACES TO LINEA-MANTENIMIENTO.
006840     STRING NT-TIPO "     " NT-LEGAJO "  " NT-PERIODO
006850         "   RECHAZADA - " WS-MOTIVO-RECHAZO
006860         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
006870     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
006880     WRITE NOVEDAD-ERROR-REG FROM NOVEDAD-TRANS-REG.
006890 5100-EXIT.
006900     EXIT.
006910
006920*****************************************************************
006930* IMPRIME LOS TOTALES DEL REPORTE Y CIERRA LOS ARCHIVOS
006940*****************************************************************
006950 8000-FINALIZAR.
006960     *> Una corrida que no llego a inicializar no emite totales
006970     IF INICIO-ABORTADO
006980         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: NO "
006990             "SE EMITE EL REPORTE"
007000         GO TO 8000-CERRAR
007010     END-IF.
007020
007030     MOVE SPACES TO LINEA-MANTENIMIENTO.
007040     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
007050         AFTER ADVANCING 1 LINE.
007060
007070     MOVE WS-CANT-APLICADAS TO WS-EDIT-CANTIDAD.
007080     STRING "MOVIMIENTOS APLICADOS:  " WS-EDIT-CANTIDAD
007090         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
007100     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
007110
007120     MOVE WS-CANT-RECHAZADAS TO WS-EDIT-CANTIDAD.
007130     STRING "MOVIMIENTOS RECHAZADOS: " WS-EDIT-CANTIDAD
007140         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
007150     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
007160
007170     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
007180         AFTER ADVANCING 1 LINE.
007190
007200 8000-CERRAR.
007210     CLOSE NOVEDAD-TRANS.
007220     CLOSE NOVEDADES.
007230     CLOSE EMPLEADO-MASTER.
007240     CLOSE MANT-REPORT.
007250     CLOSE NOVEDAD-ERROR.
007260     CLOSE PERIODO-ESTADO.
007270     STRING "APLICADAS=" WS-CANT-APLICADAS " RECHAZADAS="
007280         WS-CANT-RECHAZADAS
007290         DELIMITED SIZE INTO WS-BIT-DETALLE.
007300     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
007310     DISPLAY "FIN DE LA CRITICA Y CARGA DE NOVEDADES.".
007320 8000-EXIT.
007330     EXIT.
007340
007350*****************************************************************
007360* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
007370* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
007380* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
007390*****************************************************************
007400 9900-REGISTRAR-BITACORA.
007410     IF WS-BIT-RESULTADO = SPACES
007420         MOVE "ABORTADO" TO WS-BIT-RESULTADO
007430     END-IF.
007440     OPEN EXTEND AUDIT-LOG.
007450     IF NOT WS-AUDITLOG-OK
007460         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
007470             WS-AUDITLOG-STATUS
007480         GO TO 9900-EXIT
007490     END-IF.
007500     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
007510     ACCEPT WS-HORA-BITACORA FROM TIME.
007520     MOVE SPACES TO BITACORA-REG.
007530     MOVE WS-FECHA-BITACORA TO BT-FECHA.
007540     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
007550     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
007560     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
007570     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
007580     MOVE WS-BIT-DETALLE TO BT-DETALLE.
007590     WRITE BITACORA-REG.
007600     CLOSE AUDIT-LOG.
007610 9900-EXIT.
007620     EXIT.

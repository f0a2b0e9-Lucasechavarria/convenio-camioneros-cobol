000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MANT-OPERADORES.
000030 AUTHOR. J. C. MARTINEZ.
000040 INSTALLATION. GREMIO DE CAMIONEROS - LIQUIDACION DE HABERES.
000050 DATE-WRITTEN. 2026-10-11.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MANTENIMIENTO DEL MAESTRO DE OPERADORES (OPERADOR-MASTER) A
000090* PARTIR DE UN ARCHIVO DE TRANSACCIONES: ALTA CON SU ROL,
000100* MODIFICACION DE NOMBRE O ROL (QUE ADEMAS REHABILITA AL
000110* OPERADOR DADO DE BAJA) Y BAJA LOGICA. TODOS LOS PROGRAMAS
000120* DEL SISTEMA VALIDAN AL OPERADOR DE LA CORRIDA CONTRA ESTE
000130* MAESTRO. SOLO LO CORRE UN ADMINISTRADOR; CON EL MAESTRO
000140* VACIO SE ADMITE LA CARGA INICIAL SIN VALIDAR OPERADOR. UN
000150* OPERADOR NO PUEDE DARSE DE BAJA NI CAMBIARSE EL ROL A SI
000160* MISMO, PARA QUE EL SISTEMA NO QUEDE SIN ADMINISTRADOR.
000170* IMPRIME UN REPORTE DE MOVIMIENTOS APLICADOS Y RECHAZADOS.
000180*-----------------------------------------------------------------
000190* MOD-HIST:
000200*   2026-10-11 JCM  VERSION ORIGINAL.
000210*****************************************************************
000220
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000260 OBJECT-COMPUTER. IBM-370.
000270
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPERADOR-TRANS
000310         ASSIGN TO OPERTRN
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-OPERTRN-STATUS.
000340
000350     SELECT OPERADOR-MASTER
000360         ASSIGN TO OPERMAST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS OP-OPERADOR
000400         FILE STATUS IS WS-OPERMAST-STATUS.
000410
000420     SELECT MANT-REPORT
000430         ASSIGN TO MANTRPT
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-MANTRPT-STATUS.
000460
000470     SELECT AUDIT-LOG
000480         ASSIGN TO AUDITLOG
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-AUDITLOG-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  OPERADOR-TRANS
000550     LABEL RECORDS ARE STANDARD.
000560 COPY OPERTRN.
000570
000580 FD  OPERADOR-MASTER
000590     LABEL RECORDS ARE STANDARD.
000600 COPY OPERMAST.
000610
000620 FD  MANT-REPORT
000630     LABEL RECORDS ARE STANDARD.
000640 COPY MANTRPT.
000650
000660 FD  AUDIT-LOG
000670     LABEL RECORDS ARE STANDARD.
000680 COPY AUDITLOG.
000690
000700 WORKING-STORAGE SECTION.
000710
000720*****************************************************************
000730* SWITCHES DE CONTROL DE PROCESO
000740*****************************************************************
000750 01  WS-OPERTRN-STATUS         PIC X(02) VALUE ZEROS.
000760     88  WS-OPERTRN-OK             VALUE "00".
000770
000780 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
000790     88  WS-OPERMAST-OK            VALUE "00".
000800
000810 01  WS-MANTRPT-STATUS         PIC X(02) VALUE ZEROS.
000820     88  WS-MANTRPT-OK             VALUE "00".
000830
000840 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
000850     88  WS-AUDITLOG-OK            VALUE "00".
000860
000870 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
000880     88  FIN-DE-ARCHIVO            VALUE "S".
000890
000900 01  WS-OPERADOR-EXISTE-SW     PIC X(01) VALUE "N".
000910     88  OPERADOR-EXISTE           VALUE "S".
000920
000930*> Con el maestro vacio la corrida es la carga inicial y no
000940*> hay contra quien validar al operador
000950 01  WS-CARGA-INICIAL-SW       PIC X(01) VALUE "N".
000960     88  CARGA-INICIAL             VALUE "S".
000970
000980*> La inicializacion arranca como abortada y recien se marca
000990*> completa al final de 1000: un error de apertura deja el
001000*> reporte de totales sin emitir.
001010 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
001020     88  INICIO-ABORTADO           VALUE "S".
001030     88  INICIO-COMPLETO           VALUE "N".
001040
001050 01  WS-TRANS-VALIDA-SW        PIC X(01) VALUE "S".
001060     88  TRANS-VALIDA              VALUE "S".
001070     88  TRANS-RECHAZADA           VALUE "N".
001080
001090 01  WS-MOTIVO-RECHAZO         PIC X(40) VALUE SPACES.
001100
001110*****************************************************************
001120* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
001130* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
001140*****************************************************************
001150 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
001160 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
001170 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
001180 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 4.
001190 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
001200     88  OPERADOR-HABILITADO       VALUE "S".
001210 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
001220     "MANT-OPERADORES".
001230 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
001240 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
001250 01  WS-FECHA-BITACORA         PIC 9(08).
001260 01  WS-HORA-BITACORA          PIC 9(08).
001270 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
001280     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
001290     05  FILLER                PIC 9(02).
001300
001310 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
001320
001330 01  WS-FECHA-PROCESO          PIC 9(08) VALUE ZEROS.
001340
001350*****************************************************************
001360* CONTADORES DEL REPORTE DE MANTENIMIENTO
001370*****************************************************************
001380 01  WS-CANT-APLICADAS         PIC 9(05) VALUE ZERO.
001390 01  WS-CANT-RECHAZADAS        PIC 9(05) VALUE ZERO.
001400 01  WS-EDIT-CANTIDAD          PIC ZZ,ZZ9.
001410
001420 PROCEDURE DIVISION.
001430
001440 0000-MAINLINE.
001450     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001460     PERFORM 2000-PROCESAR-TRANSACCIONES THRU 2000-EXIT
001470         UNTIL FIN-DE-ARCHIVO.
001480     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
001490     STOP RUN.
001500
001510 1000-INICIALIZAR.
001520     DISPLAY WS-BANNER-1.
001530     DISPLAY "MANTENIMIENTO DEL MAESTRO DE OPERADORES".
001540     DISPLAY WS-BANNER-1.
001550
001560     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
001570
001580     *> El maestro se abre antes de validar al operador: la
001590     *> validacion mira si esta vacio (carga inicial)
001600     OPEN I-O OPERADOR-MASTER.
001610     IF NOT WS-OPERMAST-OK
001620         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
001630             WS-OPERMAST-STATUS
001640         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
001650         GO TO 1000-EXIT
001660     END-IF.
001670
001680     DISPLAY WS-OPERADOR-MENSAJE.
001690     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
001700     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
001710     IF NOT OPERADOR-HABILITADO
001720         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
001730         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
001740         GO TO 1000-EXIT
001750     END-IF.
001760
001770     OPEN INPUT OPERADOR-TRANS.
001780     IF NOT WS-OPERTRN-OK
001790         DISPLAY "ERROR AL ABRIR OPERADOR-TRANS, STATUS = "
001800             WS-OPERTRN-STATUS
001810         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
001820         GO TO 1000-EXIT
001830     END-IF.
001840
001850     OPEN OUTPUT MANT-REPORT.
001860     IF NOT WS-MANTRPT-OK
001870         DISPLAY "ERROR AL ABRIR MANT-REPORT, STATUS = "
001880             WS-MANTRPT-STATUS
001890         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
001900         GO TO 1000-EXIT
001910     END-IF.
001920
001930     MOVE "OK" TO WS-BIT-RESULTADO.
001940     SET INICIO-COMPLETO TO TRUE.
001950     PERFORM 1100-IMPRIMIR-ENCABEZADO THRU 1100-EXIT.
001960     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
001970 1000-EXIT.
001980     EXIT.
001990
002000*****************************************************************
002010* VALIDA EL OPERADOR DE LA CORRIDA: TIENE QUE ESTAR HABILITADO
002020* Y SER ADMINISTRADOR (ROL 4). SI EL MAESTRO ESTA VACIO LA
002030* CORRIDA SE TOMA COMO CARGA INICIAL Y NO SE VALIDA.
002040*****************************************************************
002050 1050-VALIDAR-OPERADOR.
002060     MOVE "N" TO WS-OPERADOR-SW.
002070     MOVE SPACES TO OP-OPERADOR.
002080     START OPERADOR-MASTER KEY NOT LESS THAN OP-OPERADOR
002090         INVALID KEY
002100             DISPLAY "MAESTRO DE OPERADORES VACIO: SE ADMITE LA "
002110                 "CARGA INICIAL"
002120             SET CARGA-INICIAL TO TRUE
002130             SET OPERADOR-HABILITADO TO TRUE
002140             GO TO 1050-EXIT
002150     END-START.
002160
002170     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
002180     READ OPERADOR-MASTER
002190         INVALID KEY
002200             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
002210             GO TO 1050-EXIT
002220     END-READ.
002230     MOVE OP-ROL TO WS-OPERADOR-ROL.
002240     IF NOT OP-HABILITADO
002250         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
002260         GO TO 1050-EXIT
002270     END-IF.
002280     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
002290         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
002300             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
002310             ", REQUIERE " WS-ROL-REQUERIDO ")"
002320         GO TO 1050-EXIT
002330     END-IF.
002340     SET OPERADOR-HABILITADO TO TRUE.
002350 1050-EXIT.
002360     EXIT.
002370
002380*****************************************************************
002390* IMPRIME EL ENCABEZADO DEL REPORTE DE MANTENIMIENTO
002400*****************************************************************
002410 1100-IMPRIMIR-ENCABEZADO.
002420     MOVE SPACES TO LINEA-MANTENIMIENTO.
002430     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1.
002440
002450     STRING "MANTENIMIENTO DE OPERADORES - MOVIMIENTOS DEL DIA"
002460         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
002470     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
002480
002490     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
002500         AFTER ADVANCING 1 LINE.
002510
002520     STRING "ACCION OPERADOR   ROL RESULTADO"
002530         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
002540     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
002550 1100-EXIT.
002560     EXIT.
002570
002580*****************************************************************
002590* VALIDA Y APLICA UNA TRANSACCION SEGUN SU ACCION
002600*****************************************************************
002610 2000-PROCESAR-TRANSACCIONES.
002620     PERFORM 4000-VALIDAR-TRANSACCION THRU 4000-EXIT.
002630     IF TRANS-RECHAZADA
002640         PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
002650         GO TO 2000-SIGUIENTE
002660     END-IF.
002670
002680     IF OT-ALTA
002690         PERFORM 3000-APLICAR-ALTA THRU 3000-EXIT
002700     ELSE
002710         IF OT-MODIFICACION
002720             PERFORM 3100-APLICAR-MODIFICACION THRU 3100-EXIT
002730         ELSE
002740             PERFORM 3200-APLICAR-BAJA THRU 3200-EXIT
002750         END-IF
002760     END-IF.
002770
002780 2000-SIGUIENTE.
002790     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
002800 2000-EXIT.
002810     EXIT.
002820
002830 2100-LEER-TRANSACCION.
002840     READ OPERADOR-TRANS
002850         AT END
002860             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002870     END-READ.
002880 2100-EXIT.
002890     EXIT.
002900
002910*****************************************************************
002920* DA DE ALTA UN OPERADOR NUEVO, HABILITADO, CON SU ROL
002930*****************************************************************
002940 3000-APLICAR-ALTA.
002950     MOVE SPACES TO OPERADOR-MASTER-REG.
002960     MOVE OT-OPERADOR TO OP-OPERADOR.
002970     MOVE OT-NOMBRE TO OP-NOMBRE.
002980     MOVE OT-ROL TO OP-ROL.
002990     SET OP-HABILITADO TO TRUE.
003000     MOVE WS-FECHA-PROCESO TO OP-FECHA-ALTA.
003010     MOVE WS-FECHA-PROCESO TO OP-FECHA-ULT-MODIF.
003020
003030     WRITE OPERADOR-MASTER-REG
003040         INVALID KEY
003050             MOVE "ERROR DE GRABACION EN MAESTRO"
003060                 TO WS-MOTIVO-RECHAZO
003070             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
003080             GO TO 3000-EXIT
003090     END-WRITE.
003100
003110     PERFORM 5000-REGISTRAR-APLICADA THRU 5000-EXIT.
003120 3000-EXIT.
003130     EXIT.
003140
003150*****************************************************************
003160* ACTUALIZA NOMBRE Y ROL (BLANCO O CERO CONSERVAN EL ANTERIOR)
003170* Y DEJA HABILITADO AL OPERADOR. EL REGISTRO YA QUEDO LEIDO EN
003180* LA VALIDACION.
003190*****************************************************************
003200 3100-APLICAR-MODIFICACION.
003210     IF OT-NOMBRE NOT = SPACES
003220         MOVE OT-NOMBRE TO OP-NOMBRE
003230     END-IF.
003240     IF OT-ROL NOT = ZERO
003250         MOVE OT-ROL TO OP-ROL
003260     END-IF.
003270     SET OP-HABILITADO TO TRUE.
003280     MOVE WS-FECHA-PROCESO TO OP-FECHA-ULT-MODIF.
003290
003300     REWRITE OPERADOR-MASTER-REG
003310         INVALID KEY
003320             MOVE "ERROR DE GRABACION EN MAESTRO"
003330                 TO WS-MOTIVO-RECHAZO
003340             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
003350             GO TO 3100-EXIT
003360     END-REWRITE.
003370
003380     PERFORM 5000-REGISTRAR-APLICADA THRU 5000-EXIT.
003390 3100-EXIT.
003400     EXIT.
003410
003420*****************************************************************
003430* DA DE BAJA LOGICA AL OPERADOR: QUEDA EN EL MAESTRO PARA QUE
003440* LA BITACORA SIGA IDENTIFICANDO SUS CORRIDAS
003450*****************************************************************
003460 3200-APLICAR-BAJA.
003470     SET OP-DADO-DE-BAJA TO TRUE.
003480     MOVE WS-FECHA-PROCESO TO OP-FECHA-ULT-MODIF.
003490
003500     REWRITE OPERADOR-MASTER-REG
003510         INVALID KEY
003520             MOVE "ERROR DE GRABACION EN MAESTRO"
003530                 TO WS-MOTIVO-RECHAZO
003540             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
003550             GO TO 3200-EXIT
003560     END-REWRITE.
003570
003580     PERFORM 5000-REGISTRAR-APLICADA THRU 5000-EXIT.
003590 3200-EXIT.
003600     EXIT.
003610
003620*****************************************************************
003630* VALIDA LA TRANSACCION COMPLETA ANTES DE APLICARLA. DEJA EL
003640* MOTIVO DEL RECHAZO EN WS-MOTIVO-RECHAZO SI NO PASA.
003650*****************************************************************
003660 4000-VALIDAR-TRANSACCION.
003670     SET TRANS-VALIDA TO TRUE.
003680     MOVE SPACES TO WS-MOTIVO-RECHAZO.
003690
003700     IF OT-OPERADOR = SPACES
003710         MOVE "OPERADOR EN BLANCO" TO WS-MOTIVO-RECHAZO
003720         SET TRANS-RECHAZADA TO TRUE
003730         GO TO 4000-EXIT
003740     END-IF.
003750     PERFORM 4200-BUSCAR-OPERADOR THRU 4200-EXIT.
003760
003770     IF OT-ALTA
003780         IF OPERADOR-EXISTE
003790             MOVE "OPERADOR YA EXISTENTE" TO WS-MOTIVO-RECHAZO
003800             SET TRANS-RECHAZADA TO TRUE
003810             GO TO 4000-EXIT
003820         END-IF
003830         IF OT-NOMBRE = SPACES
003840             MOVE "NOMBRE EN BLANCO" TO WS-MOTIVO-RECHAZO
003850             SET TRANS-RECHAZADA TO TRUE
003860             GO TO 4000-EXIT
003870         END-IF
003880         PERFORM 4300-VALIDAR-ROL THRU 4300-EXIT
003890         GO TO 4000-EXIT
003900     END-IF.
003910
003920     IF OT-MODIFICACION
003930         IF NOT OPERADOR-EXISTE
003940             MOVE "OPERADOR INEXISTENTE" TO WS-MOTIVO-RECHAZO
003950             SET TRANS-RECHAZADA TO TRUE
003960             GO TO 4000-EXIT
003970         END-IF
003980         IF OT-ROL NOT = ZERO
003990             PERFORM 4300-VALIDAR-ROL THRU 4300-EXIT
004000             IF TRANS-RECHAZADA
004010                 GO TO 4000-EXIT
004020             END-IF
004030             IF OT-OPERADOR = WS-OPERADOR-ID
004040                     AND OT-ROL NOT = OP-ROL
004050                 MOVE "NO SE PUEDE CAMBIAR EL ROL PROPIO"
004060                     TO WS-MOTIVO-RECHAZO
004070                 SET TRANS-RECHAZADA TO TRUE
004080             END-IF
004090         END-IF
004100         GO TO 4000-EXIT
004110     END-IF.
004120
004130     IF OT-BAJA
004140         IF NOT OPERADOR-EXISTE
004150             MOVE "OPERADOR INEXISTENTE" TO WS-MOTIVO-RECHAZO
004160             SET TRANS-RECHAZADA TO TRUE
004170             GO TO 4000-EXIT
004180         END-IF
004190         IF OP-DADO-DE-BAJA
004200             MOVE "OPERADOR YA DADO DE BAJA" TO WS-MOTIVO-RECHAZO
004210             SET TRANS-RECHAZADA TO TRUE
004220             GO TO 4000-EXIT
004230         END-IF
004240         IF OT-OPERADOR = WS-OPERADOR-ID
004250             MOVE "NO PUEDE DARSE DE BAJA A SI MISMO"
004260                 TO WS-MOTIVO-RECHAZO
004270             SET TRANS-RECHAZADA TO TRUE
004280         END-IF
004290         GO TO 4000-EXIT
004300     END-IF.
004310
004320     MOVE "ACCION INVALIDA" TO WS-MOTIVO-RECHAZO.
004330     SET TRANS-RECHAZADA TO TRUE.
004340 4000-EXIT.
004350     EXIT.
004360
004370*****************************************************************
004380* BUSCA EL OPERADOR DE LA TRANSACCION EN EL MAESTRO. SI EXISTE
004390* DEJA EL REGISTRO LEIDO PARA LA MODIFICACION O BAJA.
004400*****************************************************************
004410 4200-BUSCAR-OPERADOR.
004420     MOVE "N" TO WS-OPERADOR-EXISTE-SW.
004430     MOVE OT-OPERADOR TO OP-OPERADOR.
004440     READ OPERADOR-MASTER
004450         INVALID KEY
004460             CONTINUE
004470         NOT INVALID KEY
004480             SET OPERADOR-EXISTE TO TRUE
004490     END-READ.
004500 4200-EXIT.
004510     EXIT.
004520
004530*****************************************************************
004540* VALIDA QUE EL ROL DE LA TRANSACCION SEA UNO DE LOS CUATRO
004550* ROLES DEL SISTEMA
004560*****************************************************************
004570 4300-VALIDAR-ROL.
004580     IF OT-ROL IS NOT NUMERIC
004590             OR OT-ROL < 1 OR OT-ROL > 4
004600         MOVE "ROL INVALIDO (1 A 4)" TO WS-MOTIVO-RECHAZO
004610         SET TRANS-RECHAZADA TO TRUE
004620     END-IF.
004630 4300-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670* IMPRIME EL RENGLON DE MOVIMIENTO APLICADO EN EL REPORTE
004680*****************************************************************
004690 5000-REGISTRAR-APLICADA.
004700     ADD 1 TO WS-CANT-APLICADAS.
004710     MOVE SPACES TO LINEA-MANTENIMIENTO.
004720     STRING OT-ACCION "      " OT-OPERADOR " " OP-ROL
004730         "   APLICADA"
004740         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
004750     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
004760 5000-EXIT.
004770     EXIT.
004780
004790*****************************************************************
004800* IMPRIME EL RENGLON DE RECHAZO CON SU MOTIVO
004810*****************************************************************
004820 5100-RECHAZAR-TRANSACCION.
004830     ADD 1 TO WS-CANT-RECHAZADAS.
004840     MOVE SPACES TO LINEA-MANTENIMIENTO.
004850     STRING OT-ACCION "      " OT-OPERADOR " " OT-ROL
004860         "   RECHAZADA - " WS-MOTIVO-RECHAZO
004870         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
004880     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
004890 5100-EXIT.
004900     EXIT.
004910
004920*****************************************************************
004930* IMPRIME LOS TOTALES DEL REPORTE, CIERRA LOS ARCHIVOS Y DEJA
004940* LA CORRIDA EN LA BITACORA
004950*****************************************************************
004960 8000-FINALIZAR.
004970     *> Una corrida que no llego a inicializar no emite totales
004980     IF INICIO-ABORTADO
004990         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: NO "
005000             "SE EMITE EL REPORTE"
005010         GO TO 8000-CERRAR
005020     END-IF.
005030
005040     MOVE SPACES TO LINEA-MANTENIMIENTO.
005050     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
005060         AFTER ADVANCING 1 LINE.
005070
005080     MOVE WS-CANT-APLICADAS TO WS-EDIT-CANTIDAD.
005090     STRING "MOVIMIENTOS APLICADOS:  " WS-EDIT-CANTIDAD
005100         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
005110     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
005120
005130     MOVE WS-CANT-RECHAZADAS TO WS-EDIT-CANTIDAD.
005140     STRING "MOVIMIENTOS RECHAZADOS: " WS-EDIT-CANTIDAD
005150         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
005160     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
005170
005180     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
005190         AFTER ADVANCING 1 LINE.
005200
005210 8000-CERRAR.
005220     CLOSE OPERADOR-TRANS.
005230     CLOSE OPERADOR-MASTER.
005240     CLOSE MANT-REPORT.
005250     IF CARGA-INICIAL
005260         STRING "CARGA INICIAL APLICADAS=" WS-CANT-APLICADAS
005270             " RECHAZADAS=" WS-CANT-RECHAZADAS
005280             DELIMITED SIZE INTO WS-BIT-DETALLE
005290     ELSE
005300         STRING "APLICADAS=" WS-CANT-APLICADAS " RECHAZADAS="
005310             WS-CANT-RECHAZADAS
005320             DELIMITED SIZE INTO WS-BIT-DETALLE
005330     END-IF.
005340     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
005350     DISPLAY "FIN DEL MANTENIMIENTO DE OPERADORES.".
005360 8000-EXIT.
005370     EXIT.
005380
005390*****************************************************************
005400* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
005410* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
005420* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
005430*****************************************************************
005440 9900-REGISTRAR-BITACORA.
005450     IF WS-BIT-RESULTADO = SPACES
005460         MOVE "ABORTADO" TO WS-BIT-RESULTADO
005470     END-IF.
005480     OPEN EXTEND AUDIT-LOG.
005490     IF NOT WS-AUDITLOG-OK
005500         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
005510             WS-AUDITLOG-STATUS
005520         GO TO 9900-EXIT
005530     END-IF.
005540     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
005550     ACCEPT WS-HORA-BITACORA FROM TIME.
005560     MOVE SPACES TO BITACORA-REG.
005570     MOVE WS-FECHA-BITACORA TO BT-FECHA.
005580     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
005590     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
005600     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
005610     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
005620     MOVE WS-BIT-DETALLE TO BT-DETALLE.
005630     WRITE BITACORA-REG.
005640     CLOSE AUDIT-LOG.
005650 9900-EXIT.
005660     EXIT.

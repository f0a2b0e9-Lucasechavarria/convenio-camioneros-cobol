000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MANT-PARAMETROS.
000030 AUTHOR. J. C. MARTINEZ.
000040 INSTALLATION. GREMIO DE CAMIONEROS - LIQUIDACION DE HABERES.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MANTENIMIENTO DE LOS PARAMETROS LEGALES CON VIGENCIA
000090* (PARAMETRO-LEGAL): TASAS DE APORTES, SEGURO DE SEPELIO, TOPE
000100* DE REMUNERACION IMPONIBLE, CONTRIBUCIONES PATRONALES Y
000110* DEDUCCIONES Y ESCALA DE GANANCIAS, A PARTIR DE UN ARCHIVO DE
000120* TRANSACCIONES, PARA QUE UN CAMBIO DE AFIP O DEL GREMIO SE
000130* CARGUE CON UNA CORRIDA DE MANTENIMIENTO EN LUGAR DE
000140* RECOMPILAR LAS LIQUIDACIONES. EL ALTA ABRE UNA VIGENCIA NUEVA
000150* (LOS VALORES EN BLANCO SE HEREDAN DE LA ANTERIOR, QUE QUEDA
000160* CERRADA EL DIA PREVIO) Y LA MODIFICACION CORRIGE UNA VIGENCIA
000170* YA CARGADA. IMPRIME UN REPORTE CON LOS VALORES ANTES Y
000180* DESPUES DE CADA MOVIMIENTO Y GRABA LAS TRANSACCIONES
000190* RECHAZADAS EN UN ARCHIVO DE ERRORES PARA CORREGIR Y
000200* REPRESENTAR EN UNA CORRIDA POSTERIOR.
000210*-----------------------------------------------------------------
000220* MOD-HIST:
000230*   2026-10-07 JCM  VERSION ORIGINAL.
000240*   2026-10-11 JCM  OPERADOR VALIDADO CONTRA OPERMAST SEGUN SU
000250*                   ROL Y RENGLON DE LA CORRIDA EN LA BITACORA
000260*                   UNIFICADA (AUDITLOG).
000270*****************************************************************
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PARAMETRO-TRANS
000370         ASSIGN TO PARMTRN
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-PARMTRN-STATUS.
000400
000410     SELECT PARAMETRO-LEGAL
000420         ASSIGN TO PARMLEG
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS PL-CLAVE
000460         FILE STATUS IS WS-PARMLEG-STATUS.
000470
000480     SELECT MANT-REPORT
000490         ASSIGN TO MANTRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-MANTRPT-STATUS.
000520
000530     SELECT PARAMETRO-ERROR
000540         ASSIGN TO PARMERR
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-PARMERR-STATUS.
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
000720 FD  PARAMETRO-TRANS
000730     LABEL RECORDS ARE STANDARD.
000740 COPY PARMTRN.
000750
000760 FD  PARAMETRO-LEGAL
000770     LABEL RECORDS ARE STANDARD.
000780 COPY PARMLEG.
000790
000800 FD  MANT-REPORT
000810     LABEL RECORDS ARE STANDARD.
000820 COPY MANTRPT.
000830
000840 FD  PARAMETRO-ERROR
000850     LABEL RECORDS ARE STANDARD.
000860 COPY PARMERR.
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
001010 01  WS-PARMTRN-STATUS         PIC X(02) VALUE ZEROS.
001020     88  WS-PARMTRN-OK             VALUE "00".
001030
001040 01  WS-PARMLEG-STATUS         PIC X(02) VALUE ZEROS.
001050     88  WS-PARMLEG-OK             VALUE "00".
001060
001070 01  WS-MANTRPT-STATUS         PIC X(02) VALUE ZEROS.
001080     88  WS-MANTRPT-OK             VALUE "00".
001090
001100 01  WS-PARMERR-STATUS         PIC X(02) VALUE ZEROS.
001110     88  WS-PARMERR-OK             VALUE "00".
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
001220 01  WS-BUSQUEDA-FIN-SW        PIC X(01) VALUE "N".
001230     88  BUSQUEDA-TERMINADA        VALUE "S".
001240
001250 01  WS-VIGENCIA-EXISTE-SW     PIC X(01) VALUE "N".
001260     88  VIGENCIA-EXISTE           VALUE "S".
001270
001280 01  WS-HAY-ANTERIOR-SW        PIC X(01) VALUE "N".
001290     88  HAY-ANTERIOR              VALUE "S".
001300
001310 01  WS-HAY-SIGUIENTE-SW       PIC X(01) VALUE "N".
001320     88  HAY-SIGUIENTE             VALUE "S".
001330
001340 01  WS-ANTERIOR-CERRADA-SW    PIC X(01) VALUE "N".
001350     88  ANTERIOR-CERRADA          VALUE "S".
001360
001370*> La inicializacion arranca como abortada y recien se marca
001380*> completa al final de 1000: un error de apertura deja el
001390*> reporte de totales sin emitir.
001400 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
001410     88  INICIO-ABORTADO           VALUE "S".
001420     88  INICIO-COMPLETO           VALUE "N".
001430
001440 01  WS-TRANS-VALIDA-SW        PIC X(01) VALUE "S".
001450     88  TRANS-VALIDA              VALUE "S".
001460     88  TRANS-RECHAZADA           VALUE "N".
001470
001480 01  WS-MOTIVO-RECHAZO         PIC X(33) VALUE SPACES.
001490
001500*****************************************************************
001510* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
001520* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
001530*****************************************************************
001540 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
001550 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
001560 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
001570 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 3.
001580 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
001590     88  OPERADOR-HABILITADO       VALUE "S".
001600 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
001610     "MANT-PARAMETROS".
001620 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
001630 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
001640 01  WS-FECHA-BITACORA         PIC 9(08).
001650 01  WS-HORA-BITACORA          PIC 9(08).
001660 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
001670     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
001680     05  FILLER                PIC 9(02).
001690
001700 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
001710
001720*****************************************************************
001730* FECHAS DE LA VIGENCIA: UNA VIGENCIA SIN FECHA HASTA QUEDA
001740* ABIERTA HASTA LA PROXIMA ALTA, QUE LA CIERRA EL DIA PREVIO
001750*****************************************************************
001760 01  VIGENCIA-ABIERTA          PIC 9(08) VALUE 99991231.
001770 01  WS-FECHA-HASTA-NUEVA      PIC 9(08).
001780 01  WS-DESDE-SIGUIENTE        PIC 9(08).
001790
001800 01  WS-FECHA-CIERRE           PIC 9(08).
001810 01  WS-FECHA-CIERRE-R REDEFINES WS-FECHA-CIERRE.
001820     05  WS-CIERRE-AAAA        PIC 9(04).
001830     05  WS-CIERRE-MM          PIC 9(02).
001840     05  WS-CIERRE-DD          PIC 9(02).
001850
001860 01  DIAS-MES-VALORES          PIC X(24) VALUE
001870     "312831303130313130313031".
001880 01  DIAS-MES-TABLA REDEFINES DIAS-MES-VALORES.
001890     05  DM-DIAS               PIC 9(02) OCCURS 12 TIMES.
001900
001910 01  WS-ANIO-COCIENTE          PIC 9(04).
001920 01  WS-ANIO-RESTO-4           PIC 9(03).
001930 01  WS-ANIO-RESTO-100         PIC 9(03).
001940 01  WS-ANIO-RESTO-400         PIC 9(03).
001950
001960 01  WS-TRAMO-IX               PIC 9(02).
001970
001980*****************************************************************
001990* VIGENCIA ANTERIOR (ALTA) O REGISTRO ORIGINAL (MODIFICACION):
002000* MISMO LAYOUT QUE PARMLEG.CPY, PARA LA COLUMNA "ANTES" DEL
002010* REPORTE Y PARA HEREDAR LOS VALORES INFORMADOS EN BLANCO
002020*****************************************************************
002030 01  WS-PARAM-ANTERIOR.
002040     05  WS-ANT-FECHA-DESDE         PIC 9(08).
002050     05  WS-ANT-FECHA-HASTA         PIC 9(08).
002060     05  WS-ANT-JUBILACION-RATE     PIC V999.
002070     05  WS-ANT-OBRA-SOCIAL-RATE    PIC V999.
002080     05  WS-ANT-SINDICAL-RATE       PIC V999.
002090     05  WS-ANT-ART-RATE            PIC V9999.
002100     05  WS-ANT-SEGURO-SEPELIO      PIC 9(5)V99.
002110     05  WS-ANT-TOPE-REMUNERACION   PIC 9(9)V99.
002120     05  WS-ANT-CONTRIB-JUB-RATE    PIC V9999.
002130     05  WS-ANT-CONTRIB-OS-RATE     PIC V9999.
002140     05  WS-ANT-GAN-MINIMO          PIC 9(9)V99.
002150     05  WS-ANT-GAN-DED-ESPECIAL    PIC 9(9)V99.
002160     05  WS-ANT-GAN-DED-CONYUGE     PIC 9(9)V99.
002170     05  WS-ANT-GAN-DED-HIJO        PIC 9(9)V99.
002180     05  WS-ANT-GAN-TRAMO OCCURS 9 TIMES.
002190         10  WS-ANT-GE-DESDE        PIC 9(11).
002200         10  WS-ANT-GE-FIJO         PIC 9(11).
002210         10  WS-ANT-GE-PCT          PIC 9(02).
002220     05  FILLER                     PIC X(20).
002230
002240*> Imagen de la vigencia nueva mientras se cierra la anterior
002250 01  WS-REGISTRO-NUEVO         PIC X(335).
002260
002270*****************************************************************
002280* RENGLON ANTES/DESPUES DEL REPORTE. UN "*" AL FINAL MARCA EL
002290* VALOR QUE CAMBIO RESPECTO DE LA VIGENCIA ANTERIOR.
002300*****************************************************************
002310 01  WS-LINEA-PARAMETRO.
002320     05  WS-LP-NOMBRE          PIC X(32).
002330     05  WS-LP-ANTES           PIC X(18) JUSTIFIED RIGHT.
002340     05  FILLER                PIC X(02) VALUE SPACES.
002350     05  WS-LP-DESPUES         PIC X(18) JUSTIFIED RIGHT.
002360     05  FILLER                PIC X(02) VALUE SPACES.
002370     05  WS-LP-MARCA           PIC X(01).
002380     05  FILLER                PIC X(07) VALUE SPACES.
002390
002400 01  WS-TASA-ANTES             PIC V9999.
002410 01  WS-TASA-DESPUES           PIC V9999.
002420 01  WS-IMPORTE-ANTES          PIC 9(11)V99.
002430 01  WS-IMPORTE-DESPUES        PIC 9(11)V99.
002440 01  WS-EDIT-TASA              PIC 9.9999.
002450 01  WS-EDIT-IMPORTE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002460 01  WS-EDIT-TRAMO             PIC 9(01).
002470
002480*****************************************************************
002490* CONTADORES DEL REPORTE DE MANTENIMIENTO
002500*****************************************************************
002510 01  WS-CANT-APLICADAS         PIC 9(05) VALUE ZERO.
002520 01  WS-CANT-RECHAZADAS        PIC 9(05) VALUE ZERO.
002530 01  WS-EDIT-CANTIDAD          PIC ZZ,ZZ9.
002540
002550 PROCEDURE DIVISION.
002560
002570 0000-MAINLINE.
002580     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002590     PERFORM 2000-PROCESAR-TRANSACCIONES THRU 2000-EXIT
002600         UNTIL FIN-DE-ARCHIVO.
002610     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
002620     STOP RUN.
002630
002640 1000-INICIALIZAR.
002650     DISPLAY WS-BANNER-1.
002660     DISPLAY "MANTENIMIENTO DE PARAMETROS LEGALES".
002670     DISPLAY WS-BANNER-1.
002680
002690     DISPLAY WS-OPERADOR-MENSAJE.
002700     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
002710     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
002720     IF NOT OPERADOR-HABILITADO
002730         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
002740         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002750         GO TO 1000-EXIT
002760     END-IF.
002770
002780     OPEN INPUT PARAMETRO-TRANS.
002790     IF NOT WS-PARMTRN-OK
002800         DISPLAY "ERROR AL ABRIR PARAMETRO-TRANS, STATUS = "
002810             WS-PARMTRN-STATUS
002820         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002830         GO TO 1000-EXIT
002840     END-IF.
002850
002860     OPEN I-O PARAMETRO-LEGAL.
002870     IF NOT WS-PARMLEG-OK
002880         DISPLAY "ERROR AL ABRIR PARAMETRO-LEGAL, STATUS = "
002890             WS-PARMLEG-STATUS
002900         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002910         GO TO 1000-EXIT
002920     END-IF.
002930
002940     OPEN OUTPUT MANT-REPORT.
002950     IF NOT WS-MANTRPT-OK
002960         DISPLAY "ERROR AL ABRIR MANT-REPORT, STATUS = "
002970             WS-MANTRPT-STATUS
002980         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002990         GO TO 1000-EXIT
003000     END-IF.
003010
003020     OPEN OUTPUT PARAMETRO-ERROR.
003030     IF NOT WS-PARMERR-OK
003040         DISPLAY "ERROR AL ABRIR PARAMETRO-ERROR, STATUS = "
003050             WS-PARMERR-STATUS
003060         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003070         GO TO 1000-EXIT
003080     END-IF.
003090
003100     MOVE "OK" TO WS-BIT-RESULTADO.
003110     SET INICIO-COMPLETO TO TRUE.
003120     PERFORM 1100-IMPRIMIR-ENCABEZADO THRU 1100-EXIT.
003130     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
003140 1000-EXIT.
003150     EXIT.
003160
003170*****************************************************************
003180* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
003190* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
003200* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
003210* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
003220* LOS ROLES MENORES)
003230*****************************************************************
003240 1050-VALIDAR-OPERADOR.
003250     MOVE "N" TO WS-OPERADOR-SW.
003260     OPEN INPUT OPERADOR-MASTER.
003270     IF NOT WS-OPERMAST-OK
003280         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
003290             WS-OPERMAST-STATUS
003300         GO TO 1050-EXIT
003310     END-IF.
003320     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
003330     READ OPERADOR-MASTER
003340         INVALID KEY
003350             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
003360             CLOSE OPERADOR-MASTER
003370             GO TO 1050-EXIT
003380     END-READ.
003390     CLOSE OPERADOR-MASTER.
003400     MOVE OP-ROL TO WS-OPERADOR-ROL.
003410     IF NOT OP-HABILITADO
003420         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
003430         GO TO 1050-EXIT
003440     END-IF.
003450     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
003460         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
003470             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
003480             ", REQUIERE " WS-ROL-REQUERIDO ")"
003490         GO TO 1050-EXIT
003500     END-IF.
003510     SET OPERADOR-HABILITADO TO TRUE.
003520 1050-EXIT.
003530     EXIT.
003540
003550*****************************************************************
003560* IMPRIME EL ENCABEZADO DEL REPORTE DE MANTENIMIENTO
003570*****************************************************************
003580 1100-IMPRIMIR-ENCABEZADO.
003590     MOVE SPACES TO LINEA-MANTENIMIENTO.
003600     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1.
003610
003620     STRING "MANTENIMIENTO DE PARAMETROS LEGALES - "
003630         "VALORES ANTES Y DESPUES"
003640         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
003650     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
003660
003670     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
003680         AFTER ADVANCING 1 LINE.
003690 1100-EXIT.
003700     EXIT.
003710
003720*****************************************************************
003730* VALIDA Y APLICA UNA TRANSACCION SEGUN SU TIPO
003740*****************************************************************
003750 2000-PROCESAR-TRANSACCIONES.
003760     PERFORM 4000-VALIDAR-TRANSACCION THRU 4000-EXIT.
003770     IF TRANS-RECHAZADA
003780         PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
003790         GO TO 2000-SIGUIENTE
003800     END-IF.
003810
003820     IF PT-TIPO-ALTA
003830         PERFORM 3000-APLICAR-ALTA THRU 3000-EXIT
003840     ELSE
003850         PERFORM 3100-APLICAR-MODIFICACION THRU 3100-EXIT
003860     END-IF.
003870
003880 2000-SIGUIENTE.
003890     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
003900 2000-EXIT.
003910     EXIT.
003920
003930 2100-LEER-TRANSACCION.
003940     READ PARAMETRO-TRANS
003950         AT END
003960             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003970     END-READ.
003980 2100-EXIT.
003990     EXIT.
004000
004010*****************************************************************
004020* DA DE ALTA LA VIGENCIA NUEVA, YA ARMADA EN LA VALIDACION. SI
004030* LA VIGENCIA ANTERIOR SEGUIA ABIERTA A LA FECHA DESDE, LA
004040* CIERRA EL DIA PREVIO ANTES DE GRABAR LA NUEVA.
004050*****************************************************************
004060 3000-APLICAR-ALTA.
004070     MOVE PARAMETRO-LEGAL-REG TO WS-REGISTRO-NUEVO.
004080     MOVE "N" TO WS-ANTERIOR-CERRADA-SW.
004090     IF HAY-ANTERIOR
004100             AND WS-ANT-FECHA-HASTA NOT LESS THAN PT-FECHA-DESDE
004110         PERFORM 3050-CERRAR-ANTERIOR THRU 3050-EXIT
004120         IF TRANS-RECHAZADA
004130             GO TO 3000-EXIT
004140         END-IF
004150     END-IF.
004160
004170     MOVE WS-REGISTRO-NUEVO TO PARAMETRO-LEGAL-REG.
004180     WRITE PARAMETRO-LEGAL-REG
004190         INVALID KEY
004200             MOVE "ERROR DE GRABACION DE VIGENCIA"
004210                 TO WS-MOTIVO-RECHAZO
004220             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
004230             GO TO 3000-EXIT
004240     END-WRITE.
004250
004260     PERFORM 5000-REGISTRAR-APLICADA THRU 5000-EXIT.
004270 3000-EXIT.
004280     EXIT.
004290
004300*****************************************************************
004310* CIERRA LA VIGENCIA ANTERIOR EL DIA PREVIO A LA FECHA DESDE DE
004320* LA NUEVA
004330*****************************************************************
004340 3050-CERRAR-ANTERIOR.
004350     PERFORM 3060-CALCULAR-DIA-ANTERIOR THRU 3060-EXIT.
004360     MOVE WS-PARAM-ANTERIOR TO PARAMETRO-LEGAL-REG.
004370     MOVE WS-FECHA-CIERRE TO PL-FECHA-HASTA.
004380     REWRITE PARAMETRO-LEGAL-REG
004390         INVALID KEY
004400             MOVE "ERROR AL CERRAR VIGENCIA ANTERIOR"
004410                 TO WS-MOTIVO-RECHAZO
004420             SET TRANS-RECHAZADA TO TRUE
004430             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
004440             GO TO 3050-EXIT
004450     END-REWRITE.
004460     SET ANTERIOR-CERRADA TO TRUE.
004470 3050-EXIT.
004480     EXIT.
004490
004500*****************************************************************
004510* CALCULA EN WS-FECHA-CIERRE EL DIA ANTERIOR A LA FECHA DESDE
004520* DE LA TRANSACCION (FIN DE MES Y ANIO BISIESTO INCLUIDOS)
004530*****************************************************************
004540 3060-CALCULAR-DIA-ANTERIOR.
004550     MOVE PT-FECHA-DESDE TO WS-FECHA-CIERRE.
004560     IF WS-CIERRE-DD > 1
004570         SUBTRACT 1 FROM WS-CIERRE-DD
004580         GO TO 3060-EXIT
004590     END-IF.
004600
004610     IF WS-CIERRE-MM = 1
004620         MOVE 12 TO WS-CIERRE-MM
004630         SUBTRACT 1 FROM WS-CIERRE-AAAA
004640     ELSE
004650         SUBTRACT 1 FROM WS-CIERRE-MM
004660     END-IF.
004670     MOVE DM-DIAS (WS-CIERRE-MM) TO WS-CIERRE-DD.
004680
004690     IF WS-CIERRE-MM NOT = 2
004700         GO TO 3060-EXIT
004710     END-IF.
004720     DIVIDE WS-CIERRE-AAAA BY 4
004730         GIVING WS-ANIO-COCIENTE REMAINDER WS-ANIO-RESTO-4.
004740     DIVIDE WS-CIERRE-AAAA BY 100
004750         GIVING WS-ANIO-COCIENTE REMAINDER WS-ANIO-RESTO-100.
004760     DIVIDE WS-CIERRE-AAAA BY 400
004770         GIVING WS-ANIO-COCIENTE REMAINDER WS-ANIO-RESTO-400.
004780     IF WS-ANIO-RESTO-4 = ZERO
004790             AND (WS-ANIO-RESTO-100 NOT = ZERO
004800                  OR WS-ANIO-RESTO-400 = ZERO)
004810         MOVE 29 TO WS-CIERRE-DD
004820     END-IF.
004830 3060-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870* REGRABA LA VIGENCIA CORREGIDA, YA ARMADA EN LA VALIDACION
004880*****************************************************************
004890 3100-APLICAR-MODIFICACION.
004900     REWRITE PARAMETRO-LEGAL-REG
004910         INVALID KEY
004920             MOVE "ERROR DE GRABACION DE VIGENCIA"
004930                 TO WS-MOTIVO-RECHAZO
004940             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
004950             GO TO 3100-EXIT
004960     END-REWRITE.
004970
004980     PERFORM 5000-REGISTRAR-APLICADA THRU 5000-EXIT.
004990 3100-EXIT.
005000     EXIT.
005010
005020*****************************************************************
005030* VALIDA LA TRANSACCION COMPLETA ANTES DE APLICARLA Y DEJA
005040* ARMADO EL REGISTRO RESULTANTE EN EL AREA DE PARAMETRO-LEGAL.
005050* DEJA EL MOTIVO DEL RECHAZO EN WS-MOTIVO-RECHAZO SI NO PASA.
005060*****************************************************************
005070 4000-VALIDAR-TRANSACCION.
005080     SET TRANS-VALIDA TO TRUE.
005090     MOVE SPACES TO WS-MOTIVO-RECHAZO.
005100
005110     IF NOT PT-TIPO-ALTA AND NOT PT-TIPO-MODIFICACION
005120         MOVE "TIPO DE TRANSACCION INVALIDO" TO WS-MOTIVO-RECHAZO
005130         SET TRANS-RECHAZADA TO TRUE
005140         GO TO 4000-EXIT
005150     END-IF.
005160
005170     PERFORM 4100-VALIDAR-FECHAS THRU 4100-EXIT.
005180     IF TRANS-RECHAZADA
005190         GO TO 4000-EXIT
005200     END-IF.
005210
005220     PERFORM 4200-BUSCAR-VIGENCIAS THRU 4200-EXIT.
005230
005240     IF PT-TIPO-ALTA
005250         IF VIGENCIA-EXISTE
005260             MOVE "VIGENCIA YA EXISTENTE" TO WS-MOTIVO-RECHAZO
005270             SET TRANS-RECHAZADA TO TRUE
005280             GO TO 4000-EXIT
005290         END-IF
005300         IF WS-FECHA-HASTA-NUEVA = ZEROS
005310             MOVE VIGENCIA-ABIERTA TO WS-FECHA-HASTA-NUEVA
005320         END-IF
005330     ELSE
005340         IF NOT VIGENCIA-EXISTE
005350             MOVE "VIGENCIA INEXISTENTE" TO WS-MOTIVO-RECHAZO
005360             SET TRANS-RECHAZADA TO TRUE
005370             GO TO 4000-EXIT
005380         END-IF
005390         IF WS-FECHA-HASTA-NUEVA = ZEROS
005400             MOVE WS-ANT-FECHA-HASTA TO WS-FECHA-HASTA-NUEVA
005410         END-IF
005420     END-IF.
005430
005440     *> La vigencia no puede pisar a la que le sigue: para
005450     *> intercalar un tramo hay que informar su fecha hasta
005460     IF HAY-SIGUIENTE
005470             AND WS-FECHA-HASTA-NUEVA NOT LESS THAN
005480                 WS-DESDE-SIGUIENTE
005490         MOVE "SUPERPONE CON VIGENCIA SIGUIENTE"
005500             TO WS-MOTIVO-RECHAZO
005510         SET TRANS-RECHAZADA TO TRUE
005520         GO TO 4000-EXIT
005530     END-IF.
005540
005550     PERFORM 4300-VALIDAR-COMPLETA THRU 4300-EXIT.
005560     IF TRANS-RECHAZADA
005570         GO TO 4000-EXIT
005580     END-IF.
005590
005600     PERFORM 4400-ARMAR-REGISTRO THRU 4400-EXIT.
005610     PERFORM 4500-VALIDAR-ESCALA THRU 4500-EXIT.
005620 4000-EXIT.
005630     EXIT.
005640
005650*****************************************************************
005660* VALIDA LA FECHA DESDE Y, SI VINO INFORMADA, LA FECHA HASTA.
005670* SIN FECHA HASTA DEJA WS-FECHA-HASTA-NUEVA EN CERO.
005680*****************************************************************
005690 4100-VALIDAR-FECHAS.
005700     IF PT-FECHA-DESDE IS NOT NUMERIC
005710             OR PT-DESDE-MM < 01 OR PT-DESDE-MM > 12
005720             OR PT-DESDE-DD < 01 OR PT-DESDE-DD > 31
005730         MOVE "FECHA DESDE INVALIDA" TO WS-MOTIVO-RECHAZO
005740         SET TRANS-RECHAZADA TO TRUE
005750         GO TO 4100-EXIT
005760     END-IF.
005770
005780     MOVE ZEROS TO WS-FECHA-HASTA-NUEVA.
005790     IF PT-FECHA-HASTA IS NOT NUMERIC OR PT-FECHA-HASTA = ZEROS
005800         GO TO 4100-EXIT
005810     END-IF.
005820
005830     IF PT-HASTA-MM < 01 OR PT-HASTA-MM > 12
005840             OR PT-HASTA-DD < 01 OR PT-HASTA-DD > 31
005850         MOVE "FECHA HASTA INVALIDA" TO WS-MOTIVO-RECHAZO
005860         SET TRANS-RECHAZADA TO TRUE
005870         GO TO 4100-EXIT
005880     END-IF.
005890
005900     IF PT-FECHA-HASTA < PT-FECHA-DESDE
005910         MOVE "FECHA HASTA ANTERIOR A DESDE" TO WS-MOTIVO-RECHAZO
005920         SET TRANS-RECHAZADA TO TRUE
005930         GO TO 4100-EXIT
005940     END-IF.
005950     MOVE PT-FECHA-HASTA TO WS-FECHA-HASTA-NUEVA.
005960 4100-EXIT.
005970     EXIT.
005980
005990*****************************************************************
006000* RECORRE LAS VIGENCIAS CARGADAS: MARCA SI YA EXISTE LA DE LA
006010* TRANSACCION, GUARDA LA VIGENCIA ANTERIOR (ALTA) O LA ORIGINAL
006020* (MODIFICACION) Y LA FECHA DESDE DE LA VIGENCIA SIGUIENTE
006030*****************************************************************
006040 4200-BUSCAR-VIGENCIAS.
006050     MOVE "N" TO WS-BUSQUEDA-FIN-SW.
006060     MOVE "N" TO WS-VIGENCIA-EXISTE-SW.
006070     MOVE "N" TO WS-HAY-ANTERIOR-SW.
006080     MOVE "N" TO WS-HAY-SIGUIENTE-SW.
006090     MOVE ZEROS TO WS-PARAM-ANTERIOR.
006100     MOVE ZEROS TO PL-FECHA-DESDE.
006110     START PARAMETRO-LEGAL KEY IS NOT LESS THAN PL-CLAVE
006120         INVALID KEY
006130             SET BUSQUEDA-TERMINADA TO TRUE
006140     END-START.
006150
006160     PERFORM 4210-EXAMINAR-VIGENCIA THRU 4210-EXIT
006170         UNTIL BUSQUEDA-TERMINADA.
006180 4200-EXIT.
006190     EXIT.
006200
006210 4210-EXAMINAR-VIGENCIA.
006220     READ PARAMETRO-LEGAL NEXT RECORD
006230         AT END
006240             SET BUSQUEDA-TERMINADA TO TRUE
006250             GO TO 4210-EXIT
006260     END-READ.
006270
006280     IF PL-FECHA-DESDE < PT-FECHA-DESDE
006290         IF PT-TIPO-ALTA
006300             MOVE PARAMETRO-LEGAL-REG TO WS-PARAM-ANTERIOR
006310             SET HAY-ANTERIOR TO TRUE
006320         END-IF
006330         GO TO 4210-EXIT
006340     END-IF.
006350
006360     IF PL-FECHA-DESDE = PT-FECHA-DESDE
006370         SET VIGENCIA-EXISTE TO TRUE
006380         IF PT-TIPO-MODIFICACION
006390             MOVE PARAMETRO-LEGAL-REG TO WS-PARAM-ANTERIOR
006400             SET HAY-ANTERIOR TO TRUE
006410         END-IF
006420         GO TO 4210-EXIT
006430     END-IF.
006440
006450     MOVE PL-FECHA-DESDE TO WS-DESDE-SIGUIENTE.
006460     SET HAY-SIGUIENTE TO TRUE.
006470     SET BUSQUEDA-TERMINADA TO TRUE.
006480 4210-EXIT.
006490     EXIT.
006500
006510*****************************************************************
006520* LA PRIMERA VIGENCIA NO TIENE DE DONDE HEREDAR: TODOS SUS
006530* VALORES Y LOS NUEVE TRAMOS DE LA ESCALA DEBEN VENIR INFORMADOS
006540*****************************************************************
006550 4300-VALIDAR-COMPLETA.
006560     IF HAY-ANTERIOR
006570         GO TO 4300-EXIT
006580     END-IF.
006590
006600     IF PT-JUBILACION-RATE IS NOT NUMERIC
006610             OR PT-OBRA-SOCIAL-RATE IS NOT NUMERIC
006620             OR PT-SINDICAL-RATE IS NOT NUMERIC
006630             OR PT-ART-RATE IS NOT NUMERIC
006640             OR PT-SEGURO-SEPELIO IS NOT NUMERIC
006650             OR PT-TOPE-REMUNERACION IS NOT NUMERIC
006660             OR PT-CONTRIB-JUBILACION-RATE IS NOT NUMERIC
006670             OR PT-CONTRIB-OBRA-SOC-RATE IS NOT NUMERIC
006680             OR PT-GAN-MINIMO IS NOT NUMERIC
006690             OR PT-GAN-DED-ESPECIAL IS NOT NUMERIC
006700             OR PT-GAN-DED-CONYUGE IS NOT NUMERIC
006710             OR PT-GAN-DED-HIJO IS NOT NUMERIC
006720         MOVE "PRIMERA VIGENCIA INCOMPLETA" TO WS-MOTIVO-RECHAZO
006730         SET TRANS-RECHAZADA TO TRUE
006740         GO TO 4300-EXIT
006750     END-IF.
006760
006770     PERFORM 4310-VALIDAR-TRAMO-INFORMADO THRU 4310-EXIT
006780         VARYING WS-TRAMO-IX FROM 1 BY 1
006790         UNTIL WS-TRAMO-IX > 9 OR TRANS-RECHAZADA.
006800 4300-EXIT.
006810     EXIT.
006820
006830 4310-VALIDAR-TRAMO-INFORMADO.
006840     IF PT-GAN-TRAMO (WS-TRAMO-IX) IS NOT NUMERIC
006850         MOVE "PRIMERA VIGENCIA INCOMPLETA" TO WS-MOTIVO-RECHAZO
006860         SET TRANS-RECHAZADA TO TRUE
006870     END-IF.
006880 4310-EXIT.
006890     EXIT.
006900
006910*****************************************************************
006920* ARMA EL REGISTRO RESULTANTE: PARTE DE LA VIGENCIA ANTERIOR O
006930* DE LA ORIGINAL Y PISA CADA VALOR INFORMADO EN LA TRANSACCION
006940*****************************************************************
006950 4400-ARMAR-REGISTRO.
006960     IF HAY-ANTERIOR
006970         MOVE WS-PARAM-ANTERIOR TO PARAMETRO-LEGAL-REG
006980     ELSE
006990         MOVE SPACES TO PARAMETRO-LEGAL-REG
007000     END-IF.
007010     MOVE PT-FECHA-DESDE TO PL-FECHA-DESDE.
007020     MOVE WS-FECHA-HASTA-NUEVA TO PL-FECHA-HASTA.
007030
007040     IF PT-JUBILACION-RATE IS NUMERIC
007050         MOVE PT-JUBILACION-RATE TO PL-JUBILACION-RATE
007060     END-IF.
007070     IF PT-OBRA-SOCIAL-RATE IS NUMERIC
007080         MOVE PT-OBRA-SOCIAL-RATE TO PL-OBRA-SOCIAL-RATE
007090     END-IF.
007100     IF PT-SINDICAL-RATE IS NUMERIC
007110         MOVE PT-SINDICAL-RATE TO PL-SINDICAL-RATE
007120     END-IF.
007130     IF PT-ART-RATE IS NUMERIC
007140         MOVE PT-ART-RATE TO PL-ART-RATE
007150     END-IF.
007160     IF PT-SEGURO-SEPELIO IS NUMERIC
007170         MOVE PT-SEGURO-SEPELIO TO PL-SEGURO-SEPELIO
007180     END-IF.
007190     IF PT-TOPE-REMUNERACION IS NUMERIC
007200         MOVE PT-TOPE-REMUNERACION TO PL-TOPE-REMUNERACION
007210     END-IF.
007220     IF PT-CONTRIB-JUBILACION-RATE IS NUMERIC
007230         MOVE PT-CONTRIB-JUBILACION-RATE
007240             TO PL-CONTRIB-JUBILACION-RATE
007250     END-IF.
007260     IF PT-CONTRIB-OBRA-SOC-RATE IS NUMERIC
007270         MOVE PT-CONTRIB-OBRA-SOC-RATE TO PL-CONTRIB-OBRA-SOC-RATE
007280     END-IF.
007290     IF PT-GAN-MINIMO IS NUMERIC
007300         MOVE PT-GAN-MINIMO TO PL-GAN-MINIMO
007310     END-IF.
007320     IF PT-GAN-DED-ESPECIAL IS NUMERIC
007330         MOVE PT-GAN-DED-ESPECIAL TO PL-GAN-DED-ESPECIAL
007340     END-IF.
007350     IF PT-GAN-DED-CONYUGE IS NUMERIC
007360         MOVE PT-GAN-DED-CONYUGE TO PL-GAN-DED-CONYUGE
007370     END-IF.
007380     IF PT-GAN-DED-HIJO IS NUMERIC
007390         MOVE PT-GAN-DED-HIJO TO PL-GAN-DED-HIJO
007400     END-IF.
007410
007420     PERFORM 4410-ARMAR-TRAMO THRU 4410-EXIT
007430         VARYING WS-TRAMO-IX FROM 1 BY 1 UNTIL WS-TRAMO-IX > 9.
007440 4400-EXIT.
007450     EXIT.
007460
007470 4410-ARMAR-TRAMO.
007480     IF PT-GAN-TRAMO (WS-TRAMO-IX) IS NUMERIC
007490         MOVE PT-GAN-TRAMO (WS-TRAMO-IX)
007500             TO PL-GAN-TRAMO (WS-TRAMO-IX)
007510     END-IF.
007520 4410-EXIT.
007530     EXIT.
007540
007550*****************************************************************
007560* LA ESCALA RESULTANTE DEBE ARRANCAR EN CERO Y TENER LOS TRAMOS
007570* EN ORDEN CRECIENTE, COMO LA RECORRE LA LIQUIDACION
007580*****************************************************************
007590 4500-VALIDAR-ESCALA.
007600     IF PL-GE-DESDE (1) NOT = ZERO
007610         MOVE "ESCALA GANANCIAS NO EMPIEZA EN 0"
007620             TO WS-MOTIVO-RECHAZO
007630         SET TRANS-RECHAZADA TO TRUE
007640         GO TO 4500-EXIT
007650     END-IF.
007660
007670     PERFORM 4510-VALIDAR-TRAMO THRU 4510-EXIT
007680         VARYING WS-TRAMO-IX FROM 2 BY 1
007690         UNTIL WS-TRAMO-IX > 9 OR TRANS-RECHAZADA.
007700 4500-EXIT.
007710     EXIT.
007720
007730 4510-VALIDAR-TRAMO.
007740     IF PL-GE-DESDE (WS-TRAMO-IX) NOT GREATER
007750             PL-GE-DESDE (WS-TRAMO-IX - 1)
007760         MOVE "ESCALA GANANCIAS NO CRECIENTE" TO WS-MOTIVO-RECHAZO
007770         SET TRANS-RECHAZADA TO TRUE
007780     END-IF.
007790 4510-EXIT.
007800     EXIT.
007810
007820*****************************************************************
007830* IMPRIME EL MOVIMIENTO APLICADO CON SUS VALORES ANTES Y
007840* DESPUES. EL REGISTRO GRABADO SIGUE EN EL AREA DEL ARCHIVO.
007850*****************************************************************
007860 5000-REGISTRAR-APLICADA.
007870     ADD 1 TO WS-CANT-APLICADAS.
007880     MOVE SPACES TO LINEA-MANTENIMIENTO.
007890     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
007900
007910     IF PT-TIPO-ALTA
007920         STRING "ALTA DE VIGENCIA DESDE " PL-FECHA-DESDE
007930             " HASTA " PL-FECHA-HASTA "  APLICADA"
007940             DELIMITED SIZE INTO LINEA-MANTENIMIENTO
007950     ELSE
007960         STRING "MODIFICACION DE VIGENCIA DESDE " PL-FECHA-DESDE
007970             " HASTA " PL-FECHA-HASTA "  APLICADA"
007980             DELIMITED SIZE INTO LINEA-MANTENIMIENTO
007990     END-IF.
008000     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
008010
008020     IF PT-TIPO-ALTA AND HAY-ANTERIOR
008030         MOVE SPACES TO LINEA-MANTENIMIENTO
008040         STRING "VALORES ANTERIORES: VIGENCIA DESDE "
008050             WS-ANT-FECHA-DESDE
008060             DELIMITED SIZE INTO LINEA-MANTENIMIENTO
008070         WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE
008080     END-IF.
008090     IF ANTERIOR-CERRADA
008100         MOVE SPACES TO LINEA-MANTENIMIENTO
008110         STRING "VIGENCIA ANTERIOR CERRADA AL " WS-FECHA-CIERRE
008120             DELIMITED SIZE INTO LINEA-MANTENIMIENTO
008130         WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE
008140     END-IF.
008150
008160     MOVE SPACES TO LINEA-MANTENIMIENTO.
008170     STRING "PARAMETRO                                    "
008180         "ANTES             DESPUES"
008190         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
008200     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
008210
008220     PERFORM 5200-IMPRIMIR-VALORES THRU 5200-EXIT.
008230 5000-EXIT.
008240     EXIT.
008250
008260*****************************************************************
008270* IMPRIME EL RENGLON DE RECHAZO CON SU MOTIVO Y GRABA LA
008280* TRANSACCION EN EL ARCHIVO DE ERRORES PARA REPRESENTAR
008290*****************************************************************
008300 5100-RECHAZAR-TRANSACCION.
008310     ADD 1 TO WS-CANT-RECHAZADAS.
008320     MOVE SPACES TO LINEA-MANTENIMIENTO.
008330     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
008340     STRING PT-TIPO "  DESDE " PT-FECHA-DESDE "  RECHAZADA - "
008350         WS-MOTIVO-RECHAZO
008360         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
008370     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
008380     WRITE PARAMETRO-ERROR-REG FROM PARAMETRO-TRANS-REG.
008390 5100-EXIT.
008400     EXIT.
008410
008420*****************************************************************
008430* IMPRIME CADA PARAMETRO CON SU VALOR ANTES Y DESPUES. DE LA
008440* ESCALA DE GANANCIAS SE LISTAN SOLO LOS TRAMOS QUE CAMBIARON.
008450*****************************************************************
008460 5200-IMPRIMIR-VALORES.
008470     MOVE "APORTE JUBILACION" TO WS-LP-NOMBRE.
008480     MOVE WS-ANT-JUBILACION-RATE TO WS-TASA-ANTES.
008490     MOVE PL-JUBILACION-RATE TO WS-TASA-DESPUES.
008500     PERFORM 5210-LINEA-TASA THRU 5210-EXIT.
008510
008520     MOVE "APORTE OBRA SOCIAL" TO WS-LP-NOMBRE.
008530     MOVE WS-ANT-OBRA-SOCIAL-RATE TO WS-TASA-ANTES.
008540     MOVE PL-OBRA-SOCIAL-RATE TO WS-TASA-DESPUES.
008550     PERFORM 5210-LINEA-TASA THRU 5210-EXIT.
008560
008570     MOVE "CUOTA SINDICAL" TO WS-LP-NOMBRE.
008580     MOVE WS-ANT-SINDICAL-RATE TO WS-TASA-ANTES.
008590     MOVE PL-SINDICAL-RATE TO WS-TASA-DESPUES.
008600     PERFORM 5210-LINEA-TASA THRU 5210-EXIT.
008610
008620     MOVE "ART" TO WS-LP-NOMBRE.
008630     MOVE WS-ANT-ART-RATE TO WS-TASA-ANTES.
008640     MOVE PL-ART-RATE TO WS-TASA-DESPUES.
008650     PERFORM 5210-LINEA-TASA THRU 5210-EXIT.
008660
008670     MOVE "SEGURO DE SEPELIO" TO WS-LP-NOMBRE.
008680     MOVE WS-ANT-SEGURO-SEPELIO TO WS-IMPORTE-ANTES.
008690     MOVE PL-SEGURO-SEPELIO TO WS-IMPORTE-DESPUES.
008700     PERFORM 5220-LINEA-IMPORTE THRU 5220-EXIT.
008710
008720     MOVE "TOPE REMUNERACION IMPONIBLE" TO WS-LP-NOMBRE.
008730     MOVE WS-ANT-TOPE-REMUNERACION TO WS-IMPORTE-ANTES.
008740     MOVE PL-TOPE-REMUNERACION TO WS-IMPORTE-DESPUES.
008750     PERFORM 5220-LINEA-IMPORTE THRU 5220-EXIT.
008760
008770     MOVE "CONTRIB. PATRONAL JUBILACION" TO WS-LP-NOMBRE.
008780     MOVE WS-ANT-CONTRIB-JUB-RATE TO WS-TASA-ANTES.
008790     MOVE PL-CONTRIB-JUBILACION-RATE TO WS-TASA-DESPUES.
008800     PERFORM 5210-LINEA-TASA THRU 5210-EXIT.
008810
008820     MOVE "CONTRIB. PATRONAL OBRA SOCIAL" TO WS-LP-NOMBRE.
008830     MOVE WS-ANT-CONTRIB-OS-RATE TO WS-TASA-ANTES.
008840     MOVE PL-CONTRIB-OBRA-SOC-RATE TO WS-TASA-DESPUES.
008850     PERFORM 5210-LINEA-TASA THRU 5210-EXIT.
008860
008870     MOVE "GANANCIAS MINIMO NO IMPONIBLE" TO WS-LP-NOMBRE.
008880     MOVE WS-ANT-GAN-MINIMO TO WS-IMPORTE-ANTES.
008890     MOVE PL-GAN-MINIMO TO WS-IMPORTE-DESPUES.
008900     PERFORM 5220-LINEA-IMPORTE THRU 5220-EXIT.
008910
008920     MOVE "GANANCIAS DEDUCCION ESPECIAL" TO WS-LP-NOMBRE.
008930     MOVE WS-ANT-GAN-DED-ESPECIAL TO WS-IMPORTE-ANTES.
008940     MOVE PL-GAN-DED-ESPECIAL TO WS-IMPORTE-DESPUES.
008950     PERFORM 5220-LINEA-IMPORTE THRU 5220-EXIT.
008960
008970     MOVE "GANANCIAS DEDUCCION CONYUGE" TO WS-LP-NOMBRE.
008980     MOVE WS-ANT-GAN-DED-CONYUGE TO WS-IMPORTE-ANTES.
008990     MOVE PL-GAN-DED-CONYUGE TO WS-IMPORTE-DESPUES.
009000     PERFORM 5220-LINEA-IMPORTE THRU 5220-EXIT.
009010
009020     MOVE "GANANCIAS DEDUCCION POR HIJO" TO WS-LP-NOMBRE.
009030     MOVE WS-ANT-GAN-DED-HIJO TO WS-IMPORTE-ANTES.
009040     MOVE PL-GAN-DED-HIJO TO WS-IMPORTE-DESPUES.
009050     PERFORM 5220-LINEA-IMPORTE THRU 5220-EXIT.
009060
009070     PERFORM 5230-LINEA-TRAMO THRU 5230-EXIT
009080         VARYING WS-TRAMO-IX FROM 1 BY 1 UNTIL WS-TRAMO-IX > 9.
009090 5200-EXIT.
009100     EXIT.
009110
009120*****************************************************************
009130* RENGLON DE UNA TASA. SIN VIGENCIA ANTERIOR LA COLUMNA "ANTES"
009140* QUEDA EN BLANCO.
009150*****************************************************************
009160 5210-LINEA-TASA.
009170     MOVE SPACES TO WS-LP-ANTES.
009180     MOVE SPACES TO WS-LP-MARCA.
009190     IF HAY-ANTERIOR
009200         MOVE WS-TASA-ANTES TO WS-EDIT-TASA
009210         MOVE WS-EDIT-TASA TO WS-LP-ANTES
009220         IF WS-TASA-ANTES NOT = WS-TASA-DESPUES
009230             MOVE "*" TO WS-LP-MARCA
009240         END-IF
009250     END-IF.
009260     MOVE WS-TASA-DESPUES TO WS-EDIT-TASA.
009270     MOVE WS-EDIT-TASA TO WS-LP-DESPUES.
009280     WRITE LINEA-MANTENIMIENTO FROM WS-LINEA-PARAMETRO
009290         AFTER ADVANCING 1 LINE.
009300 5210-EXIT.
009310     EXIT.
009320
009330*****************************************************************
009340* RENGLON DE UN IMPORTE
009350*****************************************************************
009360 5220-LINEA-IMPORTE.
009370     MOVE SPACES TO WS-LP-ANTES.
009380     MOVE SPACES TO WS-LP-MARCA.
009390     IF HAY-ANTERIOR
009400         MOVE WS-IMPORTE-ANTES TO WS-EDIT-IMPORTE
009410         MOVE WS-EDIT-IMPORTE TO WS-LP-ANTES
009420         IF WS-IMPORTE-ANTES NOT = WS-IMPORTE-DESPUES
009430             MOVE "*" TO WS-LP-MARCA
009440         END-IF
009450     END-IF.
009460     MOVE WS-IMPORTE-DESPUES TO WS-EDIT-IMPORTE.
009470     MOVE WS-EDIT-IMPORTE TO WS-LP-DESPUES.
009480     WRITE LINEA-MANTENIMIENTO FROM WS-LINEA-PARAMETRO
009490         AFTER ADVANCING 1 LINE.
009500 5220-EXIT.
009510     EXIT.
009520
009530*****************************************************************
009540* RENGLONES DE UN TRAMO DE LA ESCALA (DESDE, CUOTA FIJA Y
009550* PORCENTAJE). UN TRAMO SIN CAMBIOS NO SE LISTA.
009560*****************************************************************
009570 5230-LINEA-TRAMO.
009580     IF HAY-ANTERIOR
009590             AND WS-ANT-GAN-TRAMO (WS-TRAMO-IX) =
009600                 PL-GAN-TRAMO (WS-TRAMO-IX)
009610         GO TO 5230-EXIT
009620     END-IF.
009630     MOVE WS-TRAMO-IX TO WS-EDIT-TRAMO.
009640
009650     MOVE SPACES TO WS-LP-NOMBRE.
009660     STRING "GANANCIAS TRAMO " WS-EDIT-TRAMO " DESDE"
009670         DELIMITED SIZE INTO WS-LP-NOMBRE.
009680     MOVE WS-ANT-GE-DESDE (WS-TRAMO-IX) TO WS-IMPORTE-ANTES.
009690     MOVE PL-GE-DESDE (WS-TRAMO-IX) TO WS-IMPORTE-DESPUES.
009700     PERFORM 5220-LINEA-IMPORTE THRU 5220-EXIT.
009710
009720     MOVE SPACES TO WS-LP-NOMBRE.
009730     STRING "GANANCIAS TRAMO " WS-EDIT-TRAMO " CUOTA FIJA"
009740         DELIMITED SIZE INTO WS-LP-NOMBRE.
009750     MOVE WS-ANT-GE-FIJO (WS-TRAMO-IX) TO WS-IMPORTE-ANTES.
009760     MOVE PL-GE-FIJO (WS-TRAMO-IX) TO WS-IMPORTE-DESPUES.
009770     PERFORM 5220-LINEA-IMPORTE THRU 5220-EXIT.
009780
009790     MOVE SPACES TO WS-LP-NOMBRE.
009800     STRING "GANANCIAS TRAMO " WS-EDIT-TRAMO " PORCENTAJE"
009810         DELIMITED SIZE INTO WS-LP-NOMBRE.
009820     MOVE WS-ANT-GE-PCT (WS-TRAMO-IX) TO WS-IMPORTE-ANTES.
009830     MOVE PL-GE-PCT (WS-TRAMO-IX) TO WS-IMPORTE-DESPUES.
009840     PERFORM 5220-LINEA-IMPORTE THRU 5220-EXIT.
009850 5230-EXIT.
009860     EXIT.
009870
009880*****************************************************************
009890* IMPRIME LOS TOTALES DEL REPORTE Y CIERRA LOS ARCHIVOS
009900*****************************************************************
009910 8000-FINALIZAR.
009920     *> Una corrida que no llego a inicializar no emite totales
009930     IF INICIO-ABORTADO
009940         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: NO "
009950             "SE EMITE EL REPORTE"
009960         GO TO 8000-CERRAR
009970     END-IF.
009980
009990     MOVE SPACES TO LINEA-MANTENIMIENTO.
010000     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
010010         AFTER ADVANCING 1 LINE.
010020
010030     MOVE WS-CANT-APLICADAS TO WS-EDIT-CANTIDAD.
010040     STRING "MOVIMIENTOS APLICADOS:  " WS-EDIT-CANTIDAD
010050         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
010060     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
010070
010080     MOVE WS-CANT-RECHAZADAS TO WS-EDIT-CANTIDAD.
010090     STRING "MOVIMIENTOS RECHAZADOS: " WS-EDIT-CANTIDAD
010100         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
010110     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
010120
010130     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
010140         AFTER ADVANCING 1 LINE.
010150
010160 8000-CERRAR.
010170     CLOSE PARAMETRO-TRANS.
010180     CLOSE PARAMETRO-LEGAL.
010190     CLOSE MANT-REPORT.
010200     CLOSE PARAMETRO-ERROR.
010210     STRING "APLICADAS=" WS-CANT-APLICADAS " RECHAZADAS="
010220         WS-CANT-RECHAZADAS
010230         DELIMITED SIZE INTO WS-BIT-DETALLE.
010240     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
010250     DISPLAY "FIN DEL MANTENIMIENTO DE PARAMETROS LEGALES.".
010260 8000-EXIT.
010270     EXIT.
010280
010290*****************************************************************
010300* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
010310* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
010320* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
010330*****************************************************************
010340 9900-REGISTRAR-BITACORA.
010350     IF WS-BIT-RESULTADO = SPACES
010360         MOVE "ABORTADO" TO WS-BIT-RESULTADO
010370     END-IF.
010380     OPEN EXTEND AUDIT-LOG.
010390     IF NOT WS-AUDITLOG-OK
010400         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
010410             WS-AUDITLOG-STATUS
010420         GO TO 9900-EXIT
010430     END-IF.
010440     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
010450     ACCEPT WS-HORA-BITACORA FROM TIME.
010460     MOVE SPACES TO BITACORA-REG.
010470     MOVE WS-FECHA-BITACORA TO BT-FECHA.
010480     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
010490     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
010500     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
010510     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
010520     MOVE WS-BIT-DETALLE TO BT-DETALLE.
010530     WRITE BITACORA-REG.
010540     CLOSE AUDIT-LOG.
010550 9900-EXIT.
010560     EXIT.

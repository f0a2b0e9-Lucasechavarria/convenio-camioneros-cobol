000150* APLICADOS Y RECHAZADOS, Y GRABA LAS TRANSACCIONES
000160* RECHAZADAS EN UN ARCHIVO DE ERRORES PARA CORREGIR Y
000170* REPRESENTAR EN UNA CORRIDA POSTERIOR.
000180* CADA CAMBIO DE CATEGORIA, CENTRO DE COSTOS O CBU SE GRABA
000190* CON SU FECHA DE VIGENCIA EN LA HISTORIA CONTRACTUAL DEL
000200* LEGAJO (HISTORIA-LEGAJO), Y LA TRANSACCION "H" IMPRIME ESA
000210* HISTORIA EN EL REPORTE.
000220* UNA CORRIDA QUE MODIFICA EL MAESTRO VUELVE A "N" EL CONTROL
000230* DE INTEGRIDAD DE LOS PERIODOS ABIERTOS (PERIODO-ESTADO).
000240*-----------------------------------------------------------------
000250* MOD-HIST:
000260*   2026-08-22 JCM  VERSION ORIGINAL.
000270*   2026-08-22 JCM  EL ALTA YA NO INICIALIZA DIAS NI HORAS
000280*                   EXTRA: ESOS DATOS PASARON AL ARCHIVO DE
000290*                   NOVEDADES MENSUALES.
000300*   2026-08-22 JCM  LA BAJA VALIDA Y GRABA EL MOTIVO DE EGRESO
000310*                   (R/D/C) PARA LA LIQUIDACION FINAL.
000320*   2026-08-22 JCM  ALTA Y MODIFICACION VALIDAN Y GRABAN EL
000330*                   CUIL (MODULO 11) PARA LA EXPORTACION F.931.
000340*   2026-08-22 JCM  ALTA Y MODIFICACION VALIDAN EL CENTRO DE
000350*                   COSTOS CONTRA CENTRO-MASTER Y LO GRABAN
000360*                   EN EL LEGAJO.
000370*   2026-08-22 JCM  EL REPORTE DE TOTALES YA NO SE EMITE SI
000380*                   LA INICIALIZACION ABORTO.
000390*   2026-10-11 JCM  OPERADOR VALIDADO CONTRA OPERMAST SEGUN SU
000400*                   ROL Y RENGLON DE LA CORRIDA EN LA BITACORA
000410*                   UNIFICADA (AUDITLOG).
000420*   2026-10-12 JCM  ALTA Y CAMBIOS DE CATEGORIA, CENTRO O CBU
000430*                   SE GRABAN CON SU FECHA DE VIGENCIA EN LA
000440*                   HISTORIA CONTRACTUAL (LEGHIST); UNA
000450*                   VIGENCIA ANTERIOR AL ULTIMO CAMBIO SE
000460*                   RECHAZA. AGREGADO EL TIPO "H" QUE IMPRIME
000470*                   LA HISTORIA DEL LEGAJO EN EL REPORTE.
000480*   2026-10-15 JCM  ALTA, MODIFICACION Y BAJA DEJAN SIN EFECTO
000490*                   EL CONTROL DE INTEGRIDAD DE LOS PERIODOS NO
000500*                   CERRADOS (PERESTAD): HAY QUE REPETIRLO ANTES
000510*                   DE LA LIQUIDACION DEFINITIVA. EL TOTAL DE
000520*                   RECHAZADOS SE IMPRIMIA PISADO POR EL DE
000530*                   HISTORIAS.
000540*   2026-10-15 JCM  SE RECHAZA LA FECHA DE VIGENCIA POSTERIOR A
000550*                   LA DE PROCESO: EL MAESTRO SE ACTUALIZA EN EL
000560*                   MOMENTO Y LOS DEMAS PROGRAMAS LEEN DE EL LA
000570*                   CATEGORIA Y EL CENTRO.
000580*****************************************************************
000590
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER. IBM-370.
000630 OBJECT-COMPUTER. IBM-370.
000640
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT LEGAJO-TRANS
000680         ASSIGN TO LEGAJTRN
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-LEGAJTRN-STATUS.
000710
000720     SELECT EMPLEADO-MASTER
000730         ASSIGN TO EMPMAST
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS EMP-LEGAJO
000770         FILE STATUS IS WS-EMPMAST-STATUS.
000780
000790     SELECT CATEGORIA-MASTER
000800         ASSIGN TO CATMAST
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS CAT-CODIGO
000840         FILE STATUS IS WS-CATMAST-STATUS.
000850
000860     SELECT CENTRO-MASTER
000870         ASSIGN TO CENMAST
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS CEN-CODIGO
000910         FILE STATUS IS WS-CENMAST-STATUS.
000920
000930     SELECT MANT-REPORT
000940         ASSIGN TO MANTRPT
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-MANTRPT-STATUS.
000970
000980     SELECT LEGAJO-ERROR
000990         ASSIGN TO LEGAJERR
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-LEGAJERR-STATUS.
001020
001030     SELECT HISTORIA-LEGAJO
001040         ASSIGN TO LEGHIST
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS LH-CLAVE
001080         FILE STATUS IS WS-LEGHIST-STATUS.
001090
001100     SELECT PERIODO-ESTADO
001110         ASSIGN TO PERESTAD
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS DYNAMIC
001140         RECORD KEY IS PE-PERIODO
001150         FILE STATUS IS WS-PERESTAD-STATUS.
001160
001170     SELECT OPERADOR-MASTER
001180         ASSIGN TO OPERMAST
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS RANDOM
001210         RECORD KEY IS OP-OPERADOR
001220         FILE STATUS IS WS-OPERMAST-STATUS.
001230
001240     SELECT AUDIT-LOG
001250         ASSIGN TO AUDITLOG
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS WS-AUDITLOG-STATUS.
001280
001290 DATA DIVISION.
001300 FILE SECTION.
001310 FD  LEGAJO-TRANS
001320     LABEL RECORDS ARE STANDARD.
001330 COPY LEGAJTRN.
001340
001350 FD  EMPLEADO-MASTER
001360     LABEL RECORDS ARE STANDARD.
001370 COPY EMPMAST.
001380
001390 FD  CATEGORIA-MASTER
001400     LABEL RECORDS ARE STANDARD.
001410 COPY CATMAST.
001420
001430 FD  CENTRO-MASTER
001440     LABEL RECORDS ARE STANDARD.
001450 COPY CENMAST.
001460
001470 FD  MANT-REPORT
001480     LABEL RECORDS ARE STANDARD.
001490 COPY MANTRPT.
001500
001510 FD  LEGAJO-ERROR
001520     LABEL RECORDS ARE STANDARD.
001530 COPY LEGAJERR.
001540
001550 FD  HISTORIA-LEGAJO
001560     LABEL RECORDS ARE STANDARD.
001570 COPY LEGHIST.
001580
001590 FD  PERIODO-ESTADO
001600     LABEL RECORDS ARE STANDARD.
001610 COPY PERESTAD.
001620
001630 FD  OPERADOR-MASTER
001640     LABEL RECORDS ARE STANDARD.
001650 COPY OPERMAST.
001660
001670 FD  AUDIT-LOG
001680     LABEL RECORDS ARE STANDARD.
001690 COPY AUDITLOG.
001700
001710 WORKING-STORAGE SECTION.
001720
001730*****************************************************************
001740* SWITCHES DE CONTROL DE PROCESO
001750*****************************************************************
001760 01  WS-LEGAJTRN-STATUS        PIC X(02) VALUE ZEROS.
001770     88  WS-LEGAJTRN-OK            VALUE "00".
001780
001790 01  WS-EMPMAST-STATUS         PIC X(02) VALUE ZEROS.
001800     88  WS-EMPMAST-OK             VALUE "00".
001810
001820 01  WS-CATMAST-STATUS         PIC X(02) VALUE ZEROS.
001830     88  WS-CATMAST-OK             VALUE "00".
001840
001850 01  WS-CENMAST-STATUS         PIC X(02) VALUE ZEROS.
001860     88  WS-CENMAST-OK             VALUE "00".
001870
001880 01  WS-MANTRPT-STATUS         PIC X(02) VALUE ZEROS.
001890     88  WS-MANTRPT-OK             VALUE "00".
001900
001910 01  WS-LEGAJERR-STATUS        PIC X(02) VALUE ZEROS.
001920     88  WS-LEGAJERR-OK            VALUE "00".
001930
001940 01  WS-LEGHIST-STATUS         PIC X(02) VALUE ZEROS.
001950     88  WS-LEGHIST-OK             VALUE "00".
001960
001970 01  WS-PERESTAD-STATUS        PIC X(02) VALUE ZEROS.
001980     88  WS-PERESTAD-OK            VALUE "00".
001990
002000 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
002010     88  WS-OPERMAST-OK            VALUE "00".
002020
002030 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
002040     88  WS-AUDITLOG-OK            VALUE "00".
002050
002060 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
002070     88  FIN-DE-ARCHIVO            VALUE "S".
002080
002090 01  WS-LEGAJO-EXISTE-SW       PIC X(01) VALUE "N".
002100     88  LEGAJO-EXISTE             VALUE "S".
002110
002120 01  WS-CATEGORIA-EXISTE-SW    PIC X(01) VALUE "N".
002130     88  CATEGORIA-EXISTE          VALUE "S".
002140
002150 01  WS-CENTRO-EXISTE-SW       PIC X(01) VALUE "N".
002160     88  CENTRO-EXISTE             VALUE "S".
002170
002180 01  WS-HISTORIA-FIN-SW        PIC X(01) VALUE "N".
002190     88  HISTORIA-FIN              VALUE "S".
002200
002210 01  WS-HAY-HISTORIA-SW        PIC X(01) VALUE "N".
002220     88  HAY-HISTORIA              VALUE "S".
002230
002240 01  WS-MAESTRO-MODIF-SW       PIC X(01) VALUE "N".
002250     88  MAESTRO-MODIFICADO        VALUE "S".
002260
002270 01  WS-PERESTAD-FIN-SW        PIC X(01) VALUE "N".
002280     88  PERESTAD-FIN              VALUE "S".
002290
002300*> La inicializacion arranca como abortada y recien se marca
002310*> completa al final de 1000: un error de apertura deja el
002320*> reporte de totales sin emitir.
002330 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
002340     88  INICIO-ABORTADO           VALUE "S".
002350     88  INICIO-COMPLETO           VALUE "N".
002360
002370 01  WS-TRANS-VALIDA-SW        PIC X(01) VALUE "S".
002380     88  TRANS-VALIDA              VALUE "S".
002390     88  TRANS-RECHAZADA           VALUE "N".
002400
002410 01  WS-MOTIVO-RECHAZO         PIC X(30) VALUE SPACES.
002420
002430*****************************************************************
002440* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
002450* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
002460*****************************************************************
002470 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
002480 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
002490 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
002500 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 2.
002510 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
002520     88  OPERADOR-HABILITADO       VALUE "S".
002530 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
002540     "MANT-LEGAJOS".
002550 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
002560 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
002570 01  WS-FECHA-BITACORA         PIC 9(08).
002580 01  WS-HORA-BITACORA          PIC 9(08).
002590 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
002600     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
002610     05  FILLER                PIC 9(02).
002620
002630 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
002640
002650*****************************************************************
002660* PESOS PARA EL CALCULO DE LOS DOS DIGITOS VERIFICADORES DEL
002670* CBU: EL PRIMER BLOQUE (BANCO Y SUCURSAL, POSICIONES 1 A 7)
002680* CIERRA CON EL VERIFICADOR EN LA POSICION 8, Y EL SEGUNDO
002690* BLOQUE (CUENTA, POSICIONES 9 A 21) CIERRA CON EL VERIFICADOR
002700* EN LA POSICION 22.
002710*****************************************************************
002720 01  CBU-PESOS-BLOQUE-1-VAL    PIC X(07) VALUE "7139713".
002730 01  CBU-PESOS-BLOQUE-1 REDEFINES CBU-PESOS-BLOQUE-1-VAL.
002740     05  CBU-PESO-1            PIC 9(01) OCCURS 7 TIMES.
002750
002760 01  CBU-PESOS-BLOQUE-2-VAL    PIC X(13) VALUE "3971397139713".
002770 01  CBU-PESOS-BLOQUE-2 REDEFINES CBU-PESOS-BLOQUE-2-VAL.
002780     05  CBU-PESO-2            PIC 9(01) OCCURS 13 TIMES.
002790
002800*****************************************************************
002810* PESOS DEL DIGITO VERIFICADOR DEL CUIL (MODULO 11) SOBRE LOS
002820* DIEZ PRIMEROS DIGITOS; EL VERIFICADOR ES EL ONCEAVO.
002830*****************************************************************
002840 01  CUIL-PESOS-VAL            PIC X(10) VALUE "5432765432".
002850 01  CUIL-PESOS REDEFINES CUIL-PESOS-VAL.
002860     05  CUIL-PESO             PIC 9(01) OCCURS 10 TIMES.
002870
002880 01  WS-CBU-SUMA               PIC 9(04) VALUE ZERO.
002890 01  WS-CBU-COCIENTE           PIC 9(04).
002900 01  WS-CBU-RESTO              PIC 9(01).
002910 01  WS-CBU-RESTO-11           PIC 9(02).
002920 01  WS-CBU-VERIFICADOR        PIC 9(02).
002930 01  WS-CBU-IX                 PIC 9(02).
002940
002950*****************************************************************
002960* HISTORIA CONTRACTUAL: FECHA DE VIGENCIA DEL CAMBIO, ULTIMA
002970* VIGENCIA GRABADA DEL LEGAJO Y DATOS CONTRACTUALES QUE EL
002980* CAMBIO REEMPLAZA
002990*****************************************************************
003000 01  WS-FECHA-PROCESO          PIC 9(08) VALUE ZEROS.
003010
003020 01  WS-FECHA-VIGENCIA         PIC 9(08) VALUE ZEROS.
003030 01  WS-FECHA-VIGENCIA-R REDEFINES WS-FECHA-VIGENCIA.
003040     05  WS-VIGENCIA-AAAA      PIC 9(04).
003050     05  WS-VIGENCIA-MM        PIC 9(02).
003060     05  WS-VIGENCIA-DD        PIC 9(02).
003070
003080 01  WS-ULTIMA-VIGENCIA        PIC 9(08) VALUE ZEROS.
003090
003100 01  WS-CATEGORIA-ANT          PIC 9(02).
003110 01  WS-CENTRO-ANT             PIC 9(02).
003120 01  WS-CBU-ANT                PIC X(22).
003130
003140 01  WS-EDIT-FECHA.
003150     05  WS-EDIT-FEC-DD        PIC 9(02).
003160     05  FILLER                PIC X(01) VALUE "/".
003170     05  WS-EDIT-FEC-MM        PIC 9(02).
003180     05  FILLER                PIC X(01) VALUE "/".
003190     05  WS-EDIT-FEC-AAAA      PIC 9(04).
003200
003210 01  WS-LINEA-HISTORIA.
003220     05  FILLER                PIC X(06) VALUE SPACES.
003230     05  WS-LH-VIGENCIA        PIC X(10).
003240     05  FILLER                PIC X(02) VALUE SPACES.
003250     05  WS-LH-CATEGORIA       PIC 9(02).
003260     05  FILLER                PIC X(02) VALUE SPACES.
003270     05  WS-LH-CENTRO          PIC 9(02).
003280     05  FILLER                PIC X(01) VALUE SPACES.
003290     05  WS-LH-CBU             PIC X(22).
003300     05  FILLER                PIC X(01) VALUE SPACES.
003310     05  WS-LH-ORIGEN          PIC X(01).
003320     05  FILLER                PIC X(01) VALUE SPACES.
003330     05  WS-LH-CAMBIOS.
003340         10  WS-LH-CAMBIO-CAT  PIC X(04).
003350         10  WS-LH-CAMBIO-CC   PIC X(03).
003360         10  WS-LH-CAMBIO-CBU  PIC X(06).
003370     05  WS-LH-REGISTRO        PIC X(10).
003380     05  FILLER                PIC X(07) VALUE SPACES.
003390
003400*****************************************************************
003410* CONTADORES DEL REPORTE DE MANTENIMIENTO
003420*****************************************************************
003430 01  WS-CANT-APLICADAS         PIC 9(05) VALUE ZERO.
003440 01  WS-CANT-RECHAZADAS        PIC 9(05) VALUE ZERO.
003450 01  WS-CANT-HISTORIAS         PIC 9(05) VALUE ZERO.
003460 01  WS-CANT-CONTROLES        PIC 9(05) VALUE ZERO.
003470 01  WS-EDIT-CANTIDAD          PIC ZZ,ZZ9.
003480
003490 PROCEDURE DIVISION.
003500
003510 0000-MAINLINE.
003520     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003530     PERFORM 2000-PROCESAR-TRANSACCIONES THRU 2000-EXIT
003540         UNTIL FIN-DE-ARCHIVO.
003550     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
003560     STOP RUN.
003570
003580 1000-INICIALIZAR.
003590     DISPLAY WS-BANNER-1.
003600     DISPLAY "MANTENIMIENTO DEL MAESTRO DE EMPLEADOS".
003610     DISPLAY WS-BANNER-1.
003620
003630     DISPLAY WS-OPERADOR-MENSAJE.
003640     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
003650     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
003660     IF NOT OPERADOR-HABILITADO
003670         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
003680         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003690         GO TO 1000-EXIT
003700     END-IF.
003710
003720     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
003730     OPEN INPUT LEGAJO-TRANS.
003740     IF NOT WS-LEGAJTRN-OK
003750         DISPLAY "ERROR AL ABRIR LEGAJO-TRANS, STATUS = "
003760             WS-LEGAJTRN-STATUS
003770         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003780         GO TO 1000-EXIT
003790     END-IF.
003800
003810     OPEN I-O EMPLEADO-MASTER.
003820     IF NOT WS-EMPMAST-OK
003830         DISPLAY "ERROR AL ABRIR EMPLEADO-MASTER, STATUS = "
003840             WS-EMPMAST-STATUS
003850         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003860         GO TO 1000-EXIT
003870     END-IF.
003880
003890     OPEN INPUT CATEGORIA-MASTER.
003900     IF NOT WS-CATMAST-OK
003910         DISPLAY "ERROR AL ABRIR CATEGORIA-MASTER, STATUS = "
003920             WS-CATMAST-STATUS
003930         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003940         GO TO 1000-EXIT
003950     END-IF.
003960
003970     OPEN INPUT CENTRO-MASTER.
003980     IF NOT WS-CENMAST-OK
003990         DISPLAY "ERROR AL ABRIR CENTRO-MASTER, STATUS = "
004000             WS-CENMAST-STATUS
004010         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004020         GO TO 1000-EXIT
004030     END-IF.
004040
004050     OPEN OUTPUT MANT-REPORT.
004060     IF NOT WS-MANTRPT-OK
004070         DISPLAY "ERROR AL ABRIR MANT-REPORT, STATUS = "
004080             WS-MANTRPT-STATUS
004090         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004100         GO TO 1000-EXIT
004110     END-IF.
004120
004130     OPEN OUTPUT LEGAJO-ERROR.
004140     IF NOT WS-LEGAJERR-OK
004150         DISPLAY "ERROR AL ABRIR LEGAJO-ERROR, STATUS = "
004160             WS-LEGAJERR-STATUS
004170         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004180         GO TO 1000-EXIT
004190     END-IF.
004200
004210     OPEN I-O HISTORIA-LEGAJO.
004220     IF NOT WS-LEGHIST-OK
004230         DISPLAY "ERROR AL ABRIR HISTORIA-LEGAJO, STATUS = "
004240             WS-LEGHIST-STATUS
004250         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004260         GO TO 1000-EXIT
004270     END-IF.
004280
004290     OPEN I-O PERIODO-ESTADO.
004300     IF NOT WS-PERESTAD-OK
004310         DISPLAY "ERROR AL ABRIR PERIODO-ESTADO, STATUS = "
004320             WS-PERESTAD-STATUS
004330         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004340         GO TO 1000-EXIT
004350     END-IF.
004360     MOVE "OK" TO WS-BIT-RESULTADO.
004370     SET INICIO-COMPLETO TO TRUE.
004380     PERFORM 1100-IMPRIMIR-ENCABEZADO THRU 1100-EXIT.
004390     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
004400 1000-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
004450* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
004460* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
004470* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
004480* LOS ROLES MENORES)
004490*****************************************************************
004500 1050-VALIDAR-OPERADOR.
004510     MOVE "N" TO WS-OPERADOR-SW.
004520     OPEN INPUT OPERADOR-MASTER.
004530     IF NOT WS-OPERMAST-OK
004540         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
004550             WS-OPERMAST-STATUS
004560         GO TO 1050-EXIT
004570     END-IF.
004580     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
004590     READ OPERADOR-MASTER
004600         INVALID KEY
004610             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
004620             CLOSE OPERADOR-MASTER
004630             GO TO 1050-EXIT
004640     END-READ.
004650     CLOSE OPERADOR-MASTER.
004660     MOVE OP-ROL TO WS-OPERADOR-ROL.
004670     IF NOT OP-HABILITADO
004680         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
004690         GO TO 1050-EXIT
004700     END-IF.
004710     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
004720         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
004730             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
004740             ", REQUIERE " WS-ROL-REQUERIDO ")"
004750         GO TO 1050-EXIT
004760     END-IF.
004770     SET OPERADOR-HABILITADO TO TRUE.
004780 1050-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820* IMPRIME EL ENCABEZADO DEL REPORTE DE MANTENIMIENTO
004830*****************************************************************
004840 1100-IMPRIMIR-ENCABEZADO.
004850     MOVE SPACES TO LINEA-MANTENIMIENTO.
004860     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1.
004870
004880     STRING "MANTENIMIENTO DE LEGAJOS - MOVIMIENTOS DEL DIA"
004890         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
004900     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
004910
004920     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
004930         AFTER ADVANCING 1 LINE.
004940
004950     STRING "TIPO  LEGAJO  RESULTADO"
004960         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
004970     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
004980 1100-EXIT.
004990     EXIT.
005000
005010*****************************************************************
005020* VALIDA Y APLICA UNA TRANSACCION SEGUN SU TIPO
005030*****************************************************************
005040 2000-PROCESAR-TRANSACCIONES.
005050     PERFORM 4000-VALIDAR-TRANSACCION THRU 4000-EXIT.
005060     IF TRANS-RECHAZADA
005070         PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
005080         GO TO 2000-SIGUIENTE
005090     END-IF.
005100
005110     IF LT-TIPO-ALTA
005120         PERFORM 3000-APLICAR-ALTA THRU 3000-EXIT
005130     ELSE
005140         IF LT-TIPO-MODIFICACION
005150             PERFORM 3100-APLICAR-MODIFICACION THRU 3100-EXIT
005160         ELSE
005170             IF LT-TIPO-BAJA
005180                 PERFORM 3200-APLICAR-BAJA THRU 3200-EXIT
005190             ELSE
005200                 PERFORM 3300-IMPRIMIR-HISTORIA THRU 3300-EXIT
005210             END-IF
005220         END-IF
005230     END-IF.
005240
005250 2000-SIGUIENTE.
005260     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
005270 2000-EXIT.
005280     EXIT.
005290
005300 2100-LEER-TRANSACCION.
005310     READ LEGAJO-TRANS
005320         AT END
005330             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005340     END-READ.
005350 2100-EXIT.
005360     EXIT.
005370
005380*****************************************************************
005390* DA DE ALTA UN LEGAJO NUEVO EN EL MAESTRO DE EMPLEADOS
005400*****************************************************************
005410 3000-APLICAR-ALTA.
005420     *> El area del registro puede conservar bytes del ultimo
005430     *> legajo leido: se limpia para que el filler quede en
005440     *> blancos antes de cargar el alta
005450     MOVE SPACES TO EMPLEADO-MASTER-REG.
005460     MOVE LT-LEGAJO TO EMP-LEGAJO.
005470     MOVE LT-NOMBRE TO EMP-NOMBRE.
005480     MOVE LT-CATEGORIA TO EMP-CATEGORIA.
005490     MOVE LT-ANTIGUEDAD-ANOS TO EMP-ANTIGUEDAD-ANOS.
005500     MOVE LT-CBU TO EMP-CBU.
005510     MOVE LT-CUIL TO EMP-CUIL.
005520     MOVE LT-CENTRO-COSTOS TO EMP-CENTRO-COSTOS.
005530     MOVE ZEROS TO EMP-FECHA-EGRESO.
005540     MOVE SPACES TO EMP-MOTIVO-EGRESO.
005550
005560     WRITE EMPLEADO-MASTER-REG
005570         INVALID KEY
005580             MOVE "ERROR DE GRABACION EN MAESTRO"
005590                 TO WS-MOTIVO-RECHAZO
005600             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
005610             GO TO 3000-EXIT
005620     END-WRITE.
005630
005640     MOVE ZEROS TO WS-CATEGORIA-ANT.
005650     MOVE ZEROS TO WS-CENTRO-ANT.
005660     MOVE SPACES TO WS-CBU-ANT.
005670     PERFORM 3150-GRABAR-HISTORIA THRU 3150-EXIT.
005680     SET MAESTRO-MODIFICADO TO TRUE.
005690     PERFORM 5000-REGISTRAR-APLICADA THRU 5000-EXIT.
005700 3000-EXIT.
005710     EXIT.
005720
005730*****************************************************************
005740* ACTUALIZA LOS DATOS ESTABLES DEL LEGAJO (NOMBRE, CATEGORIA,
005750* ANTIGUEDAD Y CBU). EL REGISTRO ACTUAL YA QUEDO LEIDO EN LA
005760* VALIDACION, POR LO QUE LOS DEMAS CAMPOS SE CONSERVAN. SI
005770* CAMBIA LA CATEGORIA, EL CENTRO DE COSTOS O EL CBU, EL CAMBIO
005780* QUEDA EN LA HISTORIA CONTRACTUAL CON SU FECHA DE VIGENCIA.
005790*****************************************************************
005800 3100-APLICAR-MODIFICACION.
005810     MOVE EMP-CATEGORIA TO WS-CATEGORIA-ANT.
005820     MOVE EMP-CENTRO-COSTOS TO WS-CENTRO-ANT.
005830     MOVE EMP-CBU TO WS-CBU-ANT.
005840
005850     MOVE LT-NOMBRE TO EMP-NOMBRE.
005860     MOVE LT-CATEGORIA TO EMP-CATEGORIA.
005870     MOVE LT-ANTIGUEDAD-ANOS TO EMP-ANTIGUEDAD-ANOS.
005880     MOVE LT-CBU TO EMP-CBU.
005890     MOVE LT-CUIL TO EMP-CUIL.
005900     MOVE LT-CENTRO-COSTOS TO EMP-CENTRO-COSTOS.
005910
005920     REWRITE EMPLEADO-MASTER-REG
005930         INVALID KEY
005940             MOVE "ERROR DE GRABACION EN MAESTRO"
005950                 TO WS-MOTIVO-RECHAZO
005960             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
005970             GO TO 3100-EXIT
005980     END-REWRITE.
005990
006000     IF LT-CATEGORIA NOT = WS-CATEGORIA-ANT
006010             OR LT-CENTRO-COSTOS NOT = WS-CENTRO-ANT
006020             OR LT-CBU NOT = WS-CBU-ANT
006030         PERFORM 3150-GRABAR-HISTORIA THRU 3150-EXIT
006040     END-IF.
006050
006060     SET MAESTRO-MODIFICADO TO TRUE.
006070     PERFORM 5000-REGISTRAR-APLICADA THRU 5000-EXIT.
006080 3100-EXIT.
006090     EXIT.
006100
006110*****************************************************************
006120* GRABA EN LA HISTORIA CONTRACTUAL LOS DATOS VIGENTES DESDE LA
006130* FECHA DE VIGENCIA (YA VALIDADA EN WS-FECHA-VIGENCIA) Y LOS
006140* QUE REEMPLAZAN. SI EL LEGAJO NO TENIA HISTORIA, ANTES SE
006150* GRABAN SUS DATOS PREVIOS COMO VIGENTES DESDE SIEMPRE, PARA
006160* QUE LOS MESES ANTERIORES AL CAMBIO SE SIGAN LIQUIDANDO CON
006170* ELLOS.
006180*****************************************************************
006190 3150-GRABAR-HISTORIA.
006200     IF LT-TIPO-MODIFICACION AND NOT HAY-HISTORIA
006210         MOVE SPACES TO HISTORIA-LEGAJO-REG
006220         MOVE EMP-LEGAJO TO LH-LEGAJO
006230         MOVE ZEROS TO LH-FECHA-VIGENCIA
006240         SET LH-ORIGEN-INICIAL TO TRUE
006250         MOVE WS-CATEGORIA-ANT TO LH-CATEGORIA
006260         MOVE WS-CENTRO-ANT TO LH-CENTRO-COSTOS
006270         MOVE WS-CBU-ANT TO LH-CBU
006280         MOVE ZEROS TO LH-CATEGORIA-ANT
006290         MOVE ZEROS TO LH-CENTRO-ANT
006300         MOVE "N" TO LH-CAMBIO-CATEGORIA
006310         MOVE "N" TO LH-CAMBIO-CENTRO
006320         MOVE "N" TO LH-CAMBIO-CBU
006330         MOVE WS-FECHA-PROCESO TO LH-FECHA-REGISTRO
006340         MOVE WS-OPERADOR-ID TO LH-OPERADOR
006350         WRITE HISTORIA-LEGAJO-REG
006360             INVALID KEY
006370                 DISPLAY "ERROR AL GRABAR HISTORIA INICIAL, "
006380                     "LEGAJO " EMP-LEGAJO ", STATUS = "
006390                     WS-LEGHIST-STATUS
006400         END-WRITE
006410     END-IF.
006420
006430     MOVE SPACES TO HISTORIA-LEGAJO-REG.
006440     MOVE EMP-LEGAJO TO LH-LEGAJO.
006450     MOVE WS-FECHA-VIGENCIA TO LH-FECHA-VIGENCIA.
006460     IF LT-TIPO-ALTA
006470         SET LH-ORIGEN-ALTA TO TRUE
006480     ELSE
006490         SET LH-ORIGEN-MODIFICACION TO TRUE
006500     END-IF.
006510     MOVE EMP-CATEGORIA TO LH-CATEGORIA.
006520     MOVE EMP-CENTRO-COSTOS TO LH-CENTRO-COSTOS.
006530     MOVE EMP-CBU TO LH-CBU.
006540     MOVE WS-CATEGORIA-ANT TO LH-CATEGORIA-ANT.
006550     MOVE WS-CENTRO-ANT TO LH-CENTRO-ANT.
006560     MOVE WS-CBU-ANT TO LH-CBU-ANT.
006570     MOVE "N" TO LH-CAMBIO-CATEGORIA.
006580     MOVE "N" TO LH-CAMBIO-CENTRO.
006590     MOVE "N" TO LH-CAMBIO-CBU.
006600     IF EMP-CATEGORIA NOT = WS-CATEGORIA-ANT
006610         MOVE "S" TO LH-CAMBIO-CATEGORIA
006620     END-IF.
006630     IF EMP-CENTRO-COSTOS NOT = WS-CENTRO-ANT
006640         MOVE "S" TO LH-CAMBIO-CENTRO
006650     END-IF.
006660     IF EMP-CBU NOT = WS-CBU-ANT
006670         MOVE "S" TO LH-CAMBIO-CBU
006680     END-IF.
006690     MOVE WS-FECHA-PROCESO TO LH-FECHA-REGISTRO.
006700     MOVE WS-OPERADOR-ID TO LH-OPERADOR.
006710     WRITE HISTORIA-LEGAJO-REG
006720         INVALID KEY
006730             DISPLAY "ERROR AL GRABAR HISTORIA, LEGAJO "
006740                 EMP-LEGAJO ", STATUS = " WS-LEGHIST-STATUS
006750     END-WRITE.
006760 3150-EXIT.
006770     EXIT.
006780
006790*****************************************************************
006800* IMPRIME EN EL REPORTE LA HISTORIA CONTRACTUAL DEL LEGAJO:
006810* UN RENGLON POR VIGENCIA CON CATEGORIA, CENTRO DE COSTOS, CBU,
006820* ORIGEN, DATOS QUE CAMBIARON Y FECHA DE REGISTRO
006830*****************************************************************
006840 3300-IMPRIMIR-HISTORIA.
006850     ADD 1 TO WS-CANT-HISTORIAS.
006860     MOVE SPACES TO LINEA-MANTENIMIENTO.
006870     STRING LT-TIPO "     " LT-LEGAJO "  HISTORIA CONTRACTUAL - "
006880         EMP-NOMBRE
006890         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
006900     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
006910
006920     IF NOT HAY-HISTORIA
006930         MOVE SPACES TO LINEA-MANTENIMIENTO
006940         STRING "      SIN CAMBIOS REGISTRADOS: CAT "
006950             EMP-CATEGORIA " CC " EMP-CENTRO-COSTOS
006960             " CBU " EMP-CBU
006970             DELIMITED SIZE INTO LINEA-MANTENIMIENTO
006980         WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE
006990         GO TO 3300-EXIT
007000     END-IF.
007010
007020     MOVE SPACES TO LINEA-MANTENIMIENTO.
007030     STRING "      VIGENCIA    CAT CC CBU"
007040         "                    O CAMBIOS      REGISTRO"
007050         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
007060     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
007070
007080     MOVE "N" TO WS-HISTORIA-FIN-SW.
007090     MOVE LT-LEGAJO TO LH-LEGAJO.
007100     MOVE ZEROS TO LH-FECHA-VIGENCIA.
007110     START HISTORIA-LEGAJO KEY NOT LESS THAN LH-CLAVE
007120         INVALID KEY
007130             SET HISTORIA-FIN TO TRUE
007140     END-START.
007150     PERFORM 3310-IMPRIMIR-VIGENCIA THRU 3310-EXIT
007160         UNTIL HISTORIA-FIN.
007170 3300-EXIT.
007180     EXIT.
007190
007200 3310-IMPRIMIR-VIGENCIA.
007210     READ HISTORIA-LEGAJO NEXT RECORD
007220         AT END
007230             SET HISTORIA-FIN TO TRUE
007240             GO TO 3310-EXIT
007250     END-READ.
007260     IF LH-LEGAJO NOT = LT-LEGAJO
007270         SET HISTORIA-FIN TO TRUE
007280         GO TO 3310-EXIT
007290     END-IF.
007300
007310     MOVE "ORIGINAL" TO WS-LH-VIGENCIA.
007320     IF LH-FECHA-VIGENCIA NOT = ZEROS
007330         MOVE LH-FECHA-VIGENCIA TO WS-FECHA-VIGENCIA
007340         PERFORM 3320-EDITAR-FECHA THRU 3320-EXIT
007350         MOVE WS-EDIT-FECHA TO WS-LH-VIGENCIA
007360     END-IF.
007370     MOVE LH-CATEGORIA TO WS-LH-CATEGORIA.
007380     MOVE LH-CENTRO-COSTOS TO WS-LH-CENTRO.
007390     MOVE LH-CBU TO WS-LH-CBU.
007400     MOVE LH-ORIGEN TO WS-LH-ORIGEN.
007410     MOVE SPACES TO WS-LH-CAMBIOS.
007420     IF LH-CAMBIA-CATEGORIA
007430         MOVE "CAT" TO WS-LH-CAMBIO-CAT
007440     END-IF.
007450     IF LH-CAMBIA-CENTRO
007460         MOVE "CC" TO WS-LH-CAMBIO-CC
007470     END-IF.
007480     IF LH-CAMBIA-CBU
007490         MOVE "CBU" TO WS-LH-CAMBIO-CBU
007500     END-IF.
007510     MOVE LH-FECHA-REGISTRO TO WS-FECHA-VIGENCIA.
007520     PERFORM 3320-EDITAR-FECHA THRU 3320-EXIT.
007530     MOVE WS-EDIT-FECHA TO WS-LH-REGISTRO.
007540     WRITE LINEA-MANTENIMIENTO FROM WS-LINEA-HISTORIA
007550         AFTER ADVANCING 1 LINE.
007560 3310-EXIT.
007570     EXIT.
007580
007590 3320-EDITAR-FECHA.
007600     MOVE WS-VIGENCIA-DD TO WS-EDIT-FEC-DD.
007610     MOVE WS-VIGENCIA-MM TO WS-EDIT-FEC-MM.
007620     MOVE WS-VIGENCIA-AAAA TO WS-EDIT-FEC-AAAA.
007630 3320-EXIT.
007640     EXIT.
007650
007660*****************************************************************
007670* DA DE BAJA LOGICA EL LEGAJO GRABANDO SU FECHA Y MOTIVO DE
007680* EGRESO. EL REGISTRO NO SE BORRA DEL MAESTRO.
007690*****************************************************************
007700 3200-APLICAR-BAJA.
007710     MOVE LT-FECHA-EGRESO TO EMP-FECHA-EGRESO.
007720     MOVE LT-MOTIVO-EGRESO TO EMP-MOTIVO-EGRESO.
007730
007740     REWRITE EMPLEADO-MASTER-REG
007750         INVALID KEY
007760             MOVE "ERROR DE GRABACION EN MAESTRO"
007770                 TO WS-MOTIVO-RECHAZO
007780             PERFORM 5100-RECHAZAR-TRANSACCION THRU 5100-EXIT
007790             GO TO 3200-EXIT
007800     END-REWRITE.
007810
007820     SET MAESTRO-MODIFICADO TO TRUE.
007830     PERFORM 5000-REGISTRAR-APLICADA THRU 5000-EXIT.
007840 3200-EXIT.
007850     EXIT.
007860
007870*****************************************************************
007880* VALIDA LA TRANSACCION COMPLETA ANTES DE APLICARLA. DEJA EL
007890* MOTIVO DEL RECHAZO EN WS-MOTIVO-RECHAZO SI NO PASA.
007900*****************************************************************
007910 4000-VALIDAR-TRANSACCION.
007920     SET TRANS-VALIDA TO TRUE.
007930     MOVE SPACES TO WS-MOTIVO-RECHAZO.
007940     PERFORM 4200-BUSCAR-LEGAJO THRU 4200-EXIT.
007950
007960     IF LT-TIPO-ALTA
007970         IF LEGAJO-EXISTE
007980             MOVE "LEGAJO YA EXISTENTE" TO WS-MOTIVO-RECHAZO
007990             SET TRANS-RECHAZADA TO TRUE
008000             GO TO 4000-EXIT
008010         END-IF
008020         PERFORM 4300-VALIDAR-CATEGORIA THRU 4300-EXIT
008030         IF TRANS-RECHAZADA
008040             GO TO 4000-EXIT
008050         END-IF
008060         PERFORM 4100-VALIDAR-CBU THRU 4100-EXIT
008070         IF TRANS-RECHAZADA
008080             GO TO 4000-EXIT
008090         END-IF
008100         PERFORM 4400-VALIDAR-CUIL THRU 4400-EXIT
008110         IF TRANS-RECHAZADA
008120             GO TO 4000-EXIT
008130         END-IF
008140         PERFORM 4500-VALIDAR-CENTRO THRU 4500-EXIT
008150         IF TRANS-RECHAZADA
008160             GO TO 4000-EXIT
008170         END-IF
008180         PERFORM 4600-VALIDAR-VIGENCIA THRU 4600-EXIT
008190         GO TO 4000-EXIT
008200     END-IF.
008210
008220     IF LT-TIPO-MODIFICACION
008230         IF NOT LEGAJO-EXISTE
008240             MOVE "LEGAJO INEXISTENTE" TO WS-MOTIVO-RECHAZO
008250             SET TRANS-RECHAZADA TO TRUE
008260             GO TO 4000-EXIT
008270         END-IF
008280         PERFORM 4300-VALIDAR-CATEGORIA THRU 4300-EXIT
008290         IF TRANS-RECHAZADA
008300             GO TO 4000-EXIT
008310         END-IF
008320         PERFORM 4100-VALIDAR-CBU THRU 4100-EXIT
008330         IF TRANS-RECHAZADA
008340             GO TO 4000-EXIT
008350         END-IF
008360         PERFORM 4400-VALIDAR-CUIL THRU 4400-EXIT
008370         IF TRANS-RECHAZADA
008380             GO TO 4000-EXIT
008390         END-IF
008400         PERFORM 4500-VALIDAR-CENTRO THRU 4500-EXIT
008410         IF TRANS-RECHAZADA
008420             GO TO 4000-EXIT
008430         END-IF
008440         *> Solo un cambio contractual necesita vigencia
008450         IF LT-CATEGORIA NOT = EMP-CATEGORIA
008460                 OR LT-CENTRO-COSTOS NOT = EMP-CENTRO-COSTOS
008470                 OR LT-CBU NOT = EMP-CBU
008480             PERFORM 4600-VALIDAR-VIGENCIA THRU 4600-EXIT
008490         END-IF
008500         GO TO 4000-EXIT
008510     END-IF.
008520
008530     IF LT-TIPO-BAJA
008540         IF NOT LEGAJO-EXISTE
008550             MOVE "LEGAJO INEXISTENTE" TO WS-MOTIVO-RECHAZO
008560             SET TRANS-RECHAZADA TO TRUE
008570             GO TO 4000-EXIT
008580         END-IF
008590         IF LT-FECHA-EGRESO = ZEROS
008600             MOVE "FECHA DE EGRESO REQUERIDA"
008610                 TO WS-MOTIVO-RECHAZO
008620             SET TRANS-RECHAZADA TO TRUE
008630             GO TO 4000-EXIT
008640         END-IF
008650         IF NOT LT-EGRESO-RENUNCIA
008660                 AND NOT LT-EGRESO-DESPIDO-SC
008670                 AND NOT LT-EGRESO-DESPIDO-CC
008680             MOVE "MOTIVO DE EGRESO INVALIDO"
008690                 TO WS-MOTIVO-RECHAZO
008700             SET TRANS-RECHAZADA TO TRUE
008710         END-IF
008720         GO TO 4000-EXIT
008730     END-IF.
008740
008750     IF LT-TIPO-HISTORIA
008760         IF NOT LEGAJO-EXISTE
008770             MOVE "LEGAJO INEXISTENTE" TO WS-MOTIVO-RECHAZO
008780             SET TRANS-RECHAZADA TO TRUE
008790             GO TO 4000-EXIT
008800         END-IF
008810         PERFORM 4700-BUSCAR-ULTIMA-VIGENCIA THRU 4700-EXIT
008820         GO TO 4000-EXIT
008830     END-IF.
008840     MOVE "TIPO DE TRANSACCION INVALIDO" TO WS-MOTIVO-RECHAZO.
008850     SET TRANS-RECHAZADA TO TRUE.
008860 4000-EXIT.
008870     EXIT.
008880
008890*****************************************************************
008900* VALIDA QUE EL CBU SEA NUMERICO DE 22 DIGITOS Y QUE SUS DOS
008910* DIGITOS VERIFICADORES (POSICIONES 8 Y 22) SEAN CORRECTOS
008920*****************************************************************
008930 4100-VALIDAR-CBU.
008940     IF LT-CBU IS NOT NUMERIC
008950         MOVE "CBU NO NUMERICO DE 22 DIGITOS"
008960             TO WS-MOTIVO-RECHAZO
008970         SET TRANS-RECHAZADA TO TRUE
008980         GO TO 4100-EXIT
008990     END-IF.
009000
009010     MOVE ZEROS TO WS-CBU-SUMA.
009020     PERFORM 4110-SUMAR-BLOQUE-1 THRU 4110-EXIT
009030         VARYING WS-CBU-IX FROM 1 BY 1 UNTIL WS-CBU-IX > 7.
009040     PERFORM 4130-CALCULAR-VERIFICADOR THRU 4130-EXIT.
009050     IF WS-CBU-VERIFICADOR NOT EQUAL LT-CBU-DIG (8)
009060         MOVE "CBU CON VERIFICADOR INVALIDO"
009070             TO WS-MOTIVO-RECHAZO
009080         SET TRANS-RECHAZADA TO TRUE
009090         GO TO 4100-EXIT
009100     END-IF.
009110
009120     MOVE ZEROS TO WS-CBU-SUMA.
009130     PERFORM 4120-SUMAR-BLOQUE-2 THRU 4120-EXIT
009140         VARYING WS-CBU-IX FROM 1 BY 1 UNTIL WS-CBU-IX > 13.
009150     PERFORM 4130-CALCULAR-VERIFICADOR THRU 4130-EXIT.
009160     IF WS-CBU-VERIFICADOR NOT EQUAL LT-CBU-DIG (22)
009170         MOVE "CBU CON VERIFICADOR INVALIDO"
009180             TO WS-MOTIVO-RECHAZO
009190         SET TRANS-RECHAZADA TO TRUE
009200     END-IF.
009210 4100-EXIT.
009220     EXIT.
009230
009240 4110-SUMAR-BLOQUE-1.
009250     COMPUTE WS-CBU-SUMA = WS-CBU-SUMA +
009260         LT-CBU-DIG (WS-CBU-IX) * CBU-PESO-1 (WS-CBU-IX).
009270 4110-EXIT.
009280     EXIT.
009290
009300 4120-SUMAR-BLOQUE-2.
009310     COMPUTE WS-CBU-SUMA = WS-CBU-SUMA +
009320         LT-CBU-DIG (WS-CBU-IX + 8) * CBU-PESO-2 (WS-CBU-IX).
009330 4120-EXIT.
009340     EXIT.
009350
009360*****************************************************************
009370* CALCULA EL DIGITO VERIFICADOR: 10 MENOS EL RESTO MODULO 10
009380* DE LA SUMA PONDERADA (SI DA 10 EL VERIFICADOR ES 0)
009390*****************************************************************
009400 4130-CALCULAR-VERIFICADOR.
009410     DIVIDE WS-CBU-SUMA BY 10
009420         GIVING WS-CBU-COCIENTE REMAINDER WS-CBU-RESTO.
009430     COMPUTE WS-CBU-VERIFICADOR = 10 - WS-CBU-RESTO.
009440     IF WS-CBU-VERIFICADOR = 10
009450         MOVE ZERO TO WS-CBU-VERIFICADOR
009460     END-IF.
009470 4130-EXIT.
009480     EXIT.
009490
009500*****************************************************************
009510* VALIDA QUE EL CUIL SEA NUMERICO DE 11 DIGITOS Y QUE SU
009520* DIGITO VERIFICADOR MODULO 11 SEA CORRECTO
009530*****************************************************************
009540 4400-VALIDAR-CUIL.
009550     IF LT-CUIL IS NOT NUMERIC
009560         MOVE "CUIL NO NUMERICO DE 11 DIGITOS"
009570             TO WS-MOTIVO-RECHAZO
009580         SET TRANS-RECHAZADA TO TRUE
009590         GO TO 4400-EXIT
009600     END-IF.
009610
009620     MOVE ZEROS TO WS-CBU-SUMA.
009630     PERFORM 4410-SUMAR-CUIL THRU 4410-EXIT
009640         VARYING WS-CBU-IX FROM 1 BY 1 UNTIL WS-CBU-IX > 10.
009650     DIVIDE WS-CBU-SUMA BY 11
009660         GIVING WS-CBU-COCIENTE REMAINDER WS-CBU-RESTO-11.
009670     COMPUTE WS-CBU-VERIFICADOR = 11 - WS-CBU-RESTO-11.
009680     IF WS-CBU-VERIFICADOR = 11
009690         MOVE ZERO TO WS-CBU-VERIFICADOR
009700     END-IF.
009710     IF WS-CBU-VERIFICADOR = 10
009720         MOVE 9 TO WS-CBU-VERIFICADOR
009730     END-IF.
009740
009750     IF WS-CBU-VERIFICADOR NOT EQUAL LT-CUIL-DIG (11)
009760         MOVE "CUIL CON VERIFICADOR INVALIDO"
009770             TO WS-MOTIVO-RECHAZO
009780         SET TRANS-RECHAZADA TO TRUE
009790     END-IF.
009800 4400-EXIT.
009810     EXIT.
009820
009830 4410-SUMAR-CUIL.
009840     COMPUTE WS-CBU-SUMA = WS-CBU-SUMA +
009850         LT-CUIL-DIG (WS-CBU-IX) * CUIL-PESO (WS-CBU-IX).
009860 4410-EXIT.
009870     EXIT.
009880
009890*****************************************************************
009900* VALIDA QUE EL CENTRO DE COSTOS DE LA TRANSACCION EXISTA EN
009910* EL MAESTRO DE CENTROS
009920*****************************************************************
009930 4500-VALIDAR-CENTRO.
009940     MOVE "N" TO WS-CENTRO-EXISTE-SW.
009950     MOVE LT-CENTRO-COSTOS TO CEN-CODIGO.
009960     READ CENTRO-MASTER
009970         INVALID KEY
009980             CONTINUE
009990         NOT INVALID KEY
010000             SET CENTRO-EXISTE TO TRUE
010010     END-READ.
010020
010030     IF NOT CENTRO-EXISTE
010040         MOVE "CENTRO DE COSTOS INEXISTENTE"
010050             TO WS-MOTIVO-RECHAZO
010060         SET TRANS-RECHAZADA TO TRUE
010070     END-IF.
010080 4500-EXIT.
010090     EXIT.
010100
010110*****************************************************************
010120* VALIDA LA FECHA DE VIGENCIA DEL CAMBIO CONTRACTUAL (CEROS O
010130* BLANCOS = FECHA DE PROCESO) Y LA DEJA EN WS-FECHA-VIGENCIA.
010140* EN LA MODIFICACION NO PUEDE SER ANTERIOR NI IGUAL A LA
010150* ULTIMA VIGENCIA YA GRABADA: LA HISTORIA SE CORRIGE CON UN
010160* CAMBIO NUEVO, NO REESCRIBIENDO EL PASADO.
010170* TAMPOCO PUEDE SER POSTERIOR A LA FECHA DE PROCESO: EL CAMBIO
010180* SE GRABA EN EL MAESTRO EN EL MOMENTO, Y SE CARGA RECIEN
010190* CUANDO ENTRA EN VIGENCIA.
010200*****************************************************************
010210 4600-VALIDAR-VIGENCIA.
010220     IF LT-FECHA-VIGENCIA = SPACES OR LT-FECHA-VIGENCIA = ZEROS
010230         MOVE WS-FECHA-PROCESO TO WS-FECHA-VIGENCIA
010240     ELSE
010250         IF LT-FECHA-VIGENCIA IS NOT NUMERIC
010260             MOVE "FECHA DE VIGENCIA INVALIDA"
010270                 TO WS-MOTIVO-RECHAZO
010280             SET TRANS-RECHAZADA TO TRUE
010290             GO TO 4600-EXIT
010300         END-IF
010310         MOVE LT-FECHA-VIGENCIA TO WS-FECHA-VIGENCIA
010320     END-IF.
010330     IF WS-VIGENCIA-MM < 01 OR WS-VIGENCIA-MM > 12
010340             OR WS-VIGENCIA-DD < 01 OR WS-VIGENCIA-DD > 31
010350         MOVE "FECHA DE VIGENCIA INVALIDA" TO WS-MOTIVO-RECHAZO
010360         SET TRANS-RECHAZADA TO TRUE
010370         GO TO 4600-EXIT
010380     END-IF.
010390
010400     IF WS-FECHA-VIGENCIA > WS-FECHA-PROCESO
010410         MOVE "FECHA DE VIGENCIA FUTURA" TO WS-MOTIVO-RECHAZO
010420         SET TRANS-RECHAZADA TO TRUE
010430         GO TO 4600-EXIT
010440     END-IF.
010450
010460     IF LT-TIPO-ALTA
010470         GO TO 4600-EXIT
010480     END-IF.
010490     PERFORM 4700-BUSCAR-ULTIMA-VIGENCIA THRU 4700-EXIT.
010500     IF HAY-HISTORIA
010510             AND WS-FECHA-VIGENCIA NOT > WS-ULTIMA-VIGENCIA
010520         MOVE "FECHA DE VIGENCIA YA SUPERADA"
010530             TO WS-MOTIVO-RECHAZO
010540         SET TRANS-RECHAZADA TO TRUE
010550     END-IF.
010560 4600-EXIT.
010570     EXIT.
010580
010590*****************************************************************
010600* RECORRE LA HISTORIA DEL LEGAJO Y DEJA SI TIENE HISTORIA Y LA
010610* ULTIMA FECHA DE VIGENCIA GRABADA
010620*****************************************************************
010630 4700-BUSCAR-ULTIMA-VIGENCIA.
010640     MOVE "N" TO WS-HAY-HISTORIA-SW.
010650     MOVE ZEROS TO WS-ULTIMA-VIGENCIA.
010660     MOVE "N" TO WS-HISTORIA-FIN-SW.
010670     MOVE LT-LEGAJO TO LH-LEGAJO.
010680     MOVE ZEROS TO LH-FECHA-VIGENCIA.
010690     START HISTORIA-LEGAJO KEY NOT LESS THAN LH-CLAVE
010700         INVALID KEY
010710             SET HISTORIA-FIN TO TRUE
010720     END-START.
010730     PERFORM 4710-LEER-VIGENCIA THRU 4710-EXIT
010740         UNTIL HISTORIA-FIN.
010750 4700-EXIT.
010760     EXIT.
010770
010780 4710-LEER-VIGENCIA.
010790     READ HISTORIA-LEGAJO NEXT RECORD
010800         AT END
010810             SET HISTORIA-FIN TO TRUE
010820             GO TO 4710-EXIT
010830     END-READ.
010840     IF LH-LEGAJO NOT = LT-LEGAJO
010850         SET HISTORIA-FIN TO TRUE
010860         GO TO 4710-EXIT
010870     END-IF.
010880     SET HAY-HISTORIA TO TRUE.
010890     MOVE LH-FECHA-VIGENCIA TO WS-ULTIMA-VIGENCIA.
010900 4710-EXIT.
010910     EXIT.
010920
010930*****************************************************************
010940* BUSCA EL LEGAJO DE LA TRANSACCION EN EL MAESTRO. SI EXISTE
010950* DEJA EL REGISTRO LEIDO PARA LA MODIFICACION O BAJA.
010960*****************************************************************
010970 4200-BUSCAR-LEGAJO.
010980     MOVE "N" TO WS-LEGAJO-EXISTE-SW.
010990     MOVE LT-LEGAJO TO EMP-LEGAJO.
011000     READ EMPLEADO-MASTER
011010         INVALID KEY
011020             CONTINUE
011030         NOT INVALID KEY
011040             SET LEGAJO-EXISTE TO TRUE
011050     END-READ.
011060 4200-EXIT.
011070     EXIT.
011080
011090*****************************************************************
011100* VALIDA QUE LA CATEGORIA DE LA TRANSACCION EXISTA EN EL
011110* CATALOGO DE CATEGORIAS DEL CONVENIO
011120*****************************************************************
011130 4300-VALIDAR-CATEGORIA.
011140     MOVE "N" TO WS-CATEGORIA-EXISTE-SW.
011150     MOVE LT-CATEGORIA TO CAT-CODIGO.
011160     READ CATEGORIA-MASTER
011170         INVALID KEY
011180             CONTINUE
011190         NOT INVALID KEY
011200             SET CATEGORIA-EXISTE TO TRUE
011210     END-READ.
011220
011230     IF NOT CATEGORIA-EXISTE
011240         MOVE "CATEGORIA INEXISTENTE" TO WS-MOTIVO-RECHAZO
011250         SET TRANS-RECHAZADA TO TRUE
011260     END-IF.
011270 4300-EXIT.
011280     EXIT.
011290
011300*****************************************************************
011310* IMPRIME EL RENGLON DE MOVIMIENTO APLICADO EN EL REPORTE
011320*****************************************************************
011330 5000-REGISTRAR-APLICADA.
011340     ADD 1 TO WS-CANT-APLICADAS.
011350     MOVE SPACES TO LINEA-MANTENIMIENTO.
011360     STRING LT-TIPO "     " LT-LEGAJO "  APLICADA"
011370         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
011380     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
011390 5000-EXIT.
011400     EXIT.
011410
011420*****************************************************************
011430* IMPRIME EL RENGLON DE RECHAZO CON SU MOTIVO Y GRABA LA
011440* TRANSACCION EN EL ARCHIVO DE ERRORES PARA REPRESENTAR
011450*****************************************************************
011460 5100-RECHAZAR-TRANSACCION.
011470     ADD 1 TO WS-CANT-RECHAZADAS.
011480     MOVE SPACES TO LINEA-MANTENIMIENTO.
011490     STRING LT-TIPO "     " LT-LEGAJO "  RECHAZADA - "
011500         WS-MOTIVO-RECHAZO
011510         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
011520     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
011530     WRITE LEGAJO-ERROR-REG FROM LEGAJO-TRANS-REG.
011540 5100-EXIT.
011550     EXIT.
011560
011570*****************************************************************
011580* UN CAMBIO EN EL MAESTRO (CATEGORIA, CENTRO, CUIL, EGRESO)
011590* PUEDE INVALIDAR EL CONTROL DE INTEGRIDAD YA CORRIDO: TODO
011600* PERIODO NO CERRADO QUE TENGA RESULTADO DE CONTROL VUELVE A
011610* "N", Y CONVENIO-CAMIONEROS EXIGE REPETIRLO ANTES DE LA
011620* LIQUIDACION DEFINITIVA O DE UNA RELIQUIDACION.
011630*****************************************************************
011640 6000-INVALIDAR-CONTROLES.
011650     MOVE ZEROS TO WS-CANT-CONTROLES.
011660     MOVE "N" TO WS-PERESTAD-FIN-SW.
011670     MOVE ZEROS TO PE-PERIODO.
011680     START PERIODO-ESTADO KEY NOT LESS THAN PE-PERIODO
011690         INVALID KEY
011700             SET PERESTAD-FIN TO TRUE
011710     END-START.
011720     PERFORM 6100-INVALIDAR-UN-PERIODO THRU 6100-EXIT
011730         UNTIL PERESTAD-FIN.
011740 6000-EXIT.
011750     EXIT.
011760
011770 6100-INVALIDAR-UN-PERIODO.
011780     READ PERIODO-ESTADO NEXT RECORD
011790         AT END
011800             SET PERESTAD-FIN TO TRUE
011810             GO TO 6100-EXIT
011820     END-READ.
011830     IF PE-CERRADO-SI OR PE-CONTROL-INTEGRIDAD = "N"
011840         GO TO 6100-EXIT
011850     END-IF.
011860
011870     MOVE "N" TO PE-CONTROL-INTEGRIDAD.
011880     REWRITE PERIODO-ESTADO-REG
011890         INVALID KEY
011900             DISPLAY "ERROR AL REGRABAR PERIODO-ESTADO "
011910                 PE-PERIODO
011920             GO TO 6100-EXIT
011930     END-REWRITE.
011940     ADD 1 TO WS-CANT-CONTROLES.
011950 6100-EXIT.
011960     EXIT.
011970
011980*****************************************************************
011990* IMPRIME LOS TOTALES DEL REPORTE Y CIERRA LOS ARCHIVOS
012000*****************************************************************
012010 8000-FINALIZAR.
012020     *> Una corrida que no llego a inicializar no emite totales
012030     IF INICIO-ABORTADO
012040         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: NO "
012050             "SE EMITE EL REPORTE"
012060         GO TO 8000-CERRAR
012070     END-IF.
012080
012090     MOVE SPACES TO LINEA-MANTENIMIENTO.
012100     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
012110         AFTER ADVANCING 1 LINE.
012120
012130     MOVE WS-CANT-APLICADAS TO WS-EDIT-CANTIDAD.
012140     STRING "MOVIMIENTOS APLICADOS:  " WS-EDIT-CANTIDAD
012150         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
012160     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
012170
012180     MOVE WS-CANT-RECHAZADAS TO WS-EDIT-CANTIDAD.
012190     STRING "MOVIMIENTOS RECHAZADOS: " WS-EDIT-CANTIDAD
012200         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
012210     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
012220
012230     MOVE SPACES TO LINEA-MANTENIMIENTO.
012240     MOVE WS-CANT-HISTORIAS TO WS-EDIT-CANTIDAD.
012250     STRING "HISTORIAS IMPRESAS:     " WS-EDIT-CANTIDAD
012260         DELIMITED SIZE INTO LINEA-MANTENIMIENTO.
012270     WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE.
012280
012290     IF MAESTRO-MODIFICADO
012300         PERFORM 6000-INVALIDAR-CONTROLES THRU 6000-EXIT
012310         MOVE WS-CANT-CONTROLES TO WS-EDIT-CANTIDAD
012320         MOVE SPACES TO LINEA-MANTENIMIENTO
012330         STRING "PERIODOS CON CONTROL DE INTEGRIDAD A REPETIR: "
012340             WS-EDIT-CANTIDAD
012350             DELIMITED SIZE INTO LINEA-MANTENIMIENTO
012360         WRITE LINEA-MANTENIMIENTO AFTER ADVANCING 1 LINE
012370     END-IF.
012380
012390     WRITE LINEA-MANTENIMIENTO FROM WS-BANNER-1
012400         AFTER ADVANCING 1 LINE.
012410
012420 8000-CERRAR.
012430     CLOSE LEGAJO-TRANS.
012440     CLOSE EMPLEADO-MASTER.
012450     CLOSE CATEGORIA-MASTER.
012460     CLOSE CENTRO-MASTER.
012470     CLOSE MANT-REPORT.
012480     CLOSE LEGAJO-ERROR.
012490     CLOSE HISTORIA-LEGAJO.
012500     CLOSE PERIODO-ESTADO.
012510     STRING "APLICADAS=" WS-CANT-APLICADAS " RECHAZADAS="
012520         WS-CANT-RECHAZADAS
012530         DELIMITED SIZE INTO WS-BIT-DETALLE.
012540     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
012550     DISPLAY "FIN DEL MANTENIMIENTO DE LEGAJOS.".
012560 8000-EXIT.
012570     EXIT.
012580
012590*****************************************************************
012600* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
012610* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
012620* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
012630*****************************************************************
012640 9900-REGISTRAR-BITACORA.
012650     IF WS-BIT-RESULTADO = SPACES
012660         MOVE "ABORTADO" TO WS-BIT-RESULTADO
012670     END-IF.
012680     OPEN EXTEND AUDIT-LOG.
012690     IF NOT WS-AUDITLOG-OK
012700         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
012710             WS-AUDITLOG-STATUS
012720         GO TO 9900-EXIT
012730     END-IF.
012740     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
012750     ACCEPT WS-HORA-BITACORA FROM TIME.
012760     MOVE SPACES TO BITACORA-REG.
012770     MOVE WS-FECHA-BITACORA TO BT-FECHA.
012780     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
012790     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
012800     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
012810     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
012820     MOVE WS-BIT-DETALLE TO BT-DETALLE.
012830     WRITE BITACORA-REG.
012840     CLOSE AUDIT-LOG.
012850 9900-EXIT.
012860     EXIT.

000280*                   SE TOPEA EN ENERO DEL ANIO ANTERIOR PARA
000290*                   NO DEPURAR MESES QUE EL AJUSTE ANUAL DE
000300*                   GANANCIAS DE ABRIL TODAVIA NECESITA.
000310*   2026-10-11 JCM  LA DEPURACION QUEDA RESERVADA AL ROL
000320*                   ADMINISTRADOR Y LA CONSULTA AL LIQUIDADOR,
000330*                   SEGUN OPERMAST; RENGLON DE LA CORRIDA EN LA
000340*                   BITACORA UNIFICADA (AUDITLOG).
000350*****************************************************************
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT LIQUIDACION-HIST
000450         ASSIGN TO LIQHIST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS LQ-CLAVE
000490         FILE STATUS IS WS-LIQHIST-STATUS.
000500
000510     SELECT HIST-RESGUARDO
000520         ASSIGN TO HISTRESG
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS HR-CLAVE
000560         FILE STATUS IS WS-HISTRESG-STATUS.
000570
000580     SELECT CONTROL-REPORT
000590         ASSIGN TO CTLRPT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-CTLRPT-STATUS.
000620
000630     SELECT OPERADOR-MASTER
000640         ASSIGN TO OPERMAST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS OP-OPERADOR
000680         FILE STATUS IS WS-OPERMAST-STATUS.
000690
000700     SELECT AUDIT-LOG
000710         ASSIGN TO AUDITLOG
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-AUDITLOG-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  LIQUIDACION-HIST
000780     LABEL RECORDS ARE STANDARD.
000790 COPY LIQHIST.
000800
000810 FD  HIST-RESGUARDO
000820     LABEL RECORDS ARE STANDARD.
000830 COPY HISTRESG.
000840
000850 FD  CONTROL-REPORT
000860     LABEL RECORDS ARE STANDARD.
000870 COPY CTLRPT.
000880
000890 FD  OPERADOR-MASTER
000900     LABEL RECORDS ARE STANDARD.
000910 COPY OPERMAST.
000920
000930 FD  AUDIT-LOG
000940     LABEL RECORDS ARE STANDARD.
000950 COPY AUDITLOG.
000960
000970 WORKING-STORAGE SECTION.
000980
000990*****************************************************************
001000* SWITCHES DE CONTROL DE PROCESO
001010*****************************************************************
001020 01  WS-LIQHIST-STATUS         PIC X(02) VALUE ZEROS.
001030     88  WS-LIQHIST-OK             VALUE "00".
001040
001050 01  WS-HISTRESG-STATUS        PIC X(02) VALUE ZEROS.
001060     88  WS-HISTRESG-OK            VALUE "00".
001070
001080 01  WS-CTLRPT-STATUS          PIC X(02) VALUE ZEROS.
001090     88  WS-CTLRPT-OK              VALUE "00".
001100
001110 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
001120     88  WS-OPERMAST-OK            VALUE "00".
001130
001140 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
001150     88  WS-AUDITLOG-OK            VALUE "00".
001160
001170 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
001180     88  FIN-DE-ARCHIVO            VALUE "S".
001190
001200*> La inicializacion arranca como abortada y recien se marca
001210*> completa al final de 1000: un error de apertura o un corte
001220*> invalido dejan el reporte sin emitir.
001230 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
001240     88  INICIO-ABORTADO           VALUE "S".
001250     88  INICIO-COMPLETO           VALUE "N".
001260
001270*****************************************************************
001280* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
001290* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
001300*****************************************************************
001310 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
001320 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
001330 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
001340 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 2.
001350 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
001360     88  OPERADOR-HABILITADO       VALUE "S".
001370 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
001380     "CORTE-HISTORICO".
001390 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
001400 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
001410 01  WS-FECHA-BITACORA         PIC 9(08).
001420 01  WS-HORA-BITACORA          PIC 9(08).
001430 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
001440     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
001450     05  FILLER                PIC 9(02).
001460
001470 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
001480
001490*****************************************************************
001500* ACCION PEDIDA POR CONSOLA: DEPURAR O CONSULTAR EL RESGUARDO
001510*****************************************************************
001520 01  WS-ACCION                 PIC X(01) VALUE "D".
001530     88  ACCION-DEPURAR            VALUE "D".
001540     88  ACCION-CONSULTAR          VALUE "C".
001550
001560 01  WS-ACCION-MENSAJE         PIC X(50) VALUE
001570     "Accion (D=DEPURAR, C=CONSULTAR RESGUARDO): ".
001580 01  WS-ANIOS-MENSAJE          PIC X(50) VALUE
001590     "Antiguedad a conservar en linea (anios, min 1): ".
001600 01  WS-LEGAJO-MENSAJE         PIC X(45) VALUE
001610     "Legajo a consultar en el resguardo: ".
001620
001630 01  WS-ANIOS-CORTE            PIC 9(02) VALUE ZEROS.
001640 01  WS-LEGAJO-PEDIDO          PIC 9(06) VALUE ZEROS.
001650
001660 01  WS-FECHA-PROCESO.
001670     05  WS-FECHA-AAAA         PIC 9(04).
001680     05  WS-FECHA-MM           PIC 9(02).
001690     05  WS-FECHA-DD           PIC 9(02).
001700
001710*****************************************************************
001720* LIMITES DEL CORTE: SE DEPURA TODO PERIODO ANTERIOR AL
001730* LIMITE DE CORTE, QUE NUNCA PUEDE PASAR DEL PERIODO DE HACE
001740* DOCE MESES (BASES DE INDEMNIZACION Y SEMESTRE DE SAC)
001750*****************************************************************
001760 01  WS-PERIODO-CORTE          PIC 9(06) VALUE ZEROS.
001770 01  WS-PERIODO-CORTE-R REDEFINES WS-PERIODO-CORTE.
001780     05  WS-CORTE-AAAA         PIC 9(04).
001790     05  WS-CORTE-MM           PIC 9(02).
001800
001810 01  WS-PERIODO-MINIMO         PIC 9(06) VALUE ZEROS.
001820 01  WS-PERIODO-MINIMO-R REDEFINES WS-PERIODO-MINIMO.
001830     05  WS-MINIMO-AAAA        PIC 9(04).
001840     05  WS-MINIMO-MM          PIC 9(02).
001850
001860 01  WS-PERIODO-TOPE-GAN       PIC 9(06) VALUE ZEROS.
001870 01  WS-PERIODO-TOPE-GAN-R REDEFINES WS-PERIODO-TOPE-GAN.
001880     05  WS-TOPE-AAAA          PIC 9(04).
001890     05  WS-TOPE-MM            PIC 9(02).
001900
001910 01  WS-PERIODO-EFECTIVO       PIC 9(06).
001920 01  WS-PERIODO-EFECTIVO-R REDEFINES WS-PERIODO-EFECTIVO.
001930     05  WS-EFECTIVO-AAAA      PIC 9(04).
001940     05  WS-EFECTIVO-MM        PIC 9(02).
001950
001960*****************************************************************
001970* CORTE DE CONTROL POR LEGAJO PARA EL REPORTE DE DEPURACION
001980*****************************************************************
001990 01  WS-LEGAJO-ANTERIOR        PIC 9(06) VALUE ZEROS.
002000 01  WS-LEGAJO-CANTIDAD        PIC 9(05) VALUE ZEROS.
002010 01  WS-LEGAJO-DESDE           PIC 9(06) VALUE ZEROS.
002020 01  WS-LEGAJO-HASTA           PIC 9(06) VALUE ZEROS.
002030
002040 01  WS-TOTAL-MOVIDOS          PIC 9(07) VALUE ZEROS.
002050 01  WS-TOTAL-LEGAJOS          PIC 9(05) VALUE ZEROS.
002060 01  WS-CANT-CONSULTADOS       PIC 9(05) VALUE ZEROS.
002070
002080 01  WS-EDIT-CANTIDAD          PIC ZZZ,ZZ9.
002090 01  WS-EDIT-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99.
002100
002110 PROCEDURE DIVISION.
002120
002130 0000-MAINLINE.
002140     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002150     IF NOT FIN-DE-ARCHIVO
002160         IF ACCION-CONSULTAR
002170             PERFORM 5000-CONSULTAR-RESGUARDO THRU 5000-EXIT
002180         ELSE
002190             PERFORM 2000-DEPURAR-HISTORICO THRU 2000-EXIT
002200                 UNTIL FIN-DE-ARCHIVO
002210         END-IF
002220     END-IF.
002230     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
002240     STOP RUN.
002250
002260 1000-INICIALIZAR.
002270     DISPLAY WS-BANNER-1.
002280     DISPLAY "CORTE ANUAL DEL HISTORICO DE LIQUIDACIONES".
002290     DISPLAY WS-BANNER-1.
002300
002310     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
002320     DISPLAY WS-ACCION-MENSAJE.
002330     ACCEPT WS-ACCION FROM CONSOLE.
002340     IF NOT ACCION-DEPURAR AND NOT ACCION-CONSULTAR
002350         DISPLAY "ACCION INVALIDA: " WS-ACCION
002360         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002370         GO TO 1000-EXIT
002380     END-IF.
002390
002400     *> Depurar borra historico en linea: solo el administrador.
002410     *> Consultar el resguardo le alcanza al liquidador.
002420     IF ACCION-DEPURAR
002430         MOVE 4 TO WS-ROL-REQUERIDO
002440     END-IF.
002450     DISPLAY WS-OPERADOR-MENSAJE.
002460     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
002470     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
002480     IF NOT OPERADOR-HABILITADO
002490         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
002500         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002510         GO TO 1000-EXIT
002520     END-IF.
002530
002540     IF ACCION-DEPURAR
002550         PERFORM 1100-CALCULAR-CORTE THRU 1100-EXIT
002560         IF FIN-DE-ARCHIVO
002570             GO TO 1000-EXIT
002580         END-IF
002590     ELSE
002600         DISPLAY WS-LEGAJO-MENSAJE
002610         ACCEPT WS-LEGAJO-PEDIDO FROM CONSOLE
002620     END-IF.
002630
002640     IF ACCION-DEPURAR
002650         OPEN I-O LIQUIDACION-HIST
002660     ELSE
002670         OPEN INPUT LIQUIDACION-HIST
002680     END-IF.
002690     IF NOT WS-LIQHIST-OK
002700         DISPLAY "ERROR AL ABRIR LIQUIDACION-HIST, STATUS = "
002710             WS-LIQHIST-STATUS
002720         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002730         GO TO 1000-EXIT
002740     END-IF.
002750
002760     IF ACCION-DEPURAR
002770         OPEN I-O HIST-RESGUARDO
002780     ELSE
002790         OPEN INPUT HIST-RESGUARDO
002800     END-IF.
002810     IF NOT WS-HISTRESG-OK
002820         DISPLAY "ERROR AL ABRIR HIST-RESGUARDO, STATUS = "
002830             WS-HISTRESG-STATUS
002840         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002850         GO TO 1000-EXIT
002860     END-IF.
002870
002880     OPEN OUTPUT CONTROL-REPORT.
002890     IF NOT WS-CTLRPT-OK
002900         DISPLAY "ERROR AL ABRIR CONTROL-REPORT, STATUS = "
002910             WS-CTLRPT-STATUS
002920         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002930         GO TO 1000-EXIT
002940     END-IF.
002950
002960     IF ACCION-DEPURAR
002970         *> Posiciona el historico en el primer registro
002980         MOVE ZEROS TO LQ-LEGAJO
002990         MOVE ZEROS TO LQ-PERIODO
003000         START LIQUIDACION-HIST KEY NOT LESS THAN LQ-CLAVE
003010             INVALID KEY
003020                 MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003030         END-START
003040     END-IF.
003050
003060     MOVE "OK" TO WS-BIT-RESULTADO.
003070     SET INICIO-COMPLETO TO TRUE.
003080 1000-EXIT.
003090     EXIT.
003100
003110*****************************************************************
003120* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
003130* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
003140* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
003150* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
003160* LOS ROLES MENORES)
003170*****************************************************************
003180 1050-VALIDAR-OPERADOR.
003190     MOVE "N" TO WS-OPERADOR-SW.
003200     OPEN INPUT OPERADOR-MASTER.
003210     IF NOT WS-OPERMAST-OK
003220         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
003230             WS-OPERMAST-STATUS
003240         GO TO 1050-EXIT
003250     END-IF.
003260     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
003270     READ OPERADOR-MASTER
003280         INVALID KEY
003290             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
003300             CLOSE OPERADOR-MASTER
003310             GO TO 1050-EXIT
003320     END-READ.
003330     CLOSE OPERADOR-MASTER.
003340     MOVE OP-ROL TO WS-OPERADOR-ROL.
003350     IF NOT OP-HABILITADO
003360         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
003370         GO TO 1050-EXIT
003380     END-IF.
003390     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
003400         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
003410             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
003420             ", REQUIERE " WS-ROL-REQUERIDO ")"
003430         GO TO 1050-EXIT
003440     END-IF.
003450     SET OPERADOR-HABILITADO TO TRUE.
003460 1050-EXIT.
003470     EXIT.
003480
003490*****************************************************************
003500* CALCULA EL PERIODO LIMITE DEL CORTE: HOY MENOS LA CANTIDAD
003510* DE ANIOS PEDIDA. EL LIMITE NO PUEDE PASAR DEL PERIODO DE
003520* HACE DOCE MESES, QUE CUBRE LAS BASES DE LA INDEMNIZACION
003530* DEL EGRESO Y EL SEMESTRE DE SAC EN CURSO DE LOS ACTIVOS.
003540*****************************************************************
003550 1100-CALCULAR-CORTE.
003560     DISPLAY WS-ANIOS-MENSAJE.
003570     ACCEPT WS-ANIOS-CORTE FROM CONSOLE.
003580     IF WS-ANIOS-CORTE IS NOT NUMERIC
003590             OR WS-ANIOS-CORTE < 1
003600         DISPLAY "ANTIGUEDAD DE CORTE INVALIDA: "
003610             WS-ANIOS-CORTE
003620         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003630         GO TO 1100-EXIT
003640     END-IF.
003650
003660     MOVE WS-FECHA-AAAA TO WS-CORTE-AAAA.
003670     MOVE WS-FECHA-MM TO WS-CORTE-MM.
003680     SUBTRACT WS-ANIOS-CORTE FROM WS-CORTE-AAAA.
003690
003700     MOVE WS-FECHA-AAAA TO WS-MINIMO-AAAA.
003710     MOVE WS-FECHA-MM TO WS-MINIMO-MM.
003720     SUBTRACT 1 FROM WS-MINIMO-AAAA.
003730
003740     *> Hasta el ajuste anual de ganancias de abril, el anio
003750     *> calendario anterior completo tiene que seguir en
003760     *> linea: el corte se topea en enero de ese anio
003770     IF WS-FECHA-MM NOT GREATER 04
003780         MOVE WS-FECHA-AAAA TO WS-TOPE-AAAA
003790         SUBTRACT 1 FROM WS-TOPE-AAAA
003800         MOVE 01 TO WS-TOPE-MM
003810         IF WS-PERIODO-CORTE > WS-PERIODO-TOPE-GAN
003820             MOVE WS-PERIODO-TOPE-GAN TO WS-PERIODO-CORTE
003830             DISPLAY "CORTE TOPEADO EN " WS-PERIODO-CORTE
003840                 " HASTA EL AJUSTE ANUAL DE GANANCIAS DE "
003850                 "ABRIL"
003860         END-IF
003870     END-IF.
003880
003890     IF WS-PERIODO-CORTE > WS-PERIODO-MINIMO
003900         DISPLAY "EL CORTE " WS-PERIODO-CORTE " ALCANZA LOS "
003910             "DOCE MESES DEL EGRESO O EL SEMESTRE DE SAC: "
003920             "NO SE DEPURA"
003930         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003940         GO TO 1100-EXIT
003950     END-IF.
003960
003970     DISPLAY "SE DEPURAN LOS PERIODOS ANTERIORES A "
003980         WS-PERIODO-CORTE.
003990 1100-EXIT.
004000     EXIT.
004010
004020*****************************************************************
004030* RECORRE EL HISTORICO EN ORDEN DE CLAVE Y MUEVE AL RESGUARDO
004040* CADA REGISTRO ANTERIOR AL CORTE. LOS PERIODOS DE VACACIONES
004050* (MES 41-52) SE COMPARAN POR SU MES REAL.
004060*****************************************************************
004070 2000-DEPURAR-HISTORICO.
004080     READ LIQUIDACION-HIST NEXT RECORD
004090         AT END
004100             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004110             PERFORM 3100-CERRAR-LEGAJO THRU 3100-EXIT
004120             GO TO 2000-EXIT
004130     END-READ.
004140
004150     MOVE LQ-PERIODO TO WS-PERIODO-EFECTIVO.
004160     IF WS-EFECTIVO-MM > 40
004170         SUBTRACT 40 FROM WS-EFECTIVO-MM
004180     END-IF.
004190
004200     IF WS-PERIODO-EFECTIVO NOT LESS WS-PERIODO-CORTE
004210         GO TO 2000-EXIT
004220     END-IF.
004230
004240     PERFORM 3000-MOVER-A-RESGUARDO THRU 3000-EXIT.
004250 2000-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290* COPIA EL REGISTRO AL RESGUARDO, LO ELIMINA DEL HISTORICO EN
004300* LINEA Y ACUMULA EL CORTE DE CONTROL POR LEGAJO
004310*****************************************************************
004320 3000-MOVER-A-RESGUARDO.
004330     MOVE LIQUIDACION-HIST-REG TO HIST-RESGUARDO-REG.
004340     WRITE HIST-RESGUARDO-REG
004350         INVALID KEY
004360             REWRITE HIST-RESGUARDO-REG
004370     END-WRITE.
004380
004390     DELETE LIQUIDACION-HIST
004400         INVALID KEY
004410             DISPLAY "ERROR AL ELIMINAR DEL HISTORICO, LEGAJO "
004420                 LQ-LEGAJO " PERIODO " LQ-PERIODO
004430             GO TO 3000-EXIT
004440     END-DELETE.
004450
004460     IF LQ-LEGAJO NOT EQUAL WS-LEGAJO-ANTERIOR
004470         PERFORM 3100-CERRAR-LEGAJO THRU 3100-EXIT
004480         MOVE LQ-LEGAJO TO WS-LEGAJO-ANTERIOR
004490         MOVE LQ-PERIODO TO WS-LEGAJO-DESDE
004500         ADD 1 TO WS-TOTAL-LEGAJOS
004510     END-IF.
004520     ADD 1 TO WS-LEGAJO-CANTIDAD.
004530     ADD 1 TO WS-TOTAL-MOVIDOS.
004540     MOVE LQ-PERIODO TO WS-LEGAJO-HASTA.
004550 3000-EXIT.
004560     EXIT.
004570
004580*****************************************************************
004590* IMPRIME EL RENGLON DE CONSTANCIA DEL LEGAJO QUE TERMINA:
004600* CANTIDAD DE REGISTROS Y RANGO DE PERIODOS MOVIDOS
004610*****************************************************************
004620 3100-CERRAR-LEGAJO.
004630     IF WS-LEGAJO-CANTIDAD = ZEROS
004640         GO TO 3100-EXIT
004650     END-IF.
004660     MOVE WS-LEGAJO-CANTIDAD TO WS-EDIT-CANTIDAD.
004670     MOVE SPACES TO LINEA-CONTROL.
004680     STRING "LEGAJO " WS-LEGAJO-ANTERIOR
004690         "  MOVIDOS " WS-EDIT-CANTIDAD
004700         "  DESDE " WS-LEGAJO-DESDE
004710         "  HASTA " WS-LEGAJO-HASTA
004720         DELIMITED SIZE INTO LINEA-CONTROL.
004730     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
004740     MOVE ZEROS TO WS-LEGAJO-CANTIDAD.
004750 3100-EXIT.
004760     EXIT.
004770
004780*****************************************************************
004790* CONSULTA DEL RESGUARDO: LISTA TODOS LOS PERIODOS RESGUARDADOS
004800* DEL LEGAJO PEDIDO CON SU BRUTO Y SU NETO
004810*****************************************************************
004820 5000-CONSULTAR-RESGUARDO.
004830     MOVE SPACES TO LINEA-CONTROL.
004840     STRING "RESGUARDO DEL LEGAJO " WS-LEGAJO-PEDIDO
004850         DELIMITED SIZE INTO LINEA-CONTROL.
004860     WRITE LINEA-CONTROL.
004870
004880     MOVE WS-LEGAJO-PEDIDO TO HR-LEGAJO.
004890     MOVE ZEROS TO HR-PERIODO.
004900     START HIST-RESGUARDO KEY NOT LESS THAN HR-CLAVE
004910         INVALID KEY
004920             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004930     END-START.
004940     PERFORM 5100-LISTAR-RESGUARDO THRU 5100-EXIT
004950         UNTIL FIN-DE-ARCHIVO.
004960
004970     IF WS-CANT-CONSULTADOS = ZEROS
004980         MOVE SPACES TO LINEA-CONTROL
004990         STRING "  SIN PERIODOS RESGUARDADOS"
005000             DELIMITED SIZE INTO LINEA-CONTROL
005010         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
005020     END-IF.
005030 5000-EXIT.
005040     EXIT.
005050
005060*****************************************************************
005070* LISTA UN REGISTRO DEL RESGUARDO DEL LEGAJO CONSULTADO,
005080* USANDO EL AREA DEL HISTORICO PARA DESARMAR LA IMAGEN
005090*****************************************************************
005100 5100-LISTAR-RESGUARDO.
005110     READ HIST-RESGUARDO NEXT RECORD
005120         AT END
005130             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005140             GO TO 5100-EXIT
005150     END-READ.
005160
005170     IF HR-LEGAJO NOT EQUAL WS-LEGAJO-PEDIDO
005180         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005190         GO TO 5100-EXIT
005200     END-IF.
005210
005220     ADD 1 TO WS-CANT-CONSULTADOS.
005230     MOVE HIST-RESGUARDO-REG TO LIQUIDACION-HIST-REG.
005240     MOVE SPACES TO LINEA-CONTROL.
005250     MOVE LQ-TOTAL-BRUTO TO WS-EDIT-IMPORTE.
005260     STRING "  PERIODO " HR-PERIODO
005270         "  BRUTO $" WS-EDIT-IMPORTE
005280         DELIMITED SIZE INTO LINEA-CONTROL.
005290     MOVE LQ-TOTAL-NETO TO WS-EDIT-IMPORTE.
005300     STRING "  NETO $" WS-EDIT-IMPORTE
005310         DELIMITED SIZE INTO LINEA-CONTROL (42:).
005320     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
005330 5100-EXIT.
005340     EXIT.
005350
005360*****************************************************************
005370* IMPRIME LOS TOTALES DEL CORTE Y CIERRA LOS ARCHIVOS
005380*****************************************************************
005390 8000-FINALIZAR.
005400     *> Una corrida que no llego a inicializar no emite totales
005410     IF INICIO-ABORTADO
005420         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: NO "
005430             "SE EMITE EL REPORTE"
005440         GO TO 8000-CERRAR
005450     END-IF.
005460
005470     IF ACCION-DEPURAR
005480         MOVE SPACES TO LINEA-CONTROL
005490         WRITE LINEA-CONTROL FROM WS-BANNER-1
005500             AFTER ADVANCING 1 LINE
005510         MOVE WS-TOTAL-LEGAJOS TO WS-EDIT-CANTIDAD
005520         MOVE SPACES TO LINEA-CONTROL
005530         STRING "LEGAJOS CON REGISTROS MOVIDOS: "
005540             WS-EDIT-CANTIDAD
005550             DELIMITED SIZE INTO LINEA-CONTROL
005560         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
005570         MOVE WS-TOTAL-MOVIDOS TO WS-EDIT-CANTIDAD
005580         MOVE SPACES TO LINEA-CONTROL
005590         STRING "REGISTROS MOVIDOS AL RESGUARDO: "
005600             WS-EDIT-CANTIDAD
005610             DELIMITED SIZE INTO LINEA-CONTROL
005620         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
005630         MOVE WS-TOTAL-MOVIDOS TO WS-EDIT-CANTIDAD
005640         DISPLAY "REGISTROS MOVIDOS AL RESGUARDO: "
005650             WS-EDIT-CANTIDAD
005660     END-IF.
005670
005680 8000-CERRAR.
005690     CLOSE LIQUIDACION-HIST.
005700     CLOSE HIST-RESGUARDO.
005710     CLOSE CONTROL-REPORT.
005720     IF ACCION-CONSULTAR
005730         STRING "ACCION=C LEGAJO=" WS-LEGAJO-PEDIDO
005740             DELIMITED SIZE INTO WS-BIT-DETALLE
005750     ELSE
005760         STRING "ACCION=" WS-ACCION " ANIOS=" WS-ANIOS-CORTE
005770             " CORTE=" WS-PERIODO-CORTE " MOVIDOS="
005780             WS-TOTAL-MOVIDOS " LEGAJOS=" WS-TOTAL-LEGAJOS
005790             DELIMITED SIZE INTO WS-BIT-DETALLE
005800     END-IF.
005810     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
005820     DISPLAY "FIN DEL CORTE DEL HISTORICO.".
005830 8000-EXIT.
005840     EXIT.
005850
005860*****************************************************************
005870* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
005880* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
005890* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
005900*****************************************************************
005910 9900-REGISTRAR-BITACORA.
005920     IF WS-BIT-RESULTADO = SPACES
005930         MOVE "ABORTADO" TO WS-BIT-RESULTADO
005940     END-IF.
005950     OPEN EXTEND AUDIT-LOG.
005960     IF NOT WS-AUDITLOG-OK
005970         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
005980             WS-AUDITLOG-STATUS
005990         GO TO 9900-EXIT
006000     END-IF.
006010     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
006020     ACCEPT WS-HORA-BITACORA FROM TIME.
006030     MOVE SPACES TO BITACORA-REG.
006040     MOVE WS-FECHA-BITACORA TO BT-FECHA.
006050     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
006060     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
006070     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
006080     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
006090     MOVE WS-BIT-DETALLE TO BT-DETALLE.
006100     WRITE BITACORA-REG.
006110     CLOSE AUDIT-LOG.
006120 9900-EXIT.
006130     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REPORTE-BITACORA.
000030 AUTHOR. J. C. MARTINEZ.
000040 INSTALLATION. GREMIO DE CAMIONEROS - LIQUIDACION DE HABERES.
000050 DATE-WRITTEN. 2026-10-11.
000060 DATE-COMPILED.
000070*****************************************************************
000080* REPORTE DE LA BITACORA UNIFICADA (AUDIT-LOG). LISTA LAS
000090* CORRIDAS DE TODOS LOS PROGRAMAS FILTRANDO POR RANGO DE FECHAS,
000100* OPERADOR Y PROGRAMA, PEDIDOS POR CONSOLA (CERO O BLANCO = SIN
000110* FILTRO). CADA RENGLON SE IMPRIME EN DOS LINEAS: FECHA, HORA,
000120* OPERADOR, PROGRAMA Y RESULTADO, Y DEBAJO LOS PARAMETROS. LOS
000130* RENGLONES DE AUDITORIA ANTERIORES A LA BITACORA UNIFICADA (SIN
000140* FECHA NUMERICA AL COMIENZO) SE CUENTAN PERO NO SE LISTAN. LA
000150* CONSULTA ES DE SUPERVISOR.
000160*-----------------------------------------------------------------
000170* MOD-HIST:
000180*   2026-10-11 JCM  VERSION ORIGINAL.
000190*****************************************************************
000200
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM-370.
000240 OBJECT-COMPUTER. IBM-370.
000250
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT AUDIT-LOG
000290         ASSIGN TO AUDITLOG
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS WS-AUDITLOG-STATUS.
000320
000330     SELECT OPERADOR-MASTER
000340         ASSIGN TO OPERMAST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS OP-OPERADOR
000380         FILE STATUS IS WS-OPERMAST-STATUS.
000390
000400     SELECT CONTROL-REPORT
000410         ASSIGN TO CTLRPT
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-CTLRPT-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  AUDIT-LOG
000480     LABEL RECORDS ARE STANDARD.
000490 COPY AUDITLOG.
000500
000510 FD  OPERADOR-MASTER
000520     LABEL RECORDS ARE STANDARD.
000530 COPY OPERMAST.
000540
000550 FD  CONTROL-REPORT
000560     LABEL RECORDS ARE STANDARD.
000570 COPY CTLRPT.
000580
000590 WORKING-STORAGE SECTION.
000600
000610*****************************************************************
000620* SWITCHES DE CONTROL DE PROCESO
000630*****************************************************************
000640 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
000650     88  WS-AUDITLOG-OK            VALUE "00".
000660
000670 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
000680     88  WS-OPERMAST-OK            VALUE "00".
000690
000700 01  WS-CTLRPT-STATUS          PIC X(02) VALUE ZEROS.
000710     88  WS-CTLRPT-OK              VALUE "00".
000720
000730 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
000740     88  FIN-DE-ARCHIVO            VALUE "S".
000750
000760*> La inicializacion arranca como abortada y recien se marca
000770*> completa al final de 1000: un error de apertura deja el
000780*> reporte de totales sin emitir.
000790 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
000800     88  INICIO-ABORTADO           VALUE "S".
000810     88  INICIO-COMPLETO           VALUE "N".
000820
000830*****************************************************************
000840* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
000850* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
000860*****************************************************************
000870 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
000880 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
000890 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
000900 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 3.
000910 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
000920     88  OPERADOR-HABILITADO       VALUE "S".
000930 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
000940     "REPORTE-BITACORA".
000950 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
000960 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
000970 01  WS-FECHA-BITACORA         PIC 9(08).
000980 01  WS-HORA-BITACORA          PIC 9(08).
000990 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
001000     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
001010     05  FILLER                PIC 9(02).
001020
001030 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
001040
001050*****************************************************************
001060* FILTROS PEDIDOS POR CONSOLA
001070*****************************************************************
001080 01  WS-DESDE-MENSAJE          PIC X(50) VALUE
001090     "Fecha desde (AAAAMMDD, 0 = SIN LIMITE): ".
001100 01  WS-HASTA-MENSAJE          PIC X(50) VALUE
001110     "Fecha hasta (AAAAMMDD, 0 = SIN LIMITE): ".
001120 01  WS-FILTRO-OPER-MENSAJE    PIC X(50) VALUE
001130     "Operador a listar (BLANCO = TODOS): ".
001140 01  WS-FILTRO-PROG-MENSAJE    PIC X(50) VALUE
001150     "Programa a listar (BLANCO = TODOS): ".
001160
001170 01  WS-FECHA-DESDE            PIC 9(08) VALUE ZEROS.
001180 01  WS-FECHA-HASTA            PIC 9(08) VALUE ZEROS.
001190 01  WS-FILTRO-OPERADOR        PIC X(10) VALUE SPACES.
001200 01  WS-FILTRO-PROGRAMA        PIC X(20) VALUE SPACES.
001210
001220*****************************************************************
001230* CONTADORES Y CAMPOS EDITADOS DEL REPORTE
001240*****************************************************************
001250 01  WS-CANT-LEIDOS            PIC 9(07) VALUE ZERO.
001260 01  WS-CANT-LISTADOS          PIC 9(07) VALUE ZERO.
001270 01  WS-CANT-ANTERIORES        PIC 9(07) VALUE ZERO.
001280 01  WS-CANT-NO-OK             PIC 9(07) VALUE ZERO.
001290 01  WS-EDIT-CANTIDAD          PIC Z,ZZZ,ZZ9.
001300
001310 01  WS-EDIT-FECHA.
001320     05  WS-EDIT-FEC-DD        PIC 9(02).
001330     05  FILLER                PIC X(01) VALUE "/".
001340     05  WS-EDIT-FEC-MM        PIC 9(02).
001350     05  FILLER                PIC X(01) VALUE "/".
001360     05  WS-EDIT-FEC-AAAA      PIC 9(04).
001370
001380 01  WS-EDIT-HORA.
001390     05  WS-EDIT-HOR-HH        PIC 9(02).
001400     05  FILLER                PIC X(01) VALUE ":".
001410     05  WS-EDIT-HOR-MM        PIC 9(02).
001420     05  FILLER                PIC X(01) VALUE ":".
001430     05  WS-EDIT-HOR-SS        PIC 9(02).
001440
001450 01  WS-FECHA-TRABAJO          PIC 9(08).
001460 01  WS-FECHA-TRABAJO-R REDEFINES WS-FECHA-TRABAJO.
001470     05  WS-FT-AAAA            PIC 9(04).
001480     05  WS-FT-MM              PIC 9(02).
001490     05  WS-FT-DD              PIC 9(02).
001500
001510 01  WS-HORA-TRABAJO           PIC 9(06).
001520 01  WS-HORA-TRABAJO-R REDEFINES WS-HORA-TRABAJO.
001530     05  WS-HT-HH              PIC 9(02).
001540     05  WS-HT-MM              PIC 9(02).
001550     05  WS-HT-SS              PIC 9(02).
001560
001570 PROCEDURE DIVISION.
001580
001590 0000-MAINLINE.
001600     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001610     PERFORM 2000-PROCESAR-RENGLON THRU 2000-EXIT
001620         UNTIL FIN-DE-ARCHIVO.
001630     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
001640     STOP RUN.
001650
001660 1000-INICIALIZAR.
001670     DISPLAY WS-BANNER-1.
001680     DISPLAY "REPORTE DE LA BITACORA UNIFICADA".
001690     DISPLAY WS-BANNER-1.
001700
001710     DISPLAY WS-OPERADOR-MENSAJE.
001720     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
001730     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
001740     IF NOT OPERADOR-HABILITADO
001750         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
001760         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
001770         GO TO 1000-EXIT
001780     END-IF.
001790
001800     DISPLAY WS-DESDE-MENSAJE.
001810     ACCEPT WS-FECHA-DESDE FROM CONSOLE.
001820     DISPLAY WS-HASTA-MENSAJE.
001830     ACCEPT WS-FECHA-HASTA FROM CONSOLE.
001840     IF WS-FECHA-HASTA = ZERO
001850         MOVE 99999999 TO WS-FECHA-HASTA
001860     END-IF.
001870     DISPLAY WS-FILTRO-OPER-MENSAJE.
001880     ACCEPT WS-FILTRO-OPERADOR FROM CONSOLE.
001890     DISPLAY WS-FILTRO-PROG-MENSAJE.
001900     ACCEPT WS-FILTRO-PROGRAMA FROM CONSOLE.
001910
001920     OPEN INPUT AUDIT-LOG.
001930     IF NOT WS-AUDITLOG-OK
001940         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
001950             WS-AUDITLOG-STATUS
001960         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
001970         GO TO 1000-EXIT
001980     END-IF.
001990
002000     OPEN OUTPUT CONTROL-REPORT.
002010     IF NOT WS-CTLRPT-OK
002020         DISPLAY "ERROR AL ABRIR CONTROL-REPORT, STATUS = "
002030             WS-CTLRPT-STATUS
002040         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002050         GO TO 1000-EXIT
002060     END-IF.
002070
002080     MOVE "OK" TO WS-BIT-RESULTADO.
002090     SET INICIO-COMPLETO TO TRUE.
002100     PERFORM 1100-IMPRIMIR-ENCABEZADO THRU 1100-EXIT.
002110     PERFORM 2100-LEER-BITACORA THRU 2100-EXIT.
002120 1000-EXIT.
002130     EXIT.
002140
002150*****************************************************************
002160* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
002170* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
002180* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
002190* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
002200* LOS ROLES MENORES)
002210*****************************************************************
002220 1050-VALIDAR-OPERADOR.
002230     MOVE "N" TO WS-OPERADOR-SW.
002240     OPEN INPUT OPERADOR-MASTER.
002250     IF NOT WS-OPERMAST-OK
002260         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
002270             WS-OPERMAST-STATUS
002280         GO TO 1050-EXIT
002290     END-IF.
002300     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
002310     READ OPERADOR-MASTER
002320         INVALID KEY
002330             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
002340             CLOSE OPERADOR-MASTER
002350             GO TO 1050-EXIT
002360     END-READ.
002370     CLOSE OPERADOR-MASTER.
002380     MOVE OP-ROL TO WS-OPERADOR-ROL.
002390     IF NOT OP-HABILITADO
002400         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
002410         GO TO 1050-EXIT
002420     END-IF.
002430     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
002440         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
002450             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
002460             ", REQUIERE " WS-ROL-REQUERIDO ")"
002470         GO TO 1050-EXIT
002480     END-IF.
002490     SET OPERADOR-HABILITADO TO TRUE.
002500 1050-EXIT.
002510     EXIT.
002520
002530*****************************************************************
002540* IMPRIME EL ENCABEZADO DEL REPORTE CON LOS FILTROS PEDIDOS
002550*****************************************************************
002560 1100-IMPRIMIR-ENCABEZADO.
002570     MOVE SPACES TO LINEA-CONTROL.
002580     WRITE LINEA-CONTROL FROM WS-BANNER-1.
002590
002600     STRING "BITACORA UNIFICADA DE CORRIDAS"
002610         DELIMITED SIZE INTO LINEA-CONTROL.
002620     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
002630
002640     MOVE SPACES TO LINEA-CONTROL.
002650     STRING "FECHAS " WS-FECHA-DESDE " A " WS-FECHA-HASTA
002660         "  OPERADOR " WS-FILTRO-OPERADOR
002670         DELIMITED SIZE INTO LINEA-CONTROL.
002680     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
002690
002700     MOVE SPACES TO LINEA-CONTROL.
002710     STRING "PROGRAMA " WS-FILTRO-PROGRAMA
002720         DELIMITED SIZE INTO LINEA-CONTROL.
002730     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
002740
002750     WRITE LINEA-CONTROL FROM WS-BANNER-1
002760         AFTER ADVANCING 1 LINE.
002770
002780     MOVE SPACES TO LINEA-CONTROL.
002790     STRING "FECHA      HORA     OPERADOR   PROGRAMA"
002800         "             RESULTADO"
002810         DELIMITED SIZE INTO LINEA-CONTROL.
002820     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
002830     MOVE SPACES TO LINEA-CONTROL.
002840     STRING "           PARAMETROS"
002850         DELIMITED SIZE INTO LINEA-CONTROL.
002860     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
002870 1100-EXIT.
002880     EXIT.
002890
002900*****************************************************************
002910* APLICA LOS FILTROS AL RENGLON LEIDO Y LO LISTA SI LOS PASA
002920*****************************************************************
002930 2000-PROCESAR-RENGLON.
002940     ADD 1 TO WS-CANT-LEIDOS.
002950
002960     *> Renglon de la auditoria anterior, de formato libre
002970     IF BT-FECHA IS NOT NUMERIC
002980         ADD 1 TO WS-CANT-ANTERIORES
002990         GO TO 2000-SIGUIENTE
003000     END-IF.
003010
003020     IF BT-FECHA < WS-FECHA-DESDE
003030             OR BT-FECHA > WS-FECHA-HASTA
003040         GO TO 2000-SIGUIENTE
003050     END-IF.
003060     IF WS-FILTRO-OPERADOR NOT = SPACES
003070             AND BT-OPERADOR NOT = WS-FILTRO-OPERADOR
003080         GO TO 2000-SIGUIENTE
003090     END-IF.
003100     IF WS-FILTRO-PROGRAMA NOT = SPACES
003110             AND BT-PROGRAMA NOT = WS-FILTRO-PROGRAMA
003120         GO TO 2000-SIGUIENTE
003130     END-IF.
003140
003150     PERFORM 3000-IMPRIMIR-RENGLON THRU 3000-EXIT.
003160
003170 2000-SIGUIENTE.
003180     PERFORM 2100-LEER-BITACORA THRU 2100-EXIT.
003190 2000-EXIT.
003200     EXIT.
003210
003220 2100-LEER-BITACORA.
003230     READ AUDIT-LOG
003240         AT END
003250             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003260     END-READ.
003270 2100-EXIT.
003280     EXIT.
003290
003300*****************************************************************
003310* IMPRIME EL RENGLON EN DOS LINEAS: CABECERA DE LA CORRIDA Y
003320* PARAMETROS. CUENTA LAS CORRIDAS QUE NO TERMINARON BIEN.
003330*****************************************************************
003340 3000-IMPRIMIR-RENGLON.
003350     ADD 1 TO WS-CANT-LISTADOS.
003360     IF BT-RESULTADO NOT = "OK"
003370             AND BT-RESULTADO NOT = "LIQUIDADO"
003380         ADD 1 TO WS-CANT-NO-OK
003390     END-IF.
003400
003410     MOVE BT-FECHA TO WS-FECHA-TRABAJO.
003420     MOVE WS-FT-DD TO WS-EDIT-FEC-DD.
003430     MOVE WS-FT-MM TO WS-EDIT-FEC-MM.
003440     MOVE WS-FT-AAAA TO WS-EDIT-FEC-AAAA.
003450     MOVE BT-HORA TO WS-HORA-TRABAJO.
003460     MOVE WS-HT-HH TO WS-EDIT-HOR-HH.
003470     MOVE WS-HT-MM TO WS-EDIT-HOR-MM.
003480     MOVE WS-HT-SS TO WS-EDIT-HOR-SS.
003490
003500     MOVE SPACES TO LINEA-CONTROL.
003510     STRING WS-EDIT-FECHA " " WS-EDIT-HORA " " BT-OPERADOR " "
003520         BT-PROGRAMA " " BT-RESULTADO
003530         DELIMITED SIZE INTO LINEA-CONTROL.
003540     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
003550
003560     MOVE SPACES TO LINEA-CONTROL.
003570     STRING "           " BT-DETALLE
003580         DELIMITED SIZE INTO LINEA-CONTROL.
003590     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
003600 3000-EXIT.
003610     EXIT.
003620
003630*****************************************************************
003640* IMPRIME LOS TOTALES, CIERRA LOS ARCHIVOS Y DEJA LA PROPIA
003650* CONSULTA EN LA BITACORA (YA CERRADA LA LECTURA)
003660*****************************************************************
003670 8000-FINALIZAR.
003680     *> Una corrida que no llego a inicializar no emite totales
003690     IF INICIO-ABORTADO
003700         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: NO "
003710             "SE EMITE EL REPORTE"
003720         GO TO 8000-CERRAR
003730     END-IF.
003740
003750     MOVE SPACES TO LINEA-CONTROL.
003760     WRITE LINEA-CONTROL FROM WS-BANNER-1
003770         AFTER ADVANCING 1 LINE.
003780
003790     MOVE WS-CANT-LEIDOS TO WS-EDIT-CANTIDAD.
003800     STRING "RENGLONES LEIDOS:              " WS-EDIT-CANTIDAD
003810         DELIMITED SIZE INTO LINEA-CONTROL.
003820     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
003830
003840     MOVE WS-CANT-LISTADOS TO WS-EDIT-CANTIDAD.
003850     STRING "RENGLONES LISTADOS:            " WS-EDIT-CANTIDAD
003860         DELIMITED SIZE INTO LINEA-CONTROL.
003870     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
003880
003890     MOVE WS-CANT-NO-OK TO WS-EDIT-CANTIDAD.
003900     STRING "  LISTADOS NO TERMINADOS OK:   " WS-EDIT-CANTIDAD
003910         DELIMITED SIZE INTO LINEA-CONTROL.
003920     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
003930
003940     MOVE WS-CANT-ANTERIORES TO WS-EDIT-CANTIDAD.
003950     STRING "RENGLONES DE FORMATO ANTERIOR: " WS-EDIT-CANTIDAD
003960         DELIMITED SIZE INTO LINEA-CONTROL.
003970     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
003980
003990     WRITE LINEA-CONTROL FROM WS-BANNER-1
004000         AFTER ADVANCING 1 LINE.
004010
004020 8000-CERRAR.
004030     CLOSE AUDIT-LOG.
004040     CLOSE CONTROL-REPORT.
004050     STRING "DESDE=" WS-FECHA-DESDE " HASTA=" WS-FECHA-HASTA
004060         " OPER=" WS-FILTRO-OPERADOR " LISTADOS="
004070         WS-CANT-LISTADOS
004080         DELIMITED SIZE INTO WS-BIT-DETALLE.
004090     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
004100     DISPLAY "FIN DEL REPORTE DE LA BITACORA.".
004110 8000-EXIT.
004120     EXIT.
004130
004140*****************************************************************
004150* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
004160* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
004170* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
004180*****************************************************************
004190 9900-REGISTRAR-BITACORA.
004200     IF WS-BIT-RESULTADO = SPACES
004210         MOVE "ABORTADO" TO WS-BIT-RESULTADO
004220     END-IF.
004230     OPEN EXTEND AUDIT-LOG.
004240     IF NOT WS-AUDITLOG-OK
004250         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
004260             WS-AUDITLOG-STATUS
004270         GO TO 9900-EXIT
004280     END-IF.
004290     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
004300     ACCEPT WS-HORA-BITACORA FROM TIME.
004310     MOVE SPACES TO BITACORA-REG.
004320     MOVE WS-FECHA-BITACORA TO BT-FECHA.
004330     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
004340     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
004350     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
004360     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
004370     MOVE WS-BIT-DETALLE TO BT-DETALLE.
004380     WRITE BITACORA-REG.
004390     CLOSE AUDIT-LOG.
004400 9900-EXIT.
004410     EXIT.

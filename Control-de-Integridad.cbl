000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CONTROL-INTEGRIDAD.
000030 AUTHOR. J. C. MARTINEZ.
000040 INSTALLATION. GREMIO DE CAMIONEROS - LIQUIDACION DE HABERES.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CONTROL DE INTEGRIDAD ENTRE LOS ARCHIVOS DE LA LIQUIDACION,
000090* PARA CORRER ANTES DE LA LIQUIDACION DEFINITIVA DEL PERIODO.
000100* CRUZA EL MAESTRO DE EMPLEADOS CON LOS DE CATEGORIAS, ESCALAS
000110* SALARIALES Y CENTROS DE COSTOS, LAS NOVEDADES DEL PERIODO, LAS
000120* DEDUCCIONES VARIABLES Y LAS DECLARACIONES DE GANANCIAS CON EL
000130* MAESTRO DE EMPLEADOS, LAS VACACIONES DEL HISTORICO CON SU
000140* LIQUIDACION MENSUAL Y EL SAC DE PERESTAD CON LA LIQUIDACION
000150* DEFINITIVA DEL MES. EL LISTADO SALE AGRUPADO POR SEVERIDAD:
000160* PRIMERO LOS ERRORES BLOQUEANTES (LA LIQUIDACION SALDRIA MAL O
000170* NO SALDRIA) Y DESPUES LAS ADVERTENCIAS (HAY QUE REVISARLAS,
000180* PERO NO IMPIDEN LIQUIDAR). EL RESULTADO QUEDA EN PERESTAD
000190* ("S" SIN OBSERVACIONES, "A" SOLO ADVERTENCIAS, "B" CON
000200* BLOQUEANTES) Y CONVENIO-CAMIONEROS NO CORRE LA LIQUIDACION
000210* DEFINITIVA SIN UN CONTROL LIMPIO DEL PERIODO. TERMINA CON
000220* RETURN-CODE 0 SIN OBSERVACIONES, 4 CON ADVERTENCIAS Y 8 CON
000230* ERRORES BLOQUEANTES.
000240*-----------------------------------------------------------------
000250* MOD-HIST:
000260*   2026-10-14 JCM  VERSION ORIGINAL.
000270*****************************************************************
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 SPECIAL-NAMES.
000340     C01 IS NUEVA-PAGINA.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EMPLEADO-MASTER
000390         ASSIGN TO EMPMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS EMP-LEGAJO
000430         FILE STATUS IS WS-EMPMAST-STATUS.
000440
000450     SELECT CATEGORIA-MASTER
000460         ASSIGN TO CATMAST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS CAT-CODIGO
000500         FILE STATUS IS WS-CATMAST-STATUS.
000510
000520     SELECT CENTRO-MASTER
000530         ASSIGN TO CENMAST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CEN-CODIGO
000570         FILE STATUS IS WS-CENMAST-STATUS.
000580
000590     SELECT WAGE-HISTORY
000600         ASSIGN TO WAGEHST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS WH-CLAVE
000640         FILE STATUS IS WS-WAGEHST-STATUS.
000650
000660     SELECT NOVEDAD-FILE
000670         ASSIGN TO NOVEDAD
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS NOV-CLAVE
000710         FILE STATUS IS WS-NOVEDAD-STATUS.
000720
000730     SELECT DEDUCCION-VARIABLE
000740         ASSIGN TO DEDVAR
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS DV-CLAVE
000780         FILE STATUS IS WS-DEDVAR-STATUS.
000790
000800     SELECT GANANCIA-DECL
000810         ASSIGN TO GANDED
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS GD-LEGAJO
000850         FILE STATUS IS WS-GANDED-STATUS.
000860
000870     SELECT LIQUIDACION-HIST
000880         ASSIGN TO LIQHIST
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS LQ-CLAVE
000920         FILE STATUS IS WS-LIQHIST-STATUS.
000930
000940     SELECT PERIODO-ESTADO
000950         ASSIGN TO PERESTAD
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS PE-PERIODO
000990         FILE STATUS IS WS-PERESTAD-STATUS.
001000
001010     SELECT CONTROL-REPORT
001020         ASSIGN TO CTLRPT
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-CTLRPT-STATUS.
001050
001060     SELECT OPERADOR-MASTER
001070         ASSIGN TO OPERMAST
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS RANDOM
001100         RECORD KEY IS OP-OPERADOR
001110         FILE STATUS IS WS-OPERMAST-STATUS.
001120
001130     SELECT AUDIT-LOG
001140         ASSIGN TO AUDITLOG
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-AUDITLOG-STATUS.
001170
001180 DATA DIVISION.
001190 FILE SECTION.
001200 FD  EMPLEADO-MASTER
001210     LABEL RECORDS ARE STANDARD.
001220 COPY EMPMAST.
001230
001240 FD  CATEGORIA-MASTER
001250     LABEL RECORDS ARE STANDARD.
001260 COPY CATMAST.
001270
001280 FD  CENTRO-MASTER
001290     LABEL RECORDS ARE STANDARD.
001300 COPY CENMAST.
001310
001320 FD  WAGE-HISTORY
001330     LABEL RECORDS ARE STANDARD.
001340 COPY WAGEHST.
001350
001360 FD  NOVEDAD-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 COPY NOVEDAD.
001390
001400 FD  DEDUCCION-VARIABLE
001410     LABEL RECORDS ARE STANDARD.
001420 COPY DEDVAR.
001430
001440 FD  GANANCIA-DECL
001450     LABEL RECORDS ARE STANDARD.
001460 COPY GANDED.
001470
001480 FD  LIQUIDACION-HIST
001490     LABEL RECORDS ARE STANDARD.
001500 COPY LIQHIST.
001510
001520 FD  PERIODO-ESTADO
001530     LABEL RECORDS ARE STANDARD.
001540 COPY PERESTAD.
001550
001560 FD  CONTROL-REPORT
001570     LABEL RECORDS ARE STANDARD.
001580 COPY CTLRPT.
001590
001600 FD  OPERADOR-MASTER
001610     LABEL RECORDS ARE STANDARD.
001620 COPY OPERMAST.
001630
001640 FD  AUDIT-LOG
001650     LABEL RECORDS ARE STANDARD.
001660 COPY AUDITLOG.
001670
001680 WORKING-STORAGE SECTION.
001690
001700*****************************************************************
001710* SWITCHES DE CONTROL DE PROCESO
001720*****************************************************************
001730 01  WS-EMPMAST-STATUS         PIC X(02) VALUE ZEROS.
001740     88  WS-EMPMAST-OK             VALUE "00".
001750
001760 01  WS-CATMAST-STATUS         PIC X(02) VALUE ZEROS.
001770     88  WS-CATMAST-OK             VALUE "00".
001780
001790 01  WS-CENMAST-STATUS         PIC X(02) VALUE ZEROS.
001800     88  WS-CENMAST-OK             VALUE "00".
001810
001820 01  WS-WAGEHST-STATUS         PIC X(02) VALUE ZEROS.
001830     88  WS-WAGEHST-OK             VALUE "00".
001840
001850 01  WS-NOVEDAD-STATUS         PIC X(02) VALUE ZEROS.
001860     88  WS-NOVEDAD-OK             VALUE "00".
001870
001880 01  WS-DEDVAR-STATUS          PIC X(02) VALUE ZEROS.
001890     88  WS-DEDVAR-OK              VALUE "00".
001900
001910 01  WS-GANDED-STATUS          PIC X(02) VALUE ZEROS.
001920     88  WS-GANDED-OK              VALUE "00".
001930
001940 01  WS-LIQHIST-STATUS         PIC X(02) VALUE ZEROS.
001950     88  WS-LIQHIST-OK             VALUE "00".
001960
001970 01  WS-PERESTAD-STATUS        PIC X(02) VALUE ZEROS.
001980     88  WS-PERESTAD-OK            VALUE "00".
001990
002000 01  WS-CTLRPT-STATUS          PIC X(02) VALUE ZEROS.
002010     88  WS-CTLRPT-OK              VALUE "00".
002020
002030 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
002040     88  WS-OPERMAST-OK            VALUE "00".
002050
002060 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
002070     88  WS-AUDITLOG-OK            VALUE "00".
002080
002090 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
002100     88  FIN-DE-ARCHIVO            VALUE "S".
002110
002120 01  WS-BUSQUEDA-FIN-SW        PIC X(01) VALUE "N".
002130     88  BUSQUEDA-TERMINADA        VALUE "S".
002140
002150 01  WS-VIGENCIA-SW            PIC X(01) VALUE "N".
002160     88  VIGENCIA-ENCONTRADA       VALUE "S".
002170
002180 01  WS-ESTADO-HALLADO-SW      PIC X(01) VALUE "N".
002190     88  ESTADO-HALLADO            VALUE "S".
002200
002210 01  WS-LEGAJO-HALLADO-SW      PIC X(01) VALUE "N".
002220     88  LEGAJO-HALLADO            VALUE "S".
002230
002240 01  WS-LEGAJO-EGRESADO-SW     PIC X(01) VALUE "N".
002250     88  LEGAJO-EGRESADO           VALUE "S".
002260
002270*****************************************************************
002280* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
002290* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
002300*****************************************************************
002310 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
002320 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
002330 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
002340 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 2.
002350 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
002360     88  OPERADOR-HABILITADO       VALUE "S".
002370 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
002380     "CONTROL-INTEGRIDAD".
002390 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
002400 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
002410 01  WS-FECHA-BITACORA         PIC 9(08).
002420 01  WS-HORA-BITACORA          PIC 9(08).
002430 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
002440     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
002450     05  FILLER                PIC 9(02).
002460
002470 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
002480
002490*****************************************************************
002500* PERIODO A CONTROLAR, CON LA MISMA FECHA (AAAAMMDD) QUE SE LE
002510* DA A CONVENIO-CAMIONEROS: LA VIGENCIA DE LAS ESCALAS SE
002520* CONTROLA CONTRA ESA FECHA
002530*****************************************************************
002540 01  WS-PERIODO-A-CONTROLAR    PIC 9(08) VALUE ZEROS.
002550 01  WS-PERIODO-A-CONTROLAR-R REDEFINES WS-PERIODO-A-CONTROLAR.
002560     05  WS-PERIODO-AAAAMM     PIC 9(06).
002570     05  FILLER                PIC 9(02).
002580 01  WS-PERIODO-A-CONTROLAR-R2
002590         REDEFINES WS-PERIODO-A-CONTROLAR.
002600     05  WS-PERIODO-AAAA       PIC 9(04).
002610     05  WS-PERIODO-MM         PIC 9(02).
002620     05  WS-PERIODO-DD         PIC 9(02).
002630 01  WS-PERIODO-MENSAJE        PIC X(40) VALUE
002640     "Periodo a controlar (AAAAMMDD): ".
002650
002660 01  WS-FECHA-PROCESO.
002670     05  WS-FECHA-AAAA         PIC 9(04).
002680     05  WS-FECHA-MM           PIC 9(02).
002690     05  WS-FECHA-DD           PIC 9(02).
002700
002710 01  WS-FECHA-EGRESO-W         PIC 9(08).
002720 01  WS-FECHA-EGRESO-W-R REDEFINES WS-FECHA-EGRESO-W.
002730     05  WS-EGRESO-AAAAMM      PIC 9(06).
002740     05  FILLER                PIC 9(02).
002750
002760 01  WS-FECHA-EDIT-W           PIC 9(08).
002770 01  WS-FECHA-EDIT-W-R REDEFINES WS-FECHA-EDIT-W.
002780     05  WS-EDIT-W-AAAA        PIC 9(04).
002790     05  WS-EDIT-W-MM          PIC 9(02).
002800     05  WS-EDIT-W-DD          PIC 9(02).
002810 01  WS-EDIT-FECHA.
002820     05  WS-EDIT-FEC-DD        PIC 9(02).
002830     05  FILLER                PIC X(01) VALUE "/".
002840     05  WS-EDIT-FEC-MM        PIC 9(02).
002850     05  FILLER                PIC X(01) VALUE "/".
002860     05  WS-EDIT-FEC-AAAA      PIC 9(04).
002870 01  WS-EDIT-PERIODO.
002880     05  WS-EDIT-PER-MM        PIC 9(02).
002890     05  FILLER                PIC X(01) VALUE "/".
002900     05  WS-EDIT-PER-AAAA      PIC 9(04).
002910
002920*****************************************************************
002930* PASADA EN CURSO: CADA CONTROL SE CORRE UNA VEZ POR SEVERIDAD
002940* Y SOLO INFORMA LOS HALLAZGOS DE LA SEVERIDAD DE LA PASADA,
002950* PARA QUE EL LISTADO SALGA AGRUPADO SIN ORDENAR NADA
002960*****************************************************************
002970 01  WS-PASADA                 PIC X(01) VALUE SPACES.
002980     88  PASADA-BLOQUEANTES        VALUE "B".
002990     88  PASADA-ADVERTENCIAS       VALUE "A".
003000 01  WS-SEVERIDAD              PIC X(01) VALUE SPACES.
003010     88  SEVERIDAD-BLOQUEANTE      VALUE "B".
003020     88  SEVERIDAD-ADVERTENCIA     VALUE "A".
003030 01  WS-HALLAZGO               PIC X(76) VALUE SPACES.
003040
003050*****************************************************************
003060* MESES CON LIQUIDACION MENSUAL DEL LEGAJO Y ANIO EN CURSO DEL
003070* HISTORICO. LA CLAVE (LEGAJO, AAAAMM) TRAE LOS MESES 01-12 DE
003080* CADA ANIO ANTES QUE LAS VACACIONES 41-52 DEL MISMO ANIO.
003090*****************************************************************
003100 01  WS-HIST-LEGAJO            PIC 9(06) VALUE ZEROS.
003110 01  WS-HIST-AAAA              PIC 9(04) VALUE ZEROS.
003120 01  WS-HIST-PERIODO           PIC 9(06).
003130 01  WS-HIST-PERIODO-R REDEFINES WS-HIST-PERIODO.
003140     05  WS-HIST-PER-AAAA      PIC 9(04).
003150     05  WS-HIST-PER-MM        PIC 9(02).
003160 01  WS-HIST-MES               PIC 9(02).
003170 01  WS-HIST-MESES.
003180     05  WS-HIST-MES-LIQ       PIC X(01) OCCURS 12 TIMES.
003190         88  MES-LIQUIDADO         VALUE "S".
003200
003210*****************************************************************
003220* ACUMULADORES DE LA CORRIDA
003230*****************************************************************
003240 01  WS-CANT-LEGAJOS           PIC 9(05) VALUE ZERO.
003250 01  WS-CANT-BLOQUEANTES       PIC 9(05) VALUE ZERO.
003260 01  WS-CANT-ADVERTENCIAS      PIC 9(05) VALUE ZERO.
003270 01  WS-CANT-PASADA            PIC 9(05) VALUE ZERO.
003280
003290 01  WS-EDIT-CANTIDAD          PIC ZZ,ZZ9.
003300
003310 PROCEDURE DIVISION.
003320
003330 0000-MAINLINE.
003340     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003350     MOVE "B" TO WS-PASADA.
003360     PERFORM 2000-EJECUTAR-PASADA THRU 2000-EXIT.
003370     MOVE "A" TO WS-PASADA.
003380     PERFORM 2000-EJECUTAR-PASADA THRU 2000-EXIT.
003390     PERFORM 7000-REGISTRAR-RESULTADO THRU 7000-EXIT.
003400     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
003410     STOP RUN.
003420
003430 1000-INICIALIZAR.
003440     DISPLAY WS-BANNER-1.
003450     DISPLAY "CONTROL DE INTEGRIDAD ENTRE ARCHIVOS".
003460     DISPLAY WS-BANNER-1.
003470
003480     DISPLAY WS-OPERADOR-MENSAJE.
003490     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
003500     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
003510     IF NOT OPERADOR-HABILITADO
003520         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
003530         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003540     END-IF.
003550
003560     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
003570     DISPLAY WS-PERIODO-MENSAJE.
003580     ACCEPT WS-PERIODO-A-CONTROLAR FROM CONSOLE.
003590     IF WS-PERIODO-A-CONTROLAR NOT NUMERIC
003600             OR WS-PERIODO-MM < 1 OR WS-PERIODO-MM > 12
003610             OR WS-PERIODO-DD < 1 OR WS-PERIODO-DD > 31
003620         DISPLAY "PERIODO INVALIDO: " WS-PERIODO-A-CONTROLAR
003630         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003640     END-IF.
003650
003660     OPEN INPUT EMPLEADO-MASTER.
003670     IF NOT WS-EMPMAST-OK
003680         DISPLAY "ERROR AL ABRIR EMPLEADO-MASTER, STATUS = "
003690             WS-EMPMAST-STATUS
003700         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003710     END-IF.
003720
003730     OPEN INPUT CATEGORIA-MASTER.
003740     IF NOT WS-CATMAST-OK
003750         DISPLAY "ERROR AL ABRIR CATEGORIA-MASTER, STATUS = "
003760             WS-CATMAST-STATUS
003770         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003780     END-IF.
003790
003800     OPEN INPUT CENTRO-MASTER.
003810     IF NOT WS-CENMAST-OK
003820         DISPLAY "ERROR AL ABRIR CENTRO-MASTER, STATUS = "
003830             WS-CENMAST-STATUS
003840         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003850     END-IF.
003860
003870     OPEN INPUT WAGE-HISTORY.
003880     IF NOT WS-WAGEHST-OK
003890         DISPLAY "ERROR AL ABRIR WAGE-HISTORY, STATUS = "
003900             WS-WAGEHST-STATUS
003910         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003920     END-IF.
003930
003940     OPEN INPUT NOVEDAD-FILE.
003950     IF NOT WS-NOVEDAD-OK
003960         DISPLAY "ERROR AL ABRIR NOVEDAD-FILE, STATUS = "
003970             WS-NOVEDAD-STATUS
003980         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003990     END-IF.
004000
004010     OPEN INPUT DEDUCCION-VARIABLE.
004020     IF NOT WS-DEDVAR-OK
004030         DISPLAY "ERROR AL ABRIR DEDUCCION-VARIABLE, STATUS = "
004040             WS-DEDVAR-STATUS
004050         PERFORM 8100-ABANDONAR THRU 8100-EXIT
004060     END-IF.
004070
004080     OPEN INPUT GANANCIA-DECL.
004090     IF NOT WS-GANDED-OK
004100         DISPLAY "ERROR AL ABRIR GANANCIA-DECL, STATUS = "
004110             WS-GANDED-STATUS
004120         PERFORM 8100-ABANDONAR THRU 8100-EXIT
004130     END-IF.
004140
004150     OPEN INPUT LIQUIDACION-HIST.
004160     IF NOT WS-LIQHIST-OK
004170         DISPLAY "ERROR AL ABRIR LIQUIDACION-HIST, STATUS = "
004180             WS-LIQHIST-STATUS
004190         PERFORM 8100-ABANDONAR THRU 8100-EXIT
004200     END-IF.
004210
004220     OPEN I-O PERIODO-ESTADO.
004230     IF NOT WS-PERESTAD-OK
004240         DISPLAY "ERROR AL ABRIR PERIODO-ESTADO, STATUS = "
004250             WS-PERESTAD-STATUS
004260         PERFORM 8100-ABANDONAR THRU 8100-EXIT
004270     END-IF.
004280
004290     PERFORM 1150-LEER-ESTADO THRU 1150-EXIT.
004300     IF PE-CERRADO-SI
004310         DISPLAY "EL PERIODO " WS-PERIODO-AAAAMM
004320             " ESTA CERRADO: NO SE CONTROLA"
004330         PERFORM 8100-ABANDONAR THRU 8100-EXIT
004340     END-IF.
004350
004360     OPEN OUTPUT CONTROL-REPORT.
004370     IF NOT WS-CTLRPT-OK
004380         DISPLAY "ERROR AL ABRIR CONTROL-REPORT, STATUS = "
004390             WS-CTLRPT-STATUS
004400         PERFORM 8100-ABANDONAR THRU 8100-EXIT
004410     END-IF.
004420
004430     MOVE WS-PERIODO-MM TO WS-EDIT-PER-MM.
004440     MOVE WS-PERIODO-AAAA TO WS-EDIT-PER-AAAA.
004450     MOVE WS-FECHA-PROCESO TO WS-FECHA-EDIT-W.
004460     PERFORM 5100-EDITAR-FECHA THRU 5100-EXIT.
004470     MOVE SPACES TO LINEA-CONTROL.
004480     STRING "CONTROL DE INTEGRIDAD ENTRE ARCHIVOS - PERIODO "
004490         WS-EDIT-PERIODO "  AL " WS-EDIT-FECHA
004500         DELIMITED SIZE INTO LINEA-CONTROL.
004510     WRITE LINEA-CONTROL AFTER ADVANCING NUEVA-PAGINA.
004520     MOVE SPACES TO LINEA-CONTROL.
004530     WRITE LINEA-CONTROL FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
004540 1000-EXIT.
004550     EXIT.
004560
004570*****************************************************************
004580* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
004590* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
004600* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
004610* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
004620* LOS ROLES MENORES)
004630*****************************************************************
004640 1050-VALIDAR-OPERADOR.
004650     MOVE "N" TO WS-OPERADOR-SW.
004660     OPEN INPUT OPERADOR-MASTER.
004670     IF NOT WS-OPERMAST-OK
004680         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
004690             WS-OPERMAST-STATUS
004700         GO TO 1050-EXIT
004710     END-IF.
004720     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
004730     READ OPERADOR-MASTER
004740         INVALID KEY
004750             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
004760             CLOSE OPERADOR-MASTER
004770             GO TO 1050-EXIT
004780     END-READ.
004790     CLOSE OPERADOR-MASTER.
004800     MOVE OP-ROL TO WS-OPERADOR-ROL.
004810     IF NOT OP-HABILITADO
004820         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
004830         GO TO 1050-EXIT
004840     END-IF.
004850     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
004860         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
004870             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
004880             ", REQUIERE " WS-ROL-REQUERIDO ")"
004890         GO TO 1050-EXIT
004900     END-IF.
004910     SET OPERADOR-HABILITADO TO TRUE.
004920 1050-EXIT.
004930     EXIT.
004940
004950*****************************************************************
004960* LEE EL ESTADO DEL PERIODO A CONTROLAR. SIN REGISTRO, EL
004970* PERIODO ARRANCA CON TODOS SUS AVANCES EN "N".
004980*****************************************************************
004990 1150-LEER-ESTADO.
005000     MOVE "N" TO WS-ESTADO-HALLADO-SW.
005010     MOVE WS-PERIODO-AAAAMM TO PE-PERIODO.
005020     READ PERIODO-ESTADO
005030         INVALID KEY
005040             MOVE WS-PERIODO-AAAAMM TO PE-PERIODO
005050             MOVE "N" TO PE-NOVEDADES-CARGADAS
005060             MOVE "N" TO PE-SIMULACION-CORRIDA
005070             MOVE "N" TO PE-LIQUIDACION-DEFIN
005080             MOVE "N" TO PE-SAC-LIQUIDADO
005090             MOVE "N" TO PE-CONCILIACION-HECHA
005100             MOVE "N" TO PE-PERIODO-CERRADO
005110             MOVE "N" TO PE-NETO-PENDIENTE
005120             MOVE "N" TO PE-PROVISION-HECHA
005130             MOVE "N" TO PE-CONTROL-INTEGRIDAD
005140         NOT INVALID KEY
005150             SET ESTADO-HALLADO TO TRUE
005160     END-READ.
005170 1150-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210* CORRE TODOS LOS CONTROLES PARA LA SEVERIDAD DE LA PASADA Y
005220* CIERRA EL GRUPO CON LA CANTIDAD DE HALLAZGOS
005230*****************************************************************
005240 2000-EJECUTAR-PASADA.
005250     MOVE ZERO TO WS-CANT-PASADA.
005260     MOVE SPACES TO LINEA-CONTROL.
005270     IF PASADA-BLOQUEANTES
005280         STRING "ERRORES BLOQUEANTES (IMPIDEN LA LIQUIDACION "
005290             "DEFINITIVA)"
005300             DELIMITED SIZE INTO LINEA-CONTROL
005310     ELSE
005320         STRING "ADVERTENCIAS (REVISAR ANTES DE LIQUIDAR)"
005330             DELIMITED SIZE INTO LINEA-CONTROL
005340     END-IF.
005350     WRITE LINEA-CONTROL AFTER ADVANCING 2 LINES.
005360
005370     PERFORM 2100-CONTROLAR-LEGAJOS THRU 2100-EXIT.
005380     PERFORM 2200-CONTROLAR-NOVEDADES THRU 2200-EXIT.
005390     PERFORM 2300-CONTROLAR-DEDUCCIONES THRU 2300-EXIT.
005400     PERFORM 2400-CONTROLAR-GANANCIAS THRU 2400-EXIT.
005410     PERFORM 2500-CONTROLAR-HISTORICO THRU 2500-EXIT.
005420     PERFORM 2600-CONTROLAR-ESTADOS THRU 2600-EXIT.
005430
005440     IF WS-CANT-PASADA = ZERO
005450         MOVE SPACES TO LINEA-CONTROL
005460         STRING "  SIN OBSERVACIONES"
005470             DELIMITED SIZE INTO LINEA-CONTROL
005480         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
005490     END-IF.
005500     MOVE WS-CANT-PASADA TO WS-EDIT-CANTIDAD.
005510     MOVE SPACES TO LINEA-CONTROL.
005520     STRING "  TOTAL DEL GRUPO: " WS-EDIT-CANTIDAD
005530         DELIMITED SIZE INTO LINEA-CONTROL.
005540     WRITE LINEA-CONTROL AFTER ADVANCING 2 LINES.
005550 2000-EXIT.
005560     EXIT.
005570
005580*****************************************************************
005590* RECORRE EL MAESTRO DE EMPLEADOS. LOS EGRESADOS ANTES DEL
005600* PERIODO YA NO SE LIQUIDAN Y NO SE CONTROLAN; LOS QUE EGRESAN
005610* EN EL PERIODO LOS LIQUIDA LA CORRIDA DE EGRESOS Y SI.
005620*****************************************************************
005630 2100-CONTROLAR-LEGAJOS.
005640     MOVE "N" TO WS-FIN-DE-ARCHIVO-SW.
005650     MOVE ZEROS TO EMP-LEGAJO.
005660     START EMPLEADO-MASTER KEY IS NOT LESS THAN EMP-LEGAJO
005670         INVALID KEY
005680             SET FIN-DE-ARCHIVO TO TRUE
005690     END-START.
005700     PERFORM 2110-CONTROLAR-UN-LEGAJO THRU 2110-EXIT
005710         UNTIL FIN-DE-ARCHIVO.
005720 2100-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760* CONTROLA UN LEGAJO CONTRA LOS MAESTROS: CATEGORIA EN CATMAST,
005770* ESCALA DE LA CATEGORIA VIGENTE A LA FECHA DEL PERIODO, CENTRO
005780* DE COSTOS EN CENMAST Y CUIL CARGADO. TODOS SON BLOQUEANTES.
005790*****************************************************************
005800 2110-CONTROLAR-UN-LEGAJO.
005810     READ EMPLEADO-MASTER NEXT RECORD
005820         AT END
005830             SET FIN-DE-ARCHIVO TO TRUE
005840             GO TO 2110-EXIT
005850     END-READ.
005860
005870     IF NOT EMP-ACTIVO
005880         MOVE EMP-FECHA-EGRESO TO WS-FECHA-EGRESO-W
005890         IF WS-EGRESO-AAAAMM < WS-PERIODO-AAAAMM
005900             GO TO 2110-EXIT
005910         END-IF
005920     END-IF.
005930     IF PASADA-BLOQUEANTES
005940         ADD 1 TO WS-CANT-LEGAJOS
005950     END-IF.
005960
005970     MOVE "B" TO WS-SEVERIDAD.
005980     MOVE EMP-CATEGORIA TO CAT-CODIGO.
005990     READ CATEGORIA-MASTER
006000         INVALID KEY
006010             MOVE SPACES TO WS-HALLAZGO
006020             STRING "LEGAJO " EMP-LEGAJO " CATEGORIA "
006030                 EMP-CATEGORIA " INEXISTENTE EN CATMAST"
006040                 DELIMITED SIZE INTO WS-HALLAZGO
006050             PERFORM 6000-INFORMAR-HALLAZGO THRU 6000-EXIT
006060     END-READ.
006070
006080     PERFORM 2120-BUSCAR-ESCALA THRU 2120-EXIT.
006090     IF NOT VIGENCIA-ENCONTRADA
006100         MOVE SPACES TO WS-HALLAZGO
006110         STRING "LEGAJO " EMP-LEGAJO " CATEGORIA "
006120             EMP-CATEGORIA " SIN ESCALA VIGENTE EN WAGEHST"
006130             DELIMITED SIZE INTO WS-HALLAZGO
006140         PERFORM 6000-INFORMAR-HALLAZGO THRU 6000-EXIT
006150     END-IF.
006160
006170     MOVE EMP-CENTRO-COSTOS TO CEN-CODIGO.
006180     READ CENTRO-MASTER
006190         INVALID KEY
006200             MOVE SPACES TO WS-HALLAZGO
006210             STRING "LEGAJO " EMP-LEGAJO " CENTRO DE COSTOS "
006220                 EMP-CENTRO-COSTOS " INEXISTENTE EN CENMAST"
006230                 DELIMITED SIZE INTO WS-HALLAZGO
006240             PERFORM 6000-INFORMAR-HALLAZGO THRU 6000-EXIT
006250     END-READ.
006260
006270     IF EMP-CUIL NOT NUMERIC OR EMP-CUIL = ZEROS
006280         MOVE SPACES TO WS-HALLAZGO
006290         STRING "LEGAJO " EMP-LEGAJO " EN ACTIVIDAD SIN CUIL"
006300             DELIMITED SIZE INTO WS-HALLAZGO
006310         PERFORM 6000-INFORMAR-HALLAZGO THRU 6000-EXIT
006320     END-IF.
006330 2110-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370* BUSCA EN WAGEHST EL TRAMO DE LA CATEGORIA DEL LEGAJO QUE
006380* CUBRE LA FECHA DEL PERIODO, COMO LO BUSCA LA LIQUIDACION
006390*****************************************************************
006400 2120-BUSCAR-ESCALA.
006410     MOVE "N" TO WS-BUSQUEDA-FIN-SW.
006420     MOVE "N" TO WS-VIGENCIA-SW.
006430     MOVE EMP-CATEGORIA TO WH-CATEGORIA.
006440     MOVE ZEROS TO WH-FECHA-DESDE.
006450     START WAGE-HISTORY KEY IS NOT LESS THAN WH-CLAVE
006460         INVALID KEY
006470             SET BUSQUEDA-TERMINADA TO TRUE
006480     END-START.
006490     PERFORM 2130-LEER-ESCALA THRU 2130-EXIT
006500         UNTIL BUSQUEDA-TERMINADA.
006510 2120-EXIT.
006520     EXIT.
006530
006540 2130-LEER-ESCALA.
006550     READ WAGE-HISTORY NEXT RECORD
006560         AT END
006570             SET BUSQUEDA-TERMINADA TO TRUE
006580             GO TO 2130-EXIT
006590     END-READ.
006600     IF WH-CATEGORIA NOT EQUAL EMP-CATEGORIA
006610         SET BUSQUEDA-TERMINADA TO TRUE
006620         GO TO 2130-EXIT
006630     END-IF.
006640     IF WS-PERIODO-A-CONTROLAR >= WH-FECHA-DESDE
006650             AND WS-PERIODO-A-CONTROLAR <= WH-FECHA-HASTA
006660         SET VIGENCIA-ENCONTRADA TO TRUE
006670         SET BUSQUEDA-TERMINADA TO TRUE
006680     END-IF.
006690 2130-EXIT.
006700     EXIT.
006710
006720*****************************************************************
006730* RECORRE LAS NOVEDADES Y CONTROLA LAS DEL PERIODO CONTRA EL
006740* MAESTRO: LEGAJO INEXISTENTE ES BLOQUEANTE; LEGAJO EGRESADO
006750* ANTES DEL PERIODO ES ADVERTENCIA (LA NOVEDAD NO SE LIQUIDA)
006760*****************************************************************
006770 2200-CONTROLAR-NOVEDADES.
006780     MOVE "N" TO WS-FIN-DE-ARCHIVO-SW.
006790     MOVE ZEROS TO NOV-CLAVE.
006800     START NOVEDAD-FILE KEY IS NOT LESS THAN NOV-CLAVE
006810         INVALID KEY
006820             SET FIN-DE-ARCHIVO TO TRUE
006830     END-START.
006840     PERFORM 2210-CONTROLAR-NOVEDAD THRU 2210-EXIT
006850         UNTIL FIN-DE-ARCHIVO.
006860 2200-EXIT.
006870     EXIT.
006880
006890 2210-CONTROLAR-NOVEDAD.
006900     READ NOVEDAD-FILE NEXT RECORD
006910         AT END
006920             SET FIN-DE-ARCHIVO TO TRUE
006930             GO TO 2210-EXIT
006940     END-READ.
006950     IF NOV-PERIODO NOT = WS-PERIODO-AAAAMM
006960         GO TO 2210-EXIT
006970     END-IF.
006980
006990     MOVE NOV-LEGAJO TO EMP-LEGAJO.
007000     PERFORM 5000-BUSCAR-LEGAJO THRU 5000-EXIT.
007010     IF NOT LEGAJO-HALLADO
007020         MOVE "B" TO WS-SEVERIDAD
007030         MOVE SPACES TO WS-HALLAZGO
007040         STRING "NOVEDAD DEL PERIODO DEL LEGAJO " NOV-LEGAJO
007050             " INEXISTENTE EN EMPMAST"
007060             DELIMITED SIZE INTO WS-HALLAZGO
007070         PERFORM 6000-INFORMAR-HALLAZGO THRU 6000-EXIT
007080         GO TO 2210-EXIT
007090     END-IF.
007100     IF LEGAJO-EGRESADO
007110         MOVE "A" TO WS-SEVERIDAD
007120         MOVE SPACES TO WS-HALLAZGO
007130         STRING "NOVEDAD DEL PERIODO DEL LEGAJO " NOV-LEGAJO
007140             " EGRESADO EL " WS-EDIT-FECHA
007150             DELIMITED SIZE INTO WS-HALLAZGO
007160         PERFORM 6000-INFORMAR-HALLAZGO THRU 6000-EXIT
007170     END-IF.
007180 2210-EXIT.
007190     EXIT.
007200
007210*****************************************************************
007220* RECORRE LAS DEDUCCIONES VARIABLES: LEGAJO INEXISTENTE, O
007230* EGRESADO ANTES DEL PERIODO CON CUOTAS O SALDO PENDIENTE (YA
007240* NO SE LE VA A DESCONTAR), SON ADVERTENCIAS
007250*****************************************************************
007260 2300-CONTROLAR-DEDUCCIONES.
007270     MOVE "N" TO WS-FIN-DE-ARCHIVO-SW.
007280     MOVE ZEROS TO DV-LEGAJO.
007290     MOVE SPACES TO DV-TIPO.
007300     START DEDUCCION-VARIABLE KEY IS NOT LESS THAN DV-CLAVE
007310         INVALID KEY
007320             SET FIN-DE-ARCHIVO TO TRUE
007330     END-START.
007340     PERFORM 2310-CONTROLAR-DEDUCCION THRU 2310-EXIT
007350         UNTIL FIN-DE-ARCHIVO.
007360 2300-EXIT.
007370     EXIT.
007380
007390 2310-CONTROLAR-DEDUCCION.
007400     READ DEDUCCION-VARIABLE NEXT RECORD
007410         AT END
007420             SET FIN-DE-ARCHIVO TO TRUE
007430             GO TO 2310-EXIT
007440     END-READ.
007450
007460     MOVE "A" TO WS-SEVERIDAD.
007470     MOVE DV-LEGAJO TO EMP-LEGAJO.
007480     PERFORM 5000-BUSCAR-LEGAJO THRU 5000-EXIT.
007490     IF NOT LEGAJO-HALLADO
007500         MOVE SPACES TO WS-HALLAZGO
007510         STRING "DEDUCCION VARIABLE " DV-TIPO " DEL LEGAJO "
007520             DV-LEGAJO " INEXISTENTE EN EMPMAST"
007530             DELIMITED SIZE INTO WS-HALLAZGO
007540         PERFORM 6000-INFORMAR-HALLAZGO THRU 6000-EXIT
007550         GO TO 2310-EXIT
007560     END-IF.
007570     IF LEGAJO-EGRESADO
007580             AND (DV-CUOTAS-RESTANTES > ZERO
007590                  OR DV-SALDO-PENDIENTE > ZERO)
007600         MOVE SPACES TO WS-HALLAZGO
007610         STRING "DEDUCCION VARIABLE " DV-TIPO " PENDIENTE DEL "
007620             "LEGAJO " DV-LEGAJO " EGRESADO EL " WS-EDIT-FECHA
007630             DELIMITED SIZE INTO WS-HALLAZGO
007640         PERFORM 6000-INFORMAR-HALLAZGO THRU 6000-EXIT
007650     END-IF.
007660 2310-EXIT.
007670     EXIT.
007680
007690*****************************************************************
007700* RECORRE LAS DECLARACIONES DE GANANCIAS: UNA DECLARACION DE UN
007710* LEGAJO INEXISTENTE ES ADVERTENCIA
007720*****************************************************************
007730 2400-CONTROLAR-GANANCIAS.
007740     MOVE "N" TO WS-FIN-DE-ARCHIVO-SW.
007750     MOVE ZEROS TO GD-LEGAJO.
007760     START GANANCIA-DECL KEY IS NOT LESS THAN GD-LEGAJO
007770         INVALID KEY
007780             SET FIN-DE-ARCHIVO TO TRUE
007790     END-START.
007800     PERFORM 2410-CONTROLAR-DECLARACION THRU 2410-EXIT
007810         UNTIL FIN-DE-ARCHIVO.
007820 2400-EXIT.
007830     EXIT.
007840
007850 2410-CONTROLAR-DECLARACION.
007860     READ GANANCIA-DECL NEXT RECORD
007870         AT END
007880             SET FIN-DE-ARCHIVO TO TRUE
007890             GO TO 2410-EXIT
007900     END-READ.
007910
007920     MOVE GD-LEGAJO TO EMP-LEGAJO.
007930     PERFORM 5000-BUSCAR-LEGAJO THRU 5000-EXIT.
007940     IF NOT LEGAJO-HALLADO
007950         MOVE "A" TO WS-SEVERIDAD
007960         MOVE SPACES TO WS-HALLAZGO
007970         STRING "DECLARACION DE GANANCIAS DEL LEGAJO " GD-LEGAJO
007980             " INEXISTENTE EN EMPMAST"
007990             DELIMITED SIZE INTO WS-HALLAZGO
008000         PERFORM 6000-INFORMAR-HALLAZGO THRU 6000-EXIT
008010     END-IF.
008020 2410-EXIT.
008030     EXIT.
008040
008050*****************************************************************
008060* RECORRE EL HISTORICO: UNAS VACACIONES (AAAA41-AAAA52) DE UN
008070* MES ANTERIOR AL PERIODO SIN LA LIQUIDACION MENSUAL DE ESE MES
008080* SON ADVERTENCIA (EL MES NO SE LIQUIDO O SE PERDIO DEL
008090* HISTORICO). LOS MESES DESDE EL PERIODO EN ADELANTE TODAVIA
008100* NO TIENEN POR QUE ESTAR LIQUIDADOS.
008110*****************************************************************
008120 2500-CONTROLAR-HISTORICO.
008130     MOVE "N" TO WS-FIN-DE-ARCHIVO-SW.
008140     MOVE ZEROS TO WS-HIST-LEGAJO.
008150     MOVE ZEROS TO WS-HIST-AAAA.
008160     MOVE SPACES TO WS-HIST-MESES.
008170     MOVE ZEROS TO LQ-CLAVE.
008180     START LIQUIDACION-HIST KEY IS NOT LESS THAN LQ-CLAVE
008190         INVALID KEY
008200             SET FIN-DE-ARCHIVO TO TRUE
008210     END-START.
008220     PERFORM 2510-CONTROLAR-LIQUIDACION THRU 2510-EXIT
008230         UNTIL FIN-DE-ARCHIVO.
008240 2500-EXIT.
008250     EXIT.
008260
008270 2510-CONTROLAR-LIQUIDACION.
008280     READ LIQUIDACION-HIST NEXT RECORD
008290         AT END
008300             SET FIN-DE-ARCHIVO TO TRUE
008310             GO TO 2510-EXIT
008320     END-READ.
008330
008340     MOVE LQ-PERIODO TO WS-HIST-PERIODO.
008350     IF LQ-LEGAJO NOT = WS-HIST-LEGAJO
008360             OR WS-HIST-PER-AAAA NOT = WS-HIST-AAAA
008370         MOVE LQ-LEGAJO TO WS-HIST-LEGAJO
008380         MOVE WS-HIST-PER-AAAA TO WS-HIST-AAAA
008390         MOVE SPACES TO WS-HIST-MESES
008400     END-IF.
008410
008420     IF WS-HIST-PER-MM >= 1 AND WS-HIST-PER-MM <= 12
008430         MOVE "S" TO WS-HIST-MES-LIQ (WS-HIST-PER-MM)
008440         GO TO 2510-EXIT
008450     END-IF.
008460     IF WS-HIST-PER-MM < 41 OR WS-HIST-PER-MM > 52
008470         GO TO 2510-EXIT
008480     END-IF.
008490
008500     SUBTRACT 40 FROM WS-HIST-PER-MM GIVING WS-HIST-MES.
008510     MOVE WS-HIST-MES TO WS-HIST-PER-MM.
008520     IF WS-HIST-PERIODO NOT < WS-PERIODO-AAAAMM
008530         GO TO 2510-EXIT
008540     END-IF.
008550     IF NOT MES-LIQUIDADO (WS-HIST-MES)
008560         MOVE "A" TO WS-SEVERIDAD
008570         MOVE WS-HIST-MES TO WS-EDIT-PER-MM
008580         MOVE WS-HIST-PER-AAAA TO WS-EDIT-PER-AAAA
008590         MOVE SPACES TO WS-HALLAZGO
008600         STRING "VACACIONES " WS-EDIT-PERIODO " DEL LEGAJO "
008610             LQ-LEGAJO " SIN LIQUIDACION MENSUAL DEL MES"
008620             DELIMITED SIZE INTO WS-HALLAZGO
008630         PERFORM 6000-INFORMAR-HALLAZGO THRU 6000-EXIT
008640     END-IF.
008650 2510-EXIT.
008660     EXIT.
008670
008680*****************************************************************
008690* RECORRE LOS ESTADOS DE PERIODO: EL SAC NO QUEDA EN EL
008700* HISTORICO SINO EN PERESTAD, Y UN SAC LIQUIDADO EN UN PERIODO
008710* SIN LIQUIDACION MENSUAL DEFINITIVA ES ADVERTENCIA
008720*****************************************************************
008730 2600-CONTROLAR-ESTADOS.
008740     MOVE "N" TO WS-FIN-DE-ARCHIVO-SW.
008750     MOVE ZEROS TO PE-PERIODO.
008760     START PERIODO-ESTADO KEY IS NOT LESS THAN PE-PERIODO
008770         INVALID KEY
008780             SET FIN-DE-ARCHIVO TO TRUE
008790     END-START.
008800     PERFORM 2610-CONTROLAR-ESTADO THRU 2610-EXIT
008810         UNTIL FIN-DE-ARCHIVO.
008820 2600-EXIT.
008830     EXIT.
008840
008850 2610-CONTROLAR-ESTADO.
008860     READ PERIODO-ESTADO NEXT RECORD
008870         AT END
008880             SET FIN-DE-ARCHIVO TO TRUE
008890             GO TO 2610-EXIT
008900     END-READ.
008910
008920     IF PE-SAC-SI AND NOT PE-LIQUIDACION-SI
008930         MOVE "A" TO WS-SEVERIDAD
008940         MOVE PE-PERIODO TO WS-HIST-PERIODO
008950         MOVE WS-HIST-PER-MM TO WS-EDIT-PER-MM
008960         MOVE WS-HIST-PER-AAAA TO WS-EDIT-PER-AAAA
008970         MOVE SPACES TO WS-HALLAZGO
008980         STRING "SAC LIQUIDADO EN " WS-EDIT-PERIODO
008990             " SIN LIQUIDACION MENSUAL DEFINITIVA DEL MES"
009000             DELIMITED SIZE INTO WS-HALLAZGO
009010         PERFORM 6000-INFORMAR-HALLAZGO THRU 6000-EXIT
009020     END-IF.
009030 2610-EXIT.
009040     EXIT.
009050
009060*****************************************************************
009070* BUSCA EN EL MAESTRO EL LEGAJO DE EMP-LEGAJO Y MARCA SI EGRESO
009080* ANTES DEL PERIODO (DEJANDO LA FECHA DE EGRESO EDITADA)
009090*****************************************************************
009100 5000-BUSCAR-LEGAJO.
009110     MOVE "N" TO WS-LEGAJO-HALLADO-SW.
009120     MOVE "N" TO WS-LEGAJO-EGRESADO-SW.
009130     READ EMPLEADO-MASTER
009140         INVALID KEY
009150             GO TO 5000-EXIT
009160     END-READ.
009170     SET LEGAJO-HALLADO TO TRUE.
009180     IF EMP-ACTIVO
009190         GO TO 5000-EXIT
009200     END-IF.
009210     MOVE EMP-FECHA-EGRESO TO WS-FECHA-EGRESO-W.
009220     IF WS-EGRESO-AAAAMM < WS-PERIODO-AAAAMM
009230         SET LEGAJO-EGRESADO TO TRUE
009240         MOVE EMP-FECHA-EGRESO TO WS-FECHA-EDIT-W
009250         PERFORM 5100-EDITAR-FECHA THRU 5100-EXIT
009260     END-IF.
009270 5000-EXIT.
009280     EXIT.
009290
009300*****************************************************************
009310* EDITA WS-FECHA-EDIT-W (AAAAMMDD) COMO DD/MM/AAAA
009320*****************************************************************
009330 5100-EDITAR-FECHA.
009340     MOVE WS-EDIT-W-DD TO WS-EDIT-FEC-DD.
009350     MOVE WS-EDIT-W-MM TO WS-EDIT-FEC-MM.
009360     MOVE WS-EDIT-W-AAAA TO WS-EDIT-FEC-AAAA.
009370 5100-EXIT.
009380     EXIT.
009390
009400*****************************************************************
009410* IMPRIME EL HALLAZGO ARMADO EN WS-HALLAZGO SI SU SEVERIDAD ES
009420* LA DE LA PASADA EN CURSO, Y LO CUENTA
009430*****************************************************************
009440 6000-INFORMAR-HALLAZGO.
009450     IF WS-SEVERIDAD NOT = WS-PASADA
009460         GO TO 6000-EXIT
009470     END-IF.
009480     ADD 1 TO WS-CANT-PASADA.
009490     IF SEVERIDAD-BLOQUEANTE
009500         ADD 1 TO WS-CANT-BLOQUEANTES
009510     ELSE
009520         ADD 1 TO WS-CANT-ADVERTENCIAS
009530     END-IF.
009540     MOVE SPACES TO LINEA-CONTROL.
009550     STRING "  " WS-HALLAZGO
009560         DELIMITED SIZE INTO LINEA-CONTROL.
009570     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
009580 6000-EXIT.
009590     EXIT.
009600
009610*****************************************************************
009620* DEJA EL RESULTADO DEL CONTROL EN EL ESTADO DEL PERIODO:
009630* "B" CON BLOQUEANTES, "A" CON ADVERTENCIAS SOLAS, "S" LIMPIO
009640*****************************************************************
009650 7000-REGISTRAR-RESULTADO.
009660     PERFORM 1150-LEER-ESTADO THRU 1150-EXIT.
009670     IF WS-CANT-BLOQUEANTES > ZERO
009680         MOVE "B" TO PE-CONTROL-INTEGRIDAD
009690     ELSE
009700         IF WS-CANT-ADVERTENCIAS > ZERO
009710             MOVE "A" TO PE-CONTROL-INTEGRIDAD
009720         ELSE
009730             MOVE "S" TO PE-CONTROL-INTEGRIDAD
009740         END-IF
009750     END-IF.
009760     IF ESTADO-HALLADO
009770         REWRITE PERIODO-ESTADO-REG
009780     ELSE
009790         WRITE PERIODO-ESTADO-REG
009800     END-IF.
009810 7000-EXIT.
009820     EXIT.
009830
009840*****************************************************************
009850* MUESTRA LOS TOTALES Y DEJA EL RETURN-CODE: 8 CON ERRORES
009860* BLOQUEANTES, 4 CON ADVERTENCIAS SOLAS, 0 SIN OBSERVACIONES
009870*****************************************************************
009880 8000-FINALIZAR.
009890     MOVE WS-CANT-LEGAJOS TO WS-EDIT-CANTIDAD.
009900     MOVE SPACES TO LINEA-CONTROL.
009910     STRING "LEGAJOS CONTROLADOS:  " WS-EDIT-CANTIDAD
009920         DELIMITED SIZE INTO LINEA-CONTROL.
009930     WRITE LINEA-CONTROL AFTER ADVANCING 2 LINES.
009940     DISPLAY "LEGAJOS CONTROLADOS:  " WS-EDIT-CANTIDAD.
009950     MOVE WS-CANT-BLOQUEANTES TO WS-EDIT-CANTIDAD.
009960     MOVE SPACES TO LINEA-CONTROL.
009970     STRING "ERRORES BLOQUEANTES:  " WS-EDIT-CANTIDAD
009980         DELIMITED SIZE INTO LINEA-CONTROL.
009990     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
010000     DISPLAY "ERRORES BLOQUEANTES:  " WS-EDIT-CANTIDAD.
010010     MOVE WS-CANT-ADVERTENCIAS TO WS-EDIT-CANTIDAD.
010020     MOVE SPACES TO LINEA-CONTROL.
010030     STRING "ADVERTENCIAS:         " WS-EDIT-CANTIDAD
010040         DELIMITED SIZE INTO LINEA-CONTROL.
010050     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
010060     DISPLAY "ADVERTENCIAS:         " WS-EDIT-CANTIDAD.
010070
010080     IF WS-CANT-BLOQUEANTES > ZERO
010090         DISPLAY "HAY ERRORES BLOQUEANTES: EL PERIODO NO SE "
010100             "PUEDE LIQUIDAR EN DEFINITIVA"
010110         MOVE 8 TO RETURN-CODE
010120         MOVE "ERROR" TO WS-BIT-RESULTADO
010130     ELSE
010140         IF WS-CANT-ADVERTENCIAS > ZERO
010150             DISPLAY "HAY ADVERTENCIAS: REVISAR ANTES DE LIQUIDAR"
010160             MOVE 4 TO RETURN-CODE
010170             MOVE "ALERTA" TO WS-BIT-RESULTADO
010180         ELSE
010190             MOVE "OK" TO WS-BIT-RESULTADO
010200         END-IF
010210     END-IF.
010220
010230     CLOSE EMPLEADO-MASTER.
010240     CLOSE CATEGORIA-MASTER.
010250     CLOSE CENTRO-MASTER.
010260     CLOSE WAGE-HISTORY.
010270     CLOSE NOVEDAD-FILE.
010280     CLOSE DEDUCCION-VARIABLE.
010290     CLOSE GANANCIA-DECL.
010300     CLOSE LIQUIDACION-HIST.
010310     CLOSE PERIODO-ESTADO.
010320     CLOSE CONTROL-REPORT.
010330     STRING "PERIODO=" WS-PERIODO-AAAAMM
010340         " BLOQUEANTES=" WS-CANT-BLOQUEANTES
010350         " ADVERTENCIAS=" WS-CANT-ADVERTENCIAS
010360         DELIMITED SIZE INTO WS-BIT-DETALLE.
010370     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
010380     DISPLAY "FIN DEL CONTROL DE INTEGRIDAD.".
010390 8000-EXIT.
010400     EXIT.
010410
010420*****************************************************************
010430* CORTA EL PROCESO CON RETURN-CODE 8 CUANDO NO SE PUEDE
010440* SIQUIERA INICIAR EL CONTROL
010450*****************************************************************
010460 8100-ABANDONAR.
010470     DISPLAY "CONTROL DE INTEGRIDAD ABANDONADO.".
010480     MOVE 8 TO RETURN-CODE.
010490     STRING "PERIODO=" WS-PERIODO-A-CONTROLAR
010500         DELIMITED SIZE INTO WS-BIT-DETALLE.
010510     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
010520     STOP RUN.
010530 8100-EXIT.
010540     EXIT.
010550
010560*****************************************************************
010570* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
010580* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
010590* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
010600*****************************************************************
010610 9900-REGISTRAR-BITACORA.
010620     IF WS-BIT-RESULTADO = SPACES
010630         MOVE "ABORTADO" TO WS-BIT-RESULTADO
010640     END-IF.
010650     OPEN EXTEND AUDIT-LOG.
010660     IF NOT WS-AUDITLOG-OK
010670         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
010680             WS-AUDITLOG-STATUS
010690         GO TO 9900-EXIT
010700     END-IF.
010710     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
010720     ACCEPT WS-HORA-BITACORA FROM TIME.
010730     MOVE SPACES TO BITACORA-REG.
010740     MOVE WS-FECHA-BITACORA TO BT-FECHA.
010750     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
010760     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
010770     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
010780     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
010790     MOVE WS-BIT-DETALLE TO BT-DETALLE.
010800     WRITE BITACORA-REG.
010810     CLOSE AUDIT-LOG.
010820 9900-EXIT.
010830     EXIT.

000080* CONSULTA Y CIERRE DEL ESTADO DE LOS PERIODOS (PERESTAD):
000090* EL LISTADO MUESTRA EL AVANCE DE LOS ULTIMOS DOCE PERIODOS
000100* (NOVEDADES CARGADAS, SIMULACION, LIQUIDACION DEFINITIVA,
000110* SAC, CONCILIACION BANCARIA, PROVISION, CONTROL DE INTEGRIDAD
000120* Y CIERRE) PARA SABER DE UN VISTAZO DONDE ESTA PARADO CADA MES.
000130* EL CIERRE DE UN PERIODO EXIGE LA CONCILIACION BANCARIA HECHA Y
000140* DEJA EL PERIODO BLOQUEADO PARA TODAS LAS CORRIDAS.
000150*-----------------------------------------------------------------
000160* MOD-HIST:
000170*   2026-09-02 JCM  VERSION ORIGINAL.
000180*   2026-10-08 JCM  AGREGADO EL NETO PENDIENTE POR RECHAZOS
000190*                   BANCARIOS (RECHAZOS-BANCO): EL LISTADO LO
000200*                   MUESTRA Y EL CIERRE DEL PERIODO EXIGE QUE NO
000210*                   QUEDEN NETOS SIN PAGAR.
000220*   2026-10-09 JCM  AGREGADA LA PROVISION DE CARGAS HECHA
000230*                   (PROVISION-CARGAS) AL LISTADO DEL PERIODO.
000240*   2026-10-11 JCM  EL CIERRE DEL PERIODO QUEDA RESERVADO AL ROL
000250*                   SUPERVISOR Y EL LISTADO AL LIQUIDADOR, SEGUN
000260*                   OPERMAST; RENGLON DE LA CORRIDA EN LA
000270*                   BITACORA UNIFICADA (AUDITLOG).
000280*   2026-10-14 JCM  AGREGADO EL RESULTADO DEL CONTROL DE
000290*                   INTEGRIDAD (CONTROL-INTEGRIDAD) AL LISTADO
000300*                   DEL PERIODO.
000310*****************************************************************
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PERIODO-ESTADO
000410         ASSIGN TO PERESTAD
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS PE-PERIODO
000450         FILE STATUS IS WS-PERESTAD-STATUS.
000460
000470     SELECT OPERADOR-MASTER
000480         ASSIGN TO OPERMAST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS OP-OPERADOR
000520         FILE STATUS IS WS-OPERMAST-STATUS.
000530
000540     SELECT AUDIT-LOG
000550         ASSIGN TO AUDITLOG
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-AUDITLOG-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PERIODO-ESTADO
000620     LABEL RECORDS ARE STANDARD.
000630 COPY PERESTAD.
000640
000650 FD  OPERADOR-MASTER
000660     LABEL RECORDS ARE STANDARD.
000670 COPY OPERMAST.
000680
000690 FD  AUDIT-LOG
000700     LABEL RECORDS ARE STANDARD.
000710 COPY AUDITLOG.
000720
000730 WORKING-STORAGE SECTION.
000740
000750*****************************************************************
000760* SWITCHES DE CONTROL DE PROCESO
000770*****************************************************************
000780 01  WS-PERESTAD-STATUS        PIC X(02) VALUE ZEROS.
000790     88  WS-PERESTAD-OK            VALUE "00".
000800
000810 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
000820     88  WS-OPERMAST-OK            VALUE "00".
000830
000840 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
000850     88  WS-AUDITLOG-OK            VALUE "00".
000860
000870 01  WS-ESTADO-HALLADO-SW      PIC X(01) VALUE "N".
000880     88  ESTADO-HALLADO            VALUE "S".
000890
000900*****************************************************************
000910* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
000920* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
000930*****************************************************************
000940 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
000950 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
000960 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
000970 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 2.
000980 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
000990     88  OPERADOR-HABILITADO       VALUE "S".
001000 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
001010     "ESTADO-PERIODOS".
001020 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
001030 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
001040 01  WS-FECHA-BITACORA         PIC 9(08).
001050 01  WS-HORA-BITACORA          PIC 9(08).
001060 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
001070     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
001080     05  FILLER                PIC 9(02).
001090
001100 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
001110
001120*****************************************************************
001130* ACCION PEDIDA POR CONSOLA: LISTAR O CERRAR UN PERIODO
001140*****************************************************************
001150 01  WS-ACCION                 PIC X(01) VALUE "L".
001160     88  ACCION-LISTAR             VALUE "L".
001170     88  ACCION-CERRAR             VALUE "C".
001180
001190 01  WS-ACCION-MENSAJE         PIC X(50) VALUE
001200     "Accion (L=LISTAR, C=CERRAR PERIODO): ".
001210 01  WS-PERIODO-MENSAJE        PIC X(40) VALUE
001220     "Periodo a cerrar (AAAAMM): ".
001230
001240 01  WS-PERIODO-PEDIDO         PIC 9(06) VALUE ZEROS.
001250
001260 01  WS-FECHA-PROCESO.
001270     05  WS-FECHA-AAAA         PIC 9(04).
001280     05  WS-FECHA-MM           PIC 9(02).
001290     05  WS-FECHA-DD           PIC 9(02).
001300
001310 01  WS-PERIODO-LISTA          PIC 9(06).
001320 01  WS-PERIODO-LISTA-R REDEFINES WS-PERIODO-LISTA.
001330     05  WS-LISTA-AAAA         PIC 9(04).
001340     05  WS-LISTA-MM           PIC 9(02).
001350
001360 01  WS-LISTA-IX               PIC 9(02).
001370
001380*****************************************************************
001390* RENGLON DEL LISTADO: UNA MARCA POR AVANCE DEL PERIODO
001400*****************************************************************
001410 01  WS-LINEA-ESTADO.
001420     05  WS-LE-PERIODO         PIC 9(06).
001430     05  FILLER                PIC X(06) VALUE "  NOV=".
001440     05  WS-LE-NOVEDADES       PIC X(01).
001450     05  FILLER                PIC X(06) VALUE "  SIM=".
001460     05  WS-LE-SIMULACION      PIC X(01).
001470     05  FILLER                PIC X(06) VALUE "  LIQ=".
001480     05  WS-LE-LIQUIDACION     PIC X(01).
001490     05  FILLER                PIC X(06) VALUE "  SAC=".
001500     05  WS-LE-SAC             PIC X(01).
001510     05  FILLER                PIC X(06) VALUE "  CON=".
001520     05  WS-LE-CONCILIACION    PIC X(01).
001530     05  FILLER                PIC X(06) VALUE "  CER=".
001540     05  WS-LE-CERRADO         PIC X(01).
001550     05  FILLER                PIC X(06) VALUE "  PEN=".
001560     05  WS-LE-PENDIENTE       PIC X(01).
001570     05  FILLER                PIC X(06) VALUE "  PRV=".
001580     05  WS-LE-PROVISION       PIC X(01).
001590     05  FILLER                PIC X(06) VALUE "  INT=".
001600     05  WS-LE-INTEGRIDAD      PIC X(01).
001610
001620 PROCEDURE DIVISION.
001630
001640 0000-MAINLINE.
001650     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001660     IF ACCION-CERRAR
001670         PERFORM 3000-CERRAR-PERIODO THRU 3000-EXIT
001680     ELSE
001690         PERFORM 2000-LISTAR-PERIODOS THRU 2000-EXIT
001700     END-IF.
001710     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
001720     STOP RUN.
001730
001740 1000-INICIALIZAR.
001750     DISPLAY WS-BANNER-1.
001760     DISPLAY "ESTADO DE PERIODOS DE LIQUIDACION".
001770     DISPLAY WS-BANNER-1.
001780
001790     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
001800     DISPLAY WS-ACCION-MENSAJE.
001810     ACCEPT WS-ACCION FROM CONSOLE.
001820     IF NOT ACCION-LISTAR AND NOT ACCION-CERRAR
001830         DISPLAY "ACCION INVALIDA: " WS-ACCION
001840         MOVE "L" TO WS-ACCION
001850     END-IF.
001860
001870     *> Cerrar bloquea el periodo para todas las corridas: solo
001880     *> el supervisor. Listar le alcanza al liquidador.
001890     IF ACCION-CERRAR
001900         MOVE 3 TO WS-ROL-REQUERIDO
001910     END-IF.
001920     DISPLAY WS-OPERADOR-MENSAJE.
001930     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
001940     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
001950     IF NOT OPERADOR-HABILITADO
001960         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
001970         STRING "ACCION=" WS-ACCION
001980             DELIMITED SIZE INTO WS-BIT-DETALLE
001990         PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT
002000         DISPLAY "CONSULTA ABANDONADA."
002010         MOVE 8 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040
002050     OPEN I-O PERIODO-ESTADO.
002060     IF NOT WS-PERESTAD-OK
002070         DISPLAY "ERROR AL ABRIR PERIODO-ESTADO, STATUS = "
002080             WS-PERESTAD-STATUS
002090         STRING "ACCION=" WS-ACCION
002100             DELIMITED SIZE INTO WS-BIT-DETALLE
002110         PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT
002120         DISPLAY "CONSULTA ABANDONADA."
002130         MOVE 8 TO RETURN-CODE
002140         STOP RUN
002150     END-IF.
002160     MOVE "OK" TO WS-BIT-RESULTADO.
002170 1000-EXIT.
002180     EXIT.
002190
002200*****************************************************************
002210* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
002220* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
002230* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
002240* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
002250* LOS ROLES MENORES)
002260*****************************************************************
002270 1050-VALIDAR-OPERADOR.
002280     MOVE "N" TO WS-OPERADOR-SW.
002290     OPEN INPUT OPERADOR-MASTER.
002300     IF NOT WS-OPERMAST-OK
002310         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
002320             WS-OPERMAST-STATUS
002330         GO TO 1050-EXIT
002340     END-IF.
002350     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
002360     READ OPERADOR-MASTER
002370         INVALID KEY
002380             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
002390             CLOSE OPERADOR-MASTER
002400             GO TO 1050-EXIT
002410     END-READ.
002420     CLOSE OPERADOR-MASTER.
002430     MOVE OP-ROL TO WS-OPERADOR-ROL.
002440     IF NOT OP-HABILITADO
002450         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
002460         GO TO 1050-EXIT
002470     END-IF.
002480     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
002490         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
002500             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
002510             ", REQUIERE " WS-ROL-REQUERIDO ")"
002520         GO TO 1050-EXIT
002530     END-IF.
002540     SET OPERADOR-HABILITADO TO TRUE.
002550 1050-EXIT.
002560     EXIT.
002570
002580*****************************************************************
002590* LISTA EL AVANCE DE LOS ULTIMOS DOCE PERIODOS, DEL MES EN
002600* CURSO HACIA ATRAS
002610*****************************************************************
002620 2000-LISTAR-PERIODOS.
002630     DISPLAY "PERIODO   NOVEDADES SIMULACION LIQUIDACION "
002640         "SAC CONCILIACION CERRADO PENDIENTE PROVISION "
002650         "INTEGRIDAD".
002660     MOVE WS-FECHA-AAAA TO WS-LISTA-AAAA.
002670     MOVE WS-FECHA-MM TO WS-LISTA-MM.
002680     PERFORM 2100-LISTAR-UN-PERIODO THRU 2100-EXIT
002690         VARYING WS-LISTA-IX FROM 1 BY 1
002700         UNTIL WS-LISTA-IX > 12.
002710 2000-EXIT.
002720     EXIT.
002730
002740*****************************************************************
002750* MUESTRA EL RENGLON DE UN PERIODO Y RETROCEDE UN MES
002760*****************************************************************
002770 2100-LISTAR-UN-PERIODO.
002780     PERFORM 4000-LEER-ESTADO THRU 4000-EXIT.
002790
002800     MOVE WS-PERIODO-LISTA TO WS-LE-PERIODO.
002810     MOVE PE-NOVEDADES-CARGADAS TO WS-LE-NOVEDADES.
002820     MOVE PE-SIMULACION-CORRIDA TO WS-LE-SIMULACION.
002830     MOVE PE-LIQUIDACION-DEFIN TO WS-LE-LIQUIDACION.
002840     MOVE PE-SAC-LIQUIDADO TO WS-LE-SAC.
002850     MOVE PE-CONCILIACION-HECHA TO WS-LE-CONCILIACION.
002860     MOVE PE-PERIODO-CERRADO TO WS-LE-CERRADO.
002870     MOVE PE-NETO-PENDIENTE TO WS-LE-PENDIENTE.
002880     MOVE PE-PROVISION-HECHA TO WS-LE-PROVISION.
002890     MOVE PE-CONTROL-INTEGRIDAD TO WS-LE-INTEGRIDAD.
002900     DISPLAY WS-LINEA-ESTADO.
002910
002920     IF WS-LISTA-MM = 1
002930         MOVE 12 TO WS-LISTA-MM
002940         SUBTRACT 1 FROM WS-LISTA-AAAA
002950     ELSE
002960         SUBTRACT 1 FROM WS-LISTA-MM
002970     END-IF.
002980 2100-EXIT.
002990     EXIT.
003000
003010*****************************************************************
003020* CIERRA EL PERIODO PEDIDO: EXIGE LA CONCILIACION BANCARIA
003030* HECHA SIN NETOS PENDIENTES POR RECHAZOS BANCARIOS Y DEJA EL
003040* PERIODO BLOQUEADO PARA TODAS LAS CORRIDAS
003050*****************************************************************
003060 3000-CERRAR-PERIODO.
003070     DISPLAY WS-PERIODO-MENSAJE.
003080     ACCEPT WS-PERIODO-PEDIDO FROM CONSOLE.
003090     MOVE WS-PERIODO-PEDIDO TO WS-PERIODO-LISTA.
003100
003110     PERFORM 4000-LEER-ESTADO THRU 4000-EXIT.
003120
003130     IF PE-CERRADO-SI
003140         DISPLAY "EL PERIODO " WS-PERIODO-PEDIDO
003150             " YA ESTA CERRADO"
003160         GO TO 3000-EXIT
003170     END-IF.
003180
003190     IF NOT PE-CONCILIACION-SI
003200         DISPLAY "EL PERIODO " WS-PERIODO-PEDIDO
003210             " NO TIENE LA CONCILIACION BANCARIA HECHA: "
003220             "NO SE PUEDE CERRAR"
003230         MOVE 8 TO RETURN-CODE
003240         MOVE "ERROR" TO WS-BIT-RESULTADO
003250         GO TO 3000-EXIT
003260     END-IF.
003270
003280     IF PE-NETO-PENDIENTE-SI
003290         DISPLAY "EL PERIODO " WS-PERIODO-PEDIDO
003300             " TIENE NETOS SIN PAGAR POR RECHAZOS BANCARIOS: "
003310             "NO SE PUEDE CERRAR"
003320         MOVE 8 TO RETURN-CODE
003330         MOVE "ERROR" TO WS-BIT-RESULTADO
003340         GO TO 3000-EXIT
003350     END-IF.
003360
003370     MOVE "S" TO PE-PERIODO-CERRADO.
003380     IF ESTADO-HALLADO
003390         REWRITE PERIODO-ESTADO-REG
003400     ELSE
003410         WRITE PERIODO-ESTADO-REG
003420     END-IF.
003430     DISPLAY "PERIODO " WS-PERIODO-PEDIDO " CERRADO.".
003440 3000-EXIT.
003450     EXIT.
003460
003470*****************************************************************
003480* LEE EL ESTADO DEL PERIODO EN WS-PERIODO-LISTA. SIN REGISTRO,
003490* EL PERIODO ARRANCA CON TODOS SUS AVANCES EN "N".
003500*****************************************************************
003510 4000-LEER-ESTADO.
003520     MOVE "N" TO WS-ESTADO-HALLADO-SW.
003530     MOVE WS-PERIODO-LISTA TO PE-PERIODO.
003540     READ PERIODO-ESTADO
003550         INVALID KEY
003560             MOVE WS-PERIODO-LISTA TO PE-PERIODO
003570             MOVE "N" TO PE-NOVEDADES-CARGADAS
003580             MOVE "N" TO PE-SIMULACION-CORRIDA
003590             MOVE "N" TO PE-LIQUIDACION-DEFIN
003600             MOVE "N" TO PE-SAC-LIQUIDADO
003610             MOVE "N" TO PE-CONCILIACION-HECHA
003620             MOVE "N" TO PE-PERIODO-CERRADO
003630             MOVE "N" TO PE-NETO-PENDIENTE
003640             MOVE "N" TO PE-PROVISION-HECHA
003650             MOVE "N" TO PE-CONTROL-INTEGRIDAD
003660         NOT INVALID KEY
003670             SET ESTADO-HALLADO TO TRUE
003680     END-READ.
003690 4000-EXIT.
003700     EXIT.
003710
003720 8000-FINALIZAR.
003730     CLOSE PERIODO-ESTADO.
003740     IF ACCION-CERRAR
003750         STRING "ACCION=C PERIODO=" WS-PERIODO-PEDIDO
003760             DELIMITED SIZE INTO WS-BIT-DETALLE
003770     ELSE
003780         MOVE "ACCION=L" TO WS-BIT-DETALLE
003790     END-IF.
003800     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
003810     DISPLAY "FIN DE LA CONSULTA DE ESTADO DE PERIODOS.".
003820 8000-EXIT.
003830     EXIT.
003840
003850*****************************************************************
003860* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
003870* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
003880* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
003890*****************************************************************
003900 9900-REGISTRAR-BITACORA.
003910     IF WS-BIT-RESULTADO = SPACES
003920         MOVE "ABORTADO" TO WS-BIT-RESULTADO
003930     END-IF.
003940     OPEN EXTEND AUDIT-LOG.
003950     IF NOT WS-AUDITLOG-OK
003960         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
003970             WS-AUDITLOG-STATUS
003980         GO TO 9900-EXIT
003990     END-IF.
004000     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
004010     ACCEPT WS-HORA-BITACORA FROM TIME.
004020     MOVE SPACES TO BITACORA-REG.
004030     MOVE WS-FECHA-BITACORA TO BT-FECHA.
004040     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
004050     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
004060     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
004070     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
004080     MOVE WS-BIT-DETALLE TO BT-DETALLE.
004090     WRITE BITACORA-REG.
004100     CLOSE AUDIT-LOG.
004110 9900-EXIT.
004120     EXIT.

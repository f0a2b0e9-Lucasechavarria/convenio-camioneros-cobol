000160*   2026-08-22 JCM  AGREGADO EL TIPO "O": ALTA/ACTUALIZACION
000170*                   DE CENTROS DE COSTOS EN CENTRO-MASTER,
000180*                   CON EL MISMO CIRCUITO QUE LAS CATEGORIAS.
000190*   2026-10-05 JCM  LA VIGENCIA ("W") CARGA TAMBIEN LOS
000200*                   VALORES POR VIAJE DE LAS HOJAS DE RUTA
000210*                   (KILOMETRO, PERNOCTADA, COMIDA EN RUTA Y
000220*                   CRUCE DE FRONTERA).
000230*   2026-10-11 JCM  OPERADOR VALIDADO CONTRA OPERMAST (ROL
000240*                   SUPERVISOR) Y RENGLON DE LA CORRIDA, CON LAS
000250*                   TRANSACCIONES PROCESADAS, EN LA BITACORA
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
000360     SELECT TARIFA-TRANS
000370         ASSIGN TO TARIFTRN
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-TARIFTRN-STATUS.
000400
000410     SELECT CATEGORIA-MASTER
000420         ASSIGN TO CATMAST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS CAT-CODIGO
000460         FILE STATUS IS WS-CATMAST-STATUS.
000470
000480     SELECT WAGE-HISTORY
000490         ASSIGN TO WAGEHST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS WH-CLAVE
000530         FILE STATUS IS WS-WAGEHST-STATUS.
000540
000550     SELECT CENTRO-MASTER
000560         ASSIGN TO CENMAST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS CEN-CODIGO
000600         FILE STATUS IS WS-CENMAST-STATUS.
000610
000620     SELECT OPERADOR-MASTER
000630         ASSIGN TO OPERMAST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS OP-OPERADOR
000670         FILE STATUS IS WS-OPERMAST-STATUS.
000680
000690     SELECT AUDIT-LOG
000700         ASSIGN TO AUDITLOG
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-AUDITLOG-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  TARIFA-TRANS
000770     LABEL RECORDS ARE STANDARD.
000780 COPY TARIFTRN.
000790
000800 FD  CATEGORIA-MASTER
000810     LABEL RECORDS ARE STANDARD.
000820 COPY CATMAST.
000830
000840 FD  WAGE-HISTORY
000850     LABEL RECORDS ARE STANDARD.
000860 COPY WAGEHST.
000870
000880 FD  CENTRO-MASTER
000890     LABEL RECORDS ARE STANDARD.
000900 COPY CENMAST.
000910
000920 FD  OPERADOR-MASTER
000930     LABEL RECORDS ARE STANDARD.
000940 COPY OPERMAST.
000950
000960 FD  AUDIT-LOG
000970     LABEL RECORDS ARE STANDARD.
000980 COPY AUDITLOG.
000990
001000 WORKING-STORAGE SECTION.
001010
001020*****************************************************************
001030* SWITCHES DE CONTROL DE PROCESO
001040*****************************************************************
001050 01  WS-TARIFTRN-STATUS        PIC X(02) VALUE ZEROS.
001060     88  WS-TARIFTRN-OK            VALUE "00".
001070
001080 01  WS-CATMAST-STATUS         PIC X(02) VALUE ZEROS.
001090     88  WS-CATMAST-OK             VALUE "00".
001100
001110 01  WS-WAGEHST-STATUS         PIC X(02) VALUE ZEROS.
001120     88  WS-WAGEHST-OK             VALUE "00".
001130
001140 01  WS-CENMAST-STATUS         PIC X(02) VALUE ZEROS.
001150     88  WS-CENMAST-OK             VALUE "00".
001160
001170 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
001180     88  WS-OPERMAST-OK            VALUE "00".
001190
001200 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
001210     88  WS-AUDITLOG-OK            VALUE "00".
001220
001230 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
001240     88  FIN-DE-ARCHIVO            VALUE "S".
001250
001260 01  WS-CATEGORIA-EXISTE-SW    PIC X(01) VALUE "N".
001270     88  CATEGORIA-EXISTE          VALUE "S".
001280
001290 01  WS-CENTRO-EXISTE-SW       PIC X(01) VALUE "N".
001300     88  CENTRO-EXISTE             VALUE "S".
001310
001320*****************************************************************
001330* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
001340* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
001350*****************************************************************
001360 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
001370 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
001380 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
001390 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 3.
001400 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
001410     88  OPERADOR-HABILITADO       VALUE "S".
001420 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
001430     "MANT-TARIFAS".
001440 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
001450 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
001460 01  WS-FECHA-BITACORA         PIC 9(08).
001470 01  WS-HORA-BITACORA          PIC 9(08).
001480 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
001490     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
001500     05  FILLER                PIC 9(02).
001510
001520 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
001530
001540 01  WS-CANT-TRANSACCIONES     PIC 9(05) VALUE ZERO.
001550 PROCEDURE DIVISION.
001560
001570 0000-MAINLINE.
001580     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001590     PERFORM 2000-PROCESAR-TRANSACCIONES THRU 2000-EXIT
001600         UNTIL FIN-DE-ARCHIVO.
001610     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
001620     STOP RUN.
001630
001640 1000-INICIALIZAR.
001650     DISPLAY WS-BANNER-1.
001660     DISPLAY "MANTENIMIENTO DE TARIFAS POR CATEGORIA".
001670     DISPLAY WS-BANNER-1.
001680
001690     DISPLAY WS-OPERADOR-MENSAJE.
001700     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
001710     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
001720     IF NOT OPERADOR-HABILITADO
001730         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
001740         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
001750         GO TO 1000-EXIT
001760     END-IF.
001770
001780     OPEN INPUT TARIFA-TRANS.
001790     IF NOT WS-TARIFTRN-OK
001800         DISPLAY "ERROR AL ABRIR TARIFA-TRANS, STATUS = "
001810             WS-TARIFTRN-STATUS
001820         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
001830         GO TO 1000-EXIT
001840     END-IF.
001850
001860     OPEN I-O CATEGORIA-MASTER.
001870     IF NOT WS-CATMAST-OK
001880         DISPLAY "ERROR AL ABRIR CATEGORIA-MASTER, STATUS = "
001890             WS-CATMAST-STATUS
001900         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
001910         GO TO 1000-EXIT
001920     END-IF.
001930
001940     OPEN I-O WAGE-HISTORY.
001950     IF NOT WS-WAGEHST-OK
001960         DISPLAY "ERROR AL ABRIR WAGE-HISTORY, STATUS = "
001970             WS-WAGEHST-STATUS
001980         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
001990         GO TO 1000-EXIT
002000     END-IF.
002010
002020     OPEN I-O CENTRO-MASTER.
002030     IF NOT WS-CENMAST-OK
002040         DISPLAY "ERROR AL ABRIR CENTRO-MASTER, STATUS = "
002050             WS-CENMAST-STATUS
002060         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002070         GO TO 1000-EXIT
002080     END-IF.
002090
002100     MOVE "OK" TO WS-BIT-RESULTADO.
002110     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
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
002540* APLICA UNA TRANSACCION DE ALTA/MODIFICACION SEGUN SU TIPO
002550*****************************************************************
002560 2000-PROCESAR-TRANSACCIONES.
002570     ADD 1 TO WS-CANT-TRANSACCIONES.
002580     IF TT-TIPO-CATEGORIA
002590         PERFORM 3000-MANTENER-CATEGORIA THRU 3000-EXIT
002600     ELSE
002610         IF TT-TIPO-VIGENCIA
002620             PERFORM 3100-MANTENER-VIGENCIA THRU 3100-EXIT
002630         ELSE
002640             IF TT-TIPO-CENTRO
002650                 PERFORM 3200-MANTENER-CENTRO THRU 3200-EXIT
002660             ELSE
002670                 DISPLAY "TIPO DE TRANSACCION INVALIDO: "
002680                     TT-TIPO
002690             END-IF
002700         END-IF
002710     END-IF.
002720
002730     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
002740 2000-EXIT.
002750     EXIT.
002760
002770 2100-LEER-TRANSACCION.
002780     READ TARIFA-TRANS
002790         AT END
002800             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002810     END-READ.
002820 2100-EXIT.
002830     EXIT.
002840
002850*****************************************************************
002860* DA DE ALTA UNA CATEGORIA NUEVA O ACTUALIZA SU DESCRIPCION
002870*****************************************************************
002880 3000-MANTENER-CATEGORIA.
002890     MOVE TT-CATEGORIA TO CAT-CODIGO.
002900     MOVE "N" TO WS-CATEGORIA-EXISTE-SW.
002910     READ CATEGORIA-MASTER
002920         INVALID KEY
002930             CONTINUE
002940         NOT INVALID KEY
002950             SET CATEGORIA-EXISTE TO TRUE
002960     END-READ.
002970
002980     MOVE TT-CATEGORIA TO CAT-CODIGO.
002990     MOVE TT-DESCRIPCION TO CAT-DESCRIPCION.
003000
003010     IF CATEGORIA-EXISTE
003020         REWRITE CATEGORIA-MASTER-REG
003030     ELSE
003040         WRITE CATEGORIA-MASTER-REG
003050     END-IF.
003060
003070     DISPLAY "CATEGORIA ACTUALIZADA: " CAT-CODIGO " "
003080         CAT-DESCRIPCION.
003090 3000-EXIT.
003100     EXIT.
003110
003120*****************************************************************
003130* DA DE ALTA UN NUEVO TRAMO DE VIGENCIA DE TARIFAS PARA LA
003140* CATEGORIA (LOS TRAMOS YA CARGADOS NO SE MODIFICAN, SOLO SE
003150* AGREGAN VIGENCIAS NUEVAS - RETROACTIVOS DE PARITARIA)
003160*****************************************************************
003170 3100-MANTENER-VIGENCIA.
003180     MOVE TT-CATEGORIA TO WH-CATEGORIA.
003190     MOVE TT-FECHA-DESDE TO WH-FECHA-DESDE.
003200     MOVE TT-FECHA-HASTA TO WH-FECHA-HASTA.
003210     MOVE TT-SUELDO-BASICO TO WH-SUELDO-BASICO.
003220     MOVE TT-HORA-EXTRA-50 TO WH-HORA-EXTRA-50.
003230     MOVE TT-HORA-EXTRA-100 TO WH-HORA-EXTRA-100.
003240     MOVE TT-VIANDA-DIARIA TO WH-VIANDA-DIARIA.
003250     MOVE TT-VIAT-ESP TO WH-VIAT-ESP.
003260     *> Una transaccion armada con el layout anterior trae
003270     *> blancos en los valores por viaje: quedan en cero
003280     IF TT-VALOR-KM IS NUMERIC
003290         MOVE TT-VALOR-KM TO WH-VALOR-KM
003300         MOVE TT-PERNOCTADA TO WH-PERNOCTADA
003310         MOVE TT-COMIDA-RUTA TO WH-COMIDA-RUTA
003320         MOVE TT-CRUCE-FRONTERA TO WH-CRUCE-FRONTERA
003330     ELSE
003340         MOVE ZEROS TO WH-VALOR-KM
003350         MOVE ZEROS TO WH-PERNOCTADA
003360         MOVE ZEROS TO WH-COMIDA-RUTA
003370         MOVE ZEROS TO WH-CRUCE-FRONTERA
003380     END-IF.
003390
003400     WRITE WAGE-HISTORY-REG
003410         INVALID KEY
003420             DISPLAY "VIGENCIA YA EXISTENTE, CATEGORIA "
003430                 WH-CATEGORIA " DESDE " WH-FECHA-DESDE
003440     END-WRITE.
003450 3100-EXIT.
003460     EXIT.
003470
003480*****************************************************************
003490* DA DE ALTA UN CENTRO DE COSTOS O ACTUALIZA SU DESCRIPCION
003500*****************************************************************
003510 3200-MANTENER-CENTRO.
003520     MOVE TT-CATEGORIA TO CEN-CODIGO.
003530     MOVE "N" TO WS-CENTRO-EXISTE-SW.
003540     READ CENTRO-MASTER
003550         INVALID KEY
003560             CONTINUE
003570         NOT INVALID KEY
003580             SET CENTRO-EXISTE TO TRUE
003590     END-READ.
003600 
003610     MOVE TT-CATEGORIA TO CEN-CODIGO.
003620     MOVE TT-DESCRIPCION TO CEN-DESCRIPCION.
003630 
003640     IF CENTRO-EXISTE
003650         REWRITE CENTRO-MASTER-REG
003660     ELSE
003670         WRITE CENTRO-MASTER-REG
003680     END-IF.
003690 
003700     DISPLAY "CENTRO DE COSTOS ACTUALIZADO: " CEN-CODIGO " "
003710         CEN-DESCRIPCION.
003720 3200-EXIT.
003730     EXIT.
003740 
003750 8000-FINALIZAR.
003760     CLOSE TARIFA-TRANS.
003770     CLOSE CATEGORIA-MASTER.
003780     CLOSE WAGE-HISTORY.
003790     CLOSE CENTRO-MASTER.
003800     STRING "TRANSACCIONES=" WS-CANT-TRANSACCIONES
003810         DELIMITED SIZE INTO WS-BIT-DETALLE.
003820     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
003830     DISPLAY "FIN DEL MANTENIMIENTO DE TARIFAS.".
003840 8000-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
003890* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
003900* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
003910*****************************************************************
003920 9900-REGISTRAR-BITACORA.
003930     IF WS-BIT-RESULTADO = SPACES
003940         MOVE "ABORTADO" TO WS-BIT-RESULTADO
003950     END-IF.
003960     OPEN EXTEND AUDIT-LOG.
003970     IF NOT WS-AUDITLOG-OK
003980         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
003990             WS-AUDITLOG-STATUS
004000         GO TO 9900-EXIT
004010     END-IF.
004020     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
004030     ACCEPT WS-HORA-BITACORA FROM TIME.
004040     MOVE SPACES TO BITACORA-REG.
004050     MOVE WS-FECHA-BITACORA TO BT-FECHA.
004060     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
004070     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
004080     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
004090     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
004100     MOVE WS-BIT-DETALLE TO BT-DETALLE.
004110     WRITE BITACORA-REG.
004120     CLOSE AUDIT-LOG.
004130 9900-EXIT.
004140     EXIT.

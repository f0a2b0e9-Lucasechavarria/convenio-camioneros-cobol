000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RECHAZOS-BANCO.
000030 AUTHOR. J. C. MARTINEZ.
000040 INSTALLATION. GREMIO DE CAMIONEROS - LIQUIDACION DE HABERES.
000050 DATE-WRITTEN. 2026-10-08.
000060 DATE-COMPILED.
000070*****************************************************************
000080* SEGUIMIENTO DE LAS ACREDITACIONES RECHAZADAS POR EL BANCO
000090* DESPUES DE TRANSMITIR BANCO-SALIDA. SEGUN LA ACCION PEDIDA
000100* POR CONSOLA:
000110*   R - LEE LA RESPUESTA DEL BANCO, CONCILIA CADA RECHAZO CON
000120*       SU LEGAJO Y CON LA LIQUIDACION DEL PERIODO EN EL
000130*       HISTORICO, LO REGISTRA EN RECHAZO-BANCO COMO PENDIENTE
000140*       DE CORRECCION DE CBU E IMPRIME EL MOTIVO DE CADA UNO.
000150*   G - GENERA EL ARCHIVO BANCARIO COMPLEMENTARIO DEL PERIODO
000160*       CON LOS RECHAZOS CUYO CBU YA SE CORRIGIO EN
000170*       MANT-LEGAJOS (MISMO FORMATO QUE BANCO-SALIDA) Y LISTA
000180*       LOS QUE SIGUEN ESPERANDO EL CBU Y LOS A PAGAR POR CAJA.
000190*   C - PASA UN RECHAZO A PAGO POR CAJA O CHEQUE.
000200*   E - CONFIRMA EL PAGO POR CAJA O CHEQUE DE UN RECHAZO.
000210* AL TERMINAR RECUENTA LOS RECHAZOS SIN PAGAR DEL PERIODO Y
000220* DEJA MARCADO EN PERESTAD SI QUEDA NETO PENDIENTE, QUE
000230* ESTADO-PERIODOS EXIGE EN CERO PARA CERRAR EL MES. UN
000240* RECHAZO QUE NO CONCILIA O UNA COLA QUE NO CUADRA TERMINAN
000250* CON RETURN-CODE 4; UNA CORRIDA QUE NO PUEDE INICIAR, CON 8.
000260*-----------------------------------------------------------------
000270* MOD-HIST:
000280*   2026-10-08 JCM  VERSION ORIGINAL.
000290*   2026-10-09 JCM  EL PERIODO NUEVO DE PERESTAD ARRANCA TAMBIEN
000300*                   SIN PROVISION DE CARGAS HECHA.
000310*   2026-10-11 JCM  OPERADOR VALIDADO CONTRA OPERMAST SEGUN SU
000320*                   ROL Y RENGLON DE LA CORRIDA EN LA BITACORA
000330*                   UNIFICADA (AUDITLOG).
000340*   2026-10-14 JCM  EL PERIODO NUEVO DE PERESTAD ARRANCA TAMBIEN
000350*                   SIN CONTROL DE INTEGRIDAD CORRIDO.
000360*****************************************************************
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BANCO-RESPUESTA
000460         ASSIGN TO BANKRSP
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-BANKRSP-STATUS.
000490
000500     SELECT RECHAZO-BANCO
000510         ASSIGN TO RECHBCO
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS RZ-CLAVE
000550         FILE STATUS IS WS-RECHBCO-STATUS.
000560
000570     SELECT EMPLEADO-MASTER
000580         ASSIGN TO EMPMAST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS EMP-LEGAJO
000620         FILE STATUS IS WS-EMPMAST-STATUS.
000630
000640     SELECT LIQUIDACION-HIST
000650         ASSIGN TO LIQHIST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS LQ-CLAVE
000690         FILE STATUS IS WS-LIQHIST-STATUS.
000700
000710     SELECT PERIODO-ESTADO
000720         ASSIGN TO PERESTAD
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS PE-PERIODO
000760         FILE STATUS IS WS-PERESTAD-STATUS.
000770
000780     SELECT BANCO-COMPLEMENTO
000790         ASSIGN TO BANKCMP
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-BANKCMP-STATUS.
000820
000830     SELECT CONTROL-REPORT
000840         ASSIGN TO CTLRPT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-CTLRPT-STATUS.
000870
000880     SELECT OPERADOR-MASTER
000890         ASSIGN TO OPERMAST
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS OP-OPERADOR
000930         FILE STATUS IS WS-OPERMAST-STATUS.
000940
000950     SELECT AUDIT-LOG
000960         ASSIGN TO AUDITLOG
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-AUDITLOG-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  BANCO-RESPUESTA
001030     LABEL RECORDS ARE STANDARD.
001040 COPY BANKRSP.
001050
001060 FD  RECHAZO-BANCO
001070     LABEL RECORDS ARE STANDARD.
001080 COPY RECHBCO.
001090
001100 FD  EMPLEADO-MASTER
001110     LABEL RECORDS ARE STANDARD.
001120 COPY EMPMAST.
001130
001140 FD  LIQUIDACION-HIST
001150     LABEL RECORDS ARE STANDARD.
001160 COPY LIQHIST.
001170
001180 FD  PERIODO-ESTADO
001190     LABEL RECORDS ARE STANDARD.
001200 COPY PERESTAD.
001210
001220*> El complementario sale con el mismo formato que el archivo
001230*> conciliado que arma CONCILIA-BANCO
001240 FD  BANCO-COMPLEMENTO
001250     LABEL RECORDS ARE STANDARD.
001260 COPY BANKSAL.
001270
001280 FD  CONTROL-REPORT
001290     LABEL RECORDS ARE STANDARD.
001300 COPY CTLRPT.
001310
001320 FD  OPERADOR-MASTER
001330     LABEL RECORDS ARE STANDARD.
001340 COPY OPERMAST.
001350
001360 FD  AUDIT-LOG
001370     LABEL RECORDS ARE STANDARD.
001380 COPY AUDITLOG.
001390
001400 WORKING-STORAGE SECTION.
001410
001420*****************************************************************
001430* SWITCHES DE CONTROL DE PROCESO
001440*****************************************************************
001450 01  WS-BANKRSP-STATUS         PIC X(02) VALUE ZEROS.
001460     88  WS-BANKRSP-OK             VALUE "00".
001470
001480 01  WS-RECHBCO-STATUS         PIC X(02) VALUE ZEROS.
001490     88  WS-RECHBCO-OK             VALUE "00".
001500
001510 01  WS-EMPMAST-STATUS         PIC X(02) VALUE ZEROS.
001520     88  WS-EMPMAST-OK             VALUE "00".
001530
001540 01  WS-LIQHIST-STATUS         PIC X(02) VALUE ZEROS.
001550     88  WS-LIQHIST-OK             VALUE "00".
001560
001570 01  WS-PERESTAD-STATUS        PIC X(02) VALUE ZEROS.
001580     88  WS-PERESTAD-OK            VALUE "00".
001590
001600 01  WS-BANKCMP-STATUS         PIC X(02) VALUE ZEROS.
001610     88  WS-BANKCMP-OK             VALUE "00".
001620
001630 01  WS-CTLRPT-STATUS          PIC X(02) VALUE ZEROS.
001640     88  WS-CTLRPT-OK              VALUE "00".
001650
001660 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
001670     88  WS-OPERMAST-OK            VALUE "00".
001680
001690 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
001700     88  WS-AUDITLOG-OK            VALUE "00".
001710
001720 01  WS-ESTADO-HALLADO-SW      PIC X(01) VALUE "N".
001730     88  ESTADO-HALLADO            VALUE "S".
001740
001750 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
001760     88  FIN-DE-ARCHIVO            VALUE "S".
001770
001780 01  WS-BUSQUEDA-FIN-SW        PIC X(01) VALUE "N".
001790     88  BUSQUEDA-TERMINADA        VALUE "S".
001800
001810 01  WS-RECHAZO-EXISTE-SW      PIC X(01) VALUE "N".
001820     88  RECHAZO-EXISTE            VALUE "S".
001830
001840 01  WS-RECHAZO-CONCILIA-SW    PIC X(01) VALUE "S".
001850     88  RECHAZO-CONCILIADO        VALUE "S".
001860     88  RECHAZO-NO-CONCILIADO     VALUE "N".
001870
001880 01  WS-COLA-LEIDA-SW          PIC X(01) VALUE "N".
001890     88  COLA-LEIDA                VALUE "S".
001900
001910 01  WS-CBU-VALIDO-SW          PIC X(01) VALUE "S".
001920     88  CBU-VALIDO                VALUE "S".
001930     88  CBU-INVALIDO              VALUE "N".
001940
001950*> La inicializacion arranca como abortada y recien se marca
001960*> completa al final de 1000: un error de apertura o un
001970*> periodo bloqueado dejan el reporte sin emitir.
001980 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
001990     88  INICIO-ABORTADO           VALUE "S".
002000     88  INICIO-COMPLETO           VALUE "N".
002010
002020*****************************************************************
002030* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
002040* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
002050*****************************************************************
002060 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
002070 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
002080 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
002090 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 2.
002100 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
002110     88  OPERADOR-HABILITADO       VALUE "S".
002120 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
002130     "RECHAZOS-BANCO".
002140 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
002150 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
002160 01  WS-FECHA-BITACORA         PIC 9(08).
002170 01  WS-HORA-BITACORA          PIC 9(08).
002180 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
002190     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
002200     05  FILLER                PIC 9(02).
002210
002220 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
002230
002240*****************************************************************
002250* ACCION PEDIDA POR CONSOLA Y DATOS DEL RECHAZO A RESOLVER
002260*****************************************************************
002270 01  WS-ACCION                 PIC X(01) VALUE "R".
002280     88  ACCION-REGISTRAR          VALUE "R".
002290     88  ACCION-GENERAR            VALUE "G".
002300     88  ACCION-CAJA               VALUE "C".
002310     88  ACCION-PAGADO             VALUE "E".
002320
002330 01  WS-ACCION-MENSAJE         PIC X(60) VALUE
002340     "Accion (R=RESPUESTA, G=REACREDITAR, C=A CAJA, E=PAGADO): ".
002350 01  WS-PERIODO-MENSAJE        PIC X(40) VALUE
002360     "Periodo del rechazo (AAAAMM): ".
002370 01  WS-LEGAJO-MENSAJE         PIC X(40) VALUE
002380     "Legajo del rechazo: ".
002390
002400 01  WS-LEGAJO-PEDIDO          PIC 9(06) VALUE ZEROS.
002410 01  WS-PERIODO-PROCESO        PIC 9(06) VALUE ZEROS.
002420 01  WS-FECHA-PROCESO          PIC 9(08).
002430 01  WS-FECHA-RESPUESTA        PIC 9(08).
002440
002450*> Periodo AAAAMMDD de la cabecera del complementario
002460 01  WS-PERIODO-ARCHIVO        PIC 9(08).
002470 01  WS-PERIODO-ARCHIVO-R REDEFINES WS-PERIODO-ARCHIVO.
002480     05  WS-PA-AAAAMM          PIC 9(06).
002490     05  WS-PA-DD              PIC 9(02).
002500
002510*****************************************************************
002520* MOTIVOS DE RECHAZO DEL BANCO: CODIGO (3) Y DESCRIPCION (25)
002530*****************************************************************
002540 01  MOTIVOS-RECHAZO-VALORES.
002550     05  FILLER  PIC X(28) VALUE "R01CUENTA CERRADA".
002560     05  FILLER  PIC X(28) VALUE "R02CBU INEXISTENTE O ERRONEO".
002570     05  FILLER  PIC X(28) VALUE "R03CUIL NO COINCIDE TITULAR".
002580     05  FILLER  PIC X(28) VALUE "R04CUENTA BLOQUEADA".
002590     05  FILLER  PIC X(28) VALUE "R05CUENTA EMBARGADA".
002600     05  FILLER  PIC X(28) VALUE "R06CUENTA EN OTRA MONEDA".
002610     05  FILLER  PIC X(28) VALUE "R07TITULAR FALLECIDO".
002620 01  MOTIVOS-RECHAZO REDEFINES MOTIVOS-RECHAZO-VALORES.
002630     05  MR-MOTIVO OCCURS 7 TIMES.
002640         10  MR-CODIGO         PIC X(03).
002650         10  MR-DESCRIPCION    PIC X(25).
002660
002670 01  WS-MOTIVO-IX              PIC 9(02).
002680 01  WS-CODIGO-BUSCADO         PIC X(03).
002690 01  WS-MOTIVO-DESCRIPCION     PIC X(25).
002700
002710*****************************************************************
002720* PESOS PARA LA VALIDACION DE LOS DOS DIGITOS VERIFICADORES
002730* DEL CBU (MISMO CALCULO QUE EN MANT-LEGAJOS)
002740*****************************************************************
002750 01  CBU-PESOS-BLOQUE-1-VAL    PIC X(07) VALUE "7139713".
002760 01  CBU-PESOS-BLOQUE-1 REDEFINES CBU-PESOS-BLOQUE-1-VAL.
002770     05  CBU-PESO-1            PIC 9(01) OCCURS 7 TIMES.
002780
002790 01  CBU-PESOS-BLOQUE-2-VAL    PIC X(13) VALUE "3971397139713".
002800 01  CBU-PESOS-BLOQUE-2 REDEFINES CBU-PESOS-BLOQUE-2-VAL.
002810     05  CBU-PESO-2            PIC 9(01) OCCURS 13 TIMES.
002820
002830 01  WS-CBU-TRABAJO            PIC X(22).
002840 01  WS-CBU-TRABAJO-R REDEFINES WS-CBU-TRABAJO.
002850     05  WS-CBU-DIG            PIC 9(01) OCCURS 22 TIMES.
002860 01  WS-CBU-ULTIMOS REDEFINES WS-CBU-TRABAJO.
002870     05  FILLER                PIC X(07).
002880     05  WS-CBU-ULT15          PIC 9(15).
002890
002900 01  WS-CBU-SUMA               PIC 9(04) VALUE ZERO.
002910 01  WS-CBU-COCIENTE           PIC 9(04).
002920 01  WS-CBU-RESTO              PIC 9(01).
002930 01  WS-CBU-VERIFICADOR        PIC 9(02).
002940 01  WS-CBU-IX                 PIC 9(02).
002950
002960*****************************************************************
002970* ACUMULADORES DEL REPORTE Y DEL ARCHIVO COMPLEMENTARIO
002980*****************************************************************
002990 01  WS-CANT-LEIDOS            PIC 9(07) VALUE ZERO.
003000 01  WS-IMPORTE-LEIDO          PIC 9(13)V99 VALUE ZERO.
003010 01  WS-CANT-REGISTRADOS       PIC 9(05) VALUE ZERO.
003020 01  WS-IMPORTE-REGISTRADO     PIC 9(13)V99 VALUE ZERO.
003030 01  WS-CANT-NO-CONCILIADOS    PIC 9(05) VALUE ZERO.
003040 01  WS-CANT-DIFERENCIAS       PIC 9(05) VALUE ZERO.
003050
003060 01  WS-CANT-REACREDITADOS     PIC 9(07) VALUE ZERO.
003070 01  WS-IMPORTE-REACREDITADO   PIC 9(13)V99 VALUE ZERO.
003080 01  WS-HASH-CBU               PIC 9(15) VALUE ZERO.
003090 01  WS-CANT-ESPERA-CBU        PIC 9(05) VALUE ZERO.
003100 01  WS-IMPORTE-ESPERA-CBU     PIC 9(13)V99 VALUE ZERO.
003110 01  WS-CANT-CAJA              PIC 9(05) VALUE ZERO.
003120 01  WS-IMPORTE-CAJA           PIC 9(13)V99 VALUE ZERO.
003130
003140 01  WS-CANT-PENDIENTES        PIC 9(05) VALUE ZERO.
003150 01  WS-IMPORTE-PENDIENTE      PIC 9(13)V99 VALUE ZERO.
003160
003170 01  WS-EDIT-CANTIDAD          PIC Z,ZZZ,ZZ9.
003180 01  WS-EDIT-IMPORTE-GRANDE    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003190
003200*****************************************************************
003210* RENGLONES DEL REPORTE: UNO CON EL RECHAZO Y SU MOTIVO Y OTRO
003220* CON LO QUE SE HIZO CON EL
003230*****************************************************************
003240 01  WS-LINEA-RECHAZO.
003250     05  WS-LR-LEGAJO          PIC 9(06).
003260     05  FILLER                PIC X(02) VALUE SPACES.
003270     05  WS-LR-NOMBRE          PIC X(25).
003280     05  FILLER                PIC X(01) VALUE SPACES.
003290     05  WS-LR-IMPORTE         PIC ZZZ,ZZZ,ZZ9.99.
003300     05  FILLER                PIC X(02) VALUE SPACES.
003310     05  WS-LR-CODIGO          PIC X(03).
003320     05  FILLER                PIC X(01) VALUE SPACES.
003330     05  WS-LR-MOTIVO          PIC X(25).
003340     05  FILLER                PIC X(01) VALUE SPACES.
003350
003360 01  WS-LINEA-RESULTADO.
003370     05  FILLER                PIC X(08) VALUE SPACES.
003380     05  WS-RESULTADO          PIC X(50).
003390     05  FILLER                PIC X(22) VALUE SPACES.
003400
003410*****************************************************************
003420* CABECERA, DETALLE Y COLA DEL ARCHIVO COMPLEMENTARIO (MISMO
003430* FORMATO QUE EL ARCHIVO CONCILIADO DE CONCILIA-BANCO)
003440*****************************************************************
003450 01  SALIDA-CABECERA.
003460     05  SC-TIPO               PIC X(01) VALUE "1".
003470     05  SC-FECHA              PIC 9(08).
003480     05  SC-PERIODO            PIC 9(08).
003490     05  FILLER                PIC X(63) VALUE SPACES.
003500
003510 01  SALIDA-DETALLE.
003520     05  SD-LEGAJO             PIC 9(06).
003530     05  SD-CBU                PIC X(22).
003540     05  SD-IMPORTE-NETO       PIC 9(9)V99.
003550     05  FILLER                PIC X(41) VALUE SPACES.
003560
003570 01  SALIDA-COLA.
003580     05  ST-TIPO               PIC X(01) VALUE "9".
003590     05  ST-CANT-REGISTROS     PIC 9(07).
003600     05  ST-IMPORTE-TOTAL      PIC 9(13)V99.
003610     05  ST-HASH-CBU           PIC 9(15).
003620     05  FILLER                PIC X(42) VALUE SPACES.
003630
003640 PROCEDURE DIVISION.
003650
003660 0000-MAINLINE.
003670     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003680     IF NOT FIN-DE-ARCHIVO
003690         IF ACCION-REGISTRAR
003700             PERFORM 2000-REGISTRAR-RECHAZOS THRU 2000-EXIT
003710                 UNTIL FIN-DE-ARCHIVO
003720         ELSE
003730             IF ACCION-GENERAR
003740                 PERFORM 3000-GENERAR-COMPLEMENTO THRU 3000-EXIT
003750             ELSE
003760                 PERFORM 4000-RESOLVER-RECHAZO THRU 4000-EXIT
003770             END-IF
003780         END-IF
003790     END-IF.
003800     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
003810     STOP RUN.
003820
003830 1000-INICIALIZAR.
003840     DISPLAY WS-BANNER-1.
003850     DISPLAY "SEGUIMIENTO DE RECHAZOS BANCARIOS".
003860     DISPLAY WS-BANNER-1.
003870
003880     DISPLAY WS-OPERADOR-MENSAJE.
003890     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
003900     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
003910     IF NOT OPERADOR-HABILITADO
003920         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
003930         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003940         GO TO 1000-EXIT
003950     END-IF.
003960
003970     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
003980     DISPLAY WS-ACCION-MENSAJE.
003990     ACCEPT WS-ACCION FROM CONSOLE.
004000     IF NOT ACCION-REGISTRAR AND NOT ACCION-GENERAR
004010             AND NOT ACCION-CAJA AND NOT ACCION-PAGADO
004020         DISPLAY "ACCION INVALIDA: " WS-ACCION
004030         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004040         GO TO 1000-EXIT
004050     END-IF.
004060
004070     IF ACCION-CAJA OR ACCION-PAGADO
004080         DISPLAY WS-LEGAJO-MENSAJE
004090         ACCEPT WS-LEGAJO-PEDIDO FROM CONSOLE
004100     END-IF.
004110     IF NOT ACCION-REGISTRAR
004120         DISPLAY WS-PERIODO-MENSAJE
004130         ACCEPT WS-PERIODO-PROCESO FROM CONSOLE
004140     END-IF.
004150
004160     OPEN I-O RECHAZO-BANCO.
004170     IF NOT WS-RECHBCO-OK
004180         DISPLAY "ERROR AL ABRIR RECHAZO-BANCO, STATUS = "
004190             WS-RECHBCO-STATUS
004200         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004210         GO TO 1000-EXIT
004220     END-IF.
004230
004240     OPEN INPUT EMPLEADO-MASTER.
004250     IF NOT WS-EMPMAST-OK
004260         DISPLAY "ERROR AL ABRIR EMPLEADO-MASTER, STATUS = "
004270             WS-EMPMAST-STATUS
004280         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004290         GO TO 1000-EXIT
004300     END-IF.
004310
004320     IF ACCION-REGISTRAR
004330         OPEN INPUT LIQUIDACION-HIST
004340         IF NOT WS-LIQHIST-OK
004350             DISPLAY "ERROR AL ABRIR LIQUIDACION-HIST, STATUS = "
004360                 WS-LIQHIST-STATUS
004370             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004380             GO TO 1000-EXIT
004390         END-IF
004400         OPEN INPUT BANCO-RESPUESTA
004410         IF NOT WS-BANKRSP-OK
004420             DISPLAY "ERROR AL ABRIR BANCO-RESPUESTA, STATUS = "
004430                 WS-BANKRSP-STATUS
004440             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004450             GO TO 1000-EXIT
004460         END-IF
004470         PERFORM 1200-LEER-CABECERA THRU 1200-EXIT
004480         IF FIN-DE-ARCHIVO
004490             GO TO 1000-EXIT
004500         END-IF
004510     END-IF.
004520
004530     *> Estado del periodo: el seguimiento no toca un periodo
004540     *> cerrado, y la respuesta del banco exige la conciliacion
004550     *> (el archivo se transmitio)
004560     OPEN I-O PERIODO-ESTADO.
004570     IF NOT WS-PERESTAD-OK
004580         DISPLAY "ERROR AL ABRIR PERIODO-ESTADO, STATUS = "
004590             WS-PERESTAD-STATUS
004600         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004610         GO TO 1000-EXIT
004620     END-IF.
004630     PERFORM 1100-VALIDAR-ESTADO THRU 1100-EXIT.
004640     IF FIN-DE-ARCHIVO
004650         GO TO 1000-EXIT
004660     END-IF.
004670
004680     IF ACCION-GENERAR
004690         OPEN OUTPUT BANCO-COMPLEMENTO
004700         IF NOT WS-BANKCMP-OK
004710             DISPLAY "ERROR AL ABRIR BANCO-COMPLEMENTO, STATUS = "
004720                 WS-BANKCMP-STATUS
004730             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004740             GO TO 1000-EXIT
004750         END-IF
004760     END-IF.
004770
004780     OPEN OUTPUT CONTROL-REPORT.
004790     IF NOT WS-CTLRPT-OK
004800         DISPLAY "ERROR AL ABRIR CONTROL-REPORT, STATUS = "
004810             WS-CTLRPT-STATUS
004820         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004830         GO TO 1000-EXIT
004840     END-IF.
004850
004860     MOVE "OK" TO WS-BIT-RESULTADO.
004870     SET INICIO-COMPLETO TO TRUE.
004880     PERFORM 1300-IMPRIMIR-ENCABEZADO THRU 1300-EXIT.
004890
004900     IF ACCION-REGISTRAR
004910         PERFORM 2100-LEER-RESPUESTA THRU 2100-EXIT
004920     END-IF.
004930 1000-EXIT.
004940     EXIT.
004950
004960*****************************************************************
004970* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
004980* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
004990* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
005000* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
005010* LOS ROLES MENORES)
005020*****************************************************************
005030 1050-VALIDAR-OPERADOR.
005040     MOVE "N" TO WS-OPERADOR-SW.
005050     OPEN INPUT OPERADOR-MASTER.
005060     IF NOT WS-OPERMAST-OK
005070         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
005080             WS-OPERMAST-STATUS
005090         GO TO 1050-EXIT
005100     END-IF.
005110     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
005120     READ OPERADOR-MASTER
005130         INVALID KEY
005140             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
005150             CLOSE OPERADOR-MASTER
005160             GO TO 1050-EXIT
005170     END-READ.
005180     CLOSE OPERADOR-MASTER.
005190     MOVE OP-ROL TO WS-OPERADOR-ROL.
005200     IF NOT OP-HABILITADO
005210         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
005220         GO TO 1050-EXIT
005230     END-IF.
005240     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
005250         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
005260             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
005270             ", REQUIERE " WS-ROL-REQUERIDO ")"
005280         GO TO 1050-EXIT
005290     END-IF.
005300     SET OPERADOR-HABILITADO TO TRUE.
005310 1050-EXIT.
005320     EXIT.
005330
005340*****************************************************************
005350* VALIDA EL ESTADO DEL PERIODO: RECHAZA EL PERIODO CERRADO Y,
005360* PARA LA RESPUESTA DEL BANCO, EL PERIODO SIN CONCILIACION
005370*****************************************************************
005380 1100-VALIDAR-ESTADO.
005390     PERFORM 1150-LEER-ESTADO THRU 1150-EXIT.
005400     IF PE-CERRADO-SI
005410         DISPLAY "EL PERIODO " WS-PERIODO-PROCESO
005420             " ESTA CERRADO: NO SE PROCESAN RECHAZOS"
005430         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005440         GO TO 1100-EXIT
005450     END-IF.
005460     IF ACCION-REGISTRAR AND NOT PE-CONCILIACION-SI
005470         DISPLAY "EL PERIODO " WS-PERIODO-PROCESO
005480             " NO TIENE CONCILIACION BANCARIA: NO HUBO "
005490             "ACREDITACION QUE RECHAZAR"
005500         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005510     END-IF.
005520 1100-EXIT.
005530     EXIT.
005540
005550*****************************************************************
005560* LEE EL ESTADO DEL PERIODO EN PROCESO. SIN REGISTRO, EL
005570* PERIODO ARRANCA CON TODOS SUS AVANCES EN "N".
005580*****************************************************************
005590 1150-LEER-ESTADO.
005600     MOVE "N" TO WS-ESTADO-HALLADO-SW.
005610     MOVE WS-PERIODO-PROCESO TO PE-PERIODO.
005620     READ PERIODO-ESTADO
005630         INVALID KEY
005640             MOVE WS-PERIODO-PROCESO TO PE-PERIODO
005650             MOVE "N" TO PE-NOVEDADES-CARGADAS
005660             MOVE "N" TO PE-SIMULACION-CORRIDA
005670             MOVE "N" TO PE-LIQUIDACION-DEFIN
005680             MOVE "N" TO PE-SAC-LIQUIDADO
005690             MOVE "N" TO PE-CONCILIACION-HECHA
005700             MOVE "N" TO PE-PERIODO-CERRADO
005710             MOVE "N" TO PE-NETO-PENDIENTE
005720             MOVE "N" TO PE-PROVISION-HECHA
005730             MOVE "N" TO PE-CONTROL-INTEGRIDAD
005740         NOT INVALID KEY
005750             SET ESTADO-HALLADO TO TRUE
005760     END-READ.
005770 1150-EXIT.
005780     EXIT.
005790
005800*****************************************************************
005810* LEE LA CABECERA DE LA RESPUESTA DEL BANCO: TRAE EL PERIODO
005820* DEL ARCHIVO TRANSMITIDO, QUE ES EL PERIODO DE LOS RECHAZOS
005830*****************************************************************
005840 1200-LEER-CABECERA.
005850     READ BANCO-RESPUESTA
005860         AT END
005870             DISPLAY "LA RESPUESTA DEL BANCO ESTA VACIA"
005880             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005890             GO TO 1200-EXIT
005900     END-READ.
005910
005920     IF NOT BR-CABECERA
005930         DISPLAY "LA RESPUESTA DEL BANCO NO TRAE CABECERA"
005940         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005950         GO TO 1200-EXIT
005960     END-IF.
005970
005980     MOVE BR-PERIODO-AAAAMM TO WS-PERIODO-PROCESO.
005990     MOVE BR-FECHA-RESPUESTA TO WS-FECHA-RESPUESTA.
006000 1200-EXIT.
006010     EXIT.
006020
006030*****************************************************************
006040* IMPRIME EL ENCABEZADO DEL REPORTE SEGUN LA ACCION
006050*****************************************************************
006060 1300-IMPRIMIR-ENCABEZADO.
006070     MOVE SPACES TO LINEA-CONTROL.
006080     WRITE LINEA-CONTROL FROM WS-BANNER-1.
006090
006100     MOVE SPACES TO LINEA-CONTROL.
006110     IF ACCION-REGISTRAR
006120         STRING "RECHAZOS BANCARIOS - RESPUESTA DEL "
006130             WS-FECHA-RESPUESTA " - PERIODO " WS-PERIODO-PROCESO
006140             DELIMITED SIZE INTO LINEA-CONTROL
006150     END-IF.
006160     IF ACCION-GENERAR
006170         STRING "RECHAZOS BANCARIOS - REACREDITACION DEL "
006180             "PERIODO " WS-PERIODO-PROCESO
006190             DELIMITED SIZE INTO LINEA-CONTROL
006200     END-IF.
006210     IF ACCION-CAJA OR ACCION-PAGADO
006220         STRING "RECHAZOS BANCARIOS - PAGO POR CAJA O CHEQUE - "
006230             "PERIODO " WS-PERIODO-PROCESO
006240             DELIMITED SIZE INTO LINEA-CONTROL
006250     END-IF.
006260     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
006270
006280     WRITE LINEA-CONTROL FROM WS-BANNER-1
006290         AFTER ADVANCING 1 LINE.
006300
006310     MOVE SPACES TO LINEA-CONTROL.
006320     STRING "LEGAJO  NOMBRE                           IMPORTE"
006330         "  MOTIVO DEL RECHAZO"
006340         DELIMITED SIZE INTO LINEA-CONTROL.
006350     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
006360 1300-EXIT.
006370     EXIT.
006380
006390*****************************************************************
006400* PROCESA UN REGISTRO DE LA RESPUESTA DEL BANCO: CONCILIA EL
006410* RECHAZO, LO IMPRIME CON SU MOTIVO Y, SI CONCILIA, LO REGISTRA
006420* COMO PENDIENTE DE CORRECCION DE CBU
006430*****************************************************************
006440 2000-REGISTRAR-RECHAZOS.
006450     IF BR-COLA
006460         PERFORM 2500-CONTROLAR-COLA THRU 2500-EXIT
006470         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
006480         GO TO 2000-EXIT
006490     END-IF.
006500
006510     IF NOT BR-RECHAZO
006520         DISPLAY "REGISTRO DE TIPO DESCONOCIDO EN LA RESPUESTA: "
006530             BR-TIPO-REGISTRO
006540         GO TO 2000-SIGUIENTE
006550     END-IF.
006560
006570     ADD 1 TO WS-CANT-LEIDOS.
006580     ADD BR-IMPORTE TO WS-IMPORTE-LEIDO.
006590
006600     PERFORM 2300-CONCILIAR-RECHAZO THRU 2300-EXIT.
006610
006620     MOVE BR-LEGAJO TO WS-LR-LEGAJO.
006630     MOVE BR-IMPORTE TO WS-LR-IMPORTE.
006640     MOVE BR-CODIGO-RECHAZO TO WS-CODIGO-BUSCADO.
006650     PERFORM 6000-IMPRIMIR-RECHAZO THRU 6000-EXIT.
006660
006670     IF RECHAZO-CONCILIADO
006680         PERFORM 2600-GRABAR-RECHAZO THRU 2600-EXIT
006690     ELSE
006700         ADD 1 TO WS-CANT-NO-CONCILIADOS
006710     END-IF.
006720
006730 2000-SIGUIENTE.
006740     PERFORM 2100-LEER-RESPUESTA THRU 2100-EXIT.
006750 2000-EXIT.
006760     EXIT.
006770
006780 2100-LEER-RESPUESTA.
006790     READ BANCO-RESPUESTA
006800         AT END
006810             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
006820     END-READ.
006830 2100-EXIT.
006840     EXIT.
006850
006860*****************************************************************
006870* CONCILIA EL RECHAZO: EL LEGAJO DEBE EXISTIR EN EL MAESTRO Y
006880* TENER LIQUIDACION DEL PERIODO EN EL HISTORICO. UN RECHAZO
006890* YA REGISTRADO Y SIN RESOLVER NO SE VUELVE A REGISTRAR; EL
006900* RECHAZO DE UNA REACREDITACION VUELVE EL REGISTRO A PENDIENTE.
006910*****************************************************************
006920 2300-CONCILIAR-RECHAZO.
006930     SET RECHAZO-CONCILIADO TO TRUE.
006940     MOVE "N" TO WS-RECHAZO-EXISTE-SW.
006950
006960     MOVE BR-LEGAJO TO EMP-LEGAJO.
006970     READ EMPLEADO-MASTER
006980         INVALID KEY
006990             MOVE SPACES TO EMP-NOMBRE
007000             MOVE "NO REGISTRADO: LEGAJO INEXISTENTE EN MAESTRO"
007010                 TO WS-RESULTADO
007020             SET RECHAZO-NO-CONCILIADO TO TRUE
007030             GO TO 2300-EXIT
007040     END-READ.
007050
007060     MOVE BR-LEGAJO TO LQ-LEGAJO.
007070     MOVE WS-PERIODO-PROCESO TO LQ-PERIODO.
007080     READ LIQUIDACION-HIST
007090         INVALID KEY
007100             MOVE "NO REGISTRADO: SIN LIQUIDACION EN EL PERIODO"
007110                 TO WS-RESULTADO
007120             SET RECHAZO-NO-CONCILIADO TO TRUE
007130             GO TO 2300-EXIT
007140     END-READ.
007150
007160     MOVE BR-LEGAJO TO RZ-LEGAJO.
007170     MOVE WS-PERIODO-PROCESO TO RZ-PERIODO.
007180     READ RECHAZO-BANCO
007190         INVALID KEY
007200             CONTINUE
007210         NOT INVALID KEY
007220             SET RECHAZO-EXISTE TO TRUE
007230     END-READ.
007240
007250     IF RECHAZO-EXISTE AND NOT RZ-REACREDITADO
007260         MOVE "NO REGISTRADO: RECHAZO YA REGISTRADO SIN RESOLVER"
007270             TO WS-RESULTADO
007280         SET RECHAZO-NO-CONCILIADO TO TRUE
007290         GO TO 2300-EXIT
007300     END-IF.
007310
007320     IF RECHAZO-EXISTE
007330         MOVE "REACREDITACION RECHAZADA: VUELVE A PENDIENTE"
007340             TO WS-RESULTADO
007350         GO TO 2300-EXIT
007360     END-IF.
007370
007380     IF BR-IMPORTE NOT EQUAL LQ-TOTAL-NETO
007390         MOVE "REGISTRADO - IMPORTE DISTINTO DEL NETO LIQUIDADO"
007400             TO WS-RESULTADO
007410         ADD 1 TO WS-CANT-DIFERENCIAS
007420     ELSE
007430         MOVE "REGISTRADO - PENDIENTE DE CORRECCION DE CBU"
007440             TO WS-RESULTADO
007450     END-IF.
007460 2300-EXIT.
007470     EXIT.
007480
007490*****************************************************************
007500* CONTROLA LA COLA DE LA RESPUESTA CONTRA LO LEIDO
007510*****************************************************************
007520 2500-CONTROLAR-COLA.
007530     SET COLA-LEIDA TO TRUE.
007540     IF BR-CANT-RECHAZOS NOT EQUAL WS-CANT-LEIDOS
007550             OR BR-IMPORTE-RECHAZADO NOT EQUAL WS-IMPORTE-LEIDO
007560         DISPLAY "LA COLA DE LA RESPUESTA NO COINCIDE CON LOS "
007570             "RECHAZOS LEIDOS"
007580         MOVE SPACES TO LINEA-CONTROL
007590         STRING "*** LA COLA DE LA RESPUESTA NO COINCIDE CON "
007600             "LOS RECHAZOS LEIDOS ***"
007610             DELIMITED SIZE INTO LINEA-CONTROL
007620         WRITE LINEA-CONTROL AFTER ADVANCING 2 LINES
007630         MOVE 4 TO RETURN-CODE
007640     END-IF.
007650 2500-EXIT.
007660     EXIT.
007670
007680*****************************************************************
007690* GRABA EL RECHAZO CONCILIADO COMO PENDIENTE DE CORRECCION DE
007700* CBU. EL RECHAZO DE UNA REACREDITACION REGRABA EL REGISTRO
007710* CON EL NUEVO MOTIVO Y SUMA UN RECHAZO MAS.
007720*****************************************************************
007730 2600-GRABAR-RECHAZO.
007740     IF NOT RECHAZO-EXISTE
007750         MOVE SPACES TO RECHAZO-BANCO-REG
007760         MOVE BR-LEGAJO TO RZ-LEGAJO
007770         MOVE WS-PERIODO-PROCESO TO RZ-PERIODO
007780         MOVE ZEROS TO RZ-CANT-RECHAZOS
007790     END-IF.
007800
007810     MOVE BR-IMPORTE TO RZ-IMPORTE.
007820     MOVE BR-CBU TO RZ-CBU-RECHAZADO.
007830     MOVE BR-CODIGO-RECHAZO TO RZ-CODIGO-RECHAZO.
007840     MOVE WS-FECHA-RESPUESTA TO RZ-FECHA-RECHAZO.
007850     ADD 1 TO RZ-CANT-RECHAZOS.
007860     SET RZ-PENDIENTE-CBU TO TRUE.
007870     MOVE ZEROS TO RZ-FECHA-RESOLUCION.
007880     MOVE SPACES TO RZ-CBU-REACREDITADO.
007890
007900     IF RECHAZO-EXISTE
007910         REWRITE RECHAZO-BANCO-REG
007920             INVALID KEY
007930                 DISPLAY "ERROR AL REGRABAR EL RECHAZO, LEGAJO "
007940                     RZ-LEGAJO
007950                 GO TO 2600-EXIT
007960         END-REWRITE
007970     ELSE
007980         WRITE RECHAZO-BANCO-REG
007990             INVALID KEY
008000                 DISPLAY "ERROR AL GRABAR EL RECHAZO, LEGAJO "
008010                     RZ-LEGAJO
008020                 GO TO 2600-EXIT
008030         END-WRITE
008040     END-IF.
008050
008060     ADD 1 TO WS-CANT-REGISTRADOS.
008070     ADD BR-IMPORTE TO WS-IMPORTE-REGISTRADO.
008080 2600-EXIT.
008090     EXIT.
008100
008110*****************************************************************
008120* ARMA EL ARCHIVO COMPLEMENTARIO DEL PERIODO: RECORRE LOS
008130* RECHAZOS SIN PAGAR Y REACREDITA LOS QUE YA TIENEN EL CBU
008140* CORREGIDO EN EL MAESTRO
008150*****************************************************************
008160 3000-GENERAR-COMPLEMENTO.
008170     MOVE WS-PERIODO-PROCESO TO WS-PA-AAAAMM.
008180     MOVE 01 TO WS-PA-DD.
008190     MOVE WS-FECHA-PROCESO TO SC-FECHA.
008200     MOVE WS-PERIODO-ARCHIVO TO SC-PERIODO.
008210     WRITE BANCO-SALIDA-REG FROM SALIDA-CABECERA.
008220
008230     MOVE ZEROS TO RZ-CLAVE.
008240     START RECHAZO-BANCO KEY IS NOT LESS THAN RZ-CLAVE
008250         INVALID KEY
008260             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
008270     END-START.
008280     PERFORM 3100-EXAMINAR-RECHAZO THRU 3100-EXIT
008290         UNTIL FIN-DE-ARCHIVO.
008300
008310     MOVE WS-CANT-REACREDITADOS TO ST-CANT-REGISTROS.
008320     MOVE WS-IMPORTE-REACREDITADO TO ST-IMPORTE-TOTAL.
008330     MOVE WS-HASH-CBU TO ST-HASH-CBU.
008340     WRITE BANCO-SALIDA-REG FROM SALIDA-COLA.
008350 3000-EXIT.
008360     EXIT.
008370
008380*****************************************************************
008390* CLASIFICA UN RECHAZO SIN PAGAR DEL PERIODO: A PAGAR POR CAJA,
008400* ESPERANDO EL CBU CORREGIDO, O REACREDITADO AL CBU NUEVO
008410*****************************************************************
008420 3100-EXAMINAR-RECHAZO.
008430     READ RECHAZO-BANCO NEXT RECORD
008440         AT END
008450             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
008460             GO TO 3100-EXIT
008470     END-READ.
008480
008490     IF RZ-PERIODO NOT EQUAL WS-PERIODO-PROCESO
008500             OR NOT RZ-NETO-PENDIENTE
008510         GO TO 3100-EXIT
008520     END-IF.
008530
008540     MOVE RZ-LEGAJO TO EMP-LEGAJO.
008550     READ EMPLEADO-MASTER
008560         INVALID KEY
008570             MOVE SPACES TO EMP-NOMBRE
008580             MOVE RZ-CBU-RECHAZADO TO EMP-CBU
008590     END-READ.
008600
008610     MOVE RZ-LEGAJO TO WS-LR-LEGAJO.
008620     MOVE RZ-IMPORTE TO WS-LR-IMPORTE.
008630     MOVE RZ-CODIGO-RECHAZO TO WS-CODIGO-BUSCADO.
008640
008650     IF RZ-A-PAGAR-CAJA
008660         ADD 1 TO WS-CANT-CAJA
008670         ADD RZ-IMPORTE TO WS-IMPORTE-CAJA
008680         MOVE "A PAGAR POR CAJA O CHEQUE" TO WS-RESULTADO
008690         PERFORM 6000-IMPRIMIR-RECHAZO THRU 6000-EXIT
008700         GO TO 3100-EXIT
008710     END-IF.
008720
008730     *> El CBU del maestro tiene que haber cambiado y ser
008740     *> valido para volver a mandarlo al banco
008750     MOVE EMP-CBU TO WS-CBU-TRABAJO.
008760     PERFORM 5000-VALIDAR-CBU THRU 5000-EXIT.
008770     IF EMP-CBU EQUAL RZ-CBU-RECHAZADO OR CBU-INVALIDO
008780         ADD 1 TO WS-CANT-ESPERA-CBU
008790         ADD RZ-IMPORTE TO WS-IMPORTE-ESPERA-CBU
008800         MOVE "PENDIENTE: CORREGIR EL CBU EN MANT-LEGAJOS"
008810             TO WS-RESULTADO
008820         PERFORM 6000-IMPRIMIR-RECHAZO THRU 6000-EXIT
008830         GO TO 3100-EXIT
008840     END-IF.
008850
008860     MOVE RZ-LEGAJO TO SD-LEGAJO.
008870     MOVE EMP-CBU TO SD-CBU.
008880     MOVE RZ-IMPORTE TO SD-IMPORTE-NETO.
008890     WRITE BANCO-SALIDA-REG FROM SALIDA-DETALLE.
008900     ADD 1 TO WS-CANT-REACREDITADOS.
008910     ADD RZ-IMPORTE TO WS-IMPORTE-REACREDITADO.
008920     ADD WS-CBU-ULT15 TO WS-HASH-CBU.
008930
008940     SET RZ-REACREDITADO TO TRUE.
008950     MOVE EMP-CBU TO RZ-CBU-REACREDITADO.
008960     MOVE WS-FECHA-PROCESO TO RZ-FECHA-RESOLUCION.
008970     REWRITE RECHAZO-BANCO-REG
008980         INVALID KEY
008990             DISPLAY "ERROR AL REGRABAR EL RECHAZO, LEGAJO "
009000                 RZ-LEGAJO
009010     END-REWRITE.
009020
009030     MOVE SPACES TO WS-RESULTADO.
009040     STRING "REACREDITADO AL CBU " EMP-CBU
009050         DELIMITED SIZE INTO WS-RESULTADO.
009060     PERFORM 6000-IMPRIMIR-RECHAZO THRU 6000-EXIT.
009070 3100-EXIT.
009080     EXIT.
009090
009100*****************************************************************
009110* RESUELVE UN RECHAZO POR CAJA: LO PASA A PAGO POR CAJA O
009120* CHEQUE (SOLO SI ESPERA EL CBU) O CONFIRMA SU PAGO
009130*****************************************************************
009140 4000-RESOLVER-RECHAZO.
009150     MOVE WS-LEGAJO-PEDIDO TO RZ-LEGAJO.
009160     MOVE WS-PERIODO-PROCESO TO RZ-PERIODO.
009170     READ RECHAZO-BANCO
009180         INVALID KEY
009190             DISPLAY "NO HAY RECHAZO DEL LEGAJO " WS-LEGAJO-PEDIDO
009200                 " EN EL PERIODO " WS-PERIODO-PROCESO
009210             MOVE 4 TO RETURN-CODE
009220             GO TO 4000-EXIT
009230     END-READ.
009240
009250     IF ACCION-CAJA AND NOT RZ-PENDIENTE-CBU
009260         DISPLAY "EL RECHAZO DEL LEGAJO " WS-LEGAJO-PEDIDO
009270             " NO ESTA ESPERANDO REACREDITACION"
009280         MOVE 4 TO RETURN-CODE
009290         GO TO 4000-EXIT
009300     END-IF.
009310     IF ACCION-PAGADO AND NOT RZ-NETO-PENDIENTE
009320         DISPLAY "EL RECHAZO DEL LEGAJO " WS-LEGAJO-PEDIDO
009330             " YA ESTA RESUELTO"
009340         MOVE 4 TO RETURN-CODE
009350         GO TO 4000-EXIT
009360     END-IF.
009370
009380     IF ACCION-CAJA
009390         SET RZ-A-PAGAR-CAJA TO TRUE
009400         MOVE "PASADO A PAGO POR CAJA O CHEQUE" TO WS-RESULTADO
009410     ELSE
009420         SET RZ-PAGADO-CAJA TO TRUE
009430         MOVE WS-FECHA-PROCESO TO RZ-FECHA-RESOLUCION
009440         MOVE "PAGO POR CAJA O CHEQUE CONFIRMADO" TO WS-RESULTADO
009450     END-IF.
009460     REWRITE RECHAZO-BANCO-REG
009470         INVALID KEY
009480             DISPLAY "ERROR AL REGRABAR EL RECHAZO, LEGAJO "
009490                 RZ-LEGAJO
009500             GO TO 4000-EXIT
009510     END-REWRITE.
009520
009530     MOVE RZ-LEGAJO TO EMP-LEGAJO.
009540     READ EMPLEADO-MASTER
009550         INVALID KEY
009560             MOVE SPACES TO EMP-NOMBRE
009570     END-READ.
009580     MOVE RZ-LEGAJO TO WS-LR-LEGAJO.
009590     MOVE RZ-IMPORTE TO WS-LR-IMPORTE.
009600     MOVE RZ-CODIGO-RECHAZO TO WS-CODIGO-BUSCADO.
009610     PERFORM 6000-IMPRIMIR-RECHAZO THRU 6000-EXIT.
009620     DISPLAY "LEGAJO " RZ-LEGAJO ": " WS-RESULTADO.
009630 4000-EXIT.
009640     EXIT.
009650
009660*****************************************************************
009670* VALIDA QUE EL CBU DE WS-CBU-TRABAJO SEA NUMERICO DE 22
009680* DIGITOS CON SUS DOS DIGITOS VERIFICADORES CORRECTOS
009690*****************************************************************
009700 5000-VALIDAR-CBU.
009710     SET CBU-VALIDO TO TRUE.
009720     IF WS-CBU-TRABAJO IS NOT NUMERIC
009730         SET CBU-INVALIDO TO TRUE
009740         GO TO 5000-EXIT
009750     END-IF.
009760
009770     MOVE ZEROS TO WS-CBU-SUMA.
009780     PERFORM 5010-SUMAR-BLOQUE-1 THRU 5010-EXIT
009790         VARYING WS-CBU-IX FROM 1 BY 1 UNTIL WS-CBU-IX > 7.
009800     PERFORM 5030-CALCULAR-VERIFICADOR THRU 5030-EXIT.
009810     IF WS-CBU-VERIFICADOR NOT EQUAL WS-CBU-DIG (8)
009820         SET CBU-INVALIDO TO TRUE
009830         GO TO 5000-EXIT
009840     END-IF.
009850
009860     MOVE ZEROS TO WS-CBU-SUMA.
009870     PERFORM 5020-SUMAR-BLOQUE-2 THRU 5020-EXIT
009880         VARYING WS-CBU-IX FROM 1 BY 1 UNTIL WS-CBU-IX > 13.
009890     PERFORM 5030-CALCULAR-VERIFICADOR THRU 5030-EXIT.
009900     IF WS-CBU-VERIFICADOR NOT EQUAL WS-CBU-DIG (22)
009910         SET CBU-INVALIDO TO TRUE
009920     END-IF.
009930 5000-EXIT.
009940     EXIT.
009950
009960 5010-SUMAR-BLOQUE-1.
009970     COMPUTE WS-CBU-SUMA = WS-CBU-SUMA +
009980         WS-CBU-DIG (WS-CBU-IX) * CBU-PESO-1 (WS-CBU-IX).
009990 5010-EXIT.
010000     EXIT.
010010
010020 5020-SUMAR-BLOQUE-2.
010030     COMPUTE WS-CBU-SUMA = WS-CBU-SUMA +
010040         WS-CBU-DIG (WS-CBU-IX + 8) * CBU-PESO-2 (WS-CBU-IX).
010050 5020-EXIT.
010060     EXIT.
010070
010080*****************************************************************
010090* CALCULA EL DIGITO VERIFICADOR: 10 MENOS EL RESTO MODULO 10
010100* DE LA SUMA PONDERADA (SI DA 10 EL VERIFICADOR ES 0)
010110*****************************************************************
010120 5030-CALCULAR-VERIFICADOR.
010130     DIVIDE WS-CBU-SUMA BY 10
010140         GIVING WS-CBU-COCIENTE REMAINDER WS-CBU-RESTO.
010150     COMPUTE WS-CBU-VERIFICADOR = 10 - WS-CBU-RESTO.
010160     IF WS-CBU-VERIFICADOR = 10
010170         MOVE ZERO TO WS-CBU-VERIFICADOR
010180     END-IF.
010190 5030-EXIT.
010200     EXIT.
010210
010220*****************************************************************
010230* IMPRIME EL RENGLON DEL RECHAZO (LEGAJO, NOMBRE, IMPORTE Y
010240* MOTIVO) Y EL RENGLON CON EL RESULTADO EN WS-RESULTADO
010250*****************************************************************
010260 6000-IMPRIMIR-RECHAZO.
010270     PERFORM 6100-BUSCAR-MOTIVO THRU 6100-EXIT.
010280     MOVE EMP-NOMBRE TO WS-LR-NOMBRE.
010290     MOVE WS-CODIGO-BUSCADO TO WS-LR-CODIGO.
010300     MOVE WS-MOTIVO-DESCRIPCION TO WS-LR-MOTIVO.
010310     WRITE LINEA-CONTROL FROM WS-LINEA-RECHAZO
010320         AFTER ADVANCING 1 LINE.
010330     WRITE LINEA-CONTROL FROM WS-LINEA-RESULTADO
010340         AFTER ADVANCING 1 LINE.
010350 6000-EXIT.
010360     EXIT.
010370
010380*****************************************************************
010390* BUSCA LA DESCRIPCION DEL CODIGO DE RECHAZO DEL BANCO
010400*****************************************************************
010410 6100-BUSCAR-MOTIVO.
010420     MOVE "MOTIVO NO CODIFICADO" TO WS-MOTIVO-DESCRIPCION.
010430     PERFORM 6110-COMPARAR-MOTIVO THRU 6110-EXIT
010440         VARYING WS-MOTIVO-IX FROM 1 BY 1 UNTIL WS-MOTIVO-IX > 7.
010450 6100-EXIT.
010460     EXIT.
010470
010480 6110-COMPARAR-MOTIVO.
010490     IF MR-CODIGO (WS-MOTIVO-IX) EQUAL WS-CODIGO-BUSCADO
010500         MOVE MR-DESCRIPCION (WS-MOTIVO-IX)
010510             TO WS-MOTIVO-DESCRIPCION
010520     END-IF.
010530 6110-EXIT.
010540     EXIT.
010550
010560*****************************************************************
010570* IMPRIME LOS TOTALES DE LA ACCION, ACTUALIZA EL NETO PENDIENTE
010580* DEL PERIODO Y CIERRA LOS ARCHIVOS
010590*****************************************************************
010600 8000-FINALIZAR.
010610     *> Una corrida que no llego a inicializar no emite totales
010620     IF INICIO-ABORTADO
010630         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: NO "
010640             "SE EMITE EL REPORTE"
010650         MOVE 8 TO RETURN-CODE
010660         GO TO 8000-CERRAR
010670     END-IF.
010680
010690     MOVE SPACES TO LINEA-CONTROL.
010700     WRITE LINEA-CONTROL FROM WS-BANNER-1
010710         AFTER ADVANCING 1 LINE.
010720
010730     IF ACCION-REGISTRAR
010740         PERFORM 8100-TOTALES-RESPUESTA THRU 8100-EXIT
010750     END-IF.
010760     IF ACCION-GENERAR
010770         PERFORM 8200-TOTALES-COMPLEMENTO THRU 8200-EXIT
010780     END-IF.
010790
010800     PERFORM 9000-ACTUALIZAR-PENDIENTE THRU 9000-EXIT.
010810
010820     MOVE WS-CANT-PENDIENTES TO WS-EDIT-CANTIDAD.
010830     MOVE WS-IMPORTE-PENDIENTE TO WS-EDIT-IMPORTE-GRANDE.
010840     MOVE SPACES TO LINEA-CONTROL.
010850     STRING "NETO PENDIENTE DEL PERIODO: " WS-EDIT-CANTIDAD
010860         " RECHAZOS  $" WS-EDIT-IMPORTE-GRANDE
010870         DELIMITED SIZE INTO LINEA-CONTROL.
010880     WRITE LINEA-CONTROL AFTER ADVANCING 2 LINES.
010890     DISPLAY "NETO PENDIENTE DEL PERIODO " WS-PERIODO-PROCESO
010900         ":  $" WS-EDIT-IMPORTE-GRANDE.
010910
010920 8000-CERRAR.
010930     CLOSE RECHAZO-BANCO.
010940     CLOSE EMPLEADO-MASTER.
010950     CLOSE PERIODO-ESTADO.
010960     CLOSE CONTROL-REPORT.
010970     IF ACCION-REGISTRAR
010980         CLOSE LIQUIDACION-HIST
010990         CLOSE BANCO-RESPUESTA
011000     END-IF.
011010     IF ACCION-GENERAR
011020         CLOSE BANCO-COMPLEMENTO
011030     END-IF.
011040     STRING "ACCION=" WS-ACCION " PERIODO=" WS-PERIODO-PROCESO
011050         " LEGAJO=" WS-LEGAJO-PEDIDO " PENDIENTES="
011060         WS-CANT-PENDIENTES
011070         DELIMITED SIZE INTO WS-BIT-DETALLE.
011080     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
011090     DISPLAY "FIN DEL SEGUIMIENTO DE RECHAZOS BANCARIOS.".
011100 8000-EXIT.
011110     EXIT.
011120
011130*****************************************************************
011140* TOTALES DE LA RESPUESTA DEL BANCO
011150*****************************************************************
011160 8100-TOTALES-RESPUESTA.
011170     IF NOT COLA-LEIDA
011180         DISPLAY "LA RESPUESTA DEL BANCO NO TRAE COLA"
011190         MOVE SPACES TO LINEA-CONTROL
011200         STRING "*** LA RESPUESTA DEL BANCO NO TRAE COLA ***"
011210             DELIMITED SIZE INTO LINEA-CONTROL
011220         WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE
011230         MOVE 4 TO RETURN-CODE
011240     END-IF.
011250
011260     MOVE WS-CANT-LEIDOS TO WS-EDIT-CANTIDAD.
011270     MOVE WS-IMPORTE-LEIDO TO WS-EDIT-IMPORTE-GRANDE.
011280     MOVE SPACES TO LINEA-CONTROL.
011290     STRING "RECHAZOS RECIBIDOS:     " WS-EDIT-CANTIDAD
011300         "  $" WS-EDIT-IMPORTE-GRANDE
011310         DELIMITED SIZE INTO LINEA-CONTROL.
011320     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011330
011340     MOVE WS-CANT-REGISTRADOS TO WS-EDIT-CANTIDAD.
011350     MOVE WS-IMPORTE-REGISTRADO TO WS-EDIT-IMPORTE-GRANDE.
011360     MOVE SPACES TO LINEA-CONTROL.
011370     STRING "RECHAZOS REGISTRADOS:   " WS-EDIT-CANTIDAD
011380         "  $" WS-EDIT-IMPORTE-GRANDE
011390         DELIMITED SIZE INTO LINEA-CONTROL.
011400     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011410
011420     MOVE WS-CANT-DIFERENCIAS TO WS-EDIT-CANTIDAD.
011430     MOVE SPACES TO LINEA-CONTROL.
011440     STRING "CON IMPORTE DISTINTO:   " WS-EDIT-CANTIDAD
011450         DELIMITED SIZE INTO LINEA-CONTROL.
011460     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011470
011480     MOVE WS-CANT-NO-CONCILIADOS TO WS-EDIT-CANTIDAD.
011490     MOVE SPACES TO LINEA-CONTROL.
011500     STRING "NO CONCILIADOS:         " WS-EDIT-CANTIDAD
011510         DELIMITED SIZE INTO LINEA-CONTROL.
011520     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011530
011540     IF WS-CANT-NO-CONCILIADOS > ZERO
011550         DISPLAY "HAY RECHAZOS QUE NO CONCILIAN: VER REPORTE"
011560         MOVE 4 TO RETURN-CODE
011570     END-IF.
011580 8100-EXIT.
011590     EXIT.
011600
011610*****************************************************************
011620* TOTALES DEL ARCHIVO COMPLEMENTARIO Y DE LO QUE SIGUE SIN
011630* PAGAR (ESPERANDO CBU O A PAGAR POR CAJA)
011640*****************************************************************
011650 8200-TOTALES-COMPLEMENTO.
011660     MOVE WS-CANT-REACREDITADOS TO WS-EDIT-CANTIDAD.
011670     MOVE WS-IMPORTE-REACREDITADO TO WS-EDIT-IMPORTE-GRANDE.
011680     MOVE SPACES TO LINEA-CONTROL.
011690     STRING "REACREDITADOS:          " WS-EDIT-CANTIDAD
011700         "  $" WS-EDIT-IMPORTE-GRANDE
011710         DELIMITED SIZE INTO LINEA-CONTROL.
011720     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011730     DISPLAY "REACREDITADOS EN EL COMPLEMENTARIO: "
011740         WS-EDIT-CANTIDAD "  $" WS-EDIT-IMPORTE-GRANDE.
011750
011760     MOVE WS-CANT-ESPERA-CBU TO WS-EDIT-CANTIDAD.
011770     MOVE WS-IMPORTE-ESPERA-CBU TO WS-EDIT-IMPORTE-GRANDE.
011780     MOVE SPACES TO LINEA-CONTROL.
011790     STRING "ESPERANDO CBU:          " WS-EDIT-CANTIDAD
011800         "  $" WS-EDIT-IMPORTE-GRANDE
011810         DELIMITED SIZE INTO LINEA-CONTROL.
011820     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011830
011840     MOVE WS-CANT-CAJA TO WS-EDIT-CANTIDAD.
011850     MOVE WS-IMPORTE-CAJA TO WS-EDIT-IMPORTE-GRANDE.
011860     MOVE SPACES TO LINEA-CONTROL.
011870     STRING "A PAGAR POR CAJA:       " WS-EDIT-CANTIDAD
011880         "  $" WS-EDIT-IMPORTE-GRANDE
011890         DELIMITED SIZE INTO LINEA-CONTROL.
011900     WRITE LINEA-CONTROL AFTER ADVANCING 1 LINE.
011910 8200-EXIT.
011920     EXIT.
011930
011940*****************************************************************
011950* RECUENTA LOS RECHAZOS SIN PAGAR DEL PERIODO Y DEJA EN
011960* PERESTAD SI EL PERIODO TIENE NETO PENDIENTE
011970*****************************************************************
011980 9000-ACTUALIZAR-PENDIENTE.
011990     MOVE ZEROS TO WS-CANT-PENDIENTES.
012000     MOVE ZEROS TO WS-IMPORTE-PENDIENTE.
012010     MOVE "N" TO WS-BUSQUEDA-FIN-SW.
012020     MOVE ZEROS TO RZ-CLAVE.
012030     START RECHAZO-BANCO KEY IS NOT LESS THAN RZ-CLAVE
012040         INVALID KEY
012050             SET BUSQUEDA-TERMINADA TO TRUE
012060     END-START.
012070     PERFORM 9010-CONTAR-PENDIENTE THRU 9010-EXIT
012080         UNTIL BUSQUEDA-TERMINADA.
012090
012100     PERFORM 1150-LEER-ESTADO THRU 1150-EXIT.
012110     IF WS-CANT-PENDIENTES > ZERO
012120         MOVE "S" TO PE-NETO-PENDIENTE
012130     ELSE
012140         MOVE "N" TO PE-NETO-PENDIENTE
012150     END-IF.
012160     IF ESTADO-HALLADO
012170         REWRITE PERIODO-ESTADO-REG
012180     ELSE
012190         WRITE PERIODO-ESTADO-REG
012200     END-IF.
012210 9000-EXIT.
012220     EXIT.
012230
012240 9010-CONTAR-PENDIENTE.
012250     READ RECHAZO-BANCO NEXT RECORD
012260         AT END
012270             SET BUSQUEDA-TERMINADA TO TRUE
012280             GO TO 9010-EXIT
012290     END-READ.
012300
012310     IF RZ-PERIODO EQUAL WS-PERIODO-PROCESO
012320             AND RZ-NETO-PENDIENTE
012330         ADD 1 TO WS-CANT-PENDIENTES
012340         ADD RZ-IMPORTE TO WS-IMPORTE-PENDIENTE
012350     END-IF.
012360 9010-EXIT.
012370     EXIT.
012380
012390*****************************************************************
012400* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
012410* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
012420* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
012430*****************************************************************
012440 9900-REGISTRAR-BITACORA.
012450     IF WS-BIT-RESULTADO = SPACES
012460         MOVE "ABORTADO" TO WS-BIT-RESULTADO
012470     END-IF.
012480     OPEN EXTEND AUDIT-LOG.
012490     IF NOT WS-AUDITLOG-OK
012500         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
012510             WS-AUDITLOG-STATUS
012520         GO TO 9900-EXIT
012530     END-IF.
012540     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
012550     ACCEPT WS-HORA-BITACORA FROM TIME.
012560     MOVE SPACES TO BITACORA-REG.
012570     MOVE WS-FECHA-BITACORA TO BT-FECHA.
012580     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
012590     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
012600     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
012610     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
012620     MOVE WS-BIT-DETALLE TO BT-DETALLE.
012630     WRITE BITACORA-REG.
012640     CLOSE AUDIT-LOG.
012650 9900-EXIT.
012660     EXIT.

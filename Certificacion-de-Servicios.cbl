000200* SABER QUE HAY QUE RECONSTRUIR A MANO. LAS VACACIONES
000210* ANTICIPADAS (PERIODOS AAAA41-AAAA52) SE DETALLAN APARTE
000220* DENTRO DE SU ANIO.
000230* LOS CAMBIOS DE CATEGORIA Y DE CENTRO DE COSTOS SE LISTAN CON
000240* SU FECHA DE VIGENCIA DESDE LA HISTORIA CONTRACTUAL.
000250* DECLARA SI CONSTAN FIRMADOS LOS DUPLICADOS DE LOS RECIBOS
000260* EMITIDOS AL LEGAJO (REGISTRO DE FIRMA RECFIRMA).
000270*-----------------------------------------------------------------
000280* MOD-HIST:
000290*   2026-09-02 JCM  VERSION ORIGINAL.
000300*   2026-10-11 JCM  OPERADOR VALIDADO CONTRA OPERMAST SEGUN SU
000310*                   ROL Y RENGLON DE LA CORRIDA EN LA BITACORA
000320*                   UNIFICADA (AUDITLOG).
000330*   2026-10-12 JCM  LISTA LOS CAMBIOS DE CATEGORIA Y DE CENTRO
000340*                   DE COSTOS CON SU FECHA DE VIGENCIA, TOMADOS
000350*                   DE LA HISTORIA CONTRACTUAL (LEGHIST).
000360*   2026-10-15 JCM  DECLARA SI CONSTAN FIRMADOS LOS DUPLICADOS
000370*                   DE LOS RECIBOS REGISTRADOS EN RECFIRMA Y LISTA
000380*                   LOS QUE ESTAN SIN FIRMAR.
000390*****************************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450 SPECIAL-NAMES.
000460     C01 IS NUEVA-PAGINA.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT EMPLEADO-MASTER
000510         ASSIGN TO EMPMAST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS EMP-LEGAJO
000550         FILE STATUS IS WS-EMPMAST-STATUS.
000560
000570     SELECT CATEGORIA-MASTER
000580         ASSIGN TO CATMAST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS CAT-CODIGO
000620         FILE STATUS IS WS-CATMAST-STATUS.
000630
000640     SELECT LIQUIDACION-HIST
000650         ASSIGN TO LIQHIST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS LQ-CLAVE
000690         FILE STATUS IS WS-LIQHIST-STATUS.
000700
000710     SELECT HISTORIA-LEGAJO
000720         ASSIGN TO LEGHIST
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS LH-CLAVE
000760         FILE STATUS IS WS-LEGHIST-STATUS.
000770
000780     SELECT RECIBO-FIRMA
000790         ASSIGN TO RECFIRMA
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS RF-CLAVE
000830         FILE STATUS IS WS-RECFIRMA-STATUS.
000840
000850     SELECT CERT-REPORT
000860         ASSIGN TO CERTRPT
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-CERTRPT-STATUS.
000890
000900     SELECT OPERADOR-MASTER
000910         ASSIGN TO OPERMAST
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS RANDOM
000940         RECORD KEY IS OP-OPERADOR
000950         FILE STATUS IS WS-OPERMAST-STATUS.
000960
000970     SELECT AUDIT-LOG
000980         ASSIGN TO AUDITLOG
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS WS-AUDITLOG-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  EMPLEADO-MASTER
001050     LABEL RECORDS ARE STANDARD.
001060 COPY EMPMAST.
001070
001080 FD  CATEGORIA-MASTER
001090     LABEL RECORDS ARE STANDARD.
001100 COPY CATMAST.
001110
001120 FD  LIQUIDACION-HIST
001130     LABEL RECORDS ARE STANDARD.
001140 COPY LIQHIST.
001150
001160 FD  HISTORIA-LEGAJO
001170     LABEL RECORDS ARE STANDARD.
001180 COPY LEGHIST.
001190
001200 FD  RECIBO-FIRMA
001210     LABEL RECORDS ARE STANDARD.
001220 COPY RECFIRMA.
001230
001240 FD  CERT-REPORT
001250     LABEL RECORDS ARE STANDARD.
001260 COPY CERTRPT.
001270
001280 FD  OPERADOR-MASTER
001290     LABEL RECORDS ARE STANDARD.
001300 COPY OPERMAST.
001310
001320 FD  AUDIT-LOG
001330     LABEL RECORDS ARE STANDARD.
001340 COPY AUDITLOG.
001350
001360 WORKING-STORAGE SECTION.
001370
001380*****************************************************************
001390* SWITCHES DE CONTROL DE PROCESO
001400*****************************************************************
001410 01  WS-EMPMAST-STATUS         PIC X(02) VALUE ZEROS.
001420     88  WS-EMPMAST-OK             VALUE "00".
001430
001440 01  WS-CATMAST-STATUS         PIC X(02) VALUE ZEROS.
001450     88  WS-CATMAST-OK             VALUE "00".
001460
001470 01  WS-LIQHIST-STATUS         PIC X(02) VALUE ZEROS.
001480     88  WS-LIQHIST-OK             VALUE "00".
001490
001500 01  WS-LEGHIST-STATUS         PIC X(02) VALUE ZEROS.
001510     88  WS-LEGHIST-OK             VALUE "00".
001520
001530 01  WS-RECFIRMA-STATUS        PIC X(02) VALUE ZEROS.
001540     88  WS-RECFIRMA-OK            VALUE "00".
001550
001560 01  WS-CERTRPT-STATUS         PIC X(02) VALUE ZEROS.
001570     88  WS-CERTRPT-OK             VALUE "00".
001580
001590 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
001600     88  WS-OPERMAST-OK            VALUE "00".
001610
001620 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
001630     88  WS-AUDITLOG-OK            VALUE "00".
001640
001650 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
001660     88  FIN-DE-ARCHIVO            VALUE "S".
001670
001680 01  WS-HIST-FIN-SW            PIC X(01) VALUE "N".
001690     88  HIST-FIN                  VALUE "S".
001700
001710 01  WS-LEGHIST-FIN-SW         PIC X(01) VALUE "N".
001720     88  LEGHIST-FIN               VALUE "S".
001730
001740 01  WS-RECFIRMA-FIN-SW        PIC X(01) VALUE "N".
001750     88  RECFIRMA-FIN              VALUE "S".
001760
001770 01  WS-CAMBIOS-TITULO-SW      PIC X(01) VALUE "N".
001780     88  CAMBIOS-TITULO-IMPRESO    VALUE "S".
001790
001800 01  WS-LEGAJO-EXISTE-SW       PIC X(01) VALUE "N".
001810     88  LEGAJO-EXISTE             VALUE "S".
001820
001830*> La inicializacion arranca como abortada y recien se marca
001840*> completa al final de 1000: un error de apertura deja la
001850*> certificacion sin emitir.
001860 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
001870     88  INICIO-ABORTADO           VALUE "S".
001880     88  INICIO-COMPLETO           VALUE "N".
001890
001900*****************************************************************
001910* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
001920* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
001930*****************************************************************
001940 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
001950 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
001960 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
001970 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 2.
001980 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
001990     88  OPERADOR-HABILITADO       VALUE "S".
002000 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
002010     "CERTIFICA-SERVICIOS".
002020 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
002030 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
002040 01  WS-FECHA-BITACORA         PIC 9(08).
002050 01  WS-HORA-BITACORA          PIC 9(08).
002060 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
002070     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
002080     05  FILLER                PIC 9(02).
002090
002100 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
002110
002120*****************************************************************
002130* PARAMETROS DE LA CORRIDA: UN LEGAJO PUNTUAL O TODOS LOS
002140* EGRESADOS DE UN PERIODO (LEGAJO 000000)
002150*****************************************************************
002160 01  WS-LEGAJO-PEDIDO          PIC 9(06) VALUE ZEROS.
002170 01  WS-LEGAJO-MENSAJE         PIC X(55) VALUE
002180     "Legajo a certificar (000000 = egresos del periodo): ".
002190 01  WS-PERIODO-PEDIDO         PIC 9(06) VALUE ZEROS.
002200 01  WS-PERIODO-MENSAJE        PIC X(45) VALUE
002210     "Periodo de egresos a certificar (AAAAMM): ".
002220
002230 01  WS-FECHA-PROCESO.
002240     05  WS-FECHA-AAAA         PIC 9(04).
002250     05  WS-FECHA-MM           PIC 9(02).
002260     05  WS-FECHA-DD           PIC 9(02).
002270
002280 01  WS-FECHA-EGRESO-W         PIC 9(08).
002290 01  WS-FECHA-EGRESO-W-R REDEFINES WS-FECHA-EGRESO-W.
002300     05  WS-EGRESO-AAAAMM      PIC 9(06).
002310     05  FILLER                PIC 9(02).
002320
002330*****************************************************************
002340* CAMPOS DE TRABAJO DE LA CERTIFICACION DEL LEGAJO EN CURSO
002350*****************************************************************
002360 01  WS-ANIO-INGRESO           PIC 9(04).
002370 01  WS-CATEGORIA-DESC         PIC X(30).
002380 01  WS-ANIO-EN-CURSO          PIC 9(04) VALUE ZEROS.
002390 01  WS-PRIMER-PERIODO         PIC 9(06) VALUE ZEROS.
002400 01  WS-ULTIMO-PERIODO         PIC 9(06) VALUE ZEROS.
002410 01  WS-PERIODO-LEIDO          PIC 9(06).
002420 01  WS-PERIODO-LEIDO-R REDEFINES WS-PERIODO-LEIDO.
002430     05  WS-LEIDO-AAAA         PIC 9(04).
002440     05  WS-LEIDO-MM           PIC 9(02).
002450 01  WS-SCAN-PERIODO           PIC 9(06).
002460 01  WS-SCAN-PERIODO-R REDEFINES WS-SCAN-PERIODO.
002470     05  WS-SCAN-AAAA          PIC 9(04).
002480     05  WS-SCAN-MM            PIC 9(02).
002490 01  WS-CANT-FALTANTES         PIC 9(05).
002500 01  WS-CANT-RECIBOS           PIC 9(05).
002510 01  WS-CANT-FIRMADOS          PIC 9(05).
002520 01  WS-CANT-DISCONFORMES      PIC 9(05).
002530 01  WS-CANT-SIN-FIRMA         PIC 9(05).
002540 01  WS-FECHA-VIGENCIA         PIC 9(08).
002550 01  WS-FECHA-VIGENCIA-R REDEFINES WS-FECHA-VIGENCIA.
002560     05  WS-VIGENCIA-AAAA      PIC 9(04).
002570     05  WS-VIGENCIA-MM        PIC 9(02).
002580     05  WS-VIGENCIA-DD        PIC 9(02).
002590 01  WS-EDIT-VIGENCIA.
002600     05  WS-EDIT-VIG-DD        PIC 9(02).
002610     05  FILLER                PIC X(01) VALUE "/".
002620     05  WS-EDIT-VIG-MM        PIC 9(02).
002630     05  FILLER                PIC X(01) VALUE "/".
002640     05  WS-EDIT-VIG-AAAA      PIC 9(04).
002650
002660*****************************************************************
002670* ACUMULADORES POR ANIO CALENDARIO Y GENERALES DEL LEGAJO
002680*****************************************************************
002690 01  WS-ANIO-BRUTO             PIC 9(11)V99.
002700 01  WS-ANIO-JUBILACION        PIC 9(11)V99.
002710 01  WS-ANIO-OBRA-SOCIAL       PIC 9(11)V99.
002720 01  WS-TOTAL-BRUTO            PIC 9(11)V99.
002730 01  WS-TOTAL-JUBILACION       PIC 9(11)V99.
002740 01  WS-TOTAL-OBRA-SOCIAL      PIC 9(11)V99.
002750 01  WS-CANT-CERTIFICADOS      PIC 9(05) VALUE ZERO.
002760
002770 01  WS-EDIT-CANTIDAD          PIC ZZ,ZZ9.
002780 01  WS-EDIT-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99.
002790 01  WS-EDIT-IMPORTE-GRANDE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002800
002810 PROCEDURE DIVISION.
002820
002830 0000-MAINLINE.
002840     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002850     IF NOT FIN-DE-ARCHIVO
002860         IF WS-LEGAJO-PEDIDO = ZEROS
002870             PERFORM 2000-RECORRER-EGRESADOS THRU 2000-EXIT
002880                 UNTIL FIN-DE-ARCHIVO
002890         ELSE
002900             PERFORM 2500-CERTIFICAR-PEDIDO THRU 2500-EXIT
002910         END-IF
002920     END-IF.
002930     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
002940     STOP RUN.
002950
002960 1000-INICIALIZAR.
002970     DISPLAY WS-BANNER-1.
002980     DISPLAY "CERTIFICACION DE SERVICIOS Y REMUNERACIONES".
002990     DISPLAY WS-BANNER-1.
003000
003010     DISPLAY WS-OPERADOR-MENSAJE.
003020     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
003030     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
003040     IF NOT OPERADOR-HABILITADO
003050         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
003060         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003070         GO TO 1000-EXIT
003080     END-IF.
003090
003100     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
003110     DISPLAY WS-LEGAJO-MENSAJE.
003120     ACCEPT WS-LEGAJO-PEDIDO FROM CONSOLE.
003130     IF WS-LEGAJO-PEDIDO = ZEROS
003140         DISPLAY WS-PERIODO-MENSAJE
003150         ACCEPT WS-PERIODO-PEDIDO FROM CONSOLE
003160     END-IF.
003170
003180     OPEN INPUT EMPLEADO-MASTER.
003190     IF NOT WS-EMPMAST-OK
003200         DISPLAY "ERROR AL ABRIR EMPLEADO-MASTER, STATUS = "
003210             WS-EMPMAST-STATUS
003220         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003230         GO TO 1000-EXIT
003240     END-IF.
003250
003260     OPEN INPUT CATEGORIA-MASTER.
003270     IF NOT WS-CATMAST-OK
003280         DISPLAY "ERROR AL ABRIR CATEGORIA-MASTER, STATUS = "
003290             WS-CATMAST-STATUS
003300         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003310         GO TO 1000-EXIT
003320     END-IF.
003330
003340     OPEN INPUT LIQUIDACION-HIST.
003350     IF NOT WS-LIQHIST-OK
003360         DISPLAY "ERROR AL ABRIR LIQUIDACION-HIST, STATUS = "
003370             WS-LIQHIST-STATUS
003380         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003390         GO TO 1000-EXIT
003400     END-IF.
003410
003420     OPEN INPUT HISTORIA-LEGAJO.
003430     IF NOT WS-LEGHIST-OK
003440         DISPLAY "ERROR AL ABRIR HISTORIA-LEGAJO, STATUS = "
003450             WS-LEGHIST-STATUS
003460         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003470         GO TO 1000-EXIT
003480     END-IF.
003490
003500     OPEN INPUT RECIBO-FIRMA.
003510     IF NOT WS-RECFIRMA-OK
003520         DISPLAY "ERROR AL ABRIR RECIBO-FIRMA, STATUS = "
003530             WS-RECFIRMA-STATUS
003540         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003550         GO TO 1000-EXIT
003560     END-IF.
003570     OPEN OUTPUT CERT-REPORT.
003580     IF NOT WS-CERTRPT-OK
003590         DISPLAY "ERROR AL ABRIR CERT-REPORT, STATUS = "
003600             WS-CERTRPT-STATUS
003610         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003620         GO TO 1000-EXIT
003630     END-IF.
003640
003650     MOVE "OK" TO WS-BIT-RESULTADO.
003660     SET INICIO-COMPLETO TO TRUE.
003670 1000-EXIT.
003680     EXIT.
003690
003700*****************************************************************
003710* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
003720* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
003730* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
003740* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
003750* LOS ROLES MENORES)
003760*****************************************************************
003770 1050-VALIDAR-OPERADOR.
003780     MOVE "N" TO WS-OPERADOR-SW.
003790     OPEN INPUT OPERADOR-MASTER.
003800     IF NOT WS-OPERMAST-OK
003810         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
003820             WS-OPERMAST-STATUS
003830         GO TO 1050-EXIT
003840     END-IF.
003850     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
003860     READ OPERADOR-MASTER
003870         INVALID KEY
003880             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
003890             CLOSE OPERADOR-MASTER
003900             GO TO 1050-EXIT
003910     END-READ.
003920     CLOSE OPERADOR-MASTER.
003930     MOVE OP-ROL TO WS-OPERADOR-ROL.
003940     IF NOT OP-HABILITADO
003950         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
003960         GO TO 1050-EXIT
003970     END-IF.
003980     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
003990         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
004000             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
004010             ", REQUIERE " WS-ROL-REQUERIDO ")"
004020         GO TO 1050-EXIT
004030     END-IF.
004040     SET OPERADOR-HABILITADO TO TRUE.
004050 1050-EXIT.
004060     EXIT.
004070
004080*****************************************************************
004090* MODO TODOS: RECORRE EL MAESTRO Y CERTIFICA CADA LEGAJO CON
004100* FECHA DE EGRESO EN EL PERIODO PEDIDO
004110*****************************************************************
004120 2000-RECORRER-EGRESADOS.
004130     READ EMPLEADO-MASTER NEXT RECORD
004140         AT END
004150             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004160             GO TO 2000-EXIT
004170     END-READ.
004180
004190     IF EMP-ACTIVO
004200         GO TO 2000-EXIT
004210     END-IF.
004220     MOVE EMP-FECHA-EGRESO TO WS-FECHA-EGRESO-W.
004230     IF WS-EGRESO-AAAAMM NOT EQUAL WS-PERIODO-PEDIDO
004240         GO TO 2000-EXIT
004250     END-IF.
004260
004270     PERFORM 3000-CERTIFICAR-LEGAJO THRU 3000-EXIT.
004280 2000-EXIT.
004290     EXIT.
004300
004310*****************************************************************
004320* MODO LEGAJO PUNTUAL: LO BUSCA EN EL MAESTRO Y LO CERTIFICA
004330*****************************************************************
004340 2500-CERTIFICAR-PEDIDO.
004350     MOVE "N" TO WS-LEGAJO-EXISTE-SW.
004360     MOVE WS-LEGAJO-PEDIDO TO EMP-LEGAJO.
004370     READ EMPLEADO-MASTER
004380         INVALID KEY
004390             CONTINUE
004400         NOT INVALID KEY
004410             SET LEGAJO-EXISTE TO TRUE
004420     END-READ.
004430
004440     IF NOT LEGAJO-EXISTE
004450         DISPLAY "LEGAJO INEXISTENTE: " WS-LEGAJO-PEDIDO
004460         GO TO 2500-EXIT
004470     END-IF.
004480
004490     PERFORM 3000-CERTIFICAR-LEGAJO THRU 3000-EXIT.
004500 2500-EXIT.
004510     EXIT.
004520
004530*****************************************************************
004540* EMITE LA CERTIFICACION COMPLETA DEL LEGAJO LEIDO EN
004550* EMPLEADO-MASTER: ENCABEZADO, DETALLE MENSUAL CON SUBTOTALES
004560* POR ANIO, TOTALES GENERALES, PERIODOS FALTANTES Y
004570* CERTIFICADO ART. 80
004580*****************************************************************
004590 3000-CERTIFICAR-LEGAJO.
004600     ADD 1 TO WS-CANT-CERTIFICADOS.
004610     MOVE ZEROS TO WS-TOTAL-BRUTO.
004620     MOVE ZEROS TO WS-TOTAL-JUBILACION.
004630     MOVE ZEROS TO WS-TOTAL-OBRA-SOCIAL.
004640     MOVE ZEROS TO WS-ANIO-BRUTO.
004650     MOVE ZEROS TO WS-ANIO-JUBILACION.
004660     MOVE ZEROS TO WS-ANIO-OBRA-SOCIAL.
004670     MOVE ZEROS TO WS-ANIO-EN-CURSO.
004680     MOVE ZEROS TO WS-PRIMER-PERIODO.
004690     MOVE ZEROS TO WS-ULTIMO-PERIODO.
004700
004710     PERFORM 3100-EMITIR-ENCABEZADO THRU 3100-EXIT.
004720
004730     *> Recorre el historico completo del legajo en orden de
004740     *> periodo (la clave es legajo + periodo)
004750     MOVE "N" TO WS-HIST-FIN-SW.
004760     MOVE EMP-LEGAJO TO LQ-LEGAJO.
004770     MOVE ZEROS TO LQ-PERIODO.
004780     START LIQUIDACION-HIST KEY NOT LESS THAN LQ-CLAVE
004790         INVALID KEY
004800             MOVE "S" TO WS-HIST-FIN-SW
004810     END-START.
004820     PERFORM 3200-DETALLAR-PERIODO THRU 3200-EXIT
004830         UNTIL HIST-FIN.
004840
004850     IF WS-ANIO-EN-CURSO > ZEROS
004860         PERFORM 3300-SUBTOTAL-ANIO THRU 3300-EXIT
004870     END-IF.
004880
004890     PERFORM 3400-EMITIR-TOTALES THRU 3400-EXIT.
004900     PERFORM 3450-LISTAR-CAMBIOS THRU 3450-EXIT.
004910     PERFORM 3500-LISTAR-FALTANTES THRU 3500-EXIT.
004920     PERFORM 3550-CONTROLAR-FIRMAS THRU 3550-EXIT.
004930     PERFORM 3600-EMITIR-ART-80 THRU 3600-EXIT.
004940 3000-EXIT.
004950     EXIT.
004960
004970*****************************************************************
004980* ENCABEZADO DE LA CERTIFICACION CON LOS DATOS DEL EMPLEADOR
004990* Y DEL EMPLEADO
005000*****************************************************************
005010 3100-EMITIR-ENCABEZADO.
005020     MOVE SPACES TO LINEA-CERTIFICADO.
005030     WRITE LINEA-CERTIFICADO FROM WS-BANNER-1
005040         AFTER ADVANCING NUEVA-PAGINA.
005050
005060     STRING "CERTIFICACION DE SERVICIOS Y REMUNERACIONES"
005070         DELIMITED SIZE INTO LINEA-CERTIFICADO.
005080     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
005090
005100     STRING "EMPLEADOR: GREMIO DE CAMIONEROS - CCT 40/89"
005110         DELIMITED SIZE INTO LINEA-CERTIFICADO.
005120     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
005130
005140     WRITE LINEA-CERTIFICADO FROM WS-BANNER-1
005150         AFTER ADVANCING 1 LINE.
005160
005170     STRING "LEGAJO: " EMP-LEGAJO "  " EMP-NOMBRE
005180         DELIMITED SIZE INTO LINEA-CERTIFICADO.
005190     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
005200
005210     COMPUTE WS-ANIO-INGRESO =
005220         WS-FECHA-AAAA - EMP-ANTIGUEDAD-ANOS.
005230     STRING "CUIL: " EMP-CUIL
005240         "   ANIO DE INGRESO (S/ANTIG.): " WS-ANIO-INGRESO
005250         DELIMITED SIZE INTO LINEA-CERTIFICADO.
005260     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
005270
005280     MOVE EMP-CATEGORIA TO CAT-CODIGO.
005290     READ CATEGORIA-MASTER
005300         INVALID KEY
005310             MOVE SPACES TO WS-CATEGORIA-DESC
005320         NOT INVALID KEY
005330             MOVE CAT-DESCRIPCION TO WS-CATEGORIA-DESC
005340     END-READ.
005350     STRING "CATEGORIA DESEMPENIADA: " EMP-CATEGORIA
005360         "  " WS-CATEGORIA-DESC
005370         DELIMITED SIZE INTO LINEA-CERTIFICADO.
005380     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
005390
005400     WRITE LINEA-CERTIFICADO FROM WS-BANNER-1
005410         AFTER ADVANCING 1 LINE.
005420
005430     STRING "PERIODO    REMUNERACION BRUTA   AP.JUBILACION"
005440         "   AP.OBRA SOCIAL"
005450         DELIMITED SIZE INTO LINEA-CERTIFICADO.
005460     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
005470 3100-EXIT.
005480     EXIT.
005490
005500*****************************************************************
005510* DETALLA UN PERIODO DEL HISTORICO DEL LEGAJO, CON SUBTOTAL
005520* AL CAMBIAR EL ANIO CALENDARIO
005530*****************************************************************
005540 3200-DETALLAR-PERIODO.
005550     READ LIQUIDACION-HIST NEXT RECORD
005560         AT END
005570             MOVE "S" TO WS-HIST-FIN-SW
005580             GO TO 3200-EXIT
005590     END-READ.
005600
005610     IF LQ-LEGAJO NOT EQUAL EMP-LEGAJO
005620         MOVE "S" TO WS-HIST-FIN-SW
005630         GO TO 3200-EXIT
005640     END-IF.
005650
005660     MOVE LQ-PERIODO TO WS-PERIODO-LEIDO.
005670
005680     IF WS-ANIO-EN-CURSO > ZEROS
005690             AND WS-LEIDO-AAAA NOT EQUAL WS-ANIO-EN-CURSO
005700         PERFORM 3300-SUBTOTAL-ANIO THRU 3300-EXIT
005710     END-IF.
005720     MOVE WS-LEIDO-AAAA TO WS-ANIO-EN-CURSO.
005730
005740     *> Solo los meses reales (01-12) cuentan para el control
005750     *> de periodos faltantes; los 41-52 son vacaciones
005760     IF WS-LEIDO-MM NOT GREATER 12
005770         IF WS-PRIMER-PERIODO = ZEROS
005780             MOVE WS-PERIODO-LEIDO TO WS-PRIMER-PERIODO
005790         END-IF
005800         MOVE WS-PERIODO-LEIDO TO WS-ULTIMO-PERIODO
005810     END-IF.
005820
005830     MOVE SPACES TO LINEA-CERTIFICADO.
005840     MOVE LQ-TOTAL-BRUTO TO WS-EDIT-IMPORTE.
005850     IF WS-LEIDO-MM > 12
005860         STRING WS-PERIODO-LEIDO " VACAC.  $" WS-EDIT-IMPORTE
005870             DELIMITED SIZE INTO LINEA-CERTIFICADO
005880     ELSE
005890         STRING WS-PERIODO-LEIDO "         $" WS-EDIT-IMPORTE
005900             DELIMITED SIZE INTO LINEA-CERTIFICADO
005910     END-IF.
005920     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
005930
005940     MOVE LQ-DED-JUBILACION TO WS-EDIT-IMPORTE.
005950     MOVE SPACES TO LINEA-CERTIFICADO.
005960     STRING "             AP.JUB. $" WS-EDIT-IMPORTE
005970         DELIMITED SIZE INTO LINEA-CERTIFICADO.
005980     MOVE LQ-DED-OBRA-SOCIAL TO WS-EDIT-IMPORTE.
005990     STRING "  AP.O.S. $" WS-EDIT-IMPORTE
006000         DELIMITED SIZE INTO LINEA-CERTIFICADO (35:).
006010     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
006020
006030     ADD LQ-TOTAL-BRUTO TO WS-ANIO-BRUTO.
006040     ADD LQ-DED-JUBILACION TO WS-ANIO-JUBILACION.
006050     ADD LQ-DED-OBRA-SOCIAL TO WS-ANIO-OBRA-SOCIAL.
006060     ADD LQ-TOTAL-BRUTO TO WS-TOTAL-BRUTO.
006070     ADD LQ-DED-JUBILACION TO WS-TOTAL-JUBILACION.
006080     ADD LQ-DED-OBRA-SOCIAL TO WS-TOTAL-OBRA-SOCIAL.
006090 3200-EXIT.
006100     EXIT.
006110
006120*****************************************************************
006130* IMPRIME EL SUBTOTAL DEL ANIO CALENDARIO QUE TERMINA
006140*****************************************************************
006150 3300-SUBTOTAL-ANIO.
006160     MOVE SPACES TO LINEA-CERTIFICADO.
006170     MOVE WS-ANIO-BRUTO TO WS-EDIT-IMPORTE-GRANDE.
006180     STRING "TOTAL ANIO " WS-ANIO-EN-CURSO
006190         " BRUTO $" WS-EDIT-IMPORTE-GRANDE
006200         DELIMITED SIZE INTO LINEA-CERTIFICADO.
006210     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
006220
006230     MOVE SPACES TO LINEA-CERTIFICADO.
006240     MOVE WS-ANIO-JUBILACION TO WS-EDIT-IMPORTE.
006250     STRING "           AP.JUBILACION $" WS-EDIT-IMPORTE
006260         DELIMITED SIZE INTO LINEA-CERTIFICADO.
006270     MOVE WS-ANIO-OBRA-SOCIAL TO WS-EDIT-IMPORTE.
006280     STRING "  AP.O.SOCIAL $" WS-EDIT-IMPORTE
006290         DELIMITED SIZE INTO LINEA-CERTIFICADO (41:).
006300     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
006310
006320     MOVE ZEROS TO WS-ANIO-BRUTO.
006330     MOVE ZEROS TO WS-ANIO-JUBILACION.
006340     MOVE ZEROS TO WS-ANIO-OBRA-SOCIAL.
006350 3300-EXIT.
006360     EXIT.
006370
006380*****************************************************************
006390* TOTALES GENERALES DE TODOS LOS PERIODOS CERTIFICADOS
006400*****************************************************************
006410 3400-EMITIR-TOTALES.
006420     MOVE SPACES TO LINEA-CERTIFICADO.
006430     WRITE LINEA-CERTIFICADO FROM WS-BANNER-1
006440         AFTER ADVANCING 1 LINE.
006450
006460     MOVE WS-TOTAL-BRUTO TO WS-EDIT-IMPORTE-GRANDE.
006470     STRING "TOTAL REMUNERACIONES BRUTAS ......... $"
006480         WS-EDIT-IMPORTE-GRANDE
006490         DELIMITED SIZE INTO LINEA-CERTIFICADO.
006500     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
006510
006520     MOVE WS-TOTAL-JUBILACION TO WS-EDIT-IMPORTE-GRANDE.
006530     STRING "TOTAL APORTES DE JUBILACION ......... $"
006540         WS-EDIT-IMPORTE-GRANDE
006550         DELIMITED SIZE INTO LINEA-CERTIFICADO.
006560     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
006570
006580     MOVE WS-TOTAL-OBRA-SOCIAL TO WS-EDIT-IMPORTE-GRANDE.
006590     STRING "TOTAL APORTES DE OBRA SOCIAL ........ $"
006600         WS-EDIT-IMPORTE-GRANDE
006610         DELIMITED SIZE INTO LINEA-CERTIFICADO.
006620     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
006630 3400-EXIT.
006640     EXIT.
006650
006660*****************************************************************
006670* LISTA DESDE LA HISTORIA CONTRACTUAL LAS CATEGORIAS Y CENTROS
006680* DE COSTOS QUE TUVO EL LEGAJO CON LA FECHA DESDE LA QUE RIGE
006690* CADA UNO. LOS CAMBIOS DE CBU NO SE CERTIFICAN. UN LEGAJO SIN
006700* HISTORIA NO TUVO CAMBIOS Y NO IMPRIME ESTA SECCION.
006710*****************************************************************
006720 3450-LISTAR-CAMBIOS.
006730     MOVE "N" TO WS-CAMBIOS-TITULO-SW.
006740     MOVE "N" TO WS-LEGHIST-FIN-SW.
006750     MOVE EMP-LEGAJO TO LH-LEGAJO.
006760     MOVE ZEROS TO LH-FECHA-VIGENCIA.
006770     START HISTORIA-LEGAJO KEY NOT LESS THAN LH-CLAVE
006780         INVALID KEY
006790             SET LEGHIST-FIN TO TRUE
006800     END-START.
006810     PERFORM 3460-LISTAR-UN-CAMBIO THRU 3460-EXIT
006820         UNTIL LEGHIST-FIN.
006830 3450-EXIT.
006840     EXIT.
006850
006860 3460-LISTAR-UN-CAMBIO.
006870     READ HISTORIA-LEGAJO NEXT RECORD
006880         AT END
006890             SET LEGHIST-FIN TO TRUE
006900             GO TO 3460-EXIT
006910     END-READ.
006920     IF LH-LEGAJO NOT EQUAL EMP-LEGAJO
006930         SET LEGHIST-FIN TO TRUE
006940         GO TO 3460-EXIT
006950     END-IF.
006960     *> Una modificacion que solo cambio el CBU no se lista
006970     IF LH-ORIGEN-MODIFICACION
006980             AND NOT LH-CAMBIA-CATEGORIA AND NOT LH-CAMBIA-CENTRO
006990         GO TO 3460-EXIT
007000     END-IF.
007010
007020     IF NOT CAMBIOS-TITULO-IMPRESO
007030         MOVE SPACES TO LINEA-CERTIFICADO
007040         WRITE LINEA-CERTIFICADO FROM WS-BANNER-1
007050             AFTER ADVANCING 1 LINE
007060         STRING "CATEGORIAS Y CENTROS DE COSTOS DESEMPENIADOS:"
007070             DELIMITED SIZE INTO LINEA-CERTIFICADO
007080         WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE
007090         SET CAMBIOS-TITULO-IMPRESO TO TRUE
007100     END-IF.
007110
007120     MOVE LH-CATEGORIA TO CAT-CODIGO.
007130     READ CATEGORIA-MASTER
007140         INVALID KEY
007150             MOVE SPACES TO CAT-DESCRIPCION
007160     END-READ.
007170     MOVE SPACES TO LINEA-CERTIFICADO.
007180     IF LH-FECHA-VIGENCIA = ZEROS
007190         STRING "  DESDE EL INGRESO " DELIMITED SIZE
007200             INTO LINEA-CERTIFICADO
007210     ELSE
007220         MOVE LH-FECHA-VIGENCIA TO WS-FECHA-VIGENCIA
007230         MOVE WS-VIGENCIA-DD TO WS-EDIT-VIG-DD
007240         MOVE WS-VIGENCIA-MM TO WS-EDIT-VIG-MM
007250         MOVE WS-VIGENCIA-AAAA TO WS-EDIT-VIG-AAAA
007260         STRING "  DESDE " WS-EDIT-VIGENCIA " " DELIMITED SIZE
007270             INTO LINEA-CERTIFICADO
007280     END-IF.
007290     STRING "CAT " LH-CATEGORIA " " CAT-DESCRIPCION
007300         " CC " LH-CENTRO-COSTOS
007310         DELIMITED SIZE INTO LINEA-CERTIFICADO (21:).
007320     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
007330 3460-EXIT.
007340     EXIT.
007350
007360*****************************************************************
007370* LISTA LOS MESES SIN REGISTRO EN EL HISTORICO ENTRE EL
007380* PRIMER Y EL ULTIMO PERIODO LIQUIDADO DEL LEGAJO, PARA SABER
007390* QUE PERIODOS HAY QUE RECONSTRUIR A MANO
007400*****************************************************************
007410 3500-LISTAR-FALTANTES.
007420     IF WS-PRIMER-PERIODO = ZEROS
007430         MOVE SPACES TO LINEA-CERTIFICADO
007440         STRING "SIN LIQUIDACIONES EN EL HISTORICO"
007450             DELIMITED SIZE INTO LINEA-CERTIFICADO
007460         WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE
007470         GO TO 3500-EXIT
007480     END-IF.
007490
007500     MOVE ZEROS TO WS-CANT-FALTANTES.
007510     MOVE WS-PRIMER-PERIODO TO WS-SCAN-PERIODO.
007520     PERFORM 3510-CONTROLAR-MES THRU 3510-EXIT
007530         UNTIL WS-SCAN-PERIODO > WS-ULTIMO-PERIODO.
007540
007550     IF WS-CANT-FALTANTES > ZEROS
007560         MOVE WS-CANT-FALTANTES TO WS-EDIT-CANTIDAD
007570         MOVE SPACES TO LINEA-CERTIFICADO
007580         STRING "ATENCION: " WS-EDIT-CANTIDAD
007590             " PERIODOS SIN REGISTRO, RECONSTRUIR A MANO"
007600             DELIMITED SIZE INTO LINEA-CERTIFICADO
007610         WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE
007620     END-IF.
007630 3500-EXIT.
007640     EXIT.
007650
007660*****************************************************************
007670* CONTROLA UN MES DEL RANGO: SI NO ESTA EN EL HISTORICO LO
007680* LISTA COMO FALTANTE, Y AVANZA AL MES SIGUIENTE
007690*****************************************************************
007700 3510-CONTROLAR-MES.
007710     MOVE EMP-LEGAJO TO LQ-LEGAJO.
007720     MOVE WS-SCAN-PERIODO TO LQ-PERIODO.
007730     READ LIQUIDACION-HIST
007740         INVALID KEY
007750             ADD 1 TO WS-CANT-FALTANTES
007760             MOVE SPACES TO LINEA-CERTIFICADO
007770             STRING "  FALTA PERIODO " WS-SCAN-PERIODO
007780                 DELIMITED SIZE INTO LINEA-CERTIFICADO
007790             WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE
007800     END-READ.
007810
007820     IF WS-SCAN-MM = 12
007830         ADD 1 TO WS-SCAN-AAAA
007840         MOVE 01 TO WS-SCAN-MM
007850     ELSE
007860         ADD 1 TO WS-SCAN-MM
007870     END-IF.
007880 3510-EXIT.
007890     EXIT.
007900
007910*****************************************************************
007920* RECORRE EL REGISTRO DE FIRMA DEL LEGAJO (LA CLAVE ES LEGAJO +
007930* PERIODO + TIPO DE LIQUIDACION) Y DECLARA SI CONSTAN FIRMADOS
007940* LOS DUPLICADOS DE TODOS LOS RECIBOS EMITIDOS (ARTS. 138 A 140
007950* LCT). LA FIRMA EN DISCONFORMIDAD Y LA ACEPTACION ELECTRONICA
007960* CUENTAN COMO FIRMADOS; LOS QUE FALTAN SE LISTAN UNO POR UNO.
007970*****************************************************************
007980 3550-CONTROLAR-FIRMAS.
007990     MOVE ZEROS TO WS-CANT-RECIBOS.
008000     MOVE ZEROS TO WS-CANT-FIRMADOS.
008010     MOVE ZEROS TO WS-CANT-DISCONFORMES.
008020     MOVE ZEROS TO WS-CANT-SIN-FIRMA.
008030
008040     MOVE SPACES TO LINEA-CERTIFICADO.
008050     WRITE LINEA-CERTIFICADO FROM WS-BANNER-1
008060         AFTER ADVANCING 1 LINE.
008070     STRING "DUPLICADOS DE RECIBOS (ARTS. 138 A 140 LCT):"
008080         DELIMITED SIZE INTO LINEA-CERTIFICADO.
008090     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
008100
008110     MOVE "N" TO WS-RECFIRMA-FIN-SW.
008120     MOVE EMP-LEGAJO TO RF-LEGAJO.
008130     MOVE ZEROS TO RF-PERIODO.
008140     MOVE SPACES TO RF-TIPO-LIQ.
008150     START RECIBO-FIRMA KEY NOT LESS THAN RF-CLAVE
008160         INVALID KEY
008170             SET RECFIRMA-FIN TO TRUE
008180     END-START.
008190     PERFORM 3560-CONTROLAR-UN-RECIBO THRU 3560-EXIT
008200         UNTIL RECFIRMA-FIN.
008210
008220     MOVE SPACES TO LINEA-CERTIFICADO.
008230     IF WS-CANT-RECIBOS = ZEROS
008240         STRING "SIN RECIBOS REGISTRADOS EN EL CONTROL DE FIRMA"
008250             DELIMITED SIZE INTO LINEA-CERTIFICADO
008260         WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE
008270         GO TO 3550-EXIT
008280     END-IF.
008290
008300     IF WS-CANT-SIN-FIRMA = ZEROS
008310         MOVE WS-CANT-RECIBOS TO WS-EDIT-CANTIDAD
008320         STRING "CONSTAN FIRMADOS LOS DUPLICADOS DE LOS "
008330             WS-EDIT-CANTIDAD " RECIBOS EMITIDOS"
008340             DELIMITED SIZE INTO LINEA-CERTIFICADO
008350     ELSE
008360         MOVE WS-CANT-SIN-FIRMA TO WS-EDIT-CANTIDAD
008370         STRING "ATENCION: " WS-EDIT-CANTIDAD
008380             " RECIBOS SIN FIRMA DEL EMPLEADO"
008390             DELIMITED SIZE INTO LINEA-CERTIFICADO
008400     END-IF.
008410     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
008420
008430     IF WS-CANT-DISCONFORMES > ZEROS
008440         MOVE WS-CANT-DISCONFORMES TO WS-EDIT-CANTIDAD
008450         MOVE SPACES TO LINEA-CERTIFICADO
008460         STRING "  DE ELLOS " WS-EDIT-CANTIDAD
008470             " FIRMADOS EN DISCONFORMIDAD"
008480             DELIMITED SIZE INTO LINEA-CERTIFICADO
008490         WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE
008500     END-IF.
008510 3550-EXIT.
008520     EXIT.
008530
008540 3560-CONTROLAR-UN-RECIBO.
008550     READ RECIBO-FIRMA NEXT RECORD
008560         AT END
008570             SET RECFIRMA-FIN TO TRUE
008580             GO TO 3560-EXIT
008590     END-READ.
008600     IF RF-LEGAJO NOT EQUAL EMP-LEGAJO
008610         SET RECFIRMA-FIN TO TRUE
008620         GO TO 3560-EXIT
008630     END-IF.
008640
008650     ADD 1 TO WS-CANT-RECIBOS.
008660     IF RF-CON-FIRMA
008670         ADD 1 TO WS-CANT-FIRMADOS
008680         IF RF-DISCONFORME
008690             ADD 1 TO WS-CANT-DISCONFORMES
008700         END-IF
008710         GO TO 3560-EXIT
008720     END-IF.
008730
008740     ADD 1 TO WS-CANT-SIN-FIRMA.
008750     MOVE RF-FECHA-EMISION TO WS-FECHA-VIGENCIA.
008760     MOVE WS-VIGENCIA-DD TO WS-EDIT-VIG-DD.
008770     MOVE WS-VIGENCIA-MM TO WS-EDIT-VIG-MM.
008780     MOVE WS-VIGENCIA-AAAA TO WS-EDIT-VIG-AAAA.
008790     MOVE SPACES TO LINEA-CERTIFICADO.
008800     STRING "  SIN FIRMA: RECIBO " RF-LEGAJO "-" RF-PERIODO "-"
008810         RF-TIPO-LIQ " EMITIDO EL " WS-EDIT-VIGENCIA
008820         DELIMITED SIZE INTO LINEA-CERTIFICADO.
008830     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
008840 3560-EXIT.
008850     EXIT.
008860
008870*****************************************************************
008880* CERTIFICADO DE TRABAJO DEL ART. 80 LCT: TIEMPO DE SERVICIOS
008890* Y MOTIVO DE EGRESO DEL LEGAJO
008900*****************************************************************
008910 3600-EMITIR-ART-80.
008920     MOVE SPACES TO LINEA-CERTIFICADO.
008930     WRITE LINEA-CERTIFICADO FROM WS-BANNER-1
008940         AFTER ADVANCING 1 LINE.
008950
008960     STRING "CERTIFICADO DE TRABAJO - ART. 80 LCT"
008970         DELIMITED SIZE INTO LINEA-CERTIFICADO.
008980     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
008990
009000     IF EMP-ACTIVO
009010         STRING "EL LEGAJO CONTINUA ACTIVO A LA FECHA"
009020             DELIMITED SIZE INTO LINEA-CERTIFICADO
009030         WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE
009040         GO TO 3600-EXIT
009050     END-IF.
009060
009070     STRING "FECHA DE EGRESO: " EMP-FECHA-EGRESO
009080         DELIMITED SIZE INTO LINEA-CERTIFICADO.
009090     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
009100
009110     MOVE SPACES TO LINEA-CERTIFICADO.
009120     IF EMP-EGRESO-RENUNCIA
009130         STRING "MOTIVO DE EGRESO: RENUNCIA"
009140             DELIMITED SIZE INTO LINEA-CERTIFICADO
009150     ELSE
009160         IF EMP-EGRESO-DESPIDO-SC
009170             STRING "MOTIVO DE EGRESO: DESPIDO SIN CAUSA"
009180                 DELIMITED SIZE INTO LINEA-CERTIFICADO
009190         ELSE
009200             STRING "MOTIVO DE EGRESO: DESPIDO CON CAUSA"
009210                 DELIMITED SIZE INTO LINEA-CERTIFICADO
009220         END-IF
009230     END-IF.
009240     WRITE LINEA-CERTIFICADO AFTER ADVANCING 1 LINE.
009250 3600-EXIT.
009260     EXIT.
009270
009280 8000-FINALIZAR.
009290     IF INICIO-ABORTADO
009300         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: NO "
009310             "SE EMITE LA CERTIFICACION"
009320         GO TO 8000-CERRAR
009330     END-IF.
009340
009350     MOVE WS-CANT-CERTIFICADOS TO WS-EDIT-CANTIDAD.
009360     DISPLAY "CERTIFICACIONES EMITIDAS: " WS-EDIT-CANTIDAD.
009370
009380 8000-CERRAR.
009390     CLOSE EMPLEADO-MASTER.
009400     CLOSE CATEGORIA-MASTER.
009410     CLOSE LIQUIDACION-HIST.
009420     CLOSE HISTORIA-LEGAJO.
009430     CLOSE RECIBO-FIRMA.
009440     CLOSE CERT-REPORT.
009450     STRING "LEGAJO=" WS-LEGAJO-PEDIDO " PERIODO="
009460         WS-PERIODO-PEDIDO " CERTIFICADOS=" WS-CANT-CERTIFICADOS
009470         DELIMITED SIZE INTO WS-BIT-DETALLE.
009480     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
009490     DISPLAY "FIN DE LA CERTIFICACION DE SERVICIOS.".
009500 8000-EXIT.
009510     EXIT.
009520
009530*****************************************************************
009540* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
009550* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
009560* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
009570*****************************************************************
009580 9900-REGISTRAR-BITACORA.
009590     IF WS-BIT-RESULTADO = SPACES
009600         MOVE "ABORTADO" TO WS-BIT-RESULTADO
009610     END-IF.
009620     OPEN EXTEND AUDIT-LOG.
009630     IF NOT WS-AUDITLOG-OK
009640         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
009650             WS-AUDITLOG-STATUS
009660         GO TO 9900-EXIT
009670     END-IF.
009680     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
009690     ACCEPT WS-HORA-BITACORA FROM TIME.
009700     MOVE SPACES TO BITACORA-REG.
009710     MOVE WS-FECHA-BITACORA TO BT-FECHA.
009720     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
009730     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
009740     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
009750     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
009760     MOVE WS-BIT-DETALLE TO BT-DETALLE.
009770     WRITE BITACORA-REG.
009780     CLOSE AUDIT-LOG.
009790 9900-EXIT.
009800     EXIT.

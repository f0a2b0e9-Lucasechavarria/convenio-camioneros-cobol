000150* CORRELATIVA QUE CONTINUA DE LA DEL MES ANTERIOR (ARCHIVO DE
000160* CONTROL DE FOLIOS) Y TOTALES GENERALES AL FINAL QUE DEBEN
000170* CUADRAR CON EL CIERRE DE NOMINA DEL PERIODO.
000180* CADA HOJA DECLARA SI EL DUPLICADO DEL RECIBO DEL MES CONSTA
000190* FIRMADO POR EL EMPLEADO (REGISTRO DE FIRMA RECFIRMA).
000200*-----------------------------------------------------------------
000210* MOD-HIST:
000220*   2026-09-02 JCM  VERSION ORIGINAL.
000230*   2026-09-02 JCM  UNA REEMISION DEL MISMO PERIODO
000240*                   (REIMPRESION O CONTROL DE TOTALES) REUSA
000250*                   LOS FOLIOS YA ASIGNADOS EN LUGAR DE
000260*                   AVANZAR LA NUMERACION CORRELATIVA: EL
000270*                   CONTROL DE FOLIOS GUARDA EL FOLIO BASE.
000280*   2026-10-05 JCM  LA HOJA MUESTRA LOS VIATICOS POR VIAJE
000290*                   (KILOMETRO, PERNOCTADAS, COMIDAS EN RUTA Y
000300*                   CRUCE DE FRONTERA) CUANDO EL MES LOS TIENE.
000310*   2026-10-11 JCM  OPERADOR VALIDADO CONTRA OPERMAST SEGUN SU
000320*                   ROL Y RENGLON DE LA CORRIDA EN LA BITACORA
000330*                   UNIFICADA (AUDITLOG).
000340*   2026-10-15 JCM  CADA HOJA DECLARA SI EL DUPLICADO DEL RECIBO
000350*                   CONSTA FIRMADO, EN DISCONFORMIDAD, ACEPTADO
000360*                   ELECTRONICAMENTE O PENDIENTE, SEGUN RECFIRMA;
000370*                   LOS TOTALES CUENTAN CADA SITUACION.
000380*****************************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 SPECIAL-NAMES.
000450     C01 IS NUEVA-PAGINA.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT LIQUIDACION-HIST
000500         ASSIGN TO LIQHIST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS LQ-CLAVE
000540         FILE STATUS IS WS-LIQHIST-STATUS.
000550
000560     SELECT EMPLEADO-MASTER
000570         ASSIGN TO EMPMAST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS EMP-LEGAJO
000610         FILE STATUS IS WS-EMPMAST-STATUS.
000620
000630     SELECT CATEGORIA-MASTER
000640         ASSIGN TO CATMAST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS CAT-CODIGO
000680         FILE STATUS IS WS-CATMAST-STATUS.
000690
000700     SELECT RECIBO-FIRMA
000710         ASSIGN TO RECFIRMA
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS RF-CLAVE
000750         FILE STATUS IS WS-RECFIRMA-STATUS.
000760
000770     SELECT FOLIO-CONTROL
000780         ASSIGN TO FOLIOCTL
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-FOLIOCTL-STATUS.
000810
000820     SELECT LIBRO-REPORT
000830         ASSIGN TO LIBRORPT
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-LIBRORPT-STATUS.
000860
000870     SELECT OPERADOR-MASTER
000880         ASSIGN TO OPERMAST
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS OP-OPERADOR
000920         FILE STATUS IS WS-OPERMAST-STATUS.
000930
000940     SELECT AUDIT-LOG
000950         ASSIGN TO AUDITLOG
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-AUDITLOG-STATUS.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  LIQUIDACION-HIST
001020     LABEL RECORDS ARE STANDARD.
001030 COPY LIQHIST.
001040
001050 FD  EMPLEADO-MASTER
001060     LABEL RECORDS ARE STANDARD.
001070 COPY EMPMAST.
001080
001090 FD  CATEGORIA-MASTER
001100     LABEL RECORDS ARE STANDARD.
001110 COPY CATMAST.
001120
001130 FD  RECIBO-FIRMA
001140     LABEL RECORDS ARE STANDARD.
001150 COPY RECFIRMA.
001160
001170 FD  FOLIO-CONTROL
001180     LABEL RECORDS ARE STANDARD.
001190 COPY FOLIOCTL.
001200
001210 FD  LIBRO-REPORT
001220     LABEL RECORDS ARE STANDARD.
001230 COPY LIBRORPT.
001240
001250 FD  OPERADOR-MASTER
001260     LABEL RECORDS ARE STANDARD.
001270 COPY OPERMAST.
001280
001290 FD  AUDIT-LOG
001300     LABEL RECORDS ARE STANDARD.
001310 COPY AUDITLOG.
001320
001330 WORKING-STORAGE SECTION.
001340
001350*****************************************************************
001360* SWITCHES DE CONTROL DE PROCESO
001370*****************************************************************
001380 01  WS-LIQHIST-STATUS         PIC X(02) VALUE ZEROS.
001390     88  WS-LIQHIST-OK             VALUE "00".
001400
001410 01  WS-EMPMAST-STATUS         PIC X(02) VALUE ZEROS.
001420     88  WS-EMPMAST-OK             VALUE "00".
001430
001440 01  WS-CATMAST-STATUS         PIC X(02) VALUE ZEROS.
001450     88  WS-CATMAST-OK             VALUE "00".
001460
001470 01  WS-RECFIRMA-STATUS        PIC X(02) VALUE ZEROS.
001480     88  WS-RECFIRMA-OK            VALUE "00".
001490
001500 01  WS-FOLIOCTL-STATUS        PIC X(02) VALUE ZEROS.
001510     88  WS-FOLIOCTL-OK            VALUE "00".
001520
001530 01  WS-LIBRORPT-STATUS        PIC X(02) VALUE ZEROS.
001540     88  WS-LIBRORPT-OK            VALUE "00".
001550
001560 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
001570     88  WS-OPERMAST-OK            VALUE "00".
001580
001590 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
001600     88  WS-AUDITLOG-OK            VALUE "00".
001610
001620 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
001630     88  FIN-DE-ARCHIVO            VALUE "S".
001640
001650 01  WS-LEGAJO-EXISTE-SW       PIC X(01) VALUE "N".
001660     88  LEGAJO-EXISTE             VALUE "S".
001670
001680 01  WS-RECIBO-FIRMA-SW        PIC X(01) VALUE "N".
001690     88  RECIBO-REGISTRADO         VALUE "S".
001700
001710*> La inicializacion arranca como abortada y recien se marca
001720*> completa al final de 1000: un error de apertura o un
001730*> periodo invalido dejan el libro sin emitir.
001740 01  WS-INICIO-ABORTADO-SW     PIC X(01) VALUE "S".
001750     88  INICIO-ABORTADO           VALUE "S".
001760     88  INICIO-COMPLETO           VALUE "N".
001770
001780*****************************************************************
001790* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
001800* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
001810*****************************************************************
001820 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
001830 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
001840 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
001850 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 2.
001860 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
001870     88  OPERADOR-HABILITADO       VALUE "S".
001880 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
001890     "LIBRO-SUELDOS".
001900 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
001910 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
001920 01  WS-FECHA-BITACORA         PIC 9(08).
001930 01  WS-HORA-BITACORA          PIC 9(08).
001940 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
001950     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
001960     05  FILLER                PIC 9(02).
001970
001980 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
001990
002000*****************************************************************
002010* PERIODO DEL LIBRO Y CONTROL DE FOLIOS
002020*****************************************************************
002030 01  WS-PERIODO-LIBRO          PIC 9(06) VALUE ZEROS.
002040 01  WS-PERIODO-LIBRO-R REDEFINES WS-PERIODO-LIBRO.
002050     05  WS-LIBRO-AAAA         PIC 9(04).
002060     05  WS-LIBRO-MM           PIC 9(02).
002070
002080 01  WS-PERIODO-MENSAJE        PIC X(40) VALUE
002090     "Periodo del libro (AAAAMM): ".
002100
002110 01  WS-FOLIO-ACTUAL           PIC 9(06) VALUE ZEROS.
002120*> Folio anterior al primero de esta emision: se asienta en
002130*> el control para que la reemision del periodo lo reuse
002140 01  WS-FOLIO-BASE             PIC 9(06) VALUE ZEROS.
002150
002160 01  WS-FECHA-PROCESO.
002170     05  WS-FECHA-AAAA         PIC 9(04).
002180     05  WS-FECHA-MM           PIC 9(02).
002190     05  WS-FECHA-DD           PIC 9(02).
002200
002210 01  WS-ANIO-INGRESO           PIC 9(04).
002220 01  WS-CATEGORIA-DESC         PIC X(30).
002230 01  WS-FECHA-FIRMA-W          PIC 9(08).
002240 01  WS-FECHA-FIRMA-W-R REDEFINES WS-FECHA-FIRMA-W.
002250     05  WS-FIRMA-AAAA         PIC 9(04).
002260     05  WS-FIRMA-MM           PIC 9(02).
002270     05  WS-FIRMA-DD           PIC 9(02).
002280 01  WS-EDIT-FECHA-FIRMA.
002290     05  WS-EDIT-FIRMA-DD      PIC 9(02).
002300     05  FILLER                PIC X(01) VALUE "/".
002310     05  WS-EDIT-FIRMA-MM      PIC 9(02).
002320     05  FILLER                PIC X(01) VALUE "/".
002330     05  WS-EDIT-FIRMA-AAAA    PIC 9(04).
002340
002350*****************************************************************
002360* TOTALES GENERALES DEL LIBRO (DEBEN CUADRAR CON EL CIERRE DE
002370* NOMINA DEL PERIODO)
002380*****************************************************************
002390 01  WS-TOTAL-HOJAS            PIC 9(05) VALUE ZERO.
002400 01  WS-TOTAL-BRUTO            PIC 9(11)V99 VALUE ZERO.
002410 01  WS-TOTAL-NETO             PIC 9(11)V99 VALUE ZERO.
002420 01  WS-TOTAL-DEDUCCIONES      PIC 9(11)V99 VALUE ZERO.
002430 01  WS-DEDUCCIONES-HOJA       PIC 9(9)V99.
002440*> Situacion de los duplicados de los recibos del periodo
002450 01  WS-TOTAL-FIRMADOS         PIC 9(05) VALUE ZERO.
002460 01  WS-TOTAL-DISCONFORMES     PIC 9(05) VALUE ZERO.
002470 01  WS-TOTAL-ELECTRONICOS     PIC 9(05) VALUE ZERO.
002480 01  WS-TOTAL-SIN-FIRMA        PIC 9(05) VALUE ZERO.
002490 01  WS-TOTAL-SIN-REGISTRO     PIC 9(05) VALUE ZERO.
002500
002510 01  WS-EDIT-CANTIDAD          PIC ZZ,ZZ9.
002520 01  WS-EDIT-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99.
002530 01  WS-EDIT-IMPORTE-GRANDE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002540 01  WS-EDIT-FOLIO             PIC ZZZZZ9.
002550
002560 PROCEDURE DIVISION.
002570
002580 0000-MAINLINE.
002590     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002600     PERFORM 2000-PROCESAR-HISTORICO THRU 2000-EXIT
002610         UNTIL FIN-DE-ARCHIVO.
002620     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
002630     STOP RUN.
002640
002650 1000-INICIALIZAR.
002660     DISPLAY WS-BANNER-1.
002670     DISPLAY "LIBRO DE SUELDOS (ART. 52 LCT)".
002680     DISPLAY WS-BANNER-1.
002690
002700     DISPLAY WS-OPERADOR-MENSAJE.
002710     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
002720     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
002730     IF NOT OPERADOR-HABILITADO
002740         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
002750         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002760         GO TO 1000-EXIT
002770     END-IF.
002780
002790     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
002800     DISPLAY WS-PERIODO-MENSAJE.
002810     ACCEPT WS-PERIODO-LIBRO FROM CONSOLE.
002820     IF WS-PERIODO-LIBRO IS NOT NUMERIC
002830             OR WS-LIBRO-MM < 01 OR WS-LIBRO-MM > 12
002840         DISPLAY "PERIODO INVALIDO: " WS-PERIODO-LIBRO
002850         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002860         GO TO 1000-EXIT
002870     END-IF.
002880
002890     PERFORM 1100-LEER-ULTIMO-FOLIO THRU 1100-EXIT.
002900
002910     OPEN INPUT LIQUIDACION-HIST.
002920     IF NOT WS-LIQHIST-OK
002930         DISPLAY "ERROR AL ABRIR LIQUIDACION-HIST, STATUS = "
002940             WS-LIQHIST-STATUS
002950         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
002960         GO TO 1000-EXIT
002970     END-IF.
002980
002990     OPEN INPUT EMPLEADO-MASTER.
003000     IF NOT WS-EMPMAST-OK
003010         DISPLAY "ERROR AL ABRIR EMPLEADO-MASTER, STATUS = "
003020             WS-EMPMAST-STATUS
003030         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003040         GO TO 1000-EXIT
003050     END-IF.
003060
003070     OPEN INPUT CATEGORIA-MASTER.
003080     IF NOT WS-CATMAST-OK
003090         DISPLAY "ERROR AL ABRIR CATEGORIA-MASTER, STATUS = "
003100             WS-CATMAST-STATUS
003110         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003120         GO TO 1000-EXIT
003130     END-IF.
003140
003150     OPEN INPUT RECIBO-FIRMA.
003160     IF NOT WS-RECFIRMA-OK
003170         DISPLAY "ERROR AL ABRIR RECIBO-FIRMA, STATUS = "
003180             WS-RECFIRMA-STATUS
003190         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003200         GO TO 1000-EXIT
003210     END-IF.
003220     OPEN OUTPUT LIBRO-REPORT.
003230     IF NOT WS-LIBRORPT-OK
003240         DISPLAY "ERROR AL ABRIR LIBRO-REPORT, STATUS = "
003250             WS-LIBRORPT-STATUS
003260         MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003270         GO TO 1000-EXIT
003280     END-IF.
003290
003300     *> Posiciona el historico en el primer registro; el
003310     *> periodo se filtra registro por registro
003320     MOVE ZEROS TO LQ-LEGAJO.
003330     MOVE ZEROS TO LQ-PERIODO.
003340     START LIQUIDACION-HIST KEY NOT LESS THAN LQ-CLAVE
003350         INVALID KEY
003360             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003370     END-START.
003380
003390     MOVE "OK" TO WS-BIT-RESULTADO.
003400     SET INICIO-COMPLETO TO TRUE.
003410 1000-EXIT.
003420     EXIT.
003430
003440*****************************************************************
003450* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
003460* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
003470* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
003480* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
003490* LOS ROLES MENORES)
003500*****************************************************************
003510 1050-VALIDAR-OPERADOR.
003520     MOVE "N" TO WS-OPERADOR-SW.
003530     OPEN INPUT OPERADOR-MASTER.
003540     IF NOT WS-OPERMAST-OK
003550         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
003560             WS-OPERMAST-STATUS
003570         GO TO 1050-EXIT
003580     END-IF.
003590     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
003600     READ OPERADOR-MASTER
003610         INVALID KEY
003620             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
003630             CLOSE OPERADOR-MASTER
003640             GO TO 1050-EXIT
003650     END-READ.
003660     CLOSE OPERADOR-MASTER.
003670     MOVE OP-ROL TO WS-OPERADOR-ROL.
003680     IF NOT OP-HABILITADO
003690         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
003700         GO TO 1050-EXIT
003710     END-IF.
003720     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
003730         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
003740             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
003750             ", REQUIERE " WS-ROL-REQUERIDO ")"
003760         GO TO 1050-EXIT
003770     END-IF.
003780     SET OPERADOR-HABILITADO TO TRUE.
003790 1050-EXIT.
003800     EXIT.
003810
003820*****************************************************************
003830* LEE EL ULTIMO FOLIO IMPRESO DEL ARCHIVO DE CONTROL. SIN
003840* ARCHIVO O VACIO, EL LIBRO ARRANCA EN EL FOLIO 1.
003850*****************************************************************
003860 1100-LEER-ULTIMO-FOLIO.
003870     MOVE ZEROS TO WS-FOLIO-ACTUAL.
003880     OPEN INPUT FOLIO-CONTROL.
003890     IF NOT WS-FOLIOCTL-OK
003900         DISPLAY "SIN CONTROL DE FOLIOS: EL LIBRO ARRANCA "
003910             "EN EL FOLIO 1"
003920         GO TO 1100-EXIT
003930     END-IF.
003940     READ FOLIO-CONTROL
003950         AT END
003960             CLOSE FOLIO-CONTROL
003970             GO TO 1100-EXIT
003980     END-READ.
003990     IF FC-ULTIMO-FOLIO IS NUMERIC
004000         MOVE FC-ULTIMO-FOLIO TO WS-FOLIO-ACTUAL
004010     END-IF.
004020
004030     *> Reemision del periodo ya asentado (reimpresion o
004040     *> control de totales): reusa los folios ya asignados
004050     *> en lugar de avanzar la numeracion de la rubrica
004060     IF FC-ULTIMO-PERIODO IS NUMERIC
004070             AND FC-ULTIMO-PERIODO = WS-PERIODO-LIBRO
004080             AND FC-FOLIO-ANTERIOR IS NUMERIC
004090         MOVE FC-FOLIO-ANTERIOR TO WS-FOLIO-ACTUAL
004100         DISPLAY "REEMISION DEL PERIODO " WS-PERIODO-LIBRO
004110             ": SE REUSAN LOS FOLIOS YA ASIGNADOS"
004120     END-IF.
004130     CLOSE FOLIO-CONTROL.
004140
004150     MOVE WS-FOLIO-ACTUAL TO WS-FOLIO-BASE.
004160 1100-EXIT.
004170     EXIT.
004180
004190*****************************************************************
004200* RECORRE EL HISTORICO COMPLETO Y EMITE UNA HOJA POR CADA
004210* REGISTRO DEL PERIODO PEDIDO
004220*****************************************************************
004230 2000-PROCESAR-HISTORICO.
004240     READ LIQUIDACION-HIST NEXT RECORD
004250         AT END
004260             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004270             GO TO 2000-EXIT
004280     END-READ.
004290
004300     IF LQ-PERIODO NOT EQUAL WS-PERIODO-LIBRO
004310         GO TO 2000-EXIT
004320     END-IF.
004330
004340     PERFORM 3000-EMITIR-HOJA THRU 3000-EXIT.
004350 2000-EXIT.
004360     EXIT.
004370
004380*****************************************************************
004390* EMITE LA HOJA DEL LIBRO DEL LEGAJO: FOLIO, DATOS DEL
004400* EMPLEADO Y DEL EMPLEADOR, CONCEPTOS E IMPORTES
004410*****************************************************************
004420 3000-EMITIR-HOJA.
004430     PERFORM 3100-BUSCAR-EMPLEADO THRU 3100-EXIT.
004440
004450     ADD 1 TO WS-FOLIO-ACTUAL.
004460     ADD 1 TO WS-TOTAL-HOJAS.
004470
004480     MOVE SPACES TO LINEA-LIBRO.
004490     WRITE LINEA-LIBRO FROM WS-BANNER-1
004500         AFTER ADVANCING NUEVA-PAGINA.
004510
004520     MOVE WS-FOLIO-ACTUAL TO WS-EDIT-FOLIO.
004530     STRING "LIBRO DE SUELDOS ART. 52 LCT - FOLIO " WS-EDIT-FOLIO
004540         "  PERIODO " WS-PERIODO-LIBRO
004550         DELIMITED SIZE INTO LINEA-LIBRO.
004560     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
004570
004580     STRING "EMPLEADOR: GREMIO DE CAMIONEROS - CCT 40/89"
004590         DELIMITED SIZE INTO LINEA-LIBRO.
004600     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
004610
004620     WRITE LINEA-LIBRO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
004630
004640     IF LEGAJO-EXISTE
004650         STRING "LEGAJO: " EMP-LEGAJO "  " EMP-NOMBRE
004660             DELIMITED SIZE INTO LINEA-LIBRO
004670         WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE
004680         STRING "CUIL: " EMP-CUIL
004690             "   ANIO DE INGRESO (S/ANTIG.): " WS-ANIO-INGRESO
004700             DELIMITED SIZE INTO LINEA-LIBRO
004710         WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE
004720     ELSE
004730         STRING "LEGAJO: " LQ-LEGAJO
004740             "  (NO FIGURA EN EL MAESTRO)"
004750             DELIMITED SIZE INTO LINEA-LIBRO
004760         WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE
004770     END-IF.
004780
004790     STRING "CATEGORIA: " LQ-CATEGORIA "  " WS-CATEGORIA-DESC
004800         DELIMITED SIZE INTO LINEA-LIBRO.
004810     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
004820
004830     WRITE LINEA-LIBRO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
004840
004850     MOVE LQ-BASICO-CON-ANT TO WS-EDIT-IMPORTE.
004860     STRING "SUELDO BASICO (CON ANTIGUEDAD) ......... $"
004870         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO.
004880     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
004890
004900     MOVE LQ-VIANDAS TO WS-EDIT-IMPORTE.
004910     STRING "VIANDAS ................................ $"
004920         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO.
004930     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
004940
004950     MOVE LQ-VIAT-ESP TO WS-EDIT-IMPORTE.
004960     STRING "VIATICOS ESPECIALES ..................... $"
004970         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO.
004980     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
004990
005000     IF LQ-VIAJE-KM IS NUMERIC AND LQ-VIAJE-KM > ZERO
005010         MOVE LQ-VIAJE-KM TO WS-EDIT-IMPORTE
005020         STRING "VIATICO POR KILOMETRO ................... $"
005030             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO
005040         WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE
005050     END-IF.
005060     IF LQ-PERNOCTADAS IS NUMERIC AND LQ-PERNOCTADAS > ZERO
005070         MOVE LQ-PERNOCTADAS TO WS-EDIT-IMPORTE
005080         STRING "PERNOCTADAS ............................. $"
005090             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO
005100         WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE
005110     END-IF.
005120     IF LQ-COMIDAS-RUTA IS NUMERIC AND LQ-COMIDAS-RUTA > ZERO
005130         MOVE LQ-COMIDAS-RUTA TO WS-EDIT-IMPORTE
005140         STRING "COMIDAS EN RUTA ......................... $"
005150             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO
005160         WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE
005170     END-IF.
005180     IF LQ-CRUCE-FRONTERA IS NUMERIC AND LQ-CRUCE-FRONTERA > ZERO
005190         MOVE LQ-CRUCE-FRONTERA TO WS-EDIT-IMPORTE
005200         STRING "CRUCE DE FRONTERA ....................... $"
005210             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO
005220         WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE
005230     END-IF.
005240
005250     MOVE LQ-EXTRAS-50 TO WS-EDIT-IMPORTE.
005260     STRING "HORAS EXTRAS 50% ........................ $"
005270         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO.
005280     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
005290
005300     MOVE LQ-EXTRAS-100 TO WS-EDIT-IMPORTE.
005310     STRING "HORAS EXTRAS 100% ....................... $"
005320         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO.
005330     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
005340
005350     MOVE LQ-PRESENTISMO TO WS-EDIT-IMPORTE.
005360     STRING "PRESENTISMO ............................. $"
005370         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO.
005380     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
005390
005400     WRITE LINEA-LIBRO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
005410
005420     MOVE LQ-DED-JUBILACION TO WS-EDIT-IMPORTE.
005430     STRING "DESC. JUBILACION ........................ $"
005440         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO.
005450     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
005460
005470     MOVE LQ-DED-OBRA-SOCIAL TO WS-EDIT-IMPORTE.
005480     STRING "DESC. OBRA SOCIAL ........................ $"
005490         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO.
005500     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
005510
005520     MOVE LQ-DED-SINDICAL TO WS-EDIT-IMPORTE.
005530     STRING "DESC. CUOTA SINDICAL ..................... $"
005540         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO.
005550     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
005560
005570     MOVE LQ-DED-SEPELIO TO WS-EDIT-IMPORTE.
005580     STRING "DESC. SEGURO DE SEPELIO .................. $"
005590         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO.
005600     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
005610
005620     MOVE LQ-DED-ART TO WS-EDIT-IMPORTE.
005630     STRING "DESC. ART ................................ $"
005640         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO.
005650     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
005660
005670     MOVE LQ-DED-GANANCIAS TO WS-EDIT-IMPORTE.
005680     STRING "DESC. IMPUESTO A LAS GANANCIAS ........... $"
005690         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO.
005700     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
005710
005720     IF LQ-DED-EMBARGO IS NUMERIC AND LQ-DED-EMBARGO > ZERO
005730         MOVE LQ-DED-EMBARGO TO WS-EDIT-IMPORTE
005740         STRING "DESC. EMBARGO JUDICIAL ................... $"
005750             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO
005760         WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE
005770     END-IF.
005780     IF LQ-DED-PRESTAMO IS NUMERIC AND LQ-DED-PRESTAMO > ZERO
005790         MOVE LQ-DED-PRESTAMO TO WS-EDIT-IMPORTE
005800         STRING "DESC. CUOTA PRESTAMO ..................... $"
005810             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO
005820         WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE
005830     END-IF.
005840     IF LQ-DED-ADELANTO IS NUMERIC AND LQ-DED-ADELANTO > ZERO
005850         MOVE LQ-DED-ADELANTO TO WS-EDIT-IMPORTE
005860         STRING "DESC. ADELANTO DE HABERES ................ $"
005870             WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO
005880         WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE
005890     END-IF.
005900
005910     WRITE LINEA-LIBRO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
005920
005930     MOVE LQ-TOTAL-BRUTO TO WS-EDIT-IMPORTE.
005940     STRING "TOTAL BRUTO ............................. $"
005950         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO.
005960     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
005970
005980     MOVE LQ-TOTAL-NETO TO WS-EDIT-IMPORTE.
005990     STRING "TOTAL NETO .............................. $"
006000         WS-EDIT-IMPORTE DELIMITED SIZE INTO LINEA-LIBRO.
006010     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
006020
006030     PERFORM 3200-CONTROLAR-FIRMA THRU 3200-EXIT.
006040
006050     ADD LQ-TOTAL-BRUTO TO WS-TOTAL-BRUTO.
006060     ADD LQ-TOTAL-NETO TO WS-TOTAL-NETO.
006070     COMPUTE WS-DEDUCCIONES-HOJA =
006080         LQ-TOTAL-BRUTO - LQ-TOTAL-NETO.
006090     ADD WS-DEDUCCIONES-HOJA TO WS-TOTAL-DEDUCCIONES.
006100 3000-EXIT.
006110     EXIT.
006120
006130*****************************************************************
006140* BUSCA EL LEGAJO EN EL MAESTRO Y LA DESCRIPCION DE SU
006150* CATEGORIA HISTORICA PARA LA CABECERA DE LA HOJA
006160*****************************************************************
006170 3100-BUSCAR-EMPLEADO.
006180     MOVE "N" TO WS-LEGAJO-EXISTE-SW.
006190     MOVE LQ-LEGAJO TO EMP-LEGAJO.
006200     READ EMPLEADO-MASTER
006210         INVALID KEY
006220             CONTINUE
006230         NOT INVALID KEY
006240             SET LEGAJO-EXISTE TO TRUE
006250     END-READ.
006260
006270     IF LEGAJO-EXISTE
006280         COMPUTE WS-ANIO-INGRESO =
006290             WS-FECHA-AAAA - EMP-ANTIGUEDAD-ANOS
006300     ELSE
006310         MOVE ZEROS TO WS-ANIO-INGRESO
006320     END-IF.
006330
006340     MOVE LQ-CATEGORIA TO CAT-CODIGO.
006350     READ CATEGORIA-MASTER
006360         INVALID KEY
006370             MOVE SPACES TO WS-CATEGORIA-DESC
006380         NOT INVALID KEY
006390             MOVE CAT-DESCRIPCION TO WS-CATEGORIA-DESC
006400     END-READ.
006410 3100-EXIT.
006420     EXIT.
006430
006440*****************************************************************
006450* DECLARA LA SITUACION DEL DUPLICADO DEL RECIBO DEL MES SEGUN EL
006460* REGISTRO DE FIRMA (ARTS. 138 A 140 LCT). EL RECIBO DEL MES ES
006470* EL MENSUAL O, SI EL LEGAJO EGRESO EN EL PERIODO, EL DE EGRESO.
006480*****************************************************************
006490 3200-CONTROLAR-FIRMA.
006500     MOVE "S" TO WS-RECIBO-FIRMA-SW.
006510     MOVE LQ-LEGAJO TO RF-LEGAJO.
006520     MOVE LQ-PERIODO TO RF-PERIODO.
006530     MOVE "M" TO RF-TIPO-LIQ.
006540     READ RECIBO-FIRMA
006550         INVALID KEY
006560             MOVE "N" TO WS-RECIBO-FIRMA-SW
006570     END-READ.
006580     IF NOT RECIBO-REGISTRADO
006590         MOVE "S" TO WS-RECIBO-FIRMA-SW
006600         MOVE "E" TO RF-TIPO-LIQ
006610         READ RECIBO-FIRMA
006620             INVALID KEY
006630                 MOVE "N" TO WS-RECIBO-FIRMA-SW
006640         END-READ
006650     END-IF.
006660
006670     MOVE SPACES TO LINEA-LIBRO.
006680     IF NOT RECIBO-REGISTRADO
006690         ADD 1 TO WS-TOTAL-SIN-REGISTRO
006700         STRING "DUPLICADO DEL RECIBO: SIN REGISTRO DE FIRMA"
006710             DELIMITED SIZE INTO LINEA-LIBRO
006720         WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE
006730         GO TO 3200-EXIT
006740     END-IF.
006750
006760     IF RF-PENDIENTE
006770         ADD 1 TO WS-TOTAL-SIN-FIRMA
006780         STRING "DUPLICADO DEL RECIBO " RF-LEGAJO "-" RF-PERIODO
006790             "-" RF-TIPO-LIQ ": PENDIENTE DE FIRMA"
006800             DELIMITED SIZE INTO LINEA-LIBRO
006810         WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE
006820         GO TO 3200-EXIT
006830     END-IF.
006840
006850     MOVE RF-FECHA-FIRMA TO WS-FECHA-FIRMA-W.
006860     MOVE WS-FIRMA-DD TO WS-EDIT-FIRMA-DD.
006870     MOVE WS-FIRMA-MM TO WS-EDIT-FIRMA-MM.
006880     MOVE WS-FIRMA-AAAA TO WS-EDIT-FIRMA-AAAA.
006890     IF RF-FIRMADO
006900         ADD 1 TO WS-TOTAL-FIRMADOS
006910         STRING "DUPLICADO DEL RECIBO " RF-LEGAJO "-" RF-PERIODO
006920             "-" RF-TIPO-LIQ ": FIRMADO EL " WS-EDIT-FECHA-FIRMA
006930             DELIMITED SIZE INTO LINEA-LIBRO
006940     ELSE
006950         IF RF-DISCONFORME
006960             ADD 1 TO WS-TOTAL-DISCONFORMES
006970             STRING "DUPLICADO DEL RECIBO "
006980                 RF-LEGAJO "-" RF-PERIODO "-" RF-TIPO-LIQ
006990                 ": EN DISCONFORMIDAD EL " WS-EDIT-FECHA-FIRMA
007000                 DELIMITED SIZE INTO LINEA-LIBRO
007010         ELSE
007020             ADD 1 TO WS-TOTAL-ELECTRONICOS
007030             STRING "DUPLICADO DEL RECIBO "
007040                 RF-LEGAJO "-" RF-PERIODO "-" RF-TIPO-LIQ
007050                 ": ACEPTADO ELECTR. EL " WS-EDIT-FECHA-FIRMA
007060                 DELIMITED SIZE INTO LINEA-LIBRO
007070         END-IF
007080     END-IF.
007090     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
007100 3200-EXIT.
007110     EXIT.
007120
007130*****************************************************************
007140* EMITE LOS TOTALES GENERALES DEL LIBRO Y REGRABA EL CONTROL
007150* DE FOLIOS CON EL ULTIMO FOLIO IMPRESO
007160*****************************************************************
007170 9000-EMITIR-TOTALES.
007180     MOVE SPACES TO LINEA-LIBRO.
007190     WRITE LINEA-LIBRO FROM WS-BANNER-1
007200         AFTER ADVANCING NUEVA-PAGINA.
007210
007220     STRING "LIBRO DE SUELDOS - TOTALES GENERALES - PERIODO "
007230         WS-PERIODO-LIBRO
007240         DELIMITED SIZE INTO LINEA-LIBRO.
007250     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
007260
007270     WRITE LINEA-LIBRO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
007280
007290     MOVE WS-TOTAL-HOJAS TO WS-EDIT-CANTIDAD.
007300     STRING "HOJAS EMITIDAS: " WS-EDIT-CANTIDAD
007310         DELIMITED SIZE INTO LINEA-LIBRO.
007320     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
007330
007340     MOVE WS-TOTAL-BRUTO TO WS-EDIT-IMPORTE-GRANDE.
007350     STRING "TOTAL BRUTO DEL PERIODO ............. $"
007360         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-LIBRO.
007370     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
007380
007390     MOVE WS-TOTAL-DEDUCCIONES TO WS-EDIT-IMPORTE-GRANDE.
007400     STRING "TOTAL DEDUCCIONES DEL PERIODO ....... $"
007410         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-LIBRO.
007420     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
007430
007440     MOVE WS-TOTAL-NETO TO WS-EDIT-IMPORTE-GRANDE.
007450     STRING "TOTAL NETO DEL PERIODO .............. $"
007460         WS-EDIT-IMPORTE-GRANDE DELIMITED SIZE INTO LINEA-LIBRO.
007470     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
007480
007490     WRITE LINEA-LIBRO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
007500
007510     MOVE SPACES TO LINEA-LIBRO.
007520     STRING "DUPLICADOS DE RECIBOS (ARTS. 138 A 140 LCT):"
007530         DELIMITED SIZE INTO LINEA-LIBRO.
007540     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
007550
007560     MOVE SPACES TO LINEA-LIBRO.
007570     MOVE WS-TOTAL-FIRMADOS TO WS-EDIT-CANTIDAD.
007580     STRING "  FIRMADOS ......................... "
007590         WS-EDIT-CANTIDAD
007600         DELIMITED SIZE INTO LINEA-LIBRO.
007610     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
007620
007630     MOVE SPACES TO LINEA-LIBRO.
007640     MOVE WS-TOTAL-DISCONFORMES TO WS-EDIT-CANTIDAD.
007650     STRING "  FIRMADOS EN DISCONFORMIDAD ....... "
007660         WS-EDIT-CANTIDAD
007670         DELIMITED SIZE INTO LINEA-LIBRO.
007680     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
007690
007700     MOVE SPACES TO LINEA-LIBRO.
007710     MOVE WS-TOTAL-ELECTRONICOS TO WS-EDIT-CANTIDAD.
007720     STRING "  ACEPTADOS ELECTRONICAMENTE ....... "
007730         WS-EDIT-CANTIDAD
007740         DELIMITED SIZE INTO LINEA-LIBRO.
007750     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
007760
007770     MOVE SPACES TO LINEA-LIBRO.
007780     MOVE WS-TOTAL-SIN-FIRMA TO WS-EDIT-CANTIDAD.
007790     STRING "  PENDIENTES DE FIRMA .............. "
007800         WS-EDIT-CANTIDAD
007810         DELIMITED SIZE INTO LINEA-LIBRO.
007820     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
007830
007840     MOVE SPACES TO LINEA-LIBRO.
007850     MOVE WS-TOTAL-SIN-REGISTRO TO WS-EDIT-CANTIDAD.
007860     STRING "  SIN REGISTRO DE FIRMA ............ "
007870         WS-EDIT-CANTIDAD
007880         DELIMITED SIZE INTO LINEA-LIBRO.
007890     WRITE LINEA-LIBRO AFTER ADVANCING 1 LINE.
007900
007910     WRITE LINEA-LIBRO FROM WS-BANNER-1 AFTER ADVANCING 1 LINE.
007920
007930     *> Deja asentado el ultimo folio para que el proximo mes
007940     *> continue la numeracion
007950     OPEN OUTPUT FOLIO-CONTROL.
007960     IF NOT WS-FOLIOCTL-OK
007970         DISPLAY "ERROR AL REGRABAR FOLIO-CONTROL, STATUS = "
007980             WS-FOLIOCTL-STATUS
007990         GO TO 9000-EXIT
008000     END-IF.
008010     MOVE SPACES TO FOLIO-CONTROL-REG.
008020     MOVE WS-FOLIO-ACTUAL TO FC-ULTIMO-FOLIO.
008030     MOVE WS-PERIODO-LIBRO TO FC-ULTIMO-PERIODO.
008040     MOVE WS-FOLIO-BASE TO FC-FOLIO-ANTERIOR.
008050     WRITE FOLIO-CONTROL-REG.
008060     CLOSE FOLIO-CONTROL.
008070 9000-EXIT.
008080     EXIT.
008090
008100 8000-FINALIZAR.
008110     *> Una corrida que no llego a inicializar no emite totales
008120     IF INICIO-ABORTADO
008130         DISPLAY "CORRIDA ABORTADA EN LA INICIALIZACION: NO "
008140             "SE EMITE EL LIBRO"
008150         GO TO 8000-CERRAR
008160     END-IF.
008170
008180     PERFORM 9000-EMITIR-TOTALES THRU 9000-EXIT.
008190
008200     MOVE WS-TOTAL-HOJAS TO WS-EDIT-CANTIDAD.
008210     DISPLAY "HOJAS EMITIDAS: " WS-EDIT-CANTIDAD.
008220
008230 8000-CERRAR.
008240     CLOSE LIQUIDACION-HIST.
008250     CLOSE EMPLEADO-MASTER.
008260     CLOSE CATEGORIA-MASTER.
008270     CLOSE RECIBO-FIRMA.
008280     CLOSE LIBRO-REPORT.
008290     STRING "PERIODO=" WS-PERIODO-LIBRO " HOJAS=" WS-TOTAL-HOJAS
008300         DELIMITED SIZE INTO WS-BIT-DETALLE.
008310     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
008320     DISPLAY "FIN DEL LIBRO DE SUELDOS.".
008330 8000-EXIT.
008340     EXIT.
008350
008360*****************************************************************
008370* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
008380* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
008390* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
008400*****************************************************************
008410 9900-REGISTRAR-BITACORA.
008420     IF WS-BIT-RESULTADO = SPACES
008430         MOVE "ABORTADO" TO WS-BIT-RESULTADO
008440     END-IF.
008450     OPEN EXTEND AUDIT-LOG.
008460     IF NOT WS-AUDITLOG-OK
008470         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
008480             WS-AUDITLOG-STATUS
008490         GO TO 9900-EXIT
008500     END-IF.
008510     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
008520     ACCEPT WS-HORA-BITACORA FROM TIME.
008530     MOVE SPACES TO BITACORA-REG.
008540     MOVE WS-FECHA-BITACORA TO BT-FECHA.
008550     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
008560     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
008570     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
008580     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
008590     MOVE WS-BIT-DETALLE TO BT-DETALLE.
008600     WRITE BITACORA-REG.
008610     CLOSE AUDIT-LOG.
008620 9900-EXIT.
008630     EXIT.

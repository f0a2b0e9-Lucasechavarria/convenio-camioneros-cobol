000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXPORTA-F1357.
000030 AUTHOR. J. C. MARTINEZ.
000040 INSTALLATION. GREMIO DE CAMIONEROS - LIQUIDACION DE HABERES.
000050 DATE-WRITTEN. 2026-10-13.
000060 DATE-COMPILED.
000070*****************************************************************
000080* FORMULARIO F.1357 DE AFIP: LIQUIDACION ANUAL INFORMATIVA DEL
000090* IMPUESTO A LAS GANANCIAS PARA CADA EMPLEADO ALCANZADO Y
000100* LIQUIDACION FINAL PARA LOS QUE TIENEN FECHA DE EGRESO EN EL
000110* PERIODO FISCAL. SE ARMA DESDE EL HISTORICO DE LIQUIDACIONES:
000120* REMUNERACION Y APORTES DE LOS MESES 01-12 Y DE LAS VACACIONES
000130* ANTICIPADAS (AAAA41-AAAA52) DEL ANIO, BASE IMPONIBLE E
000140* IMPUESTO DETERMINADO TOMADOS DE LOS ACUMULADOS QUE DEJO EL
000150* CALCULO DE GANANCIAS EN LA ULTIMA LIQUIDACION DEL ANIO
000160* (DICIEMBRE, O LA DEL MES DEL EGRESO) Y LO RETENIDO EN EL ANIO
000170* SIN LA RETENCION ADICIONAL DEL AJUSTE ANUAL DEL ANIO ANTERIOR.
000180* GENERA EL ARCHIVO DE IMPORTACION EN FORMATO FIJO (CABECERA,
000190* UN DETALLE POR EMPLEADO Y COLA) Y UNA COPIA IMPRESA POR
000200* EMPLEADO CON LA REMUNERACION, LAS DEDUCCIONES DECLARADAS EN
000210* GANDED, LA BASE IMPONIBLE NETA, EL IMPUESTO DETERMINADO, LO
000220* RETENIDO Y EL SALDO. LOS LEGAJOS QUE NO SE PUEDEN LIQUIDAR
000230* (SIN CUIL, SIN DICIEMBRE O SIN LIQUIDACION FINAL) SE LISTAN
000240* Y LA CORRIDA TERMINA CON RETURN-CODE 4.
000250*-----------------------------------------------------------------
000260* MOD-HIST:
000270*   2026-10-13 JCM  VERSION ORIGINAL.
000280*****************************************************************
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 SPECIAL-NAMES.
000350     C01 IS NUEVA-PAGINA.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT EMPLEADO-MASTER
000400         ASSIGN TO EMPMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS EMP-LEGAJO
000440         FILE STATUS IS WS-EMPMAST-STATUS.
000450
000460     SELECT LIQUIDACION-HIST
000470         ASSIGN TO LIQHIST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS LQ-CLAVE
000510         FILE STATUS IS WS-LIQHIST-STATUS.
000520
000530     SELECT GANANCIA-DECL
000540         ASSIGN TO GANDED
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS GD-LEGAJO
000580         FILE STATUS IS WS-GANDED-STATUS.
000590
000600     SELECT F1357-EXPORT
000610         ASSIGN TO F1357
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-F1357-STATUS.
000640
000650     SELECT F1357-REPORT
000660         ASSIGN TO F1357RPT
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-F1357RPT-STATUS.
000690
000700     SELECT OPERADOR-MASTER
000710         ASSIGN TO OPERMAST
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS OP-OPERADOR
000750         FILE STATUS IS WS-OPERMAST-STATUS.
000760
000770     SELECT AUDIT-LOG
000780         ASSIGN TO AUDITLOG
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-AUDITLOG-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  EMPLEADO-MASTER
000850     LABEL RECORDS ARE STANDARD.
000860 COPY EMPMAST.
000870
000880 FD  LIQUIDACION-HIST
000890     LABEL RECORDS ARE STANDARD.
000900 COPY LIQHIST.
000910
000920 FD  GANANCIA-DECL
000930     LABEL RECORDS ARE STANDARD.
000940 COPY GANDED.
000950
000960 FD  F1357-EXPORT
000970     LABEL RECORDS ARE STANDARD.
000980 COPY F1357.
000990
001000 FD  F1357-REPORT
001010     LABEL RECORDS ARE STANDARD.
001020 COPY F1357RPT.
001030
001040 FD  OPERADOR-MASTER
001050     LABEL RECORDS ARE STANDARD.
001060 COPY OPERMAST.
001070
001080 FD  AUDIT-LOG
001090     LABEL RECORDS ARE STANDARD.
001100 COPY AUDITLOG.
001110
001120 WORKING-STORAGE SECTION.
001130
001140*****************************************************************
001150* SWITCHES DE CONTROL DE PROCESO
001160*****************************************************************
001170 01  WS-EMPMAST-STATUS         PIC X(02) VALUE ZEROS.
001180     88  WS-EMPMAST-OK             VALUE "00".
001190
001200 01  WS-LIQHIST-STATUS         PIC X(02) VALUE ZEROS.
001210     88  WS-LIQHIST-OK             VALUE "00".
001220
001230 01  WS-GANDED-STATUS          PIC X(02) VALUE ZEROS.
001240     88  WS-GANDED-OK              VALUE "00".
001250
001260 01  WS-F1357-STATUS           PIC X(02) VALUE ZEROS.
001270     88  WS-F1357-OK               VALUE "00".
001280
001290 01  WS-F1357RPT-STATUS        PIC X(02) VALUE ZEROS.
001300     88  WS-F1357RPT-OK            VALUE "00".
001310
001320 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
001330     88  WS-OPERMAST-OK            VALUE "00".
001340
001350 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
001360     88  WS-AUDITLOG-OK            VALUE "00".
001370
001380 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
001390     88  FIN-DE-ARCHIVO            VALUE "S".
001400
001410 01  WS-LEGAJO-VALIDO-SW       PIC X(01) VALUE "N".
001420     88  LEGAJO-VALIDO             VALUE "S".
001430
001440*****************************************************************
001450* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
001460* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
001470*****************************************************************
001480 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
001490 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
001500 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
001510 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 2.
001520 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
001530     88  OPERADOR-HABILITADO       VALUE "S".
001540 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
001550     "EXPORTA-F1357".
001560 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
001570 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
001580 01  WS-FECHA-BITACORA         PIC 9(08).
001590 01  WS-HORA-BITACORA          PIC 9(08).
001600 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
001610     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
001620     05  FILLER                PIC 9(02).
001630
001640 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
001650
001660*****************************************************************
001670* PARAMETROS DE LA CORRIDA: PERIODO FISCAL Y TIPO DE
001680* PRESENTACION ("A" = ANUAL DE TODOS LOS ALCANZADOS MAS LAS
001690* FINALES DE LOS EGRESOS DEL ANIO, "F" = SOLO LAS FINALES)
001700*****************************************************************
001710 01  WS-ANIO-FISCAL            PIC 9(04) VALUE ZEROS.
001720 01  WS-ANIO-MENSAJE           PIC X(40) VALUE
001730     "Periodo fiscal a liquidar (AAAA): ".
001740 01  WS-PRESENTACION           PIC X(01) VALUE SPACES.
001750     88  PRESENTACION-ANUAL        VALUE "A".
001760     88  PRESENTACION-FINAL        VALUE "F".
001770     88  PRESENTACION-VALIDA       VALUE "A" "F".
001780 01  WS-PRESENTACION-MENSAJE   PIC X(55) VALUE
001790     "Presentacion (A = anual y finales, F = solo finales): ".
001800
001810 01  WS-FECHA-PROCESO.
001820     05  WS-FECHA-AAAA         PIC 9(04).
001830     05  WS-FECHA-MM           PIC 9(02).
001840     05  WS-FECHA-DD           PIC 9(02).
001850
001860 01  WS-FECHA-EGRESO-W         PIC 9(08).
001870 01  WS-FECHA-EGRESO-W-R REDEFINES WS-FECHA-EGRESO-W.
001880     05  WS-EGRESO-AAAA        PIC 9(04).
001890     05  WS-EGRESO-MM          PIC 9(02).
001900     05  WS-EGRESO-DD          PIC 9(02).
001910 01  WS-FECHA-EGRESO-R2 REDEFINES WS-FECHA-EGRESO-W.
001920     05  WS-EGRESO-AAAAMM      PIC 9(06).
001930     05  FILLER                PIC 9(02).
001940
001950*****************************************************************
001960* LIQUIDACION DEL LEGAJO EN CURSO: TIPO ("1" ANUAL INFORMATIVA,
001970* "2" FINAL POR EGRESO), ACUMULADOS DEL ANIO TOMADOS DEL
001980* HISTORICO Y RESULTADO DEL IMPUESTO
001990*****************************************************************
002000 01  WS-TIPO-LIQUIDACION       PIC 9(01).
002010     88  LIQUIDACION-ANUAL         VALUE 1.
002020     88  LIQUIDACION-FINAL         VALUE 2.
002030
002040 01  WS-SCAN-PERIODO           PIC 9(06).
002050 01  WS-SCAN-PERIODO-R REDEFINES WS-SCAN-PERIODO.
002060     05  WS-SCAN-AAAA          PIC 9(04).
002070     05  WS-SCAN-MM            PIC 9(02).
002080 01  WS-MM-IX                  PIC 9(02).
002090 01  WS-PRIMER-PERIODO         PIC 9(06).
002100 01  WS-ULTIMO-PERIODO         PIC 9(06).
002110 01  WS-ULTIMO-PERIODO-R REDEFINES WS-ULTIMO-PERIODO.
002120     05  WS-ULTIMO-AAAA        PIC 9(04).
002130     05  WS-ULTIMO-MM          PIC 9(02).
002140
002150 01  WS-REMUN-BRUTA            PIC 9(11)V99.
002160 01  WS-APORTES                PIC 9(11)V99.
002170 01  WS-REMUN-NETA             PIC 9(11)V99.
002180 01  WS-RETENIDO               PIC 9(11)V99.
002190 01  WS-BASE-IMPONIBLE         PIC 9(11)V99.
002200 01  WS-IMPUESTO               PIC 9(11)V99.
002210 01  WS-DEDUC-COMPUTADAS       PIC 9(11)V99.
002220 01  WS-SALDO                  PIC S9(11)V99.
002230 01  WS-SALDO-ABS              PIC 9(11)V99.
002240*> "R" = SALDO A RETENER AL EMPLEADO, "D" = SALDO A DEVOLVER
002250 01  WS-SALDO-SIGNO            PIC X(01).
002260     88  SALDO-A-RETENER           VALUE "R".
002270     88  SALDO-A-DEVOLVER          VALUE "D".
002280
002290*> Datos declarados del legajo (SIRADIG); sin registro en
002300*> GANDED solo computan el minimo y la deduccion especial
002310 01  WS-GAN-CONYUGE            PIC X(01).
002320     88  GAN-DECL-CONYUGE          VALUE "S".
002330 01  WS-GAN-HIJOS              PIC 9(02).
002340 01  WS-GAN-OTRAS              PIC 9(9)V99.
002350
002360 01  WS-FECHA-DESDE            PIC 9(08).
002370 01  WS-FECHA-HASTA            PIC 9(08).
002380 01  WS-FECHA-EDIT-W           PIC 9(08).
002390 01  WS-FECHA-EDIT-W-R REDEFINES WS-FECHA-EDIT-W.
002400     05  WS-EDIT-W-AAAA        PIC 9(04).
002410     05  WS-EDIT-W-MM          PIC 9(02).
002420     05  WS-EDIT-W-DD          PIC 9(02).
002430 01  WS-EDIT-FECHA.
002440     05  WS-EDIT-FEC-DD        PIC 9(02).
002450     05  FILLER                PIC X(01) VALUE "/".
002460     05  WS-EDIT-FEC-MM        PIC 9(02).
002470     05  FILLER                PIC X(01) VALUE "/".
002480     05  WS-EDIT-FEC-AAAA      PIC 9(04).
002490 01  WS-EDIT-DESDE             PIC X(10).
002500 01  WS-EDIT-HASTA             PIC X(10).
002510
002520*****************************************************************
002530* ACUMULADORES DE LA CORRIDA
002540*****************************************************************
002550 01  WS-CANT-ANUALES           PIC 9(05) VALUE ZERO.
002560 01  WS-CANT-FINALES           PIC 9(05) VALUE ZERO.
002570 01  WS-CANT-NO-ALCANZADOS     PIC 9(05) VALUE ZERO.
002580 01  WS-CANT-OBSERVADOS        PIC 9(05) VALUE ZERO.
002590 01  WS-CANT-REGISTROS         PIC 9(07) VALUE ZERO.
002600 01  WS-TOTAL-IMPUESTO         PIC 9(13)V99 VALUE ZERO.
002610 01  WS-TOTAL-RETENIDO         PIC 9(13)V99 VALUE ZERO.
002620
002630 01  WS-EDIT-CANTIDAD          PIC ZZ,ZZ9.
002640 01  WS-EDIT-HIJOS             PIC Z9.
002650 01  WS-EDIT-IMPORTE-GRANDE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002660
002670*****************************************************************
002680* CABECERA, DETALLE Y COLA DEL ARCHIVO DE IMPORTACION F.1357
002690*****************************************************************
002700 01  EXPORT-CABECERA.
002710     05  EC-TIPO               PIC X(02) VALUE "01".
002720     05  EC-PERIODO-FISCAL     PIC 9(04).
002730     05  EC-PRESENTACION       PIC X(01).
002740     05  EC-FECHA              PIC 9(08).
002750     05  FILLER                PIC X(135) VALUE SPACES.
002760
002770 01  EXPORT-DETALLE.
002780     05  ED-TIPO               PIC X(02) VALUE "02".
002790     05  ED-CUIL               PIC 9(11).
002800     05  ED-PERIODO-FISCAL     PIC 9(04).
002810*> "1" LIQUIDACION ANUAL INFORMATIVA, "2" FINAL POR EGRESO
002820     05  ED-TIPO-LIQUIDACION   PIC 9(01).
002830     05  ED-FECHA-DESDE        PIC 9(08).
002840     05  ED-FECHA-HASTA        PIC 9(08).
002850     05  ED-REMUNERACION       PIC 9(11)V99.
002860     05  ED-APORTES            PIC 9(11)V99.
002870     05  ED-DEDUC-PERSONALES   PIC 9(11)V99.
002880     05  ED-CONYUGE            PIC X(01).
002890     05  ED-CANT-HIJOS         PIC 9(02).
002900     05  ED-OTRAS-DEDUCCIONES  PIC 9(9)V99.
002910     05  ED-BASE-IMPONIBLE     PIC 9(11)V99.
002920     05  ED-IMPUESTO           PIC 9(11)V99.
002930     05  ED-RETENIDO           PIC 9(11)V99.
002940     05  ED-SALDO              PIC 9(11)V99.
002950*> "R" SALDO A RETENER, "D" SALDO A DEVOLVER
002960     05  ED-SALDO-SIGNO        PIC X(01).
002970     05  ED-LEGAJO             PIC 9(06).
002980     05  FILLER                PIC X(04) VALUE SPACES.
002990
003000 01  EXPORT-COLA.
003010     05  ET-TIPO               PIC X(02) VALUE "09".
003020     05  ET-CANT-REGISTROS     PIC 9(07).
003030     05  ET-TOTAL-IMPUESTO     PIC 9(13)V99.
003040     05  ET-TOTAL-RETENIDO     PIC 9(13)V99.
003050     05  FILLER                PIC X(111) VALUE SPACES.
003060
003070 PROCEDURE DIVISION.
003080
003090 0000-MAINLINE.
003100     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003110     PERFORM 2000-PROCESAR-LEGAJO THRU 2000-EXIT
003120         UNTIL FIN-DE-ARCHIVO.
003130     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
003140     STOP RUN.
003150
003160 1000-INICIALIZAR.
003170     DISPLAY WS-BANNER-1.
003180     DISPLAY "LIQUIDACION F.1357 DEL IMPUESTO A LAS GANANCIAS".
003190     DISPLAY WS-BANNER-1.
003200
003210     DISPLAY WS-OPERADOR-MENSAJE.
003220     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
003230     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
003240     IF NOT OPERADOR-HABILITADO
003250         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
003260         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003270     END-IF.
003280
003290     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
003300     DISPLAY WS-ANIO-MENSAJE.
003310     ACCEPT WS-ANIO-FISCAL FROM CONSOLE.
003320     IF WS-ANIO-FISCAL NOT NUMERIC
003330             OR WS-ANIO-FISCAL = ZEROS
003340             OR WS-ANIO-FISCAL > WS-FECHA-AAAA
003350         DISPLAY "PERIODO FISCAL INVALIDO: " WS-ANIO-FISCAL
003360         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003370     END-IF.
003380
003390     DISPLAY WS-PRESENTACION-MENSAJE.
003400     ACCEPT WS-PRESENTACION FROM CONSOLE.
003410     IF NOT PRESENTACION-VALIDA
003420         DISPLAY "TIPO DE PRESENTACION INVALIDO: "
003430             WS-PRESENTACION
003440         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003450     END-IF.
003460
003470     OPEN INPUT EMPLEADO-MASTER.
003480     IF NOT WS-EMPMAST-OK
003490         DISPLAY "ERROR AL ABRIR EMPLEADO-MASTER, STATUS = "
003500             WS-EMPMAST-STATUS
003510         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003520     END-IF.
003530
003540     OPEN INPUT LIQUIDACION-HIST.
003550     IF NOT WS-LIQHIST-OK
003560         DISPLAY "ERROR AL ABRIR LIQUIDACION-HIST, STATUS = "
003570             WS-LIQHIST-STATUS
003580         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003590     END-IF.
003600
003610     OPEN INPUT GANANCIA-DECL.
003620     IF NOT WS-GANDED-OK
003630         DISPLAY "ERROR AL ABRIR GANANCIA-DECL, STATUS = "
003640             WS-GANDED-STATUS
003650         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003660     END-IF.
003670
003680     OPEN OUTPUT F1357-EXPORT.
003690     IF NOT WS-F1357-OK
003700         DISPLAY "ERROR AL ABRIR F1357-EXPORT, STATUS = "
003710             WS-F1357-STATUS
003720         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003730     END-IF.
003740
003750     OPEN OUTPUT F1357-REPORT.
003760     IF NOT WS-F1357RPT-OK
003770         DISPLAY "ERROR AL ABRIR F1357-REPORT, STATUS = "
003780             WS-F1357RPT-STATUS
003790         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003800     END-IF.
003810
003820     MOVE WS-ANIO-FISCAL TO EC-PERIODO-FISCAL.
003830     MOVE WS-PRESENTACION TO EC-PRESENTACION.
003840     MOVE WS-FECHA-PROCESO TO EC-FECHA.
003850     WRITE F1357-EXPORT-REG FROM EXPORT-CABECERA.
003860 1000-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
003910* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
003920* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
003930* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
003940* LOS ROLES MENORES)
003950*****************************************************************
003960 1050-VALIDAR-OPERADOR.
003970     MOVE "N" TO WS-OPERADOR-SW.
003980     OPEN INPUT OPERADOR-MASTER.
003990     IF NOT WS-OPERMAST-OK
004000         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
004010             WS-OPERMAST-STATUS
004020         GO TO 1050-EXIT
004030     END-IF.
004040     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
004050     READ OPERADOR-MASTER
004060         INVALID KEY
004070             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
004080             CLOSE OPERADOR-MASTER
004090             GO TO 1050-EXIT
004100     END-READ.
004110     CLOSE OPERADOR-MASTER.
004120     MOVE OP-ROL TO WS-OPERADOR-ROL.
004130     IF NOT OP-HABILITADO
004140         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
004150         GO TO 1050-EXIT
004160     END-IF.
004170     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
004180         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
004190             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
004200             ", REQUIERE " WS-ROL-REQUERIDO ")"
004210         GO TO 1050-EXIT
004220     END-IF.
004230     SET OPERADOR-HABILITADO TO TRUE.
004240 1050-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280* RECORRE EL MAESTRO Y DECIDE EL TIPO DE LIQUIDACION DE CADA
004290* LEGAJO: FINAL SI EGRESO EN EL PERIODO FISCAL, ANUAL SI SIGUE
004300* ACTIVO O EGRESO DESPUES (SOLO EN LA PRESENTACION ANUAL). LOS
004310* EGRESADOS EN ANIOS ANTERIORES NO SE LIQUIDAN.
004320*****************************************************************
004330 2000-PROCESAR-LEGAJO.
004340     READ EMPLEADO-MASTER NEXT RECORD
004350         AT END
004360             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004370             GO TO 2000-EXIT
004380     END-READ.
004390
004400     MOVE 1 TO WS-TIPO-LIQUIDACION.
004410     IF NOT EMP-ACTIVO
004420         MOVE EMP-FECHA-EGRESO TO WS-FECHA-EGRESO-W
004430         IF WS-EGRESO-AAAA < WS-ANIO-FISCAL
004440             GO TO 2000-EXIT
004450         END-IF
004460         IF WS-EGRESO-AAAA = WS-ANIO-FISCAL
004470             MOVE 2 TO WS-TIPO-LIQUIDACION
004480         END-IF
004490     END-IF.
004500
004510     IF PRESENTACION-FINAL AND NOT LIQUIDACION-FINAL
004520         GO TO 2000-EXIT
004530     END-IF.
004540
004550     PERFORM 3000-ACUMULAR-ANIO THRU 3000-EXIT.
004560     PERFORM 3100-VERIFICAR-LEGAJO THRU 3100-EXIT.
004570     IF NOT LEGAJO-VALIDO
004580         GO TO 2000-EXIT
004590     END-IF.
004600
004610     PERFORM 4000-LIQUIDAR-LEGAJO THRU 4000-EXIT.
004620     PERFORM 4100-EXPORTAR-DETALLE THRU 4100-EXIT.
004630     PERFORM 5000-IMPRIMIR-COPIA THRU 5000-EXIT.
004640 2000-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680* ACUMULA DEL HISTORICO LOS MESES 01-12 Y LAS VACACIONES
004690* ANTICIPADAS 41-52 DEL PERIODO FISCAL
004700*****************************************************************
004710 3000-ACUMULAR-ANIO.
004720     MOVE ZEROS TO WS-REMUN-BRUTA.
004730     MOVE ZEROS TO WS-APORTES.
004740     MOVE ZEROS TO WS-RETENIDO.
004750     MOVE ZEROS TO WS-BASE-IMPONIBLE.
004760     MOVE ZEROS TO WS-IMPUESTO.
004770     MOVE ZEROS TO WS-PRIMER-PERIODO.
004780     MOVE ZEROS TO WS-ULTIMO-PERIODO.
004790     MOVE WS-ANIO-FISCAL TO WS-SCAN-AAAA.
004800     PERFORM 3050-ACUMULAR-MES THRU 3050-EXIT
004810         VARYING WS-MM-IX FROM 1 BY 1
004820         UNTIL WS-MM-IX > 12.
004830     PERFORM 3050-ACUMULAR-MES THRU 3050-EXIT
004840         VARYING WS-MM-IX FROM 41 BY 1
004850         UNTIL WS-MM-IX > 52.
004860 3000-EXIT.
004870     EXIT.
004880
004890*****************************************************************
004900* ACUMULA UN MES DEL HISTORICO. LA RETENCION ADICIONAL DEL
004910* AJUSTE ANUAL DE ABRIL (LQ-GAN-AJUSTE) ES DEL ANIO ANTERIOR Y
004920* NO CUENTA COMO RETENIDO DEL PERIODO FISCAL. LA BASE Y EL
004930* IMPUESTO ACUMULADOS SE TOMAN DEL ULTIMO MES LIQUIDADO.
004940*****************************************************************
004950 3050-ACUMULAR-MES.
004960     MOVE WS-MM-IX TO WS-SCAN-MM.
004970     MOVE EMP-LEGAJO TO LQ-LEGAJO.
004980     MOVE WS-SCAN-PERIODO TO LQ-PERIODO.
004990     READ LIQUIDACION-HIST
005000         INVALID KEY
005010             GO TO 3050-EXIT
005020     END-READ.
005030
005040     ADD LQ-TOTAL-BRUTO TO WS-REMUN-BRUTA.
005050     COMPUTE WS-APORTES = WS-APORTES + LQ-DED-JUBILACION
005060         + LQ-DED-OBRA-SOCIAL + LQ-DED-SINDICAL.
005070     ADD LQ-DED-GANANCIAS TO WS-RETENIDO.
005080     IF LQ-GAN-AJUSTE IS NUMERIC
005090         SUBTRACT LQ-GAN-AJUSTE FROM WS-RETENIDO
005100     END-IF.
005110
005120     IF WS-SCAN-MM > 12
005130         GO TO 3050-EXIT
005140     END-IF.
005150     IF WS-PRIMER-PERIODO = ZEROS
005160         MOVE WS-SCAN-PERIODO TO WS-PRIMER-PERIODO
005170     END-IF.
005180     MOVE WS-SCAN-PERIODO TO WS-ULTIMO-PERIODO.
005190     IF LQ-GAN-BASE-ACUM IS NUMERIC
005200         MOVE LQ-GAN-BASE-ACUM TO WS-BASE-IMPONIBLE
005210     ELSE
005220         MOVE ZEROS TO WS-BASE-IMPONIBLE
005230     END-IF.
005240     IF LQ-GAN-IMPUESTO-ACUM IS NUMERIC
005250         MOVE LQ-GAN-IMPUESTO-ACUM TO WS-IMPUESTO
005260     ELSE
005270         MOVE ZEROS TO WS-IMPUESTO
005280     END-IF.
005290 3050-EXIT.
005300     EXIT.
005310
005320*****************************************************************
005330* DECIDE SI EL LEGAJO SE LIQUIDA: TIENE QUE HABER TRABAJADO EN
005340* EL ANIO Y ESTAR ALCANZADO (IMPUESTO DETERMINADO O RETENCIONES).
005350* SIN CUIL, LA ANUAL SIN DICIEMBRE O LA FINAL SIN LA LIQUIDACION
005360* DEL MES DEL EGRESO QUEDAN OBSERVADAS PARA REVISAR A MANO.
005370*****************************************************************
005380 3100-VERIFICAR-LEGAJO.
005390     MOVE "N" TO WS-LEGAJO-VALIDO-SW.
005400     IF WS-PRIMER-PERIODO = ZEROS
005410         GO TO 3100-EXIT
005420     END-IF.
005430
005440     IF WS-IMPUESTO = ZERO AND WS-RETENIDO = ZERO
005450         ADD 1 TO WS-CANT-NO-ALCANZADOS
005460         GO TO 3100-EXIT
005470     END-IF.
005480
005490     IF EMP-CUIL = ZEROS
005500         DISPLAY "LEGAJO " EMP-LEGAJO " SIN CUIL: NO SE PUEDE "
005510             "INFORMAR EL F.1357"
005520         ADD 1 TO WS-CANT-OBSERVADOS
005530         GO TO 3100-EXIT
005540     END-IF.
005550
005560     IF LIQUIDACION-ANUAL AND WS-ULTIMO-MM NOT EQUAL 12
005570         DISPLAY "LEGAJO " EMP-LEGAJO " SIN LIQUIDACION DE "
005580             "DICIEMBRE (ULTIMO PERIODO " WS-ULTIMO-PERIODO ")"
005590         ADD 1 TO WS-CANT-OBSERVADOS
005600         GO TO 3100-EXIT
005610     END-IF.
005620
005630     IF LIQUIDACION-FINAL
005640             AND WS-ULTIMO-PERIODO NOT EQUAL WS-EGRESO-AAAAMM
005650         DISPLAY "LEGAJO " EMP-LEGAJO " SIN LIQUIDACION FINAL "
005660             "DEL EGRESO (ULTIMO PERIODO " WS-ULTIMO-PERIODO ")"
005670         ADD 1 TO WS-CANT-OBSERVADOS
005680         GO TO 3100-EXIT
005690     END-IF.
005700
005710     SET LEGAJO-VALIDO TO TRUE.
005720 3100-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760* COMPLETA LA LIQUIDACION DEL LEGAJO: REMUNERACION NETA,
005770* DEDUCCIONES PERSONALES COMPUTADAS (LO QUE VA DE LA NETA A LA
005780* BASE IMPONIBLE), DATOS DECLARADOS EN GANDED, PERIODO
005790* TRABAJADO EN EL ANIO Y SALDO CONTRA LO RETENIDO
005800*****************************************************************
005810 4000-LIQUIDAR-LEGAJO.
005820     COMPUTE WS-REMUN-NETA = WS-REMUN-BRUTA - WS-APORTES.
005830     IF WS-BASE-IMPONIBLE < WS-REMUN-NETA
005840         COMPUTE WS-DEDUC-COMPUTADAS =
005850             WS-REMUN-NETA - WS-BASE-IMPONIBLE
005860     ELSE
005870         MOVE ZEROS TO WS-DEDUC-COMPUTADAS
005880     END-IF.
005890
005900     MOVE "N" TO WS-GAN-CONYUGE.
005910     MOVE ZEROS TO WS-GAN-HIJOS.
005920     MOVE ZEROS TO WS-GAN-OTRAS.
005930     MOVE EMP-LEGAJO TO GD-LEGAJO.
005940     READ GANANCIA-DECL
005950         INVALID KEY
005960             CONTINUE
005970         NOT INVALID KEY
005980             IF GD-TIENE-CONYUGE
005990                 MOVE "S" TO WS-GAN-CONYUGE
006000             END-IF
006010             MOVE GD-CANT-HIJOS TO WS-GAN-HIJOS
006020             MOVE GD-OTRAS-DEDUCCIONES TO WS-GAN-OTRAS
006030     END-READ.
006040
006050     *> Sin fecha de ingreso en el maestro, el periodo trabajado
006060     *> arranca el primer dia del primer mes liquidado del anio
006070     COMPUTE WS-FECHA-DESDE = WS-PRIMER-PERIODO * 100 + 1.
006080     IF LIQUIDACION-FINAL
006090         MOVE EMP-FECHA-EGRESO TO WS-FECHA-HASTA
006100         ADD 1 TO WS-CANT-FINALES
006110     ELSE
006120         COMPUTE WS-FECHA-HASTA = WS-ANIO-FISCAL * 10000 + 1231
006130         ADD 1 TO WS-CANT-ANUALES
006140     END-IF.
006150
006160     COMPUTE WS-SALDO = WS-IMPUESTO - WS-RETENIDO.
006170     IF WS-SALDO < ZERO
006180         MOVE "D" TO WS-SALDO-SIGNO
006190         COMPUTE WS-SALDO-ABS = ZERO - WS-SALDO
006200     ELSE
006210         MOVE "R" TO WS-SALDO-SIGNO
006220         MOVE WS-SALDO TO WS-SALDO-ABS
006230     END-IF.
006240 4000-EXIT.
006250     EXIT.
006260
006270*****************************************************************
006280* ARMA Y GRABA EL REGISTRO DE DETALLE DEL EMPLEADO
006290*****************************************************************
006300 4100-EXPORTAR-DETALLE.
006310     MOVE EMP-CUIL TO ED-CUIL.
006320     MOVE WS-ANIO-FISCAL TO ED-PERIODO-FISCAL.
006330     MOVE WS-TIPO-LIQUIDACION TO ED-TIPO-LIQUIDACION.
006340     MOVE WS-FECHA-DESDE TO ED-FECHA-DESDE.
006350     MOVE WS-FECHA-HASTA TO ED-FECHA-HASTA.
006360     MOVE WS-REMUN-BRUTA TO ED-REMUNERACION.
006370     MOVE WS-APORTES TO ED-APORTES.
006380     MOVE WS-DEDUC-COMPUTADAS TO ED-DEDUC-PERSONALES.
006390     MOVE WS-GAN-CONYUGE TO ED-CONYUGE.
006400     MOVE WS-GAN-HIJOS TO ED-CANT-HIJOS.
006410     MOVE WS-GAN-OTRAS TO ED-OTRAS-DEDUCCIONES.
006420     MOVE WS-BASE-IMPONIBLE TO ED-BASE-IMPONIBLE.
006430     MOVE WS-IMPUESTO TO ED-IMPUESTO.
006440     MOVE WS-RETENIDO TO ED-RETENIDO.
006450     MOVE WS-SALDO-ABS TO ED-SALDO.
006460     MOVE WS-SALDO-SIGNO TO ED-SALDO-SIGNO.
006470     MOVE EMP-LEGAJO TO ED-LEGAJO.
006480     WRITE F1357-EXPORT-REG FROM EXPORT-DETALLE.
006490
006500     ADD 1 TO WS-CANT-REGISTROS.
006510     ADD WS-IMPUESTO TO WS-TOTAL-IMPUESTO.
006520     ADD WS-RETENIDO TO WS-TOTAL-RETENIDO.
006530 4100-EXIT.
006540     EXIT.
006550
006560*****************************************************************
006570* IMPRIME LA COPIA DEL F.1357 PARA EL EMPLEADO, UNA POR HOJA
006580*****************************************************************
006590 5000-IMPRIMIR-COPIA.
006600     MOVE SPACES TO LINEA-F1357.
006610     WRITE LINEA-F1357 FROM WS-BANNER-1
006620         AFTER ADVANCING NUEVA-PAGINA.
006630
006640     MOVE SPACES TO LINEA-F1357.
006650     STRING "F.1357 - IMPUESTO A LAS GANANCIAS (4TA. CATEGORIA)"
006660         DELIMITED SIZE INTO LINEA-F1357.
006670     WRITE LINEA-F1357 AFTER ADVANCING 1 LINE.
006680
006690     MOVE SPACES TO LINEA-F1357.
006700     IF LIQUIDACION-FINAL
006710         STRING "LIQUIDACION FINAL POR EGRESO - PERIODO FISCAL "
006720             WS-ANIO-FISCAL
006730             DELIMITED SIZE INTO LINEA-F1357
006740     ELSE
006750         STRING "LIQUIDACION ANUAL INFORMATIVA - PERIODO FISCAL "
006760             WS-ANIO-FISCAL
006770             DELIMITED SIZE INTO LINEA-F1357
006780     END-IF.
006790     WRITE LINEA-F1357 AFTER ADVANCING 1 LINE.
006800
006810     MOVE SPACES TO LINEA-F1357.
006820     STRING "EMPLEADOR: GREMIO DE CAMIONEROS - CCT 40/89"
006830         DELIMITED SIZE INTO LINEA-F1357.
006840     WRITE LINEA-F1357 AFTER ADVANCING 1 LINE.
006850
006860     WRITE LINEA-F1357 FROM WS-BANNER-1
006870         AFTER ADVANCING 1 LINE.
006880
006890     MOVE SPACES TO LINEA-F1357.
006900     STRING "LEGAJO: " EMP-LEGAJO "  " EMP-NOMBRE
006910         DELIMITED SIZE INTO LINEA-F1357.
006920     WRITE LINEA-F1357 AFTER ADVANCING 1 LINE.
006930
006940     MOVE WS-FECHA-DESDE TO WS-FECHA-EDIT-W.
006950     PERFORM 5100-EDITAR-FECHA THRU 5100-EXIT.
006960     MOVE WS-EDIT-FECHA TO WS-EDIT-DESDE.
006970     MOVE WS-FECHA-HASTA TO WS-FECHA-EDIT-W.
006980     PERFORM 5100-EDITAR-FECHA THRU 5100-EXIT.
006990     MOVE WS-EDIT-FECHA TO WS-EDIT-HASTA.
007000     MOVE SPACES TO LINEA-F1357.
007010     STRING "CUIL: " EMP-CUIL "   PERIODO: " WS-EDIT-DESDE
007020         " AL " WS-EDIT-HASTA
007030         DELIMITED SIZE INTO LINEA-F1357.
007040     WRITE LINEA-F1357 AFTER ADVANCING 1 LINE.
007050
007060     WRITE LINEA-F1357 FROM WS-BANNER-1
007070         AFTER ADVANCING 1 LINE.
007080
007090     MOVE SPACES TO LINEA-F1357.
007100     MOVE WS-REMUN-BRUTA TO WS-EDIT-IMPORTE-GRANDE.
007110     STRING "REMUNERACION BRUTA DEL PERIODO ...... $"
007120         WS-EDIT-IMPORTE-GRANDE
007130         DELIMITED SIZE INTO LINEA-F1357.
007140     WRITE LINEA-F1357 AFTER ADVANCING 1 LINE.
007150
007160     MOVE SPACES TO LINEA-F1357.
007170     MOVE WS-APORTES TO WS-EDIT-IMPORTE-GRANDE.
007180     STRING "MENOS APORTES JUB., O.SOC. Y SIND. .. $"
007190         WS-EDIT-IMPORTE-GRANDE
007200         DELIMITED SIZE INTO LINEA-F1357.
007210     WRITE LINEA-F1357 AFTER ADVANCING 1 LINE.
007220
007230     MOVE SPACES TO LINEA-F1357.
007240     MOVE WS-REMUN-NETA TO WS-EDIT-IMPORTE-GRANDE.
007250     STRING "REMUNERACION NETA ................... $"
007260         WS-EDIT-IMPORTE-GRANDE
007270         DELIMITED SIZE INTO LINEA-F1357.
007280     WRITE LINEA-F1357 AFTER ADVANCING 1 LINE.
007290
007300     MOVE SPACES TO LINEA-F1357.
007310     STRING "DEDUCCIONES DECLARADAS (SIRADIG):"
007320         DELIMITED SIZE INTO LINEA-F1357.
007330     WRITE LINEA-F1357 AFTER ADVANCING 2 LINES.
007340
007350     MOVE SPACES TO LINEA-F1357.
007360     MOVE WS-GAN-HIJOS TO WS-EDIT-HIJOS.
007370     IF GAN-DECL-CONYUGE
007380         STRING "  CONYUGE A CARGO: SI   HIJOS A CARGO: "
007390             WS-EDIT-HIJOS
007400             DELIMITED SIZE INTO LINEA-F1357
007410     ELSE
007420         STRING "  CONYUGE A CARGO: NO   HIJOS A CARGO: "
007430             WS-EDIT-HIJOS
007440             DELIMITED SIZE INTO LINEA-F1357
007450     END-IF.
007460     WRITE LINEA-F1357 AFTER ADVANCING 1 LINE.
007470
007480     MOVE SPACES TO LINEA-F1357.
007490     MOVE WS-GAN-OTRAS TO WS-EDIT-IMPORTE-GRANDE.
007500     STRING "  OTRAS DEDUCCIONES DECLARADAS ...... $"
007510         WS-EDIT-IMPORTE-GRANDE
007520         DELIMITED SIZE INTO LINEA-F1357.
007530     WRITE LINEA-F1357 AFTER ADVANCING 1 LINE.
007540
007550     MOVE SPACES TO LINEA-F1357.
007560     MOVE WS-DEDUC-COMPUTADAS TO WS-EDIT-IMPORTE-GRANDE.
007570     STRING "DEDUCCIONES PERSONALES COMPUTADAS ... $"
007580         WS-EDIT-IMPORTE-GRANDE
007590         DELIMITED SIZE INTO LINEA-F1357.
007600     WRITE LINEA-F1357 AFTER ADVANCING 1 LINE.
007610
007620     MOVE SPACES TO LINEA-F1357.
007630     MOVE WS-BASE-IMPONIBLE TO WS-EDIT-IMPORTE-GRANDE.
007640     STRING "BASE IMPONIBLE NETA ................. $"
007650         WS-EDIT-IMPORTE-GRANDE
007660         DELIMITED SIZE INTO LINEA-F1357.
007670     WRITE LINEA-F1357 AFTER ADVANCING 2 LINES.
007680
007690     MOVE SPACES TO LINEA-F1357.
007700     MOVE WS-IMPUESTO TO WS-EDIT-IMPORTE-GRANDE.
007710     STRING "IMPUESTO DETERMINADO ................ $"
007720         WS-EDIT-IMPORTE-GRANDE
007730         DELIMITED SIZE INTO LINEA-F1357.
007740     WRITE LINEA-F1357 AFTER ADVANCING 1 LINE.
007750
007760     MOVE SPACES TO LINEA-F1357.
007770     MOVE WS-RETENIDO TO WS-EDIT-IMPORTE-GRANDE.
007780     STRING "IMPUESTO RETENIDO EN EL PERIODO ..... $"
007790         WS-EDIT-IMPORTE-GRANDE
007800         DELIMITED SIZE INTO LINEA-F1357.
007810     WRITE LINEA-F1357 AFTER ADVANCING 1 LINE.
007820
007830     MOVE SPACES TO LINEA-F1357.
007840     MOVE WS-SALDO-ABS TO WS-EDIT-IMPORTE-GRANDE.
007850     IF SALDO-A-DEVOLVER
007860         STRING "SALDO A DEVOLVER AL EMPLEADO ........ $"
007870             WS-EDIT-IMPORTE-GRANDE
007880             DELIMITED SIZE INTO LINEA-F1357
007890     ELSE
007900         STRING "SALDO A RETENER AL EMPLEADO ......... $"
007910             WS-EDIT-IMPORTE-GRANDE
007920             DELIMITED SIZE INTO LINEA-F1357
007930     END-IF.
007940     WRITE LINEA-F1357 AFTER ADVANCING 1 LINE.
007950
007960     WRITE LINEA-F1357 FROM WS-BANNER-1
007970         AFTER ADVANCING 1 LINE.
007980
007990     MOVE SPACES TO LINEA-F1357.
008000     STRING "FIRMA DEL EMPLEADOR: ____________________"
008010         DELIMITED SIZE INTO LINEA-F1357.
008020     WRITE LINEA-F1357 AFTER ADVANCING 3 LINES.
008030 5000-EXIT.
008040     EXIT.
008050
008060*****************************************************************
008070* EDITA WS-FECHA-EDIT-W (AAAAMMDD) COMO DD/MM/AAAA
008080*****************************************************************
008090 5100-EDITAR-FECHA.
008100     MOVE WS-EDIT-W-DD TO WS-EDIT-FEC-DD.
008110     MOVE WS-EDIT-W-MM TO WS-EDIT-FEC-MM.
008120     MOVE WS-EDIT-W-AAAA TO WS-EDIT-FEC-AAAA.
008130 5100-EXIT.
008140     EXIT.
008150
008160*****************************************************************
008170* GRABA LA COLA, MUESTRA LOS TOTALES Y DEJA EL RETURN-CODE: 4 SI
008180* QUEDARON LEGAJOS OBSERVADOS QUE HAY QUE LIQUIDAR A MANO
008190*****************************************************************
008200 8000-FINALIZAR.
008210     MOVE WS-CANT-REGISTROS TO ET-CANT-REGISTROS.
008220     MOVE WS-TOTAL-IMPUESTO TO ET-TOTAL-IMPUESTO.
008230     MOVE WS-TOTAL-RETENIDO TO ET-TOTAL-RETENIDO.
008240     WRITE F1357-EXPORT-REG FROM EXPORT-COLA.
008250
008260     MOVE WS-CANT-ANUALES TO WS-EDIT-CANTIDAD.
008270     DISPLAY "LIQUIDACIONES ANUALES:   " WS-EDIT-CANTIDAD.
008280     MOVE WS-CANT-FINALES TO WS-EDIT-CANTIDAD.
008290     DISPLAY "LIQUIDACIONES FINALES:   " WS-EDIT-CANTIDAD.
008300     MOVE WS-CANT-NO-ALCANZADOS TO WS-EDIT-CANTIDAD.
008310     DISPLAY "NO ALCANZADOS:           " WS-EDIT-CANTIDAD.
008320     MOVE WS-CANT-OBSERVADOS TO WS-EDIT-CANTIDAD.
008330     DISPLAY "LEGAJOS OBSERVADOS:      " WS-EDIT-CANTIDAD.
008340     MOVE WS-TOTAL-IMPUESTO TO WS-EDIT-IMPORTE-GRANDE.
008350     DISPLAY "TOTAL IMPUESTO DETERMINADO: $"
008360         WS-EDIT-IMPORTE-GRANDE.
008370     MOVE WS-TOTAL-RETENIDO TO WS-EDIT-IMPORTE-GRANDE.
008380     DISPLAY "TOTAL IMPUESTO RETENIDO:    $"
008390         WS-EDIT-IMPORTE-GRANDE.
008400
008410     IF WS-CANT-OBSERVADOS > ZERO
008420         DISPLAY "HAY LEGAJOS OBSERVADOS: REVISAR ANTES DE "
008430             "PRESENTAR"
008440         MOVE 4 TO RETURN-CODE
008450         MOVE "ALERTA" TO WS-BIT-RESULTADO
008460     ELSE
008470         MOVE "OK" TO WS-BIT-RESULTADO
008480     END-IF.
008490
008500     CLOSE EMPLEADO-MASTER.
008510     CLOSE LIQUIDACION-HIST.
008520     CLOSE GANANCIA-DECL.
008530     CLOSE F1357-EXPORT.
008540     CLOSE F1357-REPORT.
008550     STRING "ANIO=" WS-ANIO-FISCAL
008560         " PRESENTACION=" WS-PRESENTACION
008570         " EMPLEADOS=" WS-CANT-REGISTROS
008580         " OBSERVADOS=" WS-CANT-OBSERVADOS
008590         DELIMITED SIZE INTO WS-BIT-DETALLE.
008600     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
008610     DISPLAY "FIN DE LA LIQUIDACION F.1357.".
008620 8000-EXIT.
008630     EXIT.
008640
008650*****************************************************************
008660* CORTA EL PROCESO CON RETURN-CODE 8 CUANDO NO SE PUEDE
008670* SIQUIERA INICIAR LA LIQUIDACION
008680*****************************************************************
008690 8100-ABANDONAR.
008700     DISPLAY "LIQUIDACION F.1357 ABANDONADA.".
008710     MOVE 8 TO RETURN-CODE.
008720     STRING "ANIO=" WS-ANIO-FISCAL
008730         " PRESENTACION=" WS-PRESENTACION
008740         DELIMITED SIZE INTO WS-BIT-DETALLE.
008750     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
008760     STOP RUN.
008770 8100-EXIT.
008780     EXIT.
008790
008800*****************************************************************
008810* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
008820* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
008830* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
008840*****************************************************************
008850 9900-REGISTRAR-BITACORA.
008860     IF WS-BIT-RESULTADO = SPACES
008870         MOVE "ABORTADO" TO WS-BIT-RESULTADO
008880     END-IF.
008890     OPEN EXTEND AUDIT-LOG.
008900     IF NOT WS-AUDITLOG-OK
008910         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
008920             WS-AUDITLOG-STATUS
008930         GO TO 9900-EXIT
008940     END-IF.
008950     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
008960     ACCEPT WS-HORA-BITACORA FROM TIME.
008970     MOVE SPACES TO BITACORA-REG.
008980     MOVE WS-FECHA-BITACORA TO BT-FECHA.
008990     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
009000     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
009010     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
009020     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
009030     MOVE WS-BIT-DETALLE TO BT-DETALLE.
009040     WRITE BITACORA-REG.
009050     CLOSE AUDIT-LOG.
009060 9900-EXIT.
009070     EXIT.

000150* COLA (CANTIDAD, IMPORTE TOTAL Y HASH DE CBU). SI ALGO NO
000160* CONCILIA TERMINA CON RETURN-CODE 8 PARA QUE EL PASO DE
000170* TRANSMISION DE LA JCL NO SE EJECUTE.
000180* ADEMAS AVISA DE CADA LEGAJO CUYO CBU CAMBIO EN LOS DIAS
000190* PREVIOS AL PAGO SEGUN LA HISTORIA CONTRACTUAL (PATRON CONOCIDO
000200* DE FRAUDE): SI LA CONCILIACION CIERRA PERO HAY AVISOS, TERMINA
000210* CON RETURN-CODE 4 PARA QUE SE REVISEN ANTES DE TRANSMITIR.
000220*-----------------------------------------------------------------
000230* MOD-HIST:
000240*   2026-08-22 JCM  VERSION ORIGINAL.
000250*   2026-09-02 JCM  AGREGADO EL ESTADO DEL PERIODO (PERESTAD):
000260*                   LA CONCILIACION EXIGE LA LIQUIDACION
000270*                   DEFINITIVA DEL MISMO PERIODO Y RECHAZA EL
000280*                   PERIODO CERRADO; SI LA CONCILIACION CIERRA
000290*                   BIEN, EL PERIODO QUEDA MARCADO COMO
000300*                   CONCILIADO.
000310*   2026-10-08 JCM  EL PERIODO NUEVO DE PERESTAD ARRANCA TAMBIEN
000320*                   SIN NETO PENDIENTE POR RECHAZOS BANCARIOS.
000330*   2026-10-09 JCM  EL PERIODO NUEVO DE PERESTAD ARRANCA TAMBIEN
000340*                   SIN PROVISION DE CARGAS HECHA.
000350*   2026-10-11 JCM  OPERADOR VALIDADO CONTRA OPERMAST SEGUN SU
000360*                   ROL Y RENGLON DE LA CORRIDA EN LA BITACORA
000370*                   UNIFICADA (AUDITLOG).
000380*   2026-10-12 JCM  AVISO DE CBU CAMBIADO EN LOS ULTIMOS 30 DIAS
000390*                   SEGUN LA HISTORIA CONTRACTUAL (LEGHIST);
000400*                   CON AVISOS LA CORRIDA TERMINA CON
000410*                   RETURN-CODE 4.
000420*   2026-10-14 JCM  EL PERIODO NUEVO DE PERESTAD ARRANCA TAMBIEN
000430*                   SIN CONTROL DE INTEGRIDAD CORRIDO.
000440*****************************************************************
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000490 OBJECT-COMPUTER. IBM-370.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT BANCO-EXPORT
000540         ASSIGN TO BANKEXP
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-BANKEXP-STATUS.
000570
000580     SELECT EMPLEADO-MASTER
000590         ASSIGN TO EMPMAST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS EMP-LEGAJO
000630         FILE STATUS IS WS-EMPMAST-STATUS.
000640
000650     SELECT CHECKPOINT-FILE
000660         ASSIGN TO CHKPOINT
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-CHKPOINT-STATUS.
000690
000700     SELECT BANCO-SALIDA
000710         ASSIGN TO BANKSAL
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-BANKSAL-STATUS.
000740
000750     SELECT PERIODO-ESTADO
000760         ASSIGN TO PERESTAD
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS PE-PERIODO
000800         FILE STATUS IS WS-PERESTAD-STATUS.
000810
000820     SELECT HISTORIA-LEGAJO
000830         ASSIGN TO LEGHIST
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS LH-CLAVE
000870         FILE STATUS IS WS-LEGHIST-STATUS.
000880
000890     SELECT OPERADOR-MASTER
000900         ASSIGN TO OPERMAST
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS OP-OPERADOR
000940         FILE STATUS IS WS-OPERMAST-STATUS.
000950
000960     SELECT AUDIT-LOG
000970         ASSIGN TO AUDITLOG
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-AUDITLOG-STATUS.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  BANCO-EXPORT
001040     LABEL RECORDS ARE STANDARD.
001050 COPY BANKEXP.
001060
001070 FD  EMPLEADO-MASTER
001080     LABEL RECORDS ARE STANDARD.
001090 COPY EMPMAST.
001100
001110 FD  CHECKPOINT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 COPY CHKPOINT.
001140
001150 FD  BANCO-SALIDA
001160     LABEL RECORDS ARE STANDARD.
001170 COPY BANKSAL.
001180
001190 FD  PERIODO-ESTADO
001200     LABEL RECORDS ARE STANDARD.
001210 COPY PERESTAD.
001220
001230 FD  HISTORIA-LEGAJO
001240     LABEL RECORDS ARE STANDARD.
001250 COPY LEGHIST.
001260
001270 FD  OPERADOR-MASTER
001280     LABEL RECORDS ARE STANDARD.
001290 COPY OPERMAST.
001300
001310 FD  AUDIT-LOG
001320     LABEL RECORDS ARE STANDARD.
001330 COPY AUDITLOG.
001340
001350 WORKING-STORAGE SECTION.
001360
001370*****************************************************************
001380* SWITCHES DE CONTROL DE PROCESO
001390*****************************************************************
001400 01  WS-BANKEXP-STATUS         PIC X(02) VALUE ZEROS.
001410     88  WS-BANKEXP-OK             VALUE "00".
001420
001430 01  WS-EMPMAST-STATUS         PIC X(02) VALUE ZEROS.
001440     88  WS-EMPMAST-OK             VALUE "00".
001450
001460 01  WS-CHKPOINT-STATUS        PIC X(02) VALUE ZEROS.
001470     88  WS-CHKPOINT-OK            VALUE "00".
001480
001490 01  WS-BANKSAL-STATUS         PIC X(02) VALUE ZEROS.
001500     88  WS-BANKSAL-OK             VALUE "00".
001510
001520 01  WS-PERESTAD-STATUS        PIC X(02) VALUE ZEROS.
001530     88  WS-PERESTAD-OK            VALUE "00".
001540
001550 01  WS-LEGHIST-STATUS         PIC X(02) VALUE ZEROS.
001560     88  WS-LEGHIST-OK             VALUE "00".
001570
001580 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
001590     88  WS-OPERMAST-OK            VALUE "00".
001600
001610 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
001620     88  WS-AUDITLOG-OK            VALUE "00".
001630
001640 01  WS-ESTADO-HALLADO-SW      PIC X(01) VALUE "N".
001650     88  ESTADO-HALLADO            VALUE "S".
001660
001670 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
001680     88  FIN-DE-ARCHIVO            VALUE "S".
001690
001700 01  WS-LEGAJO-EXISTE-SW       PIC X(01) VALUE "N".
001710     88  LEGAJO-EXISTE             VALUE "S".
001720
001730 01  WS-REGISTRO-VALIDO-SW     PIC X(01) VALUE "S".
001740     88  REGISTRO-VALIDO           VALUE "S".
001750     88  REGISTRO-INVALIDO         VALUE "N".
001760
001770 01  WS-HISTORIA-FIN-SW        PIC X(01) VALUE "N".
001780     88  HISTORIA-FIN              VALUE "S".
001790
001800 01  WS-ALERTA-CBU-SW          PIC X(01) VALUE "N".
001810     88  ALERTA-CBU                VALUE "S".
001820
001830*****************************************************************
001840* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
001850* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
001860*****************************************************************
001870 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
001880 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
001890 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
001900 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 2.
001910 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
001920     88  OPERADOR-HABILITADO       VALUE "S".
001930 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
001940     "CONCILIA-BANCO".
001950 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
001960 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
001970 01  WS-FECHA-BITACORA         PIC 9(08).
001980 01  WS-HORA-BITACORA          PIC 9(08).
001990 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
002000     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
002010     05  FILLER                PIC 9(02).
002020
002030 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
002040
002050*****************************************************************
002060* PESOS PARA LA VALIDACION DE LOS DOS DIGITOS VERIFICADORES
002070* DEL CBU (MISMO CALCULO QUE EN MANT-LEGAJOS)
002080*****************************************************************
002090 01  CBU-PESOS-BLOQUE-1-VAL    PIC X(07) VALUE "7139713".
002100 01  CBU-PESOS-BLOQUE-1 REDEFINES CBU-PESOS-BLOQUE-1-VAL.
002110     05  CBU-PESO-1            PIC 9(01) OCCURS 7 TIMES.
002120
002130 01  CBU-PESOS-BLOQUE-2-VAL    PIC X(13) VALUE "3971397139713".
002140 01  CBU-PESOS-BLOQUE-2 REDEFINES CBU-PESOS-BLOQUE-2-VAL.
002150     05  CBU-PESO-2            PIC 9(01) OCCURS 13 TIMES.
002160
002170 01  WS-CBU-TRABAJO            PIC X(22).
002180 01  WS-CBU-TRABAJO-R REDEFINES WS-CBU-TRABAJO.
002190     05  WS-CBU-DIG            PIC 9(01) OCCURS 22 TIMES.
002200 01  WS-CBU-ULTIMOS REDEFINES WS-CBU-TRABAJO.
002210     05  FILLER                PIC X(07).
002220     05  WS-CBU-ULT15          PIC 9(15).
002230
002240 01  WS-CBU-SUMA               PIC 9(04) VALUE ZERO.
002250 01  WS-CBU-COCIENTE           PIC 9(04).
002260 01  WS-CBU-RESTO              PIC 9(01).
002270 01  WS-CBU-VERIFICADOR        PIC 9(02).
002280 01  WS-CBU-IX                 PIC 9(02).
002290
002300*****************************************************************
002310* ACUMULADORES DE LA CONCILIACION Y DE LA COLA DEL ARCHIVO
002320*****************************************************************
002330 01  WS-CANT-REGISTROS         PIC 9(07) VALUE ZERO.
002340 01  WS-CANT-ERRORES           PIC 9(05) VALUE ZERO.
002350 01  WS-IMPORTE-TOTAL          PIC 9(13)V99 VALUE ZERO.
002360 01  WS-HASH-CBU               PIC 9(15) VALUE ZERO.
002370
002380*****************************************************************
002390* CIFRAS DEL CIERRE TOMADAS DEL CHECKPOINT (COPIADAS ANTES DE
002400* CERRAR EL ARCHIVO)
002410*****************************************************************
002420 01  WS-CIERRE-PERIODO         PIC 9(08) VALUE ZEROS.
002430 01  WS-CIERRE-PERIODO-R REDEFINES WS-CIERRE-PERIODO.
002440     05  WS-CIERRE-AAAAMM      PIC 9(06).
002450     05  FILLER                PIC 9(02).
002460 01  WS-CIERRE-LEGAJOS         PIC 9(05) VALUE ZEROS.
002470 01  WS-CIERRE-NETO            PIC 9(9)V99 VALUE ZEROS.
002480
002490 01  WS-FECHA-PROCESO.
002500     05  WS-FECHA-AAAA         PIC 9(04).
002510     05  WS-FECHA-MM           PIC 9(02).
002520     05  WS-FECHA-DD           PIC 9(02).
002530
002540*****************************************************************
002550* AVISO DE CAMBIO DE CBU: SE AVISA EL CAMBIO REGISTRADO O
002560* VIGENTE DESDE LA FECHA DE ALERTA (FECHA DE PROCESO MENOS
002570* WS-DIAS-ALERTA-CBU DIAS) EN ADELANTE
002580*****************************************************************
002590 01  WS-DIAS-ALERTA-CBU        PIC 9(03) VALUE 30.
002600 01  WS-FECHA-ALERTA.
002610     05  WS-ALERTA-AAAA        PIC 9(04).
002620     05  WS-ALERTA-MM          PIC 9(02).
002630     05  WS-ALERTA-DD          PIC 9(02).
002640 01  WS-FECHA-ALERTA-N REDEFINES WS-FECHA-ALERTA PIC 9(08).
002650 01  WS-CANT-ALERTAS-CBU       PIC 9(05) VALUE ZERO.
002660
002670 01  DIAS-MES-VALORES          PIC X(24) VALUE
002680     "312831303130313130313031".
002690 01  DIAS-MES-TABLA REDEFINES DIAS-MES-VALORES.
002700     05  DM-DIAS               PIC 9(02) OCCURS 12 TIMES.
002710
002720 01  WS-ANIO-COCIENTE          PIC 9(04).
002730 01  WS-ANIO-RESTO-4           PIC 9(03).
002740 01  WS-ANIO-RESTO-100         PIC 9(03).
002750 01  WS-ANIO-RESTO-400         PIC 9(03).
002760
002770 01  WS-EDIT-CANTIDAD          PIC Z,ZZZ,ZZ9.
002780 01  WS-EDIT-IMPORTE-GRANDE    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002790
002800*****************************************************************
002810* CABECERA Y COLA DEL ARCHIVO A TRANSMITIR
002820*****************************************************************
002830 01  SALIDA-CABECERA.
002840     05  SC-TIPO               PIC X(01) VALUE "1".
002850     05  SC-FECHA              PIC 9(08).
002860     05  SC-PERIODO            PIC 9(08).
002870     05  FILLER                PIC X(63) VALUE SPACES.
002880
002890 01  SALIDA-COLA.
002900     05  ST-TIPO               PIC X(01) VALUE "9".
002910     05  ST-CANT-REGISTROS     PIC 9(07).
002920     05  ST-IMPORTE-TOTAL      PIC 9(13)V99.
002930     05  ST-HASH-CBU           PIC 9(15).
002940     05  FILLER                PIC X(42) VALUE SPACES.
002950
002960 PROCEDURE DIVISION.
002970
002980 0000-MAINLINE.
002990     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003000     PERFORM 2000-PROCESAR-REGISTROS THRU 2000-EXIT
003010         UNTIL FIN-DE-ARCHIVO.
003020     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
003030     STOP RUN.
003040
003050 1000-INICIALIZAR.
003060     DISPLAY WS-BANNER-1.
003070     DISPLAY "CONCILIACION DEL ARCHIVO BANCARIO".
003080     DISPLAY WS-BANNER-1.
003090
003100     DISPLAY WS-OPERADOR-MENSAJE.
003110     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
003120     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
003130     IF NOT OPERADOR-HABILITADO
003140         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
003150         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003160     END-IF.
003170
003180     OPEN INPUT CHECKPOINT-FILE.
003190     IF NOT WS-CHKPOINT-OK
003200         DISPLAY "ERROR AL ABRIR CHECKPOINT, STATUS = "
003210             WS-CHKPOINT-STATUS
003220         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003230     END-IF.
003240
003250     READ CHECKPOINT-FILE
003260         AT END
003270             DISPLAY "CHECKPOINT VACIO: NO HAY CORRIDA DE "
003280                 "LIQUIDACION PARA CONCILIAR"
003290             PERFORM 8100-ABANDONAR THRU 8100-EXIT
003300     END-READ.
003310
003320     IF NOT CK-CORRIDA-FINALIZADA
003330         DISPLAY "LA CORRIDA DE LIQUIDACION NO FINALIZO: "
003340             "NO SE PUEDE CONCILIAR"
003350         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003360     END-IF.
003370
003380     MOVE CK-PERIODO TO WS-CIERRE-PERIODO.
003390     MOVE CK-TOTAL-LEGAJOS TO WS-CIERRE-LEGAJOS.
003400     MOVE CK-TOTAL-NETO-GENERAL TO WS-CIERRE-NETO.
003410     CLOSE CHECKPOINT-FILE.
003420
003430     *> Estado del periodo: la conciliacion exige la
003440     *> liquidacion definitiva del mismo periodo
003450     OPEN I-O PERIODO-ESTADO.
003460     IF NOT WS-PERESTAD-OK
003470         DISPLAY "ERROR AL ABRIR PERIODO-ESTADO, STATUS = "
003480             WS-PERESTAD-STATUS
003490         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003500     END-IF.
003510     PERFORM 1100-VALIDAR-ESTADO THRU 1100-EXIT.
003520
003530     OPEN INPUT BANCO-EXPORT.
003540     IF NOT WS-BANKEXP-OK
003550         DISPLAY "ERROR AL ABRIR BANCO-EXPORT, STATUS = "
003560             WS-BANKEXP-STATUS
003570         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003580     END-IF.
003590
003600     OPEN INPUT EMPLEADO-MASTER.
003610     IF NOT WS-EMPMAST-OK
003620         DISPLAY "ERROR AL ABRIR EMPLEADO-MASTER, STATUS = "
003630             WS-EMPMAST-STATUS
003640         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003650     END-IF.
003660
003670     OPEN OUTPUT BANCO-SALIDA.
003680     IF NOT WS-BANKSAL-OK
003690         DISPLAY "ERROR AL ABRIR BANCO-SALIDA, STATUS = "
003700             WS-BANKSAL-STATUS
003710         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003720     END-IF.
003730
003740     OPEN INPUT HISTORIA-LEGAJO.
003750     IF NOT WS-LEGHIST-OK
003760         DISPLAY "ERROR AL ABRIR HISTORIA-LEGAJO, STATUS = "
003770             WS-LEGHIST-STATUS
003780         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003790     END-IF.
003800
003810     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
003820     MOVE WS-FECHA-PROCESO TO SC-FECHA.
003830     MOVE WS-FECHA-PROCESO TO WS-FECHA-ALERTA.
003840     PERFORM 1200-RESTAR-UN-DIA THRU 1200-EXIT
003850         WS-DIAS-ALERTA-CBU TIMES.
003860     MOVE WS-CIERRE-PERIODO TO SC-PERIODO.
003870     WRITE BANCO-SALIDA-REG FROM SALIDA-CABECERA.
003880
003890     PERFORM 2100-LEER-REGISTRO THRU 2100-EXIT.
003900 1000-EXIT.
003910     EXIT.
003920
003930*****************************************************************
003940* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
003950* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
003960* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
003970* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
003980* LOS ROLES MENORES)
003990*****************************************************************
004000 1050-VALIDAR-OPERADOR.
004010     MOVE "N" TO WS-OPERADOR-SW.
004020     OPEN INPUT OPERADOR-MASTER.
004030     IF NOT WS-OPERMAST-OK
004040         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
004050             WS-OPERMAST-STATUS
004060         GO TO 1050-EXIT
004070     END-IF.
004080     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
004090     READ OPERADOR-MASTER
004100         INVALID KEY
004110             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
004120             CLOSE OPERADOR-MASTER
004130             GO TO 1050-EXIT
004140     END-READ.
004150     CLOSE OPERADOR-MASTER.
004160     MOVE OP-ROL TO WS-OPERADOR-ROL.
004170     IF NOT OP-HABILITADO
004180         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
004190         GO TO 1050-EXIT
004200     END-IF.
004210     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
004220         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
004230             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
004240             ", REQUIERE " WS-ROL-REQUERIDO ")"
004250         GO TO 1050-EXIT
004260     END-IF.
004270     SET OPERADOR-HABILITADO TO TRUE.
004280 1050-EXIT.
004290     EXIT.
004300
004310*****************************************************************
004320* VALIDA EL ESTADO DEL PERIODO DEL CIERRE: EXIGE LIQUIDACION
004330* DEFINITIVA DE ESE MISMO PERIODO Y RECHAZA EL PERIODO CERRADO
004340*****************************************************************
004350 1100-VALIDAR-ESTADO.
004360     PERFORM 1150-LEER-ESTADO THRU 1150-EXIT.
004370     IF PE-CERRADO-SI
004380         DISPLAY "EL PERIODO " WS-CIERRE-AAAAMM
004390             " ESTA CERRADO: NO SE CONCILIA"
004400         PERFORM 8100-ABANDONAR THRU 8100-EXIT
004410     END-IF.
004420     IF NOT PE-LIQUIDACION-SI
004430         DISPLAY "EL PERIODO " WS-CIERRE-AAAAMM
004440             " NO TIENE LIQUIDACION DEFINITIVA: NO SE "
004450             "PUEDE CONCILIAR"
004460         PERFORM 8100-ABANDONAR THRU 8100-EXIT
004470     END-IF.
004480 1100-EXIT.
004490     EXIT.
004500
004510*****************************************************************
004520* LEE EL ESTADO DEL PERIODO DEL CIERRE. SIN REGISTRO, EL
004530* PERIODO ARRANCA CON TODOS SUS AVANCES EN "N".
004540*****************************************************************
004550 1150-LEER-ESTADO.
004560     MOVE "N" TO WS-ESTADO-HALLADO-SW.
004570     MOVE WS-CIERRE-AAAAMM TO PE-PERIODO.
004580     READ PERIODO-ESTADO
004590         INVALID KEY
004600             MOVE WS-CIERRE-AAAAMM TO PE-PERIODO
004610             MOVE "N" TO PE-NOVEDADES-CARGADAS
004620             MOVE "N" TO PE-SIMULACION-CORRIDA
004630             MOVE "N" TO PE-LIQUIDACION-DEFIN
004640             MOVE "N" TO PE-SAC-LIQUIDADO
004650             MOVE "N" TO PE-CONCILIACION-HECHA
004660             MOVE "N" TO PE-PERIODO-CERRADO
004670             MOVE "N" TO PE-NETO-PENDIENTE
004680             MOVE "N" TO PE-PROVISION-HECHA
004690             MOVE "N" TO PE-CONTROL-INTEGRIDAD
004700         NOT INVALID KEY
004710             SET ESTADO-HALLADO TO TRUE
004720     END-READ.
004730 1150-EXIT.
004740     EXIT.
004750
004760*****************************************************************
004770* RESTA UN DIA A LA FECHA DE ALERTA, PASANDO AL ULTIMO DIA DEL
004780* MES ANTERIOR (29 DE FEBRERO EN ANIO BISIESTO) CUANDO HACE FALTA
004790*****************************************************************
004800 1200-RESTAR-UN-DIA.
004810     IF WS-ALERTA-DD > 1
004820         SUBTRACT 1 FROM WS-ALERTA-DD
004830         GO TO 1200-EXIT
004840     END-IF.
004850
004860     IF WS-ALERTA-MM = 1
004870         MOVE 12 TO WS-ALERTA-MM
004880         SUBTRACT 1 FROM WS-ALERTA-AAAA
004890     ELSE
004900         SUBTRACT 1 FROM WS-ALERTA-MM
004910     END-IF.
004920     MOVE DM-DIAS (WS-ALERTA-MM) TO WS-ALERTA-DD.
004930
004940     IF WS-ALERTA-MM NOT = 2
004950         GO TO 1200-EXIT
004960     END-IF.
004970     DIVIDE WS-ALERTA-AAAA BY 4
004980         GIVING WS-ANIO-COCIENTE REMAINDER WS-ANIO-RESTO-4.
004990     DIVIDE WS-ALERTA-AAAA BY 100
005000         GIVING WS-ANIO-COCIENTE REMAINDER WS-ANIO-RESTO-100.
005010     DIVIDE WS-ALERTA-AAAA BY 400
005020         GIVING WS-ANIO-COCIENTE REMAINDER WS-ANIO-RESTO-400.
005030     IF WS-ANIO-RESTO-4 = ZERO
005040             AND (WS-ANIO-RESTO-100 NOT = ZERO
005050                  OR WS-ANIO-RESTO-400 = ZERO)
005060         MOVE 29 TO WS-ALERTA-DD
005070     END-IF.
005080 1200-EXIT.
005090     EXIT.
005100
005110
005120*****************************************************************
005130* VALIDA EL REGISTRO DE ACREDITACION, LO COPIA AL ARCHIVO DE
005140* SALIDA Y ACUMULA CANTIDAD, IMPORTE Y HASH DE CBU
005150*****************************************************************
005160 2000-PROCESAR-REGISTROS.
005170     SET REGISTRO-VALIDO TO TRUE.
005180     MOVE BE-CBU TO WS-CBU-TRABAJO.
005190
005200     PERFORM 3000-VALIDAR-CBU THRU 3000-EXIT.
005210     PERFORM 3100-VALIDAR-LEGAJO THRU 3100-EXIT.
005220     PERFORM 3200-VERIFICAR-CAMBIO-CBU THRU 3200-EXIT.
005230
005240     IF REGISTRO-INVALIDO
005250         ADD 1 TO WS-CANT-ERRORES
005260     END-IF.
005270
005280     ADD 1 TO WS-CANT-REGISTROS.
005290     ADD BE-IMPORTE-NETO TO WS-IMPORTE-TOTAL.
005300     IF WS-CBU-TRABAJO IS NUMERIC
005310         ADD WS-CBU-ULT15 TO WS-HASH-CBU
005320     END-IF.
005330     WRITE BANCO-SALIDA-REG FROM BANCO-EXPORT-REG.
005340
005350     PERFORM 2100-LEER-REGISTRO THRU 2100-EXIT.
005360 2000-EXIT.
005370     EXIT.
005380
005390 2100-LEER-REGISTRO.
005400     READ BANCO-EXPORT
005410         AT END
005420             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
005430     END-READ.
005440 2100-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480* VALIDA QUE EL CBU DEL REGISTRO SEA NUMERICO DE 22 DIGITOS
005490* CON SUS DOS DIGITOS VERIFICADORES CORRECTOS
005500*****************************************************************
005510 3000-VALIDAR-CBU.
005520     IF WS-CBU-TRABAJO IS NOT NUMERIC
005530         DISPLAY "CBU NO NUMERICO, LEGAJO " BE-LEGAJO
005540         SET REGISTRO-INVALIDO TO TRUE
005550         GO TO 3000-EXIT
005560     END-IF.
005570
005580     MOVE ZEROS TO WS-CBU-SUMA.
005590     PERFORM 3010-SUMAR-BLOQUE-1 THRU 3010-EXIT
005600         VARYING WS-CBU-IX FROM 1 BY 1 UNTIL WS-CBU-IX > 7.
005610     PERFORM 3030-CALCULAR-VERIFICADOR THRU 3030-EXIT.
005620     IF WS-CBU-VERIFICADOR NOT EQUAL WS-CBU-DIG (8)
005630         DISPLAY "CBU CON VERIFICADOR INVALIDO, LEGAJO "
005640             BE-LEGAJO
005650         SET REGISTRO-INVALIDO TO TRUE
005660         GO TO 3000-EXIT
005670     END-IF.
005680
005690     MOVE ZEROS TO WS-CBU-SUMA.
005700     PERFORM 3020-SUMAR-BLOQUE-2 THRU 3020-EXIT
005710         VARYING WS-CBU-IX FROM 1 BY 1 UNTIL WS-CBU-IX > 13.
005720     PERFORM 3030-CALCULAR-VERIFICADOR THRU 3030-EXIT.
005730     IF WS-CBU-VERIFICADOR NOT EQUAL WS-CBU-DIG (22)
005740         DISPLAY "CBU CON VERIFICADOR INVALIDO, LEGAJO "
005750             BE-LEGAJO
005760         SET REGISTRO-INVALIDO TO TRUE
005770     END-IF.
005780 3000-EXIT.
005790     EXIT.
005800
005810 3010-SUMAR-BLOQUE-1.
005820     COMPUTE WS-CBU-SUMA = WS-CBU-SUMA +
005830         WS-CBU-DIG (WS-CBU-IX) * CBU-PESO-1 (WS-CBU-IX).
005840 3010-EXIT.
005850     EXIT.
005860
005870 3020-SUMAR-BLOQUE-2.
005880     COMPUTE WS-CBU-SUMA = WS-CBU-SUMA +
005890         WS-CBU-DIG (WS-CBU-IX + 8) * CBU-PESO-2 (WS-CBU-IX).
005900 3020-EXIT.
005910     EXIT.
005920
005930*****************************************************************
005940* CALCULA EL DIGITO VERIFICADOR: 10 MENOS EL RESTO MODULO 10
005950* DE LA SUMA PONDERADA (SI DA 10 EL VERIFICADOR ES 0)
005960*****************************************************************
005970 3030-CALCULAR-VERIFICADOR.
005980     DIVIDE WS-CBU-SUMA BY 10
005990         GIVING WS-CBU-COCIENTE REMAINDER WS-CBU-RESTO.
006000     COMPUTE WS-CBU-VERIFICADOR = 10 - WS-CBU-RESTO.
006010     IF WS-CBU-VERIFICADOR = 10
006020         MOVE ZERO TO WS-CBU-VERIFICADOR
006030     END-IF.
006040 3030-EXIT.
006050     EXIT.
006060
006070*****************************************************************
006080* VERIFICA QUE EL LEGAJO DEL REGISTRO EXISTA EN EL MAESTRO
006090*****************************************************************
006100 3100-VALIDAR-LEGAJO.
006110     MOVE "N" TO WS-LEGAJO-EXISTE-SW.
006120     MOVE BE-LEGAJO TO EMP-LEGAJO.
006130     READ EMPLEADO-MASTER
006140         INVALID KEY
006150             CONTINUE
006160         NOT INVALID KEY
006170             SET LEGAJO-EXISTE TO TRUE
006180     END-READ.
006190
006200     IF NOT LEGAJO-EXISTE
006210         DISPLAY "LEGAJO INEXISTENTE EN EL MAESTRO: " BE-LEGAJO
006220         SET REGISTRO-INVALIDO TO TRUE
006230     END-IF.
006240 3100-EXIT.
006250     EXIT.
006260
006270*****************************************************************
006280* RECORRE LA HISTORIA CONTRACTUAL DEL LEGAJO Y AVISA CADA CAMBIO
006290* DE CBU REGISTRADO O VIGENTE DESDE LA FECHA DE ALERTA. EL AVISO
006300* NO INVALIDA EL REGISTRO: SE CUENTA APARTE POR LEGAJO.
006310*****************************************************************
006320 3200-VERIFICAR-CAMBIO-CBU.
006330     MOVE "N" TO WS-ALERTA-CBU-SW.
006340     MOVE "N" TO WS-HISTORIA-FIN-SW.
006350     MOVE BE-LEGAJO TO LH-LEGAJO.
006360     MOVE ZEROS TO LH-FECHA-VIGENCIA.
006370     START HISTORIA-LEGAJO KEY NOT LESS THAN LH-CLAVE
006380         INVALID KEY
006390             SET HISTORIA-FIN TO TRUE
006400     END-START.
006410     PERFORM 3210-EXAMINAR-CAMBIO-CBU THRU 3210-EXIT
006420         UNTIL HISTORIA-FIN.
006430     IF ALERTA-CBU
006440         ADD 1 TO WS-CANT-ALERTAS-CBU
006450     END-IF.
006460 3200-EXIT.
006470     EXIT.
006480
006490 3210-EXAMINAR-CAMBIO-CBU.
006500     READ HISTORIA-LEGAJO NEXT RECORD
006510         AT END
006520             SET HISTORIA-FIN TO TRUE
006530             GO TO 3210-EXIT
006540     END-READ.
006550     IF LH-LEGAJO NOT EQUAL BE-LEGAJO
006560         SET HISTORIA-FIN TO TRUE
006570         GO TO 3210-EXIT
006580     END-IF.
006590     IF NOT LH-ORIGEN-MODIFICACION OR NOT LH-CAMBIA-CBU
006600         GO TO 3210-EXIT
006610     END-IF.
006620     IF LH-FECHA-REGISTRO < WS-FECHA-ALERTA-N
006630             AND LH-FECHA-VIGENCIA < WS-FECHA-ALERTA-N
006640         GO TO 3210-EXIT
006650     END-IF.
006660     SET ALERTA-CBU TO TRUE.
006670     DISPLAY "AVISO: CBU CAMBIADO ANTES DEL PAGO, LEGAJO "
006680         BE-LEGAJO " REGISTRADO " LH-FECHA-REGISTRO
006690         " VIGENCIA " LH-FECHA-VIGENCIA " OPERADOR " LH-OPERADOR.
006700 3210-EXIT.
006710     EXIT.
006720
006730*****************************************************************
006740* GRABA LA COLA, COMPARA CONTRA EL CIERRE DE LA LIQUIDACION Y
006750* DEJA EL RETURN-CODE PARA EL PASO DE TRANSMISION
006760*****************************************************************
006770 8000-FINALIZAR.
006780     MOVE WS-CANT-REGISTROS TO ST-CANT-REGISTROS.
006790     MOVE WS-IMPORTE-TOTAL TO ST-IMPORTE-TOTAL.
006800     MOVE WS-HASH-CBU TO ST-HASH-CBU.
006810     WRITE BANCO-SALIDA-REG FROM SALIDA-COLA.
006820
006830     MOVE WS-CANT-REGISTROS TO WS-EDIT-CANTIDAD.
006840     DISPLAY "REGISTROS LEIDOS:        " WS-EDIT-CANTIDAD.
006850     MOVE WS-CANT-ERRORES TO WS-EDIT-CANTIDAD.
006860     DISPLAY "REGISTROS CON ERROR:     " WS-EDIT-CANTIDAD.
006870     MOVE WS-IMPORTE-TOTAL TO WS-EDIT-IMPORTE-GRANDE.
006880     DISPLAY "IMPORTE TOTAL:          $" WS-EDIT-IMPORTE-GRANDE.
006890     MOVE WS-CIERRE-LEGAJOS TO WS-EDIT-CANTIDAD.
006900     DISPLAY "LEGAJOS SEGUN CIERRE:    " WS-EDIT-CANTIDAD.
006910     MOVE WS-CIERRE-NETO TO WS-EDIT-IMPORTE-GRANDE.
006920     DISPLAY "NETO SEGUN CIERRE:      $" WS-EDIT-IMPORTE-GRANDE.
006930     MOVE WS-CANT-ALERTAS-CBU TO WS-EDIT-CANTIDAD.
006940     DISPLAY "LEGAJOS CON CBU RECIENTE:" WS-EDIT-CANTIDAD.
006950
006960     IF WS-CANT-ERRORES > ZERO
006970             OR WS-CANT-REGISTROS NOT EQUAL WS-CIERRE-LEGAJOS
006980             OR WS-IMPORTE-TOTAL NOT EQUAL WS-CIERRE-NETO
006990         DISPLAY "LA CONCILIACION NO CIERRA: NO TRANSMITIR"
007000         MOVE 8 TO RETURN-CODE
007010         MOVE "DESCUADRE" TO WS-BIT-RESULTADO
007020     ELSE
007030         DISPLAY "CONCILIACION CORRECTA: ARCHIVO LISTO PARA "
007040             "TRANSMITIR"
007050         PERFORM 8200-MARCAR-CONCILIADO THRU 8200-EXIT
007060         MOVE "OK" TO WS-BIT-RESULTADO
007070         *> Cierra, pero con CBU cambiados antes del pago: se
007080         *> revisan los avisos antes de transmitir
007090         IF WS-CANT-ALERTAS-CBU > ZERO
007100             DISPLAY "HAY CBU CAMBIADOS EN LOS ULTIMOS "
007110                 WS-DIAS-ALERTA-CBU " DIAS: REVISAR LOS AVISOS "
007120                 "ANTES DE TRANSMITIR"
007130             MOVE 4 TO RETURN-CODE
007140             MOVE "ALERTA" TO WS-BIT-RESULTADO
007150         END-IF
007160     END-IF.
007170
007180     CLOSE BANCO-EXPORT.
007190     CLOSE EMPLEADO-MASTER.
007200     CLOSE BANCO-SALIDA.
007210     CLOSE PERIODO-ESTADO.
007220     CLOSE HISTORIA-LEGAJO.
007230     STRING "PERIODO=" WS-CIERRE-PERIODO " REGISTROS="
007240         WS-CANT-REGISTROS " ERRORES=" WS-CANT-ERRORES
007250         " AVISOS=" WS-CANT-ALERTAS-CBU
007260         DELIMITED SIZE INTO WS-BIT-DETALLE.
007270     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
007280     DISPLAY "FIN DE LA CONCILIACION BANCARIA.".
007290 8000-EXIT.
007300     EXIT.
007310
007320*****************************************************************
007330* CORTA EL PROCESO CON RETURN-CODE 8 CUANDO NO SE PUEDE
007340* SIQUIERA INICIAR LA CONCILIACION
007350*****************************************************************
007360 8100-ABANDONAR.
007370     DISPLAY "CONCILIACION ABANDONADA.".
007380     MOVE 8 TO RETURN-CODE.
007390     STRING "PERIODO=" WS-CIERRE-PERIODO
007400         DELIMITED SIZE INTO WS-BIT-DETALLE.
007410     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
007420     STOP RUN.
007430 8100-EXIT.
007440     EXIT.
007450
007460*****************************************************************
007470* MARCA LA CONCILIACION HECHA EN EL REGISTRO DE ESTADO DEL
007480* PERIODO CUANDO EL ARCHIVO QUEDO LISTO PARA TRANSMITIR
007490*****************************************************************
007500 8200-MARCAR-CONCILIADO.
007510     PERFORM 1150-LEER-ESTADO THRU 1150-EXIT.
007520     MOVE "S" TO PE-CONCILIACION-HECHA.
007530     IF ESTADO-HALLADO
007540         REWRITE PERIODO-ESTADO-REG
007550     ELSE
007560         WRITE PERIODO-ESTADO-REG
007570     END-IF.
007580 8200-EXIT.
007590     EXIT.
007600
007610*****************************************************************
007620* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
007630* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
007640* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
007650*****************************************************************
007660 9900-REGISTRAR-BITACORA.
007670     IF WS-BIT-RESULTADO = SPACES
007680         MOVE "ABORTADO" TO WS-BIT-RESULTADO
007690     END-IF.
007700     OPEN EXTEND AUDIT-LOG.
007710     IF NOT WS-AUDITLOG-OK
007720         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
007730             WS-AUDITLOG-STATUS
007740         GO TO 9900-EXIT
007750     END-IF.
007760     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
007770     ACCEPT WS-HORA-BITACORA FROM TIME.
007780     MOVE SPACES TO BITACORA-REG.
007790     MOVE WS-FECHA-BITACORA TO BT-FECHA.
007800     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
007810     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
007820     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
007830     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
007840     MOVE WS-BIT-DETALLE TO BT-DETALLE.
007850     WRITE BITACORA-REG.
007860     CLOSE AUDIT-LOG.
007870 9900-EXIT.
007880     EXIT.

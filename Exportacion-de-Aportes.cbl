000280*                   CON SU ORIGEN ("E" Y "V") Y SE DECLARA
000290*                   FUERA DE LA CIFRA VERIFICADA. LA COLA
000300*                   TOTALIZA EL ARCHIVO COMPLETO.
000310*   2026-10-11 JCM  OPERADOR VALIDADO CONTRA OPERMAST SEGUN SU
000320*                   ROL Y RENGLON DE LA CORRIDA EN LA BITACORA
000330*                   UNIFICADA (AUDITLOG).
000340*****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT LIQUIDACION-HIST
000440         ASSIGN TO LIQHIST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS LQ-CLAVE
000480         FILE STATUS IS WS-LIQHIST-STATUS.
000490
000500     SELECT EMPLEADO-MASTER
000510         ASSIGN TO EMPMAST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS EMP-LEGAJO
000550         FILE STATUS IS WS-EMPMAST-STATUS.
000560
000570     SELECT CHECKPOINT-FILE
000580         ASSIGN TO CHKPOINT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-CHKPOINT-STATUS.
000610
000620     SELECT GREMIO-EXPORT
000630         ASSIGN TO GREMEXP
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-GREMEXP-STATUS.
000660
000670     SELECT OPERADOR-MASTER
000680         ASSIGN TO OPERMAST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS OP-OPERADOR
000720         FILE STATUS IS WS-OPERMAST-STATUS.
000730
000740     SELECT AUDIT-LOG
000750         ASSIGN TO AUDITLOG
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-AUDITLOG-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  LIQUIDACION-HIST
000820     LABEL RECORDS ARE STANDARD.
000830 COPY LIQHIST.
000840
000850 FD  EMPLEADO-MASTER
000860     LABEL RECORDS ARE STANDARD.
000870 COPY EMPMAST.
000880
000890 FD  CHECKPOINT-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 COPY CHKPOINT.
000920
000930 FD  GREMIO-EXPORT
000940     LABEL RECORDS ARE STANDARD.
000950 COPY GREMEXP.
000960
000970 FD  OPERADOR-MASTER
000980     LABEL RECORDS ARE STANDARD.
000990 COPY OPERMAST.
001000
001010 FD  AUDIT-LOG
001020     LABEL RECORDS ARE STANDARD.
001030 COPY AUDITLOG.
001040
001050 WORKING-STORAGE SECTION.
001060
001070*****************************************************************
001080* SWITCHES DE CONTROL DE PROCESO
001090*****************************************************************
001100 01  WS-LIQHIST-STATUS         PIC X(02) VALUE ZEROS.
001110     88  WS-LIQHIST-OK             VALUE "00".
001120
001130 01  WS-EMPMAST-STATUS         PIC X(02) VALUE ZEROS.
001140     88  WS-EMPMAST-OK             VALUE "00".
001150
001160 01  WS-CHKPOINT-STATUS        PIC X(02) VALUE ZEROS.
001170     88  WS-CHKPOINT-OK            VALUE "00".
001180
001190 01  WS-GREMEXP-STATUS         PIC X(02) VALUE ZEROS.
001200     88  WS-GREMEXP-OK             VALUE "00".
001210
001220 01  WS-OPERMAST-STATUS        PIC X(02) VALUE ZEROS.
001230     88  WS-OPERMAST-OK            VALUE "00".
001240
001250 01  WS-AUDITLOG-STATUS        PIC X(02) VALUE ZEROS.
001260     88  WS-AUDITLOG-OK            VALUE "00".
001270
001280 01  WS-FIN-DE-ARCHIVO-SW      PIC X(01) VALUE "N".
001290     88  FIN-DE-ARCHIVO            VALUE "S".
001300
001310 01  WS-LEGAJO-EXISTE-SW       PIC X(01) VALUE "N".
001320     88  LEGAJO-EXISTE             VALUE "S".
001330
001340*****************************************************************
001350* OPERADOR DE LA CORRIDA, VALIDADO CONTRA EL MAESTRO DE
001360* OPERADORES, Y DATOS DEL RENGLON DE LA BITACORA UNIFICADA
001370*****************************************************************
001380 01  WS-OPERADOR-MENSAJE       PIC X(20) VALUE "Operador: ".
001390 01  WS-OPERADOR-ID            PIC X(10) VALUE SPACES.
001400 01  WS-OPERADOR-ROL           PIC 9(01) VALUE ZERO.
001410 01  WS-ROL-REQUERIDO          PIC 9(01) VALUE 2.
001420 01  WS-OPERADOR-SW            PIC X(01) VALUE "N".
001430     88  OPERADOR-HABILITADO       VALUE "S".
001440 01  WS-BIT-PROGRAMA           PIC X(20) VALUE
001450     "EXPORTA-APORTES".
001460 01  WS-BIT-RESULTADO          PIC X(09) VALUE SPACES.
001470 01  WS-BIT-DETALLE            PIC X(62) VALUE SPACES.
001480 01  WS-FECHA-BITACORA         PIC 9(08).
001490 01  WS-HORA-BITACORA          PIC 9(08).
001500 01  WS-HORA-BITACORA-R REDEFINES WS-HORA-BITACORA.
001510     05  WS-HORA-BIT-HHMMSS    PIC 9(06).
001520     05  FILLER                PIC 9(02).
001530
001540 01  WS-BANNER-1               PIC X(50) VALUE ALL "=".
001550
001560*****************************************************************
001570* PERIODO A EXPORTAR Y CIFRAS DEL CIERRE TOMADAS DEL
001580* CHECKPOINT FINALIZADO DE LA LIQUIDACION
001590*****************************************************************
001600 01  WS-PERIODO-EXPORT         PIC 9(06) VALUE ZEROS.
001610 01  WS-PERIODO-MENSAJE        PIC X(40) VALUE
001620     "Periodo a exportar (AAAAMM): ".
001630
001640 01  WS-CIERRE-PERIODO         PIC 9(08) VALUE ZEROS.
001650 01  WS-CIERRE-PERIODO-R REDEFINES WS-CIERRE-PERIODO.
001660     05  WS-CIERRE-AAAAMM      PIC 9(06).
001670     05  FILLER                PIC 9(02).
001680 01  WS-CIERRE-SINDICAL        PIC 9(9)V99 VALUE ZEROS.
001690 01  WS-CIERRE-SEPELIO         PIC 9(9)V99 VALUE ZEROS.
001700 01  WS-CIERRE-OBRA-SOCIAL     PIC 9(9)V99 VALUE ZEROS.
001710
001720 01  WS-FECHA-PROCESO.
001730     05  WS-FECHA-AAAA         PIC 9(04).
001740     05  WS-FECHA-MM           PIC 9(02).
001750     05  WS-FECHA-DD           PIC 9(02).
001760
001770*****************************************************************
001780* ACUMULADORES DE LA EXPORTACION
001790*****************************************************************
001800 01  WS-CANT-REGISTROS         PIC 9(07) VALUE ZERO.
001810 01  WS-TOTAL-SINDICAL         PIC 9(11)V99 VALUE ZERO.
001820 01  WS-TOTAL-SEPELIO          PIC 9(11)V99 VALUE ZERO.
001830 01  WS-TOTAL-OBRA-SOCIAL      PIC 9(11)V99 VALUE ZERO.
001840
001850*> Subtotales por origen: solo la corrida mensual ("M") se
001860*> verifica contra el checkpoint; egresos ("E") y vacaciones
001870*> anticipadas ("V") se declaran fuera de la cifra verificada
001880 01  WS-ORIGEN-DETALLE         PIC X(01).
001890     88  ORIGEN-MENSUAL            VALUE "M".
001900     88  ORIGEN-EGRESO             VALUE "E".
001910     88  ORIGEN-VACACIONES         VALUE "V".
001920 01  WS-MEN-SINDICAL           PIC 9(11)V99 VALUE ZERO.
001930 01  WS-MEN-SEPELIO            PIC 9(11)V99 VALUE ZERO.
001940 01  WS-MEN-OBRA-SOCIAL        PIC 9(11)V99 VALUE ZERO.
001950 01  WS-EGR-SINDICAL           PIC 9(11)V99 VALUE ZERO.
001960 01  WS-EGR-SEPELIO            PIC 9(11)V99 VALUE ZERO.
001970 01  WS-EGR-OBRA-SOCIAL        PIC 9(11)V99 VALUE ZERO.
001980 01  WS-VAC-SINDICAL           PIC 9(11)V99 VALUE ZERO.
001990 01  WS-VAC-SEPELIO            PIC 9(11)V99 VALUE ZERO.
002000 01  WS-VAC-OBRA-SOCIAL        PIC 9(11)V99 VALUE ZERO.
002010
002020 01  WS-PERIODO-VACAC          PIC 9(06) VALUE ZEROS.
002030
002040 01  WS-FECHA-EGRESO-W         PIC 9(08).
002050 01  WS-FECHA-EGRESO-W-R REDEFINES WS-FECHA-EGRESO-W.
002060     05  WS-EGRESO-AAAAMM      PIC 9(06).
002070     05  FILLER                PIC 9(02).
002080
002090 01  WS-EDIT-CANTIDAD          PIC Z,ZZZ,ZZ9.
002100 01  WS-EDIT-IMPORTE-GRANDE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002110
002120*****************************************************************
002130* CABECERA, DETALLE Y COLA DEL ARCHIVO A ENVIAR
002140*****************************************************************
002150 01  EXPORT-CABECERA.
002160     05  EC-TIPO               PIC X(01) VALUE "1".
002170     05  EC-FECHA              PIC 9(08).
002180     05  EC-PERIODO            PIC 9(06).
002190     05  FILLER                PIC X(75) VALUE SPACES.
002200
002210 01  EXPORT-DETALLE.
002220     05  ED-CUIL               PIC 9(11).
002230     05  ED-NOMBRE             PIC X(30).
002240     05  ED-CATEGORIA          PIC 9(02).
002250     05  ED-REMUNERACION       PIC 9(9)V99.
002260     05  ED-SINDICAL           PIC 9(7)V99.
002270     05  ED-SEPELIO            PIC 9(7)V99.
002280     05  ED-OBRA-SOCIAL        PIC 9(7)V99.
002290*> Origen del detalle: "M" MENSUAL (CIFRA VERIFICADA),
002300*> "E" EGRESO, "V" VACACIONES ANTICIPADAS
002310     05  ED-ORIGEN             PIC X(01).
002320     05  FILLER                PIC X(08) VALUE SPACES.
002330
002340 01  EXPORT-COLA.
002350     05  ET-TIPO               PIC X(01) VALUE "9".
002360     05  ET-CANT-REGISTROS     PIC 9(07).
002370     05  ET-TOTAL-SINDICAL     PIC 9(11)V99.
002380     05  ET-TOTAL-SEPELIO      PIC 9(11)V99.
002390     05  ET-TOTAL-OBRA-SOCIAL  PIC 9(11)V99.
002400     05  FILLER                PIC X(43) VALUE SPACES.
002410
002420 PROCEDURE DIVISION.
002430
002440 0000-MAINLINE.
002450     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002460     PERFORM 2000-PROCESAR-HISTORICO THRU 2000-EXIT
002470         UNTIL FIN-DE-ARCHIVO.
002480     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
002490     STOP RUN.
002500
002510 1000-INICIALIZAR.
002520     DISPLAY WS-BANNER-1.
002530     DISPLAY "EXPORTACION DE APORTES SINDICALES Y OBRA SOCIAL".
002540     DISPLAY WS-BANNER-1.
002550
002560     DISPLAY WS-OPERADOR-MENSAJE.
002570     ACCEPT WS-OPERADOR-ID FROM CONSOLE.
002580     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT.
002590     IF NOT OPERADOR-HABILITADO
002600         MOVE "RECHAZADO" TO WS-BIT-RESULTADO
002610         PERFORM 8100-ABANDONAR THRU 8100-EXIT
002620     END-IF.
002630
002640     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
002650     DISPLAY WS-PERIODO-MENSAJE.
002660     ACCEPT WS-PERIODO-EXPORT FROM CONSOLE.
002670     *> Pseudo periodo de las vacaciones anticipadas del mes
002680     COMPUTE WS-PERIODO-VACAC = WS-PERIODO-EXPORT + 40.
002690
002700     PERFORM 1100-LEER-CHECKPOINT THRU 1100-EXIT.
002710
002720     OPEN INPUT LIQUIDACION-HIST.
002730     IF NOT WS-LIQHIST-OK
002740         DISPLAY "ERROR AL ABRIR LIQUIDACION-HIST, STATUS = "
002750             WS-LIQHIST-STATUS
002760         PERFORM 8100-ABANDONAR THRU 8100-EXIT
002770     END-IF.
002780
002790     OPEN INPUT EMPLEADO-MASTER.
002800     IF NOT WS-EMPMAST-OK
002810         DISPLAY "ERROR AL ABRIR EMPLEADO-MASTER, STATUS = "
002820             WS-EMPMAST-STATUS
002830         PERFORM 8100-ABANDONAR THRU 8100-EXIT
002840     END-IF.
002850
002860     OPEN OUTPUT GREMIO-EXPORT.
002870     IF NOT WS-GREMEXP-OK
002880         DISPLAY "ERROR AL ABRIR GREMIO-EXPORT, STATUS = "
002890             WS-GREMEXP-STATUS
002900         PERFORM 8100-ABANDONAR THRU 8100-EXIT
002910     END-IF.
002920
002930     MOVE WS-FECHA-PROCESO TO EC-FECHA.
002940     MOVE WS-PERIODO-EXPORT TO EC-PERIODO.
002950     WRITE GREMIO-EXPORT-REG FROM EXPORT-CABECERA.
002960
002970     *> Posiciona el historico en el primer registro; el
002980     *> periodo se filtra registro por registro
002990     MOVE ZEROS TO LQ-LEGAJO.
003000     MOVE ZEROS TO LQ-PERIODO.
003010     START LIQUIDACION-HIST KEY NOT LESS THAN LQ-CLAVE
003020         INVALID KEY
003030             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
003040     END-START.
003050 1000-EXIT.
003060     EXIT.
003070
003080*****************************************************************
003090* VALIDA EL OPERADOR CONTRA EL MAESTRO DE OPERADORES: TIENE QUE
003100* ESTAR HABILITADO Y SU ROL TIENE QUE ALCANZAR EL QUE PIDE LA
003110* OPERACION (1 = CARGA DE NOVEDADES, 2 = LIQUIDADOR,
003120* 3 = SUPERVISOR, 4 = ADMINISTRADOR; CADA ROL PUEDE LO MISMO QUE
003130* LOS ROLES MENORES)
003140*****************************************************************
003150 1050-VALIDAR-OPERADOR.
003160     MOVE "N" TO WS-OPERADOR-SW.
003170     OPEN INPUT OPERADOR-MASTER.
003180     IF NOT WS-OPERMAST-OK
003190         DISPLAY "ERROR AL ABRIR OPERADOR-MASTER, STATUS = "
003200             WS-OPERMAST-STATUS
003210         GO TO 1050-EXIT
003220     END-IF.
003230     MOVE WS-OPERADOR-ID TO OP-OPERADOR.
003240     READ OPERADOR-MASTER
003250         INVALID KEY
003260             DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR-ID
003270             CLOSE OPERADOR-MASTER
003280             GO TO 1050-EXIT
003290     END-READ.
003300     CLOSE OPERADOR-MASTER.
003310     MOVE OP-ROL TO WS-OPERADOR-ROL.
003320     IF NOT OP-HABILITADO
003330         DISPLAY "OPERADOR DADO DE BAJA: " WS-OPERADOR-ID
003340         GO TO 1050-EXIT
003350     END-IF.
003360     IF WS-OPERADOR-ROL < WS-ROL-REQUERIDO
003370         DISPLAY "EL ROL DEL OPERADOR " WS-OPERADOR-ID
003380             " NO PERMITE ESTA OPERACION (ROL " WS-OPERADOR-ROL
003390             ", REQUIERE " WS-ROL-REQUERIDO ")"
003400         GO TO 1050-EXIT
003410     END-IF.
003420     SET OPERADOR-HABILITADO TO TRUE.
003430 1050-EXIT.
003440     EXIT.
003450
003460*****************************************************************
003470* LEE EL CHECKPOINT DE LA LIQUIDACION: DEBE SER UNA CORRIDA
003480* FINALIZADA DEL MISMO PERIODO QUE SE QUIERE EXPORTAR. SE
003490* COPIAN LOS TOTALES DE SINDICAL, SEPELIO Y OBRA SOCIAL DEL
003500* CIERRE PARA LA VERIFICACION FINAL.
003510*****************************************************************
003520 1100-LEER-CHECKPOINT.
003530     OPEN INPUT CHECKPOINT-FILE.
003540     IF NOT WS-CHKPOINT-OK
003550         DISPLAY "ERROR AL ABRIR CHECKPOINT, STATUS = "
003560             WS-CHKPOINT-STATUS
003570         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003580     END-IF.
003590
003600     READ CHECKPOINT-FILE
003610         AT END
003620             DISPLAY "CHECKPOINT VACIO: NO HAY CORRIDA DE "
003630                 "LIQUIDACION PARA EXPORTAR"
003640             PERFORM 8100-ABANDONAR THRU 8100-EXIT
003650     END-READ.
003660
003670     IF NOT CK-CORRIDA-FINALIZADA
003680         DISPLAY "LA CORRIDA DE LIQUIDACION NO FINALIZO: "
003690             "NO SE PUEDE EXPORTAR"
003700         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003710     END-IF.
003720
003730     *> La cifra verificada es la de la corrida mensual: un
003740     *> checkpoint de egresos o de otro modo no sirve de base
003750     IF CK-MODO NOT EQUAL "N"
003760         DISPLAY "EL CHECKPOINT NO ES DE LA CORRIDA MENSUAL "
003770             "(MODO " CK-MODO "): NO SE PUEDE EXPORTAR"
003780         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003790     END-IF.
003800
003810     MOVE CK-PERIODO TO WS-CIERRE-PERIODO.
003820     IF WS-CIERRE-AAAAMM NOT EQUAL WS-PERIODO-EXPORT
003830         DISPLAY "EL CHECKPOINT ES DEL PERIODO "
003840             WS-CIERRE-AAAAMM " Y SE PIDIO " WS-PERIODO-EXPORT
003850             ": NO SE PUEDE EXPORTAR"
003860         PERFORM 8100-ABANDONAR THRU 8100-EXIT
003870     END-IF.
003880
003890     MOVE CK-TOTAL-SINDICAL TO WS-CIERRE-SINDICAL.
003900     MOVE CK-TOTAL-SEPELIO TO WS-CIERRE-SEPELIO.
003910     MOVE CK-TOTAL-OBRA-SOCIAL TO WS-CIERRE-OBRA-SOCIAL.
003920     CLOSE CHECKPOINT-FILE.
003930 1100-EXIT.
003940     EXIT.
003950
003960*****************************************************************
003970* RECORRE EL HISTORICO Y EXPORTA UN DETALLE POR CADA REGISTRO
003980* DEL PERIODO PEDIDO
003990*****************************************************************
004000 2000-PROCESAR-HISTORICO.
004010     READ LIQUIDACION-HIST NEXT RECORD
004020         AT END
004030             MOVE "S" TO WS-FIN-DE-ARCHIVO-SW
004040             GO TO 2000-EXIT
004050     END-READ.
004060
004070     IF LQ-PERIODO NOT EQUAL WS-PERIODO-EXPORT
004080             AND LQ-PERIODO NOT EQUAL WS-PERIODO-VACAC
004090         GO TO 2000-EXIT
004100     END-IF.
004110
004120     PERFORM 3000-EXPORTAR-DETALLE THRU 3000-EXIT.
004130 2000-EXIT.
004140     EXIT.
004150
004160*****************************************************************
004170* ARMA Y GRABA EL REGISTRO DE DETALLE DEL AFILIADO
004180*****************************************************************
004190 3000-EXPORTAR-DETALLE.
004200     MOVE "N" TO WS-LEGAJO-EXISTE-SW.
004210     MOVE LQ-LEGAJO TO EMP-LEGAJO.
004220     READ EMPLEADO-MASTER
004230         INVALID KEY
004240             CONTINUE
004250         NOT INVALID KEY
004260             SET LEGAJO-EXISTE TO TRUE
004270     END-READ.
004280
004290     MOVE SPACES TO EXPORT-DETALLE.
004300     IF LEGAJO-EXISTE
004310         MOVE EMP-CUIL TO ED-CUIL
004320         MOVE EMP-NOMBRE TO ED-NOMBRE
004330     ELSE
004340         MOVE ZEROS TO ED-CUIL
004350         MOVE "LEGAJO SIN MAESTRO" TO ED-NOMBRE
004360         DISPLAY "LEGAJO SIN MAESTRO EN EL HISTORICO: "
004370             LQ-LEGAJO
004380     END-IF.
004390     MOVE LQ-CATEGORIA TO ED-CATEGORIA.
004400     MOVE LQ-TOTAL-BRUTO TO ED-REMUNERACION.
004410     MOVE LQ-DED-SINDICAL TO ED-SINDICAL.
004420     MOVE LQ-DED-SEPELIO TO ED-SEPELIO.
004430     MOVE LQ-DED-OBRA-SOCIAL TO ED-OBRA-SOCIAL.
004440     PERFORM 3100-CLASIFICAR-ORIGEN THRU 3100-EXIT.
004450     MOVE WS-ORIGEN-DETALLE TO ED-ORIGEN.
004460     WRITE GREMIO-EXPORT-REG FROM EXPORT-DETALLE.
004470
004480     ADD 1 TO WS-CANT-REGISTROS.
004490     ADD LQ-DED-SINDICAL TO WS-TOTAL-SINDICAL.
004500     ADD LQ-DED-SEPELIO TO WS-TOTAL-SEPELIO.
004510     ADD LQ-DED-OBRA-SOCIAL TO WS-TOTAL-OBRA-SOCIAL.
004520
004530     IF ORIGEN-VACACIONES
004540         ADD LQ-DED-SINDICAL TO WS-VAC-SINDICAL
004550         ADD LQ-DED-SEPELIO TO WS-VAC-SEPELIO
004560         ADD LQ-DED-OBRA-SOCIAL TO WS-VAC-OBRA-SOCIAL
004570     ELSE
004580         IF ORIGEN-EGRESO
004590             ADD LQ-DED-SINDICAL TO WS-EGR-SINDICAL
004600             ADD LQ-DED-SEPELIO TO WS-EGR-SEPELIO
004610             ADD LQ-DED-OBRA-SOCIAL TO WS-EGR-OBRA-SOCIAL
004620         ELSE
004630             ADD LQ-DED-SINDICAL TO WS-MEN-SINDICAL
004640             ADD LQ-DED-SEPELIO TO WS-MEN-SEPELIO
004650             ADD LQ-DED-OBRA-SOCIAL TO WS-MEN-OBRA-SOCIAL
004660         END-IF
004670     END-IF.
004680 3000-EXIT.
004690     EXIT.
004700
004710*****************************************************************
004720* CLASIFICA EL ORIGEN DEL DETALLE: VACACIONES ANTICIPADAS
004730* (PSEUDO PERIODO AAAA(MM+40)), LIQUIDACION FINAL DE EGRESO
004740* (LEGAJO CON FECHA DE EGRESO EN EL PERIODO) O CORRIDA
004750* MENSUAL, QUE ES LA UNICA CIFRA VERIFICADA CONTRA EL CIERRE
004760*****************************************************************
004770 3100-CLASIFICAR-ORIGEN.
004780     MOVE "M" TO WS-ORIGEN-DETALLE.
004790     IF LQ-PERIODO = WS-PERIODO-VACAC
004800         MOVE "V" TO WS-ORIGEN-DETALLE
004810         GO TO 3100-EXIT
004820     END-IF.
004830     IF LEGAJO-EXISTE AND NOT EMP-ACTIVO
004840         MOVE EMP-FECHA-EGRESO TO WS-FECHA-EGRESO-W
004850         IF WS-EGRESO-AAAAMM = WS-PERIODO-EXPORT
004860             MOVE "E" TO WS-ORIGEN-DETALLE
004870         END-IF
004880     END-IF.
004890 3100-EXIT.
004900     EXIT.
004910
004920*****************************************************************
004930* GRABA LA COLA CON LOS TOTALES DEL ARCHIVO COMPLETO, VERIFICA
004940* EL SUBTOTAL DE LA CORRIDA MENSUAL CONTRA EL CIERRE DE LA
004950* LIQUIDACION (EGRESOS Y VACACIONES QUEDAN FUERA DE LA CIFRA
004960* VERIFICADA) Y DEJA EL RETURN-CODE PARA EL PASO DE ENVIO
004970*****************************************************************
004980 8000-FINALIZAR.
004990     MOVE WS-CANT-REGISTROS TO ET-CANT-REGISTROS.
005000     MOVE WS-TOTAL-SINDICAL TO ET-TOTAL-SINDICAL.
005010     MOVE WS-TOTAL-SEPELIO TO ET-TOTAL-SEPELIO.
005020     MOVE WS-TOTAL-OBRA-SOCIAL TO ET-TOTAL-OBRA-SOCIAL.
005030     WRITE GREMIO-EXPORT-REG FROM EXPORT-COLA.
005040
005050     MOVE WS-CANT-REGISTROS TO WS-EDIT-CANTIDAD.
005060     DISPLAY "AFILIADOS EXPORTADOS:    " WS-EDIT-CANTIDAD.
005070     MOVE WS-TOTAL-SINDICAL TO WS-EDIT-IMPORTE-GRANDE.
005080     DISPLAY "TOTAL CUOTA SINDICAL:   $" WS-EDIT-IMPORTE-GRANDE.
005090     MOVE WS-TOTAL-SEPELIO TO WS-EDIT-IMPORTE-GRANDE.
005100     DISPLAY "TOTAL SEGURO SEPELIO:   $" WS-EDIT-IMPORTE-GRANDE.
005110     MOVE WS-TOTAL-OBRA-SOCIAL TO WS-EDIT-IMPORTE-GRANDE.
005120     DISPLAY "TOTAL OBRA SOCIAL:      $" WS-EDIT-IMPORTE-GRANDE.
005130
005140     MOVE WS-MEN-SINDICAL TO WS-EDIT-IMPORTE-GRANDE.
005150     DISPLAY "  MENSUAL SINDICAL:     $" WS-EDIT-IMPORTE-GRANDE.
005160     MOVE WS-EGR-SINDICAL TO WS-EDIT-IMPORTE-GRANDE.
005170     DISPLAY "  EGRESOS SINDICAL:     $" WS-EDIT-IMPORTE-GRANDE.
005180     MOVE WS-VAC-SINDICAL TO WS-EDIT-IMPORTE-GRANDE.
005190     DISPLAY "  VACACIONES SINDICAL:  $" WS-EDIT-IMPORTE-GRANDE.
005200
005210     IF WS-MEN-SINDICAL NOT EQUAL WS-CIERRE-SINDICAL
005220             OR WS-MEN-SEPELIO NOT EQUAL WS-CIERRE-SEPELIO
005230             OR WS-MEN-OBRA-SOCIAL NOT EQUAL
005240                 WS-CIERRE-OBRA-SOCIAL
005250         DISPLAY "LA CIFRA MENSUAL NO CUADRA CON EL CIERRE DE "
005260             "LA LIQUIDACION: NO ENVIAR"
005270         MOVE 8 TO RETURN-CODE
005280         MOVE "DESCUADRE" TO WS-BIT-RESULTADO
005290     ELSE
005300         DISPLAY "EXPORTACION CORRECTA: ARCHIVO LISTO PARA "
005310             "ENVIAR"
005320         MOVE "OK" TO WS-BIT-RESULTADO
005330     END-IF.
005340
005350     CLOSE LIQUIDACION-HIST.
005360     CLOSE EMPLEADO-MASTER.
005370     CLOSE GREMIO-EXPORT.
005380     STRING "PERIODO=" WS-PERIODO-EXPORT " AFILIADOS="
005390         WS-CANT-REGISTROS
005400         DELIMITED SIZE INTO WS-BIT-DETALLE.
005410     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
005420     DISPLAY "FIN DE LA EXPORTACION DE APORTES.".
005430 8000-EXIT.
005440     EXIT.
005450
005460*****************************************************************
005470* CORTA EL PROCESO CON RETURN-CODE 8 CUANDO NO SE PUEDE
005480* SIQUIERA INICIAR LA EXPORTACION
005490*****************************************************************
005500 8100-ABANDONAR.
005510     DISPLAY "EXPORTACION ABANDONADA.".
005520     MOVE 8 TO RETURN-CODE.
005530     STRING "PERIODO=" WS-PERIODO-EXPORT
005540         DELIMITED SIZE INTO WS-BIT-DETALLE.
005550     PERFORM 9900-REGISTRAR-BITACORA THRU 9900-EXIT.
005560     STOP RUN.
005570 8100-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610* AGREGA A LA BITACORA UNIFICADA EL RENGLON DE LA CORRIDA: FECHA,
005620* HORA, OPERADOR, PROGRAMA, RESULTADO Y PARAMETROS. UNA CORRIDA
005630* QUE NO LLEGO A MARCAR SU RESULTADO QUEDA COMO ABORTADA.
005640*****************************************************************
005650 9900-REGISTRAR-BITACORA.
005660     IF WS-BIT-RESULTADO = SPACES
005670         MOVE "ABORTADO" TO WS-BIT-RESULTADO
005680     END-IF.
005690     OPEN EXTEND AUDIT-LOG.
005700     IF NOT WS-AUDITLOG-OK
005710         DISPLAY "ERROR AL ABRIR AUDIT-LOG, STATUS = "
005720             WS-AUDITLOG-STATUS
005730         GO TO 9900-EXIT
005740     END-IF.
005750     ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD.
005760     ACCEPT WS-HORA-BITACORA FROM TIME.
005770     MOVE SPACES TO BITACORA-REG.
005780     MOVE WS-FECHA-BITACORA TO BT-FECHA.
005790     MOVE WS-HORA-BIT-HHMMSS TO BT-HORA.
005800     MOVE WS-OPERADOR-ID TO BT-OPERADOR.
005810     MOVE WS-BIT-PROGRAMA TO BT-PROGRAMA.
005820     MOVE WS-BIT-RESULTADO TO BT-RESULTADO.
005830     MOVE WS-BIT-DETALLE TO BT-DETALLE.
005840     WRITE BITACORA-REG.
005850     CLOSE AUDIT-LOG.
005860 9900-EXIT.
005870     EXIT.

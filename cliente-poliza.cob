000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  CLIPOLIZ                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Poliza contable del mes de la cartera de tutores: resume  *
000090*  los movimientos de CLIMHIDX del mes recien cerrado por    *
000100*  concepto (segun MOVH-ORIGEN) en asientos de partida       *
000110*  doble contra cuentas por cobrar:                           *
000120*    - colegiaturas por nivel del curso (ingreso bruto), con *
000130*      los descuentos por beca y por hermanos aparte;        *
000140*    - cobros en banco, por domiciliacion y en caja (y las   *
000150*      reversas de caja);                                     *
000160*    - creditos y cargos por retiro, devoluciones de saldo a *
000170*      favor, y otros cargos y abonos sin origen.             *
000180*  La cuenta de cada concepto sale del archivo de mapeo      *
000190*  CTACONT que mantiene contabilidad.  Escribe POLIZA para   *
000200*  el sistema contable (cabecera 01, detalle 02 y cola 03    *
000210*  con totales de debe y haber) y un reporte de la poliza    *
000220*  (generacion fechada via RPTGEN).  Si algun concepto no    *
000230*  tiene cuenta o el debe no cuadra con el haber, POLIZA     *
000240*  queda vacia y el paso termina con codigo 8.                *
000250*----------------------------------------------------------*
000260*  MODIFICATIONS.
000270*  2026-10-15 JFV  Creacion inicial.
000272*  2026-10-15 JFV  Concepto AJUSTE para los movimientos de
000274*                  origen AJ (ajustes de saldo de CLIMANT y
000276*                  saldos de apertura de CLIAPERT).
000277*  2026-10-15 JFV  Concepto EXTRAORD para la cuota de examen
000278*                  extraordinario (origen EX, EXTRCAPT).
000279*  2026-10-15 JFV  Concepto EVENTOS para los cargos de eventos
000280*                  y salidas (origen EV, EVENMANT); su abono
000281*                  al negarse el permiso o cancelarse el
000282*                  evento los revierte con el mismo concepto.
000283*----------------------------------------------------------*
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CLIPOLIZ.
000310 AUTHOR. J. FIGUEROA VEGA.
000320 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT HISTORIAL-FILE ASSIGN TO "CLIMHIDX"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS MOVH-CLAVE
000430         FILE STATUS IS WS-HIS-STATUS.
000440
000450     SELECT MAPEO-FILE ASSIGN TO "CTACONT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-MAP-STATUS.
000480
000490     SELECT POLIZA-FILE ASSIGN TO "POLIZA"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-POL-STATUS.
000520
000530     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  HISTORIAL-FILE.
000600     COPY MOVHREC.
000610
000620*  Mapeo de conceptos a cuentas contables.  Nivel en blanco:
000630*  la cuenta vale para todos los niveles del concepto.
000640 FD  MAPEO-FILE.
000650 01  MAPEO-REC.
000660     05  MAP-CONCEPTO             PIC X(10).
000670     05  MAP-NIVEL                PIC X(02).
000680     05  MAP-CUENTA               PIC X(20).
000690     05  MAP-DESCRIPCION          PIC X(30).
000700
000710 FD  POLIZA-FILE.
000720 01  POLIZA-LINEA                 PIC X(100).
000730
000740 FD  REPORTE-FILE.
000750 01  REPORTE-LINEA                PIC X(100).
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-HIS-STATUS                PIC X(02).
000790     88  WS-HIS-OK                        VALUE "00".
000800     88  WS-HIS-FIN-ARCHIVO               VALUE "10".
000810
000820 01  WS-MAP-STATUS                PIC X(02).
000830     88  WS-MAP-OK                        VALUE "00".
000840     88  WS-MAP-FIN-ARCHIVO               VALUE "10".
000850
000860 01  WS-POL-STATUS                PIC X(02).
000870     88  WS-POL-OK                        VALUE "00".
000880
000890 01  WS-RPT-STATUS                PIC X(02).
000900     88  WS-RPT-OK                        VALUE "00".
000910
000920 01  WS-SWITCHES.
000930     05  WS-POLIZA-VALIDA         PIC X(01) VALUE "S".
000940         88  POLIZA-VALIDA                VALUE "S".
000950     05  WS-CUENTA-HALLADA        PIC X(01) VALUE "N".
000960         88  CUENTA-HALLADA               VALUE "S".
000970
000980 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "CLIPOLIZ".
000990
001000 01  WS-ENTRADA-MES               PIC X(06).
001010 01  WS-MES-PROCESO               PIC 9(06) VALUE ZERO.
001020 01  WS-MES-MOV                   PIC 9(06).
001030 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001040 01  WS-FECHA-HOY-DES REDEFINES WS-FECHA-HOY.
001050     05  WS-HOY-AAAA              PIC 9(04).
001060     05  WS-HOY-MM                PIC 9(02).
001070     05  WS-HOY-DD                PIC 9(02).
001080
001090*  Conceptos de la poliza (ver CTACONT).
001100 01  WS-CONCEPTOS.
001110     05  WS-CON-CXC               PIC X(10) VALUE "CXC".
001120     05  WS-CON-COLEGIATURA       PIC X(10) VALUE "COLEGIATUR".
001130     05  WS-CON-BECAS             PIC X(10) VALUE "BECAS".
001140     05  WS-CON-HERMANOS          PIC X(10) VALUE "HERMANOS".
001150     05  WS-CON-BANCO             PIC X(10) VALUE "BANCO".
001160     05  WS-CON-DOMICILIA         PIC X(10) VALUE "DOMICILIA".
001170     05  WS-CON-CAJA              PIC X(10) VALUE "CAJA".
001180     05  WS-CON-BAJA-ABONO        PIC X(10) VALUE "BAJA-ABONO".
001190     05  WS-CON-BAJA-CARGO        PIC X(10) VALUE "BAJA-CARGO".
001200     05  WS-CON-DEVOLUCION        PIC X(10) VALUE "DEVOLUCION".
001210     05  WS-CON-OTRO-CARGO        PIC X(10) VALUE "OTRO-CARGO".
001220     05  WS-CON-OTRO-ABONO        PIC X(10) VALUE "OTRO-ABONO".
001225     05  WS-CON-AJUSTE            PIC X(10) VALUE "AJUSTE".
001227     05  WS-CON-EXTRAORD          PIC X(10) VALUE "EXTRAORD".
001228     05  WS-CON-EVENTOS           PIC X(10) VALUE "EVENTOS".
001230
001240*  Mapeo leido de CTACONT.
001250 01  WS-TOTAL-MAPEO               PIC 9(03) COMP VALUE ZERO.
001260 01  WS-IDX-MAPEO                 PIC 9(03) COMP.
001270 01  WS-TABLA-MAPEO.
001280     05  WS-MAPEO                 OCCURS 200 TIMES.
001290         10  WS-MAP-CONCEPTO      PIC X(10).
001300         10  WS-MAP-NIVEL         PIC X(02).
001310         10  WS-MAP-CUENTA        PIC X(20).
001320         10  WS-MAP-DESCRIPCION   PIC X(30).
001330
001340*  Renglones de la poliza por concepto y nivel.
001350 01  WS-TOTAL-RENGLONES           PIC 9(03) COMP VALUE ZERO.
001360 01  WS-IDX-RENGLON               PIC 9(03) COMP.
001370 01  WS-TABLA-POLIZA.
001380     05  WS-RENGLON               OCCURS 150 TIMES.
001390         10  WS-REN-CONCEPTO      PIC X(10).
001400         10  WS-REN-NIVEL         PIC X(02).
001410         10  WS-REN-CUENTA        PIC X(20).
001420         10  WS-REN-DESCRIPCION   PIC X(30).
001430         10  WS-REN-DEBE          PIC 9(10)V9(02).
001440         10  WS-REN-HABER         PIC 9(10)V9(02).
001450
001460*  Asiento en armado: concepto, nivel y lado del importe.
001470 01  WS-ASIENTO.
001480     05  WS-ASI-CONCEPTO          PIC X(10).
001490     05  WS-ASI-NIVEL             PIC X(02).
001500     05  WS-ASI-LADO              PIC X(01).
001510         88  ASIENTO-AL-DEBE              VALUE "D".
001520         88  ASIENTO-AL-HABER             VALUE "H".
001530     05  WS-ASI-MONTO             PIC 9(10)V9(02).
001540 01  WS-NIVEL-EDIT                PIC 9(02).
001550 01  WS-BRUTO-CARGO               PIC 9(08)V9(02) VALUE ZERO.
001560
001570 01  WS-CONTADORES.
001580     05  WS-MOV-LEIDOS            PIC 9(07) COMP VALUE ZERO.
001590     05  WS-MOV-DEL-MES           PIC 9(07) COMP VALUE ZERO.
001600     05  WS-SIN-ORIGEN            PIC 9(07) COMP VALUE ZERO.
001610     05  WS-LINEAS-POLIZA         PIC 9(05) VALUE ZERO.
001620     05  WS-SIN-CUENTA            PIC 9(05) COMP VALUE ZERO.
001630
001640 01  WS-TOTALES-CONTROL.
001650     05  WS-TOTAL-DEBE            PIC 9(12)V9(02) VALUE ZERO.
001660     05  WS-TOTAL-HABER           PIC 9(12)V9(02) VALUE ZERO.
001670
001680*  Vistas del registro de POLIZA para el sistema contable.
001690 01  WS-POL-CABECERA.
001700     05  POL-CAB-TIPO             PIC X(02) VALUE "01".
001710     05  POL-CAB-SISTEMA          PIC X(10) VALUE "COLEGIO".
001720     05  POL-CAB-PERIODO          PIC 9(06).
001730     05  POL-CAB-FECHA            PIC 9(08).
001740     05  POL-CAB-CLASE            PIC X(02) VALUE "DI".
001750     05  POL-CAB-CONCEPTO         PIC X(40).
001760     05  FILLER                   PIC X(32) VALUE SPACES.
001770
001780 01  WS-POL-DETALLE REDEFINES WS-POL-CABECERA.
001790     05  POL-DET-TIPO             PIC X(02).
001800     05  POL-DET-LINEA            PIC 9(05).
001810     05  POL-DET-CUENTA           PIC X(20).
001820     05  POL-DET-NATURALEZA       PIC X(01).
001830     05  POL-DET-MONTO            PIC 9(10)V9(02).
001840     05  POL-DET-DESCRIPCION      PIC X(30).
001850     05  FILLER                   PIC X(30).
001860
001870 01  WS-POL-COLA REDEFINES WS-POL-CABECERA.
001880     05  POL-COLA-TIPO            PIC X(02).
001890     05  POL-COLA-LINEAS          PIC 9(05).
001900     05  POL-COLA-DEBE            PIC 9(12)V9(02).
001910     05  POL-COLA-HABER           PIC 9(12)V9(02).
001920     05  FILLER                   PIC X(65).
001930
001940 01  WS-LINEA-ENCABEZADO.
001950     05  FILLER                   PIC X(36)
001960         VALUE "POLIZA DE CARTERA DE TUTORES, MES ".
001970     05  RPT-ENC-MES              PIC 9(06).
001980
001990 01  WS-LINEA-TITULOS             PIC X(100) VALUE
002000     "CONCEPTO   NV CUENTA               DESCRIPCION
002010-    "              DEBE           HABER".
002020
002030 01  WS-LINEA-DETALLE.
002040     05  RPT-CONCEPTO             PIC X(10).
002050     05  FILLER                   PIC X(01) VALUE SPACE.
002060     05  RPT-NIVEL                PIC X(02).
002070     05  FILLER                   PIC X(01) VALUE SPACE.
002080     05  RPT-CUENTA               PIC X(20).
002090     05  FILLER                   PIC X(01) VALUE SPACE.
002100     05  RPT-DESCRIPCION          PIC X(30).
002110     05  FILLER                   PIC X(01) VALUE SPACE.
002120     05  RPT-DEBE                 PIC ZZZZZZZZZZ9.99.
002130     05  FILLER                   PIC X(01) VALUE SPACE.
002140     05  RPT-HABER                PIC ZZZZZZZZZZ9.99.
002150
002160 01  WS-LINEA-TOTALES.
002170     05  FILLER                   PIC X(66) VALUE "TOTALES".
002180     05  TOT-DEBE                 PIC ZZZZZZZZZZ9.99.
002190     05  FILLER                   PIC X(01) VALUE SPACE.
002200     05  TOT-HABER                PIC ZZZZZZZZZZ9.99.
002210
002220 01  WS-LINEA-RESULTADO           PIC X(100) VALUE SPACES.
002230
002240 COPY ERRPARM.
002250
002260 COPY RPTGPARM.
002270
002280 PROCEDURE DIVISION.
002290 0000-MAINLINE.
002300     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002310     PERFORM 2000-ACUMULAR-MOVIMIENTO THRU 2000-EXIT
002320         UNTIL WS-HIS-FIN-ARCHIVO.
002330     PERFORM 3000-VALIDAR-POLIZA THRU 3000-EXIT.
002340     IF POLIZA-VALIDA
002350         PERFORM 4000-ESCRIBIR-POLIZA THRU 4000-EXIT
002360     END-IF.
002370     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002380     STOP RUN.
002390
002400*----------------------------------------------------------*
002410*  1000-INICIALIZAR - Abre el historial, carga el mapeo de   *
002420*  cuentas, toma el mes y deja POLIZA vacia hasta que la     *
002430*  poliza se valide.                                          *
002440*----------------------------------------------------------*
002450 1000-INICIALIZAR.
002460     OPEN INPUT HISTORIAL-FILE.
002470     IF NOT WS-HIS-OK
002480         MOVE "CLIPOLIZ"      TO ERRHAND-PROGRAMA
002490         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002500         MOVE WS-HIS-STATUS   TO ERRHAND-FILE-STATUS
002510         SET ERRHAND-FATAL TO TRUE
002520         MOVE "ERROR AL ABRIR CLIMHIDX" TO ERRHAND-MENSAJE
002530         CALL "ERRHAND" USING ERRHAND-PARM
002540         MOVE 8 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570
002580     OPEN INPUT MAPEO-FILE.
002590     IF NOT WS-MAP-OK
002600         MOVE "CLIPOLIZ"      TO ERRHAND-PROGRAMA
002610         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002620         MOVE WS-MAP-STATUS   TO ERRHAND-FILE-STATUS
002630         SET ERRHAND-FATAL TO TRUE
002640         MOVE "ERROR AL ABRIR CTACONT" TO ERRHAND-MENSAJE
002650         CALL "ERRHAND" USING ERRHAND-PARM
002660         MOVE 8 TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002690     PERFORM 1200-CARGAR-MAPEO THRU 1200-EXIT
002700         UNTIL WS-MAP-FIN-ARCHIVO.
002710     CLOSE MAPEO-FILE.
002720
002730     DISPLAY "Mes de la poliza AAAAMM"
002740         " (blanco = mes recien cerrado):".
002750     MOVE SPACES TO WS-ENTRADA-MES.
002760     ACCEPT WS-ENTRADA-MES.
002770     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002780     IF WS-ENTRADA-MES IS NUMERIC
002790         MOVE WS-ENTRADA-MES TO WS-MES-PROCESO
002800     ELSE
002810         IF WS-ENTRADA-MES = SPACES
002820             PERFORM 1100-MES-ANTERIOR THRU 1100-EXIT
002830             DISPLAY "SIN MES TECLEADO: SE TOMA "
002840                 WS-MES-PROCESO
002850         ELSE
002860             DISPLAY "MES INVALIDO, NO SE GENERA NADA"
002870             MOVE 8 TO RETURN-CODE
002880             STOP RUN
002890         END-IF
002900     END-IF.
002910
002920     OPEN OUTPUT POLIZA-FILE.
002930
002940     MOVE "CLIPOLIZ" TO RPTGEN-REPORTE.
002950     CALL "RPTGEN" USING RPTGEN-PARM.
002960     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
002970     OPEN OUTPUT REPORTE-FILE.
002980     MOVE WS-MES-PROCESO TO RPT-ENC-MES.
002990     WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.
003000     MOVE SPACES TO REPORTE-LINEA.
003010     WRITE REPORTE-LINEA.
003020     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
003030 1000-EXIT.
003040     EXIT.
003050
003060*----------------------------------------------------------*
003070*  1100-MES-ANTERIOR - El mes recien cerrado: el anterior    *
003080*  al de la fecha del sistema.                                *
003090*----------------------------------------------------------*
003100 1100-MES-ANTERIOR.
003110     IF WS-HOY-MM = 1
003120         COMPUTE WS-MES-PROCESO =
003130             (WS-HOY-AAAA - 1) * 100 + 12
003140     ELSE
003150         COMPUTE WS-MES-PROCESO =
003160             WS-HOY-AAAA * 100 + WS-HOY-MM - 1
003170     END-IF.
003180 1100-EXIT.
003190     EXIT.
003200
003210 1200-CARGAR-MAPEO.
003220     READ MAPEO-FILE
003230         AT END
003240             SET WS-MAP-FIN-ARCHIVO TO TRUE
003250             GO TO 1200-EXIT
003260     END-READ.
003270     IF MAP-CONCEPTO = SPACES OR MAP-CONCEPTO (1:1) = "*"
003280         GO TO 1200-EXIT
003290     END-IF.
003300     IF WS-TOTAL-MAPEO NOT < 200
003310         DISPLAY "TABLA DE MAPEO LLENA, SE IGNORA "
003320             MAP-CONCEPTO " " MAP-NIVEL
003330         GO TO 1200-EXIT
003340     END-IF.
003350     ADD 1 TO WS-TOTAL-MAPEO.
003360     MOVE MAP-CONCEPTO    TO WS-MAP-CONCEPTO (WS-TOTAL-MAPEO).
003370     MOVE MAP-NIVEL       TO WS-MAP-NIVEL (WS-TOTAL-MAPEO).
003380     MOVE MAP-CUENTA      TO WS-MAP-CUENTA (WS-TOTAL-MAPEO).
003390     MOVE MAP-DESCRIPCION
003400         TO WS-MAP-DESCRIPCION (WS-TOTAL-MAPEO).
003410 1200-EXIT.
003420     EXIT.
003430
003440*----------------------------------------------------------*
003450*  2000-ACUMULAR-MOVIMIENTO - Cada movimiento del mes se     *
003460*  vuelve un asiento: contra cuentas por cobrar el concepto  *
003470*  que le toca segun su origen y su tipo.                     *
003480*----------------------------------------------------------*
003490 2000-ACUMULAR-MOVIMIENTO.
003500     READ HISTORIAL-FILE NEXT RECORD
003510         AT END
003520             SET WS-HIS-FIN-ARCHIVO TO TRUE
003530             GO TO 2000-EXIT
003540     END-READ.
003550     ADD 1 TO WS-MOV-LEIDOS.
003560     COMPUTE WS-MES-MOV = MOVH-FECHA / 100.
003570     IF WS-MES-MOV NOT = WS-MES-PROCESO
003580         GO TO 2000-EXIT
003590     END-IF.
003600     ADD 1 TO WS-MOV-DEL-MES.
003610     MOVE SPACES TO WS-ASI-NIVEL.
003620
003630     IF MOVH-ES-CARGO
003640         IF MOVH-DE-CUOTA
003650             PERFORM 2100-ASENTAR-COLEGIATURA THRU 2100-EXIT
003660             GO TO 2000-EXIT
003670         END-IF
003680         MOVE WS-CON-CXC TO WS-ASI-CONCEPTO
003690         SET ASIENTO-AL-DEBE TO TRUE
003700         MOVE MOVH-MONTO TO WS-ASI-MONTO
003710         PERFORM 2500-SUMAR-ASIENTO THRU 2500-EXIT
003720         EVALUATE TRUE
003730             WHEN MOVH-DE-CAJA
003740                 MOVE WS-CON-CAJA TO WS-ASI-CONCEPTO
003750             WHEN MOVH-DE-BAJA
003760                 MOVE WS-CON-BAJA-CARGO TO WS-ASI-CONCEPTO
003770             WHEN MOVH-DE-DEVOLUCION
003780                 MOVE WS-CON-DEVOLUCION TO WS-ASI-CONCEPTO
003783             WHEN MOVH-DE-AJUSTE
003786                 MOVE WS-CON-AJUSTE TO WS-ASI-CONCEPTO
003787             WHEN MOVH-DE-EXTRAORDINARIO
003788                 MOVE WS-CON-EXTRAORD TO WS-ASI-CONCEPTO
003789             WHEN MOVH-DE-EVENTO
003790                 MOVE WS-CON-EVENTOS TO WS-ASI-CONCEPTO
003791             WHEN OTHER
003800                 ADD 1 TO WS-SIN-ORIGEN
003810                 MOVE WS-CON-OTRO-CARGO TO WS-ASI-CONCEPTO
003820         END-EVALUATE
003830         SET ASIENTO-AL-HABER TO TRUE
003840         PERFORM 2500-SUMAR-ASIENTO THRU 2500-EXIT
003850     ELSE
003860         MOVE WS-CON-CXC TO WS-ASI-CONCEPTO
003870         SET ASIENTO-AL-HABER TO TRUE
003880         MOVE MOVH-MONTO TO WS-ASI-MONTO
003890         PERFORM 2500-SUMAR-ASIENTO THRU 2500-EXIT
003900         EVALUATE TRUE
003910             WHEN MOVH-DE-BANCO
003920                 MOVE WS-CON-BANCO TO WS-ASI-CONCEPTO
003930             WHEN MOVH-DE-DOMICILIACION
003940                 MOVE WS-CON-DOMICILIA TO WS-ASI-CONCEPTO
003950             WHEN MOVH-DE-CAJA
003960                 MOVE WS-CON-CAJA TO WS-ASI-CONCEPTO
003970             WHEN MOVH-DE-BAJA
003980                 MOVE WS-CON-BAJA-ABONO TO WS-ASI-CONCEPTO
003983             WHEN MOVH-DE-AJUSTE
003986                 MOVE WS-CON-AJUSTE TO WS-ASI-CONCEPTO
003987             WHEN MOVH-DE-EVENTO
003988                 MOVE WS-CON-EVENTOS TO WS-ASI-CONCEPTO
003990             WHEN OTHER
004000                 ADD 1 TO WS-SIN-ORIGEN
004010                 MOVE WS-CON-OTRO-ABONO TO WS-ASI-CONCEPTO
004020         END-EVALUATE
004030         SET ASIENTO-AL-DEBE TO TRUE
004040         PERFORM 2500-SUMAR-ASIENTO THRU 2500-EXIT
004050     END-IF.
004060 2000-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------*
004100*  2100-ASENTAR-COLEGIATURA - El cargo de colegiatura: la    *
004110*  cuota bruta al ingreso de su nivel; la beca, el           *
004120*  descuento por hermanos y el neto al debe.  Un cargo sin   *
004130*  desglose se toma como bruto igual al neto.                 *
004140*----------------------------------------------------------*
004150 2100-ASENTAR-COLEGIATURA.
004160     MOVE MOVH-BRUTO TO WS-BRUTO-CARGO.
004170     IF WS-BRUTO-CARGO = ZERO
004180         MOVE MOVH-MONTO TO WS-BRUTO-CARGO
004190     END-IF.
004200
004210     MOVE WS-CON-COLEGIATURA TO WS-ASI-CONCEPTO.
004220     MOVE MOVH-NIVEL TO WS-NIVEL-EDIT.
004230     MOVE WS-NIVEL-EDIT TO WS-ASI-NIVEL.
004240     SET ASIENTO-AL-HABER TO TRUE.
004250     MOVE WS-BRUTO-CARGO TO WS-ASI-MONTO.
004260     PERFORM 2500-SUMAR-ASIENTO THRU 2500-EXIT.
004270     MOVE SPACES TO WS-ASI-NIVEL.
004280
004290     SET ASIENTO-AL-DEBE TO TRUE.
004300     IF MOVH-DESC-BECA > ZERO
004310         MOVE WS-CON-BECAS TO WS-ASI-CONCEPTO
004320         MOVE MOVH-DESC-BECA TO WS-ASI-MONTO
004330         PERFORM 2500-SUMAR-ASIENTO THRU 2500-EXIT
004340     END-IF.
004350     IF MOVH-DESC-HERMANOS > ZERO
004360         MOVE WS-CON-HERMANOS TO WS-ASI-CONCEPTO
004370         MOVE MOVH-DESC-HERMANOS TO WS-ASI-MONTO
004380         PERFORM 2500-SUMAR-ASIENTO THRU 2500-EXIT
004390     END-IF.
004400     MOVE WS-CON-CXC TO WS-ASI-CONCEPTO.
004410     MOVE MOVH-MONTO TO WS-ASI-MONTO.
004420     PERFORM 2500-SUMAR-ASIENTO THRU 2500-EXIT.
004430 2100-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------*
004470*  2500-SUMAR-ASIENTO - Suma el importe al renglon del       *
004480*  concepto y nivel, abriendolo si es nuevo.                  *
004490*----------------------------------------------------------*
004500 2500-SUMAR-ASIENTO.
004510     PERFORM 2510-BUSCAR-RENGLON THRU 2510-EXIT
004520         VARYING WS-IDX-RENGLON FROM 1 BY 1
004530         UNTIL WS-IDX-RENGLON > WS-TOTAL-RENGLONES
004540         OR (WS-REN-CONCEPTO (WS-IDX-RENGLON) = WS-ASI-CONCEPTO
004550         AND WS-REN-NIVEL (WS-IDX-RENGLON) = WS-ASI-NIVEL).
004560     IF WS-IDX-RENGLON > WS-TOTAL-RENGLONES
004570         IF WS-TOTAL-RENGLONES NOT < 150
004580             DISPLAY "TABLA DE LA POLIZA LLENA, CONCEPTO="
004590                 WS-ASI-CONCEPTO " NIVEL=" WS-ASI-NIVEL
004600             MOVE "N" TO WS-POLIZA-VALIDA
004610             GO TO 2500-EXIT
004620         END-IF
004630         ADD 1 TO WS-TOTAL-RENGLONES
004640         MOVE WS-TOTAL-RENGLONES TO WS-IDX-RENGLON
004650         MOVE WS-ASI-CONCEPTO TO WS-REN-CONCEPTO (WS-IDX-RENGLON)
004660         MOVE WS-ASI-NIVEL    TO WS-REN-NIVEL (WS-IDX-RENGLON)
004670         MOVE ZERO            TO WS-REN-DEBE (WS-IDX-RENGLON)
004680         MOVE ZERO            TO WS-REN-HABER (WS-IDX-RENGLON)
004690     END-IF.
004700     IF ASIENTO-AL-DEBE
004710         ADD WS-ASI-MONTO TO WS-REN-DEBE (WS-IDX-RENGLON)
004720         ADD WS-ASI-MONTO TO WS-TOTAL-DEBE
004730     ELSE
004740         ADD WS-ASI-MONTO TO WS-REN-HABER (WS-IDX-RENGLON)
004750         ADD WS-ASI-MONTO TO WS-TOTAL-HABER
004760     END-IF.
004770 2500-EXIT.
004780     EXIT.
004790
004800 2510-BUSCAR-RENGLON.
004810     CONTINUE.
004820 2510-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------*
004860*  3000-VALIDAR-POLIZA - Cada renglon debe tener cuenta en   *
004870*  el mapeo y el debe debe cuadrar con el haber; el reporte  *
004880*  lista los renglones aunque la poliza se rechace.           *
004890*----------------------------------------------------------*
004900 3000-VALIDAR-POLIZA.
004910     PERFORM 3100-ASIGNAR-CUENTA THRU 3100-EXIT
004920         VARYING WS-IDX-RENGLON FROM 1 BY 1
004930         UNTIL WS-IDX-RENGLON > WS-TOTAL-RENGLONES.
004940
004950     MOVE WS-TOTAL-DEBE  TO TOT-DEBE.
004960     MOVE WS-TOTAL-HABER TO TOT-HABER.
004970     MOVE SPACES TO REPORTE-LINEA.
004980     WRITE REPORTE-LINEA.
004990     WRITE REPORTE-LINEA FROM WS-LINEA-TOTALES.
005000
005010     IF WS-SIN-CUENTA > ZERO
005020         MOVE "N" TO WS-POLIZA-VALIDA
005030     END-IF.
005040     IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
005050         MOVE "N" TO WS-POLIZA-VALIDA
005060     END-IF.
005070     IF WS-TOTAL-RENGLONES = ZERO
005080         DISPLAY "SIN MOVIMIENTOS EN EL MES " WS-MES-PROCESO
005090     END-IF.
005100
005110     IF POLIZA-VALIDA
005120         MOVE "POLIZA CUADRADA, ENTREGADA EN POLIZA"
005130             TO WS-LINEA-RESULTADO
005140         WRITE REPORTE-LINEA FROM WS-LINEA-RESULTADO
005150         GO TO 3000-EXIT
005160     END-IF.
005170
005180     MOVE "POLIZA RECHAZADA: CUENTAS SIN MAPEO O DEBE Y HABER NO C
005190-    "UADRAN" TO WS-LINEA-RESULTADO.
005200     WRITE REPORTE-LINEA FROM WS-LINEA-RESULTADO.
005210     MOVE "CLIPOLIZ"        TO ERRHAND-PROGRAMA.
005220     MOVE "3000-VALIDAR-POLIZA" TO ERRHAND-PARRAFO.
005230     MOVE SPACES             TO ERRHAND-FILE-STATUS.
005240     SET ERRHAND-FATAL TO TRUE.
005250     MOVE "POLIZA NO CUADRA O SIN CUENTA; NO SE ENTREGA"
005260         TO ERRHAND-MENSAJE.
005270     CALL "ERRHAND" USING ERRHAND-PARM.
005280     MOVE 8 TO RETURN-CODE.
005290 3000-EXIT.
005300     EXIT.
005310
005320*  Busca la cuenta del concepto para el nivel exacto y, si
005330*  no hay, la cuenta del concepto sin nivel.
005340 3100-ASIGNAR-CUENTA.
005350     MOVE "N" TO WS-CUENTA-HALLADA.
005360     PERFORM 3110-BUSCAR-MAPEO THRU 3110-EXIT
005370         VARYING WS-IDX-MAPEO FROM 1 BY 1
005380         UNTIL WS-IDX-MAPEO > WS-TOTAL-MAPEO
005390         OR CUENTA-HALLADA.
005400     IF NOT CUENTA-HALLADA
005410         MOVE WS-REN-NIVEL (WS-IDX-RENGLON) TO WS-ASI-NIVEL
005420         MOVE SPACES TO WS-REN-NIVEL (WS-IDX-RENGLON)
005430         PERFORM 3110-BUSCAR-MAPEO THRU 3110-EXIT
005440             VARYING WS-IDX-MAPEO FROM 1 BY 1
005450             UNTIL WS-IDX-MAPEO > WS-TOTAL-MAPEO
005460             OR CUENTA-HALLADA
005470         MOVE WS-ASI-NIVEL TO WS-REN-NIVEL (WS-IDX-RENGLON)
005480     END-IF.
005490
005500     MOVE WS-REN-CONCEPTO (WS-IDX-RENGLON) TO RPT-CONCEPTO.
005510     MOVE WS-REN-NIVEL (WS-IDX-RENGLON)    TO RPT-NIVEL.
005520     MOVE WS-REN-DEBE (WS-IDX-RENGLON)     TO RPT-DEBE.
005530     MOVE WS-REN-HABER (WS-IDX-RENGLON)    TO RPT-HABER.
005540     IF CUENTA-HALLADA
005550         MOVE WS-REN-CUENTA (WS-IDX-RENGLON) TO RPT-CUENTA
005560         MOVE WS-REN-DESCRIPCION (WS-IDX-RENGLON)
005570             TO RPT-DESCRIPCION
005580     ELSE
005590         ADD 1 TO WS-SIN-CUENTA
005600         MOVE "*** SIN CUENTA ***" TO RPT-CUENTA
005610         MOVE "AGREGAR EL CONCEPTO A CTACONT" TO RPT-DESCRIPCION
005620     END-IF.
005630     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
005640 3100-EXIT.
005650     EXIT.
005660
005670 3110-BUSCAR-MAPEO.
005680     IF WS-MAP-CONCEPTO (WS-IDX-MAPEO)
005690         = WS-REN-CONCEPTO (WS-IDX-RENGLON)
005700        AND WS-MAP-NIVEL (WS-IDX-MAPEO)
005710         = WS-REN-NIVEL (WS-IDX-RENGLON)
005720         SET CUENTA-HALLADA TO TRUE
005730         MOVE WS-MAP-CUENTA (WS-IDX-MAPEO)
005740             TO WS-REN-CUENTA (WS-IDX-RENGLON)
005750         MOVE WS-MAP-DESCRIPCION (WS-IDX-MAPEO)
005760             TO WS-REN-DESCRIPCION (WS-IDX-RENGLON)
005770     END-IF.
005780 3110-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------*
005820*  4000-ESCRIBIR-POLIZA - Cabecera, un detalle por lado de   *
005830*  cada renglon con importe, y cola con los totales.          *
005840*----------------------------------------------------------*
005850 4000-ESCRIBIR-POLIZA.
005860     MOVE SPACES TO WS-POL-CABECERA.
005870     MOVE "01"           TO POL-CAB-TIPO.
005880     MOVE "COLEGIO"      TO POL-CAB-SISTEMA.
005890     MOVE WS-MES-PROCESO TO POL-CAB-PERIODO.
005900     MOVE WS-FECHA-HOY   TO POL-CAB-FECHA.
005910     MOVE "DI"           TO POL-CAB-CLASE.
005920     STRING "CARTERA DE TUTORES " DELIMITED BY SIZE
005930         WS-MES-PROCESO DELIMITED BY SIZE
005940         INTO POL-CAB-CONCEPTO
005950     END-STRING.
005960     WRITE POLIZA-LINEA FROM WS-POL-CABECERA.
005970
005980     PERFORM 4100-ESCRIBIR-RENGLON THRU 4100-EXIT
005990         VARYING WS-IDX-RENGLON FROM 1 BY 1
006000         UNTIL WS-IDX-RENGLON > WS-TOTAL-RENGLONES.
006010
006020     MOVE SPACES          TO WS-POL-COLA.
006030     MOVE "03"            TO POL-COLA-TIPO.
006040     MOVE WS-LINEAS-POLIZA TO POL-COLA-LINEAS.
006050     MOVE WS-TOTAL-DEBE   TO POL-COLA-DEBE.
006060     MOVE WS-TOTAL-HABER  TO POL-COLA-HABER.
006070     WRITE POLIZA-LINEA FROM WS-POL-COLA.
006080 4000-EXIT.
006090     EXIT.
006100
006110 4100-ESCRIBIR-RENGLON.
006120     MOVE SPACES TO WS-POL-DETALLE.
006130     MOVE "02" TO POL-DET-TIPO.
006140     MOVE WS-REN-CUENTA (WS-IDX-RENGLON) TO POL-DET-CUENTA.
006150     MOVE WS-REN-DESCRIPCION (WS-IDX-RENGLON)
006160         TO POL-DET-DESCRIPCION.
006170     IF WS-REN-DEBE (WS-IDX-RENGLON) > ZERO
006180         ADD 1 TO WS-LINEAS-POLIZA
006190         MOVE WS-LINEAS-POLIZA TO POL-DET-LINEA
006200         MOVE "D" TO POL-DET-NATURALEZA
006210         MOVE WS-REN-DEBE (WS-IDX-RENGLON) TO POL-DET-MONTO
006220         WRITE POLIZA-LINEA FROM WS-POL-DETALLE
006230     END-IF.
006240     IF WS-REN-HABER (WS-IDX-RENGLON) > ZERO
006250         ADD 1 TO WS-LINEAS-POLIZA
006260         MOVE WS-LINEAS-POLIZA TO POL-DET-LINEA
006270         MOVE "H" TO POL-DET-NATURALEZA
006280         MOVE WS-REN-HABER (WS-IDX-RENGLON) TO POL-DET-MONTO
006290         WRITE POLIZA-LINEA FROM WS-POL-DETALLE
006300     END-IF.
006310 4100-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------*
006350*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
006360*----------------------------------------------------------*
006370 9000-FINALIZAR.
006380     CLOSE HISTORIAL-FILE.
006390     CLOSE POLIZA-FILE.
006400     CLOSE REPORTE-FILE.
006410     DISPLAY " ".
006420     DISPLAY "---- RESUMEN DE LA POLIZA CONTABLE ----".
006430     DISPLAY "MES                : " WS-MES-PROCESO.
006440     DISPLAY "MOVIMIENTOS DEL MES: " WS-MOV-DEL-MES.
006450     DISPLAY "SIN ORIGEN         : " WS-SIN-ORIGEN.
006460     DISPLAY "RENGLONES SIN CUENTA: " WS-SIN-CUENTA.
006470     DISPLAY "LINEAS DE POLIZA   : " WS-LINEAS-POLIZA.
006480     DISPLAY "TOTAL DEBE         : " WS-TOTAL-DEBE.
006490     DISPLAY "TOTAL HABER        : " WS-TOTAL-HABER.
006500     DISPLAY "REPORTE: " WS-ARCHIVO-REPORTE.
006510 9000-EXIT.
006520     EXIT.

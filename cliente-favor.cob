000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  CLIFAVOR                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Saldos a favor de las cuentas de tutor, primer paso del   *
000090*  cierre mensual (antes de ESCCUOTA).  Recorre CLIMAST y    *
000100*  por cada cuenta con saldo negativo antigua el saldo a     *
000110*  favor contra los pagos de CLIMHIDX (el saldo se imputa a  *
000120*  los pagos mas recientes) en 30, 60, 90 y mas de 90 dias,  *
000130*  y lo deja en el registro DEVOIDX para que la              *
000140*  administracion decida en DEVMANT si se devuelve o se      *
000150*  deja a cuenta del siguiente cargo.  Antes de eso genera   *
000160*  las devoluciones ya autorizadas: un cargo en CLIMOVS que  *
000170*  CLIPOST asienta y una orden de pago a tesoreria en        *
000180*  ORDPAGO (cabecera, detalle y cola, folio en ORDPCTL).     *
000190*  Las devoluciones que esperaban aprobacion y fueron        *
000200*  rechazadas en APRBREV vuelven a quedar por decidir.       *
000210*  Imprime el reporte de saldos a favor (generacion fechada  *
000220*  via RPTGEN).  Los dias se cuentan con la convencion de    *
000230*  360 dias de CLIANTIG.                                      *
000240*----------------------------------------------------------*
000250*  MODIFICATIONS.
000260*  2026-10-15 JFV  Creacion inicial.
000263*  2026-10-15 JFV  La devolucion sale con origen "DV" para la
000266*                  poliza contable CLIPOLIZ.
000270*----------------------------------------------------------*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CLIFAVOR.
000300 AUTHOR. J. FIGUEROA VEGA.
000310 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000320 DATE-WRITTEN. 2026-10-15.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CLIENTE-FILE ASSIGN TO "CLIMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CLIENTE-NUMERO
000420         ALTERNATE RECORD KEY IS CLIENTE-NOMBRE
000430             WITH DUPLICATES
000440         FILE STATUS IS WS-CLI-STATUS.
000450
000460     SELECT HISTORIAL-FILE ASSIGN TO "CLIMHIDX"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS MOVH-CLAVE
000500         FILE STATUS IS WS-HIS-STATUS.
000510
000520     SELECT DEVOLUCION-FILE ASSIGN TO "DEVOIDX"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS DEV-CLIENTE
000560         FILE STATUS IS WS-DEV-STATUS.
000570
000580     SELECT APROBACION-FILE ASSIGN TO "APRBIDX"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS APRB-SECUENCIA
000620         FILE STATUS IS WS-APR-STATUS.
000630
000640     SELECT MOVIMIENTO-FILE ASSIGN TO "CLIMOVS"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-MOV-STATUS.
000670
000680     SELECT ORDEN-FILE ASSIGN TO "ORDPAGO"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-ORD-STATUS.
000710
000720     SELECT CONTROL-FILE ASSIGN TO "ORDPCTL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CTL-STATUS.
000750
000760     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RPT-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CLIENTE-FILE.
000830     COPY CLIREC.
000840
000850 FD  HISTORIAL-FILE.
000860     COPY MOVHREC.
000870
000880 FD  DEVOLUCION-FILE.
000890     COPY DEVOREC.
000900
000910 FD  APROBACION-FILE.
000920     COPY APRBREC.
000930
000940 FD  MOVIMIENTO-FILE.
000950     COPY MOVREC.
000960
000970 FD  ORDEN-FILE.
000980 01  ORDEN-LINEA                  PIC X(80).
000990
001000 FD  CONTROL-FILE.
001010 01  CONTROL-REC.
001020     05  CTL-ULTIMA-ORDEN         PIC 9(06).
001030
001040 FD  REPORTE-FILE.
001050 01  REPORTE-LINEA                PIC X(100).
001060
001070 WORKING-STORAGE SECTION.
001080 01  WS-CLI-STATUS                PIC X(02).
001090     88  WS-CLI-OK                        VALUE "00".
001100     88  WS-CLI-FIN-ARCHIVO               VALUE "10".
001110
001120 01  WS-HIS-STATUS                PIC X(02).
001130     88  WS-HIS-OK                        VALUE "00".
001140
001150 01  WS-DEV-STATUS                PIC X(02).
001160     88  WS-DEV-OK                        VALUE "00".
001170     88  WS-DEV-FIN-ARCHIVO               VALUE "10".
001180
001190 01  WS-APR-STATUS                PIC X(02).
001200     88  WS-APR-OK                        VALUE "00".
001210
001220 01  WS-MOV-STATUS                PIC X(02).
001230     88  WS-MOV-OK                        VALUE "00".
001240
001250 01  WS-ORD-STATUS                PIC X(02).
001260     88  WS-ORD-OK                        VALUE "00".
001270
001280 01  WS-CTL-STATUS                PIC X(02).
001290     88  WS-CTL-OK                        VALUE "00".
001300
001310 01  WS-RPT-STATUS                PIC X(02).
001320     88  WS-RPT-OK                        VALUE "00".
001330
001340 01  WS-SWITCHES.
001350     05  WS-FIN-REGISTRO          PIC X(01) VALUE "N".
001360         88  FIN-DE-REGISTRO              VALUE "S".
001370     05  WS-FIN-PAGOS             PIC X(01) VALUE "N".
001380         88  FIN-DE-PAGOS                 VALUE "S".
001390     05  WS-EXISTE-REGISTRO       PIC X(01) VALUE "N".
001400         88  EXISTE-REGISTRO              VALUE "S".
001410
001420 01  WS-HAY-APROBACIONES          PIC X(01) VALUE "N".
001430     88  APROBACIONES-DISPONIBLES         VALUE "S".
001440
001450 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "CLIFAVOR".
001460
001470 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001480 01  WS-FECHA-HOY-DES REDEFINES WS-FECHA-HOY.
001490     05  WS-HOY-AAAA              PIC 9(04).
001500     05  WS-HOY-MM                PIC 9(02).
001510     05  WS-HOY-DD                PIC 9(02).
001520 01  WS-HOY-360                   PIC 9(08) VALUE ZERO.
001530
001540 01  WS-FECHA-MOV                 PIC 9(08) VALUE ZERO.
001550 01  WS-FECHA-MOV-DES REDEFINES WS-FECHA-MOV.
001560     05  WS-MOV-AAAA              PIC 9(04).
001570     05  WS-MOV-MM                PIC 9(02).
001580     05  WS-MOV-DD                PIC 9(02).
001590 01  WS-MOV-360                   PIC 9(08) VALUE ZERO.
001600 01  WS-DIAS-PAGO                 PIC S9(05) VALUE ZERO.
001610
001620*  Ultimos pagos del cliente (los mas viejos se recorren
001630*  fuera de la tabla: el saldo a favor se imputa a los mas
001640*  recientes y lo que no alcance a cubrirse cae en +90).
001650 01  WS-TOTAL-PAGOS               PIC 9(03) COMP VALUE ZERO.
001660 01  WS-IDX-PAGO                  PIC 9(03) COMP.
001670 01  WS-TABLA-PAGOS.
001680     05  WS-PAGO                  OCCURS 100 TIMES.
001690         10  WS-PAG-FECHA         PIC 9(08).
001700         10  WS-PAG-MONTO         PIC 9(08)V9(02).
001710
001720 01  WS-SALDO-FAVOR               PIC 9(07)V9(02) VALUE ZERO.
001730 01  WS-POR-IMPUTAR               PIC 9(07)V9(02) VALUE ZERO.
001740 01  WS-IMPUTADO                  PIC 9(07)V9(02) VALUE ZERO.
001750 01  WS-MONTO-DEVOLVER            PIC 9(07)V9(02) VALUE ZERO.
001760 01  WS-ULTIMA-ORDEN              PIC 9(06) VALUE ZERO.
001770
001780 01  WS-CONTADORES.
001790     05  WS-CLI-LEIDOS            PIC 9(07) COMP VALUE ZERO.
001800     05  WS-CLI-A-FAVOR           PIC 9(07) COMP VALUE ZERO.
001810     05  WS-DEV-NUEVAS            PIC 9(07) COMP VALUE ZERO.
001820     05  WS-DEV-DEPURADAS         PIC 9(07) COMP VALUE ZERO.
001830     05  WS-DEV-RECHAZADAS        PIC 9(07) COMP VALUE ZERO.
001840     05  WS-ORDENES               PIC 9(07) COMP VALUE ZERO.
001850     05  WS-ORDENES-REG           PIC 9(07) VALUE ZERO.
001860
001870 01  WS-TOTALES-CONTROL.
001880     05  WS-TOTAL-FAVOR           PIC 9(09)V9(02) VALUE ZERO.
001890     05  WS-TOTAL-30              PIC 9(09)V9(02) VALUE ZERO.
001900     05  WS-TOTAL-60              PIC 9(09)V9(02) VALUE ZERO.
001910     05  WS-TOTAL-90              PIC 9(09)V9(02) VALUE ZERO.
001920     05  WS-TOTAL-MAS             PIC 9(09)V9(02) VALUE ZERO.
001930     05  WS-TOTAL-DEVUELTO        PIC 9(09)V9(02) VALUE ZERO.
001940
001950*  Vistas del registro de la orden de pago a tesoreria.
001960 01  WS-ORD-CABECERA.
001970     05  ORD-CAB-TIPO             PIC X(02) VALUE "01".
001980     05  ORD-CAB-ORIGEN           PIC X(10) VALUE "COLEGIO".
001990     05  ORD-CAB-FECHA            PIC 9(08).
002000     05  FILLER                   PIC X(60) VALUE SPACES.
002010
002020 01  WS-ORD-DETALLE REDEFINES WS-ORD-CABECERA.
002030     05  ORD-DET-TIPO             PIC X(02).
002040     05  ORD-DET-FOLIO            PIC 9(06).
002050     05  ORD-DET-CLIENTE          PIC X(06).
002060     05  ORD-DET-NOMBRE           PIC X(20).
002070     05  ORD-DET-MONTO            PIC 9(08)V9(02).
002080     05  ORD-DET-AUTORIZO         PIC X(20).
002090     05  ORD-DET-APRB             PIC 9(06).
002100     05  FILLER                   PIC X(10).
002110
002120 01  WS-ORD-COLA REDEFINES WS-ORD-CABECERA.
002130     05  ORD-COLA-TIPO            PIC X(02).
002140     05  ORD-COLA-ORDENES         PIC 9(07).
002150     05  ORD-COLA-TOTAL           PIC 9(10)V9(02).
002160     05  FILLER                   PIC X(59).
002170
002180 01  WS-LINEA-ENCABEZADO.
002190     05  FILLER                   PIC X(41)
002200         VALUE "CUENTAS CON SALDO A FAVOR AL DIA ".
002210     05  RPT-ENC-FECHA            PIC 9(08).
002220
002230 01  WS-LINEA-TITULOS             PIC X(100) VALUE
002240     "CLIENTE NOMBRE                 SALDO FAVOR   0-30 DIAS  31-6
002250-    "0 DIAS  61-90 DIAS   MAS DE 90 ESTADO".
002260
002270 01  WS-LINEA-DETALLE.
002280     05  RPT-CLIENTE              PIC X(06).
002290     05  FILLER                   PIC X(02) VALUE SPACES.
002300     05  RPT-NOMBRE               PIC X(20).
002310     05  FILLER                   PIC X(01) VALUE SPACE.
002320     05  RPT-FAVOR                PIC ZZZZZZ9.99.
002330     05  FILLER                   PIC X(02) VALUE SPACES.
002340     05  RPT-30                   PIC ZZZZZZ9.99.
002350     05  FILLER                   PIC X(01) VALUE SPACE.
002360     05  RPT-60                   PIC ZZZZZZ9.99.
002370     05  FILLER                   PIC X(01) VALUE SPACE.
002380     05  RPT-90                   PIC ZZZZZZ9.99.
002390     05  FILLER                   PIC X(02) VALUE SPACES.
002400     05  RPT-MAS                  PIC ZZZZZZ9.99.
002410     05  FILLER                   PIC X(01) VALUE SPACE.
002420     05  RPT-ESTADO               PIC X(14).
002430
002440 01  WS-LINEA-TOTALES.
002450     05  FILLER                   PIC X(29) VALUE "TOTALES".
002460     05  TOT-FAVOR                PIC ZZZZZZ9.99.
002470     05  FILLER                   PIC X(02) VALUE SPACES.
002480     05  TOT-30                   PIC ZZZZZZ9.99.
002490     05  FILLER                   PIC X(01) VALUE SPACE.
002500     05  TOT-60                   PIC ZZZZZZ9.99.
002510     05  FILLER                   PIC X(01) VALUE SPACE.
002520     05  TOT-90                   PIC ZZZZZZ9.99.
002530     05  FILLER                   PIC X(02) VALUE SPACES.
002540     05  TOT-MAS                  PIC ZZZZZZ9.99.
002550
002560 01  WS-LINEA-DEVUELTO.
002570     05  FILLER                   PIC X(29)
002580         VALUE "DEVUELTO EN ORDENES DE PAGO".
002590     05  TOT-DEVUELTO             PIC ZZZZZZ9.99.
002600
002610 COPY ERRPARM.
002620
002630 COPY RPTGPARM.
002640
002650 PROCEDURE DIVISION.
002660 0000-MAINLINE.
002670     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002680     PERFORM 2000-REVISAR-REGISTRO THRU 2000-EXIT
002690         UNTIL FIN-DE-REGISTRO.
002695     PERFORM 2900-POSICIONAR-CLIENTES THRU 2900-EXIT.
002700     PERFORM 3000-REVISAR-CLIENTE THRU 3000-EXIT
002710         UNTIL WS-CLI-FIN-ARCHIVO.
002720     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002730     STOP RUN.
002740
002750*----------------------------------------------------------*
002760*  1000-INICIALIZAR - Abre el maestro, el historial y el     *
002770*  registro DEVOIDX (creandolo si no existe); la cola de     *
002780*  aprobaciones es opcional.  Abre la orden de pago del mes  *
002790*  con su cabecera y arma la generacion del reporte.         *
002800*----------------------------------------------------------*
002810 1000-INICIALIZAR.
002820     OPEN INPUT CLIENTE-FILE.
002830     IF NOT WS-CLI-OK
002840         MOVE "CLIFAVOR"      TO ERRHAND-PROGRAMA
002850         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002860         MOVE WS-CLI-STATUS   TO ERRHAND-FILE-STATUS
002870         SET ERRHAND-FATAL TO TRUE
002880         MOVE "ERROR AL ABRIR CLIMAST" TO ERRHAND-MENSAJE
002890         CALL "ERRHAND" USING ERRHAND-PARM
002900         MOVE 8 TO RETURN-CODE
002910         STOP RUN
002920     END-IF.
002930
002940     OPEN INPUT HISTORIAL-FILE.
002950     IF NOT WS-HIS-OK
002960         MOVE "CLIFAVOR"      TO ERRHAND-PROGRAMA
002970         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002980         MOVE WS-HIS-STATUS   TO ERRHAND-FILE-STATUS
002990         SET ERRHAND-FATAL TO TRUE
003000         MOVE "ERROR AL ABRIR CLIMHIDX" TO ERRHAND-MENSAJE
003010         CALL "ERRHAND" USING ERRHAND-PARM
003020         MOVE 8 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003050
003060     OPEN I-O DEVOLUCION-FILE.
003070     IF NOT WS-DEV-OK
003080         IF WS-DEV-STATUS = "35"
003090             OPEN OUTPUT DEVOLUCION-FILE
003100             CLOSE DEVOLUCION-FILE
003110             OPEN I-O DEVOLUCION-FILE
003120         END-IF
003130     END-IF
003140     IF NOT WS-DEV-OK
003150         MOVE "CLIFAVOR"      TO ERRHAND-PROGRAMA
003160         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
003170         MOVE WS-DEV-STATUS   TO ERRHAND-FILE-STATUS
003180         SET ERRHAND-FATAL TO TRUE
003190         MOVE "ERROR AL ABRIR DEVOIDX" TO ERRHAND-MENSAJE
003200         CALL "ERRHAND" USING ERRHAND-PARM
003210         MOVE 8 TO RETURN-CODE
003220         STOP RUN
003230     END-IF.
003240
003250     OPEN INPUT APROBACION-FILE.
003260     IF WS-APR-OK
003270         SET APROBACIONES-DISPONIBLES TO TRUE
003280     END-IF.
003290
003300     OPEN EXTEND MOVIMIENTO-FILE.
003310     IF NOT WS-MOV-OK
003320         OPEN OUTPUT MOVIMIENTO-FILE
003330     END-IF.
003340     IF NOT WS-MOV-OK
003350         MOVE "CLIFAVOR"      TO ERRHAND-PROGRAMA
003360         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
003370         MOVE WS-MOV-STATUS   TO ERRHAND-FILE-STATUS
003380         SET ERRHAND-FATAL TO TRUE
003390         MOVE "ERROR AL ABRIR CLIMOVS" TO ERRHAND-MENSAJE
003400         CALL "ERRHAND" USING ERRHAND-PARM
003410         MOVE 8 TO RETURN-CODE
003420         STOP RUN
003430     END-IF.
003440
003450     OPEN INPUT CONTROL-FILE.
003460     IF WS-CTL-OK
003470         READ CONTROL-FILE
003480             NOT AT END
003490                 IF CTL-ULTIMA-ORDEN IS NUMERIC
003500                     MOVE CTL-ULTIMA-ORDEN TO WS-ULTIMA-ORDEN
003510                 END-IF
003520         END-READ
003530         CLOSE CONTROL-FILE
003540     END-IF.
003550
003560     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
003570     COMPUTE WS-HOY-360 =
003580         WS-HOY-AAAA * 360 + (WS-HOY-MM - 1) * 30 + WS-HOY-DD.
003590
003600     OPEN OUTPUT ORDEN-FILE.
003610     MOVE WS-FECHA-HOY TO ORD-CAB-FECHA.
003620     WRITE ORDEN-LINEA FROM WS-ORD-CABECERA.
003630
003640     MOVE "CLIFAVOR" TO RPTGEN-REPORTE.
003650     CALL "RPTGEN" USING RPTGEN-PARM.
003660     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
003670     OPEN OUTPUT REPORTE-FILE.
003680     MOVE WS-FECHA-HOY TO RPT-ENC-FECHA.
003690     WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.
003700     MOVE SPACES TO REPORTE-LINEA.
003710     WRITE REPORTE-LINEA.
003720     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
003730
003740     MOVE LOW-VALUES TO DEV-CLIENTE.
003750     START DEVOLUCION-FILE KEY NOT < DEV-CLIENTE
003760         INVALID KEY
003770             SET FIN-DE-REGISTRO TO TRUE
003780     END-START.
003790 1000-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------*
003830*  2000-REVISAR-REGISTRO - Primera pasada sobre DEVOIDX:     *
003840*  las devoluciones generadas el mes pasado ya las asento    *
003850*  CLIPOST y salen del registro; las que esperaban           *
003860*  aprobacion y fueron rechazadas vuelven a quedar por       *
003870*  decidir; las autorizadas se generan.                       *
003880*----------------------------------------------------------*
003890 2000-REVISAR-REGISTRO.
003900     READ DEVOLUCION-FILE NEXT RECORD
003910         AT END
003920             SET FIN-DE-REGISTRO TO TRUE
003930             GO TO 2000-EXIT
003940     END-READ.
003950
003960     EVALUATE TRUE
003970         WHEN DEV-GENERADA
003980             DELETE DEVOLUCION-FILE RECORD
003990                 INVALID KEY
004000                     DISPLAY "ERROR AL DEPURAR " DEV-CLIENTE
004010             END-DELETE
004020             ADD 1 TO WS-DEV-DEPURADAS
004030         WHEN DEV-EN-APROBACION
004040             PERFORM 2100-REVISAR-APROBACION THRU 2100-EXIT
004050         WHEN DEV-AUTORIZADA
004060             PERFORM 2200-GENERAR-DEVOLUCION THRU 2200-EXIT
004070         WHEN OTHER
004080             CONTINUE
004090     END-EVALUATE.
004100 2000-EXIT.
004110     EXIT.
004120
004130*  APRBREV autoriza la devolucion en DEVOIDX al aprobarla;
004140*  aqui solo se recoge el rechazo.
004150 2100-REVISAR-APROBACION.
004160     IF NOT APROBACIONES-DISPONIBLES
004170         GO TO 2100-EXIT
004180     END-IF.
004190     MOVE DEV-APRB-SECUENCIA TO APRB-SECUENCIA.
004200     READ APROBACION-FILE
004210         INVALID KEY
004220             GO TO 2100-EXIT
004230     END-READ.
004240     IF APRB-RECHAZADA
004250         SET DEV-PENDIENTE TO TRUE
004260         MOVE ZERO TO DEV-MONTO-DEVOLVER
004270         MOVE ZERO TO DEV-APRB-SECUENCIA
004280         REWRITE DEV-REC
004290             INVALID KEY
004300                 DISPLAY "ERROR AL REESCRIBIR " DEV-CLIENTE
004310         END-REWRITE
004320         ADD 1 TO WS-DEV-RECHAZADAS
004330     END-IF.
004340 2100-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------*
004380*  2200-GENERAR-DEVOLUCION - Devuelve lo autorizado, sin     *
004390*  pasar del saldo a favor que la cuenta tiene hoy: cargo    *
004400*  en CLIMOVS (lleva el saldo hacia cero al postearse) y     *
004410*  renglon de detalle en la orden de pago.  Si la cuenta ya  *
004420*  no tiene saldo a favor el registro se depura.             *
004430*----------------------------------------------------------*
004440 2200-GENERAR-DEVOLUCION.
004450     MOVE DEV-CLIENTE TO CLIENTE-NUMERO.
004460     READ CLIENTE-FILE
004470         INVALID KEY
004480             MOVE ZERO TO CLIENTE-SALDO
004490     END-READ.
004500     IF CLIENTE-SALDO NOT < ZERO
004510         DISPLAY "SIN SALDO A FAVOR, NO SE DEVUELVE " DEV-CLIENTE
004520         DELETE DEVOLUCION-FILE RECORD
004530             INVALID KEY
004540                 DISPLAY "ERROR AL DEPURAR " DEV-CLIENTE
004550         END-DELETE
004560         ADD 1 TO WS-DEV-DEPURADAS
004570         GO TO 2200-EXIT
004580     END-IF.
004590     COMPUTE WS-SALDO-FAVOR = ZERO - CLIENTE-SALDO.
004600     MOVE DEV-MONTO-DEVOLVER TO WS-MONTO-DEVOLVER.
004610     IF WS-MONTO-DEVOLVER > WS-SALDO-FAVOR
004620        OR WS-MONTO-DEVOLVER = ZERO
004630         MOVE WS-SALDO-FAVOR TO WS-MONTO-DEVOLVER
004640     END-IF.
004650
004660     INITIALIZE MOV-REC.
004670     MOVE DEV-CLIENTE  TO MOV-CLIENTE.
004680     MOVE WS-FECHA-HOY TO MOV-FECHA.
004690     SET MOV-ES-CARGO TO TRUE.
004700     MOVE WS-MONTO-DEVOLVER TO MOV-MONTO.
004705     MOVE "DV" TO MOV-ORIGEN.
004710     WRITE MOV-REC.
004720
004730     ADD 1 TO WS-ULTIMA-ORDEN.
004740     MOVE "02"              TO ORD-DET-TIPO.
004750     MOVE WS-ULTIMA-ORDEN   TO ORD-DET-FOLIO.
004760     MOVE DEV-CLIENTE       TO ORD-DET-CLIENTE.
004770     MOVE CLIENTE-NOMBRE    TO ORD-DET-NOMBRE.
004780     MOVE WS-MONTO-DEVOLVER TO ORD-DET-MONTO.
004790     IF DEV-AUTORIZO = SPACES
004800         MOVE DEV-OPERADOR  TO ORD-DET-AUTORIZO
004810     ELSE
004820         MOVE DEV-AUTORIZO  TO ORD-DET-AUTORIZO
004830     END-IF.
004840     MOVE DEV-APRB-SECUENCIA TO ORD-DET-APRB.
004850     WRITE ORDEN-LINEA FROM WS-ORD-DETALLE.
004860     ADD 1 TO WS-ORDENES.
004870     ADD WS-MONTO-DEVOLVER TO WS-TOTAL-DEVUELTO.
004880     PERFORM 2300-GRABAR-CONTROL THRU 2300-EXIT.
004890
004900     SET DEV-GENERADA TO TRUE.
004910     MOVE WS-MONTO-DEVOLVER TO DEV-MONTO-DEVOLVER.
004920     MOVE WS-ULTIMA-ORDEN   TO DEV-ORDEN.
004930     MOVE WS-FECHA-HOY      TO DEV-FEC-ORDEN.
004940     REWRITE DEV-REC
004950         INVALID KEY
004960             DISPLAY "ERROR AL REESCRIBIR " DEV-CLIENTE
004970     END-REWRITE.
004980 2200-EXIT.
004990     EXIT.
005000
005010*  El folio de la orden se graba con cada devolucion.
005020 2300-GRABAR-CONTROL.
005030     OPEN OUTPUT CONTROL-FILE.
005040     MOVE WS-ULTIMA-ORDEN TO CTL-ULTIMA-ORDEN.
005050     WRITE CONTROL-REC.
005060     CLOSE CONTROL-FILE.
005070 2300-EXIT.
005080     EXIT.
005090
005091*  La primera pasada lee CLIMAST por clave; la segunda lo
005092*  recorre completo desde el principio.
005093 2900-POSICIONAR-CLIENTES.
005094     MOVE LOW-VALUES TO CLIENTE-NUMERO.
005095     START CLIENTE-FILE KEY NOT < CLIENTE-NUMERO
005096         INVALID KEY
005097             SET WS-CLI-FIN-ARCHIVO TO TRUE
005098     END-START.
005099 2900-EXIT.
005100     EXIT.
005101
005102*----------------------------------------------------------*
005110*  3000-REVISAR-CLIENTE - Segunda pasada sobre CLIMAST: la   *
005120*  cuenta con saldo negativo se antigua y se registra (o se  *
005130*  actualiza) en DEVOIDX; la que ya no tiene saldo a favor   *
005140*  sale del registro.                                         *
005150*----------------------------------------------------------*
005160 3000-REVISAR-CLIENTE.
005170     READ CLIENTE-FILE NEXT RECORD
005180         AT END
005190             SET WS-CLI-FIN-ARCHIVO TO TRUE
005200             GO TO 3000-EXIT
005210     END-READ.
005220     ADD 1 TO WS-CLI-LEIDOS.
005230
005240     MOVE "N" TO WS-EXISTE-REGISTRO.
005250     MOVE CLIENTE-NUMERO TO DEV-CLIENTE.
005260     READ DEVOLUCION-FILE
005270         NOT INVALID KEY
005280             SET EXISTE-REGISTRO TO TRUE
005290     END-READ.
005300
005310     IF CLIENTE-SALDO NOT < ZERO
005320         IF EXISTE-REGISTRO AND NOT DEV-GENERADA
005330             DELETE DEVOLUCION-FILE RECORD
005340                 INVALID KEY
005350                     DISPLAY "ERROR AL DEPURAR " DEV-CLIENTE
005360             END-DELETE
005370             ADD 1 TO WS-DEV-DEPURADAS
005380         END-IF
005390         GO TO 3000-EXIT
005400     END-IF.
005410
005420     ADD 1 TO WS-CLI-A-FAVOR.
005430     COMPUTE WS-SALDO-FAVOR = ZERO - CLIENTE-SALDO.
005440
005450*  La devolucion generada en esta corrida aun no se postea:
005460*  se reporta tal cual hasta el mes siguiente.
005470     IF EXISTE-REGISTRO AND DEV-GENERADA
005480         PERFORM 3300-REPORTAR-CLIENTE THRU 3300-EXIT
005490         GO TO 3000-EXIT
005500     END-IF.
005510
005520     IF NOT EXISTE-REGISTRO
005530         INITIALIZE DEV-REC
005540         MOVE CLIENTE-NUMERO TO DEV-CLIENTE
005550         MOVE WS-FECHA-HOY   TO DEV-FEC-DETECCION
005560         SET DEV-PENDIENTE TO TRUE
005570     END-IF.
005580     MOVE CLIENTE-NOMBRE TO DEV-NOMBRE.
005590     MOVE WS-SALDO-FAVOR TO DEV-MONTO.
005600     MOVE WS-FECHA-HOY   TO DEV-FEC-REVISION.
005610     PERFORM 3100-ANTIGUAR-SALDO THRU 3100-EXIT.
005620
005630     IF EXISTE-REGISTRO
005640         REWRITE DEV-REC
005650             INVALID KEY
005660                 DISPLAY "ERROR AL REESCRIBIR " DEV-CLIENTE
005670         END-REWRITE
005680     ELSE
005690         WRITE DEV-REC
005700             INVALID KEY
005710                 DISPLAY "ERROR AL REGISTRAR " DEV-CLIENTE
005720         END-WRITE
005730         ADD 1 TO WS-DEV-NUEVAS
005740     END-IF.
005750     PERFORM 3300-REPORTAR-CLIENTE THRU 3300-EXIT.
005760 3000-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------*
005800*  3100-ANTIGUAR-SALDO - Junta los pagos del cliente en      *
005810*  CLIMHIDX y les imputa el saldo a favor del mas reciente   *
005820*  hacia atras; la edad del pago da la cubeta.                *
005830*----------------------------------------------------------*
005840 3100-ANTIGUAR-SALDO.
005850     MOVE ZERO TO DEV-MONTO-30 DEV-MONTO-60
005860                  DEV-MONTO-90 DEV-MONTO-MAS.
005870     MOVE ZERO TO WS-TOTAL-PAGOS.
005880     MOVE "N" TO WS-FIN-PAGOS.
005890     MOVE CLIENTE-NUMERO TO MOVH-CLIENTE.
005900     MOVE ZERO           TO MOVH-FECHA.
005910     MOVE ZERO           TO MOVH-SECUENCIA.
005920     START HISTORIAL-FILE KEY NOT < MOVH-CLAVE
005930         INVALID KEY
005940             SET FIN-DE-PAGOS TO TRUE
005950     END-START.
005960     PERFORM 3110-LEER-PAGO THRU 3110-EXIT
005970         UNTIL FIN-DE-PAGOS.
005980
005990     MOVE WS-SALDO-FAVOR TO WS-POR-IMPUTAR.
006000     PERFORM 3200-IMPUTAR-PAGO THRU 3200-EXIT
006010         VARYING WS-IDX-PAGO FROM WS-TOTAL-PAGOS BY -1
006020         UNTIL WS-IDX-PAGO < 1
006030            OR WS-POR-IMPUTAR = ZERO.
006040     ADD WS-POR-IMPUTAR TO DEV-MONTO-MAS.
006050 3100-EXIT.
006060     EXIT.
006070
006080 3110-LEER-PAGO.
006090     READ HISTORIAL-FILE NEXT RECORD
006100         AT END
006110             SET FIN-DE-PAGOS TO TRUE
006120             GO TO 3110-EXIT
006130     END-READ.
006140     IF MOVH-CLIENTE NOT = CLIENTE-NUMERO
006150         SET FIN-DE-PAGOS TO TRUE
006160         GO TO 3110-EXIT
006170     END-IF.
006180     IF NOT MOVH-ES-PAGO
006190         GO TO 3110-EXIT
006200     END-IF.
006210     IF WS-TOTAL-PAGOS = 100
006220         PERFORM 3120-RECORRER-TABLA THRU 3120-EXIT
006230             VARYING WS-IDX-PAGO FROM 1 BY 1
006240             UNTIL WS-IDX-PAGO > 99
006250     ELSE
006260         ADD 1 TO WS-TOTAL-PAGOS
006270     END-IF.
006280     MOVE MOVH-FECHA TO WS-PAG-FECHA (WS-TOTAL-PAGOS).
006290     MOVE MOVH-MONTO TO WS-PAG-MONTO (WS-TOTAL-PAGOS).
006300 3110-EXIT.
006310     EXIT.
006320
006330 3120-RECORRER-TABLA.
006340     MOVE WS-PAGO (WS-IDX-PAGO + 1) TO WS-PAGO (WS-IDX-PAGO).
006350 3120-EXIT.
006360     EXIT.
006370
006380 3200-IMPUTAR-PAGO.
006390     IF WS-PAG-MONTO (WS-IDX-PAGO) < WS-POR-IMPUTAR
006400         MOVE WS-PAG-MONTO (WS-IDX-PAGO) TO WS-IMPUTADO
006410     ELSE
006420         MOVE WS-POR-IMPUTAR TO WS-IMPUTADO
006430     END-IF.
006440     SUBTRACT WS-IMPUTADO FROM WS-POR-IMPUTAR.
006450
006460     MOVE WS-PAG-FECHA (WS-IDX-PAGO) TO WS-FECHA-MOV.
006470     COMPUTE WS-MOV-360 =
006480         WS-MOV-AAAA * 360 + (WS-MOV-MM - 1) * 30 + WS-MOV-DD.
006490     COMPUTE WS-DIAS-PAGO = WS-HOY-360 - WS-MOV-360.
006500     EVALUATE TRUE
006510         WHEN WS-DIAS-PAGO <= 30
006520             ADD WS-IMPUTADO TO DEV-MONTO-30
006530         WHEN WS-DIAS-PAGO <= 60
006540             ADD WS-IMPUTADO TO DEV-MONTO-60
006550         WHEN WS-DIAS-PAGO <= 90
006560             ADD WS-IMPUTADO TO DEV-MONTO-90
006570         WHEN OTHER
006580             ADD WS-IMPUTADO TO DEV-MONTO-MAS
006590     END-EVALUATE.
006600 3200-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------*
006640*  3300-REPORTAR-CLIENTE - Renglon del reporte con la        *
006650*  antiguedad y la decision vigente.                          *
006660*----------------------------------------------------------*
006670 3300-REPORTAR-CLIENTE.
006680     MOVE DEV-CLIENTE    TO RPT-CLIENTE.
006690     MOVE DEV-NOMBRE     TO RPT-NOMBRE.
006700     MOVE WS-SALDO-FAVOR TO RPT-FAVOR.
006710     MOVE DEV-MONTO-30   TO RPT-30.
006720     MOVE DEV-MONTO-60   TO RPT-60.
006730     MOVE DEV-MONTO-90   TO RPT-90.
006740     MOVE DEV-MONTO-MAS  TO RPT-MAS.
006750     EVALUATE TRUE
006760         WHEN DEV-PENDIENTE
006770             MOVE "POR DECIDIR"    TO RPT-ESTADO
006780         WHEN DEV-EN-APROBACION
006790             MOVE "EN APROBACION"  TO RPT-ESTADO
006800         WHEN DEV-A-CUENTA
006810             MOVE "A CUENTA"       TO RPT-ESTADO
006820         WHEN DEV-GENERADA
006830             MOVE "DEVUELTO"       TO RPT-ESTADO
006840         WHEN OTHER
006850             MOVE DEV-ESTADO       TO RPT-ESTADO
006860     END-EVALUATE.
006870     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
006880     ADD WS-SALDO-FAVOR TO WS-TOTAL-FAVOR.
006890     ADD DEV-MONTO-30   TO WS-TOTAL-30.
006900     ADD DEV-MONTO-60   TO WS-TOTAL-60.
006910     ADD DEV-MONTO-90   TO WS-TOTAL-90.
006920     ADD DEV-MONTO-MAS  TO WS-TOTAL-MAS.
006930 3300-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------*
006970*  9000-FINALIZAR - Cola de la orden de pago, totales del    *
006980*  reporte, cierre de archivos y resumen.                     *
006990*----------------------------------------------------------*
007000 9000-FINALIZAR.
007010     MOVE "03"              TO ORD-COLA-TIPO.
007020     MOVE WS-ORDENES        TO WS-ORDENES-REG.
007030     MOVE WS-ORDENES-REG    TO ORD-COLA-ORDENES.
007040     MOVE WS-TOTAL-DEVUELTO TO ORD-COLA-TOTAL.
007050     WRITE ORDEN-LINEA FROM WS-ORD-COLA.
007060
007070     MOVE SPACES TO REPORTE-LINEA.
007080     WRITE REPORTE-LINEA.
007090     MOVE WS-TOTAL-FAVOR    TO TOT-FAVOR.
007100     MOVE WS-TOTAL-30       TO TOT-30.
007110     MOVE WS-TOTAL-60       TO TOT-60.
007120     MOVE WS-TOTAL-90       TO TOT-90.
007130     MOVE WS-TOTAL-MAS      TO TOT-MAS.
007140     WRITE REPORTE-LINEA FROM WS-LINEA-TOTALES.
007150     MOVE WS-TOTAL-DEVUELTO TO TOT-DEVUELTO.
007160     WRITE REPORTE-LINEA FROM WS-LINEA-DEVUELTO.
007170
007180     CLOSE CLIENTE-FILE.
007190     CLOSE HISTORIAL-FILE.
007200     CLOSE DEVOLUCION-FILE.
007210     IF APROBACIONES-DISPONIBLES
007220         CLOSE APROBACION-FILE
007230     END-IF.
007240     CLOSE MOVIMIENTO-FILE.
007250     CLOSE ORDEN-FILE.
007260     CLOSE REPORTE-FILE.
007270     DISPLAY " ".
007280     DISPLAY "---- SALDOS A FAVOR DE CUENTAS DE TUTOR ----".
007290     DISPLAY "CLIENTES LEIDOS    : " WS-CLI-LEIDOS.
007300     DISPLAY "CON SALDO A FAVOR  : " WS-CLI-A-FAVOR.
007310     DISPLAY "NUEVOS EN REGISTRO : " WS-DEV-NUEVAS.
007320     DISPLAY "DEPURADOS          : " WS-DEV-DEPURADAS.
007330     DISPLAY "RECHAZADAS EN APRB : " WS-DEV-RECHAZADAS.
007340     DISPLAY "ORDENES DE PAGO    : " WS-ORDENES.
007350     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
007360 9000-EXIT.
007370     EXIT.

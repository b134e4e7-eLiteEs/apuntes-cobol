000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  EVENCOBR                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Cobrado contra adeudado por evento: toma los cargos       *
000090*  vigentes de los participantes (EVPAIDX, ver EVENMANT) y   *
000100*  los busca en el historial CLIMHIDX de la cuenta del       *
000110*  tutor.  En cada cuenta los abonos de eventos anulan su    *
000120*  cargo y los demas pagos se aplican a los cargos mas       *
000130*  viejos, como en CLIANTIG; lo aplicado a un cargo de       *
000140*  evento cuenta como cobrado.  Un cargo que aun no esta en  *
000150*  el historial (CLIPOST no ha corrido) se reporta por       *
000160*  postear.  La salida es una generacion fechada via         *
000170*  RPTGEN; corre en ESCMENS despues del posteo y tambien     *
000180*  desde MENUPRIN.                                           *
000190*----------------------------------------------------------*
000200*  MODIFICATIONS.
000210*  2026-10-15 JFV  Creacion inicial.
000220*----------------------------------------------------------*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. EVENCOBR.
000250 AUTHOR. J. FIGUEROA VEGA.
000260 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT EVENTO-FILE ASSIGN TO "EVENIDX"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS EVEN-CODIGO
000370         FILE STATUS IS WS-EVE-STATUS.
000380
000390     SELECT PARTICIPANTE-FILE ASSIGN TO "EVPAIDX"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS EVPA-CLAVE
000430         FILE STATUS IS WS-EVP-STATUS.
000440
000450     SELECT HISTORIAL-FILE ASSIGN TO "CLIMHIDX"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS MOVH-CLAVE
000490         FILE STATUS IS WS-HIS-STATUS.
000500
000510     SELECT WORK-FILE ASSIGN TO "EVCOWORK"
000520         ORGANIZATION IS SEQUENTIAL.
000530
000540     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RPT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  EVENTO-FILE.
000610     COPY EVENREC.
000620
000630 FD  PARTICIPANTE-FILE.
000640     COPY EVPAREC.
000650
000660 FD  HISTORIAL-FILE.
000670     COPY MOVHREC.
000680
000690 SD  WORK-FILE.
000700 01  WORK-REC.
000710     05  WORK-CLIENTE              PIC X(06).
000720     05  WORK-FECHA                PIC 9(08).
000730     05  WORK-EVENTO               PIC X(08).
000740     05  WORK-MONTO                PIC 9(05)V9(02).
000750
000760 FD  REPORTE-FILE.
000770 01  REPORTE-LINEA                PIC X(120).
000780
000790 WORKING-STORAGE SECTION.
000800 01  WS-EVE-STATUS                PIC X(02).
000810     88  WS-EVE-OK                        VALUE "00".
000820     88  WS-EVE-FIN-ARCHIVO               VALUE "10".
000830
000840 01  WS-EVP-STATUS                PIC X(02).
000850     88  WS-EVP-OK                        VALUE "00".
000860     88  WS-EVP-FIN-ARCHIVO               VALUE "10".
000870
000880 01  WS-HIS-STATUS                PIC X(02).
000890     88  WS-HIS-OK                        VALUE "00".
000900
000910 01  WS-RPT-STATUS                PIC X(02).
000920     88  WS-RPT-OK                        VALUE "00".
000930
000940 01  WS-SWITCHES.
000950     05  WS-FIN-SORT              PIC X(01) VALUE "N".
000960         88  FIN-DE-SORT                  VALUE "S".
000970     05  WS-FIN-HISTORIAL         PIC X(01) VALUE "N".
000980         88  FIN-DE-HISTORIAL             VALUE "S".
000990     05  WS-CARGO-HALLADO         PIC X(01) VALUE "N".
001000         88  CARGO-HALLADO                VALUE "S".
001010
001020 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "EVENCOBR".
001030 01  WS-CLIENTE-ANTERIOR          PIC X(06) VALUE SPACES.
001040
001050*  Eventos con costo, con lo adeudado y lo cobrado de cada
001060*  uno; se llena al inicio en el orden de EVENIDX.
001070 01  WS-TOTAL-EVENTOS             PIC 9(03) COMP VALUE ZERO.
001080 01  WS-TABLA-EVENTOS.
001090     05  WS-EVENTO-LINEA          OCCURS 100 TIMES
001100                                  INDEXED BY WS-IDX-EVENTO.
001110         10  WS-EVT-CODIGO        PIC X(08).
001120         10  WS-EVT-DESCRIPCION   PIC X(30).
001130         10  WS-EVT-FECHA         PIC 9(08).
001140         10  WS-EVT-ESTADO        PIC X(01).
001150         10  WS-EVT-CARGOS        PIC 9(05) COMP.
001160         10  WS-EVT-ADEUDADO      PIC 9(08)V9(02).
001170         10  WS-EVT-COBRADO       PIC 9(08)V9(02).
001180         10  WS-EVT-POR-POSTEAR   PIC 9(08)V9(02).
001190 01  WS-EVENTOS-OMITIDOS          PIC 9(05) COMP VALUE ZERO.
001200
001210*  Cargos de la cuenta en proceso, en orden de fecha.  Los
001220*  pagos se aplican de mas viejo a mas nuevo; un cargo de
001230*  evento ya asignado a un participante (o anulado por su
001240*  abono) queda usado.
001250 01  WS-TOTAL-CARGOS              PIC 9(03) COMP VALUE ZERO.
001260 01  WS-TABLA-CARGOS.
001270     05  WS-CARGO-LINEA           OCCURS 200 TIMES.
001280         10  WS-CARGO-FECHA       PIC 9(08).
001290         10  WS-CARGO-MONTO       PIC 9(08)V9(02).
001300         10  WS-CARGO-RESTO       PIC 9(08)V9(02).
001310         10  WS-CARGO-ORIGEN      PIC X(02).
001320         10  WS-CARGO-USADO       PIC X(01).
001330 01  WS-IDX-CARGO                 PIC 9(03) COMP.
001340 01  WS-CARGOS-OMITIDOS           PIC 9(05) COMP VALUE ZERO.
001350 01  WS-PAGOS-CLIENTE             PIC 9(09)V9(02) VALUE ZERO.
001360 01  WS-PAGO-RESTANTE             PIC 9(09)V9(02) VALUE ZERO.
001370
001380 01  WS-MONTO-COBRADO             PIC 9(08)V9(02) VALUE ZERO.
001390 01  WS-MONTO-PENDIENTE           PIC 9(08)V9(02) VALUE ZERO.
001400 01  WS-PORCENTAJE                PIC 9(03)V9(01) VALUE ZERO.
001410
001420 01  WS-TOTALES-GENERALES.
001430     05  WS-TOT-CARGOS            PIC 9(05) COMP VALUE ZERO.
001440     05  WS-TOT-ADEUDADO          PIC 9(09)V9(02) VALUE ZERO.
001450     05  WS-TOT-COBRADO           PIC 9(09)V9(02) VALUE ZERO.
001460     05  WS-TOT-POR-POSTEAR       PIC 9(09)V9(02) VALUE ZERO.
001470
001480 01  WS-LINEA-TITULOS             PIC X(120) VALUE
001490     "EVENTO   DESCRIPCION                    FECHA    E CARGOS
001500-    "    ADEUDADO     COBRADO   PENDIENTE POR POSTEAR  %COB".
001510
001520 01  WS-LINEA-DETALLE.
001530     05  RPT-EVENTO               PIC X(08).
001540     05  FILLER                   PIC X(01) VALUE SPACE.
001550     05  RPT-DESCRIPCION          PIC X(30).
001560     05  FILLER                   PIC X(01) VALUE SPACE.
001570     05  RPT-FECHA                PIC 9(08).
001580     05  FILLER                   PIC X(01) VALUE SPACE.
001590     05  RPT-ESTADO               PIC X(01).
001600     05  FILLER                   PIC X(01) VALUE SPACE.
001610     05  RPT-CARGOS               PIC ZZZZ9.
001620     05  FILLER                   PIC X(01) VALUE SPACE.
001630     05  RPT-ADEUDADO             PIC ZZZZZZZ9.99.
001640     05  FILLER                   PIC X(01) VALUE SPACE.
001650     05  RPT-COBRADO              PIC ZZZZZZZ9.99.
001660     05  FILLER                   PIC X(01) VALUE SPACE.
001670     05  RPT-PENDIENTE            PIC ZZZZZZZ9.99.
001680     05  FILLER                   PIC X(01) VALUE SPACE.
001690     05  RPT-POR-POSTEAR          PIC ZZZZZZZ9.99.
001700     05  FILLER                   PIC X(01) VALUE SPACE.
001710     05  RPT-PORCENTAJE           PIC ZZ9.9.
001720     05  FILLER                   PIC X(09) VALUE SPACES.
001730
001740 01  WS-LINEA-TOTALES.
001750     05  FILLER                   PIC X(52)
001760         VALUE "TOTALES GENERALES:".
001770     05  RPT-TOT-CARGOS           PIC ZZZZ9.
001780     05  FILLER                   PIC X(01) VALUE SPACE.
001790     05  RPT-TOT-ADEUDADO         PIC ZZZZZZZ9.99.
001800     05  FILLER                   PIC X(01) VALUE SPACE.
001810     05  RPT-TOT-COBRADO          PIC ZZZZZZZ9.99.
001820     05  FILLER                   PIC X(01) VALUE SPACE.
001830     05  RPT-TOT-PENDIENTE        PIC ZZZZZZZ9.99.
001840     05  FILLER                   PIC X(01) VALUE SPACE.
001850     05  RPT-TOT-POR-POSTEAR      PIC ZZZZZZZ9.99.
001860     05  FILLER                   PIC X(01) VALUE SPACE.
001870     05  RPT-TOT-PORCENTAJE       PIC ZZ9.9.
001880     05  FILLER                   PIC X(09) VALUE SPACES.
001890
001900 COPY ERRPARM.
001910
001920 COPY RPTGPARM.
001930
001940 PROCEDURE DIVISION.
001950 0000-MAINLINE.
001960     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001970     PERFORM 2000-CONCILIAR-CARGOS THRU 2000-EXIT.
001980     PERFORM 3000-IMPRIMIR-RESUMEN THRU 3000-EXIT.
001990     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002000     GOBACK.
002010
002020*----------------------------------------------------------*
002030*  1000-INICIALIZAR - Abre archivos, carga la tabla de       *
002040*  eventos con costo y arma la generacion de salida.         *
002050*----------------------------------------------------------*
002060 1000-INICIALIZAR.
002070     OPEN INPUT EVENTO-FILE.
002080     IF NOT WS-EVE-OK
002090         MOVE "EVENCOBR"      TO ERRHAND-PROGRAMA
002100         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002110         MOVE WS-EVE-STATUS   TO ERRHAND-FILE-STATUS
002120         SET ERRHAND-FATAL TO TRUE
002130         MOVE "ERROR AL ABRIR EVENIDX" TO ERRHAND-MENSAJE
002140         CALL "ERRHAND" USING ERRHAND-PARM
002150         MOVE 8 TO RETURN-CODE
002160         STOP RUN
002170     END-IF.
002180
002190     OPEN INPUT PARTICIPANTE-FILE.
002200     IF NOT WS-EVP-OK
002210         MOVE "EVENCOBR"      TO ERRHAND-PROGRAMA
002220         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002230         MOVE WS-EVP-STATUS   TO ERRHAND-FILE-STATUS
002240         SET ERRHAND-FATAL TO TRUE
002250         MOVE "ERROR AL ABRIR EVPAIDX" TO ERRHAND-MENSAJE
002260         CALL "ERRHAND" USING ERRHAND-PARM
002270         MOVE 8 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300
002310     OPEN INPUT HISTORIAL-FILE.
002320     IF NOT WS-HIS-OK
002330         MOVE "EVENCOBR"      TO ERRHAND-PROGRAMA
002340         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002350         MOVE WS-HIS-STATUS   TO ERRHAND-FILE-STATUS
002360         SET ERRHAND-FATAL TO TRUE
002370         MOVE "ERROR AL ABRIR CLIMHIDX" TO ERRHAND-MENSAJE
002380         CALL "ERRHAND" USING ERRHAND-PARM
002390         MOVE 8 TO RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420
002430     PERFORM 1100-CARGAR-EVENTO THRU 1100-EXIT
002440         UNTIL WS-EVE-FIN-ARCHIVO.
002450     IF WS-EVENTOS-OMITIDOS > ZERO
002460         DISPLAY "TABLA DE EVENTOS LLENA, OMITIDOS="
002470             WS-EVENTOS-OMITIDOS
002480     END-IF.
002490
002500     MOVE "EVENCOBR" TO RPTGEN-REPORTE.
002510     CALL "RPTGEN" USING RPTGEN-PARM.
002520     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
002530     OPEN OUTPUT REPORTE-FILE.
002540     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
002550 1000-EXIT.
002560     EXIT.
002570
002580 1100-CARGAR-EVENTO.
002590     READ EVENTO-FILE NEXT RECORD
002600         AT END
002610             SET WS-EVE-FIN-ARCHIVO TO TRUE
002620             GO TO 1100-EXIT
002630     END-READ.
002640     IF EVEN-COSTO = ZERO
002650         GO TO 1100-EXIT
002660     END-IF.
002670     IF WS-TOTAL-EVENTOS = 100
002680         ADD 1 TO WS-EVENTOS-OMITIDOS
002690         GO TO 1100-EXIT
002700     END-IF.
002710     ADD 1 TO WS-TOTAL-EVENTOS.
002720     SET WS-IDX-EVENTO TO WS-TOTAL-EVENTOS.
002730     MOVE EVEN-CODIGO      TO WS-EVT-CODIGO (WS-IDX-EVENTO).
002740     MOVE EVEN-DESCRIPCION TO WS-EVT-DESCRIPCION (WS-IDX-EVENTO).
002750     MOVE EVEN-FECHA       TO WS-EVT-FECHA (WS-IDX-EVENTO).
002760     MOVE EVEN-ESTADO      TO WS-EVT-ESTADO (WS-IDX-EVENTO).
002770     MOVE ZERO TO WS-EVT-CARGOS (WS-IDX-EVENTO).
002780     MOVE ZERO TO WS-EVT-ADEUDADO (WS-IDX-EVENTO).
002790     MOVE ZERO TO WS-EVT-COBRADO (WS-IDX-EVENTO).
002800     MOVE ZERO TO WS-EVT-POR-POSTEAR (WS-IDX-EVENTO).
002810 1100-EXIT.
002820     EXIT.
002830
002840*----------------------------------------------------------*
002850*  2000-CONCILIAR-CARGOS - Ordena los cargos vigentes por    *
002860*  cuenta y fecha y los busca en el historial de cada una.   *
002870*----------------------------------------------------------*
002880 2000-CONCILIAR-CARGOS.
002890     SORT WORK-FILE
002900         ON ASCENDING KEY WORK-CLIENTE WORK-FECHA WORK-EVENTO
002910         INPUT PROCEDURE IS 2100-CARGAR-PARTICIPANTES
002920             THRU 2100-EXIT
002930         OUTPUT PROCEDURE IS 2200-PROCESAR-CARGOS THRU 2200-EXIT.
002940 2000-EXIT.
002950     EXIT.
002960
002970 2100-CARGAR-PARTICIPANTES.
002980     PERFORM 2110-LEER-PARTICIPANTE THRU 2110-EXIT
002990         UNTIL WS-EVP-FIN-ARCHIVO.
003000 2100-EXIT.
003010     EXIT.
003020
003030 2110-LEER-PARTICIPANTE.
003040     READ PARTICIPANTE-FILE NEXT RECORD
003050         AT END
003060             SET WS-EVP-FIN-ARCHIVO TO TRUE
003070             GO TO 2110-EXIT
003080     END-READ.
003090     IF NOT EVPA-CARGADO
003100         GO TO 2110-EXIT
003110     END-IF.
003120     MOVE EVPA-CLIENTE   TO WORK-CLIENTE.
003130     MOVE EVPA-FEC-CARGO TO WORK-FECHA.
003140     MOVE EVPA-EVENTO    TO WORK-EVENTO.
003150     MOVE EVPA-MONTO     TO WORK-MONTO.
003160     RELEASE WORK-REC.
003170 2110-EXIT.
003180     EXIT.
003190
003200 2200-PROCESAR-CARGOS.
003210     PERFORM 2210-RETORNAR-UNO THRU 2210-EXIT
003220         UNTIL FIN-DE-SORT.
003230 2200-EXIT.
003240     EXIT.
003250
003260 2210-RETORNAR-UNO.
003270     RETURN WORK-FILE
003280         AT END
003290             SET FIN-DE-SORT TO TRUE
003300             GO TO 2210-EXIT
003310     END-RETURN.
003320
003330     IF WORK-CLIENTE NOT = WS-CLIENTE-ANTERIOR
003340         MOVE WORK-CLIENTE TO WS-CLIENTE-ANTERIOR
003350         PERFORM 2300-CARGAR-CUENTA THRU 2300-EXIT
003360     END-IF.
003370
003380     SET WS-IDX-EVENTO TO 1.
003390     SEARCH WS-EVENTO-LINEA
003400         AT END
003410             GO TO 2210-EXIT
003420         WHEN WS-IDX-EVENTO > WS-TOTAL-EVENTOS
003430             GO TO 2210-EXIT
003440         WHEN WS-EVT-CODIGO (WS-IDX-EVENTO) = WORK-EVENTO
003450             CONTINUE
003460     END-SEARCH.
003470
003480     MOVE "N" TO WS-CARGO-HALLADO.
003490     PERFORM 2400-BUSCAR-CARGO THRU 2400-EXIT
003500         VARYING WS-IDX-CARGO FROM 1 BY 1
003510         UNTIL WS-IDX-CARGO > WS-TOTAL-CARGOS
003520            OR CARGO-HALLADO.
003530
003540     ADD 1 TO WS-EVT-CARGOS (WS-IDX-EVENTO).
003550     ADD WORK-MONTO TO WS-EVT-ADEUDADO (WS-IDX-EVENTO).
003560     IF CARGO-HALLADO
003570         ADD WS-MONTO-COBRADO TO WS-EVT-COBRADO (WS-IDX-EVENTO)
003580     ELSE
003590         ADD WORK-MONTO TO WS-EVT-POR-POSTEAR (WS-IDX-EVENTO)
003600     END-IF.
003610 2210-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------*
003650*  2300-CARGAR-CUENTA - Lee el historial de la cuenta desde  *
003660*  su clave: los abonos de eventos anulan el cargo de        *
003670*  evento del mismo monto; los demas pagos se aplican a los  *
003680*  cargos mas viejos.                                        *
003690*----------------------------------------------------------*
003700 2300-CARGAR-CUENTA.
003710     MOVE ZERO TO WS-TOTAL-CARGOS.
003720     MOVE ZERO TO WS-CARGOS-OMITIDOS.
003730     MOVE ZERO TO WS-PAGOS-CLIENTE.
003740     MOVE WS-CLIENTE-ANTERIOR TO MOVH-CLIENTE.
003750     MOVE ZERO TO MOVH-FECHA.
003760     MOVE ZERO TO MOVH-SECUENCIA.
003770     MOVE "N" TO WS-FIN-HISTORIAL.
003780     START HISTORIAL-FILE KEY NOT < MOVH-CLAVE
003790         INVALID KEY
003800             SET FIN-DE-HISTORIAL TO TRUE
003810     END-START.
003820     PERFORM 2310-LEER-MOVIMIENTO THRU 2310-EXIT
003830         UNTIL FIN-DE-HISTORIAL.
003840
003850     MOVE WS-PAGOS-CLIENTE TO WS-PAGO-RESTANTE.
003860     PERFORM 2330-APLICAR-PAGO THRU 2330-EXIT
003870         VARYING WS-IDX-CARGO FROM 1 BY 1
003880         UNTIL WS-IDX-CARGO > WS-TOTAL-CARGOS
003890         OR WS-PAGO-RESTANTE = ZERO.
003900
003910     IF WS-CARGOS-OMITIDOS > ZERO
003920         DISPLAY "TABLA DE CARGOS LLENA, CLIENTE="
003930             WS-CLIENTE-ANTERIOR " OMITIDOS="
003940             WS-CARGOS-OMITIDOS
003950             "; SU COBRANZA QUEDA INCOMPLETA"
003960     END-IF.
003970 2300-EXIT.
003980     EXIT.
003990
004000 2310-LEER-MOVIMIENTO.
004010     READ HISTORIAL-FILE NEXT RECORD
004020         AT END
004030             SET FIN-DE-HISTORIAL TO TRUE
004040             GO TO 2310-EXIT
004050     END-READ.
004060     IF MOVH-CLIENTE NOT = WS-CLIENTE-ANTERIOR
004070         SET FIN-DE-HISTORIAL TO TRUE
004080         GO TO 2310-EXIT
004090     END-IF.
004100
004110     IF MOVH-ES-CARGO
004120         IF WS-TOTAL-CARGOS < 200
004130             ADD 1 TO WS-TOTAL-CARGOS
004140             MOVE MOVH-FECHA
004150                 TO WS-CARGO-FECHA (WS-TOTAL-CARGOS)
004160             MOVE MOVH-MONTO
004170                 TO WS-CARGO-MONTO (WS-TOTAL-CARGOS)
004180             MOVE MOVH-MONTO
004190                 TO WS-CARGO-RESTO (WS-TOTAL-CARGOS)
004200             MOVE MOVH-ORIGEN
004210                 TO WS-CARGO-ORIGEN (WS-TOTAL-CARGOS)
004220             MOVE "N" TO WS-CARGO-USADO (WS-TOTAL-CARGOS)
004230         ELSE
004240             ADD 1 TO WS-CARGOS-OMITIDOS
004250         END-IF
004260         GO TO 2310-EXIT
004270     END-IF.
004280
004290     IF MOVH-DE-EVENTO
004300         MOVE "N" TO WS-CARGO-HALLADO
004310         PERFORM 2320-ANULAR-CARGO THRU 2320-EXIT
004320             VARYING WS-IDX-CARGO FROM 1 BY 1
004330             UNTIL WS-IDX-CARGO > WS-TOTAL-CARGOS
004340                OR CARGO-HALLADO
004350         IF CARGO-HALLADO
004360             GO TO 2310-EXIT
004370         END-IF
004380     END-IF.
004390     ADD MOVH-MONTO TO WS-PAGOS-CLIENTE.
004400 2310-EXIT.
004410     EXIT.
004420
004430 2320-ANULAR-CARGO.
004440     IF WS-CARGO-ORIGEN (WS-IDX-CARGO) = "EV"
004450        AND WS-CARGO-USADO (WS-IDX-CARGO) = "N"
004460        AND WS-CARGO-MONTO (WS-IDX-CARGO) = MOVH-MONTO
004470         MOVE ZERO TO WS-CARGO-RESTO (WS-IDX-CARGO)
004480         MOVE "S" TO WS-CARGO-USADO (WS-IDX-CARGO)
004490         SET CARGO-HALLADO TO TRUE
004500     END-IF.
004510 2320-EXIT.
004520     EXIT.
004530
004540 2330-APLICAR-PAGO.
004550     IF WS-PAGO-RESTANTE >= WS-CARGO-RESTO (WS-IDX-CARGO)
004560         SUBTRACT WS-CARGO-RESTO (WS-IDX-CARGO)
004570             FROM WS-PAGO-RESTANTE
004580         MOVE ZERO TO WS-CARGO-RESTO (WS-IDX-CARGO)
004590     ELSE
004600         SUBTRACT WS-PAGO-RESTANTE
004610             FROM WS-CARGO-RESTO (WS-IDX-CARGO)
004620         MOVE ZERO TO WS-PAGO-RESTANTE
004630     END-IF.
004640 2330-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------*
004680*  2400-BUSCAR-CARGO - Primer cargo de evento libre con la   *
004690*  fecha y el monto del participante; lo aplicado a el es    *
004700*  lo cobrado.                                               *
004710*----------------------------------------------------------*
004720 2400-BUSCAR-CARGO.
004730     IF WS-CARGO-ORIGEN (WS-IDX-CARGO) = "EV"
004740        AND WS-CARGO-USADO (WS-IDX-CARGO) = "N"
004750        AND WS-CARGO-FECHA (WS-IDX-CARGO) = WORK-FECHA
004760        AND WS-CARGO-MONTO (WS-IDX-CARGO) = WORK-MONTO
004770         MOVE "S" TO WS-CARGO-USADO (WS-IDX-CARGO)
004780         COMPUTE WS-MONTO-COBRADO =
004790             WS-CARGO-MONTO (WS-IDX-CARGO)
004800             - WS-CARGO-RESTO (WS-IDX-CARGO)
004810         SET CARGO-HALLADO TO TRUE
004820     END-IF.
004830 2400-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------*
004870*  3000-IMPRIMIR-RESUMEN - Un renglon por evento con costo   *
004880*  y los totales generales.                                  *
004890*----------------------------------------------------------*
004900 3000-IMPRIMIR-RESUMEN.
004910     PERFORM 3100-IMPRIMIR-EVENTO THRU 3100-EXIT
004920         VARYING WS-IDX-EVENTO FROM 1 BY 1
004930         UNTIL WS-IDX-EVENTO > WS-TOTAL-EVENTOS.
004940
004950     MOVE WS-TOT-CARGOS      TO RPT-TOT-CARGOS.
004960     MOVE WS-TOT-ADEUDADO    TO RPT-TOT-ADEUDADO.
004970     MOVE WS-TOT-COBRADO     TO RPT-TOT-COBRADO.
004980     COMPUTE WS-MONTO-PENDIENTE =
004990         WS-TOT-ADEUDADO - WS-TOT-COBRADO.
005000     MOVE WS-MONTO-PENDIENTE TO RPT-TOT-PENDIENTE.
005010     MOVE WS-TOT-POR-POSTEAR TO RPT-TOT-POR-POSTEAR.
005020     MOVE ZERO TO WS-PORCENTAJE.
005030     IF WS-TOT-ADEUDADO > ZERO
005040         COMPUTE WS-PORCENTAJE ROUNDED =
005050             WS-TOT-COBRADO * 100 / WS-TOT-ADEUDADO
005060     END-IF.
005070     MOVE WS-PORCENTAJE TO RPT-TOT-PORCENTAJE.
005080     MOVE SPACES TO REPORTE-LINEA.
005090     WRITE REPORTE-LINEA.
005100     WRITE REPORTE-LINEA FROM WS-LINEA-TOTALES.
005110 3000-EXIT.
005120     EXIT.
005130
005140 3100-IMPRIMIR-EVENTO.
005150     MOVE WS-EVT-CODIGO (WS-IDX-EVENTO)      TO RPT-EVENTO.
005160     MOVE WS-EVT-DESCRIPCION (WS-IDX-EVENTO) TO RPT-DESCRIPCION.
005170     MOVE WS-EVT-FECHA (WS-IDX-EVENTO)       TO RPT-FECHA.
005180     MOVE WS-EVT-ESTADO (WS-IDX-EVENTO)      TO RPT-ESTADO.
005190     MOVE WS-EVT-CARGOS (WS-IDX-EVENTO)      TO RPT-CARGOS.
005200     MOVE WS-EVT-ADEUDADO (WS-IDX-EVENTO)    TO RPT-ADEUDADO.
005210     MOVE WS-EVT-COBRADO (WS-IDX-EVENTO)     TO RPT-COBRADO.
005220     COMPUTE WS-MONTO-PENDIENTE =
005230         WS-EVT-ADEUDADO (WS-IDX-EVENTO)
005240         - WS-EVT-COBRADO (WS-IDX-EVENTO).
005250     MOVE WS-MONTO-PENDIENTE TO RPT-PENDIENTE.
005260     MOVE WS-EVT-POR-POSTEAR (WS-IDX-EVENTO) TO RPT-POR-POSTEAR.
005270     MOVE ZERO TO WS-PORCENTAJE.
005280     IF WS-EVT-ADEUDADO (WS-IDX-EVENTO) > ZERO
005290         COMPUTE WS-PORCENTAJE ROUNDED =
005300             WS-EVT-COBRADO (WS-IDX-EVENTO) * 100
005310             / WS-EVT-ADEUDADO (WS-IDX-EVENTO)
005320     END-IF.
005330     MOVE WS-PORCENTAJE TO RPT-PORCENTAJE.
005340     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
005350
005360     ADD WS-EVT-CARGOS (WS-IDX-EVENTO)   TO WS-TOT-CARGOS.
005370     ADD WS-EVT-ADEUDADO (WS-IDX-EVENTO) TO WS-TOT-ADEUDADO.
005380     ADD WS-EVT-COBRADO (WS-IDX-EVENTO)  TO WS-TOT-COBRADO.
005390     ADD WS-EVT-POR-POSTEAR (WS-IDX-EVENTO)
005400         TO WS-TOT-POR-POSTEAR.
005410 3100-EXIT.
005420     EXIT.
005430
005440*----------------------------------------------------------*
005450*  9000-FINALIZAR - Cierra archivos e imprime el resumen     *
005460*----------------------------------------------------------*
005470 9000-FINALIZAR.
005480     CLOSE EVENTO-FILE.
005490     CLOSE PARTICIPANTE-FILE.
005500     CLOSE HISTORIAL-FILE.
005510     CLOSE REPORTE-FILE.
005520     DISPLAY " ".
005530     DISPLAY "---- COBRANZA DE EVENTOS ----".
005540     DISPLAY "EVENTOS CON COSTO  : " WS-TOTAL-EVENTOS.
005550     DISPLAY "CARGOS VIGENTES    : " WS-TOT-CARGOS.
005560     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
005570 9000-EXIT.
005580     EXIT.

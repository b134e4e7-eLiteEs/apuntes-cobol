000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  CAJACONC                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Conciliacion de la caja de la recepcion contra el banco:  *
000090*  el efectivo de cada dia de caja ya cortado (recibos de    *
000100*  CAJADIA liberados, o anulados despues del corte, porque   *
000110*  ese efectivo si estaba en el cajon) debe llegar al banco  *
000120*  como deposito de efectivo en BANCOIN.  El deposito de     *
000130*  caja se reconoce por la referencia que teclea el cajero   *
000140*  del banco: "CJ" seguido de la fecha AAAAMMDD del dia de   *
000150*  caja que se deposita (CLIBANCO los aparta y no los casa   *
000160*  con clientes).  Un dia puede llevar varios depositos.     *
000170*  Se concilian los dias de caja de un periodo (por omision  *
000180*  los CAJA-DIAS-CONC dias de SYSPARM que terminan ayer) y   *
000190*  se listan los dias sin deposito, los depositos cortos o   *
000200*  de mas, y los depositos sin dia de caja.  Cualquier       *
000210*  diferencia queda en ERRHAND y termina con RETURN-CODE 4   *
000220*  para que la recepcion la vea a la manana siguiente.       *
000230*  BANCOIN puede traer varios dias concatenados.              *
000240*----------------------------------------------------------*
000250*  MODIFICATIONS.
000260*  2026-10-15 JFV  Creacion inicial.
000270*----------------------------------------------------------*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CAJACONC.
000300 AUTHOR. J. FIGUEROA VEGA.
000310 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000320 DATE-WRITTEN. 2026-10-15.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT DIA-FILE ASSIGN TO "CAJADIA"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS DIA-FOLIO
000420         FILE STATUS IS WS-DIA-STATUS.
000430
000440     SELECT BANCO-FILE ASSIGN TO "BANCOIN"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-BCO-STATUS.
000470
000480     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RPT-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  DIA-FILE.
000550     COPY CAJAREC.
000560
000570 FD  BANCO-FILE.
000580 01  BANCO-REC.
000590     05  BCO-TIPO                 PIC X(01).
000600         88  BCO-DETALLE                  VALUE "D".
000610         88  BCO-TOTAL                    VALUE "T".
000620     05  BCO-FECHA                PIC 9(08).
000630     05  BCO-REFERENCIA           PIC X(10).
000640     05  BCO-MONTO                PIC 9(08)V9(02).
000650
000660 FD  REPORTE-FILE.
000670 01  REPORTE-LINEA                PIC X(100).
000680
000690 WORKING-STORAGE SECTION.
000700 01  WS-DIA-STATUS                PIC X(02).
000710     88  WS-DIA-OK                        VALUE "00".
000720     88  WS-DIA-FIN-ARCHIVO               VALUE "10".
000730
000740 01  WS-BCO-STATUS                PIC X(02).
000750     88  WS-BCO-OK                        VALUE "00".
000760     88  WS-BCO-FIN-ARCHIVO               VALUE "10".
000770
000780 01  WS-RPT-STATUS                PIC X(02).
000790     88  WS-RPT-OK                        VALUE "00".
000800
000810 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "CAJACONC".
000820
000830*  Dias de caja a conciliar cuando no se teclea el periodo.
000840 01  WS-DIAS-CONC                 PIC 9(02) VALUE 1.
000850
000860 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000870 01  WS-FECHA-INICIAL             PIC 9(08) VALUE ZERO.
000880 01  WS-FECHA-FINAL               PIC 9(08) VALUE ZERO.
000890 01  WS-FECHA-DIA                 PIC 9(08) VALUE ZERO.
000900 01  WS-ENTRADA-FECHA             PIC X(08) VALUE SPACES.
000910
000920 01  WS-DIA-BASE                  PIC 9(07) COMP VALUE ZERO.
000930 01  WS-DIA-TOPE                  PIC 9(07) COMP VALUE ZERO.
000940 01  WS-DIA-ENTERO                PIC 9(07) COMP VALUE ZERO.
000950
000960*  Un renglon por dia calendario del periodo, en orden de
000970*  fecha: el renglon N es el dia inicial mas N - 1.
000980 01  WS-TOTAL-DIAS                PIC 9(03) COMP VALUE ZERO.
000990 01  WS-TABLA-DIAS.
001000     05  WS-DIA-LINEA             OCCURS 62 TIMES.
001010         10  WS-DIA-RECIBOS       PIC 9(05) COMP.
001020         10  WS-DIA-CAJA          PIC 9(09)V9(02).
001030         10  WS-DIA-DEPOSITOS     PIC 9(03) COMP.
001040         10  WS-DIA-DEPOSITO      PIC 9(09)V9(02).
001050 01  WS-IDX-DIA                   PIC 9(03) COMP.
001060
001070 01  WS-REF-CAJA.
001080     05  WS-REF-PREFIJO           PIC X(02).
001090         88  REF-DEPOSITO-CAJA            VALUE "CJ".
001100     05  WS-REF-FECHA             PIC X(08).
001110 01  WS-REF-FECHA-NUM             PIC 9(08) VALUE ZERO.
001120
001130 01  WS-DIFERENCIA                PIC S9(09)V9(02) VALUE ZERO.
001140 01  WS-ESTADO-DIA                PIC X(20) VALUE SPACES.
001150
001160 01  WS-CONTADORES.
001170     05  WS-RECIBOS-LEIDOS        PIC 9(07) COMP VALUE ZERO.
001180     05  WS-RECIBOS-SIN-CORTE     PIC 9(07) COMP VALUE ZERO.
001190     05  WS-DEPOSITOS-CAJA        PIC 9(07) COMP VALUE ZERO.
001200     05  WS-DEPOSITOS-FUERA       PIC 9(07) COMP VALUE ZERO.
001210     05  WS-DIAS-CONCILIADOS      PIC 9(05) COMP VALUE ZERO.
001220     05  WS-DIAS-DIFERENCIA       PIC 9(05) COMP VALUE ZERO.
001230
001240 01  WS-TOTALES.
001250     05  WS-TOT-CAJA              PIC 9(10)V9(02) VALUE ZERO.
001260     05  WS-TOT-DEPOSITO          PIC 9(10)V9(02) VALUE ZERO.
001270
001280 01  WS-LINEA-ENCABEZADO.
001290     05  FILLER                   PIC X(38)
001300         VALUE "CONCILIACION CAJA VS BANCO, PERIODO: ".
001310     05  RPT-ENC-INICIAL          PIC 9(08).
001320     05  FILLER                   PIC X(03) VALUE " A ".
001330     05  RPT-ENC-FINAL            PIC 9(08).
001340
001350 01  WS-LINEA-TITULOS             PIC X(100) VALUE
001360     "FECHA     RECIB     EFECTIVO CAJA     DEPOSITADO DEP     DIF
001370-    "ERENCIA  ESTADO".
001380
001390 01  WS-LINEA-DETALLE.
001400     05  RPT-FECHA                PIC 9(08).
001410     05  FILLER                   PIC X(02) VALUE SPACES.
001420     05  RPT-RECIBOS              PIC ZZZZ9.
001430     05  FILLER                   PIC X(02) VALUE SPACES.
001440     05  RPT-CAJA                 PIC ZZZZZZZZZZZZ9.99.
001450     05  FILLER                   PIC X(01) VALUE SPACE.
001460     05  RPT-DEPOSITO             PIC ZZZZZZZZZZ9.99.
001470     05  FILLER                   PIC X(01) VALUE SPACE.
001480     05  RPT-DEPOSITOS            PIC ZZ9.
001490     05  FILLER                   PIC X(01) VALUE SPACE.
001500     05  RPT-DIFERENCIA           PIC -ZZZZZZZZZ9.99.
001510     05  FILLER                   PIC X(02) VALUE SPACES.
001520     05  RPT-ESTADO               PIC X(20).
001530
001540 01  WS-LINEA-SIN-DIA.
001550     05  FILLER                   PIC X(23)
001560         VALUE "DEPOSITO SIN DIA, REF=".
001570     05  RPT-SIN-REFERENCIA       PIC X(10).
001580     05  FILLER                   PIC X(08) VALUE " FECHA=".
001590     05  RPT-SIN-FECHA            PIC 9(08).
001600     05  FILLER                   PIC X(08) VALUE " MONTO=".
001610     05  RPT-SIN-MONTO            PIC ZZZZZZZ9.99.
001620
001630 01  WS-LINEA-TOTALES.
001640     05  FILLER                   PIC X(17)
001650         VALUE "TOTALES PERIODO:".
001660     05  RPT-TOT-CAJA             PIC ZZZZZZZZZZZZ9.99.
001670     05  FILLER                   PIC X(01) VALUE SPACE.
001680     05  RPT-TOT-DEPOSITO         PIC ZZZZZZZZZZ9.99.
001690
001700 COPY ERRPARM.
001710
001720 COPY PARMPARM.
001730
001740 COPY RPTGPARM.
001745
001747 COPY FECHAPARM.
001750
001760 PROCEDURE DIVISION.
001770 0000-MAINLINE.
001780     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001790     PERFORM 2000-ACUMULAR-CAJA THRU 2000-EXIT
001800         UNTIL WS-DIA-FIN-ARCHIVO.
001810     PERFORM 3000-ACUMULAR-DEPOSITOS THRU 3000-EXIT
001820         UNTIL WS-BCO-FIN-ARCHIVO.
001830     PERFORM 4000-CONCILIAR-DIA THRU 4000-EXIT
001840         VARYING WS-IDX-DIA FROM 1 BY 1
001850         UNTIL WS-IDX-DIA > WS-TOTAL-DIAS.
001860     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001870     STOP RUN.
001880
001890*----------------------------------------------------------*
001900*  1000-INICIALIZAR - Fija el periodo, abre los archivos y   *
001910*  prepara la tabla de dias.                                  *
001920*----------------------------------------------------------*
001930 1000-INICIALIZAR.
001940     MOVE "CAJA-DIAS-CONC" TO PARMLKP-CLAVE.
001950     CALL "PARMLKP" USING PARMLKP-PARM.
001960     IF PARMLKP-ENCONTRADO
001970        AND PARMLKP-VALOR (1:2) IS NUMERIC
001980        AND PARMLKP-VALOR (1:2) > ZERO
001990         MOVE PARMLKP-VALOR (1:2) TO WS-DIAS-CONC
002000     END-IF.
002010
002020     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002030     COMPUTE WS-DIA-ENTERO =
002040         FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY) - 1.
002050     COMPUTE WS-FECHA-FINAL =
002060         FUNCTION DATE-OF-INTEGER (WS-DIA-ENTERO).
002070     COMPUTE WS-DIA-ENTERO = WS-DIA-ENTERO - WS-DIAS-CONC + 1.
002080     COMPUTE WS-FECHA-INICIAL =
002090         FUNCTION DATE-OF-INTEGER (WS-DIA-ENTERO).
002100
002110     DISPLAY "Primer dia de caja a conciliar AAAAMMDD"
002120         " (blanco = " WS-FECHA-INICIAL "):".
002130     ACCEPT WS-ENTRADA-FECHA.
002140     IF WS-ENTRADA-FECHA IS NUMERIC
002150         MOVE WS-ENTRADA-FECHA TO WS-FECHA-INICIAL
002160     END-IF.
002170     DISPLAY "Ultimo dia de caja a conciliar AAAAMMDD"
002180         " (blanco = " WS-FECHA-FINAL "):".
002190     MOVE SPACES TO WS-ENTRADA-FECHA.
002200     ACCEPT WS-ENTRADA-FECHA.
002210     IF WS-ENTRADA-FECHA IS NUMERIC
002220         MOVE WS-ENTRADA-FECHA TO WS-FECHA-FINAL
002230     END-IF.
002240
002250     MOVE WS-FECHA-INICIAL TO FECHACHK-FECHA.
002260     CALL "FECHACHK" USING FECHACHK-PARM.
002270     IF FECHACHK-VALIDA
002280         MOVE WS-FECHA-FINAL TO FECHACHK-FECHA
002290         CALL "FECHACHK" USING FECHACHK-PARM
002300     END-IF.
002302     IF NOT FECHACHK-VALIDA
002304        OR WS-FECHA-FINAL < WS-FECHA-INICIAL
002306         DISPLAY "PERIODO INVALIDO, NO SE CONCILIA NADA"
002308         MOVE 8 TO RETURN-CODE
002310         STOP RUN
002312     END-IF.
002320
002330     COMPUTE WS-DIA-BASE =
002340         FUNCTION INTEGER-OF-DATE (WS-FECHA-INICIAL).
002350     COMPUTE WS-DIA-TOPE =
002360         FUNCTION INTEGER-OF-DATE (WS-FECHA-FINAL).
002370     IF WS-DIA-TOPE - WS-DIA-BASE + 1 > 62
002380         DISPLAY "PERIODO MAYOR A 62 DIAS, NO SE CONCILIA NADA"
002390         MOVE 8 TO RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420     COMPUTE WS-TOTAL-DIAS = WS-DIA-TOPE - WS-DIA-BASE + 1.
002430     INITIALIZE WS-TABLA-DIAS.
002440
002450     OPEN INPUT DIA-FILE.
002460     IF NOT WS-DIA-OK
002470         MOVE "CAJACONC"      TO ERRHAND-PROGRAMA
002480         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002490         MOVE WS-DIA-STATUS   TO ERRHAND-FILE-STATUS
002500         SET ERRHAND-FATAL TO TRUE
002510         MOVE "ERROR AL ABRIR CAJADIA" TO ERRHAND-MENSAJE
002520         CALL "ERRHAND" USING ERRHAND-PARM
002530         STOP RUN
002540     END-IF.
002550
002560     OPEN INPUT BANCO-FILE.
002570     IF NOT WS-BCO-OK
002580         MOVE "CAJACONC"      TO ERRHAND-PROGRAMA
002590         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002600         MOVE WS-BCO-STATUS   TO ERRHAND-FILE-STATUS
002610         SET ERRHAND-FATAL TO TRUE
002620         MOVE "ERROR AL ABRIR BANCOIN" TO ERRHAND-MENSAJE
002630         CALL "ERRHAND" USING ERRHAND-PARM
002640         STOP RUN
002650     END-IF.
002660
002670     MOVE "CAJACONC" TO RPTGEN-REPORTE.
002680     CALL "RPTGEN" USING RPTGEN-PARM.
002690     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
002700     OPEN OUTPUT REPORTE-FILE.
002710     MOVE WS-FECHA-INICIAL TO RPT-ENC-INICIAL.
002720     MOVE WS-FECHA-FINAL   TO RPT-ENC-FINAL.
002730     WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.
002740     MOVE SPACES TO REPORTE-LINEA.
002750     WRITE REPORTE-LINEA.
002755     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
002760 1000-EXIT.
002770     EXIT.
002780
002790*----------------------------------------------------------*
002800*  2000-ACUMULAR-CAJA - Suma por dia el efectivo que quedo   *
002810*  en el cajon al corte: recibos liberados y recibos         *
002820*  anulados despues del corte.  Los anulados antes del       *
002830*  corte nunca salieron del cajon hacia el banco.             *
002840*----------------------------------------------------------*
002850 2000-ACUMULAR-CAJA.
002860     READ DIA-FILE NEXT RECORD
002870         AT END
002880             SET WS-DIA-FIN-ARCHIVO TO TRUE
002890             GO TO 2000-EXIT
002900     END-READ.
002910     ADD 1 TO WS-RECIBOS-LEIDOS.
002920
002930     IF DIA-FECHA < WS-FECHA-INICIAL
002940        OR DIA-FECHA > WS-FECHA-FINAL
002950         GO TO 2000-EXIT
002960     END-IF.
002970
002980     IF DIA-PENDIENTE
002990         ADD 1 TO WS-RECIBOS-SIN-CORTE
003000         GO TO 2000-EXIT
003010     END-IF.
003020     IF NOT DIA-LIBERADO AND NOT DIA-REVERSADO
003030         GO TO 2000-EXIT
003040     END-IF.
003050
003060     COMPUTE WS-IDX-DIA =
003070         FUNCTION INTEGER-OF-DATE (DIA-FECHA) - WS-DIA-BASE + 1.
003080     ADD 1 TO WS-DIA-RECIBOS (WS-IDX-DIA).
003090     ADD DIA-MONTO TO WS-DIA-CAJA (WS-IDX-DIA).
003100 2000-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------*
003140*  3000-ACUMULAR-DEPOSITOS - Toma solo los depositos de      *
003150*  caja ("CJ" + dia de caja) y los suma al dia que dicen     *
003160*  depositar; los pagos de tutores son de CLIBANCO.           *
003170*----------------------------------------------------------*
003180 3000-ACUMULAR-DEPOSITOS.
003190     READ BANCO-FILE
003200         AT END
003210             SET WS-BCO-FIN-ARCHIVO TO TRUE
003220             GO TO 3000-EXIT
003230     END-READ.
003240
003250     IF NOT BCO-DETALLE
003260         GO TO 3000-EXIT
003270     END-IF.
003280     MOVE BCO-REFERENCIA TO WS-REF-CAJA.
003290     IF NOT REF-DEPOSITO-CAJA
003300         GO TO 3000-EXIT
003310     END-IF.
003320     ADD 1 TO WS-DEPOSITOS-CAJA.
003330
003340     IF WS-REF-FECHA NOT NUMERIC
003350         PERFORM 3100-DEPOSITO-SIN-DIA THRU 3100-EXIT
003360         GO TO 3000-EXIT
003370     END-IF.
003380     MOVE WS-REF-FECHA TO WS-REF-FECHA-NUM.
003385     MOVE WS-REF-FECHA-NUM TO FECHACHK-FECHA.
003387     CALL "FECHACHK" USING FECHACHK-PARM.
003390     IF NOT FECHACHK-VALIDA
003400         PERFORM 3100-DEPOSITO-SIN-DIA THRU 3100-EXIT
003410         GO TO 3000-EXIT
003420     END-IF.
003430
003440     IF WS-REF-FECHA-NUM < WS-FECHA-INICIAL
003450        OR WS-REF-FECHA-NUM > WS-FECHA-FINAL
003460         ADD 1 TO WS-DEPOSITOS-FUERA
003470         DISPLAY "DEPOSITO DE CAJA FUERA DEL PERIODO, REF="
003480             BCO-REFERENCIA
003490         GO TO 3000-EXIT
003500     END-IF.
003510
003520     COMPUTE WS-IDX-DIA =
003530         FUNCTION INTEGER-OF-DATE (WS-REF-FECHA-NUM)
003540         - WS-DIA-BASE + 1.
003550     ADD 1 TO WS-DIA-DEPOSITOS (WS-IDX-DIA).
003560     ADD BCO-MONTO TO WS-DIA-DEPOSITO (WS-IDX-DIA).
003570 3000-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------*
003610*  3100-DEPOSITO-SIN-DIA - Deposito de caja cuya referencia  *
003620*  no trae un dia de caja valido.                             *
003630*----------------------------------------------------------*
003640 3100-DEPOSITO-SIN-DIA.
003650     MOVE BCO-REFERENCIA TO RPT-SIN-REFERENCIA.
003660     MOVE BCO-FECHA      TO RPT-SIN-FECHA.
003670     MOVE BCO-MONTO      TO RPT-SIN-MONTO.
003680     WRITE REPORTE-LINEA FROM WS-LINEA-SIN-DIA.
003690     ADD 1 TO WS-DIAS-DIFERENCIA.
003700     ADD BCO-MONTO TO WS-TOT-DEPOSITO.
003710 3100-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------*
003750*  4000-CONCILIAR-DIA - Compara el efectivo del dia contra   *
003760*  lo depositado y clasifica la diferencia.                   *
003770*----------------------------------------------------------*
003780 4000-CONCILIAR-DIA.
003790     IF WS-DIA-RECIBOS (WS-IDX-DIA) = ZERO
003800        AND WS-DIA-DEPOSITOS (WS-IDX-DIA) = ZERO
003810         GO TO 4000-EXIT
003820     END-IF.
003830
003840     COMPUTE WS-DIFERENCIA = WS-DIA-DEPOSITO (WS-IDX-DIA)
003850         - WS-DIA-CAJA (WS-IDX-DIA).
003860     EVALUATE TRUE
003870         WHEN WS-DIA-DEPOSITOS (WS-IDX-DIA) = ZERO
003880             MOVE "*SIN DEPOSITO" TO WS-ESTADO-DIA
003890         WHEN WS-DIA-RECIBOS (WS-IDX-DIA) = ZERO
003900             MOVE "*DEPOSITO SIN CAJA" TO WS-ESTADO-DIA
003910         WHEN WS-DIFERENCIA < ZERO
003920             MOVE "*DEPOSITO CORTO" TO WS-ESTADO-DIA
003930         WHEN WS-DIFERENCIA > ZERO
003940             MOVE "*DEPOSITO DE MAS" TO WS-ESTADO-DIA
003950         WHEN OTHER
003960             MOVE "CONCILIADO" TO WS-ESTADO-DIA
003970     END-EVALUATE.
003980     IF WS-DIFERENCIA = ZERO
003990        AND WS-DIA-DEPOSITOS (WS-IDX-DIA) > ZERO
004000         ADD 1 TO WS-DIAS-CONCILIADOS
004010     ELSE
004020         ADD 1 TO WS-DIAS-DIFERENCIA
004030     END-IF.
004040
004050     COMPUTE WS-FECHA-DIA = FUNCTION DATE-OF-INTEGER
004060         (WS-DIA-BASE + WS-IDX-DIA - 1).
004070     MOVE WS-FECHA-DIA                   TO RPT-FECHA.
004080     MOVE WS-DIA-RECIBOS (WS-IDX-DIA)    TO RPT-RECIBOS.
004090     MOVE WS-DIA-CAJA (WS-IDX-DIA)       TO RPT-CAJA.
004100     MOVE WS-DIA-DEPOSITO (WS-IDX-DIA)   TO RPT-DEPOSITO.
004110     MOVE WS-DIA-DEPOSITOS (WS-IDX-DIA)  TO RPT-DEPOSITOS.
004120     MOVE WS-DIFERENCIA                  TO RPT-DIFERENCIA.
004130     MOVE WS-ESTADO-DIA                  TO RPT-ESTADO.
004140     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
004150
004160     ADD WS-DIA-CAJA (WS-IDX-DIA)     TO WS-TOT-CAJA.
004170     ADD WS-DIA-DEPOSITO (WS-IDX-DIA) TO WS-TOT-DEPOSITO.
004180 4000-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------*
004220*  9000-FINALIZAR - Totales, resumen y codigo de retorno     *
004230*----------------------------------------------------------*
004240 9000-FINALIZAR.
004250     MOVE SPACES TO REPORTE-LINEA.
004260     WRITE REPORTE-LINEA.
004270     MOVE WS-TOT-CAJA     TO RPT-TOT-CAJA.
004280     MOVE WS-TOT-DEPOSITO TO RPT-TOT-DEPOSITO.
004290     WRITE REPORTE-LINEA FROM WS-LINEA-TOTALES.
004300
004310     CLOSE DIA-FILE.
004320     CLOSE BANCO-FILE.
004330     CLOSE REPORTE-FILE.
004340
004350     DISPLAY " ".
004360     DISPLAY "---- CONCILIACION CAJA VS BANCO ----".
004370     DISPLAY "PERIODO             : " WS-FECHA-INICIAL
004380         " A " WS-FECHA-FINAL.
004390     DISPLAY "RECIBOS LEIDOS      : " WS-RECIBOS-LEIDOS.
004400     DISPLAY "RECIBOS SIN CORTE   : " WS-RECIBOS-SIN-CORTE.
004410     DISPLAY "DEPOSITOS DE CAJA   : " WS-DEPOSITOS-CAJA.
004420     DISPLAY "FUERA DEL PERIODO   : " WS-DEPOSITOS-FUERA.
004430     DISPLAY "DIAS CONCILIADOS    : " WS-DIAS-CONCILIADOS.
004440     DISPLAY "CON DIFERENCIA      : " WS-DIAS-DIFERENCIA.
004450     DISPLAY "REPORTE             : " WS-ARCHIVO-REPORTE.
004460
004470     IF WS-DIAS-DIFERENCIA > ZERO
004480         MOVE "CAJACONC"        TO ERRHAND-PROGRAMA
004490         MOVE "9000-FINALIZAR"  TO ERRHAND-PARRAFO
004500         MOVE SPACES            TO ERRHAND-FILE-STATUS
004510         SET ERRHAND-ADVERTENCIA TO TRUE
004520         MOVE "CAJA NO CONCILIA CONTRA DEPOSITOS DEL BANCO"
004530             TO ERRHAND-MENSAJE
004540         CALL "ERRHAND" USING ERRHAND-PARM
004550         MOVE 4 TO RETURN-CODE
004560     END-IF.
004570 9000-EXIT.
004580     EXIT.

000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  TARIFAUM                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Aumento anual de colegiaturas: a cada curso del catalogo  *
000090*  CURSOIDX le fija en el tarifario TARIFIDX una cuota nueva *
000100*  con fecha de vigencia futura, sea por porcentaje sobre la *
000110*  cuota vigente el dia anterior o por una tabla de cuotas   *
000120*  nuevas (archivo TARINUEV: curso y cuota).  Imprime para   *
000130*  el consejo la comparacion cuota actual contra nueva por   *
000140*  curso, con el efecto mensual sobre los inscritos, como    *
000150*  generacion fechada via RPTGEN.  Sin la tarjeta de         *
000160*  aplicar la corrida solo simula: imprime la comparacion y  *
000170*  no toca TARIFIDX.  Volver a correr con la misma vigencia  *
000180*  reemplaza los renglones de esa fecha.                      *
000190*  SYSIN: vigencia AAAAMMDD, modo P/T, porcentaje 99999      *
000200*  (00650 = 6.50%, solo modo P) y S para aplicar.             *
000210*----------------------------------------------------------*
000220*  MODIFICATIONS.
000230*  2026-10-15 JFV  Creacion inicial.
000240*----------------------------------------------------------*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. TARIFAUM.
000270 AUTHOR. J. FIGUEROA VEGA.
000280 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CURSO-FILE ASSIGN TO "CURSOIDX"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS CURSO-CODIGO
000390         FILE STATUS IS WS-CUR-STATUS.
000400
000410     SELECT TARIFA-FILE ASSIGN TO "TARIFIDX"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS TARIFA-CLAVE
000450         FILE STATUS IS WS-TAR-STATUS.
000460
000470     SELECT TABLA-FILE ASSIGN TO "TARINUEV"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-TAB-STATUS.
000500
000510     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RPT-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CURSO-FILE.
000580     COPY CURSOREC.
000590
000600 FD  TARIFA-FILE.
000610     COPY TARIREC.
000620
000630 FD  TABLA-FILE.
000640 01  TABLA-REC.
000650     05  TNUE-CURSO               PIC X(10).
000660     05  TNUE-CUOTA               PIC 9(05)V9(02).
000670
000680 FD  REPORTE-FILE.
000690 01  REPORTE-LINEA                PIC X(100).
000700
000710 WORKING-STORAGE SECTION.
000720 01  WS-CUR-STATUS                PIC X(02).
000730     88  WS-CUR-OK                        VALUE "00".
000740     88  WS-CUR-FIN-ARCHIVO               VALUE "10".
000750
000760 01  WS-TAR-STATUS                PIC X(02).
000770     88  WS-TAR-OK                        VALUE "00".
000780
000790 01  WS-TAB-STATUS                PIC X(02).
000800     88  WS-TAB-OK                        VALUE "00".
000810     88  WS-TAB-FIN-ARCHIVO               VALUE "10".
000820
000830 01  WS-RPT-STATUS                PIC X(02).
000840     88  WS-RPT-OK                        VALUE "00".
000850
000860 01  WS-SWITCHES.
000870     05  WS-FIN-TARIFAS           PIC X(01) VALUE "N".
000880         88  FIN-DE-TARIFAS               VALUE "S".
000890     05  WS-CURSO-CON-TARIFAS     PIC X(01) VALUE "N".
000900         88  CURSO-CON-TARIFAS            VALUE "S".
000910     05  WS-REEMPLAZA             PIC X(01) VALUE "N".
000920         88  REEMPLAZA-VIGENCIA           VALUE "S".
000930     05  WS-EN-TABLA              PIC X(01) VALUE "N".
000940         88  CURSO-EN-TABLA               VALUE "S".
000950
000960 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "TARIFAUM".
000970
000980 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000990 01  WS-VIGENCIA                  PIC 9(08) VALUE ZERO.
001000 01  WS-ENTRADA-VIGENCIA          PIC X(08).
001010 01  WS-ENTRADA-MODO              PIC X(01).
001020     88  MODO-PORCENTAJE                  VALUE "P".
001030     88  MODO-TABLA                       VALUE "T".
001040 01  WS-ENTRADA-PCT               PIC X(05).
001050 01  WS-ENTRADA-PCT-N REDEFINES
001060     WS-ENTRADA-PCT               PIC 9(03)V9(02).
001070 01  WS-PORCENTAJE                PIC 9(03)V9(02) VALUE ZERO.
001080 01  WS-ENTRADA-APLICAR           PIC X(01).
001090     88  CORRIDA-APLICA                   VALUE "S".
001100
001110*  Tabla de cuotas nuevas del modo T.
001120 01  WS-TOTAL-TABLA               PIC 9(03) COMP VALUE ZERO.
001130 01  WS-TABLA-NUEVAS.
001140     05  WS-TAB-ENTRADA           OCCURS 300 TIMES.
001150         10  WS-TAB-CURSO         PIC X(10).
001160         10  WS-TAB-CUOTA         PIC 9(05)V9(02).
001170         10  WS-TAB-USADA         PIC X(01).
001180 01  WS-IDX-TAB                   PIC 9(03) COMP VALUE ZERO.
001190 01  WS-IDX-HALLADO               PIC 9(03) COMP VALUE ZERO.
001200
001210*  Curso en proceso.
001220 01  WS-CUOTA-ACTUAL              PIC 9(05)V9(02) VALUE ZERO.
001230 01  WS-CUOTA-NUEVA               PIC 9(05)V9(02) VALUE ZERO.
001240 01  WS-DIFERENCIA                PIC S9(05)V9(02) VALUE ZERO.
001250 01  WS-PCT-REAL                  PIC S9(03)V9(02) VALUE ZERO.
001260 01  WS-NOTA                      PIC X(12).
001270
001280 01  WS-CONTADORES.
001290     05  WS-CURSOS-LEIDOS         PIC 9(05) COMP VALUE ZERO.
001300     05  WS-CURSOS-CAMBIO         PIC 9(05) COMP VALUE ZERO.
001310     05  WS-CURSOS-SIN-CAMBIO     PIC 9(05) COMP VALUE ZERO.
001320     05  WS-TARIFAS-ESCRITAS      PIC 9(05) COMP VALUE ZERO.
001330     05  WS-TABLA-SIN-CURSO       PIC 9(05) COMP VALUE ZERO.
001340 01  WS-MENSUAL-ACTUAL            PIC 9(09)V9(02) VALUE ZERO.
001350 01  WS-MENSUAL-NUEVO             PIC 9(09)V9(02) VALUE ZERO.
001360
001370 01  WS-LINEA-TITULO.
001380     05  FILLER                   PIC X(33)
001390         VALUE "AUMENTO DE COLEGIATURAS - VIGENTE".
001400     05  FILLER                   PIC X(07) VALUE " DESDE ".
001410     05  RPT-VIGENCIA             PIC 9(08).
001420     05  FILLER                   PIC X(03) VALUE SPACES.
001430     05  RPT-MODO                 PIC X(24).
001440     05  FILLER                   PIC X(03) VALUE SPACES.
001450     05  RPT-CORRIDA              PIC X(22).
001460
001470 01  WS-LINEA-TITULOS             PIC X(100) VALUE
001480     "CURSO      DESCRIPCION                    INSC    ACTUAL
001490-    "      NUEVA  DIFERENCIA       %  NOTA".
001500
001510 01  WS-LINEA-DETALLE.
001520     05  RPT-CURSO                PIC X(10).
001530     05  FILLER                   PIC X(01) VALUE SPACE.
001540     05  RPT-DESCRIPCION          PIC X(30).
001550     05  FILLER                   PIC X(01) VALUE SPACE.
001560     05  RPT-INSCRITOS            PIC ZZZ9.
001570     05  FILLER                   PIC X(01) VALUE SPACE.
001580     05  RPT-ACTUAL               PIC ZZ,ZZ9.99.
001590     05  FILLER                   PIC X(02) VALUE SPACES.
001600     05  RPT-NUEVA                PIC ZZ,ZZ9.99.
001610     05  FILLER                   PIC X(02) VALUE SPACES.
001620     05  RPT-DIFERENCIA           PIC -ZZ,ZZ9.99.
001630     05  FILLER                   PIC X(01) VALUE SPACE.
001640     05  RPT-PCT                  PIC -ZZ9.99.
001650     05  FILLER                   PIC X(02) VALUE SPACES.
001660     05  RPT-NOTA                 PIC X(12).
001670
001680 01  WS-LINEA-TOTAL.
001690     05  FILLER                   PIC X(30)
001700         VALUE "COLEGIATURA MENSUAL INSCRITOS".
001710     05  FILLER                   PIC X(10) VALUE " ACTUAL : ".
001720     05  RPT-TOT-ACTUAL           PIC ZZZ,ZZZ,ZZ9.99.
001730     05  FILLER                   PIC X(10) VALUE "  NUEVA : ".
001740     05  RPT-TOT-NUEVO            PIC ZZZ,ZZZ,ZZ9.99.
001750     05  FILLER                   PIC X(22) VALUE SPACES.
001760
001770 COPY ERRPARM.
001780
001790 COPY FECHAPARM.
001800
001810 COPY RPTGPARM.
001820
001830 PROCEDURE DIVISION.
001840 0000-MAINLINE.
001850     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001860     PERFORM 2000-PROCESAR-CURSOS THRU 2000-EXIT.
001870     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001880     STOP RUN.
001890
001900*----------------------------------------------------------*
001910*  1000-INICIALIZAR - Tarjetas de control, tabla de cuotas   *
001920*  nuevas (modo T), archivos y encabezado del comparativo.   *
001930*----------------------------------------------------------*
001940 1000-INICIALIZAR.
001950     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001960     DISPLAY "Vigencia del aumento AAAAMMDD:".
001970     MOVE SPACES TO WS-ENTRADA-VIGENCIA.
001980     ACCEPT WS-ENTRADA-VIGENCIA.
001990     IF WS-ENTRADA-VIGENCIA IS NOT NUMERIC
002000         DISPLAY "VIGENCIA INVALIDA, NO SE APLICA NADA"
002010         MOVE 8 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040     MOVE WS-ENTRADA-VIGENCIA TO FECHACHK-FECHA.
002050     CALL "FECHACHK" USING FECHACHK-PARM.
002060     MOVE WS-ENTRADA-VIGENCIA TO WS-VIGENCIA.
002070     IF FECHACHK-INVALIDA
002080        OR WS-VIGENCIA NOT > WS-FECHA-HOY
002090         DISPLAY "LA VIGENCIA DEBE SER UNA FECHA FUTURA"
002100         MOVE 8 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130
002140     DISPLAY "Modo P=porcentaje T=tabla TARINUEV:".
002150     MOVE SPACES TO WS-ENTRADA-MODO.
002160     ACCEPT WS-ENTRADA-MODO.
002170     IF NOT MODO-PORCENTAJE AND NOT MODO-TABLA
002180         DISPLAY "MODO INVALIDO, NO SE APLICA NADA"
002190         MOVE 8 TO RETURN-CODE
002200         STOP RUN
002210     END-IF.
002220
002230     DISPLAY "Porcentaje 99999 (00650 = 6.50%):".
002240     MOVE SPACES TO WS-ENTRADA-PCT.
002250     ACCEPT WS-ENTRADA-PCT.
002260     IF MODO-PORCENTAJE
002270         IF WS-ENTRADA-PCT IS NOT NUMERIC
002280            OR WS-ENTRADA-PCT-N = ZERO
002290             DISPLAY "PORCENTAJE INVALIDO, NO SE APLICA NADA"
002300             MOVE 8 TO RETURN-CODE
002310             STOP RUN
002320         END-IF
002330         MOVE WS-ENTRADA-PCT-N TO WS-PORCENTAJE
002340     END-IF.
002350
002360     DISPLAY "S = aplicar al tarifario (otro = solo simular):".
002370     MOVE SPACES TO WS-ENTRADA-APLICAR.
002380     ACCEPT WS-ENTRADA-APLICAR.
002390
002400     IF MODO-TABLA
002410         PERFORM 1100-CARGAR-TABLA THRU 1100-EXIT
002420     END-IF.
002430
002440     OPEN INPUT CURSO-FILE.
002450     IF NOT WS-CUR-OK
002460         MOVE "TARIFAUM"      TO ERRHAND-PROGRAMA
002470         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002480         MOVE WS-CUR-STATUS   TO ERRHAND-FILE-STATUS
002490         SET ERRHAND-FATAL TO TRUE
002500         MOVE "ERROR AL ABRIR CURSOIDX" TO ERRHAND-MENSAJE
002510         CALL "ERRHAND" USING ERRHAND-PARM
002520         STOP RUN
002530     END-IF.
002540
002550     OPEN I-O TARIFA-FILE.
002560     IF NOT WS-TAR-OK
002570         IF WS-TAR-STATUS = "35"
002580             OPEN OUTPUT TARIFA-FILE
002590             CLOSE TARIFA-FILE
002600             OPEN I-O TARIFA-FILE
002610         END-IF
002620     END-IF.
002630     IF NOT WS-TAR-OK
002640         MOVE "TARIFAUM"      TO ERRHAND-PROGRAMA
002650         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002660         MOVE WS-TAR-STATUS   TO ERRHAND-FILE-STATUS
002670         SET ERRHAND-FATAL TO TRUE
002680         MOVE "ERROR AL ABRIR TARIFIDX" TO ERRHAND-MENSAJE
002690         CALL "ERRHAND" USING ERRHAND-PARM
002700         STOP RUN
002710     END-IF.
002720
002730     MOVE "TARIFAUM" TO RPTGEN-REPORTE.
002740     CALL "RPTGEN" USING RPTGEN-PARM.
002750     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
002760     OPEN OUTPUT REPORTE-FILE.
002770     MOVE WS-VIGENCIA TO RPT-VIGENCIA.
002780     IF MODO-PORCENTAJE
002790         MOVE "POR PORCENTAJE" TO RPT-MODO
002800     ELSE
002810         MOVE "POR TABLA DE CUOTAS" TO RPT-MODO
002820     END-IF.
002830     IF CORRIDA-APLICA
002840         MOVE "APLICADO AL TARIFARIO" TO RPT-CORRIDA
002850     ELSE
002860         MOVE "SIMULACION" TO RPT-CORRIDA
002870     END-IF.
002880     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
002890     IF MODO-PORCENTAJE
002900         MOVE SPACES TO REPORTE-LINEA
002910         MOVE WS-PORCENTAJE TO RPT-PCT
002920         STRING "PORCENTAJE DE AUMENTO: " DELIMITED BY SIZE
002930             RPT-PCT DELIMITED BY SIZE
002940             INTO REPORTE-LINEA
002950         END-STRING
002960         WRITE REPORTE-LINEA
002970     END-IF.
002980     MOVE SPACES TO REPORTE-LINEA.
002990     WRITE REPORTE-LINEA.
003000     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
003010 1000-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------*
003050*  1100-CARGAR-TABLA - Cuotas nuevas del modo T en memoria.  *
003060*  Sin la tabla no hay nada que aplicar.                      *
003070*----------------------------------------------------------*
003080 1100-CARGAR-TABLA.
003090     OPEN INPUT TABLA-FILE.
003100     IF NOT WS-TAB-OK
003110         MOVE "TARIFAUM"      TO ERRHAND-PROGRAMA
003120         MOVE "1100-CARGAR-TABLA" TO ERRHAND-PARRAFO
003130         MOVE WS-TAB-STATUS   TO ERRHAND-FILE-STATUS
003140         SET ERRHAND-FATAL TO TRUE
003150         MOVE "ERROR AL ABRIR TARINUEV" TO ERRHAND-MENSAJE
003160         CALL "ERRHAND" USING ERRHAND-PARM
003170         STOP RUN
003180     END-IF.
003190     PERFORM 1110-LEER-TABLA THRU 1110-EXIT
003200         UNTIL WS-TAB-FIN-ARCHIVO.
003210     CLOSE TABLA-FILE.
003220 1100-EXIT.
003230     EXIT.
003240
003250 1110-LEER-TABLA.
003260     READ TABLA-FILE
003270         AT END
003280             SET WS-TAB-FIN-ARCHIVO TO TRUE
003290             GO TO 1110-EXIT
003300     END-READ.
003310     IF TNUE-CURSO = SPACES
003320         GO TO 1110-EXIT
003330     END-IF.
003340     IF TNUE-CUOTA IS NOT NUMERIC
003350         DISPLAY "AVISO: cuota invalida en TARINUEV, curso "
003360             TNUE-CURSO
003370         GO TO 1110-EXIT
003380     END-IF.
003390     IF WS-TOTAL-TABLA NOT < 300
003400         DISPLAY "AVISO: TARINUEV rebasa 300 cursos; se omite "
003410             TNUE-CURSO
003420         GO TO 1110-EXIT
003430     END-IF.
003440     ADD 1 TO WS-TOTAL-TABLA.
003450     MOVE TNUE-CURSO TO WS-TAB-CURSO (WS-TOTAL-TABLA).
003460     MOVE TNUE-CUOTA TO WS-TAB-CUOTA (WS-TOTAL-TABLA).
003470     MOVE "N"        TO WS-TAB-USADA (WS-TOTAL-TABLA).
003480 1110-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------*
003520*  2000-PROCESAR-CURSOS - Un renglon del comparativo por     *
003530*  curso del catalogo.                                        *
003540*----------------------------------------------------------*
003550 2000-PROCESAR-CURSOS.
003560     PERFORM 2100-PROCESAR-CURSO THRU 2100-EXIT
003570         UNTIL WS-CUR-FIN-ARCHIVO.
003580     IF MODO-TABLA
003590         PERFORM 2900-AVISAR-SIN-CURSO THRU 2900-EXIT
003600             VARYING WS-IDX-TAB FROM 1 BY 1
003610             UNTIL WS-IDX-TAB > WS-TOTAL-TABLA
003620     END-IF.
003630 2000-EXIT.
003640     EXIT.
003650
003660 2100-PROCESAR-CURSO.
003670     READ CURSO-FILE
003680         AT END
003690             SET WS-CUR-FIN-ARCHIVO TO TRUE
003700             GO TO 2100-EXIT
003710     END-READ.
003720     ADD 1 TO WS-CURSOS-LEIDOS.
003730     MOVE SPACES TO WS-NOTA.
003740     PERFORM 2200-CUOTA-ANTERIOR THRU 2200-EXIT.
003750
003760     MOVE WS-CUOTA-ACTUAL TO WS-CUOTA-NUEVA.
003770     IF MODO-PORCENTAJE
003780         IF WS-CUOTA-ACTUAL = ZERO
003790             MOVE "SIN CUOTA" TO WS-NOTA
003800         ELSE
003810             COMPUTE WS-CUOTA-NUEVA ROUNDED =
003820                 WS-CUOTA-ACTUAL * (100 + WS-PORCENTAJE) / 100
003830         END-IF
003840     ELSE
003850         PERFORM 2300-BUSCAR-EN-TABLA THRU 2300-EXIT
003860         IF CURSO-EN-TABLA
003870             MOVE WS-TAB-CUOTA (WS-IDX-HALLADO) TO WS-CUOTA-NUEVA
003880         ELSE
003890             MOVE "NO EN TABLA" TO WS-NOTA
003900         END-IF
003910     END-IF.
003920
003930     IF WS-CUOTA-NUEVA = WS-CUOTA-ACTUAL
003940         ADD 1 TO WS-CURSOS-SIN-CAMBIO
003950         IF WS-NOTA = SPACES
003960             MOVE "SIN CAMBIO" TO WS-NOTA
003970         END-IF
003980     ELSE
003990         ADD 1 TO WS-CURSOS-CAMBIO
004000         IF REEMPLAZA-VIGENCIA
004010             MOVE "REEMPLAZA" TO WS-NOTA
004020         END-IF
004030         IF CORRIDA-APLICA
004040             PERFORM 2400-ESCRIBIR-TARIFA THRU 2400-EXIT
004050         END-IF
004060     END-IF.
004070
004080     COMPUTE WS-MENSUAL-ACTUAL = WS-MENSUAL-ACTUAL
004090         + WS-CUOTA-ACTUAL * CURSO-INSCRITOS.
004100     COMPUTE WS-MENSUAL-NUEVO = WS-MENSUAL-NUEVO
004110         + WS-CUOTA-NUEVA * CURSO-INSCRITOS.
004120     PERFORM 2500-IMPRIMIR-CURSO THRU 2500-EXIT.
004130 2100-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------*
004170*  2200-CUOTA-ANTERIOR - Cuota vigente el dia anterior a la  *
004180*  vigencia del aumento: el ultimo renglon del curso con     *
004190*  fecha menor; sin renglones, CURSO-CUOTA.  Un renglon con  *
004200*  la misma vigencia es de una corrida anterior y se         *
004210*  reemplaza.                                                 *
004220*----------------------------------------------------------*
004230 2200-CUOTA-ANTERIOR.
004240     MOVE CURSO-CUOTA TO WS-CUOTA-ACTUAL.
004250     MOVE "N" TO WS-CURSO-CON-TARIFAS.
004260     MOVE "N" TO WS-REEMPLAZA.
004270     MOVE CURSO-CODIGO TO TARIFA-CURSO.
004280     MOVE ZERO TO TARIFA-VIGENCIA.
004290     START TARIFA-FILE KEY NOT < TARIFA-CLAVE
004300         INVALID KEY
004310             GO TO 2200-EXIT
004320     END-START.
004330     MOVE "N" TO WS-FIN-TARIFAS.
004340     PERFORM 2210-REVISAR-TARIFA THRU 2210-EXIT
004350         UNTIL FIN-DE-TARIFAS.
004360 2200-EXIT.
004370     EXIT.
004380
004390 2210-REVISAR-TARIFA.
004400     READ TARIFA-FILE NEXT RECORD
004410         AT END
004420             SET FIN-DE-TARIFAS TO TRUE
004430             GO TO 2210-EXIT
004440     END-READ.
004450     IF TARIFA-CURSO NOT = CURSO-CODIGO
004460         SET FIN-DE-TARIFAS TO TRUE
004470         GO TO 2210-EXIT
004480     END-IF.
004490     SET CURSO-CON-TARIFAS TO TRUE.
004500     IF TARIFA-VIGENCIA = WS-VIGENCIA
004510         SET REEMPLAZA-VIGENCIA TO TRUE
004520     END-IF.
004530     IF TARIFA-VIGENCIA < WS-VIGENCIA
004540         MOVE TARIFA-CUOTA TO WS-CUOTA-ACTUAL
004550     END-IF.
004560 2210-EXIT.
004570     EXIT.
004580
004590 2300-BUSCAR-EN-TABLA.
004600     MOVE "N" TO WS-EN-TABLA.
004610     MOVE ZERO TO WS-IDX-HALLADO.
004620     PERFORM 2310-COMPARAR-CURSO THRU 2310-EXIT
004630         VARYING WS-IDX-TAB FROM 1 BY 1
004640         UNTIL WS-IDX-TAB > WS-TOTAL-TABLA
004650            OR CURSO-EN-TABLA.
004660 2300-EXIT.
004670     EXIT.
004680
004690 2310-COMPARAR-CURSO.
004700     IF WS-TAB-CURSO (WS-IDX-TAB) = CURSO-CODIGO
004710         SET CURSO-EN-TABLA TO TRUE
004720         MOVE WS-IDX-TAB TO WS-IDX-HALLADO
004730         MOVE "S" TO WS-TAB-USADA (WS-IDX-TAB)
004740     END-IF.
004750 2310-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------*
004790*  2400-ESCRIBIR-TARIFA - Renglon con la cuota nueva a la    *
004800*  vigencia del aumento.  Si el curso aun no tenia           *
004810*  tarifario, su cuota de catalogo queda como renglon de     *
004820*  vigencia cero para los periodos anteriores.                *
004830*----------------------------------------------------------*
004840 2400-ESCRIBIR-TARIFA.
004850     IF NOT CURSO-CON-TARIFAS
004860         INITIALIZE TARIFA-REC
004870         MOVE CURSO-CODIGO TO TARIFA-CURSO
004880         MOVE ZERO         TO TARIFA-VIGENCIA
004890         MOVE CURSO-CUOTA  TO TARIFA-CUOTA
004900         SET TARIFA-DE-CATALOGO TO TRUE
004910         MOVE WS-FECHA-HOY TO TARIFA-FEC-ALTA
004920         MOVE "TARIFAUM"   TO TARIFA-USUARIO
004930         WRITE TARIFA-REC
004940             INVALID KEY
004950                 CONTINUE
004960         END-WRITE
004970     END-IF.
004980
004990     INITIALIZE TARIFA-REC.
005000     MOVE CURSO-CODIGO   TO TARIFA-CURSO.
005010     MOVE WS-VIGENCIA    TO TARIFA-VIGENCIA.
005020     MOVE WS-CUOTA-NUEVA TO TARIFA-CUOTA.
005030     SET TARIFA-AUMENTO TO TRUE.
005040     MOVE WS-FECHA-HOY   TO TARIFA-FEC-ALTA.
005050     MOVE "TARIFAUM"     TO TARIFA-USUARIO.
005060     WRITE TARIFA-REC
005070         INVALID KEY
005080             REWRITE TARIFA-REC
005090     END-WRITE.
005100     IF WS-TAR-OK
005110         ADD 1 TO WS-TARIFAS-ESCRITAS
005120     ELSE
005130         DISPLAY "ERROR AL ESCRIBIR LA TARIFA DEL CURSO "
005140             CURSO-CODIGO " STATUS " WS-TAR-STATUS
005150         MOVE "ERROR" TO WS-NOTA
005160         MOVE 8 TO RETURN-CODE
005170     END-IF.
005180 2400-EXIT.
005190     EXIT.
005200
005210 2500-IMPRIMIR-CURSO.
005220     COMPUTE WS-DIFERENCIA = WS-CUOTA-NUEVA - WS-CUOTA-ACTUAL.
005230     IF WS-CUOTA-ACTUAL = ZERO
005240         MOVE ZERO TO WS-PCT-REAL
005250     ELSE
005260         COMPUTE WS-PCT-REAL ROUNDED =
005270             WS-DIFERENCIA * 100 / WS-CUOTA-ACTUAL
005280     END-IF.
005290     MOVE CURSO-CODIGO      TO RPT-CURSO.
005300     MOVE CURSO-DESCRIPCION TO RPT-DESCRIPCION.
005310     MOVE CURSO-INSCRITOS   TO RPT-INSCRITOS.
005320     MOVE WS-CUOTA-ACTUAL   TO RPT-ACTUAL.
005330     MOVE WS-CUOTA-NUEVA    TO RPT-NUEVA.
005340     MOVE WS-DIFERENCIA     TO RPT-DIFERENCIA.
005350     MOVE WS-PCT-REAL       TO RPT-PCT.
005360     MOVE WS-NOTA           TO RPT-NOTA.
005370     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
005380 2500-EXIT.
005390     EXIT.
005400
005410 2900-AVISAR-SIN-CURSO.
005420     IF WS-TAB-USADA (WS-IDX-TAB) NOT = "S"
005430         ADD 1 TO WS-TABLA-SIN-CURSO
005440         DISPLAY "AVISO: curso de TARINUEV no esta en el "
005450             "catalogo: " WS-TAB-CURSO (WS-IDX-TAB)
005460     END-IF.
005470 2900-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------*
005510*  9000-FINALIZAR - Totales del comparativo y resumen         *
005520*----------------------------------------------------------*
005530 9000-FINALIZAR.
005540     MOVE SPACES TO REPORTE-LINEA.
005550     WRITE REPORTE-LINEA.
005560     MOVE WS-MENSUAL-ACTUAL TO RPT-TOT-ACTUAL.
005570     MOVE WS-MENSUAL-NUEVO  TO RPT-TOT-NUEVO.
005580     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
005590     CLOSE CURSO-FILE.
005600     CLOSE TARIFA-FILE.
005610     CLOSE REPORTE-FILE.
005620     DISPLAY " ".
005630     DISPLAY "---- AUMENTO DE COLEGIATURAS ----".
005640     DISPLAY "VIGENCIA           : " WS-VIGENCIA.
005650     DISPLAY "CURSOS LEIDOS      : " WS-CURSOS-LEIDOS.
005660     DISPLAY "CON CAMBIO         : " WS-CURSOS-CAMBIO.
005670     DISPLAY "SIN CAMBIO         : " WS-CURSOS-SIN-CAMBIO.
005680     DISPLAY "TARIFAS ESCRITAS   : " WS-TARIFAS-ESCRITAS.
005690     IF MODO-TABLA
005700         DISPLAY "TABLA SIN CURSO    : " WS-TABLA-SIN-CURSO
005710     END-IF.
005720     IF NOT CORRIDA-APLICA
005730         DISPLAY "SIMULACION: TARIFIDX NO SE MODIFICO"
005740     END-IF.
005750     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
005760 9000-EXIT.
005770     EXIT.

000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  INCIREPT                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Reporte mensual de incidentes disciplinarios por curso:   *
000090*  recorre INCIDX, filtra el mes pedido, agrupa por el       *
000100*  curso del incidente (via SORT) y lista cada incidente     *
000110*  con su tipo y sancion; totaliza por curso (incidentes,    *
000120*  suspensiones y dias) y cierra con el conteo por tipo del  *
000130*  catalogo INCITIPO.  Mes en blanco = el mes recien         *
000140*  cerrado, como ASISREPT.  La salida es una generacion      *
000150*  fechada via RPTGEN.                                       *
000160*----------------------------------------------------------*
000170*  MODIFICATIONS.
000180*  2026-10-15 JFV  Creacion inicial.
000190*----------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. INCIREPT.
000220 AUTHOR. J. FIGUEROA VEGA.
000230 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000240 DATE-WRITTEN. 2026-10-15.
000250 DATE-COMPILED.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT INCIDENTE-FILE ASSIGN TO "INCIDX"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS INCI-CLAVE
000340         FILE STATUS IS WS-INC-STATUS.
000350
000360     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS ESTUDIANTE-IDEN
000400         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-STU-STATUS.
000430
000440     SELECT WORK-FILE ASSIGN TO "INCIWORK"
000450         ORGANIZATION IS SEQUENTIAL.
000460
000470     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RPT-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  INCIDENTE-FILE.
000540     COPY INCIREC.
000550
000560 FD  ESTUDIANTE-FILE.
000570     COPY ESTUD.
000580
000590 SD  WORK-FILE.
000600 01  WORK-REC.
000610     05  WORK-CURSO                PIC X(10).
000620     05  WORK-FECHA                PIC 9(08).
000630     05  WORK-FECHA-R REDEFINES WORK-FECHA.
000640         10  WORK-FEC-AAAA         PIC 9(04).
000650         10  WORK-FEC-MM           PIC 9(02).
000660         10  WORK-FEC-DD           PIC 9(02).
000670     05  WORK-IDEN                 PIC X(05).
000680     05  WORK-SECUENCIA            PIC 9(02).
000690     05  WORK-TIPO                 PIC X(02).
000700     05  WORK-SANCION              PIC X(01).
000710     05  WORK-DIAS-SUSPENSION      PIC 9(02).
000720
000730 FD  REPORTE-FILE.
000740 01  REPORTE-LINEA                PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770 01  WS-INC-STATUS                PIC X(02).
000780     88  WS-INC-OK                        VALUE "00".
000790     88  WS-INC-FIN-ARCHIVO               VALUE "10".
000800     88  WS-INC-NO-EXISTE                 VALUE "35".
000810
000820 01  WS-STU-STATUS                PIC X(02).
000830     88  WS-STU-OK                        VALUE "00".
000840
000850 01  WS-RPT-STATUS                PIC X(02).
000860     88  WS-RPT-OK                        VALUE "00".
000870
000880 01  WS-SWITCHES.
000890     05  WS-FIN-SORT              PIC X(01) VALUE "N".
000900         88  FIN-DE-SORT                  VALUE "S".
000910     05  WS-PRIMER-CURSO          PIC X(01) VALUE "S".
000920         88  ES-PRIMER-CURSO              VALUE "S".
000930         88  NO-ES-PRIMER-CURSO           VALUE "N".
000940     05  WS-HAY-INCIDENTES        PIC X(01) VALUE "N".
000950         88  INCIDENTES-DISPONIBLES       VALUE "S".
000960
000970 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "INCIREPT".
000980
000990 01  WS-MES-PROCESO               PIC 9(06) VALUE ZERO.
001000 01  WS-ENTRADA-MES               PIC X(06).
001010 01  WS-MES-INCIDENTE             PIC 9(06).
001020 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001030 01  WS-FECHA-HOY-DES REDEFINES WS-FECHA-HOY.
001040     05  WS-HOY-AAAA              PIC 9(04).
001050     05  WS-HOY-MM                PIC 9(02).
001060     05  WS-HOY-DD                PIC 9(02).
001070
001080 01  WS-CURSO-ANTERIOR            PIC X(10) VALUE SPACES.
001090
001100 01  WS-TOTALES-CURSO.
001110     05  WS-CUR-INCIDENTES        PIC 9(05) COMP VALUE ZERO.
001120     05  WS-CUR-SUSPENSIONES      PIC 9(05) COMP VALUE ZERO.
001130     05  WS-CUR-DIAS              PIC 9(05) COMP VALUE ZERO.
001140
001150 01  WS-TOTALES-GENERALES.
001160     05  WS-TOTAL-REGISTROS       PIC 9(07) COMP VALUE ZERO.
001170     05  WS-TOTAL-INCIDENTES      PIC 9(05) COMP VALUE ZERO.
001180     05  WS-TOTAL-SUSPENSIONES    PIC 9(05) COMP VALUE ZERO.
001190     05  WS-TOTAL-DIAS            PIC 9(05) COMP VALUE ZERO.
001200
001210*  Conteo del mes por tipo, en el orden del catalogo.
001220 01  WS-TABLA-POR-TIPO.
001230     05  WS-CONTEO-TIPO           PIC 9(05) COMP
001240                                  OCCURS 10 TIMES.
001250 01  WS-IDX-TIPO                  PIC 9(02) COMP.
001260
001270 01  WS-LINEA-TITULO.
001280     05  FILLER                   PIC X(37)
001290         VALUE "INCIDENTES DISCIPLINARIOS POR CURSO -".
001300     05  FILLER                   PIC X(05) VALUE " MES ".
001310     05  RPT-MES                  PIC 9(06).
001320     05  FILLER                   PIC X(32) VALUE SPACES.
001330
001340 01  WS-LINEA-ENCABEZADO.
001350     05  FILLER                   PIC X(36)
001360         VALUE "DIA   ID    NOMBRE                 ".
001370     05  FILLER                   PIC X(44)
001380         VALUE "TIPO                     SANCION        DIAS".
001390
001400 01  WS-LINEA-CURSO.
001410     05  FILLER                   PIC X(07) VALUE "CURSO: ".
001420     05  RPT-CURSO                PIC X(10).
001430     05  FILLER                   PIC X(01) VALUE SPACE.
001440     05  RPT-CURSO-DESC           PIC X(30).
001450     05  FILLER                   PIC X(32) VALUE SPACES.
001460
001470 01  WS-LINEA-DETALLE.
001480     05  RPT-DIA                  PIC 9(02).
001490     05  FILLER                   PIC X(04) VALUE SPACES.
001500     05  RPT-IDEN                 PIC X(05).
001510     05  FILLER                   PIC X(01) VALUE SPACE.
001520     05  RPT-NOMBRE               PIC X(22).
001530     05  FILLER                   PIC X(01) VALUE SPACE.
001540     05  RPT-TIPO                 PIC X(24).
001550     05  FILLER                   PIC X(01) VALUE SPACE.
001560     05  RPT-SANCION              PIC X(14).
001570     05  FILLER                   PIC X(02) VALUE SPACES.
001580     05  RPT-DIAS                 PIC Z9.
001590     05  FILLER                   PIC X(02) VALUE SPACES.
001600
001610 01  WS-LINEA-TOTAL-CURSO.
001620     05  FILLER                   PIC X(18)
001630         VALUE "TOTAL DEL CURSO:  ".
001640     05  RPT-TOT-INCIDENTES       PIC ZZZZ9.
001650     05  FILLER                   PIC X(16)
001660         VALUE " INCIDENTES, SU=".
001670     05  RPT-TOT-SUSPENSIONES     PIC ZZZZ9.
001680     05  FILLER                   PIC X(07)
001690         VALUE " DIAS=".
001700     05  RPT-TOT-DIAS             PIC ZZZZ9.
001710     05  FILLER                   PIC X(24) VALUE SPACES.
001720
001730 01  WS-LINEA-TIPO.
001740     05  FILLER                   PIC X(04) VALUE SPACES.
001750     05  RPT-TIP-CODIGO           PIC X(02).
001760     05  FILLER                   PIC X(01) VALUE SPACE.
001770     05  RPT-TIP-TEXTO            PIC X(30).
001780     05  FILLER                   PIC X(01) VALUE SPACE.
001790     05  RPT-TIP-CONTEO           PIC ZZZZ9.
001800     05  FILLER                   PIC X(37) VALUE SPACES.
001810
001820 01  WS-LINEA-TOTAL.
001830     05  RPT-TOT-TEXTO            PIC X(40).
001840     05  RPT-TOT-VALOR            PIC ZZ,ZZ9.
001850     05  FILLER                   PIC X(34) VALUE SPACES.
001860
001870 01  WS-LINEA-VACIA.
001880     05  FILLER                   PIC X(40)
001890         VALUE "SIN INCIDENTES EN EL MES".
001900     05  FILLER                   PIC X(40) VALUE SPACES.
001910
001920 COPY INCITIPO.
001930
001940 COPY ERRPARM.
001950
001960 COPY RPTGPARM.
001970
001980 COPY CURSOPARM.
001990
002000 PROCEDURE DIVISION.
002010 0000-MAINLINE.
002020     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002030     IF INCIDENTES-DISPONIBLES
002040         PERFORM 2000-GENERAR-REPORTE THRU 2000-EXIT
002050     END-IF.
002060     PERFORM 8000-RESUMEN-POR-TIPO THRU 8000-EXIT.
002070     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002080     GOBACK.
002090
002100*----------------------------------------------------------*
002110*  1000-INICIALIZAR - Mes a reportar y archivos; sin INCIDX  *
002120*  el reporte sale vacio.                                    *
002130*----------------------------------------------------------*
002140 1000-INICIALIZAR.
002150     OPEN INPUT INCIDENTE-FILE.
002160     IF WS-INC-OK
002170         SET INCIDENTES-DISPONIBLES TO TRUE
002180     ELSE
002190         IF NOT WS-INC-NO-EXISTE
002200             MOVE "INCIREPT"      TO ERRHAND-PROGRAMA
002210             MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002220             MOVE WS-INC-STATUS   TO ERRHAND-FILE-STATUS
002230             SET ERRHAND-FATAL TO TRUE
002240             MOVE "ERROR AL ABRIR INCIDX" TO ERRHAND-MENSAJE
002250             CALL "ERRHAND" USING ERRHAND-PARM
002260             STOP RUN
002270         END-IF
002280     END-IF.
002290
002300     OPEN INPUT ESTUDIANTE-FILE.
002310     IF NOT WS-STU-OK
002320         MOVE "INCIREPT"      TO ERRHAND-PROGRAMA
002330         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002340         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
002350         SET ERRHAND-FATAL TO TRUE
002360         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
002370         CALL "ERRHAND" USING ERRHAND-PARM
002380         STOP RUN
002390     END-IF.
002400
002410     DISPLAY "Mes a reportar AAAAMM (blanco = mes recien"
002420         " cerrado):".
002430     MOVE SPACES TO WS-ENTRADA-MES.
002440     ACCEPT WS-ENTRADA-MES.
002450     IF WS-ENTRADA-MES IS NUMERIC
002460         MOVE WS-ENTRADA-MES TO WS-MES-PROCESO
002470     ELSE
002480         PERFORM 1100-MES-ANTERIOR THRU 1100-EXIT
002490         DISPLAY "SIN MES TECLEADO: SE TOMA " WS-MES-PROCESO
002500     END-IF.
002510
002520     INITIALIZE WS-TABLA-POR-TIPO.
002530     MOVE "INCIREPT" TO RPTGEN-REPORTE.
002540     CALL "RPTGEN" USING RPTGEN-PARM.
002550     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
002560     OPEN OUTPUT REPORTE-FILE.
002570     MOVE WS-MES-PROCESO TO RPT-MES.
002580     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
002590 1000-EXIT.
002600     EXIT.
002610
002620*----------------------------------------------------------*
002630*  1100-MES-ANTERIOR - El mes recien cerrado: el anterior    *
002640*  al de la fecha del sistema.                               *
002650*----------------------------------------------------------*
002660 1100-MES-ANTERIOR.
002670     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002680     IF WS-HOY-MM = 1
002690         COMPUTE WS-MES-PROCESO =
002700             (WS-HOY-AAAA - 1) * 100 + 12
002710     ELSE
002720         COMPUTE WS-MES-PROCESO =
002730             WS-HOY-AAAA * 100 + WS-HOY-MM - 1
002740     END-IF.
002750 1100-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------*
002790*  2000-GENERAR-REPORTE - Filtra el mes, agrupa por curso    *
002800*  con SORT y escribe el detalle con sus totales.            *
002810*----------------------------------------------------------*
002820 2000-GENERAR-REPORTE.
002830     SORT WORK-FILE
002840         ON ASCENDING KEY WORK-CURSO WORK-FECHA
002850                          WORK-IDEN WORK-SECUENCIA
002860         INPUT PROCEDURE IS 2100-SELECCIONAR-MES THRU 2100-EXIT
002870         OUTPUT PROCEDURE IS 2200-IMPRIMIR-CURSOS THRU 2200-EXIT.
002880 2000-EXIT.
002890     EXIT.
002900
002910 2100-SELECCIONAR-MES.
002920     PERFORM 2110-LEER-INCIDENTE THRU 2110-EXIT
002930         UNTIL WS-INC-FIN-ARCHIVO.
002940 2100-EXIT.
002950     EXIT.
002960
002970 2110-LEER-INCIDENTE.
002980     READ INCIDENTE-FILE NEXT RECORD
002990         AT END
003000             SET WS-INC-FIN-ARCHIVO TO TRUE
003010             GO TO 2110-EXIT
003020     END-READ.
003030     ADD 1 TO WS-TOTAL-REGISTROS.
003040     COMPUTE WS-MES-INCIDENTE =
003050         INCI-FEC-AAAA * 100 + INCI-FEC-MM.
003060     IF WS-MES-INCIDENTE NOT = WS-MES-PROCESO
003070         GO TO 2110-EXIT
003080     END-IF.
003090     MOVE INCI-CURSO           TO WORK-CURSO.
003100     MOVE INCI-FECHA           TO WORK-FECHA.
003110     MOVE INCI-IDEN            TO WORK-IDEN.
003120     MOVE INCI-SECUENCIA       TO WORK-SECUENCIA.
003130     MOVE INCI-TIPO            TO WORK-TIPO.
003140     MOVE INCI-SANCION         TO WORK-SANCION.
003150     MOVE INCI-DIAS-SUSPENSION TO WORK-DIAS-SUSPENSION.
003160     RELEASE WORK-REC.
003170 2110-EXIT.
003180     EXIT.
003190
003200*----------------------------------------------------------*
003210*  2200-IMPRIMIR-CURSOS - Descarga el SORT cortando por      *
003220*  curso; acumula por curso, por tipo y en total.            *
003230*----------------------------------------------------------*
003240 2200-IMPRIMIR-CURSOS.
003250     PERFORM 2210-RETORNAR-UNO THRU 2210-EXIT
003260         UNTIL FIN-DE-SORT.
003270     IF NO-ES-PRIMER-CURSO
003280         PERFORM 2250-TOTAL-DE-CURSO THRU 2250-EXIT
003290     END-IF.
003300 2200-EXIT.
003310     EXIT.
003320
003330 2210-RETORNAR-UNO.
003340     RETURN WORK-FILE
003350         AT END
003360             SET FIN-DE-SORT TO TRUE
003370             GO TO 2210-EXIT
003380     END-RETURN.
003390
003400     IF ES-PRIMER-CURSO
003410         SET NO-ES-PRIMER-CURSO TO TRUE
003420         MOVE WORK-CURSO TO WS-CURSO-ANTERIOR
003430         PERFORM 2230-ENCABEZAR-CURSO THRU 2230-EXIT
003440     END-IF.
003450     IF WORK-CURSO NOT = WS-CURSO-ANTERIOR
003460         PERFORM 2250-TOTAL-DE-CURSO THRU 2250-EXIT
003470         MOVE WORK-CURSO TO WS-CURSO-ANTERIOR
003480         PERFORM 2230-ENCABEZAR-CURSO THRU 2230-EXIT
003490     END-IF.
003500
003510     MOVE WORK-IDEN TO ESTUDIANTE-IDEN.
003520     READ ESTUDIANTE-FILE
003530         INVALID KEY
003540             MOVE SPACES TO ESTUDIANTE-NOMBRE
003550     END-READ.
003560
003570     SET INCITIPO-IDX TO 1.
003580     SEARCH INCITIPO-ENTRADA
003590         AT END
003600             MOVE WORK-TIPO TO RPT-TIPO
003610         WHEN INCITIPO-CODIGO (INCITIPO-IDX) = WORK-TIPO
003620             MOVE INCITIPO-TEXTO (INCITIPO-IDX) TO RPT-TIPO
003630             SET WS-IDX-TIPO TO INCITIPO-IDX
003640             ADD 1 TO WS-CONTEO-TIPO (WS-IDX-TIPO)
003650     END-SEARCH.
003660     SET INCISANC-IDX TO 1.
003670     SEARCH INCISANC-ENTRADA
003680         AT END
003690             MOVE WORK-SANCION TO RPT-SANCION
003700         WHEN INCISANC-CODIGO (INCISANC-IDX) = WORK-SANCION
003710             MOVE INCISANC-TEXTO (INCISANC-IDX) TO RPT-SANCION
003720     END-SEARCH.
003730
003740     MOVE WORK-FEC-DD       TO RPT-DIA.
003750     MOVE WORK-IDEN         TO RPT-IDEN.
003760     MOVE ESTUDIANTE-NOMBRE TO RPT-NOMBRE.
003770     MOVE WORK-DIAS-SUSPENSION TO RPT-DIAS.
003780     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
003790
003800     ADD 1 TO WS-CUR-INCIDENTES.
003810     ADD 1 TO WS-TOTAL-INCIDENTES.
003820     IF WORK-DIAS-SUSPENSION > ZERO
003830         ADD 1 TO WS-CUR-SUSPENSIONES
003840         ADD 1 TO WS-TOTAL-SUSPENSIONES
003850         ADD WORK-DIAS-SUSPENSION TO WS-CUR-DIAS
003860         ADD WORK-DIAS-SUSPENSION TO WS-TOTAL-DIAS
003870     END-IF.
003880 2210-EXIT.
003890     EXIT.
003900
003910 2230-ENCABEZAR-CURSO.
003920     SET CURSOCHK-VALIDAR TO TRUE.
003930     MOVE WS-CURSO-ANTERIOR TO CURSOCHK-CODIGO.
003940     CALL "CURSOCHK" USING CURSOCHK-PARM.
003950     MOVE WS-CURSO-ANTERIOR TO RPT-CURSO.
003960     MOVE CURSOCHK-DESCRIPCION TO RPT-CURSO-DESC.
003970     MOVE SPACES TO REPORTE-LINEA.
003980     WRITE REPORTE-LINEA.
003990     WRITE REPORTE-LINEA FROM WS-LINEA-CURSO.
004000     WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.
004010 2230-EXIT.
004020     EXIT.
004030
004040 2250-TOTAL-DE-CURSO.
004050     MOVE WS-CUR-INCIDENTES   TO RPT-TOT-INCIDENTES.
004060     MOVE WS-CUR-SUSPENSIONES TO RPT-TOT-SUSPENSIONES.
004070     MOVE WS-CUR-DIAS         TO RPT-TOT-DIAS.
004080     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL-CURSO.
004090     MOVE ZERO TO WS-CUR-INCIDENTES.
004100     MOVE ZERO TO WS-CUR-SUSPENSIONES.
004110     MOVE ZERO TO WS-CUR-DIAS.
004120 2250-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------*
004160*  8000-RESUMEN-POR-TIPO - Conteo del mes por tipo de        *
004170*  incidente y totales generales.                            *
004180*----------------------------------------------------------*
004190 8000-RESUMEN-POR-TIPO.
004200     MOVE SPACES TO REPORTE-LINEA.
004210     WRITE REPORTE-LINEA.
004220     IF WS-TOTAL-INCIDENTES = ZERO
004230         WRITE REPORTE-LINEA FROM WS-LINEA-VACIA
004240         GO TO 8000-EXIT
004250     END-IF.
004260     MOVE "INCIDENTES DEL MES POR TIPO:" TO REPORTE-LINEA.
004270     WRITE REPORTE-LINEA.
004280     PERFORM 8100-RENGLON-TIPO THRU 8100-EXIT
004290         VARYING INCITIPO-IDX FROM 1 BY 1
004300         UNTIL INCITIPO-IDX > INCITIPO-TOTAL.
004310     MOVE SPACES TO REPORTE-LINEA.
004320     WRITE REPORTE-LINEA.
004330     MOVE "TOTAL DE INCIDENTES:" TO RPT-TOT-TEXTO.
004340     MOVE WS-TOTAL-INCIDENTES TO RPT-TOT-VALOR.
004350     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
004360     MOVE "SUSPENSIONES:" TO RPT-TOT-TEXTO.
004370     MOVE WS-TOTAL-SUSPENSIONES TO RPT-TOT-VALOR.
004380     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
004390     MOVE "DIAS DE SUSPENSION:" TO RPT-TOT-TEXTO.
004400     MOVE WS-TOTAL-DIAS TO RPT-TOT-VALOR.
004410     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
004420 8000-EXIT.
004430     EXIT.
004440
004450 8100-RENGLON-TIPO.
004460     SET WS-IDX-TIPO TO INCITIPO-IDX.
004470     IF WS-CONTEO-TIPO (WS-IDX-TIPO) = ZERO
004480         GO TO 8100-EXIT
004490     END-IF.
004500     MOVE INCITIPO-CODIGO (INCITIPO-IDX) TO RPT-TIP-CODIGO.
004510     MOVE INCITIPO-TEXTO (INCITIPO-IDX)  TO RPT-TIP-TEXTO.
004520     MOVE WS-CONTEO-TIPO (WS-IDX-TIPO)   TO RPT-TIP-CONTEO.
004530     WRITE REPORTE-LINEA FROM WS-LINEA-TIPO.
004540 8100-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------*
004580*  9000-FINALIZAR - Cierra archivos e imprime el resumen     *
004590*----------------------------------------------------------*
004600 9000-FINALIZAR.
004610     IF INCIDENTES-DISPONIBLES
004620         CLOSE INCIDENTE-FILE
004630     END-IF.
004640     CLOSE ESTUDIANTE-FILE.
004650     CLOSE REPORTE-FILE.
004660     DISPLAY " ".
004670     DISPLAY "INCIDENTES LEIDOS  : " WS-TOTAL-REGISTROS.
004680     DISPLAY "INCIDENTES DEL MES : " WS-TOTAL-INCIDENTES.
004690     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
004700 9000-EXIT.
004710     EXIT.

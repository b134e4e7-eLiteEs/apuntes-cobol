000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  EXTRELEG                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Elegibles a examen extraordinario: al final del ciclo,    *
000090*  antes de la promocion (ESCPROMO), promedia las notas de   *
000100*  los tres periodos de cada materia de cada estudiante      *
000110*  activo (NOTASIDX) y la que reprueba en la escala de su    *
000120*  nivel (ESCALCHK) se da de alta en EXTRIDX como elegible,  *
000130*  con su calificacion original.  La materia que el plan de  *
000140*  estudios (PLANIDX) marca como que no cuenta para la       *
000150*  promocion no lleva extraordinario.  Una materia ya dada   *
000160*  de alta no se toca (la corrida se puede repetir).  El     *
000170*  listado sale por curso, via la rutina comun RPTGEN.       *
000180*  El ciclo es el anio de la corrida; SYSIN AAAA lo cambia.  *
000190*----------------------------------------------------------*
000200*  MODIFICATIONS.
000210*  2026-10-15 JFV  Creacion inicial.
000212*  2026-10-15 JFV  La materia reprueba segun la escala de
000214*                  calificacion del nivel del curso (rutina
000216*                  comun ESCALCHK, nivel via CURSOCHK) en vez
000218*                  del 6.00 fijo.
000220*----------------------------------------------------------*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. EXTRELEG.
000250 AUTHOR. J. FIGUEROA VEGA.
000260 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS ESTUDIANTE-IDEN
000370         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000380             WITH DUPLICATES
000390         FILE STATUS IS WS-STU-STATUS.
000400
000410     SELECT NOTAS-FILE ASSIGN TO "NOTASIDX"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS NOTA-CLAVE
000450         FILE STATUS IS WS-NOT-STATUS.
000460
000470     SELECT PLAN-FILE ASSIGN TO "PLANIDX"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS PLAN-CLAVE
000510         FILE STATUS IS WS-PLA-STATUS.
000520
000530     SELECT EXTRA-FILE ASSIGN TO "EXTRIDX"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS EXTR-CLAVE
000570         FILE STATUS IS WS-EXT-STATUS.
000580
000590     SELECT WORK-FILE ASSIGN TO "EXTRWORK"
000600         ORGANIZATION IS SEQUENTIAL.
000610
000620     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RPT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ESTUDIANTE-FILE.
000690     COPY ESTUD.
000700
000710 FD  NOTAS-FILE.
000720     COPY NOTAREC.
000730
000740 FD  PLAN-FILE.
000750     COPY PLANREC.
000760
000770 FD  EXTRA-FILE.
000780     COPY EXTRREC.
000790
000800 SD  WORK-FILE.
000810 01  WORK-REC.
000820     05  WORK-CURSO                PIC X(10).
000830     05  WORK-NOMBRE               PIC X(30).
000840     05  WORK-IDEN                 PIC X(05).
000850     05  WORK-MATERIA              PIC X(10).
000860     05  WORK-CALIF                PIC 9(02)V9(02).
000870     05  WORK-ESTADO               PIC X(01).
000880
000890 FD  REPORTE-FILE.
000900 01  REPORTE-LINEA                PIC X(80).
000910
000920 WORKING-STORAGE SECTION.
000930 01  WS-STU-STATUS                PIC X(02).
000940     88  WS-STU-OK                        VALUE "00".
000950     88  WS-STU-FIN-ARCHIVO               VALUE "10".
000960
000970 01  WS-NOT-STATUS                PIC X(02).
000980     88  WS-NOT-OK                        VALUE "00".
000990
001000 01  WS-PLA-STATUS                PIC X(02).
001010     88  WS-PLA-OK                        VALUE "00".
001020
001030 01  WS-EXT-STATUS                PIC X(02).
001040     88  WS-EXT-OK                        VALUE "00".
001050     88  WS-EXT-DUPLICADO                 VALUE "22".
001060
001070 01  WS-RPT-STATUS                PIC X(02).
001080     88  WS-RPT-OK                        VALUE "00".
001090
001100 01  WS-SWITCHES.
001110     05  WS-FIN-SORT              PIC X(01) VALUE "N".
001120         88  FIN-DE-SORT                  VALUE "S".
001130     05  WS-FIN-NOTAS             PIC X(01) VALUE "N".
001140         88  FIN-DE-NOTAS                 VALUE "S".
001150     05  WS-PRIMER-CURSO          PIC X(01) VALUE "S".
001160         88  ES-PRIMER-CURSO              VALUE "S".
001170         88  NO-ES-PRIMER-CURSO           VALUE "N".
001180     05  WS-HAY-PLAN              PIC X(01) VALUE "N".
001190         88  PLAN-DISPONIBLE              VALUE "S".
001200
001210 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "EXTRELEG".
001220
001230 01  WS-NIVEL-ESTUDIANTE          PIC 9(02) VALUE ZERO.
001240 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001250 01  WS-ENTRADA-ANIO              PIC X(04).
001260 01  WS-ANIO-CICLO                PIC 9(04) VALUE ZERO.
001270
001280 01  WS-MATERIA-ACTUAL            PIC X(10) VALUE SPACES.
001290 01  WS-SUMA-CALIF                PIC 9(03)V9(02) VALUE ZERO.
001300 01  WS-NOTAS-MATERIA             PIC 9(02) COMP VALUE ZERO.
001310 01  WS-PROMEDIO-MATERIA          PIC 9(02)V9(02) VALUE ZERO.
001320 01  WS-CURSO-ANTERIOR            PIC X(10) VALUE SPACES.
001330
001340 01  WS-CONTADORES.
001350     05  WS-ESTUDIANTES-REVISADOS PIC 9(05) COMP VALUE ZERO.
001360     05  WS-MATERIAS-REPROBADAS   PIC 9(05) COMP VALUE ZERO.
001370     05  WS-ALTAS-NUEVAS          PIC 9(05) COMP VALUE ZERO.
001380     05  WS-YA-REGISTRADAS        PIC 9(05) COMP VALUE ZERO.
001390
001400 01  WS-LINEA-TITULO.
001410     05  FILLER                   PIC X(36)
001420         VALUE "ELEGIBLES A EXAMEN EXTRAORDINARIO -".
001430     05  FILLER                   PIC X(07) VALUE " CICLO ".
001440     05  RPT-ANIO                 PIC 9(04).
001450     05  FILLER                   PIC X(33) VALUE SPACES.
001460
001470 01  WS-LINEA-CURSO.
001480     05  FILLER                   PIC X(13)
001490         VALUE "===== CURSO: ".
001500     05  RPT-CURSO                PIC X(10).
001510     05  FILLER                   PIC X(06) VALUE " =====".
001520     05  FILLER                   PIC X(51) VALUE SPACES.
001530
001540 01  WS-LINEA-ELEGIBLE.
001550     05  FILLER                   PIC X(04) VALUE SPACES.
001560     05  RPT-IDEN                 PIC X(05).
001570     05  FILLER                   PIC X(01) VALUE SPACE.
001580     05  RPT-NOMBRE               PIC X(30).
001590     05  FILLER                   PIC X(01) VALUE SPACE.
001600     05  RPT-MATERIA              PIC X(10).
001610     05  FILLER                   PIC X(02) VALUE SPACES.
001620     05  RPT-CALIF                PIC Z9.99.
001630     05  FILLER                   PIC X(02) VALUE SPACES.
001640     05  RPT-ESTADO               PIC X(14).
001650     05  FILLER                   PIC X(06) VALUE SPACES.
001660
001670 01  WS-LINEA-SIN-ELEGIBLES.
001680     05  FILLER                   PIC X(40)
001690         VALUE "    (NINGUNA MATERIA REPROBADA)".
001700     05  FILLER                   PIC X(40) VALUE SPACES.
001710
001720 01  WS-LINEA-TOTALES.
001730     05  FILLER                   PIC X(22)
001740         VALUE "MATERIAS REPROBADAS: ".
001750     05  RPT-TOT-REPROBADAS       PIC ZZ,ZZ9.
001760     05  FILLER                   PIC X(16)
001770         VALUE "   ALTAS NUEVAS:".
001780     05  RPT-TOT-ALTAS            PIC ZZ,ZZ9.
001790     05  FILLER                   PIC X(30) VALUE SPACES.
001800
001810 01  WS-LINEA-SEPARADOR           PIC X(80) VALUE ALL "-".
001820
001830 COPY ERRPARM.
001840
001850 COPY RPTGPARM.
001852
001854 COPY CURSOPARM.
001856
001858 COPY ESCAPARM.
001860
001870 PROCEDURE DIVISION.
001880 0000-MAINLINE.
001890     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001900     PERFORM 2000-BUSCAR-ELEGIBLES THRU 2000-EXIT.
001910     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001920     STOP RUN.
001930
001940*----------------------------------------------------------*
001950*  1000-INICIALIZAR - Ciclo a revisar, apertura de archivos  *
001960*  y generacion fechada del listado.                          *
001970*----------------------------------------------------------*
001980 1000-INICIALIZAR.
001990     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002000     MOVE WS-FECHA-HOY (1:4) TO WS-ANIO-CICLO.
002010     DISPLAY "Ciclo AAAA (blanco = el actual):".
002020     MOVE SPACES TO WS-ENTRADA-ANIO.
002030     ACCEPT WS-ENTRADA-ANIO.
002040     IF WS-ENTRADA-ANIO NOT = SPACES
002050         IF WS-ENTRADA-ANIO IS NUMERIC
002060             MOVE WS-ENTRADA-ANIO TO WS-ANIO-CICLO
002070         ELSE
002080             DISPLAY "CICLO INVALIDO, NO SE REVISA NADA"
002090             MOVE 8 TO RETURN-CODE
002100             STOP RUN
002110         END-IF
002120     END-IF.
002130
002140     OPEN INPUT ESTUDIANTE-FILE.
002150     IF NOT WS-STU-OK
002160         MOVE "EXTRELEG"      TO ERRHAND-PROGRAMA
002170         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002180         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
002190         SET ERRHAND-FATAL TO TRUE
002200         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
002210         CALL "ERRHAND" USING ERRHAND-PARM
002220         MOVE 8 TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250
002260     OPEN INPUT NOTAS-FILE.
002270     IF NOT WS-NOT-OK
002280         MOVE "EXTRELEG"      TO ERRHAND-PROGRAMA
002290         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002300         MOVE WS-NOT-STATUS   TO ERRHAND-FILE-STATUS
002310         SET ERRHAND-FATAL TO TRUE
002320         MOVE "ERROR AL ABRIR NOTASIDX" TO ERRHAND-MENSAJE
002330         CALL "ERRHAND" USING ERRHAND-PARM
002340         MOVE 8 TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370
002380     OPEN I-O EXTRA-FILE.
002390     IF NOT WS-EXT-OK
002400         IF WS-EXT-STATUS = "35"
002410             OPEN OUTPUT EXTRA-FILE
002420             CLOSE EXTRA-FILE
002430             OPEN I-O EXTRA-FILE
002440         END-IF
002450     END-IF.
002460     IF NOT WS-EXT-OK
002470         MOVE "EXTRELEG"      TO ERRHAND-PROGRAMA
002480         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002490         MOVE WS-EXT-STATUS   TO ERRHAND-FILE-STATUS
002500         SET ERRHAND-FATAL TO TRUE
002510         MOVE "ERROR AL ABRIR EXTRIDX" TO ERRHAND-MENSAJE
002520         CALL "ERRHAND" USING ERRHAND-PARM
002530         MOVE 8 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560
002570*  Sin plan de estudios todas las materias llevan
002580*  extraordinario.
002590     OPEN INPUT PLAN-FILE.
002600     IF WS-PLA-OK
002610         SET PLAN-DISPONIBLE TO TRUE
002620     ELSE
002630         DISPLAY "AVISO: SIN PLANIDX, TODAS LAS MATERIAS CUENTAN"
002640     END-IF.
002650
002660     MOVE "EXTRELEG" TO RPTGEN-REPORTE.
002670     CALL "RPTGEN" USING RPTGEN-PARM.
002680     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
002690     OPEN OUTPUT REPORTE-FILE.
002700     MOVE WS-ANIO-CICLO TO RPT-ANIO.
002710     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
002720     WRITE REPORTE-LINEA FROM WS-LINEA-SEPARADOR.
002730 1000-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------*
002770*  2000-BUSCAR-ELEGIBLES - Da de alta las materias           *
002780*  reprobadas y las lista ordenadas por curso y nombre.      *
002790*----------------------------------------------------------*
002800 2000-BUSCAR-ELEGIBLES.
002810     SORT WORK-FILE
002820         ON ASCENDING KEY WORK-CURSO WORK-NOMBRE WORK-IDEN
002830                          WORK-MATERIA
002840         INPUT PROCEDURE IS 2100-REVISAR-ACTIVOS THRU 2100-EXIT
002850         OUTPUT PROCEDURE IS 2500-IMPRIMIR-ELEGIBLES
002860             THRU 2500-EXIT.
002870 2000-EXIT.
002880     EXIT.
002890
002900 2100-REVISAR-ACTIVOS.
002910     PERFORM 2110-LEER-ESTUDIANTE THRU 2110-EXIT
002920         UNTIL WS-STU-FIN-ARCHIVO.
002930 2100-EXIT.
002940     EXIT.
002950
002960 2110-LEER-ESTUDIANTE.
002970     READ ESTUDIANTE-FILE NEXT RECORD
002980         AT END
002990             SET WS-STU-FIN-ARCHIVO TO TRUE
003000             GO TO 2110-EXIT
003010     END-READ.
003020     IF NOT ESTUDIANTE-ACTIVO
003030         GO TO 2110-EXIT
003040     END-IF.
003050     ADD 1 TO WS-ESTUDIANTES-REVISADOS.
003052     SET CURSOCHK-VALIDAR TO TRUE.
003054     MOVE ESTUDIANTE-CURSO TO CURSOCHK-CODIGO.
003056     CALL "CURSOCHK" USING CURSOCHK-PARM.
003058     MOVE CURSOCHK-NIVEL TO WS-NIVEL-ESTUDIANTE.
003060     PERFORM 2200-REVISAR-NOTAS THRU 2200-EXIT.
003070 2110-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------*
003110*  2200-REVISAR-NOTAS - Recorre el detalle del estudiante    *
003120*  cortando por materia (la clave trae los periodos de una   *
003130*  materia juntos).                                           *
003140*----------------------------------------------------------*
003150 2200-REVISAR-NOTAS.
003160     MOVE SPACES TO WS-MATERIA-ACTUAL.
003170     MOVE ZERO TO WS-SUMA-CALIF.
003180     MOVE ZERO TO WS-NOTAS-MATERIA.
003190     MOVE "N" TO WS-FIN-NOTAS.
003200     MOVE ESTUDIANTE-IDEN TO NOTA-IDEN.
003210     MOVE SPACES TO NOTA-MATERIA.
003220     MOVE ZERO TO NOTA-PERIODO.
003230     START NOTAS-FILE KEY NOT < NOTA-CLAVE
003240         INVALID KEY
003250             SET FIN-DE-NOTAS TO TRUE
003260     END-START.
003270     PERFORM 2210-ACUMULAR-NOTA THRU 2210-EXIT
003280         UNTIL FIN-DE-NOTAS.
003290     IF WS-MATERIA-ACTUAL NOT = SPACES
003300         PERFORM 2300-EVALUAR-MATERIA THRU 2300-EXIT
003310     END-IF.
003320 2200-EXIT.
003330     EXIT.
003340
003350 2210-ACUMULAR-NOTA.
003360     READ NOTAS-FILE NEXT RECORD
003370         AT END
003380             SET FIN-DE-NOTAS TO TRUE
003390             GO TO 2210-EXIT
003400     END-READ.
003410     IF NOTA-IDEN NOT = ESTUDIANTE-IDEN
003420         SET FIN-DE-NOTAS TO TRUE
003430         GO TO 2210-EXIT
003440     END-IF.
003450     IF NOTA-MATERIA NOT = WS-MATERIA-ACTUAL
003460         IF WS-MATERIA-ACTUAL NOT = SPACES
003470             PERFORM 2300-EVALUAR-MATERIA THRU 2300-EXIT
003480         END-IF
003490         MOVE NOTA-MATERIA TO WS-MATERIA-ACTUAL
003500         MOVE ZERO TO WS-SUMA-CALIF
003510         MOVE ZERO TO WS-NOTAS-MATERIA
003520     END-IF.
003530     ADD NOTA-CALIF TO WS-SUMA-CALIF.
003540     ADD 1 TO WS-NOTAS-MATERIA.
003550 2210-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------*
003590*  2300-EVALUAR-MATERIA - Promedio anual de la materia; si   *
003600*  reprueba y cuenta para la promocion, alta en EXTRIDX.     *
003610*----------------------------------------------------------*
003620 2300-EVALUAR-MATERIA.
003630     IF WS-NOTAS-MATERIA = ZERO
003640         GO TO 2300-EXIT
003650     END-IF.
003660     COMPUTE WS-PROMEDIO-MATERIA ROUNDED =
003670         WS-SUMA-CALIF / WS-NOTAS-MATERIA.
003672     MOVE WS-NIVEL-ESTUDIANTE TO ESCALCHK-NIVEL.
003674     MOVE WS-PROMEDIO-MATERIA TO ESCALCHK-CALIF.
003676     CALL "ESCALCHK" USING ESCALCHK-PARM.
003680     IF ESCALCHK-APROBADA
003690         GO TO 2300-EXIT
003700     END-IF.
003710     IF PLAN-DISPONIBLE
003720         MOVE ESTUDIANTE-CURSO  TO PLAN-CURSO
003730         MOVE WS-MATERIA-ACTUAL TO PLAN-MATERIA
003740         READ PLAN-FILE
003750             INVALID KEY
003760                 CONTINUE
003770             NOT INVALID KEY
003780                 IF NOT PLAN-CUENTA-PROMOCION
003790                     GO TO 2300-EXIT
003800                 END-IF
003810         END-READ
003820     END-IF.
003830     ADD 1 TO WS-MATERIAS-REPROBADAS.
003840
003850     INITIALIZE EXTR-REC.
003860     MOVE ESTUDIANTE-IDEN     TO EXTR-IDEN.
003870     MOVE WS-ANIO-CICLO       TO EXTR-ANIO.
003880     MOVE WS-MATERIA-ACTUAL   TO EXTR-MATERIA.
003890     MOVE ESTUDIANTE-CURSO    TO EXTR-CURSO.
003900     MOVE WS-PROMEDIO-MATERIA TO EXTR-CALIF-ORIGINAL.
003910     SET EXTR-ELEGIBLE TO TRUE.
003920     MOVE WS-FECHA-HOY        TO EXTR-FEC-ALTA.
003930     MOVE "EXTRELEG-BATCH"    TO EXTR-USUARIO.
003940     WRITE EXTR-REC
003950         INVALID KEY
003960             CONTINUE
003970         NOT INVALID KEY
003980             ADD 1 TO WS-ALTAS-NUEVAS
003990     END-WRITE.
004000     IF WS-EXT-DUPLICADO
004010         ADD 1 TO WS-YA-REGISTRADAS
004020         READ EXTRA-FILE
004030             INVALID KEY
004040                 CONTINUE
004050         END-READ
004060     ELSE
004070         IF NOT WS-EXT-OK
004080             MOVE "EXTRELEG"      TO ERRHAND-PROGRAMA
004090             MOVE "2300-EVALUAR-MATERIA" TO ERRHAND-PARRAFO
004100             MOVE WS-EXT-STATUS   TO ERRHAND-FILE-STATUS
004110             SET ERRHAND-FATAL TO TRUE
004120             MOVE "ERROR AL GRABAR EXTRIDX" TO ERRHAND-MENSAJE
004130             CALL "ERRHAND" USING ERRHAND-PARM
004140             MOVE 8 TO RETURN-CODE
004150             STOP RUN
004160         END-IF
004170     END-IF.
004180
004190     MOVE ESTUDIANTE-CURSO    TO WORK-CURSO.
004200     MOVE ESTUDIANTE-NOMBRE   TO WORK-NOMBRE.
004210     MOVE ESTUDIANTE-IDEN     TO WORK-IDEN.
004220     MOVE WS-MATERIA-ACTUAL   TO WORK-MATERIA.
004230     MOVE EXTR-CALIF-ORIGINAL TO WORK-CALIF.
004240     MOVE EXTR-ESTADO         TO WORK-ESTADO.
004250     RELEASE WORK-REC.
004260 2300-EXIT.
004270     EXIT.
004280
004290*----------------------------------------------------------*
004300*  2500-IMPRIMIR-ELEGIBLES - Descarga el SORT cortando por   *
004310*  curso.                                                     *
004320*----------------------------------------------------------*
004330 2500-IMPRIMIR-ELEGIBLES.
004340     PERFORM 2510-RETORNAR-UNO THRU 2510-EXIT
004350         UNTIL FIN-DE-SORT.
004360     IF ES-PRIMER-CURSO
004370         WRITE REPORTE-LINEA FROM WS-LINEA-SIN-ELEGIBLES
004380     END-IF.
004390 2500-EXIT.
004400     EXIT.
004410
004420 2510-RETORNAR-UNO.
004430     RETURN WORK-FILE
004440         AT END
004450             SET FIN-DE-SORT TO TRUE
004460             GO TO 2510-EXIT
004470     END-RETURN.
004480
004490     IF ES-PRIMER-CURSO
004500        OR WORK-CURSO NOT = WS-CURSO-ANTERIOR
004510         SET NO-ES-PRIMER-CURSO TO TRUE
004520         MOVE WORK-CURSO TO WS-CURSO-ANTERIOR
004530         MOVE WORK-CURSO TO RPT-CURSO
004540         MOVE SPACES TO REPORTE-LINEA
004550         WRITE REPORTE-LINEA
004560         WRITE REPORTE-LINEA FROM WS-LINEA-CURSO
004570     END-IF.
004580
004590     MOVE WORK-IDEN    TO RPT-IDEN.
004600     MOVE WORK-NOMBRE  TO RPT-NOMBRE.
004610     MOVE WORK-MATERIA TO RPT-MATERIA.
004620     MOVE WORK-CALIF   TO RPT-CALIF.
004630     EVALUATE WORK-ESTADO
004640         WHEN "E"
004650             MOVE "ELEGIBLE"      TO RPT-ESTADO
004660         WHEN "I"
004670             MOVE "INSCRITO"      TO RPT-ESTADO
004680         WHEN "C"
004690             MOVE "CALIFICADO"    TO RPT-ESTADO
004700         WHEN "N"
004710             MOVE "NO SE PRESENTO" TO RPT-ESTADO
004720         WHEN OTHER
004730             MOVE SPACES          TO RPT-ESTADO
004740     END-EVALUATE.
004750     WRITE REPORTE-LINEA FROM WS-LINEA-ELEGIBLE.
004760 2510-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------*
004800*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
004810*----------------------------------------------------------*
004820 9000-FINALIZAR.
004830     WRITE REPORTE-LINEA FROM WS-LINEA-SEPARADOR.
004840     MOVE WS-MATERIAS-REPROBADAS TO RPT-TOT-REPROBADAS.
004850     MOVE WS-ALTAS-NUEVAS        TO RPT-TOT-ALTAS.
004860     WRITE REPORTE-LINEA FROM WS-LINEA-TOTALES.
004870
004880     CLOSE ESTUDIANTE-FILE.
004890     CLOSE NOTAS-FILE.
004900     CLOSE EXTRA-FILE.
004910     IF PLAN-DISPONIBLE
004920         CLOSE PLAN-FILE
004930     END-IF.
004940     CLOSE REPORTE-FILE.
004950     DISPLAY " ".
004960     DISPLAY "CICLO:                " WS-ANIO-CICLO.
004970     DISPLAY "ESTUDIANTES ACTIVOS:  " WS-ESTUDIANTES-REVISADOS.
004980     DISPLAY "MATERIAS REPROBADAS:  " WS-MATERIAS-REPROBADAS.
004990     DISPLAY "ALTAS NUEVAS:         " WS-ALTAS-NUEVAS.
005000     DISPLAY "YA REGISTRADAS:       " WS-YA-REGISTRADAS.
005010     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
005020 9000-EXIT.
005030     EXIT.

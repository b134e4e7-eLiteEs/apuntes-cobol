000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  NOTACOMP                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Completitud de notas antes del cierre de trimestre:      *
000090*  cruza cada estudiante activo con las materias que         *
000100*  ASIGIDX asigna a su curso y busca en NOTASIDX la nota     *
000110*  del periodo.  Cada nota que falta sale en el reporte      *
000120*  agrupada por el profesor responsable (PROF-NOMBRE de      *
000130*  PROFIDX), y al final el porcentaje de avance de cada      *
000140*  curso.  Termina con RC 4 si falta alguna nota, para que   *
000150*  el job de cierre (ESCTRIM) detenga ESCCIERR hasta que     *
000160*  coordinacion de el visto bueno.                           *
000170*  El periodo se lee de SYSIN; en blanco se toma el          *
000180*  PERIODO-ACTUAL de SYSPARM, como en ESCNOTAS.              *
000190*----------------------------------------------------------*
000200*  MODIFICATIONS.
000210*  2026-10-15 JFV  Creacion inicial.
000220*----------------------------------------------------------*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. NOTACOMP.
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
000470     SELECT ASIGNACION-FILE ASSIGN TO "ASIGIDX"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS ASIG-CLAVE
000510         FILE STATUS IS WS-ASG-STATUS.
000520
000530     SELECT PROFESOR-FILE ASSIGN TO "PROFIDX"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PROF-USUARIO
000570         FILE STATUS IS WS-PRF-STATUS.
000580
000590     SELECT WORK-FILE ASSIGN TO "COMPWORK"
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
000740 FD  ASIGNACION-FILE.
000750     COPY ASIGREC.
000760
000770 FD  PROFESOR-FILE.
000780     COPY PROFREC.
000790
000800 SD  WORK-FILE.
000810 01  WORK-REC.
000820     05  WORK-PROF-NOMBRE          PIC X(30).
000830     05  WORK-USUARIO              PIC X(20).
000840     05  WORK-CURSO                PIC X(10).
000850     05  WORK-MATERIA              PIC X(10).
000860     05  WORK-NOMBRE               PIC X(30).
000870     05  WORK-IDEN                 PIC X(05).
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
000990     88  WS-NOT-NO-ENCONTRADO             VALUE "23".
001000
001010 01  WS-ASG-STATUS                PIC X(02).
001020     88  WS-ASG-OK                        VALUE "00".
001030     88  WS-ASG-FIN-ARCHIVO               VALUE "10".
001040
001050 01  WS-PRF-STATUS                PIC X(02).
001060     88  WS-PRF-OK                        VALUE "00".
001070
001080 01  WS-RPT-STATUS                PIC X(02).
001090     88  WS-RPT-OK                        VALUE "00".
001100
001110 01  WS-SWITCHES.
001120     05  WS-FIN-SORT              PIC X(01) VALUE "N".
001130         88  FIN-DE-SORT                  VALUE "S".
001140     05  WS-PRIMER-PROFESOR       PIC X(01) VALUE "S".
001150         88  ES-PRIMER-PROFESOR           VALUE "S".
001160         88  NO-ES-PRIMER-PROFESOR        VALUE "N".
001170     05  WS-HAY-PROFESORES        PIC X(01) VALUE "N".
001180         88  PROFESORES-DISPONIBLES       VALUE "S".
001190
001200 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "NOTACOMP".
001210
001220 01  WS-ENTRADA-PERIODO           PIC X(01).
001230 01  WS-PERIODO-REVISION          PIC 9(01) VALUE 1.
001240
001250*  Asignaciones profesor-curso-materia de ASIGIDX.  Una
001260*  misma materia de un curso puede tener dos profesores
001270*  (grupo compartido); se marca la repetida para que el
001280*  avance del curso no cuente dos veces la misma nota.
001290 01  WS-TABLA-ASIGNACIONES.
001300     05  WS-ASG-CANTIDAD          PIC 9(04) COMP VALUE ZERO.
001310     05  WS-ASG-ENTRADA OCCURS 500 TIMES.
001320         10  WS-ASG-USUARIO       PIC X(20).
001330         10  WS-ASG-CURSO         PIC X(10).
001340         10  WS-ASG-MATERIA       PIC X(10).
001350         10  WS-ASG-PROF-NOMBRE   PIC X(30).
001360         10  WS-ASG-REPETIDA      PIC X(01).
001370             88  ASG-REPETIDA             VALUE "S".
001380
001390*  Avance por curso: notas esperadas contra capturadas.
001400 01  WS-TABLA-CURSOS.
001410     05  WS-CUR-CANTIDAD          PIC 9(04) COMP VALUE ZERO.
001420     05  WS-CUR-ENTRADA OCCURS 200 TIMES.
001430         10  WS-CUR-CURSO         PIC X(10).
001440         10  WS-CUR-ESPERADAS     PIC 9(05) COMP.
001450         10  WS-CUR-CAPTURADAS    PIC 9(05) COMP.
001460
001470 01  WS-INDICES.
001480     05  WS-IX-ASG                PIC 9(04) COMP.
001490     05  WS-IX-BUS                PIC 9(04) COMP.
001500     05  WS-IX-CUR                PIC 9(04) COMP.
001510
001520 01  WS-USUARIO-ANTERIOR          PIC X(20) VALUE SPACES.
001530 01  WS-PORCENTAJE                PIC 9(03)V9 VALUE ZERO.
001540
001550 01  WS-CONTADORES.
001560     05  WS-ESTUDIANTES-REVISADOS PIC 9(05) COMP VALUE ZERO.
001570     05  WS-NOTAS-ESPERADAS       PIC 9(06) COMP VALUE ZERO.
001580     05  WS-NOTAS-FALTANTES       PIC 9(06) COMP VALUE ZERO.
001590     05  WS-FALTANTES-PROFESOR    PIC 9(05) COMP VALUE ZERO.
001600     05  WS-ASG-IGNORADAS         PIC 9(05) COMP VALUE ZERO.
001610
001620 01  WS-LINEA-TITULO.
001630     05  FILLER                   PIC X(38)
001640         VALUE "COMPLETITUD DE NOTAS ANTES DEL CIERRE".
001650     05  FILLER                   PIC X(11)
001660         VALUE " - PERIODO ".
001670     05  RPT-PERIODO              PIC 9(01).
001680     05  FILLER                   PIC X(30) VALUE SPACES.
001690
001700 01  WS-LINEA-PROFESOR.
001710     05  FILLER                   PIC X(16)
001720         VALUE "===== PROFESOR: ".
001730     05  RPT-PROF-NOMBRE          PIC X(30).
001740     05  FILLER                   PIC X(02) VALUE " (".
001750     05  RPT-USUARIO              PIC X(20).
001760     05  FILLER                   PIC X(01) VALUE ")".
001770     05  FILLER                   PIC X(11) VALUE SPACES.
001780
001790 01  WS-LINEA-FALTANTE.
001800     05  FILLER                   PIC X(04) VALUE SPACES.
001810     05  RPT-CURSO                PIC X(10).
001820     05  FILLER                   PIC X(01) VALUE SPACE.
001830     05  RPT-MATERIA              PIC X(10).
001840     05  FILLER                   PIC X(01) VALUE SPACE.
001850     05  RPT-IDEN                 PIC X(05).
001860     05  FILLER                   PIC X(01) VALUE SPACE.
001870     05  RPT-NOMBRE               PIC X(30).
001880     05  FILLER                   PIC X(18) VALUE SPACES.
001890
001900 01  WS-LINEA-TOTAL-PROFESOR.
001910     05  FILLER                   PIC X(20)
001920         VALUE "    NOTAS FALTANTES:".
001930     05  RPT-FALTAN-PROF          PIC ZZ,ZZ9.
001940     05  FILLER                   PIC X(54) VALUE SPACES.
001950
001960 01  WS-LINEA-SIN-FALTANTES.
001970     05  FILLER                   PIC X(40)
001980         VALUE "    (NO FALTA NINGUNA NOTA DEL PERIODO)".
001990     05  FILLER                   PIC X(40) VALUE SPACES.
002000
002010 01  WS-LINEA-ENCAB-CURSOS.
002020     05  FILLER                   PIC X(40)
002030         VALUE "===== AVANCE POR CURSO         ESPERADAS".
002040     05  FILLER                   PIC X(30)
002050         VALUE "  CAPTURADAS  FALTAN  AVANCE %".
002060     05  FILLER                   PIC X(10) VALUE SPACES.
002070
002080 01  WS-LINEA-CURSO.
002090     05  FILLER                   PIC X(06) VALUE SPACES.
002100     05  RPT-CUR-CURSO            PIC X(10).
002110     05  FILLER                   PIC X(18) VALUE SPACES.
002120     05  RPT-CUR-ESPERADAS        PIC ZZ,ZZ9.
002130     05  FILLER                   PIC X(06) VALUE SPACES.
002140     05  RPT-CUR-CAPTURADAS       PIC ZZ,ZZ9.
002150     05  FILLER                   PIC X(02) VALUE SPACES.
002160     05  RPT-CUR-FALTAN           PIC ZZ,ZZ9.
002170     05  FILLER                   PIC X(04) VALUE SPACES.
002180     05  RPT-CUR-PORCENTAJE       PIC ZZ9.9.
002190     05  FILLER                   PIC X(11) VALUE SPACES.
002200
002210 01  WS-LINEA-TOTALES.
002220     05  FILLER                   PIC X(22)
002230         VALUE "NOTAS ESPERADAS:".
002240     05  RPT-TOT-ESPERADAS        PIC ZZZ,ZZ9.
002250     05  FILLER                   PIC X(14)
002260         VALUE "   FALTANTES:".
002270     05  RPT-TOT-FALTANTES        PIC ZZZ,ZZ9.
002280     05  FILLER                   PIC X(30) VALUE SPACES.
002290
002300 01  WS-LINEA-SEPARADOR           PIC X(80) VALUE ALL "-".
002310
002320 COPY ERRPARM.
002330
002340 COPY PARMPARM.
002350
002360 COPY RPTGPARM.
002370
002380 PROCEDURE DIVISION.
002390 0000-MAINLINE.
002400     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002410     PERFORM 1500-CARGAR-ASIGNACIONES THRU 1500-EXIT.
002420     PERFORM 2000-REVISAR-NOTAS THRU 2000-EXIT.
002430     PERFORM 3000-AVANCE-POR-CURSO THRU 3000-EXIT.
002440     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002450     STOP RUN.
002460
002470*----------------------------------------------------------*
002480*  1000-INICIALIZAR - Periodo a revisar, apertura de         *
002490*  archivos y generacion fechada del reporte.                *
002500*----------------------------------------------------------*
002510 1000-INICIALIZAR.
002520     MOVE "PERIODO-ACTUAL" TO PARMLKP-CLAVE.
002530     CALL "PARMLKP" USING PARMLKP-PARM.
002540     IF PARMLKP-ENCONTRADO
002550        AND PARMLKP-VALOR IS NUMERIC
002560         MOVE PARMLKP-VALOR TO WS-PERIODO-REVISION
002570     END-IF.
002580
002590     DISPLAY "Periodo a revisar (1-3, blanco = actual):".
002600     MOVE SPACES TO WS-ENTRADA-PERIODO.
002610     ACCEPT WS-ENTRADA-PERIODO.
002620     IF WS-ENTRADA-PERIODO NOT = SPACES
002630         IF WS-ENTRADA-PERIODO IS NUMERIC
002640            AND WS-ENTRADA-PERIODO >= "1"
002650            AND WS-ENTRADA-PERIODO <= "3"
002660             MOVE WS-ENTRADA-PERIODO TO WS-PERIODO-REVISION
002670         ELSE
002680             DISPLAY "PERIODO INVALIDO, NO SE REVISA NADA"
002690             MOVE 8 TO RETURN-CODE
002700             STOP RUN
002710         END-IF
002720     END-IF.
002730
002740     OPEN INPUT ESTUDIANTE-FILE.
002750     IF NOT WS-STU-OK
002760         MOVE "NOTACOMP"      TO ERRHAND-PROGRAMA
002770         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002780         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
002790         SET ERRHAND-FATAL TO TRUE
002800         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
002810         CALL "ERRHAND" USING ERRHAND-PARM
002820         MOVE 8 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850
002860     OPEN INPUT NOTAS-FILE.
002870     IF NOT WS-NOT-OK
002880         MOVE "NOTACOMP"      TO ERRHAND-PROGRAMA
002890         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002900         MOVE WS-NOT-STATUS   TO ERRHAND-FILE-STATUS
002910         SET ERRHAND-FATAL TO TRUE
002920         MOVE "ERROR AL ABRIR NOTASIDX" TO ERRHAND-MENSAJE
002930         CALL "ERRHAND" USING ERRHAND-PARM
002940         MOVE 8 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.
002970
002980     OPEN INPUT ASIGNACION-FILE.
002990     IF NOT WS-ASG-OK
003000         MOVE "NOTACOMP"      TO ERRHAND-PROGRAMA
003010         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
003020         MOVE WS-ASG-STATUS   TO ERRHAND-FILE-STATUS
003030         SET ERRHAND-FATAL TO TRUE
003040         MOVE "ERROR AL ABRIR ASIGIDX" TO ERRHAND-MENSAJE
003050         CALL "ERRHAND" USING ERRHAND-PARM
003060         MOVE 8 TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003090
003100*  Sin PROFIDX el profesor sale con su usuario.
003110     OPEN INPUT PROFESOR-FILE.
003120     IF WS-PRF-OK
003130         SET PROFESORES-DISPONIBLES TO TRUE
003140     END-IF.
003150
003160     MOVE "NOTACOMP" TO RPTGEN-REPORTE.
003170     CALL "RPTGEN" USING RPTGEN-PARM.
003180     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
003190     OPEN OUTPUT REPORTE-FILE.
003200     MOVE WS-PERIODO-REVISION TO RPT-PERIODO.
003210     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
003220     WRITE REPORTE-LINEA FROM WS-LINEA-SEPARADOR.
003230 1000-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------*
003270*  1500-CARGAR-ASIGNACIONES - Sube ASIGIDX a la tabla con    *
003280*  el nombre del profesor y marca las materias repetidas.    *
003290*----------------------------------------------------------*
003300 1500-CARGAR-ASIGNACIONES.
003310     PERFORM 1510-CARGAR-UNA THRU 1510-EXIT
003320         UNTIL WS-ASG-FIN-ARCHIVO.
003330     CLOSE ASIGNACION-FILE.
003340     IF PROFESORES-DISPONIBLES
003350         CLOSE PROFESOR-FILE
003360     END-IF.
003370 1500-EXIT.
003380     EXIT.
003390
003400 1510-CARGAR-UNA.
003410     READ ASIGNACION-FILE NEXT RECORD
003420         AT END
003430             SET WS-ASG-FIN-ARCHIVO TO TRUE
003440             GO TO 1510-EXIT
003450     END-READ.
003460     IF WS-ASG-CANTIDAD >= 500
003470         ADD 1 TO WS-ASG-IGNORADAS
003480         GO TO 1510-EXIT
003490     END-IF.
003500     ADD 1 TO WS-ASG-CANTIDAD.
003510     MOVE WS-ASG-CANTIDAD TO WS-IX-ASG.
003520     MOVE ASIG-USUARIO TO WS-ASG-USUARIO (WS-IX-ASG).
003530     MOVE ASIG-CURSO   TO WS-ASG-CURSO (WS-IX-ASG).
003540     MOVE ASIG-MATERIA TO WS-ASG-MATERIA (WS-IX-ASG).
003550     MOVE "N"          TO WS-ASG-REPETIDA (WS-IX-ASG).
003560     MOVE ASIG-USUARIO TO WS-ASG-PROF-NOMBRE (WS-IX-ASG).
003570     IF PROFESORES-DISPONIBLES
003580         MOVE ASIG-USUARIO TO PROF-USUARIO
003590         READ PROFESOR-FILE
003600             INVALID KEY
003610                 CONTINUE
003620             NOT INVALID KEY
003630                 MOVE PROF-NOMBRE
003640                     TO WS-ASG-PROF-NOMBRE (WS-IX-ASG)
003650         END-READ
003660     END-IF.
003670     PERFORM 1520-BUSCAR-REPETIDA THRU 1520-EXIT
003680         VARYING WS-IX-BUS FROM 1 BY 1
003690         UNTIL WS-IX-BUS >= WS-IX-ASG.
003700 1510-EXIT.
003710     EXIT.
003720
003730 1520-BUSCAR-REPETIDA.
003740     IF WS-ASG-CURSO (WS-IX-BUS) = WS-ASG-CURSO (WS-IX-ASG)
003750        AND WS-ASG-MATERIA (WS-IX-BUS) =
003760            WS-ASG-MATERIA (WS-IX-ASG)
003770         MOVE "S" TO WS-ASG-REPETIDA (WS-IX-ASG)
003780     END-IF.
003790 1520-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------*
003830*  2000-REVISAR-NOTAS - Ordena las notas faltantes por       *
003840*  profesor y las lista con su subtotal.                     *
003850*----------------------------------------------------------*
003860 2000-REVISAR-NOTAS.
003870     SORT WORK-FILE
003880         ON ASCENDING KEY WORK-PROF-NOMBRE WORK-USUARIO
003890                          WORK-CURSO WORK-MATERIA WORK-NOMBRE
003900         INPUT PROCEDURE IS 2100-BUSCAR-FALTANTES THRU 2100-EXIT
003910         OUTPUT PROCEDURE IS 2500-IMPRIMIR-FALTANTES
003920             THRU 2500-EXIT.
003930 2000-EXIT.
003940     EXIT.
003950
003960 2100-BUSCAR-FALTANTES.
003970     PERFORM 2110-LEER-ESTUDIANTE THRU 2110-EXIT
003980         UNTIL WS-STU-FIN-ARCHIVO.
003990 2100-EXIT.
004000     EXIT.
004010
004020 2110-LEER-ESTUDIANTE.
004030     READ ESTUDIANTE-FILE NEXT RECORD
004040         AT END
004050             SET WS-STU-FIN-ARCHIVO TO TRUE
004060             GO TO 2110-EXIT
004070     END-READ.
004080     IF NOT ESTUDIANTE-ACTIVO
004090         GO TO 2110-EXIT
004100     END-IF.
004110     ADD 1 TO WS-ESTUDIANTES-REVISADOS.
004120     PERFORM 2200-UBICAR-CURSO THRU 2200-EXIT.
004130     PERFORM 2300-REVISAR-ASIGNACION THRU 2300-EXIT
004140         VARYING WS-IX-ASG FROM 1 BY 1
004150         UNTIL WS-IX-ASG > WS-ASG-CANTIDAD.
004160 2110-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------*
004200*  2200-UBICAR-CURSO - Busca (o abre) el renglon de avance   *
004210*  del curso del estudiante.  WS-IX-CUR = 0 si la tabla ya   *
004220*  esta llena; el faltante se lista igual.                   *
004230*----------------------------------------------------------*
004240 2200-UBICAR-CURSO.
004250     MOVE ZERO TO WS-IX-CUR.
004260     PERFORM 2210-COMPARAR-CURSO THRU 2210-EXIT
004270         VARYING WS-IX-BUS FROM 1 BY 1
004280         UNTIL WS-IX-BUS > WS-CUR-CANTIDAD
004290            OR WS-IX-CUR NOT = ZERO.
004300     IF WS-IX-CUR = ZERO
004310        AND WS-CUR-CANTIDAD < 200
004320         ADD 1 TO WS-CUR-CANTIDAD
004330         MOVE WS-CUR-CANTIDAD  TO WS-IX-CUR
004340         MOVE ESTUDIANTE-CURSO TO WS-CUR-CURSO (WS-IX-CUR)
004350         MOVE ZERO TO WS-CUR-ESPERADAS (WS-IX-CUR)
004360         MOVE ZERO TO WS-CUR-CAPTURADAS (WS-IX-CUR)
004370     END-IF.
004380 2200-EXIT.
004390     EXIT.
004400
004410 2210-COMPARAR-CURSO.
004420     IF WS-CUR-CURSO (WS-IX-BUS) = ESTUDIANTE-CURSO
004430         MOVE WS-IX-BUS TO WS-IX-CUR
004440     END-IF.
004450 2210-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------*
004490*  2300-REVISAR-ASIGNACION - Si la asignacion es del curso   *
004500*  del estudiante, busca su nota del periodo en NOTASIDX.    *
004510*  La materia repetida (dos profesores) cuenta una sola vez  *
004520*  en el avance pero el faltante sale con cada profesor.     *
004530*----------------------------------------------------------*
004540 2300-REVISAR-ASIGNACION.
004550     IF WS-ASG-CURSO (WS-IX-ASG) NOT = ESTUDIANTE-CURSO
004560         GO TO 2300-EXIT
004570     END-IF.
004580     MOVE ESTUDIANTE-IDEN           TO NOTA-IDEN.
004590     MOVE WS-ASG-MATERIA (WS-IX-ASG) TO NOTA-MATERIA.
004600     MOVE WS-PERIODO-REVISION       TO NOTA-PERIODO.
004610     READ NOTAS-FILE
004620         INVALID KEY
004630             CONTINUE
004640     END-READ.
004650
004660     IF NOT ASG-REPETIDA (WS-IX-ASG)
004670         ADD 1 TO WS-NOTAS-ESPERADAS
004680         IF WS-IX-CUR NOT = ZERO
004690             ADD 1 TO WS-CUR-ESPERADAS (WS-IX-CUR)
004700             IF WS-NOT-OK
004710                 ADD 1 TO WS-CUR-CAPTURADAS (WS-IX-CUR)
004720             END-IF
004730         END-IF
004740     END-IF.
004750
004760     IF WS-NOT-OK
004770         GO TO 2300-EXIT
004780     END-IF.
004790     IF NOT WS-NOT-NO-ENCONTRADO
004800         MOVE "NOTACOMP"      TO ERRHAND-PROGRAMA
004810         MOVE "2300-REVISAR-ASIGNACION" TO ERRHAND-PARRAFO
004820         MOVE WS-NOT-STATUS   TO ERRHAND-FILE-STATUS
004830         SET ERRHAND-FATAL TO TRUE
004840         MOVE "ERROR AL LEER NOTASIDX" TO ERRHAND-MENSAJE
004850         CALL "ERRHAND" USING ERRHAND-PARM
004860         MOVE 8 TO RETURN-CODE
004870         STOP RUN
004880     END-IF.
004890     IF NOT ASG-REPETIDA (WS-IX-ASG)
004900         ADD 1 TO WS-NOTAS-FALTANTES
004910     END-IF.
004920     MOVE WS-ASG-PROF-NOMBRE (WS-IX-ASG) TO WORK-PROF-NOMBRE.
004930     MOVE WS-ASG-USUARIO (WS-IX-ASG)     TO WORK-USUARIO.
004940     MOVE ESTUDIANTE-CURSO               TO WORK-CURSO.
004950     MOVE WS-ASG-MATERIA (WS-IX-ASG)     TO WORK-MATERIA.
004960     MOVE ESTUDIANTE-NOMBRE              TO WORK-NOMBRE.
004970     MOVE ESTUDIANTE-IDEN                TO WORK-IDEN.
004980     RELEASE WORK-REC.
004990 2300-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------*
005030*  2500-IMPRIMIR-FALTANTES - Descarga el SORT cortando por   *
005040*  profesor, con el subtotal de notas que le faltan.         *
005050*----------------------------------------------------------*
005060 2500-IMPRIMIR-FALTANTES.
005070     PERFORM 2510-RETORNAR-UNO THRU 2510-EXIT
005080         UNTIL FIN-DE-SORT.
005090     IF ES-PRIMER-PROFESOR
005100         MOVE SPACES TO REPORTE-LINEA
005110         WRITE REPORTE-LINEA
005120         WRITE REPORTE-LINEA FROM WS-LINEA-SIN-FALTANTES
005130     ELSE
005140         PERFORM 2600-CERRAR-PROFESOR THRU 2600-EXIT
005150     END-IF.
005160 2500-EXIT.
005170     EXIT.
005180
005190 2510-RETORNAR-UNO.
005200     RETURN WORK-FILE
005210         AT END
005220             SET FIN-DE-SORT TO TRUE
005230             GO TO 2510-EXIT
005240     END-RETURN.
005250
005260     IF ES-PRIMER-PROFESOR
005270        OR WORK-USUARIO NOT = WS-USUARIO-ANTERIOR
005280         IF NO-ES-PRIMER-PROFESOR
005290             PERFORM 2600-CERRAR-PROFESOR THRU 2600-EXIT
005300         END-IF
005310         SET NO-ES-PRIMER-PROFESOR TO TRUE
005320         MOVE WORK-USUARIO     TO WS-USUARIO-ANTERIOR
005330         MOVE WORK-PROF-NOMBRE TO RPT-PROF-NOMBRE
005340         MOVE WORK-USUARIO     TO RPT-USUARIO
005350         MOVE SPACES TO REPORTE-LINEA
005360         WRITE REPORTE-LINEA
005370         WRITE REPORTE-LINEA FROM WS-LINEA-PROFESOR
005380     END-IF.
005390
005400     MOVE WORK-CURSO   TO RPT-CURSO.
005410     MOVE WORK-MATERIA TO RPT-MATERIA.
005420     MOVE WORK-IDEN    TO RPT-IDEN.
005430     MOVE WORK-NOMBRE  TO RPT-NOMBRE.
005440     WRITE REPORTE-LINEA FROM WS-LINEA-FALTANTE.
005450     ADD 1 TO WS-FALTANTES-PROFESOR.
005460 2510-EXIT.
005470     EXIT.
005480
005490 2600-CERRAR-PROFESOR.
005500     MOVE WS-FALTANTES-PROFESOR TO RPT-FALTAN-PROF.
005510     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL-PROFESOR.
005520     MOVE ZERO TO WS-FALTANTES-PROFESOR.
005530 2600-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------*
005570*  3000-AVANCE-POR-CURSO - Porcentaje de notas capturadas    *
005580*  de cada curso con estudiantes activos.                    *
005590*----------------------------------------------------------*
005600 3000-AVANCE-POR-CURSO.
005610     MOVE SPACES TO REPORTE-LINEA.
005620     WRITE REPORTE-LINEA.
005630     WRITE REPORTE-LINEA FROM WS-LINEA-SEPARADOR.
005640     WRITE REPORTE-LINEA FROM WS-LINEA-ENCAB-CURSOS.
005650     PERFORM 3100-IMPRIMIR-CURSO THRU 3100-EXIT
005660         VARYING WS-IX-CUR FROM 1 BY 1
005670         UNTIL WS-IX-CUR > WS-CUR-CANTIDAD.
005680     WRITE REPORTE-LINEA FROM WS-LINEA-SEPARADOR.
005690     MOVE WS-NOTAS-ESPERADAS TO RPT-TOT-ESPERADAS.
005700     MOVE WS-NOTAS-FALTANTES TO RPT-TOT-FALTANTES.
005710     WRITE REPORTE-LINEA FROM WS-LINEA-TOTALES.
005720 3000-EXIT.
005730     EXIT.
005740
005750*  Curso sin materias asignadas: nada que esperar, 100 %.
005760 3100-IMPRIMIR-CURSO.
005770     MOVE WS-CUR-CURSO (WS-IX-CUR)      TO RPT-CUR-CURSO.
005780     MOVE WS-CUR-ESPERADAS (WS-IX-CUR)  TO RPT-CUR-ESPERADAS.
005790     MOVE WS-CUR-CAPTURADAS (WS-IX-CUR) TO RPT-CUR-CAPTURADAS.
005800     COMPUTE RPT-CUR-FALTAN =
005810         WS-CUR-ESPERADAS (WS-IX-CUR)
005820       - WS-CUR-CAPTURADAS (WS-IX-CUR).
005830     IF WS-CUR-ESPERADAS (WS-IX-CUR) = ZERO
005840         MOVE 100 TO WS-PORCENTAJE
005850     ELSE
005860         COMPUTE WS-PORCENTAJE ROUNDED =
005870             WS-CUR-CAPTURADAS (WS-IX-CUR) * 100
005880           / WS-CUR-ESPERADAS (WS-IX-CUR)
005890     END-IF.
005900     MOVE WS-PORCENTAJE TO RPT-CUR-PORCENTAJE.
005910     WRITE REPORTE-LINEA FROM WS-LINEA-CURSO.
005920 3100-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------*
005960*  9000-FINALIZAR - Cierra archivos, resumen y RC 4 si       *
005970*  falta alguna nota (detiene el cierre en ESCTRIM).         *
005980*----------------------------------------------------------*
005990 9000-FINALIZAR.
006000     CLOSE ESTUDIANTE-FILE.
006010     CLOSE NOTAS-FILE.
006020     CLOSE REPORTE-FILE.
006030     DISPLAY " ".
006040     DISPLAY "PERIODO REVISADO:      " WS-PERIODO-REVISION.
006050     DISPLAY "ESTUDIANTES ACTIVOS:   " WS-ESTUDIANTES-REVISADOS.
006060     DISPLAY "NOTAS ESPERADAS:       " WS-NOTAS-ESPERADAS.
006070     DISPLAY "NOTAS FALTANTES:       " WS-NOTAS-FALTANTES.
006080     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
006090     IF WS-ASG-IGNORADAS > ZERO
006100         DISPLAY "AVISO: ASIGNACIONES FUERA DE TABLA: "
006110             WS-ASG-IGNORADAS
006120     END-IF.
006130
006140     IF WS-NOTAS-FALTANTES > ZERO
006150         DISPLAY "FALTAN NOTAS: EL CIERRE QUEDA DETENIDO"
006160         MOVE 4 TO RETURN-CODE
006170     END-IF.
006180 9000-EXIT.
006190     EXIT.

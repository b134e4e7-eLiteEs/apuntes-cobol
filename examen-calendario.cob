000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ESCEXAMR                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Calendario impreso de examenes (EXAMIDX, ver EXAMMANT):   *
000090*  primero una hoja por curso en orden de fecha y luego una  *
000100*  por profesor, con los examenes de las materias que tiene  *
000110*  asignadas en ASIGIDX, ordenados por fecha y bloque.  Se   *
000120*  imprimen los examenes desde la fecha de la tarjeta SYSIN  *
000130*  (AAAAMMDD; en blanco, la de la corrida).  Como los        *
000140*  horarios, la salida es una generacion fechada via RPTGEN. *
000150*----------------------------------------------------------*
000160*  MODIFICATIONS.
000170*  2026-10-15 JFV  Creacion inicial.
000180*----------------------------------------------------------*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCEXAMR.
000210 AUTHOR. J. FIGUEROA VEGA.
000220 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000230 DATE-WRITTEN. 2026-10-15.
000240 DATE-COMPILED.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT EXAMEN-FILE ASSIGN TO "EXAMIDX"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS EXAM-CLAVE
000330         FILE STATUS IS WS-EXA-STATUS.
000340
000350     SELECT ASIGNACION-FILE ASSIGN TO "ASIGIDX"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS ASIG-CLAVE
000390         FILE STATUS IS WS-ASG-STATUS.
000400
000410     SELECT WORK-FILE ASSIGN TO "EXAMWORK"
000420         ORGANIZATION IS SEQUENTIAL.
000430
000440     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RPT-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  EXAMEN-FILE.
000510     COPY EXAMREC.
000520
000530 FD  ASIGNACION-FILE.
000540     COPY ASIGREC.
000550
000560 SD  WORK-FILE.
000570 01  WORK-REC.
000580     05  WORK-USUARIO              PIC X(20).
000590     05  WORK-FECHA                PIC 9(08).
000600     05  WORK-BLOQUE               PIC 9(02).
000610     05  WORK-CURSO                PIC X(10).
000620     05  WORK-MATERIA              PIC X(10).
000630     05  WORK-DESCRIPCION          PIC X(20).
000640
000650 FD  REPORTE-FILE.
000660 01  REPORTE-LINEA                PIC X(80).
000670
000680 WORKING-STORAGE SECTION.
000690 01  WS-EXA-STATUS                PIC X(02).
000700     88  WS-EXA-OK                        VALUE "00".
000710
000720 01  WS-ASG-STATUS                PIC X(02).
000730     88  WS-ASG-OK                        VALUE "00".
000740     88  WS-ASG-FIN-ARCHIVO               VALUE "10".
000750
000760 01  WS-RPT-STATUS                PIC X(02).
000770     88  WS-RPT-OK                        VALUE "00".
000780
000790 01  WS-SWITCHES.
000800     05  WS-FIN-EXAMENES          PIC X(01) VALUE "N".
000810         88  FIN-DE-EXAMENES              VALUE "S".
000820     05  WS-FIN-CURSO             PIC X(01) VALUE "N".
000830         88  FIN-DE-CURSO                 VALUE "S".
000840     05  WS-FIN-SORT              PIC X(01) VALUE "N".
000850         88  FIN-DE-SORT                  VALUE "S".
000860     05  WS-HAY-ASIGNACIONES      PIC X(01) VALUE "N".
000870         88  ASIGNACIONES-DISPONIBLES     VALUE "S".
000880
000890 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "ESCEXAMR".
000900
000910 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000920 01  WS-FECHA-DESDE               PIC 9(08) VALUE ZERO.
000930 01  WS-ENTRADA-FECHA             PIC X(08).
000940 01  WS-CURSO-ANTERIOR            PIC X(10) VALUE SPACES.
000950 01  WS-USUARIO-ANTERIOR          PIC X(20) VALUE SPACES.
000960
000970 01  WS-CONTADORES.
000980     05  WS-EXAMENES-CURSO        PIC 9(05) COMP VALUE ZERO.
000990     05  WS-CURSOS-IMPRESOS       PIC 9(05) COMP VALUE ZERO.
001000     05  WS-EXAMENES-PROFESOR     PIC 9(05) COMP VALUE ZERO.
001010     05  WS-PROFESORES-IMPRESOS   PIC 9(05) COMP VALUE ZERO.
001020
001030 01  WS-LINEA-TITULO.
001040     05  FILLER                   PIC X(32)
001050         VALUE "CALENDARIO DE EXAMENES DESDE EL ".
001060     05  RPT-FECHA-DESDE          PIC 9(08).
001070     05  FILLER                   PIC X(40) VALUE SPACES.
001080
001090 01  WS-LINEA-CURSO.
001100     05  FILLER                   PIC X(08)
001110         VALUE "CURSO - ".
001120     05  RPT-CURSO                PIC X(10).
001130     05  FILLER                   PIC X(62) VALUE SPACES.
001140
001150 01  WS-LINEA-PROFESOR.
001160     05  FILLER                   PIC X(11)
001170         VALUE "PROFESOR - ".
001180     05  RPT-PROFESOR             PIC X(20).
001190     05  FILLER                   PIC X(49) VALUE SPACES.
001200
001210 01  WS-LINEA-EXAMEN.
001220     05  FILLER                   PIC X(04) VALUE SPACES.
001230     05  RPT-FECHA                PIC 9(08).
001240     05  FILLER                   PIC X(08) VALUE " BLOQUE ".
001250     05  RPT-BLOQUE               PIC 9(02).
001260     05  FILLER                   PIC X(02) VALUE SPACES.
001270     05  RPT-EXA-CURSO            PIC X(10).
001280     05  FILLER                   PIC X(01) VALUE SPACE.
001290     05  RPT-MATERIA              PIC X(10).
001300     05  FILLER                   PIC X(01) VALUE SPACE.
001310     05  RPT-DESCRIPCION          PIC X(20).
001320     05  FILLER                   PIC X(14) VALUE SPACES.
001330
001340 01  WS-LINEA-SIN-EXAMENES.
001350     05  FILLER                   PIC X(37)
001360         VALUE "    (SIN EXAMENES PROGRAMADOS)       ".
001370     05  FILLER                   PIC X(43) VALUE SPACES.
001380
001390 01  WS-LINEA-SEPARADOR           PIC X(80) VALUE ALL "-".
001400
001410 COPY ERRPARM.
001420
001430 COPY RPTGPARM.
001440
001450 PROCEDURE DIVISION.
001460 0000-MAINLINE.
001470     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001480     PERFORM 2000-CALENDARIO-CURSOS THRU 2000-EXIT.
001490     IF ASIGNACIONES-DISPONIBLES
001500         PERFORM 3000-CALENDARIO-PROFESORES THRU 3000-EXIT
001510     END-IF.
001520     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001530     STOP RUN.
001540
001550*----------------------------------------------------------*
001560*  1000-INICIALIZAR - Fecha de corte, apertura de archivos   *
001570*  y generacion fechada del calendario.                       *
001580*----------------------------------------------------------*
001590 1000-INICIALIZAR.
001600     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001610     MOVE WS-FECHA-HOY TO WS-FECHA-DESDE.
001620     DISPLAY "Examenes desde AAAAMMDD (blanco = hoy):".
001630     MOVE SPACES TO WS-ENTRADA-FECHA.
001640     ACCEPT WS-ENTRADA-FECHA.
001650     IF WS-ENTRADA-FECHA NOT = SPACES
001660         IF WS-ENTRADA-FECHA IS NUMERIC
001670             MOVE WS-ENTRADA-FECHA TO WS-FECHA-DESDE
001680         ELSE
001690             DISPLAY "FECHA INVALIDA, NO SE IMPRIME NADA"
001700             MOVE 8 TO RETURN-CODE
001710             STOP RUN
001720         END-IF
001730     END-IF.
001740
001750     OPEN INPUT EXAMEN-FILE.
001760     IF NOT WS-EXA-OK
001770         MOVE "ESCEXAMR"      TO ERRHAND-PROGRAMA
001780         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001790         MOVE WS-EXA-STATUS   TO ERRHAND-FILE-STATUS
001800         SET ERRHAND-FATAL TO TRUE
001810         MOVE "ERROR AL ABRIR EXAMIDX" TO ERRHAND-MENSAJE
001820         CALL "ERRHAND" USING ERRHAND-PARM
001830         STOP RUN
001840     END-IF.
001850
001860*  Sin asignaciones docentes solo sale el calendario por
001870*  curso: se avisa y se sigue.
001880     OPEN INPUT ASIGNACION-FILE.
001890     IF WS-ASG-OK
001900         SET ASIGNACIONES-DISPONIBLES TO TRUE
001910     ELSE
001920         DISPLAY "AVISO: sin asignaciones docentes (ASIGIDX);"
001930             " no se imprime el calendario por profesor"
001940     END-IF.
001950
001960     MOVE "ESCEXAMR" TO RPTGEN-REPORTE.
001970     CALL "RPTGEN" USING RPTGEN-PARM.
001980     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
001990     OPEN OUTPUT REPORTE-FILE.
002000     MOVE WS-FECHA-DESDE TO RPT-FECHA-DESDE.
002010     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
002020     WRITE REPORTE-LINEA FROM WS-LINEA-SEPARADOR.
002030 1000-EXIT.
002040     EXIT.
002050
002060*----------------------------------------------------------*
002070*  2000-CALENDARIO-CURSOS - EXAMIDX ya viene en orden de     *
002080*  curso y fecha: una hoja por curso con corte de control.   *
002090*----------------------------------------------------------*
002100 2000-CALENDARIO-CURSOS.
002110     MOVE "N" TO WS-FIN-EXAMENES.
002120     PERFORM 2100-LEER-EXAMEN THRU 2100-EXIT
002130         UNTIL FIN-DE-EXAMENES.
002132     IF WS-CURSOS-IMPRESOS = ZERO
002134         WRITE REPORTE-LINEA FROM WS-LINEA-SIN-EXAMENES
002136     END-IF.
002140 2000-EXIT.
002150     EXIT.
002160
002170 2100-LEER-EXAMEN.
002180     READ EXAMEN-FILE NEXT RECORD
002190         AT END
002200             SET FIN-DE-EXAMENES TO TRUE
002210             GO TO 2100-EXIT
002220     END-READ.
002230     IF EXAM-FECHA < WS-FECHA-DESDE
002240         GO TO 2100-EXIT
002250     END-IF.
002260     IF EXAM-CURSO NOT = WS-CURSO-ANTERIOR
002270         MOVE EXAM-CURSO TO WS-CURSO-ANTERIOR
002280         MOVE EXAM-CURSO TO RPT-CURSO
002290         MOVE SPACES TO REPORTE-LINEA
002300         WRITE REPORTE-LINEA
002310         WRITE REPORTE-LINEA FROM WS-LINEA-CURSO
002320         ADD 1 TO WS-CURSOS-IMPRESOS
002330     END-IF.
002340     MOVE EXAM-FECHA       TO RPT-FECHA.
002350     MOVE EXAM-BLOQUE      TO RPT-BLOQUE.
002360     MOVE EXAM-CURSO       TO RPT-EXA-CURSO.
002370     MOVE EXAM-MATERIA     TO RPT-MATERIA.
002380     MOVE EXAM-DESCRIPCION TO RPT-DESCRIPCION.
002390     WRITE REPORTE-LINEA FROM WS-LINEA-EXAMEN.
002400     ADD 1 TO WS-EXAMENES-CURSO.
002410 2100-EXIT.
002420     EXIT.
002430
002440*----------------------------------------------------------*
002450*  3000-CALENDARIO-PROFESORES - Cruza cada asignacion con    *
002460*  los examenes de su curso y materia y ordena por profesor, *
002470*  fecha y bloque.                                            *
002480*----------------------------------------------------------*
002490 3000-CALENDARIO-PROFESORES.
002500     WRITE REPORTE-LINEA FROM WS-LINEA-SEPARADOR.
002510     SORT WORK-FILE
002520         ON ASCENDING KEY WORK-USUARIO WORK-FECHA WORK-BLOQUE
002530         INPUT PROCEDURE IS 3100-CRUZAR-ASIGNACIONES
002540             THRU 3100-EXIT
002550         OUTPUT PROCEDURE IS 3300-IMPRIMIR-PROFESORES
002560             THRU 3300-EXIT.
002570 3000-EXIT.
002580     EXIT.
002590
002600 3100-CRUZAR-ASIGNACIONES.
002610     PERFORM 3110-LEER-ASIGNACION THRU 3110-EXIT
002620         UNTIL WS-ASG-FIN-ARCHIVO.
002630 3100-EXIT.
002640     EXIT.
002650
002660 3110-LEER-ASIGNACION.
002670     READ ASIGNACION-FILE NEXT RECORD
002680         AT END
002690             SET WS-ASG-FIN-ARCHIVO TO TRUE
002700             GO TO 3110-EXIT
002710     END-READ.
002720     MOVE ASIG-CURSO     TO EXAM-CURSO.
002730     MOVE WS-FECHA-DESDE TO EXAM-FECHA.
002740     MOVE LOW-VALUES     TO EXAM-MATERIA.
002750     START EXAMEN-FILE KEY NOT < EXAM-CLAVE
002760         INVALID KEY
002770             GO TO 3110-EXIT
002780     END-START.
002790     MOVE "N" TO WS-FIN-CURSO.
002800     PERFORM 3200-EXAMEN-ASIGNADO THRU 3200-EXIT
002810         UNTIL FIN-DE-CURSO.
002820 3110-EXIT.
002830     EXIT.
002840
002850 3200-EXAMEN-ASIGNADO.
002860     READ EXAMEN-FILE NEXT RECORD
002870         AT END
002880             SET FIN-DE-CURSO TO TRUE
002890             GO TO 3200-EXIT
002900     END-READ.
002910     IF EXAM-CURSO NOT = ASIG-CURSO
002920         SET FIN-DE-CURSO TO TRUE
002930         GO TO 3200-EXIT
002940     END-IF.
002950     IF EXAM-MATERIA NOT = ASIG-MATERIA
002960         GO TO 3200-EXIT
002970     END-IF.
002980     MOVE ASIG-USUARIO     TO WORK-USUARIO.
002990     MOVE EXAM-FECHA       TO WORK-FECHA.
003000     MOVE EXAM-BLOQUE      TO WORK-BLOQUE.
003010     MOVE EXAM-CURSO       TO WORK-CURSO.
003020     MOVE EXAM-MATERIA     TO WORK-MATERIA.
003030     MOVE EXAM-DESCRIPCION TO WORK-DESCRIPCION.
003040     RELEASE WORK-REC.
003050 3200-EXIT.
003060     EXIT.
003070
003080 3300-IMPRIMIR-PROFESORES.
003090     PERFORM 3310-RETORNAR-UNO THRU 3310-EXIT
003100         UNTIL FIN-DE-SORT.
003110 3300-EXIT.
003120     EXIT.
003130
003140 3310-RETORNAR-UNO.
003150     RETURN WORK-FILE
003160         AT END
003170             SET FIN-DE-SORT TO TRUE
003180             GO TO 3310-EXIT
003190     END-RETURN.
003200     IF WORK-USUARIO NOT = WS-USUARIO-ANTERIOR
003210         MOVE WORK-USUARIO TO WS-USUARIO-ANTERIOR
003220         MOVE WORK-USUARIO TO RPT-PROFESOR
003230         MOVE SPACES TO REPORTE-LINEA
003240         WRITE REPORTE-LINEA
003250         WRITE REPORTE-LINEA FROM WS-LINEA-PROFESOR
003260         ADD 1 TO WS-PROFESORES-IMPRESOS
003270     END-IF.
003280     MOVE WORK-FECHA       TO RPT-FECHA.
003290     MOVE WORK-BLOQUE      TO RPT-BLOQUE.
003300     MOVE WORK-CURSO       TO RPT-EXA-CURSO.
003310     MOVE WORK-MATERIA     TO RPT-MATERIA.
003320     MOVE WORK-DESCRIPCION TO RPT-DESCRIPCION.
003330     WRITE REPORTE-LINEA FROM WS-LINEA-EXAMEN.
003340     ADD 1 TO WS-EXAMENES-PROFESOR.
003350 3310-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------*
003390*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
003400*----------------------------------------------------------*
003410 9000-FINALIZAR.
003450     CLOSE EXAMEN-FILE.
003460     IF ASIGNACIONES-DISPONIBLES
003470         CLOSE ASIGNACION-FILE
003480     END-IF.
003490     CLOSE REPORTE-FILE.
003500     DISPLAY " ".
003510     DISPLAY "CURSOS CON EXAMENES:    " WS-CURSOS-IMPRESOS.
003520     DISPLAY "EXAMENES POR CURSO:     " WS-EXAMENES-CURSO.
003530     DISPLAY "PROFESORES CON EXAMENES:" WS-PROFESORES-IMPRESOS.
003540     DISPLAY "EXAMENES POR PROFESOR:  " WS-EXAMENES-PROFESOR.
003550     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
003560 9000-EXIT.
003570     EXIT.

000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  HORAUDIT                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Auditoria semanal de ocupacion de horarios.  CURSMANT y   *
000090*  PROFMANT ya rechazan el doble uso al capturar (HORACHK),  *
000100*  pero un cambio de aula del curso, una asignacion previa   *
000110*  a esa validacion o una carga por fuera pueden dejarlo.    *
000120*  Primera parte: cada asignacion de ASIGIDX se cruza con    *
000130*  los bloques de HORARIDX de su curso y materia; un         *
000140*  profesor con dos cursos en el mismo dia y bloque es un    *
000150*  cruce.  Segunda parte: cada bloque de HORARIDX se ubica   *
000160*  en el aula de su curso (CURSO-AULA de CURSOIDX) y se      *
000170*  imprime por aula una rejilla de ocupacion de 12 bloques   *
000180*  por 6 dias, marcando los bloques con dos cursos y         *
000190*  listandolos debajo.  La salida es una generacion fechada  *
000200*  via RPTGEN; con algun cruce el programa termina con       *
000210*  RETURN-CODE 4.                                             *
000220*----------------------------------------------------------*
000230*  MODIFICATIONS.
000240*  2026-10-15 JFV  Creacion inicial.
000250*----------------------------------------------------------*
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. HORAUDIT.
000280 AUTHOR. J. FIGUEROA VEGA.
000290 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT HORARIO-FILE ASSIGN TO "HORARIDX"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS HOR-CLAVE
000400         FILE STATUS IS WS-HOR-STATUS.
000410
000420     SELECT ASIGNACION-FILE ASSIGN TO "ASIGIDX"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS ASIG-CLAVE
000460         FILE STATUS IS WS-ASG-STATUS.
000470
000480     SELECT CURSO-FILE ASSIGN TO "CURSOIDX"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CURSO-CODIGO
000520         FILE STATUS IS WS-CUR-STATUS.
000530
000540     SELECT AULA-FILE ASSIGN TO "AULAIDX"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS AULA-CODIGO
000580         FILE STATUS IS WS-AUL-STATUS.
000590
000600     SELECT PROF-WORK ASSIGN TO "HORAWRK1"
000610         ORGANIZATION IS SEQUENTIAL.
000620
000630     SELECT AULA-WORK ASSIGN TO "HORAWRK2"
000640         ORGANIZATION IS SEQUENTIAL.
000650
000660     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RPT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  HORARIO-FILE.
000730     COPY HORREC.
000740
000750 FD  ASIGNACION-FILE.
000760     COPY ASIGREC.
000770
000780 FD  CURSO-FILE.
000790     COPY CURSOREC.
000800
000810 FD  AULA-FILE.
000820     COPY AULAREC.
000830
000840 SD  PROF-WORK.
000850 01  WPR-REC.
000860     05  WPR-PROFESOR              PIC X(20).
000870     05  WPR-DIA                   PIC 9(01).
000880     05  WPR-BLOQUE                PIC 9(02).
000890     05  WPR-CURSO                 PIC X(10).
000900     05  WPR-MATERIA               PIC X(10).
000910
000920 SD  AULA-WORK.
000930 01  WAU-REC.
000940     05  WAU-AULA                  PIC X(06).
000950     05  WAU-DIA                   PIC 9(01).
000960     05  WAU-BLOQUE                PIC 9(02).
000970     05  WAU-CURSO                 PIC X(10).
000980
000990 FD  REPORTE-FILE.
001000 01  REPORTE-LINEA                PIC X(100).
001010
001020 WORKING-STORAGE SECTION.
001030 01  WS-HOR-STATUS                PIC X(02).
001040     88  WS-HOR-OK                        VALUE "00".
001050
001060 01  WS-ASG-STATUS                PIC X(02).
001070     88  WS-ASG-OK                        VALUE "00".
001080
001090 01  WS-CUR-STATUS                PIC X(02).
001100     88  WS-CUR-OK                        VALUE "00".
001110
001120 01  WS-AUL-STATUS                PIC X(02).
001130     88  WS-AUL-OK                        VALUE "00".
001140
001150 01  WS-RPT-STATUS                PIC X(02).
001160     88  WS-RPT-OK                        VALUE "00".
001170
001180 01  WS-SWITCHES.
001190     05  WS-FIN-ASIGNACIONES      PIC X(01) VALUE "N".
001200         88  FIN-DE-ASIGNACIONES          VALUE "S".
001210     05  WS-FIN-HORARIO           PIC X(01) VALUE "N".
001220         88  FIN-DE-HORARIO               VALUE "S".
001230     05  WS-FIN-SORT              PIC X(01) VALUE "N".
001240         88  FIN-DE-SORT                  VALUE "S".
001250     05  WS-HAY-ASIGNACIONES      PIC X(01) VALUE "N".
001260         88  ASIGNACIONES-DISPONIBLES     VALUE "S".
001270     05  WS-HAY-AULAS             PIC X(01) VALUE "N".
001280         88  AULAS-DISPONIBLES            VALUE "S".
001290     05  WS-HAY-GRUPO             PIC X(01) VALUE "N".
001300         88  GRUPO-ABIERTO                VALUE "S".
001310
001320 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "HORAUDIT".
001330
001340 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001350
001360*  Nombres de los dias de clase (1=lunes..6=sabado).
001370 01  WS-NOMBRES-DIAS.
001380     05  FILLER                   PIC X(09) VALUE "LUNES".
001390     05  FILLER                   PIC X(09) VALUE "MARTES".
001400     05  FILLER                   PIC X(09) VALUE "MIERCOLES".
001410     05  FILLER                   PIC X(09) VALUE "JUEVES".
001420     05  FILLER                   PIC X(09) VALUE "VIERNES".
001430     05  FILLER                   PIC X(09) VALUE "SABADO".
001440 01  WS-TABLA-DIAS REDEFINES WS-NOMBRES-DIAS.
001450     05  WS-NOMBRE-DIA            PIC X(09) OCCURS 6 TIMES.
001460
001470*  Curso cuyo CURSO-AULA esta en memoria (segunda parte).
001480 01  WS-CURSO-LEIDO               PIC X(10) VALUE SPACES.
001490 01  WS-AULA-CURSO                PIC X(06) VALUE SPACES.
001500
001510*  Grupo profesor+dia+bloque en proceso (primera parte):
001520*  con mas de un curso en el grupo hay cruce.
001530 01  WS-GRUPO-PROFESOR            PIC X(20).
001540 01  WS-GRUPO-DIA                 PIC 9(01).
001550 01  WS-GRUPO-BLOQUE              PIC 9(02).
001560 01  WS-TOTAL-GRUPO               PIC 9(03) COMP VALUE ZERO.
001570 01  WS-TABLA-GRUPO.
001580     05  WS-GRU-ENTRADA           OCCURS 20 TIMES.
001590         10  WS-GRU-CURSO         PIC X(10).
001600         10  WS-GRU-MATERIA       PIC X(10).
001610 01  WS-IDX-GRU                   PIC 9(03) COMP.
001620
001630*  Rejilla de ocupacion del aula en proceso (segunda parte).
001640 01  WS-AULA-ACTUAL               PIC X(06) VALUE SPACES.
001650 01  WS-REJILLA.
001660     05  WS-REJ-BLOQUE            OCCURS 12 TIMES.
001670         10  WS-REJ-DIA           OCCURS 6 TIMES.
001680             15  WS-CELDA-CURSO   PIC X(10).
001690             15  WS-CELDA-CRUCE   PIC X(01).
001700 01  WS-IDX-BLQ                   PIC 9(03) COMP.
001710 01  WS-IDX-DIA                   PIC 9(03) COMP.
001720 01  WS-BLOQUES-OCUPADOS          PIC 9(03) COMP VALUE ZERO.
001730 01  WS-PCT-OCUPACION             PIC 9(03) VALUE ZERO.
001740 01  WS-TOTAL-CRUCES-AULA         PIC 9(03) COMP VALUE ZERO.
001750 01  WS-TABLA-CRUCES-AULA.
001760     05  WS-CRA-ENTRADA           OCCURS 72 TIMES.
001770         10  WS-CRA-DIA           PIC 9(01).
001780         10  WS-CRA-BLOQUE        PIC 9(02).
001790         10  WS-CRA-CURSO-A       PIC X(10).
001800         10  WS-CRA-CURSO-B       PIC X(10).
001810 01  WS-IDX-CRA                   PIC 9(03) COMP.
001820
001830 01  WS-CONTADORES.
001840     05  WS-ASIGNACIONES-LEIDAS   PIC 9(05) COMP VALUE ZERO.
001850     05  WS-BLOQUES-LEIDOS        PIC 9(05) COMP VALUE ZERO.
001860     05  WS-BLOQUES-SIN-AULA      PIC 9(05) COMP VALUE ZERO.
001870     05  WS-AULAS-REVISADAS       PIC 9(05) COMP VALUE ZERO.
001880     05  WS-CRUCES-PROFESOR       PIC 9(05) COMP VALUE ZERO.
001890     05  WS-CRUCES-AULA           PIC 9(05) COMP VALUE ZERO.
001900
001910 01  WS-LINEA-TITULO.
001920     05  FILLER                   PIC X(40)
001930         VALUE "AUDITORIA SEMANAL DE HORARIOS - FECHA: ".
001940     05  RPT-FECHA                PIC 9(08).
001950     05  FILLER                   PIC X(52) VALUE SPACES.
001960
001970 01  WS-LINEA-SECCION.
001980     05  FILLER                   PIC X(04) VALUE "--- ".
001990     05  RPT-SECCION              PIC X(50).
002000     05  FILLER                   PIC X(46) VALUE SPACES.
002010
002020 01  WS-LINEA-TIT-PROFESOR        PIC X(100) VALUE
002030     "PROFESOR             DIA       BLOQUE CURSO      MATERIA".
002040
002050 01  WS-LINEA-PROFESOR.
002060     05  RPT-PROFESOR             PIC X(20).
002070     05  FILLER                   PIC X(01) VALUE SPACE.
002080     05  RPT-DIA                  PIC X(09).
002090     05  FILLER                   PIC X(01) VALUE SPACE.
002100     05  RPT-BLOQUE               PIC Z9.
002110     05  FILLER                   PIC X(05) VALUE SPACES.
002120     05  RPT-CURSO                PIC X(10).
002130     05  FILLER                   PIC X(01) VALUE SPACE.
002140     05  RPT-MATERIA              PIC X(10).
002150     05  FILLER                   PIC X(41) VALUE SPACES.
002160
002170 01  WS-LINEA-AULA.
002180     05  FILLER                   PIC X(06) VALUE "AULA: ".
002190     05  RPT-AULA                 PIC X(06).
002200     05  FILLER                   PIC X(02) VALUE SPACES.
002210     05  RPT-AULA-DESCRIPCION     PIC X(20).
002220     05  FILLER                   PIC X(20)
002230         VALUE "  BLOQUES OCUPADOS: ".
002240     05  RPT-OCUPADOS             PIC Z9.
002250     05  FILLER                   PIC X(07) VALUE " DE 72 ".
002260     05  FILLER                   PIC X(01) VALUE "(".
002270     05  RPT-PCT-OCUPACION        PIC ZZ9.
002280     05  FILLER                   PIC X(02) VALUE "%)".
002290     05  FILLER                   PIC X(31) VALUE SPACES.
002300
002310 01  WS-LINEA-TIT-REJILLA         PIC X(100) VALUE
002320     "BLOQUE  LUNES      MARTES     MIERCOLES  JUEVES     VIERNES
002330-    "    SABADO".
002340
002350 01  WS-LINEA-REJILLA.
002360     05  FILLER                   PIC X(02) VALUE SPACES.
002370     05  RPT-REJ-BLOQUE           PIC 99.
002380     05  FILLER                   PIC X(04) VALUE SPACES.
002390     05  RPT-REJ-CELDA            OCCURS 6 TIMES.
002400         10  RPT-CELDA            PIC X(10).
002410         10  FILLER               PIC X(01).
002420     05  FILLER                   PIC X(26) VALUE SPACES.
002430
002440 01  WS-LINEA-CRUCE-AULA.
002450     05  FILLER                   PIC X(16)
002460         VALUE "  ** CRUCE EN   ".
002470     05  RPT-CRA-DIA              PIC X(09).
002480     05  FILLER                   PIC X(08) VALUE " BLOQUE ".
002490     05  RPT-CRA-BLOQUE           PIC Z9.
002500     05  FILLER                   PIC X(02) VALUE ": ".
002510     05  RPT-CRA-CURSO-A          PIC X(10).
002520     05  FILLER                   PIC X(03) VALUE " Y ".
002530     05  RPT-CRA-CURSO-B          PIC X(10).
002540     05  FILLER                   PIC X(40) VALUE SPACES.
002550
002560 01  WS-LINEA-SIN-CRUCES          PIC X(100) VALUE
002570     "  (SIN CRUCES)".
002580
002590 COPY ERRPARM.
002600
002610 COPY RPTGPARM.
002620
002630 PROCEDURE DIVISION.
002640 0000-MAINLINE.
002650     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002660     PERFORM 2000-CRUCES-PROFESOR THRU 2000-EXIT.
002670     PERFORM 4000-OCUPACION-AULAS THRU 4000-EXIT.
002680     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002690     STOP RUN.
002700
002710*----------------------------------------------------------*
002720*  1000-INICIALIZAR - Apertura de archivos y generacion      *
002730*  fechada del reporte.                                       *
002740*----------------------------------------------------------*
002750 1000-INICIALIZAR.
002760     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002770
002780     OPEN INPUT HORARIO-FILE.
002790     IF NOT WS-HOR-OK
002800         MOVE "HORAUDIT"      TO ERRHAND-PROGRAMA
002810         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002820         MOVE WS-HOR-STATUS   TO ERRHAND-FILE-STATUS
002830         SET ERRHAND-FATAL TO TRUE
002840         MOVE "ERROR AL ABRIR HORARIDX" TO ERRHAND-MENSAJE
002850         CALL "ERRHAND" USING ERRHAND-PARM
002860         STOP RUN
002870     END-IF.
002880
002890     OPEN INPUT CURSO-FILE.
002900     IF NOT WS-CUR-OK
002910         MOVE "HORAUDIT"      TO ERRHAND-PROGRAMA
002920         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002930         MOVE WS-CUR-STATUS   TO ERRHAND-FILE-STATUS
002940         SET ERRHAND-FATAL TO TRUE
002950         MOVE "ERROR AL ABRIR CURSOIDX" TO ERRHAND-MENSAJE
002960         CALL "ERRHAND" USING ERRHAND-PARM
002970         STOP RUN
002980     END-IF.
002990
003000*  Sin asignaciones no hay cruces de profesor que medir; sin
003010*  el maestro de aulas la rejilla sale sin descripcion.
003020     OPEN INPUT ASIGNACION-FILE.
003030     IF WS-ASG-OK
003040         SET ASIGNACIONES-DISPONIBLES TO TRUE
003050     ELSE
003060         DISPLAY "AVISO: sin ASIGIDX; no se revisan profesores"
003070     END-IF.
003080     OPEN INPUT AULA-FILE.
003090     IF WS-AUL-OK
003100         SET AULAS-DISPONIBLES TO TRUE
003110     ELSE
003120         DISPLAY "AVISO: sin AULAIDX; aulas sin descripcion"
003130     END-IF.
003140
003150     MOVE "HORAUDIT" TO RPTGEN-REPORTE.
003160     CALL "RPTGEN" USING RPTGEN-PARM.
003170     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
003180     OPEN OUTPUT REPORTE-FILE.
003190     MOVE WS-FECHA-HOY TO RPT-FECHA.
003200     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
003210 1000-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------*
003250*  2000-CRUCES-PROFESOR - Bloques de clase de cada profesor  *
003260*  ordenados por profesor, dia y bloque.                      *
003270*----------------------------------------------------------*
003280 2000-CRUCES-PROFESOR.
003290     MOVE SPACES TO REPORTE-LINEA.
003300     WRITE REPORTE-LINEA.
003310     MOVE "PROFESORES CON DOS CURSOS EN EL MISMO BLOQUE"
003320         TO RPT-SECCION.
003330     WRITE REPORTE-LINEA FROM WS-LINEA-SECCION.
003340     IF NOT ASIGNACIONES-DISPONIBLES
003350         MOVE "  (NO SE REVISO: FALTA ASIGIDX)" TO REPORTE-LINEA
003360         WRITE REPORTE-LINEA
003370         GO TO 2000-EXIT
003380     END-IF.
003390     WRITE REPORTE-LINEA FROM WS-LINEA-TIT-PROFESOR.
003400     SORT PROF-WORK
003410         ON ASCENDING KEY WPR-PROFESOR WPR-DIA WPR-BLOQUE
003420                          WPR-CURSO
003430         INPUT PROCEDURE IS 2100-LEER-ASIGNACIONES
003440             THRU 2100-EXIT
003450         OUTPUT PROCEDURE IS 3000-IMPRIMIR-PROFESORES
003460             THRU 3000-EXIT.
003470     IF WS-CRUCES-PROFESOR = ZERO
003480         WRITE REPORTE-LINEA FROM WS-LINEA-SIN-CRUCES
003490     END-IF.
003500 2000-EXIT.
003510     EXIT.
003520
003530 2100-LEER-ASIGNACIONES.
003540     MOVE LOW-VALUES TO ASIG-CLAVE.
003550     START ASIGNACION-FILE KEY NOT < ASIG-CLAVE
003560         INVALID KEY
003570             GO TO 2100-EXIT
003580     END-START.
003590     MOVE "N" TO WS-FIN-ASIGNACIONES.
003600     PERFORM 2110-LEER-ASIGNACION THRU 2110-EXIT
003610         UNTIL FIN-DE-ASIGNACIONES.
003620 2100-EXIT.
003630     EXIT.
003640
003650 2110-LEER-ASIGNACION.
003660     READ ASIGNACION-FILE NEXT RECORD
003670         AT END
003680             SET FIN-DE-ASIGNACIONES TO TRUE
003690             GO TO 2110-EXIT
003700     END-READ.
003710     ADD 1 TO WS-ASIGNACIONES-LEIDAS.
003720     MOVE ASIG-CURSO TO HOR-CURSO.
003730     MOVE ZERO       TO HOR-DIA.
003740     MOVE ZERO       TO HOR-BLOQUE.
003750     START HORARIO-FILE KEY NOT < HOR-CLAVE
003760         INVALID KEY
003770             GO TO 2110-EXIT
003780     END-START.
003790     MOVE "N" TO WS-FIN-HORARIO.
003800     PERFORM 2120-LIBERAR-BLOQUE THRU 2120-EXIT
003810         UNTIL FIN-DE-HORARIO.
003820 2110-EXIT.
003830     EXIT.
003840
003850*  Cada bloque del curso con la materia de la asignacion es
003860*  un bloque de clase del profesor.
003870 2120-LIBERAR-BLOQUE.
003880     READ HORARIO-FILE NEXT RECORD
003890         AT END
003900             SET FIN-DE-HORARIO TO TRUE
003910             GO TO 2120-EXIT
003920     END-READ.
003930     IF HOR-CURSO NOT = ASIG-CURSO
003940         SET FIN-DE-HORARIO TO TRUE
003950         GO TO 2120-EXIT
003960     END-IF.
003970     IF HOR-MATERIA NOT = ASIG-MATERIA
003980         GO TO 2120-EXIT
003990     END-IF.
004000     MOVE ASIG-USUARIO TO WPR-PROFESOR.
004010     MOVE HOR-DIA      TO WPR-DIA.
004020     MOVE HOR-BLOQUE   TO WPR-BLOQUE.
004030     MOVE HOR-CURSO    TO WPR-CURSO.
004040     MOVE HOR-MATERIA  TO WPR-MATERIA.
004050     RELEASE WPR-REC.
004060 2120-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------*
004100*  3000-IMPRIMIR-PROFESORES - Agrupa por profesor, dia y     *
004110*  bloque; un grupo con mas de un curso se imprime completo. *
004120*----------------------------------------------------------*
004130 3000-IMPRIMIR-PROFESORES.
004140     MOVE "N" TO WS-FIN-SORT.
004150     MOVE "N" TO WS-HAY-GRUPO.
004160     PERFORM 3100-RETORNAR-PROFESOR THRU 3100-EXIT
004170         UNTIL FIN-DE-SORT.
004180     PERFORM 3200-CERRAR-GRUPO THRU 3200-EXIT.
004190 3000-EXIT.
004200     EXIT.
004210
004220 3100-RETORNAR-PROFESOR.
004230     RETURN PROF-WORK
004240         AT END
004250             SET FIN-DE-SORT TO TRUE
004260             GO TO 3100-EXIT
004270     END-RETURN.
004280     IF GRUPO-ABIERTO
004290        AND WPR-PROFESOR = WS-GRUPO-PROFESOR
004300        AND WPR-DIA      = WS-GRUPO-DIA
004310        AND WPR-BLOQUE   = WS-GRUPO-BLOQUE
004320         CONTINUE
004330     ELSE
004340         PERFORM 3200-CERRAR-GRUPO THRU 3200-EXIT
004350         SET GRUPO-ABIERTO TO TRUE
004360         MOVE WPR-PROFESOR TO WS-GRUPO-PROFESOR
004370         MOVE WPR-DIA      TO WS-GRUPO-DIA
004380         MOVE WPR-BLOQUE   TO WS-GRUPO-BLOQUE
004390         MOVE ZERO         TO WS-TOTAL-GRUPO
004400     END-IF.
004410     IF WS-TOTAL-GRUPO < 20
004420         ADD 1 TO WS-TOTAL-GRUPO
004430         MOVE WPR-CURSO   TO WS-GRU-CURSO (WS-TOTAL-GRUPO)
004440         MOVE WPR-MATERIA TO WS-GRU-MATERIA (WS-TOTAL-GRUPO)
004450     END-IF.
004460 3100-EXIT.
004470     EXIT.
004480
004490 3200-CERRAR-GRUPO.
004500     IF NOT GRUPO-ABIERTO OR WS-TOTAL-GRUPO < 2
004510         GO TO 3200-EXIT
004520     END-IF.
004530     ADD 1 TO WS-CRUCES-PROFESOR.
004540     PERFORM 3210-IMPRIMIR-CURSO THRU 3210-EXIT
004550         VARYING WS-IDX-GRU FROM 1 BY 1
004560         UNTIL WS-IDX-GRU > WS-TOTAL-GRUPO.
004570 3200-EXIT.
004580     EXIT.
004590
004600 3210-IMPRIMIR-CURSO.
004610     MOVE WS-GRUPO-PROFESOR              TO RPT-PROFESOR.
004620     MOVE WS-NOMBRE-DIA (WS-GRUPO-DIA)   TO RPT-DIA.
004630     MOVE WS-GRUPO-BLOQUE                TO RPT-BLOQUE.
004640     MOVE WS-GRU-CURSO (WS-IDX-GRU)      TO RPT-CURSO.
004650     MOVE WS-GRU-MATERIA (WS-IDX-GRU)    TO RPT-MATERIA.
004660     WRITE REPORTE-LINEA FROM WS-LINEA-PROFESOR.
004670 3210-EXIT.
004680     EXIT.
004690
004700*----------------------------------------------------------*
004710*  4000-OCUPACION-AULAS - Bloques de HORARIDX ubicados en el *
004720*  aula de su curso y ordenados por aula, dia y bloque.      *
004730*----------------------------------------------------------*
004740 4000-OCUPACION-AULAS.
004750     MOVE SPACES TO REPORTE-LINEA.
004760     WRITE REPORTE-LINEA.
004770     MOVE "OCUPACION DE AULAS (12 BLOQUES X 6 DIAS)"
004780         TO RPT-SECCION.
004790     WRITE REPORTE-LINEA FROM WS-LINEA-SECCION.
004800     SORT AULA-WORK
004810         ON ASCENDING KEY WAU-AULA WAU-DIA WAU-BLOQUE WAU-CURSO
004820         INPUT PROCEDURE IS 4100-LEER-HORARIO THRU 4100-EXIT
004830         OUTPUT PROCEDURE IS 5000-IMPRIMIR-AULAS
004840             THRU 5000-EXIT.
004850     IF WS-AULAS-REVISADAS = ZERO
004860         MOVE "  (NINGUN CURSO CON AULA Y HORARIO)"
004870             TO REPORTE-LINEA
004880         WRITE REPORTE-LINEA
004890     END-IF.
004900 4000-EXIT.
004910     EXIT.
004920
004930 4100-LEER-HORARIO.
004940     MOVE LOW-VALUES TO HOR-CLAVE.
004950     START HORARIO-FILE KEY NOT < HOR-CLAVE
004960         INVALID KEY
004970             GO TO 4100-EXIT
004980     END-START.
004990     MOVE "N" TO WS-FIN-HORARIO.
005000     PERFORM 4110-UBICAR-BLOQUE THRU 4110-EXIT
005010         UNTIL FIN-DE-HORARIO.
005020 4100-EXIT.
005030     EXIT.
005040
005050 4110-UBICAR-BLOQUE.
005060     READ HORARIO-FILE NEXT RECORD
005070         AT END
005080             SET FIN-DE-HORARIO TO TRUE
005090             GO TO 4110-EXIT
005100     END-READ.
005110     ADD 1 TO WS-BLOQUES-LEIDOS.
005120     IF HOR-CURSO NOT = WS-CURSO-LEIDO
005130         MOVE HOR-CURSO TO WS-CURSO-LEIDO
005140         MOVE HOR-CURSO TO CURSO-CODIGO
005150         READ CURSO-FILE
005160             INVALID KEY
005170                 MOVE SPACES TO CURSO-AULA
005180         END-READ
005190         MOVE CURSO-AULA TO WS-AULA-CURSO
005200     END-IF.
005210     IF WS-AULA-CURSO = SPACES
005220         ADD 1 TO WS-BLOQUES-SIN-AULA
005230         GO TO 4110-EXIT
005240     END-IF.
005250     MOVE WS-AULA-CURSO TO WAU-AULA.
005260     MOVE HOR-DIA       TO WAU-DIA.
005270     MOVE HOR-BLOQUE    TO WAU-BLOQUE.
005280     MOVE HOR-CURSO     TO WAU-CURSO.
005290     RELEASE WAU-REC.
005300 4110-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------*
005340*  5000-IMPRIMIR-AULAS - Llena la rejilla de cada aula y la  *
005350*  imprime al cambiar de aula, con sus cruces debajo.        *
005360*----------------------------------------------------------*
005370 5000-IMPRIMIR-AULAS.
005380     MOVE "N" TO WS-FIN-SORT.
005390     MOVE SPACES TO WS-AULA-ACTUAL.
005400     PERFORM 5100-RETORNAR-BLOQUE THRU 5100-EXIT
005410         UNTIL FIN-DE-SORT.
005420     IF WS-AULA-ACTUAL NOT = SPACES
005430         PERFORM 5300-IMPRIMIR-REJILLA THRU 5300-EXIT
005440     END-IF.
005450 5000-EXIT.
005460     EXIT.
005470
005480 5100-RETORNAR-BLOQUE.
005490     RETURN AULA-WORK
005500         AT END
005510             SET FIN-DE-SORT TO TRUE
005520             GO TO 5100-EXIT
005530     END-RETURN.
005540     IF WAU-AULA NOT = WS-AULA-ACTUAL
005550         IF WS-AULA-ACTUAL NOT = SPACES
005560             PERFORM 5300-IMPRIMIR-REJILLA THRU 5300-EXIT
005570         END-IF
005580         MOVE WAU-AULA TO WS-AULA-ACTUAL
005590         MOVE SPACES   TO WS-REJILLA
005600         MOVE ZERO     TO WS-BLOQUES-OCUPADOS
005610         MOVE ZERO     TO WS-TOTAL-CRUCES-AULA
005620         ADD 1 TO WS-AULAS-REVISADAS
005630     END-IF.
005640     PERFORM 5200-OCUPAR-CELDA THRU 5200-EXIT.
005650 5100-EXIT.
005660     EXIT.
005670
005680*  La celda guarda el primer curso; otro curso en la misma
005690*  celda es un cruce.
005700 5200-OCUPAR-CELDA.
005710     IF WS-CELDA-CURSO (WAU-BLOQUE WAU-DIA) = SPACES
005720         MOVE WAU-CURSO TO WS-CELDA-CURSO (WAU-BLOQUE WAU-DIA)
005730         ADD 1 TO WS-BLOQUES-OCUPADOS
005740         GO TO 5200-EXIT
005750     END-IF.
005760     MOVE "S" TO WS-CELDA-CRUCE (WAU-BLOQUE WAU-DIA).
005770     ADD 1 TO WS-CRUCES-AULA.
005780     IF WS-TOTAL-CRUCES-AULA < 72
005790         ADD 1 TO WS-TOTAL-CRUCES-AULA
005800         MOVE WAU-DIA    TO WS-CRA-DIA (WS-TOTAL-CRUCES-AULA)
005810         MOVE WAU-BLOQUE TO WS-CRA-BLOQUE (WS-TOTAL-CRUCES-AULA)
005820         MOVE WS-CELDA-CURSO (WAU-BLOQUE WAU-DIA)
005830             TO WS-CRA-CURSO-A (WS-TOTAL-CRUCES-AULA)
005840         MOVE WAU-CURSO  TO WS-CRA-CURSO-B (WS-TOTAL-CRUCES-AULA)
005850     END-IF.
005860 5200-EXIT.
005870     EXIT.
005880
005890 5300-IMPRIMIR-REJILLA.
005900     MOVE WS-AULA-ACTUAL TO RPT-AULA.
005910     MOVE SPACES TO RPT-AULA-DESCRIPCION.
005920     IF AULAS-DISPONIBLES
005930         MOVE WS-AULA-ACTUAL TO AULA-CODIGO
005940         READ AULA-FILE
005950             INVALID KEY
005960                 MOVE "(NO ESTA EN AULAIDX)"
005970                     TO RPT-AULA-DESCRIPCION
005980             NOT INVALID KEY
005990                 MOVE AULA-DESCRIPCION TO RPT-AULA-DESCRIPCION
006000         END-READ
006010     END-IF.
006020     MOVE WS-BLOQUES-OCUPADOS TO RPT-OCUPADOS.
006030     COMPUTE WS-PCT-OCUPACION ROUNDED =
006040         WS-BLOQUES-OCUPADOS * 100 / 72.
006050     MOVE WS-PCT-OCUPACION TO RPT-PCT-OCUPACION.
006060     MOVE SPACES TO REPORTE-LINEA.
006070     WRITE REPORTE-LINEA.
006080     WRITE REPORTE-LINEA FROM WS-LINEA-AULA.
006090     WRITE REPORTE-LINEA FROM WS-LINEA-TIT-REJILLA.
006100     PERFORM 5310-IMPRIMIR-FILA THRU 5310-EXIT
006110         VARYING WS-IDX-BLQ FROM 1 BY 1
006120         UNTIL WS-IDX-BLQ > 12.
006130     PERFORM 5330-IMPRIMIR-CRUCE THRU 5330-EXIT
006140         VARYING WS-IDX-CRA FROM 1 BY 1
006150         UNTIL WS-IDX-CRA > WS-TOTAL-CRUCES-AULA.
006160 5300-EXIT.
006170     EXIT.
006180
006190 5310-IMPRIMIR-FILA.
006195     MOVE SPACES TO WS-LINEA-REJILLA.
006200     MOVE WS-IDX-BLQ TO RPT-REJ-BLOQUE.
006210     PERFORM 5320-LLENAR-CELDA THRU 5320-EXIT
006220         VARYING WS-IDX-DIA FROM 1 BY 1
006230         UNTIL WS-IDX-DIA > 6.
006240     WRITE REPORTE-LINEA FROM WS-LINEA-REJILLA.
006250 5310-EXIT.
006260     EXIT.
006270
006280*  Celda libre = puntos; celda con cruce = *CRUCE*.
006290 5320-LLENAR-CELDA.
006300     IF WS-CELDA-CRUCE (WS-IDX-BLQ WS-IDX-DIA) = "S"
006310         MOVE "*CRUCE*" TO RPT-CELDA (WS-IDX-DIA)
006320         GO TO 5320-EXIT
006330     END-IF.
006340     IF WS-CELDA-CURSO (WS-IDX-BLQ WS-IDX-DIA) = SPACES
006350         MOVE "  ...   " TO RPT-CELDA (WS-IDX-DIA)
006360     ELSE
006370         MOVE WS-CELDA-CURSO (WS-IDX-BLQ WS-IDX-DIA)
006380             TO RPT-CELDA (WS-IDX-DIA)
006390     END-IF.
006400 5320-EXIT.
006410     EXIT.
006420
006430 5330-IMPRIMIR-CRUCE.
006440     MOVE WS-NOMBRE-DIA (WS-CRA-DIA (WS-IDX-CRA)) TO RPT-CRA-DIA.
006450     MOVE WS-CRA-BLOQUE (WS-IDX-CRA)  TO RPT-CRA-BLOQUE.
006460     MOVE WS-CRA-CURSO-A (WS-IDX-CRA) TO RPT-CRA-CURSO-A.
006470     MOVE WS-CRA-CURSO-B (WS-IDX-CRA) TO RPT-CRA-CURSO-B.
006480     WRITE REPORTE-LINEA FROM WS-LINEA-CRUCE-AULA.
006490 5330-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------*
006530*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
006540*----------------------------------------------------------*
006550 9000-FINALIZAR.
006560     CLOSE HORARIO-FILE.
006570     CLOSE CURSO-FILE.
006580     IF ASIGNACIONES-DISPONIBLES
006590         CLOSE ASIGNACION-FILE
006600     END-IF.
006610     IF AULAS-DISPONIBLES
006620         CLOSE AULA-FILE
006630     END-IF.
006640     CLOSE REPORTE-FILE.
006650     IF WS-CRUCES-PROFESOR > ZERO OR WS-CRUCES-AULA > ZERO
006660         MOVE 4 TO RETURN-CODE
006670     END-IF.
006680     DISPLAY " ".
006690     DISPLAY "---- AUDITORIA SEMANAL DE HORARIOS ----".
006700     DISPLAY "ASIGNACIONES LEIDAS : " WS-ASIGNACIONES-LEIDAS.
006710     DISPLAY "BLOQUES LEIDOS      : " WS-BLOQUES-LEIDOS.
006720     DISPLAY "BLOQUES SIN AULA    : " WS-BLOQUES-SIN-AULA.
006730     DISPLAY "AULAS REVISADAS     : " WS-AULAS-REVISADAS.
006740     DISPLAY "CRUCES DE PROFESOR  : " WS-CRUCES-PROFESOR.
006750     DISPLAY "CRUCES DE AULA      : " WS-CRUCES-AULA.
006760     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
006770 9000-EXIT.
006780     EXIT.

000100*  CURSMANT) y detecta el cruce de horario entre dos         *
000110*  cursos (mismo dia y mismo bloque).  La llaman las        *
000120*  pantallas de inscripcion y la carga masiva al cambiar a   *
000130*  un estudiante de curso.  Tambien detecta el doble uso de  *
000132*  un profesor (sus asignaciones de ASIGIDX, ver PROFMANT)   *
000134*  o de un aula (CURSO-AULA de CURSOIDX) en un mismo dia y   *
000136*  bloque: lo preguntan CURSMANT al guardar un bloque y      *
000138*  PROFMANT al asignar una materia.                           *
000140*----------------------------------------------------------*
000150*  MODIFICATIONS.
000160*  2026-09-01 JFV  Creacion inicial.
000162*  2026-10-15 JFV  Funciones P (profesores de la materia del
000164*                  bloque), M (profesor que se asigna) y A
000166*                  (aula del curso) contra ASIGIDX y CURSOIDX.
000170*----------------------------------------------------------*
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. HORACHK.
000310         RECORD KEY IS HOR-CLAVE
000320         FILE STATUS IS WS-HOR-STATUS.
000330
000330     SELECT ASIGNACION-FILE ASSIGN TO "ASIGIDX"
000331         ORGANIZATION IS INDEXED
000332         ACCESS MODE IS DYNAMIC
000333         RECORD KEY IS ASIG-CLAVE
000333         FILE STATUS IS WS-ASG-STATUS.
000334
000335     SELECT CURSO-FILE ASSIGN TO "CURSOIDX"
000336         ORGANIZATION IS INDEXED
000336         ACCESS MODE IS DYNAMIC
000337         RECORD KEY IS CURSO-CODIGO
000338         FILE STATUS IS WS-CUR-STATUS.
000339
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  HORARIO-FILE.
000370     COPY HORREC.
000380
000381 FD  ASIGNACION-FILE.
000382     COPY ASIGREC.
000383
000384 FD  CURSO-FILE.
000385     COPY CURSOREC.
000386
000390 WORKING-STORAGE SECTION.
000400 01  WS-HOR-STATUS                PIC X(02).
000410     88  WS-HOR-OK                        VALUE "00".
000420
000421 01  WS-ASG-STATUS                PIC X(02).
000422     88  WS-ASG-OK                        VALUE "00".
000423
000424 01  WS-CUR-STATUS                PIC X(02).
000425     88  WS-CUR-OK                        VALUE "00".
000426
000430 01  WS-FIN-CURSO                 PIC X(01).
000440     88  FIN-DE-CURSO                     VALUE "S".
000442 01  WS-FIN-ASIGNACIONES          PIC X(01).
000444     88  FIN-DE-ASIGNACIONES              VALUE "S".
000446 01  WS-FIN-CATALOGO              PIC X(01).
000448     88  FIN-DE-CATALOGO                  VALUE "S".
000450
000460*  Bloques del curso A, cargados para comparar contra B.
000470 01  WS-TOTAL-BLOQUES             PIC 9(03) COMP VALUE ZERO.
000490     05  WS-BLOQUE-ENTRADA        OCCURS 72 TIMES.
000500         10  WS-BLO-DIA           PIC 9(01).
000510         10  WS-BLO-BLOQUE        PIC 9(02).
000515         10  WS-BLO-MATERIA       PIC X(10).
000520 01  WS-IDX-BLO                   PIC 9(03) COMP.
000520
000521*  Profesores que imparten la materia del bloque (funcion P).
000522 01  WS-TOTAL-PROFES              PIC 9(03) COMP VALUE ZERO.
000523 01  WS-TABLA-PROFES.
000523     05  WS-PROF-ENTRADA          OCCURS 20 TIMES.
000524         10  WS-PRO-USUARIO       PIC X(20).
000525 01  WS-IDX-PRO                   PIC 9(03) COMP.
000526
000526*  Profesor, dia y bloque que se revisan en 4000.
000527 01  WS-PROFESOR-REVISA           PIC X(20).
000528 01  WS-DIA-REVISA                PIC 9(01).
000529 01  WS-BLOQUE-REVISA             PIC 9(02).
000530
000540 LINKAGE SECTION.
000550 COPY HORAPARM.
000680             PERFORM 2000-VALIDAR-HORARIO THRU 2000-EXIT
000690         WHEN HORACHK-CRUZAR
000700             PERFORM 3000-BUSCAR-CRUCE THRU 3000-EXIT
000701         WHEN HORACHK-PROFESOR-BLOQUE
000702             PERFORM 5000-PROFESORES-BLOQUE THRU 5000-EXIT
000703         WHEN HORACHK-PROFESOR-ASIGNA
000704             PERFORM 6000-PROFESOR-ASIGNADO THRU 6000-EXIT
000705         WHEN HORACHK-AULA-BLOQUE
000706             PERFORM 7000-AULA-OCUPADA THRU 7000-EXIT
000710         WHEN OTHER
000720             SET HORACHK-ERROR-ARCHIVO TO TRUE
000730     END-EVALUATE.
001170         ADD 1 TO WS-TOTAL-BLOQUES
001180         MOVE HOR-DIA TO WS-BLO-DIA (WS-TOTAL-BLOQUES)
001190         MOVE HOR-BLOQUE TO WS-BLO-BLOQUE (WS-TOTAL-BLOQUES)
001195         MOVE HOR-MATERIA TO WS-BLO-MATERIA (WS-TOTAL-BLOQUES)
001200     END-IF.
001210 2110-EXIT.
001220     EXIT.
001720     END-IF.
001730 3110-EXIT.
001740     EXIT.
001750
001760*----------------------------------------------------------*
001770*  4000-PROFESOR-OCUPADO - Recorre las asignaciones de       *
001780*  WS-PROFESOR-REVISA en otros cursos: si alguno tiene en    *
001790*  el dia y bloque revisados la materia que el imparte, el   *
001800*  profesor ya esta ocupado.  ASIGIDX debe estar abierto.    *
001810*----------------------------------------------------------*
001820 4000-PROFESOR-OCUPADO.
001830     MOVE WS-PROFESOR-REVISA TO ASIG-USUARIO.
001840     MOVE SPACES TO ASIG-CURSO.
001850     MOVE SPACES TO ASIG-MATERIA.
001860     START ASIGNACION-FILE KEY NOT < ASIG-CLAVE
001870         INVALID KEY
001880             GO TO 4000-EXIT
001890     END-START.
001900     MOVE "N" TO WS-FIN-ASIGNACIONES.
001910     PERFORM 4100-REVISAR-ASIGNACION THRU 4100-EXIT
001920         UNTIL FIN-DE-ASIGNACIONES OR HORACHK-CRUCE.
001930 4000-EXIT.
001940     EXIT.
001950
001960 4100-REVISAR-ASIGNACION.
001970     READ ASIGNACION-FILE NEXT RECORD
001980         AT END
001990             SET FIN-DE-ASIGNACIONES TO TRUE
002000             GO TO 4100-EXIT
002010     END-READ.
002020     IF ASIG-USUARIO NOT = WS-PROFESOR-REVISA
002030         SET FIN-DE-ASIGNACIONES TO TRUE
002040         GO TO 4100-EXIT
002050     END-IF.
002060     IF ASIG-CURSO = HORACHK-CURSO-A
002070         GO TO 4100-EXIT
002080     END-IF.
002090     MOVE ASIG-CURSO       TO HOR-CURSO.
002100     MOVE WS-DIA-REVISA    TO HOR-DIA.
002110     MOVE WS-BLOQUE-REVISA TO HOR-BLOQUE.
002120     READ HORARIO-FILE
002130         INVALID KEY
002140             GO TO 4100-EXIT
002150     END-READ.
002160     IF HOR-MATERIA = ASIG-MATERIA
002170         SET HORACHK-CRUCE TO TRUE
002180         MOVE ASIG-CURSO         TO HORACHK-CURSO-B
002190         MOVE WS-PROFESOR-REVISA TO HORACHK-PROFESOR
002200         MOVE WS-DIA-REVISA      TO HORACHK-DIA-CRUCE
002210         MOVE WS-BLOQUE-REVISA   TO HORACHK-BLOQUE-CRUCE
002220     END-IF.
002230 4100-EXIT.
002240     EXIT.
002250
002260*----------------------------------------------------------*
002270*  5000-PROFESORES-BLOQUE - Bloque nuevo del curso A con su  *
002280*  materia: ninguno de los profesores asignados a esa        *
002290*  materia del curso puede estar dando clase en otro curso   *
002300*  en el mismo dia y bloque.                                  *
002310*----------------------------------------------------------*
002320 5000-PROFESORES-BLOQUE.
002330     SET HORACHK-OK TO TRUE.
002340     IF HORACHK-MATERIA = SPACES
002350         GO TO 5000-EXIT
002360     END-IF.
002370     OPEN INPUT ASIGNACION-FILE.
002380     IF NOT WS-ASG-OK
002390         SET HORACHK-ERROR-ARCHIVO TO TRUE
002400         GO TO 5000-EXIT
002410     END-IF.
002420     MOVE ZERO TO WS-TOTAL-PROFES.
002430     MOVE LOW-VALUES TO ASIG-CLAVE.
002440     START ASIGNACION-FILE KEY NOT < ASIG-CLAVE
002450         INVALID KEY
002460             SET FIN-DE-ASIGNACIONES TO TRUE
002470         NOT INVALID KEY
002480             MOVE "N" TO WS-FIN-ASIGNACIONES
002490     END-START.
002500     PERFORM 5100-JUNTAR-PROFESOR THRU 5100-EXIT
002510         UNTIL FIN-DE-ASIGNACIONES.
002520
002530     MOVE HORACHK-DIA    TO WS-DIA-REVISA.
002540     MOVE HORACHK-BLOQUE TO WS-BLOQUE-REVISA.
002550     PERFORM 5200-REVISAR-PROFESOR THRU 5200-EXIT
002560         VARYING WS-IDX-PRO FROM 1 BY 1
002570         UNTIL WS-IDX-PRO > WS-TOTAL-PROFES
002580            OR HORACHK-CRUCE.
002590     CLOSE ASIGNACION-FILE.
002600 5000-EXIT.
002610     EXIT.
002620
002630 5100-JUNTAR-PROFESOR.
002640     READ ASIGNACION-FILE NEXT RECORD
002650         AT END
002660             SET FIN-DE-ASIGNACIONES TO TRUE
002670             GO TO 5100-EXIT
002680     END-READ.
002690     IF ASIG-CURSO = HORACHK-CURSO-A
002700        AND ASIG-MATERIA = HORACHK-MATERIA
002710        AND WS-TOTAL-PROFES < 20
002720         ADD 1 TO WS-TOTAL-PROFES
002730         MOVE ASIG-USUARIO TO WS-PRO-USUARIO (WS-TOTAL-PROFES)
002740     END-IF.
002750 5100-EXIT.
002760     EXIT.
002770
002780 5200-REVISAR-PROFESOR.
002790     MOVE WS-PRO-USUARIO (WS-IDX-PRO) TO WS-PROFESOR-REVISA.
002800     PERFORM 4000-PROFESOR-OCUPADO THRU 4000-EXIT.
002810 5200-EXIT.
002820     EXIT.
002830
002840*----------------------------------------------------------*
002850*  6000-PROFESOR-ASIGNADO - Asignacion nueva de              *
002860*  HORACHK-PROFESOR a la materia del curso A: en cada bloque *
002870*  del curso con esa materia el profesor no puede estar      *
002880*  dando clase en otro curso.                                 *
002890*----------------------------------------------------------*
002900 6000-PROFESOR-ASIGNADO.
002910     SET HORACHK-OK TO TRUE.
002920     PERFORM 2100-CARGAR-CURSO-A THRU 2100-EXIT.
002930     IF WS-TOTAL-BLOQUES = ZERO
002940         GO TO 6000-EXIT
002950     END-IF.
002960     OPEN INPUT ASIGNACION-FILE.
002970     IF NOT WS-ASG-OK
002980         SET HORACHK-ERROR-ARCHIVO TO TRUE
002990         GO TO 6000-EXIT
003000     END-IF.
003010     MOVE HORACHK-PROFESOR TO WS-PROFESOR-REVISA.
003020     PERFORM 6100-REVISAR-BLOQUE THRU 6100-EXIT
003030         VARYING WS-IDX-BLO FROM 1 BY 1
003040         UNTIL WS-IDX-BLO > WS-TOTAL-BLOQUES
003050            OR HORACHK-CRUCE.
003060     CLOSE ASIGNACION-FILE.
003070 6000-EXIT.
003080     EXIT.
003090
003100 6100-REVISAR-BLOQUE.
003110     IF WS-BLO-MATERIA (WS-IDX-BLO) NOT = HORACHK-MATERIA
003120         GO TO 6100-EXIT
003130     END-IF.
003140     MOVE WS-BLO-DIA (WS-IDX-BLO)    TO WS-DIA-REVISA.
003150     MOVE WS-BLO-BLOQUE (WS-IDX-BLO) TO WS-BLOQUE-REVISA.
003160     PERFORM 4000-PROFESOR-OCUPADO THRU 4000-EXIT.
003170 6100-EXIT.
003180     EXIT.
003190
003200*----------------------------------------------------------*
003210*  7000-AULA-OCUPADA - Bloque nuevo del curso A: ningun otro *
003220*  curso con la misma CURSO-AULA puede tener registrado el   *
003230*  mismo dia y bloque.  Un curso sin aula no se revisa.      *
003240*----------------------------------------------------------*
003250 7000-AULA-OCUPADA.
003260     SET HORACHK-OK TO TRUE.
003270     MOVE SPACES TO HORACHK-AULA.
003280     OPEN INPUT CURSO-FILE.
003290     IF NOT WS-CUR-OK
003300         SET HORACHK-ERROR-ARCHIVO TO TRUE
003310         GO TO 7000-EXIT
003320     END-IF.
003330     MOVE HORACHK-CURSO-A TO CURSO-CODIGO.
003340     READ CURSO-FILE
003350         INVALID KEY
003360             MOVE SPACES TO CURSO-AULA
003370     END-READ.
003380     MOVE CURSO-AULA TO HORACHK-AULA.
003390     IF HORACHK-AULA = SPACES
003400         CLOSE CURSO-FILE
003410         GO TO 7000-EXIT
003420     END-IF.
003430     MOVE LOW-VALUES TO CURSO-CODIGO.
003440     START CURSO-FILE KEY NOT < CURSO-CODIGO
003450         INVALID KEY
003460             SET FIN-DE-CATALOGO TO TRUE
003470         NOT INVALID KEY
003480             MOVE "N" TO WS-FIN-CATALOGO
003490     END-START.
003500     PERFORM 7100-REVISAR-CURSO THRU 7100-EXIT
003510         UNTIL FIN-DE-CATALOGO OR HORACHK-CRUCE.
003520     CLOSE CURSO-FILE.
003530 7000-EXIT.
003540     EXIT.
003550
003560 7100-REVISAR-CURSO.
003570     READ CURSO-FILE NEXT RECORD
003580         AT END
003590             SET FIN-DE-CATALOGO TO TRUE
003600             GO TO 7100-EXIT
003610     END-READ.
003620     IF CURSO-CODIGO = HORACHK-CURSO-A
003630        OR CURSO-AULA NOT = HORACHK-AULA
003640         GO TO 7100-EXIT
003650     END-IF.
003660     MOVE CURSO-CODIGO   TO HOR-CURSO.
003670     MOVE HORACHK-DIA    TO HOR-DIA.
003680     MOVE HORACHK-BLOQUE TO HOR-BLOQUE.
003690     READ HORARIO-FILE
003700         INVALID KEY
003710             GO TO 7100-EXIT
003720     END-READ.
003730     SET HORACHK-CRUCE TO TRUE.
003740     MOVE CURSO-CODIGO   TO HORACHK-CURSO-B.
003750     MOVE HORACHK-DIA    TO HORACHK-DIA-CRUCE.
003760     MOVE HORACHK-BLOQUE TO HORACHK-BLOQUE-CRUCE.
003770 7100-EXIT.
003780     EXIT.

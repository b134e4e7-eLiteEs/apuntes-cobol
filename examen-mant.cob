000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  EXAMMANT                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Mantenimiento del calendario de examenes EXAMIDX, que     *
000090*  hasta ahora se armaba en una hoja de calculo: curso,      *
000100*  materia, fecha y bloque de cada examen.  La fecha debe    *
000110*  ser dia de clase en CALENIDX (rutina comun CALENCHK), la  *
000120*  materia debe estar en el plan del curso (PLANIDX) y un    *
000130*  curso no presenta mas examenes en un dia que los que      *
000140*  permite la clave EXAMENES-DIA de SYSPARM.  El calendario  *
000150*  impreso por curso y por profesor lo emite ESCEXAMR.       *
000160*----------------------------------------------------------*
000170*  MODIFICATIONS.
000180*  2026-10-15 JFV  Creacion inicial.
000183*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000186*                  (rutina PERMCHK, archivo PERMIDX).
000190*----------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. EXAMMANT.
000220 AUTHOR. J. FIGUEROA VEGA.
000230 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000240 DATE-WRITTEN. 2026-10-15.
000250 DATE-COMPILED.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT EXAMEN-FILE ASSIGN TO "EXAMIDX"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS EXAM-CLAVE
000340         FILE STATUS IS WS-EXA-STATUS.
000350
000360     SELECT PLAN-FILE ASSIGN TO "PLANIDX"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS PLAN-CLAVE
000400         FILE STATUS IS WS-PLA-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  EXAMEN-FILE.
000450     COPY EXAMREC.
000460
000470 FD  PLAN-FILE.
000480     COPY PLANREC.
000490
000500 WORKING-STORAGE SECTION.
000510 01  WS-EXA-STATUS                PIC X(02).
000520     88  WS-EXA-OK                        VALUE "00".
000530
000540 01  WS-PLA-STATUS                PIC X(02).
000550     88  WS-PLA-OK                        VALUE "00".
000560
000570 01  WS-SWITCHES.
000580     05  WS-OPCION                PIC 9(01) VALUE ZERO.
000590     05  WS-FIN-MENU              PIC X(01) VALUE "N".
000600         88  FIN-DE-MENU                  VALUE "S".
000610     05  WS-FIN-LISTADO           PIC X(01) VALUE "N".
000620         88  FIN-DE-LISTADO               VALUE "S".
000630     05  WS-HAY-PLAN              PIC X(01) VALUE "N".
000640         88  PLAN-DISPONIBLE              VALUE "S".
000650     05  WS-CLAVE-VALIDA          PIC X(01) VALUE "N".
000660         88  CLAVE-VALIDA                 VALUE "S".
000670     05  WS-EXAMEN-EXISTE         PIC X(01) VALUE "N".
000680         88  EXAMEN-EXISTENTE             VALUE "S".
000690
000700 01  WS-ENTRADA-OPCION            PIC X(01).
000710 01  WS-ENTRADA-CURSO             PIC X(10).
000720 01  WS-ENTRADA-MATERIA           PIC X(10).
000730 01  WS-ENTRADA-FECHA             PIC X(08).
000740 01  WS-ENTRADA-BLOQUE            PIC X(02).
000750 01  WS-ENTRADA-TEXTO             PIC X(20).
000760 01  WS-ENTRADA-CONFIRMA          PIC X(01).
000770
000780 01  WS-OPERADOR                  PIC X(20).
000790 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000800 01  WS-CURSO-TRABAJO             PIC X(10) VALUE SPACES.
000810 01  WS-MATERIA-TRABAJO           PIC X(10) VALUE SPACES.
000820 01  WS-FECHA-TRABAJO             PIC 9(08) VALUE ZERO.
000830
000840*  Tope de examenes de un curso en un mismo dia; SYSPARM
000850*  EXAMENES-DIA lo cambia.
000860 01  WS-EXAMENES-DIA              PIC 9(02) VALUE 2.
000870 01  WS-EXAMENES-FECHA            PIC 9(03) COMP VALUE ZERO.
000880 01  WS-EXAMENES-LISTADOS         PIC 9(03) COMP VALUE ZERO.
000890
000900 COPY ERRPARM.
000910
000920 COPY PARMPARM.
000930
000940 COPY CALPARM.
000950
000960 COPY CURSOPARM.
000970
000973 COPY PERMPARM.
000976
000980 LINKAGE SECTION.
000990 COPY LOGPARM.
001000
001010 PROCEDURE DIVISION USING LOGIN-PARM.
001020 0000-MAINLINE.
001030     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001040     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001050         UNTIL FIN-DE-MENU.
001060     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001070     GOBACK.
001080
001090*----------------------------------------------------------*
001100*  1000-INICIALIZAR - Sesion, calendario de examenes (se     *
001110*  crea si aun no existe), plan de estudios y tope diario.   *
001120*----------------------------------------------------------*
001130 1000-INICIALIZAR.
001140     IF LOGIN-CONCEDIDO AND LOGIN-USERNAME NOT = SPACES
001150         MOVE LOGIN-USERNAME TO WS-OPERADOR
001160     ELSE
001170         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001180         GOBACK
001190     END-IF.
001191
001192     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001193     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001194     MOVE "EXAMMANT"     TO PERMCHK-PROGRAMA.
001195     MOVE SPACES         TO PERMCHK-FUNCION.
001196     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001197     CALL "PERMCHK" USING PERMCHK-PARM.
001198     IF NOT PERMCHK-PERMITIDO
001199         DISPLAY "SIN PERMISO PARA EXAMMANT"
001200         GOBACK
001201     END-IF.
001202     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001210
001220     OPEN I-O EXAMEN-FILE.
001230     IF NOT WS-EXA-OK
001240         IF WS-EXA-STATUS = "35"
001250             OPEN OUTPUT EXAMEN-FILE
001260             CLOSE EXAMEN-FILE
001270             OPEN I-O EXAMEN-FILE
001280         END-IF
001290     END-IF
001300     IF NOT WS-EXA-OK
001310         MOVE "EXAMMANT"      TO ERRHAND-PROGRAMA
001320         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001330         MOVE WS-EXA-STATUS   TO ERRHAND-FILE-STATUS
001340         SET ERRHAND-FATAL TO TRUE
001350         MOVE "ERROR AL ABRIR EXAMIDX" TO ERRHAND-MENSAJE
001360         CALL "ERRHAND" USING ERRHAND-PARM
001370         GOBACK
001380     END-IF.
001390
001400*  Sin PLANIDX no hay contra que validar la materia, como en
001410*  ESCNOTAS: se avisa y se sigue.
001420     OPEN INPUT PLAN-FILE.
001430     IF WS-PLA-OK
001440         SET PLAN-DISPONIBLE TO TRUE
001450     ELSE
001460         DISPLAY "AVISO: sin plan de estudios (PLANIDX);"
001470             " materia sin validar"
001480     END-IF.
001490
001500     MOVE "EXAMENES-DIA" TO PARMLKP-CLAVE.
001510     CALL "PARMLKP" USING PARMLKP-PARM.
001520     IF PARMLKP-ENCONTRADO
001530        AND PARMLKP-VALOR IS NUMERIC
001540         MOVE PARMLKP-VALOR TO WS-EXAMENES-DIA
001550     END-IF.
001560 1000-EXIT.
001570     EXIT.
001580
001590*----------------------------------------------------------*
001600*  2000-PROCESAR-MENU - Menu del calendario de examenes      *
001610*----------------------------------------------------------*
001620 2000-PROCESAR-MENU.
001630     DISPLAY " ".
001640     DISPLAY "---- EXAMMANT - CALENDARIO DE EXAMENES ----".
001650     DISPLAY "1. Programar/corregir un examen".
001660     DISPLAY "2. Borrar un examen".
001670     DISPLAY "3. Listar los examenes de un curso".
001680     DISPLAY "9. Salir".
001690     DISPLAY "Opcion:".
001700     ACCEPT WS-ENTRADA-OPCION.
001710     MOVE ZERO TO WS-OPCION.
001720     IF WS-ENTRADA-OPCION IS NUMERIC
001730         MOVE WS-ENTRADA-OPCION TO WS-OPCION
001740     END-IF.
001750
001760     EVALUATE WS-OPCION
001770         WHEN 1
001780             PERFORM 3000-PROGRAMAR-EXAMEN THRU 3000-EXIT
001790         WHEN 2
001800             PERFORM 4000-BORRAR-EXAMEN THRU 4000-EXIT
001810         WHEN 3
001820             PERFORM 5000-LISTAR-CURSO THRU 5000-EXIT
001830         WHEN 9
001840             SET FIN-DE-MENU TO TRUE
001850         WHEN OTHER
001860             DISPLAY "Opcion invalida"
001870     END-EVALUATE.
001880 2000-EXIT.
001890     EXIT.
001900
001910*----------------------------------------------------------*
001920*  3000-PROGRAMAR-EXAMEN - Alta o correccion de un examen    *
001930*  (clave curso + fecha + materia).  Dia de clase, plan y    *
001940*  tope diario se validan antes de grabar.                   *
001950*----------------------------------------------------------*
001960 3000-PROGRAMAR-EXAMEN.
001970     PERFORM 3100-ACEPTAR-CLAVE THRU 3100-EXIT.
001980     IF NOT CLAVE-VALIDA
001990         GO TO 3000-EXIT
002000     END-IF.
002010
002020     PERFORM 3200-VALIDAR-PLAN THRU 3200-EXIT.
002030     IF NOT CLAVE-VALIDA
002040         GO TO 3000-EXIT
002050     END-IF.
002060
002070     PERFORM 3300-VALIDAR-DIA-CLASE THRU 3300-EXIT.
002080     IF NOT CLAVE-VALIDA
002090         GO TO 3000-EXIT
002100     END-IF.
002110
002120     MOVE WS-CURSO-TRABAJO   TO EXAM-CURSO.
002130     MOVE WS-FECHA-TRABAJO   TO EXAM-FECHA.
002140     MOVE WS-MATERIA-TRABAJO TO EXAM-MATERIA.
002150     MOVE "N" TO WS-EXAMEN-EXISTE.
002160     READ EXAMEN-FILE
002170         INVALID KEY
002180             CONTINUE
002190         NOT INVALID KEY
002200             SET EXAMEN-EXISTENTE TO TRUE
002210     END-READ.
002220     IF NOT EXAMEN-EXISTENTE
002230         PERFORM 3400-VALIDAR-TOPE-DIA THRU 3400-EXIT
002240         IF NOT CLAVE-VALIDA
002250             GO TO 3000-EXIT
002260         END-IF
002270     END-IF.
002280
002290     DISPLAY "Bloque de hora (01-12):".
002300     ACCEPT WS-ENTRADA-BLOQUE.
002310     IF WS-ENTRADA-BLOQUE NOT NUMERIC
002320        OR WS-ENTRADA-BLOQUE = "00"
002330        OR WS-ENTRADA-BLOQUE > "12"
002340         DISPLAY "Bloque invalido"
002350         GO TO 3000-EXIT
002360     END-IF.
002370
002380     DISPLAY "Descripcion (p.ej. PARCIAL 2):".
002390     MOVE SPACES TO WS-ENTRADA-TEXTO.
002400     ACCEPT WS-ENTRADA-TEXTO.
002410
002420     INITIALIZE EXAM-REC.
002430     MOVE WS-CURSO-TRABAJO   TO EXAM-CURSO.
002440     MOVE WS-FECHA-TRABAJO   TO EXAM-FECHA.
002450     MOVE WS-MATERIA-TRABAJO TO EXAM-MATERIA.
002460     MOVE WS-ENTRADA-BLOQUE  TO EXAM-BLOQUE.
002470     MOVE WS-ENTRADA-TEXTO   TO EXAM-DESCRIPCION.
002480     MOVE WS-FECHA-HOY       TO EXAM-FEC-ALTA.
002490     MOVE WS-OPERADOR        TO EXAM-USUARIO.
002500     WRITE EXAM-REC
002510         INVALID KEY
002520             REWRITE EXAM-REC
002530                 INVALID KEY
002540                     DISPLAY "ERROR AL REESCRIBIR EL EXAMEN"
002550                 NOT INVALID KEY
002560                     DISPLAY "Examen corregido"
002570             END-REWRITE
002580         NOT INVALID KEY
002590             DISPLAY "Examen programado"
002600     END-WRITE.
002610 3000-EXIT.
002620     EXIT.
002630
002640*----------------------------------------------------------*
002650*  3100-ACEPTAR-CLAVE - Curso (debe existir, CURSOCHK),      *
002660*  materia y fecha del examen.                                *
002670*----------------------------------------------------------*
002680 3100-ACEPTAR-CLAVE.
002690     MOVE "N" TO WS-CLAVE-VALIDA.
002700     DISPLAY "Curso:".
002710     MOVE SPACES TO WS-ENTRADA-CURSO.
002720     ACCEPT WS-ENTRADA-CURSO.
002730     IF WS-ENTRADA-CURSO = SPACES
002740         DISPLAY "El curso es obligatorio"
002750         GO TO 3100-EXIT
002760     END-IF.
002770     SET CURSOCHK-VALIDAR TO TRUE.
002780     MOVE WS-ENTRADA-CURSO TO CURSOCHK-CODIGO.
002790     CALL "CURSOCHK" USING CURSOCHK-PARM.
002800     IF CURSOCHK-NO-EXISTE
002810         DISPLAY "Curso inexistente"
002820         GO TO 3100-EXIT
002830     END-IF.
002840
002850     DISPLAY "Materia:".
002860     MOVE SPACES TO WS-ENTRADA-MATERIA.
002870     ACCEPT WS-ENTRADA-MATERIA.
002880     IF WS-ENTRADA-MATERIA = SPACES
002890         DISPLAY "La materia es obligatoria"
002900         GO TO 3100-EXIT
002910     END-IF.
002920
002930     DISPLAY "Fecha del examen AAAAMMDD:".
002940     ACCEPT WS-ENTRADA-FECHA.
002950     IF WS-ENTRADA-FECHA NOT NUMERIC
002960         DISPLAY "Fecha invalida"
002970         GO TO 3100-EXIT
002980     END-IF.
002990
003000     MOVE WS-ENTRADA-CURSO   TO WS-CURSO-TRABAJO.
003010     MOVE WS-ENTRADA-MATERIA TO WS-MATERIA-TRABAJO.
003020     MOVE WS-ENTRADA-FECHA   TO WS-FECHA-TRABAJO.
003030     SET CLAVE-VALIDA TO TRUE.
003040 3100-EXIT.
003050     EXIT.
003060
003070*----------------------------------------------------------*
003080*  3200-VALIDAR-PLAN - La materia debe estar en el plan de   *
003090*  estudios del curso (PLANIDX).                             *
003100*----------------------------------------------------------*
003110 3200-VALIDAR-PLAN.
003120     IF NOT PLAN-DISPONIBLE
003130         GO TO 3200-EXIT
003140     END-IF.
003150     MOVE WS-CURSO-TRABAJO   TO PLAN-CURSO.
003160     MOVE WS-MATERIA-TRABAJO TO PLAN-MATERIA.
003170     READ PLAN-FILE
003180         INVALID KEY
003190             DISPLAY "La materia no esta en el plan del curso"
003200             MOVE "N" TO WS-CLAVE-VALIDA
003210         NOT INVALID KEY
003220             DISPLAY "Materia: " PLAN-NOMBRE
003230     END-READ.
003240 3200-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------*
003280*  3300-VALIDAR-DIA-CLASE - La fecha debe ser dia de clase   *
003290*  en el calendario escolar CALENIDX; sin calendario se      *
003300*  avisa y se acepta, como en ESCASIST.                       *
003310*----------------------------------------------------------*
003320 3300-VALIDAR-DIA-CLASE.
003330     SET CALENCHK-VALIDAR TO TRUE.
003340     MOVE WS-FECHA-TRABAJO TO CALENCHK-FECHA.
003350     CALL "CALENCHK" USING CALENCHK-PARM.
003360     EVALUATE TRUE
003370         WHEN CALENCHK-DIA-CLASE
003380             CONTINUE
003390         WHEN CALENCHK-NO-CLASE
003400             DISPLAY "No es dia de clase: "
003410                 CALENCHK-DESCRIPCION
003420             MOVE "N" TO WS-CLAVE-VALIDA
003430         WHEN CALENCHK-NO-REGISTRADO
003440             DISPLAY "Fecha fuera del calendario escolar"
003450             MOVE "N" TO WS-CLAVE-VALIDA
003460         WHEN OTHER
003470             DISPLAY "AVISO: calendario no disponible, "
003480                 "se acepta la fecha"
003490     END-EVALUATE.
003500 3300-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------*
003540*  3400-VALIDAR-TOPE-DIA - Cuenta los examenes que el curso  *
003550*  ya tiene esa fecha; un examen nuevo no puede pasar del    *
003560*  tope EXAMENES-DIA.                                         *
003570*----------------------------------------------------------*
003580 3400-VALIDAR-TOPE-DIA.
003590     MOVE ZERO TO WS-EXAMENES-FECHA.
003600     MOVE WS-CURSO-TRABAJO TO EXAM-CURSO.
003610     MOVE WS-FECHA-TRABAJO TO EXAM-FECHA.
003620     MOVE LOW-VALUES       TO EXAM-MATERIA.
003630     START EXAMEN-FILE KEY NOT < EXAM-CLAVE
003640         INVALID KEY
003650             GO TO 3400-EXIT
003660     END-START.
003670     MOVE "N" TO WS-FIN-LISTADO.
003680     PERFORM 3410-CONTAR-EXAMEN THRU 3410-EXIT
003690         UNTIL FIN-DE-LISTADO.
003700     IF WS-EXAMENES-FECHA NOT < WS-EXAMENES-DIA
003710         DISPLAY "El curso ya tiene " WS-EXAMENES-FECHA
003720             " examen(es) ese dia; tope EXAMENES-DIA "
003730             WS-EXAMENES-DIA
003740         MOVE "N" TO WS-CLAVE-VALIDA
003750     END-IF.
003760 3400-EXIT.
003770     EXIT.
003780
003790 3410-CONTAR-EXAMEN.
003800     READ EXAMEN-FILE NEXT RECORD
003810         AT END
003820             SET FIN-DE-LISTADO TO TRUE
003830             GO TO 3410-EXIT
003840     END-READ.
003850     IF EXAM-CURSO NOT = WS-CURSO-TRABAJO
003860        OR EXAM-FECHA NOT = WS-FECHA-TRABAJO
003870         SET FIN-DE-LISTADO TO TRUE
003880         GO TO 3410-EXIT
003890     END-IF.
003900     ADD 1 TO WS-EXAMENES-FECHA.
003910     DISPLAY "  Ya programado: " EXAM-MATERIA " bloque "
003920         EXAM-BLOQUE.
003930 3410-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------*
003970*  4000-BORRAR-EXAMEN - Baja de un examen con confirmacion   *
003980*----------------------------------------------------------*
003990 4000-BORRAR-EXAMEN.
004000     PERFORM 3100-ACEPTAR-CLAVE THRU 3100-EXIT.
004010     IF NOT CLAVE-VALIDA
004020         GO TO 4000-EXIT
004030     END-IF.
004040     MOVE WS-CURSO-TRABAJO   TO EXAM-CURSO.
004050     MOVE WS-FECHA-TRABAJO   TO EXAM-FECHA.
004060     MOVE WS-MATERIA-TRABAJO TO EXAM-MATERIA.
004070     READ EXAMEN-FILE
004080         INVALID KEY
004090             DISPLAY "No hay examen programado con esa clave"
004100             GO TO 4000-EXIT
004110     END-READ.
004120     DISPLAY EXAM-CURSO " " EXAM-FECHA " " EXAM-MATERIA
004130         " BLOQUE " EXAM-BLOQUE " " EXAM-DESCRIPCION.
004140     DISPLAY "Confirma la baja (S/N):".
004150     ACCEPT WS-ENTRADA-CONFIRMA.
004160     IF WS-ENTRADA-CONFIRMA NOT = "S"
004170         DISPLAY "Baja cancelada"
004180         GO TO 4000-EXIT
004190     END-IF.
004200     DELETE EXAMEN-FILE
004210         INVALID KEY
004220             DISPLAY "ERROR AL BORRAR EL EXAMEN"
004230         NOT INVALID KEY
004240             DISPLAY "Examen borrado"
004250     END-DELETE.
004260 4000-EXIT.
004270     EXIT.
004280
004290*----------------------------------------------------------*
004300*  5000-LISTAR-CURSO - Examenes del curso en orden de fecha  *
004310*----------------------------------------------------------*
004320 5000-LISTAR-CURSO.
004330     DISPLAY "Curso a listar:".
004340     MOVE SPACES TO WS-ENTRADA-CURSO.
004350     ACCEPT WS-ENTRADA-CURSO.
004360     IF WS-ENTRADA-CURSO = SPACES
004370         DISPLAY "Curso invalido"
004380         GO TO 5000-EXIT
004390     END-IF.
004400     MOVE WS-ENTRADA-CURSO TO WS-CURSO-TRABAJO.
004410     MOVE ZERO TO WS-EXAMENES-LISTADOS.
004420     MOVE WS-CURSO-TRABAJO TO EXAM-CURSO.
004430     MOVE ZERO             TO EXAM-FECHA.
004440     MOVE LOW-VALUES       TO EXAM-MATERIA.
004450     START EXAMEN-FILE KEY NOT < EXAM-CLAVE
004460         INVALID KEY
004470             DISPLAY "Sin examenes para ese curso"
004480             GO TO 5000-EXIT
004490     END-START.
004500     MOVE "N" TO WS-FIN-LISTADO.
004510     DISPLAY "FECHA     MATERIA    BLOQUE DESCRIPCION".
004520     PERFORM 5100-LISTAR-UNO THRU 5100-EXIT
004530         UNTIL FIN-DE-LISTADO.
004540     IF WS-EXAMENES-LISTADOS = ZERO
004550         DISPLAY "Sin examenes para ese curso"
004560     END-IF.
004570 5000-EXIT.
004580     EXIT.
004590
004600 5100-LISTAR-UNO.
004610     READ EXAMEN-FILE NEXT RECORD
004620         AT END
004630             SET FIN-DE-LISTADO TO TRUE
004640             GO TO 5100-EXIT
004650     END-READ.
004660     IF EXAM-CURSO NOT = WS-CURSO-TRABAJO
004670         SET FIN-DE-LISTADO TO TRUE
004680         GO TO 5100-EXIT
004690     END-IF.
004700     ADD 1 TO WS-EXAMENES-LISTADOS.
004710     DISPLAY EXAM-FECHA "  " EXAM-MATERIA " " EXAM-BLOQUE
004720         "     " EXAM-DESCRIPCION.
004730 5100-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------*
004770*  9000-FINALIZAR - Cierra archivos                          *
004780*----------------------------------------------------------*
004790 9000-FINALIZAR.
004800     CLOSE EXAMEN-FILE.
004810     IF PLAN-DISPONIBLE
004820         CLOSE PLAN-FILE
004830     END-IF.
004840 9000-EXIT.
004850     EXIT.

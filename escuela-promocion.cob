000159*  2026-09-01 JFV  Guardia de corridas via la rutina comun
000160*                  RUNGUARD (control RUNCTL): sin corridas
000161*                  duplicadas ni fuera de secuencia.
000161*  2026-10-15 JFV  Examenes extraordinarios: el estudiante
000161*                  con resultado calificado en EXTRIDX del
000161*                  ciclo se decide con su promedio rehecho
000161*                  desde NOTASIDX (ponderado con PLANIDX,
000161*                  como ESCRECAL) con la calificacion del
000161*                  extraordinario en lugar de la original de
000161*                  esa materia.
000161*  2026-10-15 JFV  La aprobacion se decide con la escala de
000161*                  calificacion del nivel del curso (rutina
000161*                  comun ESCALCHK) en vez del 6.00 fijo.
000162*  2026-08-22 JFV  Creacion inicial.
000170*  2026-08-22 JFV  Candado de uso de ESTUDIDX via LOCKMGR,
000180*                  como los demas actualizadores del maestro.
000190*  2026-08-22 JFV  3500-AUDITAR con INITIALIZE del registro,
000200*                  como el resto de la suite.
000201*  2026-10-15 JFV  La promocion deja en ESCAUDIT la imagen
000202*                  completa del registro con su curso nuevo
000203*                  (renglones IMAGEN), para la recuperacion
000204*                  hacia adelante de ESTUDIDX (ESCRECUP).
000205*  2026-10-15 JFV  Renglones de ESCAUDIT encadenados: secuencia
000206*                  y huella al final de cada renglon (rutina
000207*                  AUDCADEN), que verifica AUDVERIF.
000208*  2026-10-15 JFV  Volumen leido en RUNGUARD-REGISTROS al
000209*                  terminar, para el historico RUNHIST.
000210*----------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. ESCPROMO.
000487         ORGANIZATION IS LINE SEQUENTIAL
000488         FILE STATUS IS WS-RPT-STATUS.
000490
000490     SELECT EXTRA-FILE ASSIGN TO "EXTRIDX"
000491         ORGANIZATION IS INDEXED
000491         ACCESS MODE IS DYNAMIC
000492         RECORD KEY IS EXTR-CLAVE
000492         FILE STATUS IS WS-EXT-STATUS.
000493
000493     SELECT NOTAS-FILE ASSIGN TO "NOTASIDX"
000494         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS DYNAMIC
000495         RECORD KEY IS NOTA-CLAVE
000495         FILE STATUS IS WS-NOT-STATUS.
000496
000496     SELECT PLAN-FILE ASSIGN TO "PLANIDX"
000497         ORGANIZATION IS INDEXED
000497         ACCESS MODE IS DYNAMIC
000498         RECORD KEY IS PLAN-CLAVE
000498         FILE STATUS IS WS-PLA-STATUS.
000499
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  ESTUDIANTE-FILE.
000596 FD  REPORTE-FILE.
000597 01  REPORTE-LINEA                PIC X(80).
000598
000599 FD  EXTRA-FILE.
000600     COPY EXTRREC.
000601
000602 FD  NOTAS-FILE.
000603     COPY NOTAREC.
000604
000605 FD  PLAN-FILE.
000606     COPY PLANREC.
000607
000610 WORKING-STORAGE SECTION.
000620 01  WS-STU-STATUS                PIC X(02).
000630     88  WS-STU-OK                        VALUE "00".
000690 01  WS-AUD-STATUS                PIC X(02).
000700     88  WS-AUD-OK                        VALUE "00".
000710
000730
000740 01  WS-OPERADOR                  PIC X(20)
000750     VALUE "ESCPROMO-BATCH".
000951 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000952 01  WS-FEC-SIMULACION            PIC 9(08) VALUE ZERO.
000953
000953 01  WS-EXT-STATUS                PIC X(02).
000953     88  WS-EXT-OK                        VALUE "00".
000953 01  WS-NOT-STATUS                PIC X(02).
000953     88  WS-NOT-OK                        VALUE "00".
000953 01  WS-PLA-STATUS                PIC X(02).
000953     88  WS-PLA-OK                        VALUE "00".
000953 01  WS-HAY-EXTRAS                PIC X(01) VALUE "N".
000953     88  EXTRAS-DISPONIBLES               VALUE "S".
000953 01  WS-HAY-PLAN                  PIC X(01) VALUE "N".
000953     88  PLAN-DISPONIBLE                  VALUE "S".
000953 01  WS-FIN-LECTURA               PIC X(01) VALUE "N".
000953     88  FIN-DE-LECTURA                   VALUE "S".
000953 01  WS-ANIO-CICLO                PIC 9(04) VALUE ZERO.
000953 01  WS-TOTAL-CON-EXTRA           PIC 9(07) COMP VALUE ZERO.
000953 01  WS-EXTRAS-ESTUDIANTE         PIC 9(02) COMP VALUE ZERO.
000953 01  WS-TABLA-EXTRAS.
000953     05  WS-EXTRA-ENT             OCCURS 20 TIMES
000953             INDEXED BY WS-IDX-EXTRA.
000953         10  WS-EXT-MATERIA       PIC X(10).
000953         10  WS-EXT-CALIF         PIC 9(02)V9(02).
000953 01  WS-PROMEDIO-DECISION         PIC 9(02)V9(02) VALUE ZERO.
000953 01  WS-CALIF-NOTA                PIC 9(02)V9(02) VALUE ZERO.
000953 01  WS-PESO-NOTA                 PIC 9(02) VALUE ZERO.
000953 01  WS-SUMA-CALIF                PIC 9(07)V9(02) VALUE ZERO.
000953 01  WS-SUMA-PESOS                PIC 9(05) VALUE ZERO.
000953 01  WS-AUD-PROM-EDIT             PIC Z9.99.
000953
000954 01  WS-LINEA-RESUMEN.
000955     05  RPT-CURSO                PIC X(10).
000956     05  FILLER                   PIC X(02) VALUE SPACES.
000966 COPY RPTGPARM.
000970
000980 COPY LOCKPARM.
000981
000982 COPY ESCAPARM.
000983
000984 COPY AUDIMG.
000985
000986 COPY CADEPARM.
000990
001000 PROCEDURE DIVISION.
001010 0000-MAINLINE.
001104     SET RUNGUARD-TERMINAR TO TRUE.
001105     MOVE "ESCPROMO" TO RUNGUARD-PROGRAMA.
001106     MOVE RETURN-CODE TO RUNGUARD-RC.
001106     MOVE WS-TOTAL-LEIDOS TO RUNGUARD-REGISTROS.
001107     CALL "RUNGUARD" USING RUNGUARD-PARM.
001108 0600-EXIT.
001109     EXIT.
001350     END-IF.
001360
001370     IF CORRIDA-REAL
001370         MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO
001370         MOVE 129 TO AUDCADEN-POSICION
001370         SET AUDCADEN-ULTIMO TO TRUE
001370         CALL "AUDCADEN" USING AUDCADEN-PARM
001371         OPEN EXTEND AUDIT-FILE
001380         IF NOT WS-AUD-OK
001390             OPEN OUTPUT AUDIT-FILE
001400         END-IF
001401     END-IF.
001401
001401     PERFORM 1700-ABRIR-EXTRAS THRU 1700-EXIT.
001402
001403     IF CORRIDA-SIMULACION
001404         MOVE "PROMOSIM" TO RPTGEN-REPORTE
001660     EXIT.
001670
001680*----------------------------------------------------------*
001680*  1700-ABRIR-EXTRAS - Abre EXTRIDX y NOTASIDX para rehacer  *
001680*  el promedio de quien tenga extraordinario calificado en   *
001681*  el ciclo; sin ellos se decide con el PROMEDIO del maestro.*
001681*----------------------------------------------------------*
001681 1700-ABRIR-EXTRAS.
001682     MOVE WS-FECHA-HOY (1:4) TO WS-ANIO-CICLO.
001682     OPEN INPUT EXTRA-FILE.
001682     IF NOT WS-EXT-OK
001683         DISPLAY "AVISO: SIN EXTRIDX, SE DECIDE CON EL PROMEDIO"
001683         GO TO 1700-EXIT
001683     END-IF.
001684     OPEN INPUT NOTAS-FILE.
001684     IF NOT WS-NOT-OK
001684         DISPLAY "AVISO: SIN NOTASIDX, EXTRAORDINARIOS OMITIDOS"
001685         CLOSE EXTRA-FILE
001685         GO TO 1700-EXIT
001685     END-IF.
001686     SET EXTRAS-DISPONIBLES TO TRUE.
001686     OPEN INPUT PLAN-FILE.
001686     IF WS-PLA-OK
001687         SET PLAN-DISPONIBLE TO TRUE
001687     END-IF.
001687 1700-EXIT.
001688     EXIT.
001688
001689*----------------------------------------------------------*
001690*  2000-PROMOVER-ESTUDIANTES - Decide promocion o retencion  *
001700*  de cada estudiante activo.                                 *
001710*----------------------------------------------------------*
001930             GO TO 2100-EXIT
001940     END-READ.
001950     MOVE CURSO-SIGUIENTE TO WS-CURSO-DESTINO.
001955     PERFORM 2150-PROMEDIO-DECISION THRU 2150-EXIT.
001960
001962     MOVE CURSO-NIVEL          TO ESCALCHK-NIVEL.
001964     MOVE WS-PROMEDIO-DECISION TO ESCALCHK-CALIF.
001966     CALL "ESCALCHK" USING ESCALCHK-PARM.
001970     IF ESCALCHK-APROBADA
001980        AND WS-CURSO-DESTINO NOT = SPACES
001990         PERFORM 2200-PROMOVER-UNO THRU 2200-EXIT
002000     ELSE
002010         PERFORM 2300-RETENER-UNO THRU 2300-EXIT
002020     END-IF.
002030 2100-EXIT.
002030     EXIT.
002030
002030*----------------------------------------------------------*
002030*  2150-PROMEDIO-DECISION - El promedio que decide: el del   *
002030*  maestro, o si hay extraordinarios calificados del ciclo,  *
002030*  el rehecho desde NOTASIDX con la calificacion del         *
002030*  extraordinario en lugar de la de cada periodo de esa      *
002030*  materia.  El no presentado conserva la original.          *
002030*----------------------------------------------------------*
002030 2150-PROMEDIO-DECISION.
002030     MOVE ESTUDIANTE-PROMEDIO TO WS-PROMEDIO-DECISION.
002030     MOVE ZERO TO WS-EXTRAS-ESTUDIANTE.
002030     IF NOT EXTRAS-DISPONIBLES
002031         GO TO 2150-EXIT
002031     END-IF.
002031
002031     MOVE ESTUDIANTE-IDEN TO EXTR-IDEN.
002031     MOVE WS-ANIO-CICLO   TO EXTR-ANIO.
002031     MOVE LOW-VALUES      TO EXTR-MATERIA.
002031     START EXTRA-FILE KEY IS >= EXTR-CLAVE
002031         INVALID KEY
002031             GO TO 2150-EXIT
002031     END-START.
002031     MOVE "N" TO WS-FIN-LECTURA.
002031     PERFORM 2160-CARGAR-EXTRA THRU 2160-EXIT
002031         UNTIL FIN-DE-LECTURA.
002031     IF WS-EXTRAS-ESTUDIANTE = ZERO
002032         GO TO 2150-EXIT
002032     END-IF.
002032
002032     MOVE ZERO TO WS-SUMA-CALIF.
002032     MOVE ZERO TO WS-SUMA-PESOS.
002032     MOVE ESTUDIANTE-IDEN TO NOTA-IDEN.
002032     MOVE LOW-VALUES      TO NOTA-MATERIA.
002032     MOVE ZERO            TO NOTA-PERIODO.
002032     START NOTAS-FILE KEY IS >= NOTA-CLAVE
002032         INVALID KEY
002032             MOVE ZERO TO WS-EXTRAS-ESTUDIANTE
002032             GO TO 2150-EXIT
002032     END-START.
002033     MOVE "N" TO WS-FIN-LECTURA.
002033     PERFORM 2170-PESAR-NOTA THRU 2170-EXIT
002033         UNTIL FIN-DE-LECTURA.
002033     IF WS-SUMA-PESOS = ZERO
002033         MOVE ZERO TO WS-EXTRAS-ESTUDIANTE
002033         GO TO 2150-EXIT
002033     END-IF.
002033     DIVIDE WS-SUMA-CALIF BY WS-SUMA-PESOS
002033         GIVING WS-PROMEDIO-DECISION ROUNDED.
002033     ADD 1 TO WS-TOTAL-CON-EXTRA.
002033 2150-EXIT.
002033     EXIT.
002033
002033 2160-CARGAR-EXTRA.
002034     READ EXTRA-FILE NEXT RECORD
002034         AT END
002034             SET FIN-DE-LECTURA TO TRUE
002034             GO TO 2160-EXIT
002034     END-READ.
002034     IF EXTR-IDEN NOT = ESTUDIANTE-IDEN
002034        OR EXTR-ANIO NOT = WS-ANIO-CICLO
002034         SET FIN-DE-LECTURA TO TRUE
002034         GO TO 2160-EXIT
002034     END-IF.
002034     IF NOT EXTR-CALIFICADO
002034        OR WS-EXTRAS-ESTUDIANTE >= 20
002034         GO TO 2160-EXIT
002035     END-IF.
002035     ADD 1 TO WS-EXTRAS-ESTUDIANTE.
002035     SET WS-IDX-EXTRA TO WS-EXTRAS-ESTUDIANTE.
002035     MOVE EXTR-MATERIA     TO WS-EXT-MATERIA (WS-IDX-EXTRA).
002035     MOVE EXTR-CALIF-EXTRA TO WS-EXT-CALIF (WS-IDX-EXTRA).
002035 2160-EXIT.
002035     EXIT.
002035
002035*----------------------------------------------------------*
002035*  2170-PESAR-NOTA - Acumula la nota del periodo (o la del   *
002035*  extraordinario de su materia) con el peso del plan, igual *
002035*  que ESCRECAL: horas, cero si no cuenta, 1 si no esta.     *
002035*----------------------------------------------------------*
002035 2170-PESAR-NOTA.
002036     READ NOTAS-FILE NEXT RECORD
002036         AT END
002036             SET FIN-DE-LECTURA TO TRUE
002036             GO TO 2170-EXIT
002036     END-READ.
002036     IF NOTA-IDEN NOT = ESTUDIANTE-IDEN
002036         SET FIN-DE-LECTURA TO TRUE
002036         GO TO 2170-EXIT
002036     END-IF.
002036     MOVE NOTA-CALIF TO WS-CALIF-NOTA.
002036     SET WS-IDX-EXTRA TO 1.
002036     SEARCH WS-EXTRA-ENT
002036         AT END
002037             CONTINUE
002037         WHEN WS-IDX-EXTRA > WS-EXTRAS-ESTUDIANTE
002037             CONTINUE
002037         WHEN WS-EXT-MATERIA (WS-IDX-EXTRA) = NOTA-MATERIA
002037             MOVE WS-EXT-CALIF (WS-IDX-EXTRA) TO WS-CALIF-NOTA
002037     END-SEARCH.
002037
002037     MOVE 1 TO WS-PESO-NOTA.
002037     IF PLAN-DISPONIBLE
002037         MOVE WS-CURSO-ORIGEN TO PLAN-CURSO
002037         MOVE NOTA-MATERIA    TO PLAN-MATERIA
002037         READ PLAN-FILE
002037             INVALID KEY
002037                 CONTINUE
002038             NOT INVALID KEY
002038                 IF NOT PLAN-CUENTA-PROMOCION
002038                     MOVE ZERO TO WS-PESO-NOTA
002038                 ELSE
002038                     IF PLAN-HORAS > ZERO
002038                         MOVE PLAN-HORAS TO WS-PESO-NOTA
002038                     END-IF
002038                 END-IF
002038         END-READ
002038     END-IF.
002038     COMPUTE WS-SUMA-CALIF =
002038         WS-SUMA-CALIF + WS-CALIF-NOTA * WS-PESO-NOTA.
002038     ADD WS-PESO-NOTA TO WS-SUMA-PESOS.
002039 2170-EXIT.
002040     EXIT.
002050
002060*----------------------------------------------------------*
002105         GO TO 2200-EXIT
002106     END-IF.
002110     MOVE WS-CURSO-DESTINO TO ESTUDIANTE-CURSO.
002115     MOVE ESTUDIANTE-REC TO AUDIMG-IMAGEN.
002120     REWRITE ESTUDIANTE-REC
002130         INVALID KEY
002140             DISPLAY "ERROR AL PROMOVER, ID=" ESTUDIANTE-IDEN
003020*  3500-AUDITAR - Escribe una linea en el rastro de auditoria*
003030*----------------------------------------------------------*
003040 3500-AUDITAR.
003041     IF WS-ULTIMA-OPERACION = "PROMOCION"
003042         PERFORM 3550-AUDITAR-IMAGEN THRU 3550-EXIT
003043             VARYING AUDIMG-IDX FROM 1 BY 1
003044             UNTIL AUDIMG-IDX > 3
003045     END-IF.
003050     INITIALIZE AUDIT-REC.
003060     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003070     ACCEPT AUD-HORA FROM TIME.
003080     MOVE WS-OPERADOR TO AUD-OPERADOR.
003090     MOVE ESTUDIANTE-IDEN TO AUD-IDEN.
003100     MOVE WS-ULTIMA-OPERACION TO AUD-OPERACION.
003100     IF WS-EXTRAS-ESTUDIANTE > ZERO
003100         MOVE "PROMEDIO" TO AUD-CAMPO
003100         MOVE ESTUDIANTE-PROMEDIO TO WS-AUD-PROM-EDIT
003100         MOVE WS-AUD-PROM-EDIT TO AUD-ANTES
003101         MOVE WS-PROMEDIO-DECISION TO WS-AUD-PROM-EDIT
003101         STRING WS-AUD-PROM-EDIT DELIMITED BY SIZE
003101                " CON EXTRAORDINARIO" DELIMITED BY SIZE
003101             INTO AUD-DESPUES
003101     END-IF.
003102     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003102 3500-EXIT.
003102     EXIT.
003102
003102*----------------------------------------------------------*
003103*  3550-AUDITAR-IMAGEN - Un renglon IMAGEN con la parte      *
003103*  AUDIMG-IDX del registro promovido, tomado antes de la     *
003103*  reescritura (ver AUDIMG).                                 *
003103*----------------------------------------------------------*
003103 3550-AUDITAR-IMAGEN.
003104     INITIALIZE AUDIT-REC.
003104     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003104     ACCEPT AUD-HORA FROM TIME.
003104     MOVE WS-OPERADOR TO AUD-OPERADOR.
003105     MOVE ESTUDIANTE-IDEN TO AUD-IDEN.
003105     MOVE "IMAGEN" TO AUD-OPERACION.
003105     MOVE AUDIMG-IDX TO AUDIMG-NUM.
003105     MOVE AUDIMG-CAMPO TO AUD-CAMPO.
003105     MOVE AUDIMG-PARTE (AUDIMG-IDX) TO AUD-DESPUES.
003106     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003106 3550-EXIT.
003106     EXIT.
003106
003106*----------------------------------------------------------*
003107*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
003107*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
003107*----------------------------------------------------------*
003107 8900-GRABAR-AUDITORIA.
003107     ADD 1 TO AUDCADEN-SECUENCIA.
003108     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
003108     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
003108     SET AUDCADEN-ENCADENAR TO TRUE.
003108     CALL "AUDCADEN" USING AUDCADEN-PARM.
003109     MOVE AUDCADEN-CADENA TO AUD-CADENA.
003110     WRITE AUDIT-REC.
003120 8900-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------*
003190 9000-FINALIZAR.
003200     CLOSE ESTUDIANTE-FILE.
003210     CLOSE CURSO-FILE.
003210     IF EXTRAS-DISPONIBLES
003210         CLOSE EXTRA-FILE
003210         CLOSE NOTAS-FILE
003210         IF PLAN-DISPONIBLE
003210             CLOSE PLAN-FILE
003210         END-IF
003210     END-IF.
003211     IF CORRIDA-REAL
003220         CLOSE AUDIT-FILE
003230         SET LOCKMGR-LIBERAR TO TRUE
003290     DISPLAY "PROMOVIDOS           : " WS-TOTAL-PROMOVIDOS.
003300     DISPLAY "RETENIDOS            : " WS-TOTAL-RETENIDOS.
003310     DISPLAY "CURSO SIN CATALOGO   : " WS-TOTAL-SIN-CATALOGO.
003315     DISPLAY "CON EXTRAORDINARIO   : " WS-TOTAL-CON-EXTRA.
003320     DISPLAY " ".
003330     DISPLAY "CURSO       PROMOVIDOS RETENIDOS".
003340     PERFORM 9100-IMPRIMIR-RENGLON THRU 9100-EXIT

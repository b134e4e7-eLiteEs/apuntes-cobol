000162*  2026-08-22 JFV  Creacion inicial.
000170*  2026-08-22 JFV  Candado de uso de ESTUDIDX via LOCKMGR,
000180*                  como los demas actualizadores del maestro.
000180*  2026-10-15 JFV  Promedio ponderado por las horas de cada
000181*                  materia en el plan de estudios del curso
000181*                  (PLANIDX); las materias que no cuentan
000182*                  para la promocion quedan fuera, y una
000183*                  materia sin plan pesa 1 como antes.
000183*  2026-10-15 JFV  Cada PROMEDIO que cambia deja un renglon
000184*                  RECALCULO en ESCAUDIT con el valor
000185*                  anterior y el nuevo, para la recuperacion
000185*                  hacia adelante de ESTUDIDX (ESCRECUP).
000186*  2026-10-15 JFV  Renglones de ESCAUDIT encadenados: secuencia
000187*                  y huella al final de cada renglon (rutina
000187*                  AUDCADEN), que verifica AUDVERIF.
000188*  2026-10-15 JFV  Volumen leido en RUNGUARD-REGISTROS al
000189*                  terminar, para el historico RUNHIST.
000190*----------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. ESCRECAL.
000343         ORGANIZATION IS LINE SEQUENTIAL
000344         FILE STATUS IS WS-CTL-STATUS.
000350
000351     SELECT PLAN-FILE ASSIGN TO "PLANIDX"
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS PLAN-CLAVE
000355         FILE STATUS IS WS-PLA-STATUS.
000356
000360     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000400         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-STU-STATUS.
000422
000424     SELECT AUDIT-FILE ASSIGN TO "ESCAUDIT"
000426         ORGANIZATION IS LINE SEQUENTIAL
000428         FILE STATUS IS WS-AUD-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000490 FD  ESTUDIANTE-FILE.
000500     COPY ESTUD.
000501
000501 FD  PLAN-FILE.
000501     COPY PLANREC.
000501
000502 FD  CONTROL-FILE.
000503 01  CONTROL-REC.
000504     05  CTL-ULT-RECALC           PIC 9(08).
000504
000504 FD  AUDIT-FILE.
000504     COPY AUDREC.
000505
000520 WORKING-STORAGE SECTION.
000530 01  WS-NOT-STATUS               PIC X(02).
000700     05  WS-NOTAS-ESTUDIANTE      PIC 9(03) COMP VALUE ZERO.
000710
000720 01  WS-IDEN-ANTERIOR             PIC X(05) VALUE SPACES.
000730 01  WS-SUMA-CALIF                PIC 9(07)V9(02) VALUE ZERO.
000731 01  WS-SUMA-PESOS                PIC 9(05) VALUE ZERO.
000732 01  WS-PESO-NOTA                 PIC 9(02) VALUE ZERO.
000733 01  WS-IDEN-CURSO                PIC X(05) VALUE SPACES.
000734 01  WS-CURSO-ESTUDIANTE          PIC X(10) VALUE SPACES.
000735 01  WS-PLA-STATUS                PIC X(02).
000736     88  WS-PLA-OK                        VALUE "00".
000737 01  WS-HAY-PLAN                  PIC X(01) VALUE "N".
000738     88  PLAN-DISPONIBLE                  VALUE "S".
000740 01  WS-PROMEDIO-CALC             PIC 9(02)V9(02) VALUE ZERO.
000740 01  WS-PROMEDIO-ANTERIOR         PIC 9(02)V9(02) VALUE ZERO.
000740 01  WS-PROM-EDIT                 PIC Z9.99.
000740 01  WS-AUD-STATUS                PIC X(02).
000740     88  WS-AUD-OK                        VALUE "00".
000740 01  WS-OPERADOR                  PIC X(20)
000740     VALUE "ESCRECAL-BATCH".
000741
000742 01  WS-CTL-STATUS                PIC X(02).
000743     88  WS-CTL-OK                        VALUE "00".
000763 COPY RUNPARM.
000770
000780 COPY LOCKPARM.
000783
000786 COPY CADEPARM.
000790
000800 PROCEDURE DIVISION.
000810 0000-MAINLINE.
000934     SET RUNGUARD-TERMINAR TO TRUE.
000935     MOVE "ESCRECAL" TO RUNGUARD-PROGRAMA.
000936     MOVE RETURN-CODE TO RUNGUARD-RC.
000936     MOVE WS-NOTAS-LEIDAS TO RUNGUARD-REGISTROS.
000937     CALL "RUNGUARD" USING RUNGUARD-PARM.
000938 0600-EXIT.
000939     EXIT.
001160         CALL "ERRHAND" USING ERRHAND-PARM
001170         STOP RUN
001180     END-IF.
001185     PERFORM 1700-ABRIR-PLAN THRU 1700-EXIT.
001187     PERFORM 1750-ABRIR-AUDITORIA THRU 1750-EXIT.
001190 1000-EXIT.
001200     EXIT.
001210
001440     EXIT.
001450
001460*----------------------------------------------------------*
001460*  1700-ABRIR-PLAN - El plan de estudios es opcional: sin    *
001460*  PLANIDX todas las materias pesan igual, como antes.       *
001460*----------------------------------------------------------*
001461 1700-ABRIR-PLAN.
001461     OPEN INPUT PLAN-FILE.
001461     IF WS-PLA-OK
001462         SET PLAN-DISPONIBLE TO TRUE
001462     ELSE
001462         DISPLAY "AVISO: SIN PLANIDX, PROMEDIO SIN PONDERAR"
001463     END-IF.
001463 1700-EXIT.
001463     EXIT.
001463
001464*----------------------------------------------------------*
001464*  1750-ABRIR-AUDITORIA - Rastro ESCAUDIT en extension; si   *
001464*  no existe se crea.                                        *
001465*----------------------------------------------------------*
001465 1750-ABRIR-AUDITORIA.
001465     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
001466     MOVE 129 TO AUDCADEN-POSICION.
001466     SET AUDCADEN-ULTIMO TO TRUE.
001466     CALL "AUDCADEN" USING AUDCADEN-PARM.
001466     OPEN EXTEND AUDIT-FILE.
001467     IF NOT WS-AUD-OK
001467         OPEN OUTPUT AUDIT-FILE
001467     END-IF.
001468 1750-EXIT.
001468     EXIT.
001468
001469*----------------------------------------------------------*
001470*  2000-PROCESAR-NOTAS - Lee el detalle en orden de clave;   *
001480*  al cambiar de estudiante (corte de control) promedia y    *
001490*  actualiza el maestro antes de acumular el siguiente.      *
001620                 PERFORM 3000-ACTUALIZAR-MAESTRO THRU 3000-EXIT
001630                 MOVE NOTA-IDEN TO WS-IDEN-ANTERIOR
001640             END-IF
001643             IF NOTA-IDEN NOT = WS-IDEN-CURSO
001646                 PERFORM 2600-CURSO-DEL-ESTUDIANTE
001649                     THRU 2600-EXIT
001652             END-IF
001655             PERFORM 2700-PESAR-NOTA THRU 2700-EXIT
001660             ADD 1 TO WS-NOTAS-ESTUDIANTE
001670     END-READ.
001680 2000-EXIT.
001760     IF WS-NOTAS-ESTUDIANTE = ZERO
001770         GO TO 3000-EXIT
001780     END-IF.
001781     IF WS-SUMA-PESOS = ZERO
001782         DISPLAY "SIN MATERIAS QUE CUENTEN, ID="
001783             WS-IDEN-ANTERIOR
001784         MOVE ZERO TO WS-SUMA-CALIF
001785         MOVE ZERO TO WS-NOTAS-ESTUDIANTE
001786         GO TO 3000-EXIT
001787     END-IF.
001790     DIVIDE WS-SUMA-CALIF BY WS-SUMA-PESOS
001800         GIVING WS-PROMEDIO-CALC ROUNDED.
001810
001820     MOVE WS-IDEN-ANTERIOR TO ESTUDIANTE-IDEN.
001860             DISPLAY "SIN MAESTRO PARA NOTAS, ID="
001870                 WS-IDEN-ANTERIOR
001880         NOT INVALID KEY
001885             MOVE ESTUDIANTE-PROMEDIO TO WS-PROMEDIO-ANTERIOR
001890             MOVE WS-PROMEDIO-CALC TO ESTUDIANTE-PROMEDIO
001900             REWRITE ESTUDIANTE-REC
001910                 INVALID KEY
001930                         WS-IDEN-ANTERIOR
001940                 NOT INVALID KEY
001950                     ADD 1 TO WS-ESTUD-ACTUALIZADOS
001952                     IF WS-PROMEDIO-CALC
001953                         NOT = WS-PROMEDIO-ANTERIOR
001954                         PERFORM 3500-AUDITAR THRU 3500-EXIT
001956                     END-IF
001960             END-REWRITE
001970     END-READ.
001980
001990     MOVE ZERO TO WS-SUMA-CALIF.
001995     MOVE ZERO TO WS-SUMA-PESOS.
002000     MOVE ZERO TO WS-NOTAS-ESTUDIANTE.
002010 3000-EXIT.
002010     EXIT.
002010
002011*----------------------------------------------------------*
002011*  3500-AUDITAR - Renglon RECALCULO de ESCAUDIT con el       *
002012*  PROMEDIO anterior y el recalculado.                       *
002012*----------------------------------------------------------*
002013 3500-AUDITAR.
002013     INITIALIZE AUDIT-REC.
002014     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
002014     ACCEPT AUD-HORA FROM TIME.
002014     MOVE WS-OPERADOR TO AUD-OPERADOR.
002015     MOVE WS-IDEN-ANTERIOR TO AUD-IDEN.
002015     MOVE "RECALCULO" TO AUD-OPERACION.
002016     MOVE "PROMEDIO" TO AUD-CAMPO.
002016     MOVE WS-PROMEDIO-ANTERIOR TO WS-PROM-EDIT.
002017     MOVE WS-PROM-EDIT TO AUD-ANTES.
002017     MOVE WS-PROMEDIO-CALC TO WS-PROM-EDIT.
002018     MOVE WS-PROM-EDIT TO AUD-DESPUES.
002018     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
002019 3500-EXIT.
002020     EXIT.
002030
002031*----------------------------------------------------------*
002103     MOVE "ESCRECAL" TO LOCKMGR-PROGRAMA.
002104     PERFORM 1500-TOMAR-CANDADO THRU 1500-EXIT.
002105     OPEN INPUT NOTAS-FILE.
002105     PERFORM 1700-ABRIR-PLAN THRU 1700-EXIT.
002105     PERFORM 1750-ABRIR-AUDITORIA THRU 1750-EXIT.
002106     OPEN I-O ESTUDIANTE-FILE.
002107     IF NOT WS-STU-OK
002108         MOVE "ESCRECAL"      TO ERRHAND-PROGRAMA
002124
002125 2510-RECALCULAR-UNO.
002126     MOVE WS-AFE-IDEN (WS-IDX-AFE) TO NOTA-IDEN.
002126     PERFORM 2600-CURSO-DEL-ESTUDIANTE THRU 2600-EXIT.
002127     MOVE SPACES TO NOTA-MATERIA.
002128     MOVE ZERO TO NOTA-PERIODO.
002129     START NOTAS-FILE KEY NOT < NOTA-CLAVE
002131             GO TO 2510-EXIT
002132     END-START.
002133     MOVE ZERO TO WS-SUMA-CALIF.
002133     MOVE ZERO TO WS-SUMA-PESOS.
002134     MOVE ZERO TO WS-NOTAS-ESTUDIANTE.
002135     MOVE "N" TO WS-FIN-DELTA.
002136     PERFORM 2520-ACUMULAR-UNA THRU 2520-EXIT
002151         GO TO 2520-EXIT
002152     END-IF.
002153     ADD 1 TO WS-NOTAS-LEIDAS.
002154     PERFORM 2700-PESAR-NOTA THRU 2700-EXIT.
002155     ADD 1 TO WS-NOTAS-ESTUDIANTE.
002156 2520-EXIT.
002156     EXIT.
002156
002156*----------------------------------------------------------*
002156*  2600-CURSO-DEL-ESTUDIANTE - Curso del estudiante de la    *
002156*  nota en turno, para buscar sus materias en el plan.       *
002156*----------------------------------------------------------*
002156 2600-CURSO-DEL-ESTUDIANTE.
002156     MOVE NOTA-IDEN TO WS-IDEN-CURSO.
002156     MOVE NOTA-IDEN TO ESTUDIANTE-IDEN.
002156     MOVE SPACES TO WS-CURSO-ESTUDIANTE.
002156     READ ESTUDIANTE-FILE
002156         INVALID KEY
002156             CONTINUE
002156         NOT INVALID KEY
002156             MOVE ESTUDIANTE-CURSO TO WS-CURSO-ESTUDIANTE
002156     END-READ.
002156 2600-EXIT.
002156     EXIT.
002156
002156*----------------------------------------------------------*
002156*  2700-PESAR-NOTA - Acumula la nota con el peso de su       *
002156*  materia: las horas del plan, cero si no cuenta para la    *
002156*  promocion, 1 si la materia no esta en el plan.            *
002156*----------------------------------------------------------*
002156 2700-PESAR-NOTA.
002156     MOVE 1 TO WS-PESO-NOTA.
002156     IF PLAN-DISPONIBLE
002156         MOVE WS-CURSO-ESTUDIANTE TO PLAN-CURSO
002156         MOVE NOTA-MATERIA        TO PLAN-MATERIA
002156         READ PLAN-FILE
002156             INVALID KEY
002156                 CONTINUE
002156             NOT INVALID KEY
002156                 IF NOT PLAN-CUENTA-PROMOCION
002156                     MOVE ZERO TO WS-PESO-NOTA
002156                 ELSE
002156                     IF PLAN-HORAS > ZERO
002156                         MOVE PLAN-HORAS TO WS-PESO-NOTA
002156                     END-IF
002156                 END-IF
002156         END-READ
002156     END-IF.
002156     COMPUTE WS-SUMA-CALIF =
002156         WS-SUMA-CALIF + NOTA-CALIF * WS-PESO-NOTA.
002156     ADD WS-PESO-NOTA TO WS-SUMA-PESOS.
002156 2700-EXIT.
002157     EXIT.
002158
002159*----------------------------------------------------------*
002172     EXIT.
002173
002174*----------------------------------------------------------*
002174*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
002174*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
002174*----------------------------------------------------------*
002174 8900-GRABAR-AUDITORIA.
002174     ADD 1 TO AUDCADEN-SECUENCIA.
002174     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
002174     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
002174     SET AUDCADEN-ENCADENAR TO TRUE.
002174     CALL "AUDCADEN" USING AUDCADEN-PARM.
002174     MOVE AUDCADEN-CADENA TO AUD-CADENA.
002174     WRITE AUDIT-REC.
002174 8900-EXIT.
002174     EXIT.
002174
002174*----------------------------------------------------------*
002175*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
002176*----------------------------------------------------------*
002177 9000-FINALIZAR.
002178     CLOSE NOTAS-FILE.
002179     CLOSE ESTUDIANTE-FILE.
002179     CLOSE AUDIT-FILE.
002179     IF PLAN-DISPONIBLE
002179         CLOSE PLAN-FILE
002179     END-IF.
002180     SET LOCKMGR-LIBERAR TO TRUE.
002181     CALL "LOCKMGR" USING LOCKMGR-PARM.
002182     DISPLAY " ".

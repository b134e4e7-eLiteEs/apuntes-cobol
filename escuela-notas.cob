000163*                  NOTAAUD (layout AUDREC), sellado con el
000164*                  operador de LOGIN-PARM; NOTAUDRP reporta
000165*                  los cambios fuera de plazo.
000165*  2026-10-15 JFV  La materia debe estar en el plan de
000165*                  estudios del curso del estudiante
000165*                  (PLANIDX, ver CURSMANT); se muestra su
000165*                  nombre oficial al capturar.
000165*  2026-10-15 JFV  Renglones de NOTAAUD encadenados: secuencia
000165*                  y huella al final de cada renglon (rutina
000165*                  AUDCADEN), que verifica AUDVERIF.
000165*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000165*                  (rutina PERMCHK, archivo PERMIDX); el
000165*                  alcance T, no el rol admin, exime de las
000165*                  asignaciones docentes.
000165*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000165*                  cada renglon; el rastro se abre y cierra por
000165*                  renglon para no encadenar contra un eslabon
000165*                  viejo si otra sesion grabo en medio.
000166*----------------------------------------------------------*
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. ESCNOTAS.
000328         RECORD KEY IS ASIG-CLAVE
000329         FILE STATUS IS WS-ASG-STATUS.
000330
000330     SELECT PLAN-FILE ASSIGN TO "PLANIDX"
000330         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS PLAN-CLAVE
000330         FILE STATUS IS WS-PLA-STATUS.
000330
000331     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000472
000474 FD  ASIGNACION-FILE.
000476     COPY ASIGREC.
000476
000476 FD  PLAN-FILE.
000476     COPY PLANREC.
000477
000478 FD  AUDIT-FILE.
000479     COPY AUDREC.
000776 01  WS-HAY-ASIGNACIONES          PIC X(01) VALUE "N".
000777     88  ASIGNACIONES-DISPONIBLES         VALUE "S".
000778
000778 01  WS-PLA-STATUS               PIC X(02).
000778     88  WS-PLA-OK                        VALUE "00".
000778     88  WS-PLA-NO-ENCONTRADA              VALUE "23".
000778 01  WS-HAY-PLAN                  PIC X(01) VALUE "N".
000778     88  PLAN-DISPONIBLE                  VALUE "S".
000779
000780 COPY ERRPARM.
000782
000784 COPY PARMPARM.
000784
000784 COPY CADEPARM.
000784
000785 COPY PERMPARM.
000786
000788 LINKAGE SECTION.
000790 COPY LOGPARM.
000923         MOVE LOGIN-USERNAME TO WS-OPERADOR
000924     ELSE
000925         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
000925         GOBACK
000925     END-IF.
000925
000925     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
000925     MOVE LOGIN-ROL      TO PERMCHK-ROL.
000925     MOVE "ESCNOTAS"     TO PERMCHK-PROGRAMA.
000925     MOVE SPACES         TO PERMCHK-FUNCION.
000925     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
000925     CALL "PERMCHK" USING PERMCHK-PARM.
000925     IF NOT PERMCHK-PERMITIDO
000925         DISPLAY "SIN PERMISO PARA ESCNOTAS"
000926         GOBACK
000927     END-IF.
000928
001190         STOP RUN
001200     END-IF.
001201
001201*  Aqui solo se comprueba el rastro (y se crea si falta);
001201*  cada renglon lo abre, lo encadena y lo cierra (8900).
001202     OPEN EXTEND AUDIT-FILE.
001203     IF NOT WS-AUD-OK
001204         OPEN OUTPUT AUDIT-FILE
001205     END-IF.
001205     CLOSE AUDIT-FILE.
001206
001207*  Sin archivo de asignaciones se captura sin restriccion,
001208*  como CURSOCHK sin catalogo: se avisa y se sigue.
001212     ELSE
001213         DISPLAY "AVISO: sin asignaciones docentes (ASIGIDX);"
001214             " captura sin restriccion"
001214     END-IF.
001214
001214*  Igual con el plan de estudios: sin PLANIDX no hay contra
001214*  que validar la materia.
001214     OPEN INPUT PLAN-FILE.
001214     IF WS-PLA-OK
001214         SET PLAN-DISPONIBLE TO TRUE
001214     ELSE
001214         DISPLAY "AVISO: sin plan de estudios (PLANIDX);"
001214             " materia sin validar"
001215     END-IF.
001216
001217     MOVE "PERIODO-ACTUAL" TO PARMLKP-CLAVE.
001740         GO TO 3000-EXIT
001750     END-IF.
001760
001760     PERFORM 3040-VALIDAR-PLAN THRU 3040-EXIT.
001760     IF PLAN-DISPONIBLE AND WS-PLA-NO-ENCONTRADA
001760         DISPLAY "Materia fuera del plan de estudios del curso "
001760             ESTUDIANTE-CURSO
001760         GO TO 3000-EXIT
001760     END-IF.
001761
001762     PERFORM 3050-VALIDAR-ASIGNACION THRU 3050-EXIT.
001764     IF ASIGNACIONES-DISPONIBLES
001765        AND NOT PERMCHK-ALCANCE-TODO
001766        AND WS-ASG-NO-ENCONTRADA
001767         DISPLAY "Materia no asignada a su usuario en ese "
001768             "curso; no puede capturar"
001930     EXIT.
001940
001941*----------------------------------------------------------*
001941*  3040-VALIDAR-PLAN - La materia debe estar en el plan de   *
001941*  estudios del curso del estudiante (PLANIDX).              *
001941*----------------------------------------------------------*
001941 3040-VALIDAR-PLAN.
001941     IF NOT PLAN-DISPONIBLE
001941         GO TO 3040-EXIT
001941     END-IF.
001941     MOVE ESTUDIANTE-CURSO   TO PLAN-CURSO.
001941     MOVE WS-ENTRADA-MATERIA TO PLAN-MATERIA.
001941     READ PLAN-FILE
001941         INVALID KEY
001941             CONTINUE
001941         NOT INVALID KEY
001941             DISPLAY "Materia: " PLAN-NOMBRE
001941     END-READ.
001941 3040-EXIT.
001941     EXIT.
001941
001941*----------------------------------------------------------*
001942*  3050-VALIDAR-ASIGNACION - La materia capturada debe ser   *
001943*  una asignacion del profesor con sesion en el curso del    *
001944*  estudiante (ASIGIDX); el alcance T queda exento.          *
001945*----------------------------------------------------------*
001946 3050-VALIDAR-ASIGNACION.
001947     IF NOT ASIGNACIONES-DISPONIBLES OR PERMCHK-ALCANCE-TODO
001948         GO TO 3050-EXIT
001949     END-IF.
001950     MOVE WS-OPERADOR        TO ASIG-USUARIO.
002274     STRING "P" NOTA-PERIODO " " WS-AUD-CALIF-EDIT
002275         DELIMITED BY SIZE INTO AUD-DESPUES
002276     END-STRING.
002277     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
002278 3600-EXIT.
002279     EXIT.
002280
002660     EXIT.
002670
002680*----------------------------------------------------------*
002680*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
002680*  (rutina AUDCADEN) y lo graba en NOTAAUD.                  *
002680*----------------------------------------------------------*
002680 8900-GRABAR-AUDITORIA.
002681*  El ultimo eslabon se toma del rastro al momento de grabar
002681*  (otra terminal pudo haber grabado despues); el renglon ya
002681*  armado se guarda mientras se abre el rastro.
002681     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
002682     MOVE "NOTAAUD" TO AUDCADEN-ARCHIVO.
002682     MOVE 129 TO AUDCADEN-POSICION.
002682     SET AUDCADEN-ULTIMO TO TRUE.
002682     CALL "AUDCADEN" USING AUDCADEN-PARM.
002683     OPEN EXTEND AUDIT-FILE.
002683     IF NOT WS-AUD-OK
002683         OPEN OUTPUT AUDIT-FILE
002683     END-IF.
002684     IF NOT WS-AUD-OK
002684         MOVE "ESCNOTAS"       TO ERRHAND-PROGRAMA
002684         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
002684         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
002684         SET ERRHAND-ADVERTENCIA TO TRUE
002685         MOVE "ERROR AL ABRIR NOTAAUD" TO ERRHAND-MENSAJE
002685         CALL "ERRHAND" USING ERRHAND-PARM
002685         GO TO 8900-EXIT
002685     END-IF.
002686     MOVE AUDCADEN-RENGLON TO AUDIT-REC.
002686     ADD 1 TO AUDCADEN-SECUENCIA.
002686     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
002686     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
002687     SET AUDCADEN-ENCADENAR TO TRUE.
002687     CALL "AUDCADEN" USING AUDCADEN-PARM.
002687     MOVE AUDCADEN-CADENA TO AUD-CADENA.
002687     WRITE AUDIT-REC.
002688     CLOSE AUDIT-FILE.
002688 8900-EXIT.
002688     EXIT.
002688
002689*----------------------------------------------------------*
002690*  9000-FINALIZAR - Cierra archivos                          *
002700*----------------------------------------------------------*
002710 9000-FINALIZAR.
002732     IF ASIGNACIONES-DISPONIBLES
002734         CLOSE ASIGNACION-FILE
002736     END-IF.
002737     IF PLAN-DISPONIBLE
002738         CLOSE PLAN-FILE
002739     END-IF.
002740 9000-EXIT.
002750     EXIT.

000310*  2026-09-01 JFV  Cambio de curso con cruce de horario
000311*                  contra el curso actual (rutina HORACHK):
000312*                  se avisa y se conserva el curso anterior.
000312*  2026-10-15 JFV  Renglon de auditoria FECNACIM cuando se
000312*                  corrige la fecha de nacimiento, para que
000312*                  la recuperacion hacia adelante (ESCRECUP)
000312*                  la rehaga junto con la EDAD derivada.
000312*  2026-10-15 JFV  Renglones de ESCAUDIT encadenados: secuencia
000312*                  y huella al final de cada renglon (rutina
000312*                  AUDCADEN), que verifica AUDVERIF.
000312*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000312*                  (rutina PERMCHK, archivo PERMIDX).
000312*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000312*                  cada renglon; el rastro se abre y cierra por
000312*                  renglon para no encadenar contra un eslabon
000312*                  viejo si otra sesion grabo en medio.
000313*----------------------------------------------------------*
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. ESCMANT.
000930     05  ANTES-CURSO              PIC X(10).
000940     05  ANTES-TUTOR              PIC X(20).
000950     05  ANTES-FEC-INSCRIPCION    PIC 9(08).
000955     05  ANTES-FEC-NACIMIENTO     PIC 9(08).
000960 01  WS-AUD-CAMPO                 PIC X(10) VALUE SPACES.
000970 01  WS-AUD-ANTES                 PIC X(30) VALUE SPACES.
000980 01  WS-AUD-DESPUES               PIC X(30) VALUE SPACES.
001145
001150 COPY FECHAPARM.
001160
001163 COPY CADEPARM.
001166
001167 COPY PERMPARM.
001168
001170 LINKAGE SECTION.
001180 COPY LOGPARM.
001190
001380        GOBACK
001390     END-IF.
001400
001400     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001401     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001402     MOVE "ESCMANT"      TO PERMCHK-PROGRAMA.
001403     MOVE SPACES         TO PERMCHK-FUNCION.
001404     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001404     CALL "PERMCHK" USING PERMCHK-PARM.
001405     IF NOT PERMCHK-PERMITIDO
001406         DISPLAY "SIN PERMISO PARA ESCMANT"
001407         GOBACK
001408     END-IF.
001409
001410     MOVE "ESCMANT" TO LOCKMGR-PROGRAMA.
001420     PERFORM 1500-TOMAR-CANDADO THRU 1500-EXIT.
001430
001520         STOP RUN
001530     END-IF.
001540
001543*  Aqui solo se comprueba el rastro (y se crea si falta);
001546*  cada renglon lo abre, lo encadena y lo cierra (8900).
001550     OPEN EXTEND AUDIT-FILE.
001560     IF NOT WS-AUD-OK
001570         OPEN OUTPUT AUDIT-FILE
001580     END-IF.
001585     CLOSE AUDIT-FILE.
001590
001600     MOVE "EDAD-MINIMA" TO PARMLKP-CLAVE.
001610     CALL "PARMLKP" USING PARMLKP-PARM.
002920     MOVE ESTUDIANTE-TUTOR    TO ANTES-TUTOR.
002930     MOVE ESTUDIANTE-FEC-INSCRIPCION
002940         TO ANTES-FEC-INSCRIPCION.
002943     MOVE ESTUDIANTE-FEC-NACIMIENTO
002946         TO ANTES-FEC-NACIMIENTO.
002950 3050-EXIT.
002960     EXIT.
002970
003955 3340-EXIT.
003956     EXIT.
003957
003958*----------------------------------------------------------*
003960*  3400-AJUSTAR-CUPOS - Si la modificacion cambio de curso,  *
003970*  descuenta el inscrito del curso anterior y lo suma al     *
004590         MOVE ESTUDIANTE-FEC-INSCRIPCION TO WS-AUD-DESPUES
004600         PERFORM 3500-AUDITAR THRU 3500-EXIT
004610     END-IF.
004611     IF ESTUDIANTE-FEC-NACIMIENTO NOT = ANTES-FEC-NACIMIENTO
004612         MOVE "FECNACIM" TO WS-AUD-CAMPO
004613         MOVE ANTES-FEC-NACIMIENTO TO WS-AUD-ANTES
004614         MOVE ESTUDIANTE-FEC-NACIMIENTO TO WS-AUD-DESPUES
004615         PERFORM 3500-AUDITAR THRU 3500-EXIT
004616     END-IF.
004620     IF ESTUDIANTE-NOMBRE = ANTES-NOMBRE
004630       AND ESTUDIANTE-EDAD = ANTES-EDAD
004640       AND ESTUDIANTE-PROMEDIO = ANTES-PROMEDIO
004650       AND ESTUDIANTE-CURSO = ANTES-CURSO
004660       AND ESTUDIANTE-TUTOR = ANTES-TUTOR
004670       AND ESTUDIANTE-FEC-INSCRIPCION = ANTES-FEC-INSCRIPCION
004675       AND ESTUDIANTE-FEC-NACIMIENTO = ANTES-FEC-NACIMIENTO
004680        PERFORM 3500-AUDITAR THRU 3500-EXIT
004690     END-IF.
004700 3600-EXIT.
005370     MOVE WS-AUD-CAMPO   TO AUD-CAMPO.
005380     MOVE WS-AUD-ANTES   TO AUD-ANTES.
005390     MOVE WS-AUD-DESPUES TO AUD-DESPUES.
005400     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
005410     MOVE SPACES TO WS-AUD-CAMPO.
005420     MOVE SPACES TO WS-AUD-ANTES.
005430     MOVE SPACES TO WS-AUD-DESPUES.
005440 3500-EXIT.
005440     EXIT.
005440
005440*----------------------------------------------------------*
005440*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
005441*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
005441*----------------------------------------------------------*
005441 8900-GRABAR-AUDITORIA.
005441*  El ultimo eslabon se toma del rastro al momento de grabar
005442*  (otra terminal pudo haber grabado despues); el renglon ya
005442*  armado se guarda mientras se abre el rastro.
005442     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
005442     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
005443     MOVE 129 TO AUDCADEN-POSICION.
005443     SET AUDCADEN-ULTIMO TO TRUE.
005443     CALL "AUDCADEN" USING AUDCADEN-PARM.
005443     OPEN EXTEND AUDIT-FILE.
005444     IF NOT WS-AUD-OK
005444         OPEN OUTPUT AUDIT-FILE
005444     END-IF.
005444     IF NOT WS-AUD-OK
005444         MOVE "ESCMANT"        TO ERRHAND-PROGRAMA
005445         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
005445         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
005445         SET ERRHAND-ADVERTENCIA TO TRUE
005445         MOVE "ERROR AL ABRIR ESCAUDIT" TO ERRHAND-MENSAJE
005446         CALL "ERRHAND" USING ERRHAND-PARM
005446         GO TO 8900-EXIT
005446     END-IF.
005446     MOVE AUDCADEN-RENGLON TO AUDIT-REC.
005447     ADD 1 TO AUDCADEN-SECUENCIA.
005447     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
005447     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
005447     SET AUDCADEN-ENCADENAR TO TRUE.
005448     CALL "AUDCADEN" USING AUDCADEN-PARM.
005448     MOVE AUDCADEN-CADENA TO AUD-CADENA.
005448     WRITE AUDIT-REC.
005448     CLOSE AUDIT-FILE.
005449 8900-EXIT.
005450     EXIT.
005460
005470*----------------------------------------------------------*
005510     CLOSE ESTUDIANTE-FILE.
005520     SET LOCKMGR-LIBERAR TO TRUE.
005530     CALL "LOCKMGR" USING LOCKMGR-PARM.
005550 9000-EXIT.
005560     EXIT.

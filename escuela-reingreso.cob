000200*  2026-08-22 JFV  Candado de uso de ESTUDIDX via LOCKMGR y
000210*                  operador sellado desde LOGIN-PARM (usuario
000220*                  autenticado); sin sesion no se entra.
000220*  2026-10-15 JFV  El reingreso deja en ESCAUDIT la imagen
000221*                  completa del registro restaurado
000222*                  (renglones IMAGEN), para la recuperacion
000222*                  hacia adelante de ESTUDIDX (ESCRECUP).
000223*  2026-10-15 JFV  Renglones de ESCAUDIT encadenados: secuencia
000224*                  y huella al final de cada renglon (rutina
000224*                  AUDCADEN), que verifica AUDVERIF.
000225*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000226*                  (rutina PERMCHK, archivo PERMIDX).
000226*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000227*                  cada renglon; el rastro se abre y cierra por
000228*                  renglon para no encadenar contra un eslabon
000229*                  viejo si otra sesion grabo en medio.
000230*----------------------------------------------------------*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. ESCREING.
000930
000940 COPY CURSOPARM.
000950
000951 COPY AUDIMG.
000952
000953 COPY CADEPARM.
000954
000955 COPY PERMPARM.
000956
000960 LINKAGE SECTION.
000970 COPY LOGPARM.
000980
001190         GOBACK
001200     END-IF.
001210
001210     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001211     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001212     MOVE "ESCREING"     TO PERMCHK-PROGRAMA.
001213     MOVE SPACES         TO PERMCHK-FUNCION.
001214     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001214     CALL "PERMCHK" USING PERMCHK-PARM.
001215     IF NOT PERMCHK-PERMITIDO
001216         DISPLAY "SIN PERMISO PARA ESCREING"
001217         GOBACK
001218     END-IF.
001219
001220     MOVE "ESCREING" TO LOCKMGR-PROGRAMA.
001230     PERFORM 1500-TOMAR-CANDADO THRU 1500-EXIT.
001240
001330         STOP RUN
001340     END-IF.
001350
001353*  Aqui solo se comprueba el rastro (y se crea si falta);
001356*  cada renglon lo abre, lo encadena y lo cierra (8900).
001360     OPEN EXTEND AUDIT-FILE.
001370     IF NOT WS-AUD-OK
001380         OPEN OUTPUT AUDIT-FILE
001390     END-IF.
001395     CLOSE AUDIT-FILE.
001400 1000-EXIT.
001410     EXIT.
001420
003110*  3500-AUDITAR - Escribe una linea en el rastro de auditoria*
003120*----------------------------------------------------------*
003130 3500-AUDITAR.
003132     MOVE WS-HALLADO-REC TO AUDIMG-IMAGEN.
003134     PERFORM 3550-AUDITAR-IMAGEN THRU 3550-EXIT
003136         VARYING AUDIMG-IDX FROM 1 BY 1
003138         UNTIL AUDIMG-IDX > 3.
003140     INITIALIZE AUDIT-REC.
003150     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003160     ACCEPT AUD-HORA FROM TIME.
003170     MOVE WS-OPERADOR TO AUD-OPERADOR.
003180     MOVE ESTUDIANTE-IDEN OF WS-HALLADO-REC TO AUD-IDEN.
003190     MOVE "REINGRESO"    TO AUD-OPERACION.
003190     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003190 3500-EXIT.
003190     EXIT.
003190
003190*----------------------------------------------------------*
003190*  3550-AUDITAR-IMAGEN - Un renglon IMAGEN con la parte      *
003191*  AUDIMG-IDX del registro restaurado (ver AUDIMG).          *
003191*----------------------------------------------------------*
003191 3550-AUDITAR-IMAGEN.
003191     INITIALIZE AUDIT-REC.
003191     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003191     ACCEPT AUD-HORA FROM TIME.
003192     MOVE WS-OPERADOR TO AUD-OPERADOR.
003192     MOVE ESTUDIANTE-IDEN OF WS-HALLADO-REC TO AUD-IDEN.
003192     MOVE "IMAGEN" TO AUD-OPERACION.
003192     MOVE AUDIMG-IDX TO AUDIMG-NUM.
003192     MOVE AUDIMG-CAMPO TO AUD-CAMPO.
003192     MOVE AUDIMG-PARTE (AUDIMG-IDX) TO AUD-DESPUES.
003193     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003193 3550-EXIT.
003193     EXIT.
003193
003193*----------------------------------------------------------*
003193*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
003194*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
003194*----------------------------------------------------------*
003194 8900-GRABAR-AUDITORIA.
003194*  El ultimo eslabon se toma del rastro al momento de grabar
003194*  (otra terminal pudo haber grabado despues); el renglon ya
003194*  armado se guarda mientras se abre el rastro.
003195     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
003195     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
003195     MOVE 129 TO AUDCADEN-POSICION.
003195     SET AUDCADEN-ULTIMO TO TRUE.
003195     CALL "AUDCADEN" USING AUDCADEN-PARM.
003195     OPEN EXTEND AUDIT-FILE.
003196     IF NOT WS-AUD-OK
003196         OPEN OUTPUT AUDIT-FILE
003196     END-IF.
003196     IF NOT WS-AUD-OK
003196         MOVE "ESCREING"       TO ERRHAND-PROGRAMA
003196         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
003197         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
003197         SET ERRHAND-ADVERTENCIA TO TRUE
003197         MOVE "ERROR AL ABRIR ESCAUDIT" TO ERRHAND-MENSAJE
003197         CALL "ERRHAND" USING ERRHAND-PARM
003197         GO TO 8900-EXIT
003197     END-IF.
003198     MOVE AUDCADEN-RENGLON TO AUDIT-REC.
003198     ADD 1 TO AUDCADEN-SECUENCIA.
003198     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
003198     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
003198     SET AUDCADEN-ENCADENAR TO TRUE.
003198     CALL "AUDCADEN" USING AUDCADEN-PARM.
003199     MOVE AUDCADEN-CADENA TO AUD-CADENA.
003200     WRITE AUDIT-REC.
003206     CLOSE AUDIT-FILE.
003212 8900-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------*
003260*----------------------------------------------------------*
003270 9000-FINALIZAR.
003280     CLOSE ESTUDIANTE-FILE.
003300     SET LOCKMGR-LIBERAR TO TRUE.
003310     CALL "LOCKMGR" USING LOCKMGR-PARM.
003320 9000-EXIT.

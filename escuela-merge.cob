000204*                  en switches al abrir, no en el file
000206*                  status vivo (que cambia con cada lectura
000208*                  y envenenaba la segunda fusion).
000208*  2026-10-15 JFV  Renglones de ESCAUDIT encadenados: secuencia
000208*                  y huella al final de cada renglon (rutina
000208*                  AUDCADEN), que verifica AUDVERIF.
000208*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000208*                  (rutina PERMCHK, archivo PERMIDX).
000208*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000208*                  cada renglon; el rastro se abre y cierra por
000208*                  renglon para no encadenar contra un eslabon
000209*                  viejo si otra sesion grabo en medio.
000210*----------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. ESCMERGE.
001260
001270 COPY CURSOPARM.
001280
001283 COPY CADEPARM.
001286
001287 COPY PERMPARM.
001288
001290 LINKAGE SECTION.
001300 COPY LOGPARM.
001310
001380     GOBACK.
001390
001400*----------------------------------------------------------*
001410*  1000-INICIALIZAR - Con permiso, candado y archivos        *
001420*----------------------------------------------------------*
001430 1000-INICIALIZAR.
001440     IF LOGIN-CONCEDIDO AND LOGIN-USERNAME NOT = SPACES
001450         MOVE LOGIN-USERNAME TO WS-OPERADOR
001460     ELSE
001461         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001462         GOBACK
001463     END-IF.
001464
001465     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001466     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001467     MOVE "ESCMERGE"     TO PERMCHK-PROGRAMA.
001468     MOVE SPACES         TO PERMCHK-FUNCION.
001469     SET PERMCHK-NIVEL-ADMIN TO TRUE.
001470     CALL "PERMCHK" USING PERMCHK-PARM.
001471     IF NOT PERMCHK-PERMITIDO
001472         DISPLAY "SIN PERMISO PARA FUSIONAR"
001480         GOBACK
001490     END-IF.
001500
001672         SET HISTORICO-DISPONIBLE TO TRUE
001673     END-IF.
001680
001683*  Aqui solo se comprueba el rastro (y se crea si falta);
001686*  cada renglon lo abre, lo encadena y lo cierra (8900).
001690     OPEN EXTEND AUDIT-FILE.
001700     IF NOT WS-AUD-OK
001710         OPEN OUTPUT AUDIT-FILE
001720     END-IF.
001725     CLOSE AUDIT-FILE.
001730 1000-EXIT.
001740     EXIT.
001750
004690     MOVE "MERGE" TO AUD-OPERACION.
004700     MOVE "DESDE" TO AUD-CAMPO.
004710     MOVE WS-IDEN-ORIGEN TO AUD-DESPUES.
004720     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
004730
004740     INITIALIZE AUDIT-REC.
004750     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
004790     MOVE "MERGE" TO AUD-OPERACION.
004800     MOVE "HACIA" TO AUD-CAMPO.
004810     MOVE WS-IDEN-DESTINO TO AUD-DESPUES.
004810     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
004810 8000-EXIT.
004810     EXIT.
004810
004811*----------------------------------------------------------*
004811*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
004811*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
004811*----------------------------------------------------------*
004812 8900-GRABAR-AUDITORIA.
004812*  El ultimo eslabon se toma del rastro al momento de grabar
004812*  (otra terminal pudo haber grabado despues); el renglon ya
004812*  armado se guarda mientras se abre el rastro.
004813     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
004813     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
004813     MOVE 129 TO AUDCADEN-POSICION.
004813     SET AUDCADEN-ULTIMO TO TRUE.
004814     CALL "AUDCADEN" USING AUDCADEN-PARM.
004814     OPEN EXTEND AUDIT-FILE.
004814     IF NOT WS-AUD-OK
004814         OPEN OUTPUT AUDIT-FILE
004815     END-IF.
004815     IF NOT WS-AUD-OK
004815         MOVE "ESCMERGE"       TO ERRHAND-PROGRAMA
004815         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
004816         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
004816         SET ERRHAND-ADVERTENCIA TO TRUE
004816         MOVE "ERROR AL ABRIR ESCAUDIT" TO ERRHAND-MENSAJE
004816         CALL "ERRHAND" USING ERRHAND-PARM
004817         GO TO 8900-EXIT
004817     END-IF.
004817     MOVE AUDCADEN-RENGLON TO AUDIT-REC.
004817     ADD 1 TO AUDCADEN-SECUENCIA.
004818     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
004818     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
004818     SET AUDCADEN-ENCADENAR TO TRUE.
004818     CALL "AUDCADEN" USING AUDCADEN-PARM.
004819     MOVE AUDCADEN-CADENA TO AUD-CADENA.
004820     WRITE AUDIT-REC.
004826     CLOSE AUDIT-FILE.
004832 8900-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------*
004970     IF HISTORICO-DISPONIBLE
004980         CLOSE HISTORICO-FILE
004990     END-IF.
005010     SET LOCKMGR-LIBERAR TO TRUE.
005020     CALL "LOCKMGR" USING LOCKMGR-PARM.
005030 9000-EXIT.

000150*----------------------------------------------------------*
000160*  MODIFICATIONS.
000170*  2026-09-01 JFV  Creacion inicial.
000171*  2026-10-15 JFV  Renglones de ESCAUDIT encadenados: secuencia
000172*                  y huella al final de cada renglon (rutina
000173*                  AUDCADEN), que verifica AUDVERIF.
000174*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000175*                  (rutina PERMCHK, archivo PERMIDX).
000176*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000177*                  cada renglon; el rastro se abre y cierra por
000178*                  renglon para no encadenar contra un eslabon
000179*                  viejo si otra sesion grabo en medio.
000180*----------------------------------------------------------*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMERMANT.
000890
000900 COPY ERRPARM.
000910
000913 COPY CADEPARM.
000916
000917 COPY PERMPARM.
000918
000920 LINKAGE SECTION.
000930 COPY LOGPARM.
000940
001080         MOVE LOGIN-USERNAME TO WS-OPERADOR
001090     ELSE
001100         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001100         GOBACK
001101     END-IF.
001102
001103     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001104     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001104     MOVE "ESCUELA"      TO PERMCHK-PROGRAMA.
001105     MOVE SPACES         TO PERMCHK-FUNCION.
001106     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001107     CALL "PERMCHK" USING PERMCHK-PARM.
001108     IF NOT PERMCHK-PERMITIDO
001109         DISPLAY "SIN PERMISO PARA ESCUELA"
001110         GOBACK
001120     END-IF.
001130
001400         STOP RUN
001410     END-IF.
001420
001423*  Aqui solo se comprueba el rastro (y se crea si falta);
001426*  cada renglon lo abre, lo encadena y lo cierra (8900).
001430     OPEN EXTEND AUDIT-FILE.
001440     IF NOT WS-AUD-OK
001450         OPEN OUTPUT AUDIT-FILE
001460     END-IF.
001465     CLOSE AUDIT-FILE.
001470 1000-EXIT.
001480     EXIT.
001490
003090     MOVE WS-OPERADOR TO AUD-OPERADOR.
003100     MOVE EMER-IDEN TO AUD-IDEN.
003110     MOVE "EMERGENCIA" TO AUD-OPERACION.
003120     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003130     INITIALIZE AUDIT-REC.
003140 3650-EXIT.
003150     EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------*
003470*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
003470*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
003470*----------------------------------------------------------*
003470 8900-GRABAR-AUDITORIA.
003471*  El ultimo eslabon se toma del rastro al momento de grabar
003471*  (otra terminal pudo haber grabado despues); el renglon ya
003471*  armado se guarda mientras se abre el rastro.
003471     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
003472     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
003472     MOVE 129 TO AUDCADEN-POSICION.
003472     SET AUDCADEN-ULTIMO TO TRUE.
003472     CALL "AUDCADEN" USING AUDCADEN-PARM.
003473     OPEN EXTEND AUDIT-FILE.
003473     IF NOT WS-AUD-OK
003473         OPEN OUTPUT AUDIT-FILE
003473     END-IF.
003474     IF NOT WS-AUD-OK
003474         MOVE "EMERMANT"       TO ERRHAND-PROGRAMA
003474         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
003474         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
003474         SET ERRHAND-ADVERTENCIA TO TRUE
003475         MOVE "ERROR AL ABRIR ESCAUDIT" TO ERRHAND-MENSAJE
003475         CALL "ERRHAND" USING ERRHAND-PARM
003475         GO TO 8900-EXIT
003475     END-IF.
003476     MOVE AUDCADEN-RENGLON TO AUDIT-REC.
003476     ADD 1 TO AUDCADEN-SECUENCIA.
003476     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
003476     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
003477     SET AUDCADEN-ENCADENAR TO TRUE.
003477     CALL "AUDCADEN" USING AUDCADEN-PARM.
003477     MOVE AUDCADEN-CADENA TO AUD-CADENA.
003477     WRITE AUDIT-REC.
003478     CLOSE AUDIT-FILE.
003478 8900-EXIT.
003478     EXIT.
003478
003479*----------------------------------------------------------*
003480*  9000-FINALIZAR - Cierra archivos                          *
003490*----------------------------------------------------------*
003500 9000-FINALIZAR.
003510     CLOSE EMERGENCIA-FILE.
003520     CLOSE ESTUDIANTE-FILE.
003540 9000-EXIT.
003550     EXIT.

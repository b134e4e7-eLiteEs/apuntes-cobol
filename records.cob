000350*                  nombre y la misma edad, se pide confirmar
000351*                  antes de registrar (ver ESCDUPLI y
000352*                  ESCMERGE para la limpieza).
000352*  2026-10-15 JFV  El alta deja en ESCAUDIT la imagen
000352*                  completa del registro (renglones
000352*                  IMAGEN), para la recuperacion hacia
000352*                  adelante de ESTUDIDX (ESCRECUP).
000352*  2026-10-15 JFV  Renglones de ESCAUDIT encadenados: secuencia
000352*                  y huella al final de cada renglon (rutina
000352*                  AUDCADEN), que verifica AUDVERIF.
000352*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000352*                  (rutina PERMCHK, archivo PERMIDX).
000352*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000352*                  cada renglon; el rastro se abre y cierra por
000352*                  renglon para no encadenar contra un eslabon
000352*                  viejo si otra sesion grabo en medio.
000353*----------------------------------------------------------*
000354 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. ESCUELA.
000640
000650 WORKING-STORAGE SECTION.
000660 COPY ESTUD REPLACING ESTUDIANTE-REC BY WS-ESTUDIANTE-REC.
000663
000666 COPY AUDIMG.
000670
000680 01  WS-STU-STATUS               PIC X(02).
000690     88  WS-STU-OK                        VALUE "00".
001063     88  FIN-DE-DUP                       VALUE "S".
001064 01  WS-ENTRADA-FEC-NAC           PIC X(08).
001065
001066 COPY CADEPARM.
001067
001068 COPY PERMPARM.
001069
001070 LINKAGE SECTION.
001080 COPY LOGPARM.
001090
001280        GOBACK
001290     END-IF.
001300
001300     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001301     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001302     MOVE "ESCUELA"      TO PERMCHK-PROGRAMA.
001303     MOVE SPACES         TO PERMCHK-FUNCION.
001304     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001304     CALL "PERMCHK" USING PERMCHK-PARM.
001305     IF NOT PERMCHK-PERMITIDO
001306         DISPLAY "SIN PERMISO PARA ESCUELA"
001307         GOBACK
001308     END-IF.
001309
001310     MOVE "ESCUELA" TO LOCKMGR-PROGRAMA.
001320     PERFORM 1500-TOMAR-CANDADO THRU 1500-EXIT.
001330
001490         STOP RUN
001500     END-IF.
001510
001513*  Aqui solo se comprueba el rastro (y se crea si falta);
001516*  cada renglon lo abre, lo encadena y lo cierra (8900).
001520     OPEN EXTEND AUDIT-FILE.
001530     IF NOT WS-AUD-OK
001540         OPEN OUTPUT AUDIT-FILE
001550     END-IF.
001555     CLOSE AUDIT-FILE.
001560
001570     MOVE "EDAD-MINIMA" TO PARMLKP-CLAVE.
001580     CALL "PARMLKP" USING PARMLKP-PARM.
003286*  3500-AUDITAR - Escribe una linea en el rastro de auditoria*
003287*----------------------------------------------------------*
003288 3500-AUDITAR.
003288     MOVE WS-ESTUDIANTE-REC TO AUDIMG-IMAGEN.
003288     PERFORM 3550-AUDITAR-IMAGEN THRU 3550-EXIT
003288         VARYING AUDIMG-IDX FROM 1 BY 1
003289         UNTIL AUDIMG-IDX > 3.
003290     INITIALIZE AUDIT-REC.
003300     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003310     ACCEPT AUD-HORA FROM TIME.
003320     MOVE WS-OPERADOR TO AUD-OPERADOR.
003330     MOVE ESTUDIANTE-IDEN OF WS-ESTUDIANTE-REC TO AUD-IDEN.
003340     MOVE "ALTA"         TO AUD-OPERACION.
003350     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003360 3500-EXIT.
003360     EXIT.
003361
003361*----------------------------------------------------------*
003362*  3550-AUDITAR-IMAGEN - Un renglon IMAGEN con la parte      *
003362*  AUDIMG-IDX del registro dado de alta (ver AUDIMG).        *
003363*----------------------------------------------------------*
003363 3550-AUDITAR-IMAGEN.
003364     INITIALIZE AUDIT-REC.
003364     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003365     ACCEPT AUD-HORA FROM TIME.
003365     MOVE WS-OPERADOR TO AUD-OPERADOR.
003366     MOVE ESTUDIANTE-IDEN OF WS-ESTUDIANTE-REC TO AUD-IDEN.
003366     MOVE "IMAGEN" TO AUD-OPERACION.
003367     MOVE AUDIMG-IDX TO AUDIMG-NUM.
003367     MOVE AUDIMG-CAMPO TO AUD-CAMPO.
003368     MOVE AUDIMG-PARTE (AUDIMG-IDX) TO AUD-DESPUES.
003368     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003369 3550-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------*
004480     EXIT.
004490
004500*----------------------------------------------------------*
004500*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
004500*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
004500*----------------------------------------------------------*
004500 8900-GRABAR-AUDITORIA.
004501*  El ultimo eslabon se toma del rastro al momento de grabar
004501*  (otra terminal pudo haber grabado despues); el renglon ya
004501*  armado se guarda mientras se abre el rastro.
004501     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
004502     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
004502     MOVE 129 TO AUDCADEN-POSICION.
004502     SET AUDCADEN-ULTIMO TO TRUE.
004502     CALL "AUDCADEN" USING AUDCADEN-PARM.
004503     OPEN EXTEND AUDIT-FILE.
004503     IF NOT WS-AUD-OK
004503         OPEN OUTPUT AUDIT-FILE
004503     END-IF.
004504     IF NOT WS-AUD-OK
004504         MOVE "ESCUELA"        TO ERRHAND-PROGRAMA
004504         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
004504         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
004504         SET ERRHAND-ADVERTENCIA TO TRUE
004505         MOVE "ERROR AL ABRIR ESCAUDIT" TO ERRHAND-MENSAJE
004505         CALL "ERRHAND" USING ERRHAND-PARM
004505         GO TO 8900-EXIT
004505     END-IF.
004506     MOVE AUDCADEN-RENGLON TO AUDIT-REC.
004506     ADD 1 TO AUDCADEN-SECUENCIA.
004506     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
004506     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
004507     SET AUDCADEN-ENCADENAR TO TRUE.
004507     CALL "AUDCADEN" USING AUDCADEN-PARM.
004507     MOVE AUDCADEN-CADENA TO AUD-CADENA.
004507     WRITE AUDIT-REC.
004508     CLOSE AUDIT-FILE.
004508 8900-EXIT.
004508     EXIT.
004508
004509*----------------------------------------------------------*
004510*  9000-FINALIZAR - Cierra archivos                          *
004520*----------------------------------------------------------*
004530 9000-FINALIZAR.
004540     CLOSE ESTUDIANTE-FILE.
004550     SET LOCKMGR-LIBERAR TO TRUE.
004560     CALL "LOCKMGR" USING LOCKMGR-PARM.
004580 9000-EXIT.
004590     EXIT.

000160*----------------------------------------------------------*
000170*  MODIFICATIONS.
000180*  2026-09-01 JFV  Creacion inicial.
000182*  2026-10-15 JFV  Renglones de NOTAAUD encadenados: secuencia
000184*                  y huella al final de cada renglon (rutina
000186*                  AUDCADEN), que verifica AUDVERIF.
000190*----------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. NOTACARG.
001050
001060 COPY ERRPARM.
001070
001073 COPY CADEPARM.
001076
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001100     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001510     IF NOT WS-RCH-OK
001520         OPEN OUTPUT RECHAZO-FILE
001530     END-IF.
001532     MOVE "NOTAAUD" TO AUDCADEN-ARCHIVO.
001534     MOVE 129 TO AUDCADEN-POSICION.
001536     SET AUDCADEN-ULTIMO TO TRUE.
001538     CALL "AUDCADEN" USING AUDCADEN-PARM.
001540     OPEN EXTEND AUDIT-FILE.
001550     IF NOT WS-AUD-OK
001560         OPEN OUTPUT AUDIT-FILE
002620     STRING "P" LIMP-PERIODO " " WS-AUD-CALIF-EDIT
002630         DELIMITED BY SIZE INTO AUD-DESPUES
002640     END-STRING.
002640     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
002641 3600-EXIT.
002641     EXIT.
002642
002643*----------------------------------------------------------*
002643*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
002644*  (rutina AUDCADEN) y lo graba en NOTAAUD.                  *
002644*----------------------------------------------------------*
002645 8900-GRABAR-AUDITORIA.
002646     ADD 1 TO AUDCADEN-SECUENCIA.
002646     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
002647     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
002647     SET AUDCADEN-ENCADENAR TO TRUE.
002648     CALL "AUDCADEN" USING AUDCADEN-PARM.
002649     MOVE AUDCADEN-CADENA TO AUD-CADENA.
002650     WRITE AUDIT-REC.
002660 8900-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------*

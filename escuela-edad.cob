000120*  enero), deja de suceder que el maestro completo quede un  *
000130*  anio desactualizado.  Los registros sin fecha (cero) se   *
000140*  saltan y se cuentan para perseguir su captura.             *
000143*  Cada edad que cambia deja su renglon EDAD en ESCAUDIT     *
000146*  (encadenado via AUDCADEN).                                *
000150*----------------------------------------------------------*
000160*  MODIFICATIONS.
000170*  2026-09-01 JFV  Creacion inicial.
000173*  2026-10-15 JFV  Renglon EDAD encadenado en ESCAUDIT por
000176*                  cada ESTUDIANTE-EDAD que cambia.
000180*----------------------------------------------------------*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCEDADR.
000340             WITH DUPLICATES
000350         FILE STATUS IS WS-STU-STATUS.
000360
000362     SELECT AUDIT-FILE ASSIGN TO "ESCAUDIT"
000364         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS WS-AUD-STATUS.
000368
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  ESTUDIANTE-FILE.
000400     COPY ESTUD.
000410
000412 FD  AUDIT-FILE.
000414     COPY AUDREC.
000416
000420 WORKING-STORAGE SECTION.
000430 01  WS-STU-STATUS                PIC X(02).
000440     88  WS-STU-OK                        VALUE "00".
000450     88  WS-STU-FIN-ARCHIVO               VALUE "10".
000451
000452 01  WS-AUD-STATUS                PIC X(02).
000453     88  WS-AUD-OK                        VALUE "00".
000454
000455 01  WS-EDAD-ANTERIOR             PIC 9(02) VALUE ZERO.
000456 01  WS-EDAD-EDIT                 PIC Z9.
000457 01  WS-OPERADOR                  PIC X(20)
000458     VALUE "ESCEDADR-BATCH".
000460
000470 01  WS-CONTADORES.
000480     05  WS-LEIDOS                PIC 9(07) COMP VALUE ZERO.
000550 COPY LOCKPARM.
000560
000570 COPY EDCLPARM.
000573
000576 COPY CADEPARM.
000580
000590 PROCEDURE DIVISION.
000600 0000-MAINLINE.
000800         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
000810         CALL "ERRHAND" USING ERRHAND-PARM
000820         STOP RUN
000821     END-IF.
000822
000823     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
000824     MOVE 129 TO AUDCADEN-POSICION.
000825     SET AUDCADEN-ULTIMO TO TRUE.
000826     CALL "AUDCADEN" USING AUDCADEN-PARM.
000827     OPEN EXTEND AUDIT-FILE.
000828     IF NOT WS-AUD-OK
000829         OPEN OUTPUT AUDIT-FILE
000830     END-IF.
000840 1000-EXIT.
000850     EXIT.
001380     IF EDADCALC-EDAD = ESTUDIANTE-EDAD
001390         GO TO 2000-EXIT
001400     END-IF.
001405     MOVE ESTUDIANTE-EDAD TO WS-EDAD-ANTERIOR.
001410     MOVE EDADCALC-EDAD TO ESTUDIANTE-EDAD.
001420     REWRITE ESTUDIANTE-REC
001430         INVALID KEY
001450                 ESTUDIANTE-IDEN
001460         NOT INVALID KEY
001470             ADD 1 TO WS-REFRESCADOS
001475             PERFORM 3500-AUDITAR THRU 3500-EXIT
001480     END-REWRITE.
001490 2000-EXIT.
001490     EXIT.
001490
001490*----------------------------------------------------------*
001491*  3500-AUDITAR - Renglon EDAD de ESCAUDIT con la edad       *
001491*  anterior y la nueva (editadas Z9).                        *
001491*----------------------------------------------------------*
001491 3500-AUDITAR.
001492     INITIALIZE AUDIT-REC.
001492     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
001492     ACCEPT AUD-HORA FROM TIME.
001492     MOVE WS-OPERADOR TO AUD-OPERADOR.
001493     MOVE ESTUDIANTE-IDEN TO AUD-IDEN.
001493     MOVE "EDAD" TO AUD-OPERACION.
001493     MOVE "EDAD" TO AUD-CAMPO.
001493     MOVE WS-EDAD-ANTERIOR TO WS-EDAD-EDIT.
001494     MOVE WS-EDAD-EDIT TO AUD-ANTES.
001494     MOVE ESTUDIANTE-EDAD TO WS-EDAD-EDIT.
001494     MOVE WS-EDAD-EDIT TO AUD-DESPUES.
001494     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
001495 3500-EXIT.
001495     EXIT.
001495
001495*----------------------------------------------------------*
001496*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
001496*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
001496*----------------------------------------------------------*
001496 8900-GRABAR-AUDITORIA.
001497     ADD 1 TO AUDCADEN-SECUENCIA.
001497     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
001497     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
001497     SET AUDCADEN-ENCADENAR TO TRUE.
001498     CALL "AUDCADEN" USING AUDCADEN-PARM.
001498     MOVE AUDCADEN-CADENA TO AUD-CADENA.
001498     WRITE AUDIT-REC.
001499 8900-EXIT.
001500     EXIT.
001510
001520*----------------------------------------------------------*
001540*----------------------------------------------------------*
001550 9000-FINALIZAR.
001560     CLOSE ESTUDIANTE-FILE.
001565     CLOSE AUDIT-FILE.
001570     SET LOCKMGR-LIBERAR TO TRUE.
001580     CALL "LOCKMGR" USING LOCKMGR-PARM.
001590     DISPLAY " ".

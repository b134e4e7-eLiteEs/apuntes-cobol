000140*  WS-INTERVALO-CKP archivados se graba un punto de control  *
000150*  en ARCHCKP, al estilo de CARGACKP, para que una corrida   *
000160*  interrumpida se reanude sin duplicar historia.             *
000163*  Cada estudiante borrado deja un renglon ARCHIVO en        *
000166*  ESCAUDIT (encadenado via AUDCADEN).                       *
000170*----------------------------------------------------------*
000180*  MODIFICATIONS.
000181*  2026-09-01 JFV  La disponibilidad de los detalles y sus
000250*                  9999) ni segunda pasada: borrado en la
000260*                  misma pasada y punto de control ARCHCKP
000270*                  para reanudar una corrida interrumpida.
000272*  2026-10-15 JFV  Volumen leido en RUNGUARD-REGISTROS al
000274*                  terminar, para el historico RUNHIST.
000276*  2026-10-15 JFV  Renglon ARCHIVO encadenado en ESCAUDIT
000278*                  por cada estudiante borrado del maestro.
000280*----------------------------------------------------------*
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ESCARCH.
000546         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CKP-STATUS.
000560
000562     SELECT AUDIT-FILE ASSIGN TO "ESCAUDIT"
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS WS-AUD-STATUS.
000568
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ESTUDIANTE-FILE.
000700     05  FILLER                      PIC X(01) VALUE SPACE.
000710     05  CKP-FECHA                   PIC 9(08).
000720
000722
000724 FD  AUDIT-FILE.
000726     COPY AUDREC.
000730 WORKING-STORAGE SECTION.
000740 01  WS-STU-STATUS               PIC X(02).
000750     88  WS-STU-OK                        VALUE "00".
000836 01  WS-CKP-STATUS                PIC X(02).
000837     88  WS-CKP-OK                        VALUE "00".
000840
000842 01  WS-AUD-STATUS                PIC X(02).
000844     88  WS-AUD-OK                        VALUE "00".
000846
000850 01  WS-SWITCHES.
000860     05  WS-CKP-EXISTE             PIC X(01) VALUE "N".
000870         88  HAY-PUNTO-DE-REINICIO         VALUE "S".
000980 01  WS-ANIO-ARCHIVO              PIC 9(04) VALUE ZERO.
000990 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001000
001002 01  WS-OPERADOR                  PIC X(20)
001004     VALUE "ESCARCH-BATCH".
001006
001010 COPY ERRPARM.
001011
001012 COPY RUNPARM.
001014
001016 COPY CADEPARM.
001020
001030 COPY LOCKPARM.
001040
001154     SET RUNGUARD-TERMINAR TO TRUE.
001155     MOVE "ESCARCH" TO RUNGUARD-PROGRAMA.
001156     MOVE RETURN-CODE TO RUNGUARD-RC.
001156     MOVE WS-TOTAL-LEIDOS TO RUNGUARD-REGISTROS.
001157     CALL "RUNGUARD" USING RUNGUARD-PARM.
001158 0600-EXIT.
001159     EXIT.
001460         MOVE "ERROR AL ABRIR ESCHISTX" TO ERRHAND-MENSAJE
001470         CALL "ERRHAND" USING ERRHAND-PARM
001480         STOP RUN
001480     END-IF.
001481
001482*  Cada borrado del maestro deja su renglon ARCHIVO en
001483*  ESCAUDIT, encadenado detras del ultimo eslabon del rastro.
001484     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
001484     MOVE 129 TO AUDCADEN-POSICION.
001485     SET AUDCADEN-ULTIMO TO TRUE.
001486     CALL "AUDCADEN" USING AUDCADEN-PARM.
001487     OPEN EXTEND AUDIT-FILE.
001488     IF NOT WS-AUD-OK
001489         OPEN OUTPUT AUDIT-FILE
001490     END-IF.
001491
001492*  El detalle viaja junto con el maestro: notas y
002430     END-DELETE.
002440     IF WS-STU-OK
002450         ADD 1 TO WS-TOTAL-BORRADOS
002455         PERFORM 2800-AUDITAR-BORRADO THRU 2800-EXIT
002460     ELSE
002470         DISPLAY "ERROR AL BORRAR: " WS-CLAVE-ACTUAL
002480     END-IF.
003008 2710-EXIT.
003009     EXIT.
003010
003010*----------------------------------------------------------*
003010*  2800-AUDITAR-BORRADO - Renglon ARCHIVO de ESCAUDIT: el    *
003010*  estudiante salio del maestro hacia ESCHISTX (ESCRECUP lo  *
003010*  reaplica como borrado).                                    *
003010*----------------------------------------------------------*
003010 2800-AUDITAR-BORRADO.
003010     INITIALIZE AUDIT-REC.
003010     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003010     ACCEPT AUD-HORA FROM TIME.
003010     MOVE WS-OPERADOR     TO AUD-OPERADOR.
003010     MOVE WS-CLAVE-ACTUAL TO AUD-IDEN.
003010     MOVE "ARCHIVO"       TO AUD-OPERACION.
003010     MOVE "ESTADO"        TO AUD-CAMPO.
003010     MOVE HIST-ESTADO     TO AUD-ANTES.
003010     MOVE "ESCHISTX"      TO AUD-DESPUES.
003010     MOVE WS-ANIO-ARCHIVO TO AUD-DESPUES (10:4).
003010     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003010 2800-EXIT.
003010     EXIT.
003010
003010*----------------------------------------------------------*
003010*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
003010*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
003010*----------------------------------------------------------*
003010 8900-GRABAR-AUDITORIA.
003010     ADD 1 TO AUDCADEN-SECUENCIA.
003010     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
003010     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
003010     SET AUDCADEN-ENCADENAR TO TRUE.
003010     CALL "AUDCADEN" USING AUDCADEN-PARM.
003010     MOVE AUDCADEN-CADENA TO AUD-CADENA.
003010     WRITE AUDIT-REC.
003010 8900-EXIT.
003010     EXIT.
003010
003011*----------------------------------------------------------*
003012*  9000-FINALIZAR - Limpia el punto de control (la corrida    *
003013*  termino completa), libera el candado e imprime el resumen. *
003027     IF WS-ASH-OK
003028         CLOSE ASISHIS-FILE
003029     END-IF.
003029     CLOSE AUDIT-FILE.
003030     OPEN OUTPUT CHECKPOINT-FILE.
003031     CLOSE CHECKPOINT-FILE.
003032

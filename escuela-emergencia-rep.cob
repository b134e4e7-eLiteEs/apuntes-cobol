000152*  2026-09-01 JFV  La disponibilidad de EMERIDX se fija en
000154*                  un switch al abrir, no en el file status
000156*                  vivo (que cambia con cada lectura).
000156*  2026-10-15 JFV  Lee el extracto de activos ESCACTIV, ya
000157*                  en orden de curso y nombre, cuando ACTVCHK
000158*                  lo da vigente; si no, ordena ESTUDIDX como
000159*                  antes.
000160*----------------------------------------------------------*
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. ESCEMERG.
000410     SELECT WORK-FILE ASSIGN TO "EMERWORK"
000420         ORGANIZATION IS SEQUENTIAL.
000430
000432     SELECT EXTRACTO-FILE ASSIGN TO "ESCACTIV"
000434         ORGANIZATION IS SEQUENTIAL
000436         FILE STATUS IS WS-EXT-STATUS.
000438
000440     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RPT-STATUS.
000520
000530 FD  EMERGENCIA-FILE.
000540     COPY EMERREC.
000542
000544 FD  EXTRACTO-FILE.
000546     COPY ACTVREC.
000550
000560 SD  WORK-FILE.
000570 01  WORK-REC.
000730 01  WS-RPT-STATUS                PIC X(02).
000740     88  WS-RPT-OK                        VALUE "00".
000750
000752 01  WS-EXT-STATUS                PIC X(02).
000754     88  WS-EXT-OK                        VALUE "00".
000756
000760 01  WS-SWITCHES.
000770     05  WS-FIN-SORT              PIC X(01) VALUE "N".
000780         88  FIN-DE-SORT                  VALUE "S".
000782     05  WS-USA-EXTRACTO          PIC X(01) VALUE "N".
000784         88  USA-EXTRACTO                 VALUE "S".
000786     05  WS-FIN-EXTRACTO          PIC X(01) VALUE "N".
000788         88  FIN-DE-EXTRACTO              VALUE "S".
000790
000800 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "ESCEMERG".
000802
001090
001100 COPY RPTGPARM.
001110
001113 COPY ACTVPARM.
001116
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001140     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001200*  1000-INICIALIZAR - Abre archivos y la generacion          *
001210*----------------------------------------------------------*
001220 1000-INICIALIZAR.
001230     PERFORM 1100-ABRIR-ENTRADA THRU 1100-EXIT.
001330
001340*  Sin EMERIDX el rol sale igualmente, marcando la falta de
001350*  datos: el hueco de seguridad se ve en el papel.
001420 1000-EXIT.
001430     EXIT.
001440
001440*----------------------------------------------------------*
001440*  1100-ABRIR-ENTRADA - El extracto ESCACTIV si ACTVCHK lo   *
001440*  da vigente (se salta el encabezado); si no, el maestro.   *
001441*----------------------------------------------------------*
001441 1100-ABRIR-ENTRADA.
001441     CALL "ACTVCHK" USING ACTVCHK-PARM.
001441     IF ACTVCHK-VIGENTE
001442         OPEN INPUT EXTRACTO-FILE
001442         IF WS-EXT-OK
001442             READ EXTRACTO-FILE
001442                 AT END
001443                     MOVE "10" TO WS-EXT-STATUS
001443             END-READ
001443         END-IF
001443         IF WS-EXT-OK
001444             SET USA-EXTRACTO TO TRUE
001444             GO TO 1100-EXIT
001444         END-IF
001444         MOVE "ERROR AL LEER EL EXTRACTO" TO ACTVCHK-MENSAJE
001445     END-IF.
001445     DISPLAY "SE LEE ESTUDIDX: " ACTVCHK-MENSAJE.
001445
001445     OPEN INPUT ESTUDIANTE-FILE.
001446     IF NOT WS-STU-OK
001446         MOVE "ESCEMERG"      TO ERRHAND-PROGRAMA
001446         MOVE "1100-ABRIR-ENTRADA" TO ERRHAND-PARRAFO
001446         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
001447         SET ERRHAND-FATAL TO TRUE
001447         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
001447         CALL "ERRHAND" USING ERRHAND-PARM
001447         STOP RUN
001448     END-IF.
001448 1100-EXIT.
001448     EXIT.
001449
001450 2000-GENERAR-ROL.
001451     IF USA-EXTRACTO
001452         PERFORM 2500-LEER-EXTRACTO THRU 2500-EXIT
001453             UNTIL FIN-DE-EXTRACTO
001454         GO TO 2000-EXIT
001455     END-IF.
001460     SORT WORK-FILE
001470         ON ASCENDING KEY WORK-CURSO WORK-NOMBRE
001480         INPUT PROCEDURE IS 2100-CARGAR-ACTIVOS THRU 2100-EXIT
001840             SET FIN-DE-SORT TO TRUE
001850             GO TO 2210-EXIT
001860     END-RETURN.
001862     PERFORM 2220-IMPRIMIR-ESTUDIANTE THRU 2220-EXIT.
001864 2210-EXIT.
001866     EXIT.
001870
001875 2220-IMPRIMIR-ESTUDIANTE.
001880     IF WORK-CURSO NOT = WS-CURSO-ANTERIOR
001890         MOVE WORK-CURSO TO WS-CURSO-ANTERIOR
001900         MOVE WORK-CURSO TO RPT-CURSO
002110     END-IF.
002120     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
002130     ADD 1 TO WS-ESTUD-LISTADOS.
002140 2220-EXIT.
002150     EXIT.
002160
002170 2300-MARCAR-SIN-DATOS.
002240     EXIT.
002250
002260*----------------------------------------------------------*
002260*  2500-LEER-EXTRACTO - Camino del extracto: ya viene en el  *
002260*  orden del SORT, se imprime cada detalle tal cual.         *
002261*----------------------------------------------------------*
002261 2500-LEER-EXTRACTO.
002262     READ EXTRACTO-FILE
002262         AT END
002263             SET FIN-DE-EXTRACTO TO TRUE
002263             GO TO 2500-EXIT
002264     END-READ.
002264     IF NOT ACTV-DETALLE
002264         GO TO 2500-EXIT
002265     END-IF.
002265     MOVE ACTV-CURSO  TO WORK-CURSO.
002266     MOVE ACTV-IDEN   TO WORK-IDEN.
002266     MOVE ACTV-NOMBRE TO WORK-NOMBRE.
002267     PERFORM 2220-IMPRIMIR-ESTUDIANTE THRU 2220-EXIT.
002267 2500-EXIT.
002268     EXIT.
002268
002269*----------------------------------------------------------*
002270*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
002280*----------------------------------------------------------*
002290 9000-FINALIZAR.
002293     IF USA-EXTRACTO
002296         CLOSE EXTRACTO-FILE
002299     ELSE
002302         CLOSE ESTUDIANTE-FILE
002305     END-IF.
002310     IF EMERGENCIA-DISPONIBLE
002320         CLOSE EMERGENCIA-FILE
002330     END-IF.

000130*----------------------------------------------------------*
000140*  MODIFICATIONS.
000150*  2026-09-01 JFV  Creacion inicial.
000152*  2026-10-15 JFV  Lee el extracto de activos ESCACTIV, ya
000154*                  en orden de curso y nombre, cuando ACTVCHK
000156*                  lo da vigente; si no, ordena ESTUDIDX como
000158*                  antes.
000160*----------------------------------------------------------*
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. ESCHORAR.
000410     SELECT WORK-FILE ASSIGN TO "HORAWORK"
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
000530 FD  HORARIO-FILE.
000540     COPY HORREC.
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
000790     05  WS-FIN-CURSO             PIC X(01) VALUE "N".
000800         88  FIN-DE-CURSO                 VALUE "S".
000810
001260
001270 COPY RPTGPARM.
001280
001283 COPY ACTVPARM.
001286
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001370*  1000-INICIALIZAR - Abre archivos y la generacion fechada  *
001380*----------------------------------------------------------*
001390 1000-INICIALIZAR.
001400     PERFORM 1100-ABRIR-ENTRADA THRU 1100-EXIT.
001500
001510     OPEN INPUT HORARIO-FILE.
001520     IF NOT WS-HOR-OK
001670     EXIT.
001680
001690*----------------------------------------------------------*
001690*  1100-ABRIR-ENTRADA - El extracto ESCACTIV si ACTVCHK lo   *
001690*  da vigente (se salta el encabezado); si no, el maestro.   *
001690*----------------------------------------------------------*
001691 1100-ABRIR-ENTRADA.
001691     CALL "ACTVCHK" USING ACTVCHK-PARM.
001691     IF ACTVCHK-VIGENTE
001691         OPEN INPUT EXTRACTO-FILE
001692         IF WS-EXT-OK
001692             READ EXTRACTO-FILE
001692                 AT END
001692                     MOVE "10" TO WS-EXT-STATUS
001693             END-READ
001693         END-IF
001693         IF WS-EXT-OK
001693             SET USA-EXTRACTO TO TRUE
001694             GO TO 1100-EXIT
001694         END-IF
001694         MOVE "ERROR AL LEER EL EXTRACTO" TO ACTVCHK-MENSAJE
001694     END-IF.
001695     DISPLAY "SE LEE ESTUDIDX: " ACTVCHK-MENSAJE.
001695
001695     OPEN INPUT ESTUDIANTE-FILE.
001695     IF NOT WS-STU-OK
001696         MOVE "ESCHORAR"      TO ERRHAND-PROGRAMA
001696         MOVE "1100-ABRIR-ENTRADA" TO ERRHAND-PARRAFO
001696         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
001696         SET ERRHAND-FATAL TO TRUE
001697         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
001697         CALL "ERRHAND" USING ERRHAND-PARM
001697         STOP RUN
001697     END-IF.
001698 1100-EXIT.
001698     EXIT.
001698
001699*----------------------------------------------------------*
001700*  2000-GENERAR-HORARIOS - Ordena activos por curso para     *
001710*  cargar cada horario una sola vez por corte.                *
001720*----------------------------------------------------------*
001730 2000-GENERAR-HORARIOS.
001731     IF USA-EXTRACTO
001732         PERFORM 2500-LEER-EXTRACTO THRU 2500-EXIT
001733             UNTIL FIN-DE-EXTRACTO
001734         GO TO 2000-EXIT
001735     END-IF.
001740     SORT WORK-FILE
001750         ON ASCENDING KEY WORK-CURSO WORK-NOMBRE
001760         INPUT PROCEDURE IS 2100-CARGAR-ACTIVOS THRU 2100-EXIT
002130             SET FIN-DE-SORT TO TRUE
002140             GO TO 2210-EXIT
002150     END-RETURN.
002152     PERFORM 2220-IMPRIMIR-ESTUDIANTE THRU 2220-EXIT.
002154 2210-EXIT.
002156     EXIT.
002160
002165 2220-IMPRIMIR-ESTUDIANTE.
002170     IF WORK-CURSO NOT = WS-CURSO-ANTERIOR
002180         MOVE WORK-CURSO TO WS-CURSO-ANTERIOR
002190         PERFORM 2300-CARGAR-HORARIO THRU 2300-EXIT
002340     END-IF.
002350     WRITE REPORTE-LINEA FROM WS-LINEA-SEPARADOR.
002360     ADD 1 TO WS-HORARIOS-EMITIDOS.
002370 2220-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------*
002840     EXIT.
002850
002860*----------------------------------------------------------*
002860*  2500-LEER-EXTRACTO - Camino del extracto: ya viene en el  *
002860*  orden del SORT, se imprime cada detalle tal cual.         *
002861*----------------------------------------------------------*
002861 2500-LEER-EXTRACTO.
002862     READ EXTRACTO-FILE
002862         AT END
002863             SET FIN-DE-EXTRACTO TO TRUE
002863             GO TO 2500-EXIT
002864     END-READ.
002864     IF NOT ACTV-DETALLE
002864         GO TO 2500-EXIT
002865     END-IF.
002865     MOVE ACTV-CURSO  TO WORK-CURSO.
002866     MOVE ACTV-IDEN   TO WORK-IDEN.
002866     MOVE ACTV-NOMBRE TO WORK-NOMBRE.
002867     PERFORM 2220-IMPRIMIR-ESTUDIANTE THRU 2220-EXIT.
002867 2500-EXIT.
002868     EXIT.
002868
002869*----------------------------------------------------------*
002870*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
002880*----------------------------------------------------------*
002890 9000-FINALIZAR.
002893     IF USA-EXTRACTO
002896         CLOSE EXTRACTO-FILE
002899     ELSE
002902         CLOSE ESTUDIANTE-FILE
002905     END-IF.
002910     CLOSE HORARIO-FILE.
002920     CLOSE REPORTE-FILE.
002930     DISPLAY " ".

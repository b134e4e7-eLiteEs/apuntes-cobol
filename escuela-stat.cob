000140*----------------------------------------------------------*
000150*  MODIFICATIONS.
000160*  2026-08-22 JFV  Creacion inicial.
000162*  2026-10-15 JFV  Lee el extracto de activos ESCACTIV, ya
000164*                  agrupado por curso, cuando ACTVCHK lo da
000166*                  vigente; si no, ordena ESTUDIDX como antes.
000170*----------------------------------------------------------*
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. ESCSTAT.
000360     SELECT WORK-FILE ASSIGN TO "STATWORK"
000370         ORGANIZATION IS SEQUENTIAL.
000380
000382     SELECT EXTRACTO-FILE ASSIGN TO "ESCACTIV"
000384         ORGANIZATION IS SEQUENTIAL
000386         FILE STATUS IS WS-EXT-STATUS.
000388
000390     SELECT REPORTE-FILE ASSIGN TO "ESCSTAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RPT-STATUS.
000440 FILE SECTION.
000450 FD  ESTUDIANTE-FILE.
000460     COPY ESTUD.
000462
000464 FD  EXTRACTO-FILE.
000466     COPY ACTVREC.
000470
000480 SD  WORK-FILE.
000490 01  WORK-REC.
000610 01  WS-RPT-STATUS                PIC X(02).
000620     88  WS-RPT-OK                        VALUE "00".
000630
000632 01  WS-EXT-STATUS                PIC X(02).
000634     88  WS-EXT-OK                        VALUE "00".
000636
000640 01  WS-SWITCHES.
000650     05  WS-FIN-SORT              PIC X(01) VALUE "N".
000660         88  FIN-DE-SORT                  VALUE "S".
000662     05  WS-USA-EXTRACTO          PIC X(01) VALUE "N".
000664         88  USA-EXTRACTO                 VALUE "S".
000666     05  WS-FIN-EXTRACTO          PIC X(01) VALUE "N".
000668         88  FIN-DE-EXTRACTO              VALUE "S".
000670     05  WS-PRIMER-CURSO          PIC X(01) VALUE "S".
000680         88  ES-PRIMER-CURSO              VALUE "S".
000690         88  NO-ES-PRIMER-CURSO           VALUE "N".
001270
001280 COPY ERRPARM.
001290
001293 COPY ACTVPARM.
001296
001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001320     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001350     GOBACK.
001360
001370 1000-INICIALIZAR.
001370     PERFORM 1100-ABRIR-ENTRADA THRU 1100-EXIT.
001370     OPEN OUTPUT REPORTE-FILE.
001371 1000-EXIT.
001371     EXIT.
001371
001372*----------------------------------------------------------*
001372*  1100-ABRIR-ENTRADA - El extracto ESCACTIV si ACTVCHK lo   *
001372*  da vigente (se salta el encabezado); si no, el maestro.   *
001373*----------------------------------------------------------*
001373 1100-ABRIR-ENTRADA.
001373     CALL "ACTVCHK" USING ACTVCHK-PARM.
001374     IF ACTVCHK-VIGENTE
001374         OPEN INPUT EXTRACTO-FILE
001374         IF WS-EXT-OK
001375             READ EXTRACTO-FILE
001375                 AT END
001375                     MOVE "10" TO WS-EXT-STATUS
001376             END-READ
001376         END-IF
001376         IF WS-EXT-OK
001377             SET USA-EXTRACTO TO TRUE
001377             GO TO 1100-EXIT
001377         END-IF
001378         MOVE "ERROR AL LEER EL EXTRACTO" TO ACTVCHK-MENSAJE
001378     END-IF.
001378     DISPLAY "SE LEE ESTUDIDX: " ACTVCHK-MENSAJE.
001379
001380     OPEN INPUT ESTUDIANTE-FILE.
001390     IF NOT WS-STU-OK
001400         MOVE "ESCSTAT"       TO ERRHAND-PROGRAMA
001410         MOVE "1100-ABRIR-ENTRADA" TO ERRHAND-PARRAFO
001420         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
001430         SET ERRHAND-FATAL TO TRUE
001440         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
001450         CALL "ERRHAND" USING ERRHAND-PARM
001460         STOP RUN
001470     END-IF.
001480 1100-EXIT.
001500     EXIT.
001510
001520*----------------------------------------------------------*
001540*  escribe un bloque por curso mas el total de la escuela.   *
001550*----------------------------------------------------------*
001560 2000-GENERAR-ESTADISTICAS.
001561     IF USA-EXTRACTO
001562         PERFORM 2500-LEER-EXTRACTO THRU 2500-EXIT
001563             UNTIL FIN-DE-EXTRACTO
001564         IF NO-ES-PRIMER-CURSO
001565             PERFORM 2300-BLOQUE-DE-CURSO THRU 2300-EXIT
001566         END-IF
001567         PERFORM 2400-BLOQUE-DE-ESCUELA THRU 2400-EXIT
001568         GO TO 2000-EXIT
001569     END-IF.
001570     SORT WORK-FILE
001580         ON ASCENDING KEY WORK-CURSO
001590         INPUT PROCEDURE IS 2100-CARGAR-ACTIVOS THRU 2100-EXIT
001970             SET FIN-DE-SORT TO TRUE
001980             GO TO 2210-EXIT
001990     END-RETURN.
001992     PERFORM 2220-ACUMULAR-UNO THRU 2220-EXIT.
001994 2210-EXIT.
001996     EXIT.
002000
002005 2220-ACUMULAR-UNO.
002010     IF ES-PRIMER-CURSO
002020         SET NO-ES-PRIMER-CURSO TO TRUE
002030         MOVE WORK-CURSO TO WS-CURSO-ANTERIOR
002440         WHEN OTHER
002450             ADD 1 TO WS-ESC-BANDA-4
002460     END-EVALUATE.
002470 2220-EXIT.
002480     EXIT.
002490
002500*----------------------------------------------------------*
003040 2400-EXIT.
003050     EXIT.
003060
003060*----------------------------------------------------------*
003060*  2500-LEER-EXTRACTO - Camino del extracto: ya viene        *
003061*  agrupado por curso, se acumula cada detalle tal cual.     *
003061*----------------------------------------------------------*
003062 2500-LEER-EXTRACTO.
003062     READ EXTRACTO-FILE
003063         AT END
003063             SET FIN-DE-EXTRACTO TO TRUE
003064             GO TO 2500-EXIT
003064     END-READ.
003065     IF NOT ACTV-DETALLE
003065         GO TO 2500-EXIT
003066     END-IF.
003066     MOVE ACTV-CURSO    TO WORK-CURSO.
003067     MOVE ACTV-PROMEDIO TO WORK-PROMEDIO.
003067     PERFORM 2220-ACUMULAR-UNO THRU 2220-EXIT.
003068 2500-EXIT.
003068     EXIT.
003069
003070 9000-FINALIZAR.
003081     IF USA-EXTRACTO
003082         CLOSE EXTRACTO-FILE
003083     ELSE
003084         CLOSE ESTUDIANTE-FILE
003085     END-IF.
003090     CLOSE REPORTE-FILE.
003100 9000-EXIT.
003110     EXIT.

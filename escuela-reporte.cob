000140*  2026-08-22 JFV  Salida en generacion fechada via la
000150*                  rutina comun RPTGEN (ESCREPT.AAAAMMDD);
000160*                  RPTLIMPIA depura las generaciones.
000162*  2026-10-15 JFV  El SORT se alimenta del extracto de activos
000164*                  ESCACTIV cuando ACTVCHK lo da vigente; si
000166*                  no, del maestro.  Por ambos caminos la
000168*                  lista lleva solo estudiantes activos.
000170*----------------------------------------------------------*
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. ESCREPT.
000360     SELECT WORK-FILE ASSIGN TO "ESCWORK"
000370         ORGANIZATION IS SEQUENTIAL.
000380
000382     SELECT EXTRACTO-FILE ASSIGN TO "ESCACTIV"
000384         ORGANIZATION IS SEQUENTIAL
000386         FILE STATUS IS WS-EXT-STATUS.
000388
000390     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
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
000650
000660 01  WS-FIN-SORT                  PIC X(01) VALUE "N".
000670     88  FIN-DE-SORT                      VALUE "S".
000671
000672 01  WS-EXT-STATUS                PIC X(02).
000673     88  WS-EXT-OK                        VALUE "00".
000674
000675 01  WS-USA-EXTRACTO              PIC X(01) VALUE "N".
000676     88  USA-EXTRACTO                     VALUE "S".
000677
000678 01  WS-FIN-EXTRACTO              PIC X(01) VALUE "N".
000679     88  FIN-DE-EXTRACTO                  VALUE "S".
000680
000690 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "ESCREPT".
000700
000950
000960 COPY RPTGPARM.
000970
000973 COPY ACTVPARM.
000976
000980 PROCEDURE DIVISION.
000990 0000-MAINLINE.
001000     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001030     GOBACK.
001040
001050 1000-INICIALIZAR.
001050     PERFORM 1100-ABRIR-ENTRADA THRU 1100-EXIT.
001050     MOVE "ESCREPT" TO RPTGEN-REPORTE.
001050     CALL "RPTGEN" USING RPTGEN-PARM.
001051     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
001051     OPEN OUTPUT REPORTE-FILE.
001051 1000-EXIT.
001052     EXIT.
001052
001052*----------------------------------------------------------*
001053*  1100-ABRIR-ENTRADA - El extracto ESCACTIV si ACTVCHK lo   *
001053*  da vigente (se salta el encabezado); si no, el maestro.   *
001053*----------------------------------------------------------*
001053 1100-ABRIR-ENTRADA.
001054     CALL "ACTVCHK" USING ACTVCHK-PARM.
001054     IF ACTVCHK-VIGENTE
001054         OPEN INPUT EXTRACTO-FILE
001055         IF WS-EXT-OK
001055             READ EXTRACTO-FILE
001055                 AT END
001056                     MOVE "10" TO WS-EXT-STATUS
001056             END-READ
001056         END-IF
001056         IF WS-EXT-OK
001057             SET USA-EXTRACTO TO TRUE
001057             GO TO 1100-EXIT
001057         END-IF
001058         MOVE "ERROR AL LEER EL EXTRACTO" TO ACTVCHK-MENSAJE
001058     END-IF.
001058     DISPLAY "SE LEE ESTUDIDX: " ACTVCHK-MENSAJE.
001059
001060     OPEN INPUT ESTUDIANTE-FILE.
001070     IF NOT WS-STU-OK
001080         MOVE "ESCREPT"        TO ERRHAND-PROGRAMA
001090         MOVE "1100-ABRIR-ENTRADA" TO ERRHAND-PARRAFO
001100         MOVE WS-STU-STATUS    TO ERRHAND-FILE-STATUS
001110         SET ERRHAND-FATAL TO TRUE
001120         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
001130         CALL "ERRHAND" USING ERRHAND-PARM
001140         STOP RUN
001150     END-IF.
001160 1100-EXIT.
001210     EXIT.
001220
001230*----------------------------------------------------------*
001400     EXIT.
001410
001420 2100-CARGAR-ORDEN.
001421     IF USA-EXTRACTO
001422         PERFORM 2150-LEER-EXTRACTO THRU 2150-EXIT
001423             UNTIL FIN-DE-EXTRACTO
001424         GO TO 2100-EXIT
001425     END-IF.
001430     PERFORM UNTIL WS-STU-FIN-ARCHIVO
001440         READ ESTUDIANTE-FILE NEXT RECORD
001450             AT END
001460                 SET WS-STU-FIN-ARCHIVO TO TRUE
001470             NOT AT END
001475                 IF ESTUDIANTE-ACTIVO
001480                     MOVE ESTUDIANTE-PROMEDIO TO WORK-PROMEDIO
001490                     MOVE ESTUDIANTE-IDEN     TO WORK-IDEN
001500                     MOVE ESTUDIANTE-NOMBRE   TO WORK-NOMBRE
001510                     MOVE ESTUDIANTE-EDAD     TO WORK-EDAD
001520                     ADD 1 TO WS-TOTAL-ESTUDIANTES
001530                     ADD ESTUDIANTE-PROMEDIO TO WS-SUMA-PROMEDIOS
001540                     RELEASE WORK-REC
001545                 END-IF
001550         END-READ
001560     END-PERFORM.
001570 2100-EXIT.
001570     EXIT.
001570
001571 2150-LEER-EXTRACTO.
001571     READ EXTRACTO-FILE
001572         AT END
001572             SET FIN-DE-EXTRACTO TO TRUE
001573             GO TO 2150-EXIT
001573     END-READ.
001574     IF NOT ACTV-DETALLE
001574         GO TO 2150-EXIT
001575     END-IF.
001575     MOVE ACTV-PROMEDIO TO WORK-PROMEDIO.
001576     MOVE ACTV-IDEN     TO WORK-IDEN.
001576     MOVE ACTV-NOMBRE   TO WORK-NOMBRE.
001577     MOVE ACTV-EDAD     TO WORK-EDAD.
001577     ADD 1 TO WS-TOTAL-ESTUDIANTES.
001578     ADD ACTV-PROMEDIO TO WS-SUMA-PROMEDIOS.
001578     RELEASE WORK-REC.
001579 2150-EXIT.
001580     EXIT.
001590
001600 2200-IMPRIMIR-ORDEN.
001740     EXIT.
001750
001760 9000-FINALIZAR.
001763     IF USA-EXTRACTO
001766         CLOSE EXTRACTO-FILE
001769     ELSE
001772         CLOSE ESTUDIANTE-FILE
001775     END-IF.
001780     CLOSE REPORTE-FILE.
001790 9000-EXIT.
001800     EXIT.

000180*----------------------------------------------------------*
000190*  MODIFICATIONS.
000200*  2026-09-01 JFV  Creacion inicial.
000202*  2026-10-15 JFV  Motivo 08: materia fuera del plan de
000204*                  estudios del curso del estudiante
000206*                  (PLANIDX); sin PLANIDX no se valida.
000210*----------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. NOTAEDIT.
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RCH-STATUS.
000510
000511     SELECT PLAN-FILE ASSIGN TO "PLANIDX"
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS DYNAMIC
000514         RECORD KEY IS PLAN-CLAVE
000515         FILE STATUS IS WS-PLA-STATUS.
000516
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  FEED-FILE.
000560
000570 FD  ESTUDIANTE-FILE.
000580     COPY ESTUD.
000582
000584 FD  PLAN-FILE.
000586     COPY PLANREC.
000590
000600 FD  LIMPIO-FILE.
000610     COPY NOTAFREC REPLACING LEADING ==NOTAF-== BY ==LIMP-==.
000810 01  WS-RCH-STATUS                PIC X(02).
000820     88  WS-RCH-OK                        VALUE "00".
000830
000832 01  WS-PLA-STATUS                PIC X(02).
000834     88  WS-PLA-OK                        VALUE "00".
000836
000840 01  WS-SWITCHES.
000850     05  WS-TOTALES-OK             PIC X(01) VALUE "N".
000860         88  TOTALES-CONCILIADOS          VALUE "S".
000863     05  WS-HAY-PLAN               PIC X(01) VALUE "N".
000866         88  PLAN-DISPONIBLE              VALUE "S".
000870
000880*  Motivos de rechazo en NOTARECH:
000890*  01 estudiante inexistente  02 estudiante inactivo
000900*  03 materia en blanco  04 periodo invalido
000910*  05 calificacion invalida o fuera de rango
000915*  08 materia fuera del plan de estudios del curso
000920 01  WS-MOTIVO-RECHAZO            PIC X(02) VALUE SPACES.
000930
000940 01  WS-CONTADORES.
001380         STOP RUN
001390     END-IF.
001400
001401     OPEN INPUT PLAN-FILE.
001402     IF WS-PLA-OK
001403         SET PLAN-DISPONIBLE TO TRUE
001404     ELSE
001405         DISPLAY "AVISO: SIN PLANIDX, MATERIAS SIN VALIDAR"
001406     END-IF.
001407
001410     OPEN OUTPUT LIMPIO-FILE.
001420     OPEN OUTPUT RECHAZO-FILE.
001430 1000-EXIT.
001810     IF NOTAF-MATERIA = SPACES
001820         MOVE "03" TO WS-MOTIVO-RECHAZO
001830         GO TO 2100-EXIT
001831     END-IF.
001832     IF PLAN-DISPONIBLE
001833         MOVE ESTUDIANTE-CURSO TO PLAN-CURSO
001834         MOVE NOTAF-MATERIA    TO PLAN-MATERIA
001835         READ PLAN-FILE
001836             INVALID KEY
001837                 MOVE "08" TO WS-MOTIVO-RECHAZO
001838                 GO TO 2100-EXIT
001839         END-READ
001840     END-IF.
001850     IF NOTAF-PERIODO NOT NUMERIC
001860        OR NOTAF-PERIODO < 1 OR NOTAF-PERIODO > 3
002260 9000-FINALIZAR.
002270     CLOSE FEED-FILE.
002280     CLOSE ESTUDIANTE-FILE.
002282     IF PLAN-DISPONIBLE
002284         CLOSE PLAN-FILE
002286     END-IF.
002290     CLOSE LIMPIO-FILE.
002300     CLOSE RECHAZO-FILE.
002310

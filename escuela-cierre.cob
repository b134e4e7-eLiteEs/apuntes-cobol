000150*  sale como generacion fechada via RPTGEN, para poder       *
000160*  contestar despues que promedio tuvo cada estudiante en    *
000170*  cada trimestre.                                            *
000173*  Cada promedio que cambia deja su renglon CIERRE en        *
000176*  ESCAUDIT (encadenado via AUDCADEN), como ESCRECAL.        *
000180*----------------------------------------------------------*
000190*  MODIFICATIONS.
000200*  2026-09-01 JFV  Creacion inicial.
000201*  2026-10-15 JFV  Promedios del periodo y del anio
000202*                  ponderados por las horas de cada materia
000203*                  en el plan de estudios (PLANIDX), como
000204*                  ESCRECAL; sin plan todas pesan igual.
000205*  2026-10-15 JFV  Renglon CIERRE encadenado en ESCAUDIT por
000206*                  cada ESTUDIANTE-PROMEDIO que cambia.
000210*----------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. ESCCIERR.
000430             WITH DUPLICATES
000440         FILE STATUS IS WS-STU-STATUS.
000450
000451     SELECT PLAN-FILE ASSIGN TO "PLANIDX"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000454         RECORD KEY IS PLAN-CLAVE
000455         FILE STATUS IS WS-PLA-STATUS.
000456
000460     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RPT-STATUS.
000482
000484     SELECT AUDIT-FILE ASSIGN TO "ESCAUDIT"
000486         ORGANIZATION IS LINE SEQUENTIAL
000488         FILE STATUS IS WS-AUD-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000540
000550 FD  ESTUDIANTE-FILE.
000560     COPY ESTUD.
000561
000562 FD  PLAN-FILE.
000563     COPY PLANREC.
000564
000565 FD  AUDIT-FILE.
000566     COPY AUDREC.
000570
000580 FD  REPORTE-FILE.
000590 01  REPORTE-LINEA                PIC X(80).
000890     05  WS-NOTAS-ANIO            PIC 9(03) COMP VALUE ZERO.
000900
000910 01  WS-IDEN-ANTERIOR             PIC X(05) VALUE SPACES.
000920 01  WS-SUMA-PERIODO              PIC 9(07)V9(02) VALUE ZERO.
000930 01  WS-SUMA-ANIO                 PIC 9(07)V9(02) VALUE ZERO.
000931 01  WS-PESOS-PERIODO             PIC 9(05) VALUE ZERO.
000932 01  WS-PESOS-ANIO                PIC 9(05) VALUE ZERO.
000933 01  WS-PESO-NOTA                 PIC 9(02) VALUE ZERO.
000934 01  WS-IDEN-CURSO                PIC X(05) VALUE SPACES.
000935 01  WS-CURSO-ESTUDIANTE          PIC X(10) VALUE SPACES.
000936 01  WS-PLA-STATUS                PIC X(02).
000937     88  WS-PLA-OK                        VALUE "00".
000938 01  WS-HAY-PLAN                  PIC X(01) VALUE "N".
000939     88  PLAN-DISPONIBLE                  VALUE "S".
000940 01  WS-PROM-PERIODO              PIC 9(02)V9(02) VALUE ZERO.
000950 01  WS-PROM-ANIO                 PIC 9(02)V9(02) VALUE ZERO.
000951 01  WS-PROMEDIO-ANTERIOR         PIC 9(02)V9(02) VALUE ZERO.
000952 01  WS-PROM-EDIT                 PIC Z9.99.
000953 01  WS-AUD-STATUS                PIC X(02).
000954     88  WS-AUD-OK                        VALUE "00".
000955 01  WS-OPERADOR                  PIC X(20)
000956     VALUE "ESCCIERR-BATCH".
000960
000970 01  WS-LINEA-ENCABEZADO.
000980     05  FILLER                   PIC X(26)
001180 COPY LOCKPARM.
001190
001200 COPY RPTGPARM.
001203
001206 COPY CADEPARM.
001210
001220 PROCEDURE DIVISION.
001230 0000-MAINLINE.
001720         STOP RUN
001730     END-IF.
001740
001741*  Sin plan de estudios todas las materias pesan igual.
001742     OPEN INPUT PLAN-FILE.
001743     IF WS-PLA-OK
001744         SET PLAN-DISPONIBLE TO TRUE
001745     ELSE
001746         DISPLAY "AVISO: SIN PLANIDX, PROMEDIO SIN PONDERAR"
001747     END-IF.
001748     PERFORM 1750-ABRIR-AUDITORIA THRU 1750-EXIT.
001749
001750     MOVE "ESCCIERR" TO RPTGEN-REPORTE.
001760     CALL "RPTGEN" USING RPTGEN-PARM.
001770     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
001800     WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.
001810     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
001820 1000-EXIT.
001820     EXIT.
001821
001821*----------------------------------------------------------*
001822*  1750-ABRIR-AUDITORIA - Rastro ESCAUDIT en extension; si   *
001822*  no existe se crea.                                        *
001823*----------------------------------------------------------*
001823 1750-ABRIR-AUDITORIA.
001824     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
001825     MOVE 129 TO AUDCADEN-POSICION.
001825     SET AUDCADEN-ULTIMO TO TRUE.
001826     CALL "AUDCADEN" USING AUDCADEN-PARM.
001826     OPEN EXTEND AUDIT-FILE.
001827     IF NOT WS-AUD-OK
001827         OPEN OUTPUT AUDIT-FILE
001828     END-IF.
001829 1750-EXIT.
001830     EXIT.
001840
001850*----------------------------------------------------------*
002290         MOVE NOTA-IDEN TO WS-IDEN-ANTERIOR
002300     END-IF.
002310
002312     IF NOTA-IDEN NOT = WS-IDEN-CURSO
002314         PERFORM 2200-CURSO-DEL-ESTUDIANTE THRU 2200-EXIT
002316     END-IF.
002318     PERFORM 2300-PESO-DE-LA-NOTA THRU 2300-EXIT.
002320     COMPUTE WS-SUMA-ANIO =
002322         WS-SUMA-ANIO + NOTA-CALIF * WS-PESO-NOTA.
002324     ADD WS-PESO-NOTA TO WS-PESOS-ANIO.
002330     ADD 1 TO WS-NOTAS-ANIO.
002340     IF NOTA-PERIODO = WS-PERIODO-CIERRE
002345         COMPUTE WS-SUMA-PERIODO =
002350             WS-SUMA-PERIODO + NOTA-CALIF * WS-PESO-NOTA
002355         ADD WS-PESO-NOTA TO WS-PESOS-PERIODO
002360         ADD 1 TO WS-NOTAS-PERIODO
002370         IF NOT NOTA-CERRADA
002380             PERFORM 2100-SELLAR-NOTA THRU 2100-EXIT
002540     EXIT.
002550
002560*----------------------------------------------------------*
002560*  2200-CURSO-DEL-ESTUDIANTE - Curso del estudiante de la    *
002560*  nota en turno, para buscar sus materias en el plan.       *
002560*----------------------------------------------------------*
002560 2200-CURSO-DEL-ESTUDIANTE.
002561     MOVE NOTA-IDEN TO WS-IDEN-CURSO.
002561     MOVE NOTA-IDEN TO ESTUDIANTE-IDEN.
002561     MOVE SPACES TO WS-CURSO-ESTUDIANTE.
002561     READ ESTUDIANTE-FILE
002561         INVALID KEY
002562             CONTINUE
002562         NOT INVALID KEY
002562             MOVE ESTUDIANTE-CURSO TO WS-CURSO-ESTUDIANTE
002562     END-READ.
002562 2200-EXIT.
002563     EXIT.
002563
002563*----------------------------------------------------------*
002563*  2300-PESO-DE-LA-NOTA - Horas de la materia en el plan;    *
002563*  cero si no cuenta para la promocion, 1 si no esta en el   *
002564*  plan.                                                      *
002564*----------------------------------------------------------*
002564 2300-PESO-DE-LA-NOTA.
002564     MOVE 1 TO WS-PESO-NOTA.
002565     IF NOT PLAN-DISPONIBLE
002565         GO TO 2300-EXIT
002565     END-IF.
002565     MOVE WS-CURSO-ESTUDIANTE TO PLAN-CURSO.
002565     MOVE NOTA-MATERIA        TO PLAN-MATERIA.
002566     READ PLAN-FILE
002566         INVALID KEY
002566             GO TO 2300-EXIT
002566     END-READ.
002566     IF NOT PLAN-CUENTA-PROMOCION
002567         MOVE ZERO TO WS-PESO-NOTA
002567     ELSE
002567         IF PLAN-HORAS > ZERO
002567             MOVE PLAN-HORAS TO WS-PESO-NOTA
002567         END-IF
002568     END-IF.
002568 2300-EXIT.
002568     EXIT.
002568
002569*----------------------------------------------------------*
002570*  3000-CERRAR-ESTUDIANTE - Promedia el periodo y el anio    *
002580*  del estudiante anterior, reporta y deja el acumulado del  *
002590*  anio en ESTUDIANTE-PROMEDIO.                               *
002640         MOVE ZERO TO WS-PROM-PERIODO
002650         MOVE "SIN NOTAS DEL PER." TO RPT-OBSERVACION
002660     ELSE
002662         IF WS-PESOS-PERIODO = ZERO
002664             MOVE ZERO TO WS-PROM-PERIODO
002666             MOVE "SIN MATERIAS PROMO." TO RPT-OBSERVACION
002668         ELSE
002670             DIVIDE WS-SUMA-PERIODO BY WS-PESOS-PERIODO
002680                 GIVING WS-PROM-PERIODO ROUNDED
002685         END-IF
002690     END-IF.
002700     IF WS-PESOS-ANIO = ZERO
002710         MOVE ZERO TO WS-PROM-ANIO
002720     ELSE
002730         DIVIDE WS-SUMA-ANIO BY WS-PESOS-ANIO
002740             GIVING WS-PROM-ANIO ROUNDED
002750     END-IF.
002760
002860             DISPLAY "SIN MAESTRO PARA NOTAS, ID="
002870                 WS-IDEN-ANTERIOR
002880         NOT INVALID KEY
002885             MOVE ESTUDIANTE-PROMEDIO TO WS-PROMEDIO-ANTERIOR
002890             MOVE WS-PROM-ANIO TO ESTUDIANTE-PROMEDIO
002900             REWRITE ESTUDIANTE-REC
002910                 INVALID KEY
002930                         WS-IDEN-ANTERIOR
002940                 NOT INVALID KEY
002950                     ADD 1 TO WS-ESTUD-ACTUALIZADOS
002952                     IF WS-PROM-ANIO
002954                         NOT = WS-PROMEDIO-ANTERIOR
002956                         PERFORM 3500-AUDITAR THRU 3500-EXIT
002958                     END-IF
002960             END-REWRITE
002970     END-READ.
002980
003000     MOVE ZERO TO WS-NOTAS-PERIODO.
003010     MOVE ZERO TO WS-SUMA-ANIO.
003020     MOVE ZERO TO WS-NOTAS-ANIO.
003023     MOVE ZERO TO WS-PESOS-PERIODO.
003026     MOVE ZERO TO WS-PESOS-ANIO.
003030 3000-EXIT.
003030     EXIT.
003030
003030*----------------------------------------------------------*
003031*  3500-AUDITAR - Renglon CIERRE de ESCAUDIT con el          *
003031*  promedio anterior y el nuevo (editados Z9.99).            *
003031*----------------------------------------------------------*
003031 3500-AUDITAR.
003032     INITIALIZE AUDIT-REC.
003032     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003032     ACCEPT AUD-HORA FROM TIME.
003032     MOVE WS-OPERADOR TO AUD-OPERADOR.
003033     MOVE WS-IDEN-ANTERIOR TO AUD-IDEN.
003033     MOVE "CIERRE" TO AUD-OPERACION.
003033     MOVE "PROMEDIO" TO AUD-CAMPO.
003033     MOVE WS-PROMEDIO-ANTERIOR TO WS-PROM-EDIT.
003034     MOVE WS-PROM-EDIT TO AUD-ANTES.
003034     MOVE WS-PROM-ANIO TO WS-PROM-EDIT.
003034     MOVE WS-PROM-EDIT TO AUD-DESPUES.
003034     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003035 3500-EXIT.
003035     EXIT.
003035
003035*----------------------------------------------------------*
003036*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
003036*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
003036*----------------------------------------------------------*
003036 8900-GRABAR-AUDITORIA.
003037     ADD 1 TO AUDCADEN-SECUENCIA.
003037     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
003037     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
003037     SET AUDCADEN-ENCADENAR TO TRUE.
003038     CALL "AUDCADEN" USING AUDCADEN-PARM.
003038     MOVE AUDCADEN-CADENA TO AUD-CADENA.
003038     WRITE AUDIT-REC.
003039 8900-EXIT.
003040     EXIT.
003050
003060*----------------------------------------------------------*
003090 9000-FINALIZAR.
003100     CLOSE NOTAS-FILE.
003110     CLOSE ESTUDIANTE-FILE.
003112     CLOSE AUDIT-FILE.
003114     IF PLAN-DISPONIBLE
003116         CLOSE PLAN-FILE
003118     END-IF.
003120     CLOSE REPORTE-FILE.
003130     SET LOCKMGR-LIBERAR TO TRUE.
003140     CALL "LOCKMGR" USING LOCKMGR-PARM.

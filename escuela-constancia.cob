000202*  2026-09-01 JFV  La disponibilidad de NOTASIDX se fija en
000204*                  un switch al abrir, no en el file status
000206*                  vivo (que cambia con cada lectura).
000206*  2026-10-15 JFV  El desglose vivo lleva el nombre oficial
000206*                  de la materia del plan de estudios
000206*                  (PLANIDX) del curso actual del estudiante
000206*                  (ESTUDIDX); sin plan sale el codigo.
000206*  2026-10-15 JFV  Calificacion en la escala del nivel
000207*                  (rutina comun ESCALCHK, nivel via
000207*                  CURSOCHK) junto al promedio de cada anio y
000207*                  a cada nota del desglose; ESTUDIDX se
000207*                  abre aunque falte el plan, para el curso.
000207*  2026-10-15 JFV  No se emite constancia (ni se consume
000207*                  folio) si la cuenta del tutor esta
000208*                  bloqueada por adeudo (BLOQCHK); la
000208*                  excepcion aprobada se avisa y se emite.
000208*                  El tutor sale de ESTUDIDX o, para un
000208*                  ex-alumno, del historico ESCHISTX.
000208*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000209*                  (rutina PERMCHK, archivo PERMIDX).
000210*----------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. ESCCONST.
000410         RECORD KEY IS NOTA-CLAVE
000420         FILE STATUS IS WS-NOT-STATUS.
000430
000430     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000431         ORGANIZATION IS INDEXED
000431         ACCESS MODE IS DYNAMIC
000432         RECORD KEY IS ESTUDIANTE-IDEN
000433         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000433             WITH DUPLICATES
000434         FILE STATUS IS WS-STU-STATUS.
000435
000435     SELECT PLAN-FILE ASSIGN TO "PLANIDX"
000436         ORGANIZATION IS INDEXED
000437         ACCESS MODE IS DYNAMIC
000437         RECORD KEY IS PLAN-CLAVE
000438         FILE STATUS IS WS-PLA-STATUS.
000439
000440     SELECT CONTROL-FILE ASSIGN TO "CONSTCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CTL-STATUS.
000600
000610 FD  NOTAS-FILE.
000620     COPY NOTAREC.
000621
000622 FD  ESTUDIANTE-FILE.
000623     COPY ESTUD.
000624
000625 FD  PLAN-FILE.
000626     COPY PLANREC.
000630
000640 FD  CONTROL-FILE.
000650 01  CONTROL-REC.
000860 01  WS-NOT-STATUS                PIC X(02).
000870     88  WS-NOT-OK                        VALUE "00".
000880
000881 01  WS-STU-STATUS                PIC X(02).
000882     88  WS-STU-OK                        VALUE "00".
000883
000884 01  WS-PLA-STATUS                PIC X(02).
000885     88  WS-PLA-OK                        VALUE "00".
000886
000890 01  WS-CTL-STATUS                PIC X(02).
000900     88  WS-CTL-OK                        VALUE "00".
000910
001070
001072 01  WS-HAY-NOTAS                 PIC X(01) VALUE "N".
001074     88  NOTAS-DISPONIBLES                VALUE "S".
001074 01  WS-HAY-PLAN                  PIC X(01) VALUE "N".
001074     88  PLAN-DISPONIBLE                  VALUE "S".
001074 01  WS-HAY-ESTUDIANTES           PIC X(01) VALUE "N".
001074     88  ESTUDIANTES-DISPONIBLES          VALUE "S".
001074 01  WS-CURSO-VIGENTE             PIC X(10) VALUE SPACES.
001074 01  WS-NIVEL-VIGENTE             PIC 9(02) VALUE ZERO.
001074 01  WS-TUTOR-ESTUDIANTE          PIC X(20) VALUE SPACES.
001075 01  WS-VENCIDO-EDIT              PIC ZZZZZZZZ9.99.
001076
001080 01  WS-OPERADOR                  PIC X(20).
001090 01  WS-ENTRADA-IDEN              PIC X(05).
001230     05  FILLER                   PIC X(11)
001240         VALUE "  PROMEDIO ".
001250     05  RPT-PROMEDIO             PIC Z9.99.
001255     05  FILLER                   PIC X(01) VALUE SPACE.
001260     05  RPT-PROMEDIO-ESCALA      PIC X(15).
001265     05  FILLER                   PIC X(18) VALUE SPACES.
001270
001280 01  WS-LINEA-NOTA.
001290     05  FILLER                   PIC X(06) VALUE SPACES.
001300     05  RPT-MATERIA              PIC X(30).
001310     05  FILLER                   PIC X(02) VALUE " P".
001320     05  RPT-PERIODO              PIC 9(01).
001330     05  FILLER                   PIC X(02) VALUE SPACES.
001340     05  RPT-CALIF                PIC Z9.99.
001345     05  FILLER                   PIC X(01) VALUE SPACE.
001350     05  RPT-ESCALA               PIC X(15).
001355     05  FILLER                   PIC X(18) VALUE SPACES.
001360
001370 COPY ERRPARM.
001380
001390 COPY RPTGPARM.
001391
001392 COPY CURSOPARM.
001393
001394 COPY ESCAPARM.
001395
001396 COPY BLOQPARM.
001397
001398 COPY PERMPARM.
001400
001410 LINKAGE SECTION.
001420 COPY LOGPARM.
001610         GOBACK
001620     END-IF.
001630
001630     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001631     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001632     MOVE "ESCCONST"     TO PERMCHK-PROGRAMA.
001633     MOVE SPACES         TO PERMCHK-FUNCION.
001634     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001634     CALL "PERMCHK" USING PERMCHK-PARM.
001635     IF NOT PERMCHK-PERMITIDO
001636         DISPLAY "SIN PERMISO PARA ESCCONST"
001637         GOBACK
001638     END-IF.
001639
001640     OPEN INPUT HISTORICO-FILE.
001650     IF NOT WS-HIS-OK
001660         MOVE "ESCCONST"      TO ERRHAND-PROGRAMA
001770     OPEN INPUT NOTAS-FILE.
001772     IF WS-NOT-OK
001774         SET NOTAS-DISPONIBLES TO TRUE
001774     END-IF.
001774
001774*  El nombre oficial de la materia sale del plan del curso
001774*  actual, y del nivel de ese curso la escala de la nota.
001774     OPEN INPUT ESTUDIANTE-FILE.
001774     IF WS-STU-OK
001774         SET ESTUDIANTES-DISPONIBLES TO TRUE
001774         OPEN INPUT PLAN-FILE
001774         IF WS-PLA-OK
001774             SET PLAN-DISPONIBLE TO TRUE
001775         END-IF
001776     END-IF.
001780
001790     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002200         SET FIN-DE-MENU TO TRUE
002210         GO TO 2000-EXIT
002220     END-IF.
002222     PERFORM 2100-VERIFICAR-BLOQUEO THRU 2100-EXIT.
002224     IF BLOQCHK-BLOQUEADO
002226         GO TO 2000-EXIT
002228     END-IF.
002230     PERFORM 3000-EMITIR-CONSTANCIA THRU 3000-EXIT.
002240 2000-EXIT.
002240     EXIT.
002240
002240*----------------------------------------------------------*
002240*  2100-VERIFICAR-BLOQUEO - Cuenta del tutor bloqueada por   *
002240*  adeudo: no hay documento oficial hasta que se liquide o   *
002240*  se apruebe la excepcion (CLIMANT la solicita).            *
002241*----------------------------------------------------------*
002241 2100-VERIFICAR-BLOQUEO.
002241     MOVE SPACES TO WS-TUTOR-ESTUDIANTE.
002241     IF ESTUDIANTES-DISPONIBLES
002241         MOVE WS-ENTRADA-IDEN TO ESTUDIANTE-IDEN
002241         READ ESTUDIANTE-FILE
002242             INVALID KEY
002242                 CONTINUE
002242             NOT INVALID KEY
002242                 MOVE ESTUDIANTE-TUTOR TO WS-TUTOR-ESTUDIANTE
002242         END-READ
002242     END-IF.
002243     IF WS-TUTOR-ESTUDIANTE = SPACES
002243         CLOSE HISTORICO-FILE
002243         OPEN INPUT HISTORICO-FILE
002243         MOVE "N" TO WS-FIN-HISTORICO
002243         PERFORM 2110-BUSCAR-TUTOR THRU 2110-EXIT
002243             UNTIL FIN-DE-HISTORICO
002244     END-IF.
002244
002244     MOVE WS-TUTOR-ESTUDIANTE TO BLOQCHK-TUTOR.
002244     MOVE SPACES              TO BLOQCHK-CLIENTE.
002244     CALL "BLOQCHK" USING BLOQCHK-PARM.
002244     IF BLOQCHK-BLOQUEADO
002245         MOVE BLOQCHK-VENCIDO TO WS-VENCIDO-EDIT
002245         DISPLAY "NO SE EMITE: LA CUENTA " BLOQCHK-CLIENTE
002245             " DEL TUTOR ESTA BLOQUEADA POR ADEUDO"
002245         DISPLAY "Vencido a mas de 90 dias: " WS-VENCIDO-EDIT
002245         DISPLAY "Se emite al liquidar, o con excepcion "
002245             "aprobada (CLIMANT, opcion 4)"
002246     END-IF.
002246     IF BLOQCHK-EXCEPCION
002246         DISPLAY "Cuenta bloqueada por adeudo con excepcion "
002246             "aprobada hasta " BLOQCHK-EXC-HASTA
002246     END-IF.
002246 2100-EXIT.
002247     EXIT.
002247
002247 2110-BUSCAR-TUTOR.
002247     READ HISTORICO-FILE NEXT RECORD
002247         AT END
002247             SET FIN-DE-HISTORICO TO TRUE
002248             GO TO 2110-EXIT
002248     END-READ.
002248     IF HIST-IDEN = WS-ENTRADA-IDEN
002248        AND HIST-TUTOR NOT = SPACES
002248         MOVE HIST-TUTOR TO WS-TUTOR-ESTUDIANTE
002248     END-IF.
002249 2110-EXIT.
002250     EXIT.
002260
002270*----------------------------------------------------------*
003090     MOVE HIST-ANIO     TO RPT-ANIO.
003100     MOVE HIST-CURSO    TO RPT-CURSO.
003110     MOVE HIST-PROMEDIO TO RPT-PROMEDIO.
003111     SET CURSOCHK-VALIDAR TO TRUE.
003112     MOVE HIST-CURSO TO CURSOCHK-CODIGO.
003113     CALL "CURSOCHK" USING CURSOCHK-PARM.
003114     MOVE CURSOCHK-NIVEL TO ESCALCHK-NIVEL.
003115     MOVE HIST-PROMEDIO  TO ESCALCHK-CALIF.
003116     CALL "ESCALCHK" USING ESCALCHK-PARM.
003117     MOVE ESCALCHK-DESCRIPTOR TO RPT-PROMEDIO-ESCALA.
003120     WRITE DOCUMENTO-LINEA FROM WS-LINEA-ANIO.
003130 3110-EXIT.
003140     EXIT.
003210     MOVE ZERO TO WS-NOTAS-HALLADAS.
003220     IF NOT NOTAS-DISPONIBLES
003230         GO TO 3200-EXIT
003230     END-IF.
003231     MOVE SPACES TO WS-CURSO-VIGENTE.
003231     MOVE ZERO TO WS-NIVEL-VIGENTE.
003232     IF ESTUDIANTES-DISPONIBLES
003232         MOVE WS-ENTRADA-IDEN TO ESTUDIANTE-IDEN
003233         READ ESTUDIANTE-FILE
003233             INVALID KEY
003234                 CONTINUE
003234             NOT INVALID KEY
003235                 MOVE ESTUDIANTE-CURSO TO WS-CURSO-VIGENTE
003235         END-READ
003236     END-IF.
003236     IF WS-CURSO-VIGENTE NOT = SPACES
003237         SET CURSOCHK-VALIDAR TO TRUE
003237         MOVE WS-CURSO-VIGENTE TO CURSOCHK-CODIGO
003238         CALL "CURSOCHK" USING CURSOCHK-PARM
003239         MOVE CURSOCHK-NIVEL TO WS-NIVEL-VIGENTE
003240     END-IF.
003250     MOVE WS-ENTRADA-IDEN TO NOTA-IDEN.
003260     MOVE SPACES TO NOTA-MATERIA.
003520     END-IF.
003530     ADD 1 TO WS-NOTAS-HALLADAS.
003540     MOVE NOTA-MATERIA TO RPT-MATERIA.
003540     IF PLAN-DISPONIBLE AND WS-CURSO-VIGENTE NOT = SPACES
003541         MOVE WS-CURSO-VIGENTE TO PLAN-CURSO
003542         MOVE NOTA-MATERIA     TO PLAN-MATERIA
003543         READ PLAN-FILE
003544             INVALID KEY
003545                 CONTINUE
003546             NOT INVALID KEY
003547                 MOVE PLAN-NOMBRE TO RPT-MATERIA
003548         END-READ
003549     END-IF.
003550     MOVE NOTA-PERIODO TO RPT-PERIODO.
003560     MOVE NOTA-CALIF   TO RPT-CALIF.
003562     MOVE WS-NIVEL-VIGENTE TO ESCALCHK-NIVEL.
003564     MOVE NOTA-CALIF       TO ESCALCHK-CALIF.
003566     CALL "ESCALCHK" USING ESCALCHK-PARM.
003568     MOVE ESCALCHK-DESCRIPTOR TO RPT-ESCALA.
003570     WRITE DOCUMENTO-LINEA FROM WS-LINEA-NOTA.
003580 3210-EXIT.
003590     EXIT.
003840     IF NOTAS-DISPONIBLES
003850         CLOSE NOTAS-FILE
003860     END-IF.
003861     IF ESTUDIANTES-DISPONIBLES
003862         CLOSE ESTUDIANTE-FILE
003863     END-IF.
003864     IF PLAN-DISPONIBLE
003865         CLOSE PLAN-FILE
003866     END-IF.
003870     CLOSE DOCUMENTO-FILE.
003880     CLOSE BITACORA-FILE.
003890     DISPLAY "GENERACION: " WS-ARCHIVO-DOCUMENTO.

000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ESCDIVID                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Division de un curso saturado en una seccion paralela,    *
000090*  una vez que el director la aprueba con el reporte de      *
000100*  ESCSECCI.  Da de alta en CURSOIDX el codigo nuevo con la  *
000110*  descripcion, nivel, cuota y CURSO-SIGUIENTE del curso     *
000120*  original (y sus renglones del tarifario TARIFIDX y del    *
000130*  plan de estudio PLANIDX; el horario se captura aparte en  *
000140*  CURSMANT, donde HORACHK revisa los choques), con          *
000150*  el aula indicada y el cupo del original topado al area    *
000160*  del aula (M2-POR-ALUMNO, como CURSMANT).  Despues reparte *
000170*  a inscritos y lista de espera en dos mitades: traslada    *
000180*  a la seccion nueva a los ultimos alumnos activos del      *
000190*  original segun la regla pedida (A = orden alfabetico, L = *
000200*  orden de llegada por fecha de inscripcion) y sienta en    *
000210*  los lugares que quedan a las solicitudes pendientes de    *
000220*  ESPERIDX en orden de turno: quien ya es alumno activo     *
000230*  cambia de curso; a quien no, se le aparta el lugar como   *
000240*  solicitud ofrecida en la seccion nueva para que la        *
000250*  oficina lo inscriba por las pantallas normales.  Cada     *
000260*  cambio de curso deja su renglon en ESCAUDIT.               *
000270*  Tarjetas SYSIN: curso original, codigo nuevo, aula (en    *
000280*  blanco = ninguna), regla A o L.  Un parametro invalido,   *
000290*  un codigo nuevo ya existente o un aula inexistente        *
000300*  terminan con RETURN-CODE 8 sin tocar nada.                 *
000310*----------------------------------------------------------*
000320*  MODIFICATIONS.
000330*  2026-10-15 JFV  Creacion inicial.
000340*  2026-10-15 JFV  Renglones de ESCAUDIT encadenados: secuencia
000350*                  y huella al final de cada renglon (rutina
000360*                  AUDCADEN), que verifica AUDVERIF.
000370*  2026-10-15 JFV  Copia tambien el plan de estudio (PLANIDX)
000380*                  a la seccion nueva; el horario no se copia.
000390*----------------------------------------------------------*
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. ESCDIVID.
000420 AUTHOR. J. FIGUEROA VEGA.
000430 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000440 DATE-WRITTEN. 2026-10-15.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ESTUDIANTE-IDEN
000540         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-STU-STATUS.
000570
000580     SELECT CURSO-FILE ASSIGN TO "CURSOIDX"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CURSO-CODIGO
000620         FILE STATUS IS WS-CUR-STATUS.
000630
000640     SELECT ESPERA-FILE ASSIGN TO "ESPERIDX"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS ESPERA-CLAVE
000680         FILE STATUS IS WS-ESP-STATUS.
000690
000700     SELECT AULA-FILE ASSIGN TO "AULAIDX"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS AULA-CODIGO
000740         FILE STATUS IS WS-AUL-STATUS.
000750
000760     SELECT TARIFA-FILE ASSIGN TO "TARIFIDX"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS TARIFA-CLAVE
000800         FILE STATUS IS WS-TAR-STATUS.
000810
000820     SELECT PLAN-FILE ASSIGN TO "PLANIDX"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS PLAN-CLAVE
000860         FILE STATUS IS WS-PLA-STATUS.
000870
000880     SELECT AUDIT-FILE ASSIGN TO "ESCAUDIT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-AUD-STATUS.
000910
000920     SELECT DIV-WORK ASSIGN TO "DIVIWORK"
000930         ORGANIZATION IS SEQUENTIAL.
000940
000950     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-RPT-STATUS.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  ESTUDIANTE-FILE.
001020     COPY ESTUD.
001030
001040 FD  CURSO-FILE.
001050     COPY CURSOREC.
001060
001070 FD  ESPERA-FILE.
001080     COPY ESPREC.
001090
001100 FD  AULA-FILE.
001110     COPY AULAREC.
001120
001130 FD  TARIFA-FILE.
001140     COPY TARIREC.
001150
001160 FD  PLAN-FILE.
001170     COPY PLANREC.
001180
001190 FD  AUDIT-FILE.
001200     COPY AUDREC.
001210
001220 SD  DIV-WORK.
001230 01  WDV-REC.
001240     05  WDV-ORDEN                 PIC X(30).
001250     05  WDV-IDEN                  PIC X(05).
001260     05  WDV-NOMBRE                PIC X(30).
001270
001280 FD  REPORTE-FILE.
001290 01  REPORTE-LINEA                PIC X(100).
001300
001310 WORKING-STORAGE SECTION.
001320 01  WS-STU-STATUS                PIC X(02).
001330     88  WS-STU-OK                        VALUE "00".
001340     88  WS-STU-FIN-ARCHIVO               VALUE "10".
001350
001360 01  WS-CUR-STATUS                PIC X(02).
001370     88  WS-CUR-OK                        VALUE "00".
001380
001390 01  WS-ESP-STATUS                PIC X(02).
001400     88  WS-ESP-OK                        VALUE "00".
001410
001420 01  WS-AUL-STATUS                PIC X(02).
001430     88  WS-AUL-OK                        VALUE "00".
001440
001450 01  WS-TAR-STATUS                PIC X(02).
001460     88  WS-TAR-OK                        VALUE "00".
001470
001480 01  WS-PLA-STATUS                PIC X(02).
001490     88  WS-PLA-OK                        VALUE "00".
001500
001510 01  WS-AUD-STATUS                PIC X(02).
001520     88  WS-AUD-OK                        VALUE "00".
001530
001540 01  WS-RPT-STATUS                PIC X(02).
001550     88  WS-RPT-OK                        VALUE "00".
001560
001570 01  WS-SWITCHES.
001580     05  WS-FIN-SORT              PIC X(01) VALUE "N".
001590         88  FIN-DE-SORT                  VALUE "S".
001600     05  WS-FIN-COLA              PIC X(01) VALUE "N".
001610         88  FIN-DE-COLA                  VALUE "S".
001620     05  WS-FIN-TARIFAS           PIC X(01) VALUE "N".
001630         88  FIN-DE-TARIFAS               VALUE "S".
001640     05  WS-FIN-PLAN              PIC X(01) VALUE "N".
001650         88  FIN-DE-PLAN                  VALUE "S".
001660     05  WS-HAY-AULAS             PIC X(01) VALUE "N".
001670         88  AULAS-DISPONIBLES            VALUE "S".
001680     05  WS-HAY-TARIFAS           PIC X(01) VALUE "N".
001690         88  TARIFAS-DISPONIBLES          VALUE "S".
001700     05  WS-HAY-PLAN              PIC X(01) VALUE "N".
001710         88  PLAN-DISPONIBLE              VALUE "S".
001720     05  WS-HAY-REPORTE           PIC X(01) VALUE "N".
001730         88  REPORTE-ABIERTO              VALUE "S".
001740
001750 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "ESCDIVID".
001760
001770 01  WS-OPERADOR                  PIC X(20)
001780     VALUE "ESCDIVID-BATCH".
001790
001800*  Parametros de la corrida (SYSIN).
001810 01  WS-CURSO-ORIGEN              PIC X(10) VALUE SPACES.
001820 01  WS-CURSO-NUEVO               PIC X(10) VALUE SPACES.
001830 01  WS-AULA-NUEVA                PIC X(06) VALUE SPACES.
001840 01  WS-REGLA                     PIC X(01) VALUE SPACE.
001850     88  REGLA-ALFABETICA                 VALUE "A".
001860     88  REGLA-LLEGADA                    VALUE "L".
001870     88  REGLA-VALIDA                     VALUE "A" "L".
001880
001890 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001900 01  WS-M2-POR-ALUMNO             PIC 9(03) VALUE 2.
001910 01  WS-CAPACIDAD-TOPE            PIC 9(05) VALUE ZERO.
001920 01  WS-CAPACIDAD-NUEVA           PIC 9(03) VALUE ZERO.
001930 01  WS-MENSAJE-ABORTO            PIC X(50) VALUE SPACES.
001940
001950*  Reparto: N alumnos activos del original, P solicitudes
001960*  pendientes; el original conserva la mitad redondeada hacia
001970*  arriba de N + P y la seccion nueva recibe el resto.
001980 01  WS-ALUMNOS-ORIGEN            PIC 9(05) VALUE ZERO.
001990 01  WS-PENDIENTES                PIC 9(05) VALUE ZERO.
002000 01  WS-CONSERVA                  PIC 9(05) VALUE ZERO.
002010 01  WS-A-TRASLADAR               PIC 9(05) VALUE ZERO.
002020 01  WS-POSICION                  PIC 9(05) VALUE ZERO.
002030 01  WS-CUPO-ESPERA               PIC 9(05) VALUE ZERO.
002040 01  WS-LUGARES-USADOS            PIC 9(05) VALUE ZERO.
002050 01  WS-SECUENCIA-NUEVA           PIC 9(05) VALUE ZERO.
002060 01  WS-CURSO-ANTERIOR            PIC X(10).
002070 01  WS-ULTIMA-OPERACION          PIC X(12).
002080 01  WS-CLAVE-GUARDADA            PIC X(18).
002090 01  WS-PLAN-GUARDADO             PIC X(20).
002100 01  WS-ESPERA-GUARDADA           PIC X(79).
002110
002120 01  WS-CONTADORES.
002130     05  WS-TRASLADADOS           PIC 9(05) COMP VALUE ZERO.
002140     05  WS-ESPERA-INSCRITOS      PIC 9(05) COMP VALUE ZERO.
002150     05  WS-ESPERA-APARTADOS      PIC 9(05) COMP VALUE ZERO.
002160     05  WS-TARIFAS-COPIADAS      PIC 9(05) COMP VALUE ZERO.
002170     05  WS-MATERIAS-COPIADAS     PIC 9(05) COMP VALUE ZERO.
002180
002190 01  WS-LINEA-TITULO.
002200     05  FILLER                   PIC X(18)
002210         VALUE "DIVISION DE CURSO ".
002220     05  RPT-ORIGEN               PIC X(10).
002230     05  FILLER                   PIC X(16)
002240         VALUE " SECCION NUEVA ".
002250     05  RPT-NUEVO                PIC X(10).
002260     05  FILLER                   PIC X(09) VALUE " FECHA: ".
002270     05  RPT-FECHA                PIC 9(08).
002280     05  FILLER                   PIC X(29) VALUE SPACES.
002290
002300 01  WS-LINEA-PARAMETROS.
002310     05  FILLER                   PIC X(07) VALUE "REGLA: ".
002320     05  RPT-REGLA                PIC X(17).
002330     05  FILLER                   PIC X(08) VALUE "  AULA: ".
002340     05  RPT-AULA                 PIC X(06).
002350     05  FILLER                   PIC X(08) VALUE "  CUPO: ".
002360     05  RPT-CUPO                 PIC ZZ9.
002370     05  FILLER                   PIC X(12) VALUE "  ALUMNOS: ".
002380     05  RPT-ALUMNOS              PIC ZZZZ9.
002390     05  FILLER                   PIC X(11) VALUE "  ESPERA: ".
002400     05  RPT-ESPERA               PIC ZZZZ9.
002410     05  FILLER                   PIC X(18) VALUE SPACES.
002420
002430 01  WS-LINEA-SECCION.
002440     05  FILLER                   PIC X(04) VALUE "--- ".
002450     05  RPT-SECCION              PIC X(50).
002460     05  FILLER                   PIC X(46) VALUE SPACES.
002470
002480 01  WS-LINEA-DETALLE.
002490     05  FILLER                   PIC X(02) VALUE SPACES.
002500     05  RPT-SECUENCIA            PIC X(05).
002510     05  FILLER                   PIC X(01) VALUE SPACE.
002520     05  RPT-IDEN                 PIC X(05).
002530     05  FILLER                   PIC X(01) VALUE SPACE.
002540     05  RPT-NOMBRE               PIC X(30).
002550     05  FILLER                   PIC X(01) VALUE SPACE.
002560     05  RPT-ANTES                PIC X(10).
002570     05  FILLER                   PIC X(01) VALUE SPACE.
002580     05  RPT-RESULTADO            PIC X(30).
002590     05  FILLER                   PIC X(14) VALUE SPACES.
002600
002610 01  WS-LINEA-TOTAL.
002620     05  RPT-TOTAL-TEXTO          PIC X(30).
002630     05  RPT-TOTAL                PIC ZZZZ9.
002640     05  FILLER                   PIC X(65) VALUE SPACES.
002650
002660 COPY ERRPARM.
002670
002680 COPY PARMPARM.
002690
002700 COPY RPTGPARM.
002710
002720 COPY LOCKPARM.
002730
002740 COPY CADEPARM.
002750
002760 PROCEDURE DIVISION.
002770 0000-MAINLINE.
002780     PERFORM 0100-LEER-PARAMETROS THRU 0100-EXIT.
002790     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002800     PERFORM 1300-VALIDAR-CURSOS THRU 1300-EXIT.
002810     PERFORM 1400-CONTAR-ESPERA THRU 1400-EXIT.
002820     PERFORM 2000-CREAR-SECCION THRU 2000-EXIT.
002830     PERFORM 3000-TRASLADAR-ALUMNOS THRU 3000-EXIT.
002840     PERFORM 4000-SENTAR-ESPERA THRU 4000-EXIT.
002850     PERFORM 5000-ACTUALIZAR-CUPOS THRU 5000-EXIT.
002860     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002870     STOP RUN.
002880
002890*----------------------------------------------------------*
002900*  0100-LEER-PARAMETROS - Tarjetas SYSIN de la corrida.      *
002910*----------------------------------------------------------*
002920 0100-LEER-PARAMETROS.
002930     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002940     DISPLAY "Curso a dividir:".
002950     ACCEPT WS-CURSO-ORIGEN.
002960     DISPLAY "Codigo de la seccion nueva:".
002970     ACCEPT WS-CURSO-NUEVO.
002980     DISPLAY "Aula de la seccion nueva (en blanco = ninguna):".
002990     ACCEPT WS-AULA-NUEVA.
003000     DISPLAY "Regla A=alfabetica L=orden de llegada:".
003010     ACCEPT WS-REGLA.
003020     IF WS-CURSO-ORIGEN = SPACES OR WS-CURSO-NUEVO = SPACES
003030        OR WS-CURSO-ORIGEN = WS-CURSO-NUEVO
003040         DISPLAY "CURSO ORIGINAL O CODIGO NUEVO INVALIDO,"
003050             " NO SE DIVIDE NADA"
003060         MOVE 8 TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003090     IF NOT REGLA-VALIDA
003100         DISPLAY "REGLA INVALIDA (A O L), NO SE DIVIDE NADA"
003110         MOVE 8 TO RETURN-CODE
003120         STOP RUN
003130     END-IF.
003140 0100-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------*
003180*  1000-INICIALIZAR - Candado de ESTUDIDX y apertura de      *
003190*  maestro, catalogo, lista de espera y auditoria.           *
003200*----------------------------------------------------------*
003210 1000-INICIALIZAR.
003220     MOVE "ESCDIVID" TO LOCKMGR-PROGRAMA.
003230     PERFORM 1500-TOMAR-CANDADO THRU 1500-EXIT.
003240
003250     OPEN I-O ESTUDIANTE-FILE.
003260     IF NOT WS-STU-OK
003270         MOVE "ESCDIVID"      TO ERRHAND-PROGRAMA
003280         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
003290         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
003300         SET ERRHAND-FATAL TO TRUE
003310         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
003320         CALL "ERRHAND" USING ERRHAND-PARM
003330         STOP RUN
003340     END-IF.
003350
003360     OPEN I-O CURSO-FILE.
003370     IF NOT WS-CUR-OK
003380         MOVE "ESCDIVID"      TO ERRHAND-PROGRAMA
003390         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
003400         MOVE WS-CUR-STATUS   TO ERRHAND-FILE-STATUS
003410         SET ERRHAND-FATAL TO TRUE
003420         MOVE "ERROR AL ABRIR CURSOIDX" TO ERRHAND-MENSAJE
003430         CALL "ERRHAND" USING ERRHAND-PARM
003440         STOP RUN
003450     END-IF.
003460
003470     OPEN I-O ESPERA-FILE.
003480     IF NOT WS-ESP-OK
003490         MOVE "ESCDIVID"      TO ERRHAND-PROGRAMA
003500         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
003510         MOVE WS-ESP-STATUS   TO ERRHAND-FILE-STATUS
003520         SET ERRHAND-FATAL TO TRUE
003530         MOVE "ERROR AL ABRIR ESPERIDX" TO ERRHAND-MENSAJE
003540         CALL "ERRHAND" USING ERRHAND-PARM
003550         STOP RUN
003560     END-IF.
003570
003580     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
003590     MOVE 129 TO AUDCADEN-POSICION.
003600     SET AUDCADEN-ULTIMO TO TRUE.
003610     CALL "AUDCADEN" USING AUDCADEN-PARM.
003620     OPEN EXTEND AUDIT-FILE.
003630     IF NOT WS-AUD-OK
003640         OPEN OUTPUT AUDIT-FILE
003650     END-IF.
003660
003670*  Sin AULAIDX no hay tope de cupo por area; sin TARIFIDX la
003680*  seccion nueva cobra su CURSO-CUOTA, copiada del original.
003690     OPEN INPUT AULA-FILE.
003700     IF WS-AUL-OK
003710         SET AULAS-DISPONIBLES TO TRUE
003720     END-IF.
003730     OPEN I-O TARIFA-FILE.
003740     IF WS-TAR-OK
003750         SET TARIFAS-DISPONIBLES TO TRUE
003760     ELSE
003770         DISPLAY "AVISO: sin TARIFIDX; no se copia el tarifario"
003780     END-IF.
003790     OPEN I-O PLAN-FILE.
003800     IF WS-PLA-OK
003810         SET PLAN-DISPONIBLE TO TRUE
003820     ELSE
003830         DISPLAY "AVISO: sin PLANIDX; no se copia el plan"
003840     END-IF.
003850
003860     MOVE "M2-POR-ALUMNO" TO PARMLKP-CLAVE.
003870     CALL "PARMLKP" USING PARMLKP-PARM.
003880     IF PARMLKP-ENCONTRADO
003890        AND PARMLKP-VALOR IS NUMERIC
003900         MOVE PARMLKP-VALOR TO WS-M2-POR-ALUMNO
003910     END-IF.
003920 1000-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------*
003960*  1300-VALIDAR-CURSOS - El original debe existir, el codigo *
003970*  nuevo no, y el aula (si se da) debe estar en AULAIDX.     *
003980*  Fija el cupo de la seccion nueva.                          *
003990*----------------------------------------------------------*
004000 1300-VALIDAR-CURSOS.
004010     MOVE WS-CURSO-NUEVO TO CURSO-CODIGO.
004020     READ CURSO-FILE
004030         INVALID KEY
004040             CONTINUE
004050         NOT INVALID KEY
004060             MOVE "EL CODIGO NUEVO YA EXISTE EN CURSOIDX"
004070                 TO WS-MENSAJE-ABORTO
004080             PERFORM 1900-ABORTAR THRU 1900-EXIT
004090     END-READ.
004100
004110     MOVE WS-CURSO-ORIGEN TO CURSO-CODIGO.
004120     READ CURSO-FILE
004130         INVALID KEY
004140             MOVE "EL CURSO A DIVIDIR NO EXISTE EN CURSOIDX"
004150                 TO WS-MENSAJE-ABORTO
004160             PERFORM 1900-ABORTAR THRU 1900-EXIT
004170     END-READ.
004180     MOVE CURSO-CAPACIDAD TO WS-CAPACIDAD-NUEVA.
004190
004200     IF WS-AULA-NUEVA = SPACES
004210         GO TO 1300-EXIT
004220     END-IF.
004230     IF NOT AULAS-DISPONIBLES
004240         DISPLAY "AVISO: sin AULAIDX; el cupo no se topa al aula"
004250         GO TO 1300-EXIT
004260     END-IF.
004270     MOVE WS-AULA-NUEVA TO AULA-CODIGO.
004280     READ AULA-FILE
004290         INVALID KEY
004300             MOVE "EL AULA NO ESTA REGISTRADA EN AULAIDX"
004310                 TO WS-MENSAJE-ABORTO
004320             PERFORM 1900-ABORTAR THRU 1900-EXIT
004330     END-READ.
004340     IF WS-M2-POR-ALUMNO = ZERO
004350         GO TO 1300-EXIT
004360     END-IF.
004370     COMPUTE WS-CAPACIDAD-TOPE =
004380         AULA-AREA / WS-M2-POR-ALUMNO.
004390     IF WS-CAPACIDAD-NUEVA > WS-CAPACIDAD-TOPE
004400         MOVE WS-CAPACIDAD-TOPE TO WS-CAPACIDAD-NUEVA
004410     END-IF.
004420     IF WS-CAPACIDAD-NUEVA = ZERO
004430         MOVE "EL AULA NO ALCANZA PARA NINGUN ALUMNO"
004440             TO WS-MENSAJE-ABORTO
004450         PERFORM 1900-ABORTAR THRU 1900-EXIT
004460     END-IF.
004470 1300-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------*
004510*  1400-CONTAR-ESPERA - Solicitudes pendientes del original  *
004520*  y ultimo turno ya usado por el codigo nuevo.               *
004530*----------------------------------------------------------*
004540 1400-CONTAR-ESPERA.
004550     MOVE WS-CURSO-ORIGEN TO ESPERA-CURSO.
004560     MOVE ZERO TO ESPERA-SECUENCIA.
004570     START ESPERA-FILE KEY NOT < ESPERA-CLAVE
004580         INVALID KEY
004590             SET FIN-DE-COLA TO TRUE
004600         NOT INVALID KEY
004610             MOVE "N" TO WS-FIN-COLA
004620     END-START.
004630     PERFORM 1410-CONTAR-UNA THRU 1410-EXIT
004640         UNTIL FIN-DE-COLA.
004650
004660     MOVE WS-CURSO-NUEVO TO ESPERA-CURSO.
004670     MOVE ZERO TO ESPERA-SECUENCIA.
004680     START ESPERA-FILE KEY NOT < ESPERA-CLAVE
004690         INVALID KEY
004700             SET FIN-DE-COLA TO TRUE
004710         NOT INVALID KEY
004720             MOVE "N" TO WS-FIN-COLA
004730     END-START.
004740     PERFORM 1420-ULTIMO-TURNO THRU 1420-EXIT
004750         UNTIL FIN-DE-COLA.
004760 1400-EXIT.
004770     EXIT.
004780
004790 1410-CONTAR-UNA.
004800     READ ESPERA-FILE NEXT RECORD
004810         AT END
004820             SET FIN-DE-COLA TO TRUE
004830             GO TO 1410-EXIT
004840     END-READ.
004850     IF ESPERA-CURSO NOT = WS-CURSO-ORIGEN
004860         SET FIN-DE-COLA TO TRUE
004870         GO TO 1410-EXIT
004880     END-IF.
004890     IF ESPERA-PENDIENTE
004900         ADD 1 TO WS-PENDIENTES
004910     END-IF.
004920 1410-EXIT.
004930     EXIT.
004940
004950 1420-ULTIMO-TURNO.
004960     READ ESPERA-FILE NEXT RECORD
004970         AT END
004980             SET FIN-DE-COLA TO TRUE
004990             GO TO 1420-EXIT
005000     END-READ.
005010     IF ESPERA-CURSO NOT = WS-CURSO-NUEVO
005020         SET FIN-DE-COLA TO TRUE
005030         GO TO 1420-EXIT
005040     END-IF.
005050     MOVE ESPERA-SECUENCIA TO WS-SECUENCIA-NUEVA.
005060 1420-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------*
005100*  1500-TOMAR-CANDADO - Pide el candado de uso de ESTUDIDX  *
005110*  (rutina comun LOCKMGR); en batch un maestro en uso        *
005120*  detiene el paso con RETURN-CODE 8.                        *
005130*----------------------------------------------------------*
005140 1500-TOMAR-CANDADO.
005150     SET LOCKMGR-TOMAR TO TRUE.
005160     CALL "LOCKMGR" USING LOCKMGR-PARM.
005170     IF LOCKMGR-EN-USO
005180         MOVE "ESCDIVID"        TO ERRHAND-PROGRAMA
005190         MOVE "1500-TOMAR-CANDADO" TO ERRHAND-PARRAFO
005200         MOVE SPACES             TO ERRHAND-FILE-STATUS
005210         SET ERRHAND-FATAL TO TRUE
005220         MOVE "ESTUDIDX EN USO POR OTRO PROGRAMA"
005230             TO ERRHAND-MENSAJE
005240         CALL "ERRHAND" USING ERRHAND-PARM
005250         DISPLAY "EN USO POR " LOCKMGR-DUENO
005260             " DESDE " LOCKMGR-DESDE-HORA
005270         MOVE 8 TO RETURN-CODE
005280         STOP RUN
005290     END-IF.
005300 1500-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------*
005340*  1900-ABORTAR - Parametro rechazado: cierra sin haber      *
005350*  tocado nada y termina con RETURN-CODE 8.                  *
005360*----------------------------------------------------------*
005370 1900-ABORTAR.
005380     DISPLAY WS-MENSAJE-ABORTO.
005390     DISPLAY "NO SE DIVIDE NADA".
005400     CLOSE ESTUDIANTE-FILE.
005410     CLOSE CURSO-FILE.
005420     CLOSE ESPERA-FILE.
005430     CLOSE AUDIT-FILE.
005440     IF AULAS-DISPONIBLES
005450         CLOSE AULA-FILE
005460     END-IF.
005470     IF TARIFAS-DISPONIBLES
005480         CLOSE TARIFA-FILE
005490     END-IF.
005500     IF PLAN-DISPONIBLE
005510         CLOSE PLAN-FILE
005520     END-IF.
005530     SET LOCKMGR-LIBERAR TO TRUE.
005540     CALL "LOCKMGR" USING LOCKMGR-PARM.
005550     MOVE 8 TO RETURN-CODE.
005560     STOP RUN.
005570 1900-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------*
005610*  2000-CREAR-SECCION - Alta del codigo nuevo a imagen del   *
005620*  original (CURSO-REC aun tiene al original) y copia de su  *
005630*  tarifario.                                                 *
005640*----------------------------------------------------------*
005650 2000-CREAR-SECCION.
005660     MOVE WS-CURSO-NUEVO     TO CURSO-CODIGO.
005670     MOVE WS-CAPACIDAD-NUEVA TO CURSO-CAPACIDAD.
005680     MOVE ZERO               TO CURSO-INSCRITOS.
005690     MOVE WS-AULA-NUEVA      TO CURSO-AULA.
005700     WRITE CURSO-REC
005710         INVALID KEY
005720             MOVE "ERROR AL DAR DE ALTA LA SECCION NUEVA"
005730                 TO WS-MENSAJE-ABORTO
005740             PERFORM 1900-ABORTAR THRU 1900-EXIT
005750     END-WRITE.
005760
005770     MOVE "ESCDIVID" TO RPTGEN-REPORTE.
005780     CALL "RPTGEN" USING RPTGEN-PARM.
005790     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
005800     OPEN OUTPUT REPORTE-FILE.
005810     SET REPORTE-ABIERTO TO TRUE.
005820     MOVE WS-CURSO-ORIGEN TO RPT-ORIGEN.
005830     MOVE WS-CURSO-NUEVO  TO RPT-NUEVO.
005840     MOVE WS-FECHA-HOY    TO RPT-FECHA.
005850     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
005860
005870     IF TARIFAS-DISPONIBLES
005880         PERFORM 2100-COPIAR-TARIFAS THRU 2100-EXIT
005890     END-IF.
005900     IF PLAN-DISPONIBLE
005910         PERFORM 2200-COPIAR-PLAN THRU 2200-EXIT
005920     END-IF.
005930 2000-EXIT.
005940     EXIT.
005950
005960 2100-COPIAR-TARIFAS.
005970     MOVE WS-CURSO-ORIGEN TO TARIFA-CURSO.
005980     MOVE ZERO TO TARIFA-VIGENCIA.
005990     START TARIFA-FILE KEY NOT < TARIFA-CLAVE
006000         INVALID KEY
006010             GO TO 2100-EXIT
006020     END-START.
006030     MOVE "N" TO WS-FIN-TARIFAS.
006040     PERFORM 2110-COPIAR-UNA THRU 2110-EXIT
006050         UNTIL FIN-DE-TARIFAS.
006060 2100-EXIT.
006070     EXIT.
006080
006090*  Tras escribir el renglon del codigo nuevo se vuelve a
006100*  colocar la lectura despues del renglon original.
006110 2110-COPIAR-UNA.
006120     READ TARIFA-FILE NEXT RECORD
006130         AT END
006140             SET FIN-DE-TARIFAS TO TRUE
006150             GO TO 2110-EXIT
006160     END-READ.
006170     IF TARIFA-CURSO NOT = WS-CURSO-ORIGEN
006180         SET FIN-DE-TARIFAS TO TRUE
006190         GO TO 2110-EXIT
006200     END-IF.
006210     MOVE TARIFA-CLAVE   TO WS-CLAVE-GUARDADA.
006220     MOVE WS-CURSO-NUEVO TO TARIFA-CURSO.
006230     MOVE WS-FECHA-HOY   TO TARIFA-FEC-ALTA.
006240     MOVE WS-OPERADOR    TO TARIFA-USUARIO.
006250     WRITE TARIFA-REC
006260         INVALID KEY
006270             CONTINUE
006280         NOT INVALID KEY
006290             ADD 1 TO WS-TARIFAS-COPIADAS
006300     END-WRITE.
006310     MOVE WS-CLAVE-GUARDADA TO TARIFA-CLAVE.
006320     START TARIFA-FILE KEY > TARIFA-CLAVE
006330         INVALID KEY
006340             SET FIN-DE-TARIFAS TO TRUE
006350     END-START.
006360 2110-EXIT.
006370     EXIT.
006380
006390*  La seccion nueva lleva las mismas materias que el original;
006400*  el horario no se copia: se captura en CURSMANT para que
006410*  HORACHK revise los choques de aula y de maestro.
006420 2200-COPIAR-PLAN.
006430     MOVE WS-CURSO-ORIGEN TO PLAN-CURSO.
006440     MOVE LOW-VALUES TO PLAN-MATERIA.
006450     START PLAN-FILE KEY NOT < PLAN-CLAVE
006460         INVALID KEY
006470             GO TO 2200-EXIT
006480     END-START.
006490     MOVE "N" TO WS-FIN-PLAN.
006500     PERFORM 2210-COPIAR-MATERIA THRU 2210-EXIT
006510         UNTIL FIN-DE-PLAN.
006520 2200-EXIT.
006530     EXIT.
006540
006550 2210-COPIAR-MATERIA.
006560     READ PLAN-FILE NEXT RECORD
006570         AT END
006580             SET FIN-DE-PLAN TO TRUE
006590             GO TO 2210-EXIT
006600     END-READ.
006610     IF PLAN-CURSO NOT = WS-CURSO-ORIGEN
006620         SET FIN-DE-PLAN TO TRUE
006630         GO TO 2210-EXIT
006640     END-IF.
006650     MOVE PLAN-CLAVE     TO WS-PLAN-GUARDADO.
006660     MOVE WS-CURSO-NUEVO TO PLAN-CURSO.
006670     MOVE WS-FECHA-HOY   TO PLAN-FEC-ALTA.
006680     WRITE PLAN-REC
006690         INVALID KEY
006700             CONTINUE
006710         NOT INVALID KEY
006720             ADD 1 TO WS-MATERIAS-COPIADAS
006730     END-WRITE.
006740     MOVE WS-PLAN-GUARDADO TO PLAN-CLAVE.
006750     START PLAN-FILE KEY > PLAN-CLAVE
006760         INVALID KEY
006770             SET FIN-DE-PLAN TO TRUE
006780     END-START.
006790 2210-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------*
006830*  3000-TRASLADAR-ALUMNOS - Alumnos activos del original en  *
006840*  el orden de la regla; los ultimos pasan a la seccion      *
006850*  nueva.                                                     *
006860*----------------------------------------------------------*
006870 3000-TRASLADAR-ALUMNOS.
006880     SORT DIV-WORK
006890         ON ASCENDING KEY WDV-ORDEN WDV-IDEN
006900         INPUT PROCEDURE IS 3100-LEER-ALUMNOS THRU 3100-EXIT
006910         OUTPUT PROCEDURE IS 3200-TRASLADAR THRU 3200-EXIT.
006920 3000-EXIT.
006930     EXIT.
006940
006950 3100-LEER-ALUMNOS.
006960     MOVE LOW-VALUES TO ESTUDIANTE-IDEN.
006970     START ESTUDIANTE-FILE KEY NOT < ESTUDIANTE-IDEN
006980         INVALID KEY
006990             GO TO 3100-EXIT
007000     END-START.
007010     MOVE "00" TO WS-STU-STATUS.
007020     PERFORM 3110-LEER-UNO THRU 3110-EXIT
007030         UNTIL WS-STU-FIN-ARCHIVO.
007040 3100-EXIT.
007050     EXIT.
007060
007070 3110-LEER-UNO.
007080     READ ESTUDIANTE-FILE NEXT RECORD
007090         AT END
007100             SET WS-STU-FIN-ARCHIVO TO TRUE
007110             GO TO 3110-EXIT
007120     END-READ.
007130     IF NOT ESTUDIANTE-ACTIVO
007140        OR ESTUDIANTE-CURSO NOT = WS-CURSO-ORIGEN
007150         GO TO 3110-EXIT
007160     END-IF.
007170     MOVE SPACES TO WDV-ORDEN.
007180     IF REGLA-ALFABETICA
007190         MOVE ESTUDIANTE-NOMBRE TO WDV-ORDEN
007200     ELSE
007210         MOVE ESTUDIANTE-FEC-INSCRIPCION TO WDV-ORDEN
007220     END-IF.
007230     MOVE ESTUDIANTE-IDEN   TO WDV-IDEN.
007240     MOVE ESTUDIANTE-NOMBRE TO WDV-NOMBRE.
007250     ADD 1 TO WS-ALUMNOS-ORIGEN.
007260     RELEASE WDV-REC.
007270 3110-EXIT.
007280     EXIT.
007290
007300*  El original conserva la mitad (redondeada hacia arriba) de
007310*  alumnos mas espera; el traslado no rebasa el cupo nuevo.
007320 3200-TRASLADAR.
007330     COMPUTE WS-CONSERVA =
007340         (WS-ALUMNOS-ORIGEN + WS-PENDIENTES + 1) / 2.
007350     IF WS-ALUMNOS-ORIGEN > WS-CONSERVA
007360         COMPUTE WS-A-TRASLADAR =
007370             WS-ALUMNOS-ORIGEN - WS-CONSERVA
007380     ELSE
007390         MOVE ZERO TO WS-A-TRASLADAR
007400     END-IF.
007410     IF WS-A-TRASLADAR > WS-CAPACIDAD-NUEVA
007420         MOVE WS-CAPACIDAD-NUEVA TO WS-A-TRASLADAR
007430     END-IF.
007440
007450     IF REGLA-ALFABETICA
007460         MOVE "ALFABETICA" TO RPT-REGLA
007470     ELSE
007480         MOVE "ORDEN DE LLEGADA" TO RPT-REGLA
007490     END-IF.
007500     MOVE WS-AULA-NUEVA      TO RPT-AULA.
007510     MOVE WS-CAPACIDAD-NUEVA TO RPT-CUPO.
007520     MOVE WS-ALUMNOS-ORIGEN  TO RPT-ALUMNOS.
007530     MOVE WS-PENDIENTES      TO RPT-ESPERA.
007540     WRITE REPORTE-LINEA FROM WS-LINEA-PARAMETROS.
007550     MOVE SPACES TO REPORTE-LINEA.
007560     WRITE REPORTE-LINEA.
007570     MOVE "ALUMNOS TRASLADADOS A LA SECCION NUEVA"
007580         TO RPT-SECCION.
007590     WRITE REPORTE-LINEA FROM WS-LINEA-SECCION.
007600
007610     MOVE ZERO TO WS-POSICION.
007620     MOVE "N" TO WS-FIN-SORT.
007630     PERFORM 3210-RETORNAR-UNO THRU 3210-EXIT
007640         UNTIL FIN-DE-SORT.
007650 3200-EXIT.
007660     EXIT.
007670
007680 3210-RETORNAR-UNO.
007690     RETURN DIV-WORK
007700         AT END
007710             SET FIN-DE-SORT TO TRUE
007720             GO TO 3210-EXIT
007730     END-RETURN.
007740     ADD 1 TO WS-POSICION.
007750     IF WS-POSICION <= WS-ALUMNOS-ORIGEN - WS-A-TRASLADAR
007760         GO TO 3210-EXIT
007770     END-IF.
007780     MOVE WDV-IDEN TO ESTUDIANTE-IDEN.
007790     READ ESTUDIANTE-FILE
007800         INVALID KEY
007810             DISPLAY "ALUMNO NO ENCONTRADO AL TRASLADAR, ID="
007820                 WDV-IDEN
007830             GO TO 3210-EXIT
007840     END-READ.
007850     MOVE ESTUDIANTE-CURSO TO WS-CURSO-ANTERIOR.
007860     MOVE WS-CURSO-NUEVO   TO ESTUDIANTE-CURSO.
007870     REWRITE ESTUDIANTE-REC
007880         INVALID KEY
007890             DISPLAY "ERROR AL TRASLADAR, ID=" WDV-IDEN
007900             GO TO 3210-EXIT
007910     END-REWRITE.
007920     ADD 1 TO WS-TRASLADADOS.
007930     MOVE "DIVISION" TO WS-ULTIMA-OPERACION.
007940     PERFORM 3500-AUDITAR THRU 3500-EXIT.
007950     MOVE SPACES            TO RPT-SECUENCIA.
007960     MOVE ESTUDIANTE-IDEN   TO RPT-IDEN.
007970     MOVE ESTUDIANTE-NOMBRE TO RPT-NOMBRE.
007980     MOVE WS-CURSO-ANTERIOR TO RPT-ANTES.
007990     MOVE "TRASLADADO"      TO RPT-RESULTADO.
008000     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
008010 3210-EXIT.
008020     EXIT.
008030
008040*----------------------------------------------------------*
008050*  3500-AUDITAR - Renglon de ESCAUDIT del cambio de curso.   *
008060*----------------------------------------------------------*
008070 3500-AUDITAR.
008080     INITIALIZE AUDIT-REC.
008090     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
008100     ACCEPT AUD-HORA FROM TIME.
008110     MOVE WS-OPERADOR         TO AUD-OPERADOR.
008120     MOVE ESTUDIANTE-IDEN     TO AUD-IDEN.
008130     MOVE WS-ULTIMA-OPERACION TO AUD-OPERACION.
008140     MOVE "CURSO"             TO AUD-CAMPO.
008150     MOVE WS-CURSO-ANTERIOR   TO AUD-ANTES.
008160     MOVE WS-CURSO-NUEVO      TO AUD-DESPUES.
008170     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
008180 3500-EXIT.
008190     EXIT.
008200
008210*----------------------------------------------------------*
008220*  4000-SENTAR-ESPERA - Solicitudes pendientes del original, *
008230*  en orden de turno, en los lugares que deja el traslado.   *
008240*----------------------------------------------------------*
008250 4000-SENTAR-ESPERA.
008260     MOVE SPACES TO REPORTE-LINEA.
008270     WRITE REPORTE-LINEA.
008280     MOVE "LISTA DE ESPERA SENTADA EN LA SECCION NUEVA"
008290         TO RPT-SECCION.
008300     WRITE REPORTE-LINEA FROM WS-LINEA-SECCION.
008310     COMPUTE WS-CUPO-ESPERA =
008320         WS-CAPACIDAD-NUEVA - WS-TRASLADADOS.
008330     MOVE ZERO TO WS-LUGARES-USADOS.
008340     IF WS-CUPO-ESPERA = ZERO OR WS-PENDIENTES = ZERO
008350         GO TO 4000-EXIT
008360     END-IF.
008370     MOVE WS-CURSO-ORIGEN TO ESPERA-CURSO.
008380     MOVE ZERO TO ESPERA-SECUENCIA.
008390     START ESPERA-FILE KEY NOT < ESPERA-CLAVE
008400         INVALID KEY
008410             GO TO 4000-EXIT
008420     END-START.
008430     MOVE "N" TO WS-FIN-COLA.
008440     PERFORM 4100-SENTAR-UNO THRU 4100-EXIT
008450         UNTIL FIN-DE-COLA
008460            OR WS-LUGARES-USADOS >= WS-CUPO-ESPERA.
008470 4000-EXIT.
008480     EXIT.
008490
008500 4100-SENTAR-UNO.
008510     READ ESPERA-FILE NEXT RECORD
008520         AT END
008530             SET FIN-DE-COLA TO TRUE
008540             GO TO 4100-EXIT
008550     END-READ.
008560     IF ESPERA-CURSO NOT = WS-CURSO-ORIGEN
008570         SET FIN-DE-COLA TO TRUE
008580         GO TO 4100-EXIT
008590     END-IF.
008600     IF NOT ESPERA-PENDIENTE
008610         GO TO 4100-EXIT
008620     END-IF.
008630
008640     ADD 1 TO WS-LUGARES-USADOS.
008650     MOVE ESPERA-SECUENCIA TO RPT-SECUENCIA.
008660     MOVE ESPERA-IDEN      TO RPT-IDEN.
008670     MOVE ESPERA-NOMBRE    TO RPT-NOMBRE.
008680     MOVE ESPERA-IDEN TO ESTUDIANTE-IDEN.
008690     READ ESTUDIANTE-FILE
008700         INVALID KEY
008710             MOVE "I" TO ESTUDIANTE-ESTADO
008720     END-READ.
008730     IF ESTUDIANTE-ACTIVO
008740         PERFORM 4200-INSCRIBIR-ALUMNO THRU 4200-EXIT
008750     ELSE
008760         PERFORM 4300-APARTAR-LUGAR THRU 4300-EXIT
008770     END-IF.
008780     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
008790 4100-EXIT.
008800     EXIT.
008810
008820*  Alumno activo de otro curso: cambia a la seccion nueva y
008830*  libera su lugar anterior; la solicitud queda cerrada.
008840 4200-INSCRIBIR-ALUMNO.
008850     MOVE ESTUDIANTE-CURSO TO WS-CURSO-ANTERIOR.
008860     MOVE WS-CURSO-NUEVO   TO ESTUDIANTE-CURSO.
008870     REWRITE ESTUDIANTE-REC
008880         INVALID KEY
008890             DISPLAY "ERROR AL INSCRIBIR DE LA LISTA, ID="
008900                 ESTUDIANTE-IDEN
008910             MOVE "ERROR AL CAMBIAR DE CURSO" TO RPT-RESULTADO
008920             GO TO 4200-EXIT
008930     END-REWRITE.
008940     ADD 1 TO WS-ESPERA-INSCRITOS.
008950     MOVE "ESPERA-SECC" TO WS-ULTIMA-OPERACION.
008960     PERFORM 3500-AUDITAR THRU 3500-EXIT.
008970     MOVE WS-CURSO-ANTERIOR TO RPT-ANTES.
008980     MOVE "INSCRITO DE LA LISTA" TO RPT-RESULTADO.
008990
009000     SET ESPERA-CERRADA TO TRUE.
009010     REWRITE ESPERA-REC
009020         INVALID KEY
009030             DISPLAY "ERROR AL CERRAR LA SOLICITUD, SEC="
009040                 ESPERA-SECUENCIA
009050     END-REWRITE.
009060
009070     IF WS-CURSO-ANTERIOR = SPACES
009080         GO TO 4200-EXIT
009090     END-IF.
009100     MOVE WS-CURSO-ANTERIOR TO CURSO-CODIGO.
009110     READ CURSO-FILE
009120         INVALID KEY
009130             GO TO 4200-EXIT
009140     END-READ.
009150     IF CURSO-INSCRITOS > ZERO
009160         SUBTRACT 1 FROM CURSO-INSCRITOS
009170         REWRITE CURSO-REC
009180             INVALID KEY
009190                 DISPLAY "ERROR AL LIBERAR LUGAR EN "
009200                     WS-CURSO-ANTERIOR
009210         END-REWRITE
009220     END-IF.
009230 4200-EXIT.
009240     EXIT.
009250
009260*  Aun no es alumno activo: la solicitud se cierra en el
009270*  original y se abre como ofrecida en la seccion nueva, con
009280*  el mismo solicitante y fecha; la lectura se vuelve a
009290*  colocar despues del turno original.
009300 4300-APARTAR-LUGAR.
009310     MOVE SPACES TO RPT-ANTES.
009320     SET ESPERA-CERRADA TO TRUE.
009330     REWRITE ESPERA-REC
009340         INVALID KEY
009350             DISPLAY "ERROR AL CERRAR LA SOLICITUD, SEC="
009360                 ESPERA-SECUENCIA
009370             MOVE "ERROR AL CERRAR LA SOLICITUD" TO RPT-RESULTADO
009380             GO TO 4300-EXIT
009390     END-REWRITE.
009400     MOVE ESPERA-CLAVE TO WS-CLAVE-GUARDADA.
009410     MOVE ESPERA-REC   TO WS-ESPERA-GUARDADA.
009420     ADD 1 TO WS-SECUENCIA-NUEVA.
009430     MOVE WS-CURSO-NUEVO     TO ESPERA-CURSO.
009440     MOVE WS-SECUENCIA-NUEVA TO ESPERA-SECUENCIA.
009450     SET ESPERA-OFRECIDA TO TRUE.
009460     WRITE ESPERA-REC
009470         INVALID KEY
009480             DISPLAY "ERROR AL APARTAR LUGAR, SEC="
009490                 WS-SECUENCIA-NUEVA
009500             MOVE "ERROR AL APARTAR LUGAR" TO RPT-RESULTADO
009510         NOT INVALID KEY
009520             ADD 1 TO WS-ESPERA-APARTADOS
009530             MOVE "LUGAR APARTADO (INSCRIBIR)" TO RPT-RESULTADO
009540     END-WRITE.
009550     MOVE WS-ESPERA-GUARDADA TO ESPERA-REC.
009560     START ESPERA-FILE KEY > ESPERA-CLAVE
009570         INVALID KEY
009580             SET FIN-DE-COLA TO TRUE
009590     END-START.
009600 4300-EXIT.
009610     EXIT.
009620
009630*----------------------------------------------------------*
009640*  5000-ACTUALIZAR-CUPOS - Inscritos del original y de la    *
009650*  seccion nueva despues del reparto.                         *
009660*----------------------------------------------------------*
009670 5000-ACTUALIZAR-CUPOS.
009680     MOVE WS-CURSO-ORIGEN TO CURSO-CODIGO.
009690     READ CURSO-FILE
009700         INVALID KEY
009710             DISPLAY "CURSO ORIGINAL NO ENCONTRADO AL CERRAR"
009720             GO TO 5000-EXIT
009730     END-READ.
009740     IF CURSO-INSCRITOS > WS-TRASLADADOS
009750         SUBTRACT WS-TRASLADADOS FROM CURSO-INSCRITOS
009760     ELSE
009770         MOVE ZERO TO CURSO-INSCRITOS
009780     END-IF.
009790     REWRITE CURSO-REC
009800         INVALID KEY
009810             DISPLAY "ERROR AL ACTUALIZAR " WS-CURSO-ORIGEN
009820     END-REWRITE.
009830
009840     MOVE WS-CURSO-NUEVO TO CURSO-CODIGO.
009850     READ CURSO-FILE
009860         INVALID KEY
009870             DISPLAY "SECCION NUEVA NO ENCONTRADA AL CERRAR"
009880             GO TO 5000-EXIT
009890     END-READ.
009900     COMPUTE CURSO-INSCRITOS =
009910         WS-TRASLADADOS + WS-ESPERA-INSCRITOS.
009920     REWRITE CURSO-REC
009930         INVALID KEY
009940             DISPLAY "ERROR AL ACTUALIZAR " WS-CURSO-NUEVO
009950     END-REWRITE.
009960 5000-EXIT.
009970     EXIT.
009980
009990*----------------------------------------------------------*
010000*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
010010*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
010020*----------------------------------------------------------*
010030 8900-GRABAR-AUDITORIA.
010040     ADD 1 TO AUDCADEN-SECUENCIA.
010050     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
010060     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
010070     SET AUDCADEN-ENCADENAR TO TRUE.
010080     CALL "AUDCADEN" USING AUDCADEN-PARM.
010090     MOVE AUDCADEN-CADENA TO AUD-CADENA.
010100     WRITE AUDIT-REC.
010110 8900-EXIT.
010120     EXIT.
010130
010140*----------------------------------------------------------*
010150*  9000-FINALIZAR - Totales, cierre y liberacion del         *
010160*  candado.                                                   *
010170*----------------------------------------------------------*
010180 9000-FINALIZAR.
010190     MOVE SPACES TO REPORTE-LINEA.
010200     WRITE REPORTE-LINEA.
010210     MOVE "ALUMNOS TRASLADADOS      :" TO RPT-TOTAL-TEXTO.
010220     MOVE WS-TRASLADADOS TO RPT-TOTAL.
010230     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
010240     MOVE "INSCRITOS DE LA LISTA    :" TO RPT-TOTAL-TEXTO.
010250     MOVE WS-ESPERA-INSCRITOS TO RPT-TOTAL.
010260     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
010270     MOVE "LUGARES APARTADOS        :" TO RPT-TOTAL-TEXTO.
010280     MOVE WS-ESPERA-APARTADOS TO RPT-TOTAL.
010290     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
010300     MOVE "TARIFAS COPIADAS         :" TO RPT-TOTAL-TEXTO.
010310     MOVE WS-TARIFAS-COPIADAS TO RPT-TOTAL.
010320     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
010330     MOVE "MATERIAS COPIADAS        :" TO RPT-TOTAL-TEXTO.
010340     MOVE WS-MATERIAS-COPIADAS TO RPT-TOTAL.
010350     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
010360
010370     CLOSE ESTUDIANTE-FILE.
010380     CLOSE CURSO-FILE.
010390     CLOSE ESPERA-FILE.
010400     CLOSE AUDIT-FILE.
010410     IF AULAS-DISPONIBLES
010420         CLOSE AULA-FILE
010430     END-IF.
010440     IF TARIFAS-DISPONIBLES
010450         CLOSE TARIFA-FILE
010460     END-IF.
010470     IF PLAN-DISPONIBLE
010480         CLOSE PLAN-FILE
010490     END-IF.
010500     IF REPORTE-ABIERTO
010510         CLOSE REPORTE-FILE
010520     END-IF.
010530     SET LOCKMGR-LIBERAR TO TRUE.
010540     CALL "LOCKMGR" USING LOCKMGR-PARM.
010550
010560     DISPLAY " ".
010570     DISPLAY "---- DIVISION DE CURSO ----".
010580     DISPLAY "CURSO ORIGINAL      : " WS-CURSO-ORIGEN.
010590     DISPLAY "SECCION NUEVA       : " WS-CURSO-NUEVO.
010600     DISPLAY "ALUMNOS TRASLADADOS : " WS-TRASLADADOS.
010610     DISPLAY "INSCRITOS DE LISTA  : " WS-ESPERA-INSCRITOS.
010620     DISPLAY "LUGARES APARTADOS   : " WS-ESPERA-APARTADOS.
010630     DISPLAY "TARIFAS COPIADAS    : " WS-TARIFAS-COPIADAS.
010640     DISPLAY "MATERIAS COPIADAS   : " WS-MATERIAS-COPIADAS.
010650     DISPLAY "HORARIO DE LA SECCION NUEVA: CAPTURAR EN CURSMANT".
010660     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
010670 9000-EXIT.
010680     EXIT.

000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  INCIMANT                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Captura de incidentes disciplinarios por estudiante       *
000090*  (INCIDX): fecha, tipo del catalogo INCITIPO, descripcion, *
000100*  profesor que reporta (debe existir en PROFIDX), sancion   *
000110*  y dias de suspension.  Se llama desde MENUPRIN con        *
000120*  LOGIN-PARM y cada alta deja sus renglones en ESCAUDIT.    *
000130*  Los dias de suspension se graban en ASISIDX como          *
000140*  ausencias justificadas (documento SUSP + fecha del        *
000150*  incidente), contando solo dias de clase del calendario    *
000160*  CALENIDX, para que la asistencia cuadre.  El incidente    *
000170*  queda con carta pendiente al tutor, que emite INCICART.   *
000180*----------------------------------------------------------*
000190*  MODIFICATIONS.
000200*  2026-10-15 JFV  Creacion inicial.
000210*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000220*                  cada renglon; el rastro se abre y cierra por
000230*                  renglon para no encadenar contra un eslabon
000240*                  viejo si otra sesion grabo en medio.
000250*----------------------------------------------------------*
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. INCIMANT.
000280 AUTHOR. J. FIGUEROA VEGA.
000290 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT INCIDENTE-FILE ASSIGN TO "INCIDX"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS INCI-CLAVE
000400         FILE STATUS IS WS-INC-STATUS.
000410
000420     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS ESTUDIANTE-IDEN
000460         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-STU-STATUS.
000490
000500     SELECT PROFESOR-FILE ASSIGN TO "PROFIDX"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS PROF-USUARIO
000540         FILE STATUS IS WS-PRF-STATUS.
000550
000560     SELECT ASISTENCIA-FILE ASSIGN TO "ASISIDX"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS ASIS-CLAVE
000600         FILE STATUS IS WS-ASI-STATUS.
000610
000620     SELECT AUDIT-FILE ASSIGN TO "ESCAUDIT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-AUD-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  INCIDENTE-FILE.
000690     COPY INCIREC.
000700
000710 FD  ESTUDIANTE-FILE.
000720     COPY ESTUD.
000730
000740 FD  PROFESOR-FILE.
000750     COPY PROFREC.
000760
000770 FD  ASISTENCIA-FILE.
000780     COPY ASISREC.
000790
000800 FD  AUDIT-FILE.
000810     COPY AUDREC.
000820
000830 WORKING-STORAGE SECTION.
000840 01  WS-INC-STATUS                PIC X(02).
000850     88  WS-INC-OK                        VALUE "00".
000860
000870 01  WS-STU-STATUS                PIC X(02).
000880     88  WS-STU-OK                        VALUE "00".
000890
000900 01  WS-PRF-STATUS                PIC X(02).
000910     88  WS-PRF-OK                        VALUE "00".
000920
000930 01  WS-ASI-STATUS                PIC X(02).
000940     88  WS-ASI-OK                        VALUE "00".
000950
000960 01  WS-AUD-STATUS                PIC X(02).
000970     88  WS-AUD-OK                        VALUE "00".
000980
000990 01  WS-SWITCHES.
001000     05  WS-OPCION                PIC 9(01) VALUE ZERO.
001010     05  WS-FIN-MENU              PIC X(01) VALUE "N".
001020         88  FIN-DE-MENU                  VALUE "S".
001030     05  WS-FIN-DETALLE           PIC X(01) VALUE "N".
001040         88  FIN-DE-DETALLE               VALUE "S".
001050     05  WS-CLAVE-LIBRE           PIC X(01) VALUE "N".
001060         88  CLAVE-LIBRE                  VALUE "S".
001070     05  WS-TIPO-HALLADO          PIC X(01) VALUE "N".
001080         88  TIPO-HALLADO                 VALUE "S".
001090     05  WS-SANCION-HALLADA       PIC X(01) VALUE "N".
001100         88  SANCION-HALLADA              VALUE "S".
001110
001120 01  WS-OPERADOR                  PIC X(20).
001130 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001140 01  WS-ENTRADA-OPCION            PIC X(01).
001150 01  WS-ENTRADA-IDEN              PIC X(05).
001160 01  WS-ENTRADA-FECHA             PIC X(08).
001170 01  WS-ENTRADA-TIPO              PIC X(02).
001180 01  WS-ENTRADA-SANCION           PIC X(01).
001190 01  WS-ENTRADA-DIAS              PIC X(02).
001200 01  WS-ENTRADA-USUARIO           PIC X(20).
001210 01  WS-ENTRADA-TEXTO             PIC X(60).
001220
001230 01  WS-FECHA-INCIDENTE           PIC 9(08) VALUE ZERO.
001240 01  WS-DIAS-SUSPENSION           PIC 9(02) VALUE ZERO.
001250 01  WS-SUSP-DIAS-MAX             PIC 9(02) VALUE 15.
001260 01  WS-TOTAL-INCIDENTES          PIC 9(03) COMP VALUE ZERO.
001270
001280*  Recorrido de los dias de suspension en el calendario.
001290 01  WS-FECHA-SUSP                PIC 9(08) VALUE ZERO.
001300 01  WS-DIA-ENTERO                PIC 9(07) VALUE ZERO.
001310 01  WS-DIAS-GRABADOS             PIC 9(02) VALUE ZERO.
001320 01  WS-DIAS-REVISADOS            PIC 9(03) COMP VALUE ZERO.
001330 01  WS-ESTADO-ANTERIOR           PIC X(01).
001340
001350 01  WS-DOCUMENTO-SUSP.
001360     05  FILLER                   PIC X(05) VALUE "SUSP ".
001370     05  WS-DOC-FECHA             PIC 9(08).
001380     05  FILLER                   PIC X(02) VALUE SPACES.
001390
001400 01  WS-DIAS-EDIT                 PIC Z9.
001410
001420 COPY INCITIPO.
001430
001440 COPY ERRPARM.
001450
001460 COPY FECHAPARM.
001470
001480 COPY CALPARM.
001490
001500 COPY PARMPARM.
001510
001520 COPY CADEPARM.
001530
001540 COPY PERMPARM.
001550
001560 LINKAGE SECTION.
001570 COPY LOGPARM.
001580
001590 PROCEDURE DIVISION USING LOGIN-PARM.
001600 0000-MAINLINE.
001610     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001620     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001630         UNTIL FIN-DE-MENU.
001640     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001650     GOBACK.
001660
001670*----------------------------------------------------------*
001680*  1000-INICIALIZAR - Sesion, permiso y archivos; INCIDX se  *
001690*  crea si aun no existe.                                    *
001700*----------------------------------------------------------*
001710 1000-INICIALIZAR.
001720     IF LOGIN-CONCEDIDO AND LOGIN-USERNAME NOT = SPACES
001730         MOVE LOGIN-USERNAME TO WS-OPERADOR
001740     ELSE
001750         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001760         GOBACK
001770     END-IF.
001780
001790     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001800     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001810     MOVE "INCIMANT"     TO PERMCHK-PROGRAMA.
001820     MOVE SPACES         TO PERMCHK-FUNCION.
001830     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001840     CALL "PERMCHK" USING PERMCHK-PARM.
001850     IF NOT PERMCHK-PERMITIDO
001860         DISPLAY "SIN PERMISO PARA INCIMANT"
001870         GOBACK
001880     END-IF.
001890     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001900
001910     OPEN I-O INCIDENTE-FILE.
001920     IF NOT WS-INC-OK
001930         IF WS-INC-STATUS = "35"
001940             OPEN OUTPUT INCIDENTE-FILE
001950             CLOSE INCIDENTE-FILE
001960             OPEN I-O INCIDENTE-FILE
001970         END-IF
001980     END-IF
001990     IF NOT WS-INC-OK
002000         MOVE "INCIMANT"      TO ERRHAND-PROGRAMA
002010         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002020         MOVE WS-INC-STATUS   TO ERRHAND-FILE-STATUS
002030         SET ERRHAND-FATAL TO TRUE
002040         MOVE "ERROR AL ABRIR INCIDX" TO ERRHAND-MENSAJE
002050         CALL "ERRHAND" USING ERRHAND-PARM
002060         STOP RUN
002070     END-IF.
002080
002090     OPEN INPUT ESTUDIANTE-FILE.
002100     IF NOT WS-STU-OK
002110         MOVE "INCIMANT"      TO ERRHAND-PROGRAMA
002120         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002130         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
002140         SET ERRHAND-FATAL TO TRUE
002150         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
002160         CALL "ERRHAND" USING ERRHAND-PARM
002170         STOP RUN
002180     END-IF.
002190
002200     OPEN INPUT PROFESOR-FILE.
002210     IF NOT WS-PRF-OK
002220         MOVE "INCIMANT"      TO ERRHAND-PROGRAMA
002230         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002240         MOVE WS-PRF-STATUS   TO ERRHAND-FILE-STATUS
002250         SET ERRHAND-FATAL TO TRUE
002260         MOVE "ERROR AL ABRIR PROFIDX" TO ERRHAND-MENSAJE
002270         CALL "ERRHAND" USING ERRHAND-PARM
002280         STOP RUN
002290     END-IF.
002300
002310     OPEN I-O ASISTENCIA-FILE.
002320     IF NOT WS-ASI-OK
002330         MOVE "INCIMANT"      TO ERRHAND-PROGRAMA
002340         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002350         MOVE WS-ASI-STATUS   TO ERRHAND-FILE-STATUS
002360         SET ERRHAND-FATAL TO TRUE
002370         MOVE "ERROR AL ABRIR ASISIDX" TO ERRHAND-MENSAJE
002380         CALL "ERRHAND" USING ERRHAND-PARM
002390         STOP RUN
002400     END-IF.
002410
002420     MOVE "SUSP-DIAS-MAX" TO PARMLKP-CLAVE.
002430     CALL "PARMLKP" USING PARMLKP-PARM.
002440     IF PARMLKP-ENCONTRADO
002450        AND PARMLKP-VALOR IS NUMERIC
002460         MOVE PARMLKP-VALOR TO WS-SUSP-DIAS-MAX
002470     END-IF.
002480
002490*  Aqui solo se comprueba el rastro (y se crea si falta);
002500*  cada renglon lo abre, lo encadena y lo cierra (8900).
002510     OPEN EXTEND AUDIT-FILE.
002520     IF NOT WS-AUD-OK
002530         OPEN OUTPUT AUDIT-FILE
002540     END-IF.
002550     CLOSE AUDIT-FILE.
002560 1000-EXIT.
002570     EXIT.
002580
002590*----------------------------------------------------------*
002600*  2000-PROCESAR-MENU - Menu de incidentes disciplinarios    *
002610*----------------------------------------------------------*
002620 2000-PROCESAR-MENU.
002630     DISPLAY " ".
002640     DISPLAY "---- INCIMANT - INCIDENTES DISCIPLINARIOS ----".
002650     DISPLAY "1. Registrar incidente".
002660     DISPLAY "2. Consultar incidentes de un estudiante".
002670     DISPLAY "9. Salir".
002680     DISPLAY "Opcion:".
002690     ACCEPT WS-ENTRADA-OPCION.
002700     MOVE ZERO TO WS-OPCION.
002710     IF WS-ENTRADA-OPCION IS NUMERIC
002720         MOVE WS-ENTRADA-OPCION TO WS-OPCION
002730     END-IF.
002740
002750     EVALUATE WS-OPCION
002760         WHEN 1
002770             PERFORM 3000-REGISTRAR-INCIDENTE THRU 3000-EXIT
002780         WHEN 2
002790             PERFORM 4000-CONSULTAR-INCIDENTES THRU 4000-EXIT
002800         WHEN 9
002810             SET FIN-DE-MENU TO TRUE
002820         WHEN OTHER
002830             DISPLAY "Opcion invalida"
002840     END-EVALUATE.
002850 2000-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------*
002890*  3000-REGISTRAR-INCIDENTE - Captura y validacion de cada   *
002900*  dato; con todo valido se graban los dias de suspension,   *
002910*  el incidente y su rastro en ESCAUDIT.                     *
002920*----------------------------------------------------------*
002930 3000-REGISTRAR-INCIDENTE.
002940     DISPLAY "ID del estudiante:".
002950     ACCEPT WS-ENTRADA-IDEN.
002960     MOVE WS-ENTRADA-IDEN TO ESTUDIANTE-IDEN.
002970     READ ESTUDIANTE-FILE
002980         INVALID KEY
002990             DISPLAY "Estudiante no encontrado en el maestro"
003000             GO TO 3000-EXIT
003010     END-READ.
003020     IF NOT ESTUDIANTE-ACTIVO
003030         DISPLAY "El estudiante no esta activo"
003040         GO TO 3000-EXIT
003050     END-IF.
003060     DISPLAY "Estudiante: " ESTUDIANTE-NOMBRE
003070         "  Curso: " ESTUDIANTE-CURSO.
003080
003090     DISPLAY "Fecha del incidente AAAAMMDD (en blanco = hoy):".
003100     MOVE SPACES TO WS-ENTRADA-FECHA.
003110     ACCEPT WS-ENTRADA-FECHA.
003120     IF WS-ENTRADA-FECHA = SPACES
003130         MOVE WS-FECHA-HOY TO WS-FECHA-INCIDENTE
003140     ELSE
003150         IF WS-ENTRADA-FECHA NOT NUMERIC
003160             DISPLAY "Fecha invalida"
003170             GO TO 3000-EXIT
003180         END-IF
003190         MOVE WS-ENTRADA-FECHA TO FECHACHK-FECHA
003200         CALL "FECHACHK" USING FECHACHK-PARM
003210         IF NOT FECHACHK-VALIDA
003220             DISPLAY "Fecha invalida o futura"
003230             GO TO 3000-EXIT
003240         END-IF
003250         MOVE WS-ENTRADA-FECHA TO WS-FECHA-INCIDENTE
003260     END-IF.
003270
003280     PERFORM 3100-CAPTURAR-TIPO THRU 3100-EXIT.
003290     IF NOT TIPO-HALLADO
003300         GO TO 3000-EXIT
003310     END-IF.
003320
003330     DISPLAY "Descripcion del incidente:".
003340     MOVE SPACES TO WS-ENTRADA-TEXTO.
003350     ACCEPT WS-ENTRADA-TEXTO.
003360     IF WS-ENTRADA-TEXTO = SPACES
003370         DISPLAY "La descripcion es obligatoria"
003380         GO TO 3000-EXIT
003390     END-IF.
003400
003410     DISPLAY "Usuario del profesor que reporta:".
003420     MOVE SPACES TO WS-ENTRADA-USUARIO.
003430     ACCEPT WS-ENTRADA-USUARIO.
003440     MOVE WS-ENTRADA-USUARIO TO PROF-USUARIO.
003450     READ PROFESOR-FILE
003460         INVALID KEY
003470             DISPLAY "Profesor no registrado en PROFIDX"
003480             GO TO 3000-EXIT
003490     END-READ.
003500     IF NOT PROF-ACTIVO
003510         DISPLAY "El profesor no esta activo"
003520         GO TO 3000-EXIT
003530     END-IF.
003540     DISPLAY "Profesor: " PROF-NOMBRE.
003550
003560     PERFORM 3200-CAPTURAR-SANCION THRU 3200-EXIT.
003570     IF NOT SANCION-HALLADA
003580         GO TO 3000-EXIT
003590     END-IF.
003600
003610     PERFORM 3300-ASIGNAR-SECUENCIA THRU 3300-EXIT.
003620     IF NOT CLAVE-LIBRE
003630         DISPLAY "Demasiados incidentes en el dia para el "
003640             "estudiante"
003650         GO TO 3000-EXIT
003660     END-IF.
003670
003680     MOVE WS-ENTRADA-TIPO     TO INCI-TIPO.
003690     MOVE WS-ENTRADA-TEXTO    TO INCI-DESCRIPCION.
003700     MOVE WS-ENTRADA-USUARIO  TO INCI-PROFESOR.
003710     MOVE ESTUDIANTE-CURSO    TO INCI-CURSO.
003720     MOVE WS-ENTRADA-SANCION  TO INCI-SANCION.
003730     MOVE WS-DIAS-SUSPENSION  TO INCI-DIAS-SUSPENSION.
003740     MOVE ZERO                TO INCI-SUSP-DESDE.
003750     MOVE ZERO                TO INCI-SUSP-HASTA.
003760     SET INCI-CARTA-PENDIENTE TO TRUE.
003770     MOVE ZERO                TO INCI-FEC-CARTA.
003780     MOVE WS-OPERADOR         TO INCI-OPERADOR.
003790     MOVE WS-FECHA-HOY        TO INCI-FEC-CAPTURA.
003800
003810     IF INCI-SUSPENSION
003820         PERFORM 3400-GRABAR-SUSPENSION THRU 3400-EXIT
003830     END-IF.
003840
003850     WRITE INCI-REC
003860         INVALID KEY
003870             DISPLAY "ERROR AL REGISTRAR EL INCIDENTE"
003880             GO TO 3000-EXIT
003890     END-WRITE.
003900     DISPLAY "Incidente registrado: " INCI-IDEN " "
003910         INCI-FECHA " No. " INCI-SECUENCIA.
003920     IF INCI-SUSPENSION
003930         DISPLAY "Suspension del " INCI-SUSP-DESDE
003940             " al " INCI-SUSP-HASTA " (" INCI-DIAS-SUSPENSION
003950             " dias de clase, justificados en asistencia)"
003960     END-IF.
003970     PERFORM 3600-AUDITAR-ALTA THRU 3600-EXIT.
003980 3000-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------*
004020*  3100-CAPTURAR-TIPO - Muestra el catalogo y valida el      *
004030*  codigo capturado.                                         *
004040*----------------------------------------------------------*
004050 3100-CAPTURAR-TIPO.
004060     MOVE "N" TO WS-TIPO-HALLADO.
004070     DISPLAY "Tipos de incidente (L leve, G grave, M muy grave):".
004080     PERFORM 3110-MOSTRAR-TIPO THRU 3110-EXIT
004090         VARYING INCITIPO-IDX FROM 1 BY 1
004100         UNTIL INCITIPO-IDX > INCITIPO-TOTAL.
004110     DISPLAY "Tipo:".
004120     MOVE SPACES TO WS-ENTRADA-TIPO.
004130     ACCEPT WS-ENTRADA-TIPO.
004140     SET INCITIPO-IDX TO 1.
004150     SEARCH INCITIPO-ENTRADA
004160         AT END
004170             DISPLAY "Tipo de incidente invalido"
004180         WHEN INCITIPO-CODIGO (INCITIPO-IDX) = WS-ENTRADA-TIPO
004190             SET TIPO-HALLADO TO TRUE
004200     END-SEARCH.
004210 3100-EXIT.
004220     EXIT.
004230
004240 3110-MOSTRAR-TIPO.
004250     DISPLAY "  " INCITIPO-CODIGO (INCITIPO-IDX) " "
004260         INCITIPO-GRAVEDAD (INCITIPO-IDX) " "
004270         INCITIPO-TEXTO (INCITIPO-IDX).
004280 3110-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------*
004320*  3200-CAPTURAR-SANCION - Sancion del catalogo; la          *
004330*  suspension pide los dias (hasta SUSP-DIAS-MAX de SYSPARM) *
004340*  y el primer dia, que en blanco es el dia de clase         *
004350*  siguiente al incidente.                                   *
004360*----------------------------------------------------------*
004370 3200-CAPTURAR-SANCION.
004380     MOVE "N" TO WS-SANCION-HALLADA.
004390     MOVE ZERO TO WS-DIAS-SUSPENSION.
004400     DISPLAY "Sanciones:".
004410     PERFORM 3210-MOSTRAR-SANCION THRU 3210-EXIT
004420         VARYING INCISANC-IDX FROM 1 BY 1
004430         UNTIL INCISANC-IDX > INCISANC-TOTAL.
004440     DISPLAY "Sancion:".
004450     MOVE SPACES TO WS-ENTRADA-SANCION.
004460     ACCEPT WS-ENTRADA-SANCION.
004470     SET INCISANC-IDX TO 1.
004480     SEARCH INCISANC-ENTRADA
004490         AT END
004500             DISPLAY "Sancion invalida"
004510             GO TO 3200-EXIT
004520         WHEN INCISANC-CODIGO (INCISANC-IDX) = WS-ENTRADA-SANCION
004530             CONTINUE
004540     END-SEARCH.
004550     IF NOT INCISANC-CON-DIAS (INCISANC-IDX)
004560         SET SANCION-HALLADA TO TRUE
004570         GO TO 3200-EXIT
004580     END-IF.
004590
004600     MOVE WS-SUSP-DIAS-MAX TO WS-DIAS-EDIT.
004610     DISPLAY "Dias de suspension (1 a " WS-DIAS-EDIT "):".
004620     MOVE SPACES TO WS-ENTRADA-DIAS.
004630     ACCEPT WS-ENTRADA-DIAS.
004640     IF WS-ENTRADA-DIAS (2:1) = SPACE
004650         MOVE WS-ENTRADA-DIAS (1:1) TO WS-ENTRADA-DIAS (2:1)
004660         MOVE "0" TO WS-ENTRADA-DIAS (1:1)
004670     END-IF.
004680     IF WS-ENTRADA-DIAS NOT NUMERIC
004690         DISPLAY "Dias invalidos"
004700         GO TO 3200-EXIT
004710     END-IF.
004720     MOVE WS-ENTRADA-DIAS TO WS-DIAS-SUSPENSION.
004730     IF WS-DIAS-SUSPENSION = ZERO
004740        OR WS-DIAS-SUSPENSION > WS-SUSP-DIAS-MAX
004750         DISPLAY "Dias fuera de rango"
004760         GO TO 3200-EXIT
004770     END-IF.
004780
004790     DISPLAY "Primer dia de suspension AAAAMMDD"
004800         " (en blanco = siguiente dia de clase):".
004810     MOVE SPACES TO WS-ENTRADA-FECHA.
004820     ACCEPT WS-ENTRADA-FECHA.
004830     IF WS-ENTRADA-FECHA = SPACES
004840         COMPUTE WS-DIA-ENTERO =
004850             FUNCTION INTEGER-OF-DATE (WS-FECHA-INCIDENTE) + 1
004860         COMPUTE WS-FECHA-SUSP =
004870             FUNCTION DATE-OF-INTEGER (WS-DIA-ENTERO)
004880     ELSE
004890         IF WS-ENTRADA-FECHA NOT NUMERIC
004900             DISPLAY "Fecha invalida"
004910             GO TO 3200-EXIT
004920         END-IF
004930         MOVE WS-ENTRADA-FECHA TO FECHACHK-FECHA
004940         CALL "FECHACHK" USING FECHACHK-PARM
004950         IF FECHACHK-INVALIDA
004960            OR WS-ENTRADA-FECHA < WS-FECHA-INCIDENTE
004970             DISPLAY "Fecha invalida o anterior al incidente"
004980             GO TO 3200-EXIT
004990         END-IF
005000         MOVE WS-ENTRADA-FECHA TO WS-FECHA-SUSP
005010     END-IF.
005020     SET SANCION-HALLADA TO TRUE.
005030 3200-EXIT.
005040     EXIT.
005050
005060 3210-MOSTRAR-SANCION.
005070     DISPLAY "  " INCISANC-CODIGO (INCISANC-IDX) " "
005080         INCISANC-TEXTO (INCISANC-IDX).
005090 3210-EXIT.
005100     EXIT.
005110
005120*----------------------------------------------------------*
005130*  3300-ASIGNAR-SECUENCIA - Primer numero libre del dia      *
005140*  para el estudiante (01 a 99).                             *
005150*----------------------------------------------------------*
005160 3300-ASIGNAR-SECUENCIA.
005170     MOVE "N" TO WS-CLAVE-LIBRE.
005180     MOVE WS-ENTRADA-IDEN    TO INCI-IDEN.
005190     MOVE WS-FECHA-INCIDENTE TO INCI-FECHA.
005200     MOVE ZERO TO INCI-SECUENCIA.
005210     PERFORM 3310-PROBAR-SECUENCIA THRU 3310-EXIT
005220         UNTIL CLAVE-LIBRE OR INCI-SECUENCIA = 99.
005230 3300-EXIT.
005240     EXIT.
005250
005260 3310-PROBAR-SECUENCIA.
005270     ADD 1 TO INCI-SECUENCIA.
005280     READ INCIDENTE-FILE
005290         INVALID KEY
005300             SET CLAVE-LIBRE TO TRUE
005310     END-READ.
005320 3310-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------*
005360*  3400-GRABAR-SUSPENSION - Cada dia de clase de la          *
005370*  suspension queda en ASISIDX como ausencia justificada;    *
005380*  el dia ya capturado se corrige.  Sin calendario cuenta    *
005390*  cualquier dia.  Se revisan a lo mas 90 dias naturales.    *
005400*----------------------------------------------------------*
005410 3400-GRABAR-SUSPENSION.
005420     MOVE WS-FECHA-INCIDENTE TO WS-DOC-FECHA.
005430     MOVE ZERO TO WS-DIAS-GRABADOS.
005440     MOVE ZERO TO WS-DIAS-REVISADOS.
005450     PERFORM 3410-REVISAR-DIA THRU 3410-EXIT
005460         UNTIL WS-DIAS-GRABADOS = WS-DIAS-SUSPENSION
005470            OR WS-DIAS-REVISADOS > 90.
005480     IF WS-DIAS-GRABADOS < WS-DIAS-SUSPENSION
005490         DISPLAY "AVISO: solo se hallaron " WS-DIAS-GRABADOS
005500             " dias de clase para la suspension"
005510         MOVE WS-DIAS-GRABADOS TO INCI-DIAS-SUSPENSION
005520     END-IF.
005530 3400-EXIT.
005540     EXIT.
005550
005560 3410-REVISAR-DIA.
005570     ADD 1 TO WS-DIAS-REVISADOS.
005580     SET CALENCHK-VALIDAR TO TRUE.
005590     MOVE WS-FECHA-SUSP TO CALENCHK-FECHA.
005600     CALL "CALENCHK" USING CALENCHK-PARM.
005610     IF CALENCHK-DIA-CLASE OR CALENCHK-ERROR-ARCHIVO
005620         PERFORM 3420-GRABAR-AUSENCIA THRU 3420-EXIT
005630     END-IF.
005640     COMPUTE WS-DIA-ENTERO =
005650         FUNCTION INTEGER-OF-DATE (WS-FECHA-SUSP) + 1.
005660     COMPUTE WS-FECHA-SUSP =
005670         FUNCTION DATE-OF-INTEGER (WS-DIA-ENTERO).
005680 3410-EXIT.
005690     EXIT.
005700
005710 3420-GRABAR-AUSENCIA.
005720     MOVE WS-ENTRADA-IDEN TO ASIS-IDEN.
005730     MOVE WS-FECHA-SUSP   TO ASIS-FECHA.
005740     READ ASISTENCIA-FILE
005750         INVALID KEY
005760             MOVE SPACE TO WS-ESTADO-ANTERIOR
005770             INITIALIZE ASIS-REC
005780             MOVE WS-ENTRADA-IDEN TO ASIS-IDEN
005790             MOVE WS-FECHA-SUSP   TO ASIS-FECHA
005800         NOT INVALID KEY
005810             MOVE ASIS-ESTADO TO WS-ESTADO-ANTERIOR
005820     END-READ.
005830     SET ASIS-AUSENTE TO TRUE.
005840     SET ASIS-JUSTIFICADA TO TRUE.
005850     MOVE WS-DOCUMENTO-SUSP TO ASIS-DOCUMENTO.
005860     IF WS-ESTADO-ANTERIOR = SPACE
005870         WRITE ASIS-REC
005880             INVALID KEY
005890                 DISPLAY "ERROR AL GRABAR ASISTENCIA "
005900                     WS-FECHA-SUSP
005910                 GO TO 3420-EXIT
005920         END-WRITE
005930     ELSE
005940         REWRITE ASIS-REC
005950             INVALID KEY
005960                 DISPLAY "ERROR AL CORREGIR ASISTENCIA "
005970                     WS-FECHA-SUSP
005980                 GO TO 3420-EXIT
005990         END-REWRITE
006000     END-IF.
006010
006020     ADD 1 TO WS-DIAS-GRABADOS.
006030     IF WS-DIAS-GRABADOS = 1
006040         MOVE WS-FECHA-SUSP TO INCI-SUSP-DESDE
006050     END-IF.
006060     MOVE WS-FECHA-SUSP TO INCI-SUSP-HASTA.
006070
006080     MOVE SPACES TO AUDIT-REC.
006090     MOVE "ASISTENCIA" TO AUD-CAMPO.
006100     MOVE WS-ESTADO-ANTERIOR TO AUD-ANTES.
006110     STRING WS-FECHA-SUSP DELIMITED BY SIZE
006120            " A JUSTIFICADA" DELIMITED BY SIZE
006130         INTO AUD-DESPUES
006140     END-STRING.
006150     PERFORM 3650-ESCRIBIR-RENGLON THRU 3650-EXIT.
006160 3420-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------*
006200*  3600-AUDITAR-ALTA - Un renglon por dato del incidente,    *
006210*  al estilo de ESCMANT.                                     *
006220*----------------------------------------------------------*
006230 3600-AUDITAR-ALTA.
006240     MOVE SPACES TO AUDIT-REC.
006250     MOVE "FECHA" TO AUD-CAMPO.
006260     STRING INCI-FECHA DELIMITED BY SIZE
006270            " NO. " DELIMITED BY SIZE
006280            INCI-SECUENCIA DELIMITED BY SIZE
006290         INTO AUD-DESPUES
006300     END-STRING.
006310     PERFORM 3650-ESCRIBIR-RENGLON THRU 3650-EXIT.
006320     MOVE "TIPO" TO AUD-CAMPO.
006330     STRING INCI-TIPO DELIMITED BY SIZE
006340            " " DELIMITED BY SIZE
006350            INCITIPO-TEXTO (INCITIPO-IDX) DELIMITED BY SIZE
006360         INTO AUD-DESPUES
006370     END-STRING.
006380     PERFORM 3650-ESCRIBIR-RENGLON THRU 3650-EXIT.
006390     MOVE "PROFESOR" TO AUD-CAMPO.
006400     MOVE INCI-PROFESOR TO AUD-DESPUES.
006410     PERFORM 3650-ESCRIBIR-RENGLON THRU 3650-EXIT.
006420     MOVE "SANCION" TO AUD-CAMPO.
006430     STRING INCI-SANCION DELIMITED BY SIZE
006440            " " DELIMITED BY SIZE
006450            INCISANC-TEXTO (INCISANC-IDX) DELIMITED BY SIZE
006460         INTO AUD-DESPUES
006470     END-STRING.
006480     PERFORM 3650-ESCRIBIR-RENGLON THRU 3650-EXIT.
006490     IF INCI-SUSPENSION
006500         MOVE "SUSPENSION" TO AUD-CAMPO
006510         STRING INCI-DIAS-SUSPENSION DELIMITED BY SIZE
006520                " DIAS " DELIMITED BY SIZE
006530                INCI-SUSP-DESDE DELIMITED BY SIZE
006540                "-" DELIMITED BY SIZE
006550                INCI-SUSP-HASTA DELIMITED BY SIZE
006560             INTO AUD-DESPUES
006570         END-STRING
006580         PERFORM 3650-ESCRIBIR-RENGLON THRU 3650-EXIT
006590     END-IF.
006600 3600-EXIT.
006610     EXIT.
006620
006630 3650-ESCRIBIR-RENGLON.
006640     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
006650     ACCEPT AUD-HORA FROM TIME.
006660     MOVE WS-OPERADOR TO AUD-OPERADOR.
006670     MOVE WS-ENTRADA-IDEN TO AUD-IDEN.
006680     MOVE "INCIDENTE" TO AUD-OPERACION.
006690     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
006700     INITIALIZE AUDIT-REC.
006710 3650-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------*
006750*  4000-CONSULTAR-INCIDENTES - Lista los incidentes de un    *
006760*  estudiante recorriendo la clave desde su ID.              *
006770*----------------------------------------------------------*
006780 4000-CONSULTAR-INCIDENTES.
006790     DISPLAY "ID del estudiante:".
006800     ACCEPT WS-ENTRADA-IDEN.
006810     MOVE ZERO TO WS-TOTAL-INCIDENTES.
006820     MOVE WS-ENTRADA-IDEN TO INCI-IDEN.
006830     MOVE ZERO TO INCI-FECHA.
006840     MOVE ZERO TO INCI-SECUENCIA.
006850     START INCIDENTE-FILE KEY NOT < INCI-CLAVE
006860         INVALID KEY
006870             DISPLAY "Sin incidentes para ese ID"
006880             GO TO 4000-EXIT
006890     END-START.
006900     DISPLAY "------------".
006910     MOVE "N" TO WS-FIN-DETALLE.
006920     PERFORM 4100-MOSTRAR-INCIDENTE THRU 4100-EXIT
006930         UNTIL FIN-DE-DETALLE.
006940     IF WS-TOTAL-INCIDENTES = ZERO
006950         DISPLAY "Sin incidentes para ese ID"
006960     END-IF.
006970     DISPLAY "------------".
006980 4000-EXIT.
006990     EXIT.
007000
007010 4100-MOSTRAR-INCIDENTE.
007020     READ INCIDENTE-FILE NEXT RECORD
007030         AT END
007040             SET FIN-DE-DETALLE TO TRUE
007050             GO TO 4100-EXIT
007060     END-READ.
007070     IF INCI-IDEN NOT = WS-ENTRADA-IDEN
007080         SET FIN-DE-DETALLE TO TRUE
007090         GO TO 4100-EXIT
007100     END-IF.
007110     ADD 1 TO WS-TOTAL-INCIDENTES.
007120     SET INCITIPO-IDX TO 1.
007130     SEARCH INCITIPO-ENTRADA
007140         AT END
007150             SET INCITIPO-IDX TO 1
007160         WHEN INCITIPO-CODIGO (INCITIPO-IDX) = INCI-TIPO
007170             CONTINUE
007180     END-SEARCH.
007190     SET INCISANC-IDX TO 1.
007200     SEARCH INCISANC-ENTRADA
007210         AT END
007220             SET INCISANC-IDX TO 1
007230         WHEN INCISANC-CODIGO (INCISANC-IDX) = INCI-SANCION
007240             CONTINUE
007250     END-SEARCH.
007260     DISPLAY INCI-FECHA " " INCI-SECUENCIA " " INCI-TIPO " "
007270         INCITIPO-TEXTO (INCITIPO-IDX) " " INCI-PROFESOR.
007280     DISPLAY "  " INCI-DESCRIPCION.
007290     DISPLAY "  SANCION: " INCISANC-TEXTO (INCISANC-IDX)
007300         "  CARTA: " INCI-CARTA.
007310     IF INCI-SUSPENSION
007320         DISPLAY "  SUSPENSION: " INCI-DIAS-SUSPENSION
007330             " DIAS, DEL " INCI-SUSP-DESDE
007340             " AL " INCI-SUSP-HASTA
007350     END-IF.
007360 4100-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------*
007400*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
007410*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
007420*----------------------------------------------------------*
007430 8900-GRABAR-AUDITORIA.
007440*  El ultimo eslabon se toma del rastro al momento de grabar
007450*  (otra terminal pudo haber grabado despues); el renglon ya
007460*  armado se guarda mientras se abre el rastro.
007470     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
007480     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
007490     MOVE 129 TO AUDCADEN-POSICION.
007500     SET AUDCADEN-ULTIMO TO TRUE.
007510     CALL "AUDCADEN" USING AUDCADEN-PARM.
007520     OPEN EXTEND AUDIT-FILE.
007530     IF NOT WS-AUD-OK
007540         OPEN OUTPUT AUDIT-FILE
007550     END-IF.
007560     IF NOT WS-AUD-OK
007570         MOVE "INCIMANT"       TO ERRHAND-PROGRAMA
007580         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
007590         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
007600         SET ERRHAND-ADVERTENCIA TO TRUE
007610         MOVE "ERROR AL ABRIR ESCAUDIT" TO ERRHAND-MENSAJE
007620         CALL "ERRHAND" USING ERRHAND-PARM
007630         GO TO 8900-EXIT
007640     END-IF.
007650     MOVE AUDCADEN-RENGLON TO AUDIT-REC.
007660     ADD 1 TO AUDCADEN-SECUENCIA.
007670     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
007680     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
007690     SET AUDCADEN-ENCADENAR TO TRUE.
007700     CALL "AUDCADEN" USING AUDCADEN-PARM.
007710     MOVE AUDCADEN-CADENA TO AUD-CADENA.
007720     WRITE AUDIT-REC.
007730     CLOSE AUDIT-FILE.
007740 8900-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------*
007780*  9000-FINALIZAR - Cierra archivos                          *
007790*----------------------------------------------------------*
007800 9000-FINALIZAR.
007810     CLOSE INCIDENTE-FILE.
007820     CLOSE ESTUDIANTE-FILE.
007830     CLOSE PROFESOR-FILE.
007840     CLOSE ASISTENCIA-FILE.
007850 9000-EXIT.
007860     EXIT.

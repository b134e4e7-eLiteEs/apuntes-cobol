000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  EVENMANT                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Eventos escolares y salidas (EVENIDX) con sus             *
000090*  participantes y permisos firmados (EVPAIDX).  La fecha    *
000100*  del evento debe ser dia de clase en CALENIDX (CALENCHK)   *
000110*  y los cursos invitados deben existir en CURSOIDX; al dar  *
000120*  de alta el evento se anota como participante, con el      *
000130*  permiso pendiente, a cada estudiante activo de esos       *
000140*  cursos.  Al autorizarse un permiso de un evento con       *
000150*  costo se deja el cargo a la cuenta del tutor en CLIMOVS   *
000160*  (origen EV) para CLIPOST, como lo hace EXTRCAPT; si el    *
000170*  permiso se niega despues o el evento se cancela, se deja  *
000180*  un abono por el mismo monto.  El cupo limita los          *
000190*  permisos autorizados.  Se llama desde MENUPRIN con        *
000200*  LOGIN-PARM; la lista de la salida es EVENLIST y lo        *
000210*  cobrado contra lo adeudado por evento, EVENCOBR.          *
000220*----------------------------------------------------------*
000230*  MODIFICATIONS.
000240*  2026-10-15 JFV  Creacion inicial.
000250*----------------------------------------------------------*
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. EVENMANT.
000280 AUTHOR. J. FIGUEROA VEGA.
000290 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT EVENTO-FILE ASSIGN TO "EVENIDX"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS EVEN-CODIGO
000400         FILE STATUS IS WS-EVE-STATUS.
000410
000420     SELECT PARTICIPANTE-FILE ASSIGN TO "EVPAIDX"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS EVPA-CLAVE
000460         FILE STATUS IS WS-EVP-STATUS.
000470
000480     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS ESTUDIANTE-IDEN
000520         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-STU-STATUS.
000550
000560     SELECT CLIENTE-FILE ASSIGN TO "CLIMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CLIENTE-NUMERO
000600         ALTERNATE RECORD KEY IS CLIENTE-NOMBRE
000610             WITH DUPLICATES
000620         FILE STATUS IS WS-CLI-STATUS.
000630
000640     SELECT MOVIMIENTO-FILE ASSIGN TO "CLIMOVS"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-MOV-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  EVENTO-FILE.
000710     COPY EVENREC.
000720
000730 FD  PARTICIPANTE-FILE.
000740     COPY EVPAREC.
000750
000760 FD  ESTUDIANTE-FILE.
000770     COPY ESTUD.
000780
000790 FD  CLIENTE-FILE.
000800     COPY CLIREC.
000810
000820 FD  MOVIMIENTO-FILE.
000830     COPY MOVREC.
000840
000850 WORKING-STORAGE SECTION.
000860 01  WS-EVE-STATUS                PIC X(02).
000870     88  WS-EVE-OK                        VALUE "00".
000880
000890 01  WS-EVP-STATUS                PIC X(02).
000900     88  WS-EVP-OK                        VALUE "00".
000910
000920 01  WS-STU-STATUS                PIC X(02).
000930     88  WS-STU-OK                        VALUE "00".
000940
000950 01  WS-CLI-STATUS                PIC X(02).
000960     88  WS-CLI-OK                        VALUE "00".
000970
000980 01  WS-MOV-STATUS                PIC X(02).
000990     88  WS-MOV-OK                        VALUE "00".
001000
001010 01  WS-SWITCHES.
001020     05  WS-OPCION                PIC 9(01) VALUE ZERO.
001030     05  WS-FIN-MENU              PIC X(01) VALUE "N".
001040         88  FIN-DE-MENU                  VALUE "S".
001050     05  WS-FIN-DETALLE           PIC X(01) VALUE "N".
001060         88  FIN-DE-DETALLE               VALUE "S".
001070     05  WS-FIN-CURSOS            PIC X(01) VALUE "N".
001080         88  FIN-DE-CURSOS                VALUE "S".
001090     05  WS-CURSO-INVITADO        PIC X(01) VALUE "N".
001100         88  CURSO-INVITADO               VALUE "S".
001110     05  WS-HAY-CLIENTES          PIC X(01) VALUE "N".
001120         88  CLIENTES-DISPONIBLES         VALUE "S".
001130     05  WS-MOV-GRABADO           PIC X(01) VALUE "N".
001140         88  MOVIMIENTO-GRABADO           VALUE "S".
001150     05  WS-CONFIRMA              PIC X(01) VALUE "N".
001160         88  CONFIRMA-CANCELACION         VALUE "S" "s".
001170
001180 01  WS-OPERADOR                  PIC X(20).
001190 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001200 01  WS-ENTRADA-OPCION            PIC X(01).
001210 01  WS-ENTRADA-CODIGO            PIC X(08).
001220 01  WS-ENTRADA-IDEN              PIC X(05).
001230 01  WS-ENTRADA-FECHA             PIC X(08).
001240 01  WS-ENTRADA-TIPO              PIC X(01).
001250 01  WS-ENTRADA-PERMISO           PIC X(01).
001260 01  WS-ENTRADA-CURSO             PIC X(10).
001270 01  WS-ENTRADA-TEXTO             PIC X(30).
001280 01  WS-ENTRADA-CUPO              PIC X(03).
001290 01  WS-ENTRADA-CUPO-N REDEFINES
001300     WS-ENTRADA-CUPO              PIC 9(03).
001310 01  WS-ENTRADA-COSTO             PIC X(07).
001320 01  WS-ENTRADA-COSTO-N REDEFINES
001330     WS-ENTRADA-COSTO             PIC 9(05)V9(02).
001340
001350 01  WS-IDX-CURSO                 PIC 9(02) COMP VALUE ZERO.
001360 01  WS-FECHA-EVENTO              PIC 9(08) VALUE ZERO.
001370 01  WS-DIA-ENTERO                PIC 9(07) VALUE ZERO.
001380
001390*  Conteo de participantes del evento en proceso.
001400 01  WS-CONTADORES.
001410     05  WS-TOTAL-INVITADOS       PIC 9(05) COMP VALUE ZERO.
001420     05  WS-TOTAL-AUTORIZADOS     PIC 9(05) COMP VALUE ZERO.
001430     05  WS-TOTAL-NEGADOS         PIC 9(05) COMP VALUE ZERO.
001440     05  WS-TOTAL-PENDIENTES      PIC 9(05) COMP VALUE ZERO.
001450     05  WS-TOTAL-CARGADOS        PIC 9(05) COMP VALUE ZERO.
001460     05  WS-TOTAL-ABONADOS        PIC 9(05) COMP VALUE ZERO.
001470 01  WS-MONTO-CARGADO             PIC 9(08)V9(02) VALUE ZERO.
001480
001490*  Movimiento a dejar en CLIMOVS.
001500 01  WS-MOV-CLIENTE               PIC X(06).
001510 01  WS-MOV-TIPO                  PIC X(01).
001520 01  WS-MOV-MONTO                 PIC 9(05)V9(02) VALUE ZERO.
001530
001540 01  WS-CONTEO-EDIT               PIC ZZZZ9.
001550 01  WS-MONTO-EDIT                PIC ZZZZZZZ9.99.
001560 01  WS-CUPO-EDIT                 PIC ZZ9.
001570
001580 COPY ERRPARM.
001590
001600 COPY FECHAPARM.
001610
001620 COPY CALPARM.
001630
001640 COPY CURSOPARM.
001650
001660 COPY PERMPARM.
001670
001680 LINKAGE SECTION.
001690 COPY LOGPARM.
001700
001710 PROCEDURE DIVISION USING LOGIN-PARM.
001720 0000-MAINLINE.
001730     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001740     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001750         UNTIL FIN-DE-MENU.
001760     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001770     GOBACK.
001780
001790*----------------------------------------------------------*
001800*  1000-INICIALIZAR - Sesion, permiso y archivos; EVENIDX y  *
001810*  EVPAIDX se crean si aun no existen.  Sin CLIMAST los      *
001820*  permisos se capturan pero no se dejan cargos.             *
001830*----------------------------------------------------------*
001840 1000-INICIALIZAR.
001850     IF LOGIN-CONCEDIDO AND LOGIN-USERNAME NOT = SPACES
001860         MOVE LOGIN-USERNAME TO WS-OPERADOR
001870     ELSE
001880         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001890         GOBACK
001900     END-IF.
001910
001920     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001930     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001940     MOVE "EVENMANT"     TO PERMCHK-PROGRAMA.
001950     MOVE SPACES         TO PERMCHK-FUNCION.
001960     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001970     CALL "PERMCHK" USING PERMCHK-PARM.
001980     IF NOT PERMCHK-PERMITIDO
001990         DISPLAY "SIN PERMISO PARA EVENMANT"
002000         GOBACK
002010     END-IF.
002020     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002030
002040     OPEN I-O EVENTO-FILE.
002050     IF NOT WS-EVE-OK
002060         IF WS-EVE-STATUS = "35"
002070             OPEN OUTPUT EVENTO-FILE
002080             CLOSE EVENTO-FILE
002090             OPEN I-O EVENTO-FILE
002100         END-IF
002110     END-IF
002120     IF NOT WS-EVE-OK
002130         MOVE "EVENMANT"      TO ERRHAND-PROGRAMA
002140         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002150         MOVE WS-EVE-STATUS   TO ERRHAND-FILE-STATUS
002160         SET ERRHAND-FATAL TO TRUE
002170         MOVE "ERROR AL ABRIR EVENIDX" TO ERRHAND-MENSAJE
002180         CALL "ERRHAND" USING ERRHAND-PARM
002190         STOP RUN
002200     END-IF.
002210
002220     OPEN I-O PARTICIPANTE-FILE.
002230     IF NOT WS-EVP-OK
002240         IF WS-EVP-STATUS = "35"
002250             OPEN OUTPUT PARTICIPANTE-FILE
002260             CLOSE PARTICIPANTE-FILE
002270             OPEN I-O PARTICIPANTE-FILE
002280         END-IF
002290     END-IF
002300     IF NOT WS-EVP-OK
002310         MOVE "EVENMANT"      TO ERRHAND-PROGRAMA
002320         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002330         MOVE WS-EVP-STATUS   TO ERRHAND-FILE-STATUS
002340         SET ERRHAND-FATAL TO TRUE
002350         MOVE "ERROR AL ABRIR EVPAIDX" TO ERRHAND-MENSAJE
002360         CALL "ERRHAND" USING ERRHAND-PARM
002370         STOP RUN
002380     END-IF.
002390
002400     OPEN INPUT ESTUDIANTE-FILE.
002410     IF NOT WS-STU-OK
002420         MOVE "EVENMANT"      TO ERRHAND-PROGRAMA
002430         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002440         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
002450         SET ERRHAND-FATAL TO TRUE
002460         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
002470         CALL "ERRHAND" USING ERRHAND-PARM
002480         STOP RUN
002490     END-IF.
002500
002510     OPEN INPUT CLIENTE-FILE.
002520     IF WS-CLI-OK
002530         SET CLIENTES-DISPONIBLES TO TRUE
002540     END-IF.
002550 1000-EXIT.
002560     EXIT.
002570
002580*----------------------------------------------------------*
002590*  2000-PROCESAR-MENU - Menu de eventos y salidas            *
002600*----------------------------------------------------------*
002610 2000-PROCESAR-MENU.
002620     DISPLAY " ".
002630     DISPLAY "---- EVENMANT - EVENTOS Y SALIDAS ----".
002640     DISPLAY "1. Registrar evento".
002650     DISPLAY "2. Capturar permiso de un participante".
002660     DISPLAY "3. Consultar evento".
002670     DISPLAY "4. Cancelar evento".
002680     DISPLAY "9. Salir".
002690     DISPLAY "Opcion:".
002700     ACCEPT WS-ENTRADA-OPCION.
002710     MOVE ZERO TO WS-OPCION.
002720     IF WS-ENTRADA-OPCION IS NUMERIC
002730         MOVE WS-ENTRADA-OPCION TO WS-OPCION
002740     END-IF.
002750
002760     EVALUATE WS-OPCION
002770         WHEN 1
002780             PERFORM 3000-REGISTRAR-EVENTO THRU 3000-EXIT
002790         WHEN 2
002800             PERFORM 4000-CAPTURAR-PERMISO THRU 4000-EXIT
002810         WHEN 3
002820             PERFORM 5000-CONSULTAR-EVENTO THRU 5000-EXIT
002830         WHEN 4
002840             PERFORM 6000-CANCELAR-EVENTO THRU 6000-EXIT
002850         WHEN 9
002860             SET FIN-DE-MENU TO TRUE
002870         WHEN OTHER
002880             DISPLAY "Opcion invalida"
002890     END-EVALUATE.
002900 2000-EXIT.
002910     EXIT.
002920
002930*----------------------------------------------------------*
002940*  3000-REGISTRAR-EVENTO - Captura y validacion de cada      *
002950*  dato; con todo valido se graba el evento y se anotan sus  *
002960*  participantes.                                            *
002970*----------------------------------------------------------*
002980 3000-REGISTRAR-EVENTO.
002990     DISPLAY "Clave del evento (8 caracteres):".
003000     MOVE SPACES TO WS-ENTRADA-CODIGO.
003010     ACCEPT WS-ENTRADA-CODIGO.
003020     IF WS-ENTRADA-CODIGO = SPACES
003030         DISPLAY "La clave es obligatoria"
003040         GO TO 3000-EXIT
003050     END-IF.
003060     MOVE WS-ENTRADA-CODIGO TO EVEN-CODIGO.
003070     READ EVENTO-FILE
003080         INVALID KEY
003090             CONTINUE
003100         NOT INVALID KEY
003110             DISPLAY "Ya existe un evento con esa clave"
003120             GO TO 3000-EXIT
003130     END-READ.
003140     INITIALIZE EVEN-REC.
003150     MOVE WS-ENTRADA-CODIGO TO EVEN-CODIGO.
003160
003170     DISPLAY "Descripcion:".
003180     MOVE SPACES TO WS-ENTRADA-TEXTO.
003190     ACCEPT WS-ENTRADA-TEXTO.
003200     IF WS-ENTRADA-TEXTO = SPACES
003210         DISPLAY "La descripcion es obligatoria"
003220         GO TO 3000-EXIT
003230     END-IF.
003240     MOVE WS-ENTRADA-TEXTO TO EVEN-DESCRIPCION.
003250
003260     DISPLAY "Lugar:".
003270     MOVE SPACES TO WS-ENTRADA-TEXTO.
003280     ACCEPT WS-ENTRADA-TEXTO.
003290     MOVE WS-ENTRADA-TEXTO TO EVEN-LUGAR.
003300
003310     DISPLAY "Tipo (S salida fuera del plantel, A acto):".
003320     MOVE SPACES TO WS-ENTRADA-TIPO.
003330     ACCEPT WS-ENTRADA-TIPO.
003340     MOVE WS-ENTRADA-TIPO TO EVEN-TIPO.
003350     IF NOT EVEN-TIPO-VALIDO
003360         DISPLAY "Tipo invalido"
003370         GO TO 3000-EXIT
003380     END-IF.
003390
003400     PERFORM 3100-CAPTURAR-FECHA THRU 3100-EXIT.
003410     IF EVEN-FECHA = ZERO
003420         GO TO 3000-EXIT
003430     END-IF.
003440
003450     DISPLAY "Fecha limite del permiso AAAAMMDD"
003460         " (en blanco = dia anterior al evento):".
003470     MOVE SPACES TO WS-ENTRADA-FECHA.
003480     ACCEPT WS-ENTRADA-FECHA.
003490     IF WS-ENTRADA-FECHA = SPACES
003500         MOVE EVEN-FECHA TO WS-FECHA-EVENTO
003510         COMPUTE WS-DIA-ENTERO =
003520             FUNCTION INTEGER-OF-DATE (WS-FECHA-EVENTO) - 1
003530         COMPUTE EVEN-FEC-LIMITE =
003540             FUNCTION DATE-OF-INTEGER (WS-DIA-ENTERO)
003550     ELSE
003560         IF WS-ENTRADA-FECHA NOT NUMERIC
003570             DISPLAY "Fecha invalida"
003580             GO TO 3000-EXIT
003590         END-IF
003600         MOVE WS-ENTRADA-FECHA TO FECHACHK-FECHA
003610         CALL "FECHACHK" USING FECHACHK-PARM
003620         IF FECHACHK-INVALIDA
003630            OR WS-ENTRADA-FECHA > EVEN-FECHA
003640             DISPLAY "Fecha invalida o posterior al evento"
003650             GO TO 3000-EXIT
003660         END-IF
003670         MOVE WS-ENTRADA-FECHA TO EVEN-FEC-LIMITE
003680     END-IF.
003690
003700     DISPLAY "Costo por participante (0000000 = 00000.00;"
003710         " ceros = sin costo):".
003720     MOVE SPACES TO WS-ENTRADA-COSTO.
003730     ACCEPT WS-ENTRADA-COSTO.
003740     IF WS-ENTRADA-COSTO NOT NUMERIC
003750         DISPLAY "Costo invalido"
003760         GO TO 3000-EXIT
003770     END-IF.
003780     MOVE WS-ENTRADA-COSTO-N TO EVEN-COSTO.
003790
003800     DISPLAY "Cupo de participantes (3 digitos, ej. 040):".
003810     MOVE SPACES TO WS-ENTRADA-CUPO.
003820     ACCEPT WS-ENTRADA-CUPO.
003830     IF WS-ENTRADA-CUPO NOT NUMERIC
003840        OR WS-ENTRADA-CUPO-N = ZERO
003850         DISPLAY "Cupo invalido"
003860         GO TO 3000-EXIT
003870     END-IF.
003880     MOVE WS-ENTRADA-CUPO-N TO EVEN-CAPACIDAD.
003890
003900     DISPLAY "Responsable del evento:".
003910     MOVE SPACES TO WS-ENTRADA-TEXTO.
003920     ACCEPT WS-ENTRADA-TEXTO.
003930     IF WS-ENTRADA-TEXTO = SPACES
003940         DISPLAY "El responsable es obligatorio"
003950         GO TO 3000-EXIT
003960     END-IF.
003970     MOVE WS-ENTRADA-TEXTO TO EVEN-RESPONSABLE.
003980
003990     MOVE ZERO TO EVEN-TOTAL-CURSOS.
004000     MOVE "N" TO WS-FIN-CURSOS.
004010     DISPLAY "Cursos invitados (hasta 8; en blanco termina):".
004020     PERFORM 3200-CAPTURAR-CURSO THRU 3200-EXIT
004030         UNTIL FIN-DE-CURSOS OR EVEN-TOTAL-CURSOS = 8.
004040     IF EVEN-TOTAL-CURSOS = ZERO
004050         DISPLAY "Debe invitar al menos un curso"
004060         GO TO 3000-EXIT
004070     END-IF.
004080
004090     SET EVEN-ABIERTO TO TRUE.
004100     MOVE WS-FECHA-HOY TO EVEN-FEC-CAPTURA.
004110     MOVE WS-OPERADOR  TO EVEN-OPER-CAPTURA.
004120     MOVE ZERO         TO EVEN-FEC-CANCELACION.
004130     WRITE EVEN-REC
004140         INVALID KEY
004150             DISPLAY "ERROR AL REGISTRAR EL EVENTO"
004160             GO TO 3000-EXIT
004170     END-WRITE.
004180
004190     PERFORM 3300-ANOTAR-PARTICIPANTES THRU 3300-EXIT.
004200     MOVE WS-TOTAL-INVITADOS TO WS-CONTEO-EDIT.
004210     DISPLAY "Evento registrado: " EVEN-CODIGO " "
004220         EVEN-FECHA "  participantes anotados: "
004230         WS-CONTEO-EDIT.
004240     IF WS-TOTAL-INVITADOS > EVEN-CAPACIDAD
004250         MOVE EVEN-CAPACIDAD TO WS-CUPO-EDIT
004260         DISPLAY "AVISO: hay mas invitados que cupo; solo se "
004270             "autorizaran " WS-CUPO-EDIT " permisos"
004280     END-IF.
004290 3000-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------*
004330*  3100-CAPTURAR-FECHA - La fecha del evento no puede haber  *
004340*  pasado y debe ser dia de clase en el calendario CALENIDX. *
004350*  Si algo falla, EVEN-FECHA queda en ceros.                 *
004360*----------------------------------------------------------*
004370 3100-CAPTURAR-FECHA.
004380     MOVE ZERO TO EVEN-FECHA.
004390     DISPLAY "Fecha del evento AAAAMMDD:".
004400     MOVE SPACES TO WS-ENTRADA-FECHA.
004410     ACCEPT WS-ENTRADA-FECHA.
004420     IF WS-ENTRADA-FECHA NOT NUMERIC
004430         DISPLAY "Fecha invalida"
004440         GO TO 3100-EXIT
004450     END-IF.
004460     MOVE WS-ENTRADA-FECHA TO FECHACHK-FECHA.
004470     CALL "FECHACHK" USING FECHACHK-PARM.
004480     IF FECHACHK-INVALIDA
004490        OR WS-ENTRADA-FECHA < WS-FECHA-HOY
004500         DISPLAY "Fecha invalida o ya pasada"
004510         GO TO 3100-EXIT
004520     END-IF.
004530
004540     SET CALENCHK-VALIDAR TO TRUE.
004550     MOVE WS-ENTRADA-FECHA TO CALENCHK-FECHA.
004560     CALL "CALENCHK" USING CALENCHK-PARM.
004570     EVALUATE TRUE
004580         WHEN CALENCHK-DIA-CLASE
004590             MOVE WS-ENTRADA-FECHA TO EVEN-FECHA
004600         WHEN CALENCHK-NO-CLASE
004610             DISPLAY "No es dia de clase: " CALENCHK-DESCRIPCION
004620         WHEN CALENCHK-NO-REGISTRADO
004630             DISPLAY "La fecha no esta en el calendario escolar"
004640         WHEN OTHER
004650             DISPLAY "No se pudo consultar el calendario CALENIDX"
004660     END-EVALUATE.
004670 3100-EXIT.
004680     EXIT.
004690
004700*----------------------------------------------------------*
004710*  3200-CAPTURAR-CURSO - Un curso invitado; debe existir en  *
004720*  CURSOIDX y no repetirse.                                  *
004730*----------------------------------------------------------*
004740 3200-CAPTURAR-CURSO.
004750     DISPLAY "Curso:".
004760     MOVE SPACES TO WS-ENTRADA-CURSO.
004770     ACCEPT WS-ENTRADA-CURSO.
004780     IF WS-ENTRADA-CURSO = SPACES
004790         SET FIN-DE-CURSOS TO TRUE
004800         GO TO 3200-EXIT
004810     END-IF.
004820
004830     MOVE WS-ENTRADA-CURSO TO ESTUDIANTE-CURSO.
004840     PERFORM 3350-BUSCAR-CURSO THRU 3350-EXIT.
004850     IF CURSO-INVITADO
004860         DISPLAY "Ese curso ya esta invitado"
004870         GO TO 3200-EXIT
004880     END-IF.
004890
004900     SET CURSOCHK-VALIDAR TO TRUE.
004910     MOVE WS-ENTRADA-CURSO TO CURSOCHK-CODIGO.
004920     CALL "CURSOCHK" USING CURSOCHK-PARM.
004930     IF CURSOCHK-NO-EXISTE
004940         DISPLAY "Curso no registrado en el catalogo"
004950         GO TO 3200-EXIT
004960     END-IF.
004970     IF CURSOCHK-ERROR-ARCHIVO
004980         DISPLAY "No se pudo consultar el catalogo de cursos"
004990         GO TO 3200-EXIT
005000     END-IF.
005010     DISPLAY "  " CURSOCHK-DESCRIPCION.
005020     ADD 1 TO EVEN-TOTAL-CURSOS.
005030     MOVE WS-ENTRADA-CURSO TO EVEN-CURSO (EVEN-TOTAL-CURSOS).
005040 3200-EXIT.
005050     EXIT.
005060
005070*----------------------------------------------------------*
005080*  3300-ANOTAR-PARTICIPANTES - Recorre ESTUDIDX y anota con  *
005090*  permiso pendiente a cada estudiante activo de un curso    *
005100*  invitado.                                                 *
005110*----------------------------------------------------------*
005120 3300-ANOTAR-PARTICIPANTES.
005130     MOVE ZERO TO WS-TOTAL-INVITADOS.
005140     MOVE LOW-VALUES TO ESTUDIANTE-IDEN.
005150     START ESTUDIANTE-FILE KEY NOT < ESTUDIANTE-IDEN
005160         INVALID KEY
005170             GO TO 3300-EXIT
005180     END-START.
005190     MOVE "N" TO WS-FIN-DETALLE.
005200     PERFORM 3310-REVISAR-ESTUDIANTE THRU 3310-EXIT
005210         UNTIL FIN-DE-DETALLE.
005220 3300-EXIT.
005230     EXIT.
005240
005250 3310-REVISAR-ESTUDIANTE.
005260     READ ESTUDIANTE-FILE NEXT RECORD
005270         AT END
005280             SET FIN-DE-DETALLE TO TRUE
005290             GO TO 3310-EXIT
005300     END-READ.
005310     IF NOT ESTUDIANTE-ACTIVO
005320         GO TO 3310-EXIT
005330     END-IF.
005340     PERFORM 3350-BUSCAR-CURSO THRU 3350-EXIT.
005350     IF NOT CURSO-INVITADO
005360         GO TO 3310-EXIT
005370     END-IF.
005380
005390     INITIALIZE EVPA-REC.
005400     MOVE EVEN-CODIGO       TO EVPA-EVENTO.
005410     MOVE ESTUDIANTE-IDEN   TO EVPA-IDEN.
005420     MOVE ESTUDIANTE-NOMBRE TO EVPA-NOMBRE.
005430     MOVE ESTUDIANTE-CURSO  TO EVPA-CURSO.
005440     SET EVPA-PENDIENTE TO TRUE.
005450     SET EVPA-SIN-CARGO TO TRUE.
005460     WRITE EVPA-REC
005470         INVALID KEY
005480             DISPLAY "DUPLICADO EN EVPAIDX: " EVPA-CLAVE
005490             GO TO 3310-EXIT
005500     END-WRITE.
005510     ADD 1 TO WS-TOTAL-INVITADOS.
005520 3310-EXIT.
005530     EXIT.
005540
005550*  Busca ESTUDIANTE-CURSO entre los cursos del evento.
005560 3350-BUSCAR-CURSO.
005570     MOVE "N" TO WS-CURSO-INVITADO.
005580     PERFORM 3360-COMPARAR-CURSO THRU 3360-EXIT
005590         VARYING WS-IDX-CURSO FROM 1 BY 1
005600         UNTIL WS-IDX-CURSO > EVEN-TOTAL-CURSOS
005610            OR CURSO-INVITADO.
005620 3350-EXIT.
005630     EXIT.
005640
005650 3360-COMPARAR-CURSO.
005660     IF EVEN-CURSO (WS-IDX-CURSO) = ESTUDIANTE-CURSO
005670         SET CURSO-INVITADO TO TRUE
005680     END-IF.
005690 3360-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------*
005730*  4000-CAPTURAR-PERMISO - Estado del permiso firmado de un  *
005740*  participante.  Autorizar respeta el cupo y, si el evento  *
005750*  tiene costo, deja el cargo al tutor; negar o regresar a   *
005760*  pendiente un permiso ya cargado deja el abono.            *
005770*----------------------------------------------------------*
005780 4000-CAPTURAR-PERMISO.
005790     PERFORM 7000-LEER-EVENTO THRU 7000-EXIT.
005800     IF NOT WS-EVE-OK
005810         GO TO 4000-EXIT
005820     END-IF.
005830     IF EVEN-CANCELADO
005840         DISPLAY "El evento esta cancelado"
005850         GO TO 4000-EXIT
005860     END-IF.
005870     IF EVEN-FECHA < WS-FECHA-HOY
005880         DISPLAY "El evento ya se realizo"
005890         GO TO 4000-EXIT
005900     END-IF.
005910     IF WS-FECHA-HOY > EVEN-FEC-LIMITE
005920         DISPLAY "AVISO: ya paso la fecha limite del permiso ("
005930             EVEN-FEC-LIMITE ")"
005940     END-IF.
005950
005960     DISPLAY "ID del estudiante:".
005970     MOVE SPACES TO WS-ENTRADA-IDEN.
005980     ACCEPT WS-ENTRADA-IDEN.
005990     PERFORM 4500-CONTAR-PARTICIPANTES THRU 4500-EXIT.
006000     MOVE EVEN-CODIGO     TO EVPA-EVENTO.
006010     MOVE WS-ENTRADA-IDEN TO EVPA-IDEN.
006020     READ PARTICIPANTE-FILE
006030         INVALID KEY
006040             DISPLAY "El estudiante no esta invitado al evento"
006050             GO TO 4000-EXIT
006060     END-READ.
006070     DISPLAY "Participante: " EVPA-NOMBRE "  Curso: " EVPA-CURSO
006080         "  Permiso: " EVPA-PERMISO.
006090
006100     DISPLAY "Permiso (A autorizado, N negado, P pendiente):".
006110     MOVE SPACES TO WS-ENTRADA-PERMISO.
006120     ACCEPT WS-ENTRADA-PERMISO.
006130     IF WS-ENTRADA-PERMISO NOT = "A"
006140        AND WS-ENTRADA-PERMISO NOT = "N"
006150        AND WS-ENTRADA-PERMISO NOT = "P"
006160         DISPLAY "Estado de permiso invalido"
006170         GO TO 4000-EXIT
006180     END-IF.
006190     IF WS-ENTRADA-PERMISO = EVPA-PERMISO
006200         DISPLAY "Sin cambio en el permiso"
006210         GO TO 4000-EXIT
006220     END-IF.
006230     IF WS-ENTRADA-PERMISO = "A"
006240        AND WS-TOTAL-AUTORIZADOS NOT < EVEN-CAPACIDAD
006250         MOVE EVEN-CAPACIDAD TO WS-CUPO-EDIT
006260         DISPLAY "Evento sin cupo: ya hay " WS-CUPO-EDIT
006270             " permisos autorizados"
006280         GO TO 4000-EXIT
006290     END-IF.
006300
006310     MOVE SPACES TO EVPA-FIRMANTE.
006320     IF WS-ENTRADA-PERMISO NOT = "P"
006330         DISPLAY "Nombre de quien firma el permiso:"
006340         MOVE SPACES TO WS-ENTRADA-TEXTO
006350         ACCEPT WS-ENTRADA-TEXTO
006360         IF WS-ENTRADA-TEXTO = SPACES
006370             DISPLAY "El firmante es obligatorio"
006380             GO TO 4000-EXIT
006390         END-IF
006400         MOVE WS-ENTRADA-TEXTO TO EVPA-FIRMANTE
006410     END-IF.
006420
006430     MOVE WS-ENTRADA-PERMISO TO EVPA-PERMISO.
006440     MOVE WS-FECHA-HOY       TO EVPA-FEC-PERMISO.
006450     MOVE WS-OPERADOR        TO EVPA-OPERADOR.
006460     IF EVPA-AUTORIZADO
006470        AND EVEN-COSTO > ZERO
006480        AND NOT EVPA-CARGADO
006490         PERFORM 4100-CARGAR-PARTICIPANTE THRU 4100-EXIT
006500     END-IF.
006510     IF NOT EVPA-AUTORIZADO
006520        AND EVPA-CARGADO
006530         PERFORM 4200-ABONAR-PARTICIPANTE THRU 4200-EXIT
006540     END-IF.
006550     REWRITE EVPA-REC
006560         INVALID KEY
006570             DISPLAY "ERROR AL ACTUALIZAR EL PARTICIPANTE"
006580             GO TO 4000-EXIT
006590     END-REWRITE.
006600     DISPLAY "Permiso actualizado: " EVPA-IDEN " " EVPA-PERMISO.
006610 4000-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------*
006650*  4100-CARGAR-PARTICIPANTE - Cargo del costo del evento a   *
006660*  la cuenta CLIMAST del tutor, como en EXTRCAPT.  Sin       *
006670*  tutor o sin cuenta el permiso se autoriza sin cargo.      *
006680*----------------------------------------------------------*
006690 4100-CARGAR-PARTICIPANTE.
006700     MOVE EVPA-IDEN TO ESTUDIANTE-IDEN.
006710     READ ESTUDIANTE-FILE
006720         INVALID KEY
006730             DISPLAY "Estudiante no encontrado; sin cargo"
006740             GO TO 4100-EXIT
006750     END-READ.
006760     IF ESTUDIANTE-TUTOR = SPACES
006770         DISPLAY "Sin tutor registrado; sin cargo"
006780         GO TO 4100-EXIT
006790     END-IF.
006800     IF NOT CLIENTES-DISPONIBLES
006810         DISPLAY "Sin maestro de clientes; sin cargo"
006820         GO TO 4100-EXIT
006830     END-IF.
006840     MOVE ESTUDIANTE-TUTOR TO CLIENTE-NOMBRE.
006850     READ CLIENTE-FILE KEY IS CLIENTE-NOMBRE
006860         INVALID KEY
006870             DISPLAY "Tutor sin cuenta CLIMAST; sin cargo"
006880             GO TO 4100-EXIT
006890     END-READ.
006900
006910     MOVE CLIENTE-NUMERO TO WS-MOV-CLIENTE.
006920     MOVE "C"            TO WS-MOV-TIPO.
006930     MOVE EVEN-COSTO     TO WS-MOV-MONTO.
006940     PERFORM 8100-GRABAR-MOVIMIENTO THRU 8100-EXIT.
006950     IF NOT MOVIMIENTO-GRABADO
006960         GO TO 4100-EXIT
006970     END-IF.
006980     SET EVPA-CARGADO TO TRUE.
006990     MOVE CLIENTE-NUMERO TO EVPA-CLIENTE.
007000     MOVE EVEN-COSTO     TO EVPA-MONTO.
007010     MOVE WS-FECHA-HOY   TO EVPA-FEC-CARGO.
007020     MOVE ZERO           TO EVPA-FEC-ANULACION.
007030     DISPLAY "Cargo dejado en CLIMOVS para CLIPOST, cuenta "
007040         CLIENTE-NUMERO.
007050 4100-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------*
007090*  4200-ABONAR-PARTICIPANTE - Abono por el monto cargado a   *
007100*  la misma cuenta; el cargo queda anulado.                  *
007110*----------------------------------------------------------*
007120 4200-ABONAR-PARTICIPANTE.
007130     MOVE EVPA-CLIENTE TO WS-MOV-CLIENTE.
007140     MOVE "P"          TO WS-MOV-TIPO.
007150     MOVE EVPA-MONTO   TO WS-MOV-MONTO.
007160     PERFORM 8100-GRABAR-MOVIMIENTO THRU 8100-EXIT.
007170     IF NOT MOVIMIENTO-GRABADO
007180         GO TO 4200-EXIT
007190     END-IF.
007200     SET EVPA-CARGO-ANULADO TO TRUE.
007210     MOVE WS-FECHA-HOY TO EVPA-FEC-ANULACION.
007220     ADD 1 TO WS-TOTAL-ABONADOS.
007230     DISPLAY "Abono dejado en CLIMOVS para CLIPOST, cuenta "
007240         EVPA-CLIENTE.
007250 4200-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------*
007290*  4500-CONTAR-PARTICIPANTES - Recorre los participantes     *
007300*  del evento y cuenta permisos y cargos.                    *
007310*----------------------------------------------------------*
007320 4500-CONTAR-PARTICIPANTES.
007330     MOVE ZERO TO WS-TOTAL-INVITADOS.
007340     MOVE ZERO TO WS-TOTAL-AUTORIZADOS.
007350     MOVE ZERO TO WS-TOTAL-NEGADOS.
007360     MOVE ZERO TO WS-TOTAL-PENDIENTES.
007370     MOVE ZERO TO WS-TOTAL-CARGADOS.
007380     MOVE ZERO TO WS-MONTO-CARGADO.
007390     MOVE EVEN-CODIGO TO EVPA-EVENTO.
007400     MOVE LOW-VALUES  TO EVPA-IDEN.
007410     START PARTICIPANTE-FILE KEY NOT < EVPA-CLAVE
007420         INVALID KEY
007430             GO TO 4500-EXIT
007440     END-START.
007450     MOVE "N" TO WS-FIN-DETALLE.
007460     PERFORM 4510-CONTAR-UNO THRU 4510-EXIT
007470         UNTIL FIN-DE-DETALLE.
007480 4500-EXIT.
007490     EXIT.
007500
007510 4510-CONTAR-UNO.
007520     READ PARTICIPANTE-FILE NEXT RECORD
007530         AT END
007540             SET FIN-DE-DETALLE TO TRUE
007550             GO TO 4510-EXIT
007560     END-READ.
007570     IF EVPA-EVENTO NOT = EVEN-CODIGO
007580         SET FIN-DE-DETALLE TO TRUE
007590         GO TO 4510-EXIT
007600     END-IF.
007610     ADD 1 TO WS-TOTAL-INVITADOS.
007620     EVALUATE TRUE
007630         WHEN EVPA-AUTORIZADO
007640             ADD 1 TO WS-TOTAL-AUTORIZADOS
007650         WHEN EVPA-NEGADO
007660             ADD 1 TO WS-TOTAL-NEGADOS
007670         WHEN OTHER
007680             ADD 1 TO WS-TOTAL-PENDIENTES
007690     END-EVALUATE.
007700     IF EVPA-CARGADO
007710         ADD 1 TO WS-TOTAL-CARGADOS
007720         ADD EVPA-MONTO TO WS-MONTO-CARGADO
007730     END-IF.
007740 4510-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------*
007780*  5000-CONSULTAR-EVENTO - Datos del evento y conteo de      *
007790*  permisos y cargos.                                        *
007800*----------------------------------------------------------*
007810 5000-CONSULTAR-EVENTO.
007820     PERFORM 7000-LEER-EVENTO THRU 7000-EXIT.
007830     IF NOT WS-EVE-OK
007840         GO TO 5000-EXIT
007850     END-IF.
007860     PERFORM 4500-CONTAR-PARTICIPANTES THRU 4500-EXIT.
007870     DISPLAY "------------".
007880     DISPLAY EVEN-CODIGO " " EVEN-DESCRIPCION "  ESTADO: "
007890         EVEN-ESTADO.
007900     DISPLAY "  LUGAR: " EVEN-LUGAR "  TIPO: " EVEN-TIPO.
007910     DISPLAY "  FECHA: " EVEN-FECHA "  LIMITE PERMISO: "
007920         EVEN-FEC-LIMITE "  RESPONSABLE: " EVEN-RESPONSABLE.
007930     MOVE EVEN-COSTO     TO WS-MONTO-EDIT.
007940     MOVE EVEN-CAPACIDAD TO WS-CUPO-EDIT.
007950     DISPLAY "  COSTO: " WS-MONTO-EDIT "  CUPO: " WS-CUPO-EDIT.
007960     PERFORM 5100-MOSTRAR-CURSO THRU 5100-EXIT
007970         VARYING WS-IDX-CURSO FROM 1 BY 1
007980         UNTIL WS-IDX-CURSO > EVEN-TOTAL-CURSOS.
007990     MOVE WS-TOTAL-INVITADOS TO WS-CONTEO-EDIT.
008000     DISPLAY "  INVITADOS   : " WS-CONTEO-EDIT.
008010     MOVE WS-TOTAL-AUTORIZADOS TO WS-CONTEO-EDIT.
008020     DISPLAY "  AUTORIZADOS : " WS-CONTEO-EDIT.
008030     MOVE WS-TOTAL-NEGADOS TO WS-CONTEO-EDIT.
008040     DISPLAY "  NEGADOS     : " WS-CONTEO-EDIT.
008050     MOVE WS-TOTAL-PENDIENTES TO WS-CONTEO-EDIT.
008060     DISPLAY "  PENDIENTES  : " WS-CONTEO-EDIT.
008070     MOVE WS-TOTAL-CARGADOS TO WS-CONTEO-EDIT.
008080     MOVE WS-MONTO-CARGADO  TO WS-MONTO-EDIT.
008090     DISPLAY "  CARGADOS    : " WS-CONTEO-EDIT "  MONTO: "
008100         WS-MONTO-EDIT.
008110     DISPLAY "------------".
008120 5000-EXIT.
008130     EXIT.
008140
008150 5100-MOSTRAR-CURSO.
008160     DISPLAY "  CURSO INVITADO: " EVEN-CURSO (WS-IDX-CURSO).
008170 5100-EXIT.
008180     EXIT.
008190
008200*----------------------------------------------------------*
008210*  6000-CANCELAR-EVENTO - Con confirmacion; cada cargo       *
008220*  vigente del evento recibe su abono.                       *
008230*----------------------------------------------------------*
008240 6000-CANCELAR-EVENTO.
008250     PERFORM 7000-LEER-EVENTO THRU 7000-EXIT.
008260     IF NOT WS-EVE-OK
008270         GO TO 6000-EXIT
008280     END-IF.
008290     IF EVEN-CANCELADO
008300         DISPLAY "El evento ya esta cancelado"
008310         GO TO 6000-EXIT
008320     END-IF.
008330     PERFORM 4500-CONTAR-PARTICIPANTES THRU 4500-EXIT.
008340     MOVE WS-TOTAL-CARGADOS TO WS-CONTEO-EDIT.
008350     DISPLAY EVEN-CODIGO " " EVEN-DESCRIPCION " " EVEN-FECHA.
008360     DISPLAY "Cargos a devolver: " WS-CONTEO-EDIT.
008370     DISPLAY "Confirma la cancelacion (S/N):".
008380     MOVE SPACES TO WS-CONFIRMA.
008390     ACCEPT WS-CONFIRMA.
008400     IF NOT CONFIRMA-CANCELACION
008410         DISPLAY "Cancelacion descartada"
008420         GO TO 6000-EXIT
008430     END-IF.
008440
008450     MOVE ZERO TO WS-TOTAL-ABONADOS.
008460     MOVE EVEN-CODIGO TO EVPA-EVENTO.
008470     MOVE LOW-VALUES  TO EVPA-IDEN.
008480     START PARTICIPANTE-FILE KEY NOT < EVPA-CLAVE
008490         INVALID KEY
008500             SET FIN-DE-DETALLE TO TRUE
008510         NOT INVALID KEY
008520             MOVE "N" TO WS-FIN-DETALLE
008530     END-START.
008540     PERFORM 6100-ABONAR-UNO THRU 6100-EXIT
008550         UNTIL FIN-DE-DETALLE.
008560
008570     SET EVEN-CANCELADO TO TRUE.
008580     MOVE WS-FECHA-HOY TO EVEN-FEC-CANCELACION.
008590     REWRITE EVEN-REC
008600         INVALID KEY
008610             DISPLAY "ERROR AL CANCELAR EL EVENTO"
008620             GO TO 6000-EXIT
008630     END-REWRITE.
008640     MOVE WS-TOTAL-ABONADOS TO WS-CONTEO-EDIT.
008650     DISPLAY "Evento cancelado; abonos dejados: " WS-CONTEO-EDIT.
008660 6000-EXIT.
008670     EXIT.
008680
008690 6100-ABONAR-UNO.
008700     READ PARTICIPANTE-FILE NEXT RECORD
008710         AT END
008720             SET FIN-DE-DETALLE TO TRUE
008730             GO TO 6100-EXIT
008740     END-READ.
008750     IF EVPA-EVENTO NOT = EVEN-CODIGO
008760         SET FIN-DE-DETALLE TO TRUE
008770         GO TO 6100-EXIT
008780     END-IF.
008790     IF NOT EVPA-CARGADO
008800         GO TO 6100-EXIT
008810     END-IF.
008820     PERFORM 4200-ABONAR-PARTICIPANTE THRU 4200-EXIT.
008830     REWRITE EVPA-REC
008840         INVALID KEY
008850             DISPLAY "ERROR AL ACTUALIZAR EL PARTICIPANTE "
008860                 EVPA-IDEN
008870     END-REWRITE.
008880 6100-EXIT.
008890     EXIT.
008900
008910*----------------------------------------------------------*
008920*  7000-LEER-EVENTO - Pide la clave y lee el evento; sin     *
008930*  evento WS-EVE-STATUS queda distinto de 00.                *
008940*----------------------------------------------------------*
008950 7000-LEER-EVENTO.
008960     DISPLAY "Clave del evento:".
008970     MOVE SPACES TO WS-ENTRADA-CODIGO.
008980     ACCEPT WS-ENTRADA-CODIGO.
008990     MOVE WS-ENTRADA-CODIGO TO EVEN-CODIGO.
009000     READ EVENTO-FILE
009010         INVALID KEY
009020             DISPLAY "Evento no encontrado"
009030     END-READ.
009040 7000-EXIT.
009050     EXIT.
009060
009070*----------------------------------------------------------*
009080*  8100-GRABAR-MOVIMIENTO - Deja el cargo o abono preparado  *
009090*  en CLIMOVS, origen EV, con la fecha del dia.              *
009100*----------------------------------------------------------*
009110 8100-GRABAR-MOVIMIENTO.
009120     MOVE "N" TO WS-MOV-GRABADO.
009130     OPEN EXTEND MOVIMIENTO-FILE.
009140     IF NOT WS-MOV-OK
009150         OPEN OUTPUT MOVIMIENTO-FILE
009160     END-IF.
009170     IF NOT WS-MOV-OK
009180         DISPLAY "No se pudo abrir CLIMOVS, status "
009190             WS-MOV-STATUS
009200         GO TO 8100-EXIT
009210     END-IF.
009220     INITIALIZE MOV-REC.
009230     MOVE WS-MOV-CLIENTE TO MOV-CLIENTE.
009240     MOVE WS-FECHA-HOY   TO MOV-FECHA.
009250     MOVE WS-MOV-TIPO    TO MOV-TIPO.
009260     MOVE WS-MOV-MONTO   TO MOV-MONTO.
009270     MOVE "EV"           TO MOV-ORIGEN.
009280     WRITE MOV-REC.
009290     CLOSE MOVIMIENTO-FILE.
009300     SET MOVIMIENTO-GRABADO TO TRUE.
009310 8100-EXIT.
009320     EXIT.
009330
009340*----------------------------------------------------------*
009350*  9000-FINALIZAR - Cierra archivos                          *
009360*----------------------------------------------------------*
009370 9000-FINALIZAR.
009380     CLOSE EVENTO-FILE.
009390     CLOSE PARTICIPANTE-FILE.
009400     CLOSE ESTUDIANTE-FILE.
009410     IF CLIENTES-DISPONIBLES
009420         CLOSE CLIENTE-FILE
009430     END-IF.
009440 9000-EXIT.
009450     EXIT.
